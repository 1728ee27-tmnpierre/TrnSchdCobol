       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdAsl.
       AUTHOR. Pierre.

      *====================================================*
      * Assisted-travel lists for one service date, run     *
      * nightly after TrnSchdWks and TrnSchdAsv for the     *
      * handover list, and again during the day whenever    *
      * control logs a delay or cancels a train for the     *
      * alerts. Reads the date's bookings from              *
      * assistance.dat and                                  *
      *   - lists every booking on a departure that is      *
      *     still running, station by station in order of   *
      *     expected arrival, so the staff at each          *
      *     alighting stop know whom to meet and when       *
      *     (assist-handover.prt). The expected time is the *
      *     departure time plus the run minutes from        *
      *     run-times.dat up to the stop, the same walk as  *
      *     the timetable program, plus any delay logged;   *
      *   - lists every booking on a departure that         *
      *     delay-log.dat marks DELAYED or CANCELLED, that  *
      *     TrnSchdWks removed (works-removed.dat) or that  *
      *     is simply absent from train-eff.dat, and for a  *
      *     train that will not run proposes the next train *
      *     from the terminal to the same stop, the way     *
      *     TrnSchdCnx suggests onward alternatives         *
      *     (assist-alerts.prt).                            *
      * Any alert gives return code 4.                      *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIST-FILE ASSIGN TO 'assistance.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               FILE STATUS IS WS-ASSIST-STATUS.

           SELECT TRAIN-FILE ASSIGN TO 'train-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-TRAIN-STATUS.

           SELECT RUN-TIME-FILE ASSIGN TO 'run-times.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-TIME-STATUS.

           SELECT STATION-FILE ASSIGN TO 'station.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.

           SELECT DELAY-FILE ASSIGN TO 'delay-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELAY-STATUS.

           SELECT REMOVED-FILE ASSIGN TO 'works-removed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REMOVED-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'assist-handover.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ALERT-PRINT-FILE ASSIGN TO 'assist-alerts.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSIST-FILE.
           COPY ASSTREC.

       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

       FD RUN-TIME-FILE.
           COPY RUNTMREC.

       FD STATION-FILE.
           COPY STATNREC.

       FD DELAY-FILE.
           COPY DELAYREC.

       FD REMOVED-FILE.
           COPY RMVREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD ALERT-PRINT-FILE.
       01 ALERT-PRINT-LINE         PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-ASSIST-STATUS            PIC XX.
       01  WS-TRAIN-STATUS             PIC XX.
       01  WS-RUN-TIME-STATUS          PIC XX.
       01  WS-STATION-STATUS           PIC XX.
       01  WS-DELAY-STATUS             PIC XX.
       01  WS-REMOVED-STATUS           PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
           88 ANSWER-NOT-SUPPLIED VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

      * the departure terminal's code in run-times.dat, same
      * convention as the timetable program.
       01  WS-HOME-STATION             PIC X(3) VALUE 'HUB'.

      * an arrival this large means "unknown" - the segment was
      * missing from the running-times master.
       01  WS-UNKNOWN-ARR              PIC 9(5) VALUE 99999.

       01  WS-MAX-RUN-TIMES            PIC 9(4) VALUE 300.
       01  WS-RUN-TIME-COUNT           PIC 9(4) VALUE 0.
       01  WS-RUN-TIME-TABLE.
           05 WS-RUN-TIME-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-RUN-TIME-COUNT
               INDEXED BY RTM-IDX.
               10 WS-RTM-FROM          PIC X(3).
               10 WS-RTM-TO            PIC X(3).
               10 WS-RTM-MINUTES       PIC 9(3).
       01  WS-SEGMENT-FOUND            PIC X VALUE 'N'.
           88 SEGMENT-FOUND     VALUE 'Y'.
           88 SEGMENT-NOT-FOUND VALUE 'N'.

       01  WS-MAX-STATIONS             PIC 9(4) VALUE 200.
       01  WS-STATION-COUNT            PIC 9(4) VALUE 0.
       01  WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STATION-COUNT
               INDEXED BY STN-IDX.
               10 WS-STN-NAME          PIC X(12).
               10 WS-STN-STOP          PIC X(3).

      * DELAYED and CANCELLED entries only; an ON-TIME entry
      * changes nothing for the passenger.
       01  WS-MAX-DELAYS               PIC 9(4) VALUE 300.
       01  WS-DELAY-COUNT              PIC 9(4) VALUE 0.
       01  WS-DELAY-TABLE.
           05 WS-DELAY-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-DELAY-COUNT
               INDEXED BY DLY-IDX.
               10 WS-DLY-KEY           PIC X(7).
               10 WS-DLY-DELAY-MINS    PIC 9(3).
               10 WS-DLY-REASON        PIC X(4).
               10 WS-DLY-STATUS        PIC X(9).
                   88 WS-DLY-CANCELLED VALUE 'CANCELLED'.
                   88 WS-DLY-DELAYED   VALUE 'DELAYED'.
       01  WS-DELAY-LOOKUP-KEY         PIC X(7).
       01  WS-DELAY-FOUND              PIC X VALUE 'N'.
           88 DELAY-FOUND       VALUE 'Y'.
           88 DELAY-NOT-FOUND   VALUE 'N'.

       01  WS-MAX-REMOVED              PIC 9(4) VALUE 500.
       01  WS-REMOVED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REMOVED-TABLE.
           05 WS-REMOVED-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-REMOVED-COUNT
               INDEXED BY RMV-IDX.
               10 WS-RMV-KEY           PIC X(7).
               10 WS-RMV-DEST          PIC X(12).
               10 WS-RMV-FROM          PIC X(3).
               10 WS-RMV-TO            PIC X(3).

      * tonight's effective schedule with every train's arrival
      * at each calling point already worked out, its DESTINA's
      * stop code and arrival there, and whether it is cancelled
      * - so both lists below are plain table lookups.
       01  WS-MAX-TRAINS               PIC 9(4) VALUE 500.
       01  WS-TRAIN-COUNT              PIC 9(4) VALUE 0.
       01  WS-TRAIN-TABLE.
           05 WS-TRAIN-ENTRY OCCURS 500 TIMES
               INDEXED BY TRN-IDX.
               10 WS-TRN-KEY.
                   15 WS-TRN-TYPE      PIC X(3).
                   15 WS-TRN-HOUR      PIC 99.
                   15 WS-TRN-MINUTES   PIC 99.
               10 WS-TRN-TOTAL-MIN     PIC 9(4).
               10 WS-TRN-DEST          PIC X(12).
               10 WS-TRN-DEST-STOP     PIC X(3).
               10 WS-TRN-DEST-ARR      PIC 9(5).
               10 WS-TRN-CANCELLED     PIC X.
               10 WS-TRN-NSTOPS        PIC 9(2).
               10 WS-TRN-STOP          OCCURS 10 TIMES.
                   15 WS-TRN-STATION   PIC X(3).
                   15 WS-TRN-ARR       PIC 9(5).

      * the date's bookings. WS-BKG-SORT-KEY (alighting stop then
      * expected arrival) orders the handover list; WS-BKG-STATE
      * says which list each booking belongs on.
       01  WS-MAX-BOOKINGS             PIC 9(4) VALUE 300.
       01  WS-BOOKING-COUNT            PIC 9(4) VALUE 0.
       01  WS-BOOKING-TABLE.
           05 WS-BOOKING-ENTRY OCCURS 300 TIMES.
               10 WS-BKG-SORT-KEY.
                   15 WS-BKG-STOP      PIC X(3).
                   15 WS-BKG-ARR       PIC 9(5).
               10 WS-BKG-TRAIN-KEY.
                   15 WS-BKG-TYPE      PIC X(3).
                   15 WS-BKG-HOUR      PIC 99.
                   15 WS-BKG-MINUTES   PIC 99.
               10 WS-BKG-DEST          PIC X(12).
               10 WS-BKG-REFERENCE     PIC X(8).
               10 WS-BKG-NAME          PIC X(20).
               10 WS-BKG-KIND          PIC X(1).
                   88 WS-BKG-RAMP      VALUE 'R'.
               10 WS-BKG-PHONE         PIC X(12).
               10 WS-BKG-REASON        PIC X(30).
               10 WS-BKG-STATE         PIC X(1).
                   88 WS-BKG-RUNNING   VALUE SPACE.
                   88 WS-BKG-LATE      VALUE 'L'.
                   88 WS-BKG-NOT-RUNNING VALUE 'X'.
       01  WS-BOOKING-SORT-TABLE REDEFINES WS-BOOKING-TABLE.
           05 WS-ENTRY OCCURS 300 TIMES PIC X(99).

       01  WS-SUB                      PIC 9(4).
       01  WS-T                        PIC 9(4).
       01  WS-SG                       PIC 9(2).
       01  WS-SORT-I                   PIC 9(4).
       01  WS-SORT-J                   PIC 9(4).
       01  WS-SORT-KEY                 PIC X(8).
       01  WS-HOLD-ENTRY               PIC X(99).
       01  WS-KEEP-SHIFTING            PIC X VALUE 'N'.
           88 KEEP-SHIFTING     VALUE 'Y'.
           88 STOP-SHIFTING     VALUE 'N'.

       01  WS-TRAIN-FOUND              PIC X VALUE 'N'.
           88 TRAIN-FOUND       VALUE 'Y'.
           88 TRAIN-NOT-FOUND   VALUE 'N'.
       01  WS-PREV-STATION             PIC X(3).
       01  WS-CUR-TOTAL-MIN            PIC 9(5).
       01  WS-TIME-KNOWN               PIC X VALUE 'Y'.
           88 TIME-KNOWN        VALUE 'Y'.
           88 TIME-UNKNOWN      VALUE 'N'.
       01  WS-STOP-ARR                 PIC 9(5).
       01  WS-STOP-CALLED              PIC X VALUE 'N'.
           88 STOP-CALLED       VALUE 'Y'.
           88 STOP-NOT-CALLED   VALUE 'N'.
       01  WS-BOOKED-DEP               PIC 9(4).
       01  WS-BEST-TRAIN               PIC 9(4).
       01  WS-BEST-DEP                 PIC 9(4).
       01  WS-FMT-TOTAL                PIC 9(5).
       01  WS-FMT-HOUR                 PIC 99.
       01  WS-FMT-MINUTES              PIC 99.
       01  WS-FMT-TIME                 PIC X(5).
       01  WS-PREV-STOP                PIC X(3) VALUE SPACES.

       01  WS-HANDOVER-COUNT           PIC 9(6) VALUE 0.
       01  WS-STOP-COUNT               PIC 9(4) VALUE 0.
       01  WS-ALERT-COUNT              PIC 9(6) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = booking(s) on a disrupted train to act on.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(32) VALUE
               'ASSISTED TRAVEL HANDOVER FOR'.
           05 WS-HEADING-DATE          PIC X(8).

       01  WS-ALERT-HEADING.
           05 FILLER                   PIC X(32) VALUE
               'ASSISTED TRAVEL ALERTS FOR'.
           05 WS-ALERT-HEADING-DATE    PIC X(8).

       01  WS-SECTION-LINE             PIC X(50).

       01  WS-STOP-LINE.
           05 FILLER                   PIC X(13) VALUE
               'ALIGHTING AT '.
           05 SP-STOP                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 SP-NAME                  PIC X(12).

       01  WS-HANDOVER-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 HL-ARR                   PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 HL-TIME                  PIC X(5).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 HL-DEST                  PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HL-REFERENCE             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HL-NAME                  PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HL-KIND                  PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HL-PHONE                 PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HL-NOTE                  PIC X(7).

       01  WS-ALERT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AL-TIME                  PIC X(5).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 AL-DEST                  PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-REFERENCE             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-NAME                  PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AL-KIND                  PIC X(1).
           05 FILLER                   PIC X(4) VALUE ' AT '.
           05 AL-STOP                  PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-REASON                PIC X(30).

       01  WS-ALERT-DETAIL-LINE.
           05 FILLER                   PIC X(15) VALUE
               '      CONTACT: '.
           05 AD-PHONE                 PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AD-NEXT                  PIC X(50).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE
               'STATIONS: '.
           05 TL-STOPS                 PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  BOOKINGS: '.
           05 TL-BOOKINGS              PIC ZZZZZ9.

       01  WS-ALERT-TOTAL-LINE.
           05 FILLER                   PIC X(8) VALUE
               'ALERTS: '.
           05 TA-ALERTS                PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0300-LOAD-STATIONS
           PERFORM 0400-LOAD-RUN-TIMES
           PERFORM 0600-LOAD-DELAYS
           PERFORM 0700-LOAD-REMOVED
           PERFORM 0500-LOAD-TRAINS
           PERFORM 1000-READ-ASSISTANCE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT ALERT-PRINT-FILE
           MOVE WS-RUN-DATE TO WS-ALERT-HEADING-DATE
           WRITE ALERT-PRINT-LINE FROM WS-ALERT-HEADING
           WRITE ALERT-PRINT-LINE FROM SPACES
           PERFORM 2000-WRITE-ONE-ALERT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BOOKING-COUNT
           PERFORM 3000-SORT-BOOKINGS
           MOVE WS-RUN-DATE TO WS-HEADING-DATE
           WRITE PRINT-LINE FROM WS-HEADING-1
           PERFORM 4000-WRITE-ONE-HANDOVER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BOOKING-COUNT
           PERFORM 5000-FINISH-PRINTS
           CLOSE PRINT-FILE
           CLOSE ALERT-PRINT-FILE
           DISPLAY "Assistance for " WS-RUN-DATE ": "
               WS-HANDOVER-COUNT " handed over, "
               WS-ALERT-COUNT " alert(s)."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Asks which service date to list; a blank answer means
      * today, so the nightly run needs no typing at all. Run
      * unattended by TrnSchdDrv the date comes from
      * step-answers.dat instead of the keyboard.
       0100-GET-RUN-DATE.
           SET ANSWER-NOT-SUPPLIED TO TRUE
           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-STATUS = '00'
               READ ANSWER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANSWER-RECORD (1:8) TO WS-RUN-DATE
                       SET ANSWER-SUPPLIED TO TRUE
               END-READ
               CLOSE ANSWER-FILE
           END-IF
           IF ANSWER-NOT-SUPPLIED
               DISPLAY "Service date (YYYYMMDD, blank = today): "
                   WITH NO ADVANCING
               ACCEPT WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-RUN-DATE-NUM IS NOT NUMERIC
               DISPLAY "Invalid date '" WS-RUN-DATE
                   "'; using today instead."
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * Names for the handover headings, and the stop code of
      * each train's DESTINA.
       0300-LOAD-STATIONS.
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS NOT = '00'
               DISPLAY "No station.dat found; destination "
                       "arrivals and station names not shown."
           ELSE
               PERFORM UNTIL EOF
                   READ STATION-FILE INTO STATION-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-STATION-COUNT < WS-MAX-STATIONS
                               ADD 1 TO WS-STATION-COUNT
                               MOVE STATION-NAME
                                   TO WS-STN-NAME (WS-STATION-COUNT)
                               MOVE STATION-STOP-CODE
                                   TO WS-STN-STOP (WS-STATION-COUNT)
                           ELSE
                               DISPLAY "WARNING: station.dat "
                                   "exceeds " WS-MAX-STATIONS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATION-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0400-LOAD-RUN-TIMES.
           OPEN INPUT RUN-TIME-FILE
           IF WS-RUN-TIME-STATUS NOT = '00'
               DISPLAY "No run-times.dat found; expected "
                       "arrival times not shown."
           ELSE
               PERFORM UNTIL EOF
                   READ RUN-TIME-FILE INTO RUN-TIME-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-RUN-TIME-COUNT < WS-MAX-RUN-TIMES
                               ADD 1 TO WS-RUN-TIME-COUNT
                               MOVE RT-FROM-STATION TO
                                   WS-RTM-FROM (WS-RUN-TIME-COUNT)
                               MOVE RT-TO-STATION TO
                                   WS-RTM-TO (WS-RUN-TIME-COUNT)
                               MOVE RT-RUN-MINUTES TO
                                   WS-RTM-MINUTES
                                       (WS-RUN-TIME-COUNT)
                           ELSE
                               DISPLAY "WARNING: run-times.dat "
                                   "exceeds " WS-MAX-RUN-TIMES
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-TIME-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0500-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           IF WS-TRAIN-STATUS NOT = '00'
               DISPLAY "No train-eff.dat found; every booking "
                       "will be alerted."
           ELSE
               PERFORM UNTIL EOF
                   READ TRAIN-FILE NEXT RECORD INTO TRAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0510-STORE-TRAIN
                   END-READ
               END-PERFORM
               CLOSE TRAIN-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0510-STORE-TRAIN.
           IF WS-TRAIN-COUNT < WS-MAX-TRAINS
               ADD 1 TO WS-TRAIN-COUNT
               MOVE WS-TRAIN-COUNT TO WS-T
               MOVE TRAIN-KEY TO WS-TRN-KEY (WS-T)
               COMPUTE WS-TRN-TOTAL-MIN (WS-T) =
                   (TRAIN-HOUR * 60) + TRAIN-MINUTES
               MOVE DESTINA TO WS-TRN-DEST (WS-T)
               MOVE 0 TO WS-TRN-NSTOPS (WS-T)
               IF NUMBER-OF-STOPS IS NUMERIC
                       AND NUMBER-OF-STOPS NOT > 10
                   MOVE NUMBER-OF-STOPS TO WS-TRN-NSTOPS (WS-T)
               END-IF
               PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-TRN-NSTOPS (WS-T)
                   MOVE STOP-STATION (WS-SG)
                       TO WS-TRN-STATION (WS-T WS-SG)
               END-PERFORM
               MOVE SPACES TO WS-TRN-DEST-STOP (WS-T)
               IF WS-STATION-COUNT > 0
                   SET STN-IDX TO 1
                   SEARCH WS-STATION-ENTRY
                       WHEN WS-STN-NAME (STN-IDX) = DESTINA
                           MOVE WS-STN-STOP (STN-IDX)
                               TO WS-TRN-DEST-STOP (WS-T)
                   END-SEARCH
               END-IF
               MOVE 'N' TO WS-TRN-CANCELLED (WS-T)
               MOVE TRAIN-KEY TO WS-DELAY-LOOKUP-KEY
               PERFORM 1200-FIND-DELAY
               IF DELAY-FOUND
                   IF WS-DLY-CANCELLED (DLY-IDX)
                       MOVE 'Y' TO WS-TRN-CANCELLED (WS-T)
                   END-IF
               END-IF
               PERFORM 0520-COMPUTE-ARRIVALS
           ELSE
               DISPLAY "WARNING: train-eff.dat exceeds "
                   WS-MAX-TRAINS " entries; remainder ignored."
           END-IF.

      * Accumulates train WS-T's arrival at every calling point,
      * the same walk as the timetable program, then carries on
      * one more segment to its DESTINA's stop code.
       0520-COMPUTE-ARRIVALS.
           SET TIME-KNOWN TO TRUE
           MOVE WS-HOME-STATION TO WS-PREV-STATION
           MOVE WS-TRN-TOTAL-MIN (WS-T) TO WS-CUR-TOTAL-MIN
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-TRN-NSTOPS (WS-T)
               IF TIME-KNOWN
                   MOVE WS-TRN-STATION (WS-T WS-SG)
                       TO RT-TO-STATION
                   PERFORM 0530-FIND-SEGMENT
                   IF SEGMENT-FOUND
                       ADD WS-RTM-MINUTES (RTM-IDX)
                           TO WS-CUR-TOTAL-MIN
                   ELSE
                       SET TIME-UNKNOWN TO TRUE
                   END-IF
               END-IF
               IF TIME-KNOWN
                   MOVE WS-CUR-TOTAL-MIN
                       TO WS-TRN-ARR (WS-T WS-SG)
               ELSE
                   MOVE WS-UNKNOWN-ARR
                       TO WS-TRN-ARR (WS-T WS-SG)
               END-IF
               MOVE WS-TRN-STATION (WS-T WS-SG)
                   TO WS-PREV-STATION
           END-PERFORM
           MOVE WS-UNKNOWN-ARR TO WS-TRN-DEST-ARR (WS-T)
           IF TIME-KNOWN
                   AND WS-TRN-DEST-STOP (WS-T) NOT = SPACES
               MOVE WS-TRN-DEST-STOP (WS-T) TO RT-TO-STATION
               PERFORM 0530-FIND-SEGMENT
               IF SEGMENT-FOUND
                   COMPUTE WS-TRN-DEST-ARR (WS-T) =
                       WS-CUR-TOTAL-MIN + WS-RTM-MINUTES (RTM-IDX)
               END-IF
           END-IF.

       0530-FIND-SEGMENT.
           SET SEGMENT-NOT-FOUND TO TRUE
           IF WS-RUN-TIME-COUNT > 0
               SET RTM-IDX TO 1
               SEARCH WS-RUN-TIME-ENTRY
                   WHEN WS-RTM-FROM (RTM-IDX) = WS-PREV-STATION
                       AND WS-RTM-TO (RTM-IDX) = RT-TO-STATION
                       SET SEGMENT-FOUND TO TRUE
               END-SEARCH
           END-IF.

       0600-LOAD-DELAYS.
           OPEN INPUT DELAY-FILE
           IF WS-DELAY-STATUS NOT = '00'
               DISPLAY "No delay-log.dat found; no delays or "
                       "cancellations applied."
           ELSE
               PERFORM UNTIL EOF
                   READ DELAY-FILE INTO DELAY-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF DELAY-CANCELLED OR DELAY-IS-DELAYED
                               PERFORM 0610-STORE-DELAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELAY-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0610-STORE-DELAY.
           IF WS-DELAY-COUNT < WS-MAX-DELAYS
               ADD 1 TO WS-DELAY-COUNT
               MOVE DELAY-RECORD (1:7) TO WS-DLY-KEY (WS-DELAY-COUNT)
               IF DELAY-MINUTES IS NUMERIC
                   MOVE DELAY-MINUTES
                       TO WS-DLY-DELAY-MINS (WS-DELAY-COUNT)
               ELSE
                   MOVE 0 TO WS-DLY-DELAY-MINS (WS-DELAY-COUNT)
               END-IF
               MOVE DELAY-REASON-CODE
                   TO WS-DLY-REASON (WS-DELAY-COUNT)
               MOVE DELAY-STATUS TO WS-DLY-STATUS (WS-DELAY-COUNT)
           ELSE
               DISPLAY "WARNING: delay-log.dat exceeds "
                   WS-MAX-DELAYS " entries; remainder ignored."
           END-IF.

      * works-removed.dat is rewritten by every works run, so a
      * file left from another date is ignored, not trusted.
       0700-LOAD-REMOVED.
           OPEN INPUT REMOVED-FILE
           IF WS-REMOVED-STATUS NOT = '00'
               DISPLAY "No works-removed.dat found; no works "
                       "removals applied."
           ELSE
               PERFORM UNTIL EOF
                   READ REMOVED-FILE INTO REMOVED-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RMV-SERVICE-DATE = WS-RUN-DATE-NUM
                               PERFORM 0710-STORE-REMOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMOVED-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0710-STORE-REMOVED.
           IF WS-REMOVED-COUNT < WS-MAX-REMOVED
               ADD 1 TO WS-REMOVED-COUNT
               MOVE REMOVED-RECORD (9:7)
                   TO WS-RMV-KEY (WS-REMOVED-COUNT)
               MOVE RMV-DESTINA TO WS-RMV-DEST (WS-REMOVED-COUNT)
               MOVE RMV-BLOCKED-FROM
                   TO WS-RMV-FROM (WS-REMOVED-COUNT)
               MOVE RMV-BLOCKED-TO TO WS-RMV-TO (WS-REMOVED-COUNT)
           ELSE
               DISPLAY "WARNING: works-removed.dat exceeds "
                   WS-MAX-REMOVED " entries; remainder ignored."
           END-IF.

      * The date's bookings read in key order - departure by
      * departure, reference within departure - starting at the
      * first key for the date and stopping at the next date.
       1000-READ-ASSISTANCE.
           OPEN INPUT ASSIST-FILE
           IF WS-ASSIST-STATUS NOT = '00'
               DISPLAY "No assistance.dat found; nothing booked."
           ELSE
               MOVE LOW-VALUES TO AST-KEY
               MOVE WS-RUN-DATE-NUM TO AST-SERVICE-DATE
               START ASSIST-FILE
                   KEY IS NOT LESS THAN AST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL EOF
                   READ ASSIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF AST-SERVICE-DATE NOT = WS-RUN-DATE-NUM
                               MOVE 'Y' TO WS-END-OF-FILE
                           ELSE
                               PERFORM 1100-PLACE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIST-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Works removal is checked first (the train is gone from
      * the schedule altogether), then the delay log, then
      * whether the train is in tonight's schedule at all - the
      * same order as TrnSchdRsl places a seat booking.
       1100-PLACE-BOOKING.
           IF WS-BOOKING-COUNT < WS-MAX-BOOKINGS
               ADD 1 TO WS-BOOKING-COUNT
               MOVE WS-BOOKING-COUNT TO WS-SUB
               MOVE AST-ALIGHT-STOP TO WS-BKG-STOP (WS-SUB)
               MOVE WS-UNKNOWN-ARR TO WS-BKG-ARR (WS-SUB)
               MOVE AST-TRAIN-KEY TO WS-BKG-TRAIN-KEY (WS-SUB)
               MOVE SPACES TO WS-BKG-DEST (WS-SUB)
               MOVE AST-REFERENCE TO WS-BKG-REFERENCE (WS-SUB)
               MOVE AST-PASSENGER-NAME TO WS-BKG-NAME (WS-SUB)
               MOVE AST-ASSIST-KIND TO WS-BKG-KIND (WS-SUB)
               MOVE AST-CONTACT-PHONE TO WS-BKG-PHONE (WS-SUB)
               MOVE SPACES TO WS-BKG-REASON (WS-SUB)
               MOVE SPACE TO WS-BKG-STATE (WS-SUB)
               PERFORM 1110-FIND-TRAIN
               IF TRAIN-FOUND
                   MOVE WS-TRN-DEST (WS-T) TO WS-BKG-DEST (WS-SUB)
                   PERFORM 1300-FIND-STOP-ARRIVAL
                   MOVE WS-STOP-ARR TO WS-BKG-ARR (WS-SUB)
               END-IF
               PERFORM 1150-CHECK-DISRUPTION
           ELSE
               DISPLAY "WARNING: more than " WS-MAX-BOOKINGS
                   " assistance bookings for " WS-RUN-DATE
                   "; remainder not listed."
           END-IF.

       1110-FIND-TRAIN.
           SET TRAIN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TRAIN-COUNT OR TRAIN-FOUND
               IF WS-TRN-KEY (WS-T) = AST-TRAIN-KEY
                   SET TRAIN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TRAIN-FOUND
               SUBTRACT 1 FROM WS-T
           END-IF.

       1150-CHECK-DISRUPTION.
           IF WS-REMOVED-COUNT > 0
               SET RMV-IDX TO 1
               SEARCH WS-REMOVED-ENTRY
                   WHEN WS-RMV-KEY (RMV-IDX) = AST-TRAIN-KEY
                       MOVE WS-RMV-DEST (RMV-IDX)
                           TO WS-BKG-DEST (WS-SUB)
                       STRING 'REMOVED BY WORKS '
                           WS-RMV-FROM (RMV-IDX) '-'
                           WS-RMV-TO (RMV-IDX)
                           DELIMITED BY SIZE
                           INTO WS-BKG-REASON (WS-SUB)
                       SET WS-BKG-NOT-RUNNING (WS-SUB) TO TRUE
               END-SEARCH
           END-IF
           IF WS-BKG-RUNNING (WS-SUB)
               MOVE AST-TRAIN-KEY TO WS-DELAY-LOOKUP-KEY
               PERFORM 1200-FIND-DELAY
               IF DELAY-FOUND
                   PERFORM 1160-APPLY-DELAY
               END-IF
           END-IF
           IF WS-BKG-RUNNING (WS-SUB)
               AND TRAIN-NOT-FOUND
               MOVE 'NOT IN EFFECTIVE SCHEDULE'
                   TO WS-BKG-REASON (WS-SUB)
               SET WS-BKG-NOT-RUNNING (WS-SUB) TO TRUE
           END-IF.

      * A delay moves the expected arrival by the minutes logged
      * - the estimated-time arithmetic of TrnSchd.cbl's
      * 2700-FIND-DELAY - and keeps the booking on the handover
      * list as well as raising the alert.
       1160-APPLY-DELAY.
           IF WS-DLY-CANCELLED (DLY-IDX)
               STRING 'CANCELLED - REASON '
                   WS-DLY-REASON (DLY-IDX)
                   DELIMITED BY SIZE INTO WS-BKG-REASON (WS-SUB)
               SET WS-BKG-NOT-RUNNING (WS-SUB) TO TRUE
           ELSE
               SET WS-BKG-LATE (WS-SUB) TO TRUE
               IF WS-BKG-ARR (WS-SUB) NOT = WS-UNKNOWN-ARR
                   ADD WS-DLY-DELAY-MINS (DLY-IDX)
                       TO WS-BKG-ARR (WS-SUB)
                   MOVE WS-BKG-ARR (WS-SUB) TO WS-FMT-TOTAL
                   PERFORM 9000-FORMAT-TIME
               ELSE
                   MOVE '??:??' TO WS-FMT-TIME
               END-IF
               STRING 'DELAYED +' WS-DLY-DELAY-MINS (DLY-IDX)
                   ' ' WS-DLY-REASON (DLY-IDX)
                   ' - DUE ' WS-FMT-TIME
                   DELIMITED BY SIZE INTO WS-BKG-REASON (WS-SUB)
           END-IF.

      * Looks up WS-DELAY-LOOKUP-KEY: the stored train's key
      * while loading the schedule, the booking's key while
      * placing a booking.
       1200-FIND-DELAY.
           SET DELAY-NOT-FOUND TO TRUE
           IF WS-DELAY-COUNT > 0
               SET DLY-IDX TO 1
               SEARCH WS-DELAY-ENTRY
                   WHEN WS-DLY-KEY (DLY-IDX) = WS-DELAY-LOOKUP-KEY
                       SET DELAY-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * Train WS-T's arrival at the booking's stop: a calling
      * point's accumulated time, or the arrival at its DESTINA
      * when that is where the passenger gets off.
       1300-FIND-STOP-ARRIVAL.
           MOVE WS-UNKNOWN-ARR TO WS-STOP-ARR
           SET STOP-NOT-CALLED TO TRUE
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-TRN-NSTOPS (WS-T) OR STOP-CALLED
               IF WS-TRN-STATION (WS-T WS-SG) = WS-BKG-STOP (WS-SUB)
                   SET STOP-CALLED TO TRUE
                   MOVE WS-TRN-ARR (WS-T WS-SG) TO WS-STOP-ARR
               END-IF
           END-PERFORM
           IF STOP-NOT-CALLED
                   AND WS-TRN-DEST-STOP (WS-T) = WS-BKG-STOP (WS-SUB)
               SET STOP-CALLED TO TRUE
               MOVE WS-TRN-DEST-ARR (WS-T) TO WS-STOP-ARR
           END-IF.

      * Bookings come through in key order, so the alert print
      * reads departure by departure as control works through
      * the disruption.
       2000-WRITE-ONE-ALERT.
           IF NOT WS-BKG-RUNNING (WS-SUB)
               IF WS-WORST-RESULT < 4
                   MOVE 4 TO WS-WORST-RESULT
               END-IF
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-BKG-TYPE (WS-SUB) TO AL-TYPE
               MOVE SPACES TO AL-TIME
               STRING WS-BKG-HOUR (WS-SUB) ':' WS-BKG-MINUTES (WS-SUB)
                   DELIMITED BY SIZE INTO AL-TIME
               MOVE WS-BKG-DEST (WS-SUB) TO AL-DEST
               MOVE WS-BKG-REFERENCE (WS-SUB) TO AL-REFERENCE
               MOVE WS-BKG-NAME (WS-SUB) TO AL-NAME
               MOVE WS-BKG-KIND (WS-SUB) TO AL-KIND
               MOVE WS-BKG-STOP (WS-SUB) TO AL-STOP
               MOVE WS-BKG-REASON (WS-SUB) TO AL-REASON
               WRITE ALERT-PRINT-LINE FROM WS-ALERT-LINE
               MOVE WS-BKG-PHONE (WS-SUB) TO AD-PHONE
               MOVE SPACES TO AD-NEXT
               IF WS-BKG-NOT-RUNNING (WS-SUB)
                   PERFORM 2100-FIND-NEXT-TRAIN
                   IF WS-BEST-TRAIN = 0
                       MOVE 'NEXT: NO LATER TRAIN' TO AD-NEXT
                   ELSE
                       PERFORM 2200-DESCRIBE-NEXT-TRAIN
                   END-IF
               END-IF
               WRITE ALERT-PRINT-LINE FROM WS-ALERT-DETAIL-LINE
           END-IF.

      * The first train after the booked one to leave the
      * terminal and call at (or terminate at) the passenger's
      * stop, skipping anything cancelled - the same search
      * TrnSchdCnx makes for a missed connection.
       2100-FIND-NEXT-TRAIN.
           MOVE 0 TO WS-BEST-TRAIN
           MOVE 9999 TO WS-BEST-DEP
           COMPUTE WS-BOOKED-DEP =
               (WS-BKG-HOUR (WS-SUB) * 60) + WS-BKG-MINUTES (WS-SUB)
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TRAIN-COUNT
               IF WS-TRN-CANCELLED (WS-T) NOT = 'Y'
                   AND WS-TRN-TOTAL-MIN (WS-T) > WS-BOOKED-DEP
                   AND WS-TRN-TOTAL-MIN (WS-T) < WS-BEST-DEP
                   PERFORM 2150-CHECK-CANDIDATE
               END-IF
           END-PERFORM.

       2150-CHECK-CANDIDATE.
           PERFORM 1300-FIND-STOP-ARRIVAL
           IF STOP-CALLED
               IF WS-REMOVED-COUNT > 0
                   SET RMV-IDX TO 1
                   SEARCH WS-REMOVED-ENTRY
                       WHEN WS-RMV-KEY (RMV-IDX) = WS-TRN-KEY (WS-T)
                           SET STOP-NOT-CALLED TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           IF STOP-CALLED
               MOVE WS-T TO WS-BEST-TRAIN
               MOVE WS-TRN-TOTAL-MIN (WS-T) TO WS-BEST-DEP
           END-IF.

       2200-DESCRIBE-NEXT-TRAIN.
           MOVE WS-BEST-TRAIN TO WS-T
           PERFORM 1300-FIND-STOP-ARRIVAL
           IF WS-STOP-ARR = WS-UNKNOWN-ARR
               MOVE '??:??' TO WS-FMT-TIME
           ELSE
               MOVE WS-STOP-ARR TO WS-FMT-TOTAL
               PERFORM 9000-FORMAT-TIME
           END-IF
           STRING 'NEXT: ' WS-TRN-TYPE (WS-T) ' '
               WS-TRN-HOUR (WS-T) ':' WS-TRN-MINUTES (WS-T)
               ' TO ' WS-TRN-DEST (WS-T)
               ' DUE ' WS-FMT-TIME
               DELIMITED BY SIZE INTO AD-NEXT.

      * Insertion sort on alighting stop then expected arrival,
      * same pattern as the sorted departure board.
       3000-SORT-BOOKINGS.
           IF WS-BOOKING-COUNT > 1
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-BOOKING-COUNT
                   MOVE WS-ENTRY (WS-SORT-I) TO WS-HOLD-ENTRY
                   MOVE WS-BKG-SORT-KEY (WS-SORT-I) TO WS-SORT-KEY
                   MOVE WS-SORT-I TO WS-SORT-J
                   SET KEEP-SHIFTING TO TRUE
                   PERFORM 3100-SHIFT-UP UNTIL STOP-SHIFTING
                   MOVE WS-HOLD-ENTRY TO WS-ENTRY (WS-SORT-J)
               END-PERFORM
           END-IF.

       3100-SHIFT-UP.
           IF WS-SORT-J < 2
               SET STOP-SHIFTING TO TRUE
           ELSE
               IF WS-BKG-SORT-KEY (WS-SORT-J - 1) > WS-SORT-KEY
                   MOVE WS-ENTRY (WS-SORT-J - 1)
                       TO WS-ENTRY (WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               ELSE
                   SET STOP-SHIFTING TO TRUE
               END-IF
           END-IF.

      * A new alighting stop starts its own heading, named from
      * the station master.
       4000-WRITE-ONE-HANDOVER.
           IF NOT WS-BKG-NOT-RUNNING (WS-SUB)
               IF WS-BKG-STOP (WS-SUB) NOT = WS-PREV-STOP
                   MOVE WS-BKG-STOP (WS-SUB) TO WS-PREV-STOP
                   ADD 1 TO WS-STOP-COUNT
                   WRITE PRINT-LINE FROM SPACES
                   MOVE WS-BKG-STOP (WS-SUB) TO SP-STOP
                   MOVE SPACES TO SP-NAME
                   IF WS-STATION-COUNT > 0
                       SET STN-IDX TO 1
                       SEARCH WS-STATION-ENTRY
                           WHEN WS-STN-STOP (STN-IDX)
                                   = WS-BKG-STOP (WS-SUB)
                               MOVE WS-STN-NAME (STN-IDX) TO SP-NAME
                       END-SEARCH
                   END-IF
                   WRITE PRINT-LINE FROM WS-STOP-LINE
               END-IF
               IF WS-BKG-ARR (WS-SUB) = WS-UNKNOWN-ARR
                   MOVE '??:??' TO HL-ARR
               ELSE
                   MOVE WS-BKG-ARR (WS-SUB) TO WS-FMT-TOTAL
                   PERFORM 9000-FORMAT-TIME
                   MOVE WS-FMT-TIME TO HL-ARR
               END-IF
               MOVE WS-BKG-TYPE (WS-SUB) TO HL-TYPE
               MOVE SPACES TO HL-TIME
               STRING WS-BKG-HOUR (WS-SUB) ':' WS-BKG-MINUTES (WS-SUB)
                   DELIMITED BY SIZE INTO HL-TIME
               MOVE WS-BKG-DEST (WS-SUB) TO HL-DEST
               MOVE WS-BKG-REFERENCE (WS-SUB) TO HL-REFERENCE
               MOVE WS-BKG-NAME (WS-SUB) TO HL-NAME
               IF WS-BKG-RAMP (WS-SUB)
                   MOVE 'RAMP' TO HL-KIND
               ELSE
                   MOVE 'ESCORT' TO HL-KIND
               END-IF
               MOVE WS-BKG-PHONE (WS-SUB) TO HL-PHONE
               IF WS-BKG-LATE (WS-SUB)
                   MOVE 'DELAYED' TO HL-NOTE
               ELSE
                   MOVE SPACES TO HL-NOTE
               END-IF
               WRITE PRINT-LINE FROM WS-HANDOVER-LINE
               ADD 1 TO WS-HANDOVER-COUNT
           END-IF.

       5000-FINISH-PRINTS.
           IF WS-HANDOVER-COUNT = 0
               WRITE PRINT-LINE FROM SPACES
               MOVE '  (NO ASSISTANCE BOOKED)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-STOP-COUNT TO TL-STOPS
           MOVE WS-HANDOVER-COUNT TO TL-BOOKINGS
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           IF WS-ALERT-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE ALERT-PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE ALERT-PRINT-LINE FROM SPACES
           MOVE WS-ALERT-COUNT TO TA-ALERTS
           WRITE ALERT-PRINT-LINE FROM WS-ALERT-TOTAL-LINE.

      * Folds an accumulated minute count back onto the clock for
      * display, exactly as 2700-FIND-DELAY shows estimates.
       9000-FORMAT-TIME.
           COMPUTE WS-FMT-HOUR = FUNCTION MOD
               (WS-FMT-TOTAL / 60, 24)
           COMPUTE WS-FMT-MINUTES = FUNCTION MOD
               (WS-FMT-TOTAL, 60)
           MOVE SPACES TO WS-FMT-TIME
           STRING WS-FMT-HOUR ':' WS-FMT-MINUTES
               DELIMITED BY SIZE INTO WS-FMT-TIME.
