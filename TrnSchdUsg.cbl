       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdUsg.
       AUTHOR. Pierre.

      *====================================================*
      * Nightly unit-usage recorder for depot engineering:  *
      * prices every working in the day's unit assignments  *
      * (unit-asgn.dat) in running minutes - departure to   *
      * the last calling point per the running-times        *
      * master, the same walk as the crew roster check -    *
      * and appends one dated row per working to the unit-  *
      * usage history (unit-usage.dat). The fleet-          *
      * maintenance report and the roster check total that  *
      * history since each unit's last exam. A working      *
      * whose running time cannot be computed is booked at  *
      * a nominal length rather than at nothing, so a       *
      * gap in the master never hides an exam falling due.  *
      * Refuses to record the same date twice, so a rerun   *
      * of the nightly suite does not double the mileage.   *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY.

           SELECT ASSIGN-FILE ASSIGN TO 'unit-asgn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT RUN-TIME-FILE ASSIGN TO 'run-times.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-TIME-STATUS.

           SELECT USAGE-FILE ASSIGN TO 'unit-usage.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

       FD ASSIGN-FILE.
           COPY ASGNREC.

       FD RUN-TIME-FILE.
           COPY RUNTMREC.

       FD USAGE-FILE.
           COPY USAGEREC.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-RUN-TIME-STATUS          PIC XX.
       01  WS-USAGE-STATUS             PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
           88 ANSWER-NOT-SUPPLIED VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.

       01  WS-RECORD-STATUS            PIC X VALUE 'V'.
           88 VALID-RECORD     VALUE 'V'.
           88 INVALID-RECORD   VALUE 'I'.

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-ALREADY-RECORDED         PIC X VALUE 'N'.
           88 ALREADY-RECORDED  VALUE 'Y'.
           88 NOT-YET-RECORDED  VALUE 'N'.

      * the running minutes booked for a working whose arrivals
      * the running-times master cannot produce - the same
      * nominal length the crew roster check books for duty.
       01  WS-NOMINAL-RUN-MIN          PIC 9(3) VALUE 60.

      * the departure terminal's code in run-times.dat, same
      * convention as the timetable program.
       01  WS-HOME-STATION             PIC X(3) VALUE 'HUB'.

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

       01  WS-MAX-TRAINS               PIC 9(4) VALUE 500.
       01  WS-TRAIN-COUNT              PIC 9(4) VALUE 0.
       01  WS-TRAIN-TABLE.
           05 WS-TRAIN-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-TRAIN-COUNT
               INDEXED BY TRN-IDX.
               10 WS-TRN-TYPE          PIC X(3).
               10 WS-TRN-HOUR          PIC 99.
               10 WS-TRN-MINUTES       PIC 99.
               10 WS-TRN-RUN-MIN       PIC 9(4).
               10 WS-TRN-NOMINAL       PIC X.
               10 WS-TRN-NSTOPS        PIC 9(2).
               10 WS-TRN-STOP          OCCURS 10 TIMES PIC X(3).
       01  WS-TRAIN-FOUND              PIC X VALUE 'N'.
           88 TRAIN-FOUND       VALUE 'Y'.
           88 TRAIN-NOT-FOUND   VALUE 'N'.

       01  WS-SUB                      PIC 9(4).
       01  WS-SG                       PIC 9(2).
       01  WS-PREV-STATION             PIC X(3).
       01  WS-CUR-RUN-MIN              PIC 9(4).
       01  WS-TIME-KNOWN               PIC X VALUE 'Y'.
           88 TIME-KNOWN        VALUE 'Y'.
           88 TIME-UNKNOWN      VALUE 'N'.

       01  WS-RECORDED-COUNT           PIC 9(4) VALUE 0.
       01  WS-NOMINAL-COUNT            PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(4) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code so TrnSchdDrv can see it: 4 = an assignment skipped
      * or a working booked at the nominal length (a warning).
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0200-CHECK-ALREADY-RECORDED
           IF ALREADY-RECORDED
               DISPLAY "unit-usage.dat already holds entries for "
                   WS-RUN-DATE "; nothing recorded."
           ELSE
               PERFORM 0500-LOAD-RUN-TIMES
               PERFORM 0700-LOAD-TRAINS
               PERFORM 0900-COMPUTE-RUN-MINUTES
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TRAIN-COUNT
               PERFORM 1000-RECORD-USAGE
               DISPLAY "Recorded " WS-RECORDED-COUNT
                   " unit working(s) for " WS-RUN-DATE ", "
                   WS-NOMINAL-COUNT " at nominal length, "
                   WS-SKIPPED-COUNT " skipped."
           END-IF
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Asks which service date the assignments being recorded
      * belong to; a blank answer means today, so the nightly run
      * needs no typing at all. Run unattended by TrnSchdDrv the
      * date comes from step-answers.dat instead of the keyboard.
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
               DISPLAY "Usage date (YYYYMMDD, blank = today): "
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

      * A rerun after an abend must not append the same day's
      * workings a second time, so scan the history for the date
      * first, same as TrnSchdArc. A missing history file simply
      * means nothing is recorded yet.
       0200-CHECK-ALREADY-RECORDED.
           SET NOT-YET-RECORDED TO TRUE
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS = '00'
               PERFORM UNTIL EOF OR ALREADY-RECORDED
                   READ USAGE-FILE INTO USAGE-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF USG-RUN-DATE = WS-RUN-DATE-NUM
                               SET ALREADY-RECORDED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Loads the running-times master into memory once, same
      * pattern as the crew roster check. A missing master books
      * every working at the nominal length.
       0500-LOAD-RUN-TIMES.
           OPEN INPUT RUN-TIME-FILE
           IF WS-RUN-TIME-STATUS NOT = '00'
               DISPLAY "No run-times.dat found; every working "
                       "booked at " WS-NOMINAL-RUN-MIN
                       " nominal minutes."
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

       0700-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL EOF
               READ TRAIN-FILE NEXT RECORD INTO TRAIN-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 0800-VALIDATE-TRAIN
                       IF VALID-RECORD
                           PERFORM 0850-STORE-TRAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      * Same field checks as TrnSchd.cbl's 2000-VALIDATE-TRAIN - a
      * corrupted NUMBER-OF-STOPS must not drive the stop loops
      * below off the end of the table.
       0800-VALIDATE-TRAIN.
           SET VALID-RECORD TO TRUE
           IF TRAIN-HOUR IS NOT NUMERIC
                   OR TRAIN-HOUR > 23
               SET INVALID-RECORD TO TRUE
           ELSE
               IF TRAIN-MINUTES IS NOT NUMERIC
                       OR TRAIN-MINUTES > 59
                   SET INVALID-RECORD TO TRUE
               ELSE
                   IF TRAIN-TYPE = SPACES
                       SET INVALID-RECORD TO TRUE
                   ELSE
                       IF NUMBER-OF-STOPS IS NOT NUMERIC
                               OR NUMBER-OF-STOPS > 10
                           SET INVALID-RECORD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0850-STORE-TRAIN.
           IF WS-TRAIN-COUNT < WS-MAX-TRAINS
               ADD 1 TO WS-TRAIN-COUNT
               MOVE TRAIN-TYPE TO WS-TRN-TYPE (WS-TRAIN-COUNT)
               MOVE TRAIN-HOUR TO WS-TRN-HOUR (WS-TRAIN-COUNT)
               MOVE TRAIN-MINUTES
                   TO WS-TRN-MINUTES (WS-TRAIN-COUNT)
               MOVE NUMBER-OF-STOPS
                   TO WS-TRN-NSTOPS (WS-TRAIN-COUNT)
               PERFORM VARYING STOPS-IDX FROM 1 BY 1
                   UNTIL STOPS-IDX > NUMBER-OF-STOPS
                   MOVE STOP-STATION (STOPS-IDX)
                       TO WS-TRN-STOP (WS-TRAIN-COUNT STOPS-IDX)
               END-PERFORM
           ELSE
               DISPLAY "WARNING: train-eff.dat exceeds "
                   WS-MAX-TRAINS " entries; remainder ignored."
           END-IF.

      * Walks train WS-SUB's calling pattern accumulating segment
      * minutes, the same walk as the crew roster check's
      * 0900-COMPUTE-END-TIME. A missing segment (or a non-stop
      * working) books the nominal length instead.
       0900-COMPUTE-RUN-MINUTES.
           SET TIME-KNOWN TO TRUE
           MOVE WS-HOME-STATION TO WS-PREV-STATION
           MOVE 0 TO WS-CUR-RUN-MIN
           IF WS-TRN-NSTOPS (WS-SUB) = 0
               SET TIME-UNKNOWN TO TRUE
           END-IF
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-TRN-NSTOPS (WS-SUB)
               IF TIME-KNOWN
                   PERFORM 0950-FIND-SEGMENT
                   IF SEGMENT-FOUND
                       ADD WS-RTM-MINUTES (RTM-IDX)
                           TO WS-CUR-RUN-MIN
                   ELSE
                       SET TIME-UNKNOWN TO TRUE
                   END-IF
               END-IF
               MOVE WS-TRN-STOP (WS-SUB WS-SG)
                   TO WS-PREV-STATION
           END-PERFORM
           IF TIME-KNOWN
               MOVE WS-CUR-RUN-MIN TO WS-TRN-RUN-MIN (WS-SUB)
               MOVE 'N' TO WS-TRN-NOMINAL (WS-SUB)
           ELSE
               MOVE WS-NOMINAL-RUN-MIN TO WS-TRN-RUN-MIN (WS-SUB)
               MOVE 'Y' TO WS-TRN-NOMINAL (WS-SUB)
           END-IF.

       0950-FIND-SEGMENT.
           SET SEGMENT-NOT-FOUND TO TRUE
           IF WS-RUN-TIME-COUNT > 0
               SET RTM-IDX TO 1
               SEARCH WS-RUN-TIME-ENTRY
                   WHEN WS-RTM-FROM (RTM-IDX) = WS-PREV-STATION
                       AND WS-RTM-TO (RTM-IDX)
                           = WS-TRN-STOP (WS-SUB WS-SG)
                       SET SEGMENT-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * Appends one dated row per assignment whose train runs
      * today. The first ever run creates the history.
       1000-RECORD-USAGE.
           OPEN INPUT ASSIGN-FILE
           OPEN EXTEND USAGE-FILE
           IF WS-USAGE-STATUS = '35'
               OPEN OUTPUT USAGE-FILE
           END-IF
           PERFORM UNTIL EOF
               READ ASSIGN-FILE INTO ASSIGN-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 1100-RECORD-ONE-WORKING
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE
           CLOSE USAGE-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      * An assignment with a bad time, or to a train that does
      * not run today, put no miles on the unit - it is reported
      * (the roster check lists it as an error too) and skipped.
       1100-RECORD-ONE-WORKING.
           IF ASG-TRAIN-HOUR IS NOT NUMERIC
                   OR ASG-TRAIN-HOUR > 23
                   OR ASG-TRAIN-MINUTES IS NOT NUMERIC
                   OR ASG-TRAIN-MINUTES > 59
               DISPLAY "WARNING: unit-asgn.dat entry for unit "
                   ASG-UNIT-NUMBER " has a bad time; skipped."
               PERFORM 1300-NOTE-SKIPPED
           ELSE
               PERFORM 1200-FIND-TRAIN
               IF TRAIN-FOUND
                   PERFORM 1400-WRITE-USAGE
               ELSE
                   DISPLAY "WARNING: unit " ASG-UNIT-NUMBER
                       " assigned to " ASG-TRAIN-TYPE " "
                       ASG-TRAIN-HOUR ":" ASG-TRAIN-MINUTES
                       " which does not run; skipped."
                   PERFORM 1300-NOTE-SKIPPED
               END-IF
           END-IF.

       1200-FIND-TRAIN.
           SET TRAIN-NOT-FOUND TO TRUE
           IF WS-TRAIN-COUNT > 0
               SET TRN-IDX TO 1
               SEARCH WS-TRAIN-ENTRY
                   AT END
                       SET TRAIN-NOT-FOUND TO TRUE
                   WHEN WS-TRN-TYPE (TRN-IDX) = ASG-TRAIN-TYPE
                       AND WS-TRN-HOUR (TRN-IDX) = ASG-TRAIN-HOUR
                       AND WS-TRN-MINUTES (TRN-IDX)
                           = ASG-TRAIN-MINUTES
                       SET TRAIN-FOUND TO TRUE
               END-SEARCH
           END-IF.

       1300-NOTE-SKIPPED.
           ADD 1 TO WS-SKIPPED-COUNT
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF.

       1400-WRITE-USAGE.
           MOVE WS-RUN-DATE-NUM TO USG-RUN-DATE
           MOVE ASG-UNIT-NUMBER TO USG-UNIT-NUMBER
           MOVE ASG-TRAIN-TYPE TO USG-TRAIN-TYPE
           MOVE ASG-TRAIN-HOUR TO USG-TRAIN-HOUR
           MOVE ASG-TRAIN-MINUTES TO USG-TRAIN-MINUTES
           MOVE WS-TRN-RUN-MIN (TRN-IDX) TO USG-RUN-MINUTES
           WRITE USAGE-RECORD
           ADD 1 TO WS-RECORDED-COUNT
           IF WS-TRN-NOMINAL (TRN-IDX) = 'Y'
               DISPLAY "WARNING: no running time for "
                   ASG-TRAIN-TYPE " " ASG-TRAIN-HOUR ":"
                   ASG-TRAIN-MINUTES "; unit " ASG-UNIT-NUMBER
                   " booked at " WS-NOMINAL-RUN-MIN " minutes."
               ADD 1 TO WS-NOMINAL-COUNT
               IF WS-WORST-RESULT < 4
                   MOVE 4 TO WS-WORST-RESULT
               END-IF
           END-IF.
