       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdRsl.
       AUTHOR. Pierre.

      *====================================================*
      * Reservation lists for one service date, run nightly *
      * after TrnSchdWks and TrnSchdRsv (and again during   *
      * the day whenever control cancels a train): reads    *
      * the date's bookings from reservation.dat and        *
      *   - lists every booking on a departure that is      *
      *     still running, departure by departure with the  *
      *     seats booked, for platform staff                *
      *     (reservations.prt), and                         *
      *   - lists every booking on a departure that is not: *
      *     removed by engineering works                    *
      *     (works-removed.dat), marked CANCELLED in        *
      *     delay-log.dat, or simply absent from            *
      *     train-eff.dat - so the booking office can       *
      *     rebook the passengers                           *
      *     (displaced-reservations.prt).                   *
      * Any displaced booking gives return code 4.          *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO 'reservation.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT TRAIN-FILE ASSIGN TO 'train-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-TRAIN-STATUS.

           SELECT DELAY-FILE ASSIGN TO 'delay-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELAY-STATUS.

           SELECT REMOVED-FILE ASSIGN TO 'works-removed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REMOVED-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'reservations.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT DISPLACED-PRINT-FILE
               ASSIGN TO 'displaced-reservations.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
           COPY RSVREC.

       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

       FD DELAY-FILE.
           COPY DELAYREC.

       FD REMOVED-FILE.
           COPY RMVREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(80).

       FD DISPLACED-PRINT-FILE.
       01 DISPLACED-PRINT-LINE     PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-RESERVATION-STATUS       PIC XX.
       01  WS-TRAIN-STATUS             PIC XX.
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

       01  WS-MAX-TRAINS               PIC 9(4) VALUE 500.
       01  WS-TRAIN-COUNT              PIC 9(4) VALUE 0.
       01  WS-TRAIN-TABLE.
           05 WS-TRAIN-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-TRAIN-COUNT
               INDEXED BY TRN-IDX.
               10 WS-TRN-KEY           PIC X(7).
               10 WS-TRN-DEST          PIC X(12).
       01  WS-TRAIN-FOUND              PIC X VALUE 'N'.
           88 TRAIN-FOUND       VALUE 'Y'.
           88 TRAIN-NOT-FOUND   VALUE 'N'.

      * only the CANCELLED entries are kept; a delayed train
      * still carries its bookings.
       01  WS-MAX-CANCELS              PIC 9(4) VALUE 300.
       01  WS-CANCEL-COUNT             PIC 9(4) VALUE 0.
       01  WS-CANCEL-TABLE.
           05 WS-CANCEL-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-CANCEL-COUNT
               INDEXED BY CAN-IDX.
               10 WS-CAN-KEY           PIC X(7).
               10 WS-CAN-REASON        PIC X(4).

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

      * why the booking in hand cannot travel; spaces means it
      * can and goes on the platform list.
       01  WS-DISPLACED-REASON         PIC X(30).
       01  WS-BOOKING-DEST             PIC X(12).

       01  WS-PREV-KEY                 PIC X(7) VALUE SPACES.
       01  WS-DEPARTURE-SEATS          PIC 9(5) VALUE 0.
       01  WS-DEPARTURE-COUNT          PIC 9(4) VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(6) VALUE 0.
       01  WS-LISTED-SEATS             PIC 9(6) VALUE 0.
       01  WS-DISPLACED-COUNT          PIC 9(6) VALUE 0.
       01  WS-DISPLACED-SEATS          PIC 9(6) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = booking(s) displaced and waiting to be rebooked.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(32) VALUE
               'RESERVATIONS BY DEPARTURE FOR'.
           05 WS-HEADING-DATE          PIC X(8).

       01  WS-DISPLACED-HEADING.
           05 FILLER                   PIC X(32) VALUE
               'DISPLACED RESERVATIONS FOR'.
           05 WS-DISPLACED-HEADING-DATE PIC X(8).

       01  WS-SECTION-LINE             PIC X(50).

       01  WS-DEPARTURE-LINE.
           05 DP-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DP-TIME                  PIC X(5).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 DP-DEST                  PIC X(12).

       01  WS-BOOKING-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 BK-REFERENCE             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BK-PARTY                 PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BK-KIND                  PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BK-SEATS                 PIC ZZ9.

       01  WS-SEATS-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(44) VALUE
               'SEATS BOOKED ON THIS DEPARTURE'.
           05 SL-SEATS                 PIC ZZZZ9.

       01  WS-DISPLACED-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-TIME                  PIC X(5).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 DL-DEST                  PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-REFERENCE             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-PARTY                 PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-KIND                  PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-SEATS                 PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-REASON                PIC X(30).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(12) VALUE
               'DEPARTURES: '.
           05 TL-DEPARTURES            PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  BOOKINGS: '.
           05 TL-BOOKINGS              PIC ZZZZZ9.
           05 FILLER                   PIC X(9) VALUE
               '  SEATS: '.
           05 TL-SEATS                 PIC ZZZZZ9.

       01  WS-DISPLACED-TOTAL-LINE.
           05 FILLER                   PIC X(11) VALUE
               'DISPLACED: '.
           05 TD-BOOKINGS              PIC ZZZZZ9.
           05 FILLER                   PIC X(9) VALUE
               '  SEATS: '.
           05 TD-SEATS                 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0500-LOAD-TRAINS
           PERFORM 0600-LOAD-CANCELLATIONS
           PERFORM 0700-LOAD-REMOVED
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT DISPLACED-PRINT-FILE
           MOVE WS-RUN-DATE TO WS-HEADING-DATE
           WRITE PRINT-LINE FROM WS-HEADING-1
           MOVE WS-RUN-DATE TO WS-DISPLACED-HEADING-DATE
           WRITE DISPLACED-PRINT-LINE FROM WS-DISPLACED-HEADING
           WRITE DISPLACED-PRINT-LINE FROM SPACES
           PERFORM 1000-READ-RESERVATIONS
           PERFORM 3000-FINISH-PRINTS
           CLOSE PRINT-FILE
           CLOSE DISPLACED-PRINT-FILE
           DISPLAY "Reservations for " WS-RUN-DATE ": "
               WS-LISTED-COUNT " listed, "
               WS-DISPLACED-COUNT " displaced."
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

      * The effective schedule after works; only the key and
      * destination are needed to place a booking.
       0500-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           IF WS-TRAIN-STATUS NOT = '00'
               DISPLAY "No train-eff.dat found; every booking "
                       "will show as displaced."
           ELSE
               PERFORM UNTIL EOF
                   READ TRAIN-FILE NEXT RECORD INTO TRAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-TRAIN-COUNT < WS-MAX-TRAINS
                               ADD 1 TO WS-TRAIN-COUNT
                               MOVE TRAIN-KEY
                                   TO WS-TRN-KEY (WS-TRAIN-COUNT)
                               MOVE DESTINA
                                   TO WS-TRN-DEST (WS-TRAIN-COUNT)
                           ELSE
                               DISPLAY "WARNING: train-eff.dat "
                                   "exceeds " WS-MAX-TRAINS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAIN-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0600-LOAD-CANCELLATIONS.
           OPEN INPUT DELAY-FILE
           IF WS-DELAY-STATUS NOT = '00'
               DISPLAY "No delay-log.dat found; no cancellations "
                       "applied."
           ELSE
               PERFORM UNTIL EOF
                   READ DELAY-FILE INTO DELAY-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF DELAY-CANCELLED
                               PERFORM 0610-STORE-CANCELLATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELAY-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0610-STORE-CANCELLATION.
           IF WS-CANCEL-COUNT < WS-MAX-CANCELS
               ADD 1 TO WS-CANCEL-COUNT
               MOVE DELAY-RECORD (1:7)
                   TO WS-CAN-KEY (WS-CANCEL-COUNT)
               MOVE DELAY-REASON-CODE
                   TO WS-CAN-REASON (WS-CANCEL-COUNT)
           ELSE
               DISPLAY "WARNING: delay-log.dat has more than "
                   WS-MAX-CANCELS " cancellations; remainder "
                   "ignored."
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
       1000-READ-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           IF WS-RESERVATION-STATUS NOT = '00'
               DISPLAY "No reservation.dat found; nothing booked."
           ELSE
               MOVE LOW-VALUES TO RSV-KEY
               MOVE WS-RUN-DATE-NUM TO RSV-SERVICE-DATE
               START RESERVATION-FILE
                   KEY IS NOT LESS THAN RSV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL EOF
                   READ RESERVATION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RSV-SERVICE-DATE NOT = WS-RUN-DATE-NUM
                               MOVE 'Y' TO WS-END-OF-FILE
                           ELSE
                               PERFORM 1100-PLACE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Works removal is checked first (the train is gone from
      * the schedule altogether), then a cancellation, then
      * whether the train is in tonight's schedule at all.
       1100-PLACE-BOOKING.
           MOVE SPACES TO WS-DISPLACED-REASON
           MOVE SPACES TO WS-BOOKING-DEST
           SET TRAIN-NOT-FOUND TO TRUE
           IF WS-TRAIN-COUNT > 0
               SET TRN-IDX TO 1
               SEARCH WS-TRAIN-ENTRY
                   WHEN WS-TRN-KEY (TRN-IDX) = RSV-TRAIN-KEY
                       SET TRAIN-FOUND TO TRUE
                       MOVE WS-TRN-DEST (TRN-IDX)
                           TO WS-BOOKING-DEST
               END-SEARCH
           END-IF
           IF WS-REMOVED-COUNT > 0
               SET RMV-IDX TO 1
               SEARCH WS-REMOVED-ENTRY
                   WHEN WS-RMV-KEY (RMV-IDX) = RSV-TRAIN-KEY
                       MOVE WS-RMV-DEST (RMV-IDX)
                           TO WS-BOOKING-DEST
                       STRING 'REMOVED BY WORKS '
                           WS-RMV-FROM (RMV-IDX) '-'
                           WS-RMV-TO (RMV-IDX)
                           DELIMITED BY SIZE
                           INTO WS-DISPLACED-REASON
               END-SEARCH
           END-IF
           IF WS-DISPLACED-REASON = SPACES
               AND WS-CANCEL-COUNT > 0
               SET CAN-IDX TO 1
               SEARCH WS-CANCEL-ENTRY
                   WHEN WS-CAN-KEY (CAN-IDX) = RSV-TRAIN-KEY
                       STRING 'CANCELLED - REASON '
                           WS-CAN-REASON (CAN-IDX)
                           DELIMITED BY SIZE
                           INTO WS-DISPLACED-REASON
               END-SEARCH
           END-IF
           IF WS-DISPLACED-REASON = SPACES
               AND TRAIN-NOT-FOUND
               MOVE 'NOT IN EFFECTIVE SCHEDULE'
                   TO WS-DISPLACED-REASON
           END-IF
           IF WS-DISPLACED-REASON = SPACES
               PERFORM 2000-LIST-BOOKING
           ELSE
               PERFORM 2500-LIST-DISPLACED
           END-IF.

      * A new departure closes off the previous one's seat
      * total and starts its own heading.
       2000-LIST-BOOKING.
           IF RSV-TRAIN-KEY NOT = WS-PREV-KEY
               PERFORM 2100-CLOSE-DEPARTURE
               ADD 1 TO WS-DEPARTURE-COUNT
               MOVE RSV-TRAIN-KEY TO WS-PREV-KEY
               WRITE PRINT-LINE FROM SPACES
               MOVE RSV-TRAIN-TYPE TO DP-TYPE
               MOVE SPACES TO DP-TIME
               STRING RSV-TRAIN-HOUR ':' RSV-TRAIN-MINUTES
                   DELIMITED BY SIZE INTO DP-TIME
               MOVE WS-BOOKING-DEST TO DP-DEST
               WRITE PRINT-LINE FROM WS-DEPARTURE-LINE
           END-IF
           MOVE RSV-REFERENCE TO BK-REFERENCE
           MOVE RSV-PARTY-NAME TO BK-PARTY
           IF RSV-WHEELCHAIR
               MOVE 'WHEELCHAIR' TO BK-KIND
           ELSE
               MOVE 'GROUP' TO BK-KIND
           END-IF
           MOVE RSV-SEATS TO BK-SEATS
           WRITE PRINT-LINE FROM WS-BOOKING-LINE
           ADD RSV-SEATS TO WS-DEPARTURE-SEATS
           ADD 1 TO WS-LISTED-COUNT
           ADD RSV-SEATS TO WS-LISTED-SEATS.

       2100-CLOSE-DEPARTURE.
           IF WS-PREV-KEY NOT = SPACES
               MOVE WS-DEPARTURE-SEATS TO SL-SEATS
               WRITE PRINT-LINE FROM WS-SEATS-LINE
           END-IF
           MOVE 0 TO WS-DEPARTURE-SEATS.

       2500-LIST-DISPLACED.
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           MOVE RSV-TRAIN-TYPE TO DL-TYPE
           MOVE SPACES TO DL-TIME
           STRING RSV-TRAIN-HOUR ':' RSV-TRAIN-MINUTES
               DELIMITED BY SIZE INTO DL-TIME
           MOVE WS-BOOKING-DEST TO DL-DEST
           MOVE RSV-REFERENCE TO DL-REFERENCE
           MOVE RSV-PARTY-NAME TO DL-PARTY
           MOVE RSV-KIND TO DL-KIND
           MOVE RSV-SEATS TO DL-SEATS
           MOVE WS-DISPLACED-REASON TO DL-REASON
           WRITE DISPLACED-PRINT-LINE FROM WS-DISPLACED-LINE
           ADD 1 TO WS-DISPLACED-COUNT
           ADD RSV-SEATS TO WS-DISPLACED-SEATS.

       3000-FINISH-PRINTS.
           PERFORM 2100-CLOSE-DEPARTURE
           IF WS-LISTED-COUNT = 0
               WRITE PRINT-LINE FROM SPACES
               MOVE '  (NO RESERVATIONS)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-DEPARTURE-COUNT TO TL-DEPARTURES
           MOVE WS-LISTED-COUNT TO TL-BOOKINGS
           MOVE WS-LISTED-SEATS TO TL-SEATS
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           IF WS-DISPLACED-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE DISPLACED-PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE DISPLACED-PRINT-LINE FROM SPACES
           MOVE WS-DISPLACED-COUNT TO TD-BOOKINGS
           MOVE WS-DISPLACED-SEATS TO TD-SEATS
           WRITE DISPLACED-PRINT-LINE FROM WS-DISPLACED-TOTAL-LINE.
