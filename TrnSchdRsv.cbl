       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdRsv.
       AUTHOR. Pierre.

      *====================================================*
      * Seat reservation maintenance: applies the booking   *
      * office's book/amend/cancel transactions             *
      * (reservation-txn.dat) to the indexed reservation    *
      * file (reservation.dat), keyed on service date plus  *
      * TRAIN-KEY, and logs every transaction's outcome to  *
      * reservation-txn-log.dat the way TrnSchdMnt logs     *
      * schedule changes. A booking or amendment is         *
      * refused when                                        *
      *   - the train does not run that day: for the        *
      *     service date itself it must be in train-eff.dat *
      *     (after tonight's works); for a later date it    *
      *     must be in train.dat and its train-cal.dat      *
      *     entry must let it run on that date, the same    *
      *     test TrnSchdEff will apply on the night,        *
      *   - no unit is assigned to the train in             *
      *     unit-asgn.dat, or                               *
      *   - the seats already booked on that departure      *
      *     plus this booking would exceed the              *
      *     UNIT-CAPACITY of the unit(s) assigned.          *
      * A train removed later by works or cancelled on the  *
      * day keeps its bookings; TrnSchdRsl lists them as    *
      * displaced for the office to rebook.                 *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO 'reservation.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT TXN-FILE ASSIGN TO 'reservation-txn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT TXN-LOG-FILE ASSIGN TO 'reservation-txn-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT EFF-FILE ASSIGN TO 'train-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EFF-TRAIN-KEY
               FILE STATUS IS WS-EFF-STATUS.

           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-TRAIN-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'train-cal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO 'holiday.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT UNIT-FILE ASSIGN TO 'trainset.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNIT-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'unit-asgn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
           COPY RSVREC.

      * action code, then the reservation key and body exactly as
      * RSVREC lays them out (less the booked date, which this
      * run stamps).
       FD TXN-FILE.
       01 TXN-RECORD.
           05 TXN-ACTION              PIC X(1).
               88 TXN-BOOK            VALUE 'B'.
               88 TXN-AMEND           VALUE 'A'.
               88 TXN-CANCEL          VALUE 'C'.
           05 TXN-KEY.
               10 TXN-SERVICE-DATE    PIC 9(8).
               10 TXN-TRAIN-KEY.
                   15 TXN-TYPE        PIC X(3).
                   15 TXN-HOUR        PIC 99.
                   15 TXN-MINUTES     PIC 99.
               10 TXN-REFERENCE       PIC X(8).
           05 TXN-PARTY-NAME          PIC X(20).
           05 TXN-KIND                PIC X(1).
           05 TXN-SEATS               PIC 9(3).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD.
           05 LOG-ACTION              PIC X(1).
           05 LOG-REFERENCE           PIC X(8).
           05 LOG-SERVICE-DATE        PIC X(8).
           05 LOG-TYPE                PIC X(3).
           05 LOG-HOUR                PIC 99.
           05 LOG-MINUTES             PIC 99.
           05 LOG-SEATS               PIC X(3).
           05 LOG-RESULT              PIC X(8).
           05 LOG-REASON              PIC X(20).

       FD EFF-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON EFF-RECORD-LENGTH.
       01 EFF-RECORD.
           05 EFF-TRAIN-KEY.
               10 EFF-TRAIN-TYPE      PIC X(3).
               10 EFF-TRAIN-TIME.
                   15 EFF-TRAIN-HOUR  PIC 99.
                   15 EFF-TRAIN-MINUTES PIC 99.
           05 EFF-REST-OF-RECORD      PIC X(44).

       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

       FD CALENDAR-FILE.
           COPY CALNDREC.

       FD HOLIDAY-FILE.
           COPY HOLIDREC.

       FD UNIT-FILE.
           COPY UNITREC.

       FD ASSIGN-FILE.
           COPY ASGNREC.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  EFF-RECORD-LENGTH           PIC 9(2) COMP.
       01  WS-RESERVATION-STATUS       PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-EFF-STATUS               PIC XX.
       01  WS-TRAIN-STATUS             PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-HOLIDAY-STATUS           PIC XX.
       01  WS-UNIT-STATUS              PIC XX.
       01  WS-ASSIGN-STATUS            PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
           88 ANSWER-NOT-SUPPLIED VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.
       01  WS-END-OF-DEPARTURE         PIC X VALUE 'N'.
           88 END-OF-DEPARTURE  VALUE 'Y'.
           88 NOT-END-OF-DEPARTURE VALUE 'N'.

      * whether each schedule file could be opened; a booking
      * that needs a missing one is refused, never waved through.
       01  WS-EFF-OPEN                 PIC X VALUE 'N'.
           88 EFF-OPEN          VALUE 'Y'.
       01  WS-TRAIN-OPEN               PIC X VALUE 'N'.
           88 TRAIN-OPEN        VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-DAY-NUMBER               PIC 9.
       01  WS-DAY-SUB                  PIC 9.
       01  WS-DATE-INTEGER             PIC 9(7).
       01  WS-IS-HOLIDAY               PIC X VALUE 'N'.
           88 TXN-DATE-IS-HOLIDAY  VALUE 'Y'.
           88 TXN-DATE-NOT-HOLIDAY VALUE 'N'.
       01  WS-OPERATES-STATUS          PIC X VALUE 'Y'.
           88 TRAIN-OPERATES    VALUE 'Y'.
           88 TRAIN-NOT-THAT-DAY VALUE 'N'.

       01  WS-MAX-CALENDAR             PIC 9(4) VALUE 500.
       01  WS-CALENDAR-COUNT           PIC 9(4) VALUE 0.
       01  WS-CALENDAR-TABLE.
           05 WS-CALENDAR-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CALENDAR-COUNT
               INDEXED BY CAL-IDX.
               10 WS-CAL-TYPE          PIC X(3).
               10 WS-CAL-HOUR          PIC 99.
               10 WS-CAL-MINUTES       PIC 99.
               10 WS-CAL-DAYS          PIC X(7).
               10 WS-CAL-HOLIDAYS      PIC X.
               10 WS-CAL-START         PIC 9(8).
               10 WS-CAL-END           PIC 9(8).
       01  WS-CALENDAR-FOUND           PIC X VALUE 'N'.
           88 CALENDAR-FOUND    VALUE 'Y'.
           88 CALENDAR-NOT-FOUND VALUE 'N'.

       01  WS-MAX-HOLIDAYS             PIC 9(4) VALUE 100.
       01  WS-HOLIDAY-COUNT            PIC 9(4) VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-HOLIDAY-COUNT
               INDEXED BY HOL-IDX.
               10 WS-HOLIDAY-DATE      PIC 9(8).

       01  WS-MAX-UNITS                PIC 9(4) VALUE 100.
       01  WS-UNIT-COUNT               PIC 9(4) VALUE 0.
       01  WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-UNIT-COUNT
               INDEXED BY UNT-IDX.
               10 WS-UNT-NUMBER        PIC X(6).
               10 WS-UNT-CAPACITY      PIC 9(3).

       01  WS-MAX-ASSIGNS              PIC 9(4) VALUE 500.
       01  WS-ASSIGN-COUNT             PIC 9(4) VALUE 0.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ASSIGN-COUNT
               INDEXED BY ASG-IDX.
               10 WS-ASG-UNIT          PIC X(6).
               10 WS-ASG-TRAIN-KEY     PIC X(7).

       01  WS-SUB                      PIC 9(4).
       01  WS-UNITS-FOUND              PIC 9(4).
       01  WS-CAPACITY                 PIC 9(5).
       01  WS-BOOKED-SEATS             PIC 9(5).
       01  WS-SEATS-LEFT               PIC 9(3).

       01  WS-RECORD-STATUS            PIC X VALUE 'V'.
           88 VALID-RECORD      VALUE 'V'.
           88 INVALID-RECORD    VALUE 'I'.
       01  WS-TXN-REASON               PIC X(20) VALUE SPACES.

       01  WS-APPLIED-COUNT            PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(6) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code so TrnSchdDrv can hold the downstream lists:
      * 4 = transaction(s) refused (a warning),
      * 8 = an unknown action or an apply failed against the
      *     indexed reservation file.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0500-LOAD-UNITS
           PERFORM 0600-LOAD-ASSIGNMENTS
           PERFORM 0700-LOAD-CALENDAR
           PERFORM 0800-LOAD-HOLIDAYS
           PERFORM 0900-OPEN-FILES
           IF WS-TXN-STATUS = '00'
               PERFORM UNTIL EOF
                   PERFORM 1000-READ-TXN
                   IF NOT-EOF
                       PERFORM 1100-VALIDATE-TXN
                       IF VALID-RECORD
                           PERFORM 2000-APPLY-TXN
                       ELSE
                           PERFORM 2950-LOG-VALIDATION-FAILURE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TXN-FILE
           END-IF
           PERFORM 0990-CLOSE-FILES
           DISPLAY "Reservations for run date " WS-RUN-DATE ": "
               WS-APPLIED-COUNT " applied, "
               WS-REJECTED-COUNT " refused."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Asks which service date train-eff.dat was built for; a
      * blank answer means today, so the nightly run needs no
      * typing at all. Run unattended by TrnSchdDrv the date
      * comes from step-answers.dat instead of the keyboard.
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

      * Seat inventory comes from the trainset master; a unit
      * with a damaged capacity counts as no seats at all.
       0500-LOAD-UNITS.
           OPEN INPUT UNIT-FILE
           IF WS-UNIT-STATUS NOT = '00'
               DISPLAY "No trainset.dat found; every booking "
                       "will be refused for want of seats."
           ELSE
               PERFORM UNTIL EOF
                   READ UNIT-FILE INTO UNIT-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-UNIT-COUNT < WS-MAX-UNITS
                               ADD 1 TO WS-UNIT-COUNT
                               MOVE UNIT-NUMBER
                                   TO WS-UNT-NUMBER (WS-UNIT-COUNT)
                               IF UNIT-CAPACITY IS NUMERIC
                                   MOVE UNIT-CAPACITY
                                       TO WS-UNT-CAPACITY
                                           (WS-UNIT-COUNT)
                               ELSE
                                   MOVE 0 TO WS-UNT-CAPACITY
                                       (WS-UNIT-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "WARNING: trainset.dat "
                                   "exceeds " WS-MAX-UNITS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIT-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0600-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY "No unit-asgn.dat found; every booking "
                       "will be refused for want of a unit."
           ELSE
               PERFORM UNTIL EOF
                   READ ASSIGN-FILE INTO ASSIGN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-ASSIGN-COUNT < WS-MAX-ASSIGNS
                               ADD 1 TO WS-ASSIGN-COUNT
                               MOVE ASG-UNIT-NUMBER
                                   TO WS-ASG-UNIT (WS-ASSIGN-COUNT)
                               MOVE ASSIGN-RECORD (7:7)
                                   TO WS-ASG-TRAIN-KEY
                                       (WS-ASSIGN-COUNT)
                           ELSE
                               DISPLAY "WARNING: unit-asgn.dat "
                                   "exceeds " WS-MAX-ASSIGNS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Same calendar table as TrnSchdEff, so a booking for a
      * later date is held to the test that date's effective
      * schedule will be built with.
       0700-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY "No train-cal.dat found; all trains "
                       "treated as running every day."
           ELSE
               PERFORM UNTIL EOF
                   READ CALENDAR-FILE INTO CALENDAR-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-CALENDAR-COUNT < WS-MAX-CALENDAR
                               ADD 1 TO WS-CALENDAR-COUNT
                               PERFORM 0710-STORE-CALENDAR
                           ELSE
                               DISPLAY "WARNING: train-cal.dat "
                                   "exceeds " WS-MAX-CALENDAR
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0710-STORE-CALENDAR.
           MOVE CAL-TRAIN-TYPE
               TO WS-CAL-TYPE (WS-CALENDAR-COUNT)
           MOVE CAL-TRAIN-HOUR
               TO WS-CAL-HOUR (WS-CALENDAR-COUNT)
           MOVE CAL-TRAIN-MINUTES
               TO WS-CAL-MINUTES (WS-CALENDAR-COUNT)
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
               MOVE CAL-RUNS-DAY (WS-DAY-SUB)
                   TO WS-CAL-DAYS (WS-CALENDAR-COUNT)
                       (WS-DAY-SUB:1)
           END-PERFORM
           MOVE CAL-RUNS-HOLIDAYS
               TO WS-CAL-HOLIDAYS (WS-CALENDAR-COUNT)
           MOVE CAL-SEASON-START
               TO WS-CAL-START (WS-CALENDAR-COUNT)
           MOVE CAL-SEASON-END
               TO WS-CAL-END (WS-CALENDAR-COUNT).

       0800-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               DISPLAY "No holiday.dat found; no bank holidays "
                       "applied."
           ELSE
               PERFORM UNTIL EOF
                   READ HOLIDAY-FILE INTO HOLIDAY-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE HOLIDAY-DATE TO
                                   WS-HOLIDAY-DATE
                                       (WS-HOLIDAY-COUNT)
                           ELSE
                               DISPLAY "WARNING: holiday.dat "
                                   "exceeds " WS-MAX-HOLIDAYS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * The first booking ever made creates reservation.dat. The
      * log is written even when there are no transactions, so
      * yesterday's outcomes are never mistaken for tonight's.
       0900-OPEN-FILES.
           OPEN I-O RESERVATION-FILE
           IF WS-RESERVATION-STATUS = '35'
               OPEN OUTPUT RESERVATION-FILE
               CLOSE RESERVATION-FILE
               OPEN I-O RESERVATION-FILE
           END-IF
           OPEN INPUT EFF-FILE
           IF WS-EFF-STATUS = '00'
               MOVE 'Y' TO WS-EFF-OPEN
           ELSE
               DISPLAY "No train-eff.dat found; bookings for "
                       WS-RUN-DATE " will be refused."
           END-IF
           OPEN INPUT TRAIN-FILE
           IF WS-TRAIN-STATUS = '00'
               MOVE 'Y' TO WS-TRAIN-OPEN
           ELSE
               DISPLAY "No train.dat found; advance bookings "
                       "will be refused."
           END-IF
           OPEN OUTPUT TXN-LOG-FILE
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY "No reservation-txn.dat found; nothing "
                       "to apply."
           END-IF.

       0990-CLOSE-FILES.
           CLOSE RESERVATION-FILE
           IF EFF-OPEN
               CLOSE EFF-FILE
           END-IF
           IF TRAIN-OPEN
               CLOSE TRAIN-FILE
           END-IF
           CLOSE TXN-LOG-FILE.

       1000-READ-TXN.
           READ TXN-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      * Field checks first, in the same order as TrnSchdMnt's, so
      * nothing is looked up on a key that cannot be trusted; a
      * cancellation needs only a good key, a booking or an
      * amendment then has to pass the schedule and seat checks.
       1100-VALIDATE-TXN.
           SET VALID-RECORD TO TRUE
           MOVE SPACES TO WS-TXN-REASON
           IF TXN-SERVICE-DATE IS NOT NUMERIC
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-DATE' TO WS-TXN-REASON
           ELSE
               IF FUNCTION INTEGER-OF-DATE (TXN-SERVICE-DATE) = 0
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-DATE' TO WS-TXN-REASON
               END-IF
           END-IF
           IF VALID-RECORD
               IF TXN-HOUR IS NOT NUMERIC
                       OR TXN-HOUR > 23
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-HOUR' TO WS-TXN-REASON
               ELSE
                   IF TXN-MINUTES IS NOT NUMERIC
                           OR TXN-MINUTES > 59
                       SET INVALID-RECORD TO TRUE
                       MOVE 'BAD-MINUTE' TO WS-TXN-REASON
                   ELSE
                       IF TXN-TYPE = SPACES
                           SET INVALID-RECORD TO TRUE
                           MOVE 'BAD-TYPE' TO WS-TXN-REASON
                       ELSE
                           IF TXN-REFERENCE = SPACES
                               SET INVALID-RECORD TO TRUE
                               MOVE 'BAD-REFERENCE'
                                   TO WS-TXN-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF VALID-RECORD
               AND (TXN-BOOK OR TXN-AMEND)
               PERFORM 1200-VALIDATE-BOOKING
           END-IF.

       1200-VALIDATE-BOOKING.
           IF TXN-KIND NOT = 'G' AND TXN-KIND NOT = 'W'
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-KIND' TO WS-TXN-REASON
           ELSE
               IF TXN-SEATS IS NOT NUMERIC
                       OR TXN-SEATS = 0
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-SEATS' TO WS-TXN-REASON
               ELSE
                   IF TXN-SERVICE-DATE < WS-RUN-DATE-NUM
                       SET INVALID-RECORD TO TRUE
                       MOVE 'PAST-DATE' TO WS-TXN-REASON
                   ELSE
                       PERFORM 1300-CHECK-SCHEDULE
                   END-IF
               END-IF
           END-IF
           IF VALID-RECORD
               PERFORM 1500-FIND-CAPACITY
           END-IF.

      * For the service date itself train-eff.dat is the answer -
      * works and pending changes already applied. A later date
      * has no effective schedule yet, so the master and the
      * calendar stand in for it.
       1300-CHECK-SCHEDULE.
           IF TXN-SERVICE-DATE = WS-RUN-DATE-NUM
               IF EFF-OPEN
                   MOVE TXN-TRAIN-KEY TO EFF-TRAIN-KEY
                   READ EFF-FILE
                       KEY IS EFF-TRAIN-KEY
                       INVALID KEY
                           SET INVALID-RECORD TO TRUE
                           MOVE 'NOT-IN-SCHEDULE' TO WS-TXN-REASON
                   END-READ
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE 'NOT-IN-SCHEDULE' TO WS-TXN-REASON
               END-IF
           ELSE
               IF TRAIN-OPEN
                   MOVE TXN-TRAIN-KEY TO TRAIN-KEY
                   READ TRAIN-FILE
                       KEY IS TRAIN-KEY
                       INVALID KEY
                           SET INVALID-RECORD TO TRUE
                           MOVE 'NO-SUCH-TRAIN' TO WS-TXN-REASON
                       NOT INVALID KEY
                           PERFORM 1400-CHECK-OPERATES
                   END-READ
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE 'NO-SUCH-TRAIN' TO WS-TXN-REASON
               END-IF
           END-IF.

      * TrnSchdEff's 2000-CHECK-OPERATES applied to the booking's
      * date: seasonal window first, then the holiday flag (which
      * on a bank holiday decides alone), then the day of week.
       1400-CHECK-OPERATES.
           SET TRAIN-OPERATES TO TRUE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (TXN-SERVICE-DATE)
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD
               (WS-DATE-INTEGER, 7)
           IF WS-DAY-NUMBER = 0
               MOVE 7 TO WS-DAY-NUMBER
           END-IF
           SET TXN-DATE-NOT-HOLIDAY TO TRUE
           IF WS-HOLIDAY-COUNT > 0
               SET HOL-IDX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   WHEN WS-HOLIDAY-DATE (HOL-IDX) = TXN-SERVICE-DATE
                       SET TXN-DATE-IS-HOLIDAY TO TRUE
               END-SEARCH
           END-IF
           SET CALENDAR-NOT-FOUND TO TRUE
           IF WS-CALENDAR-COUNT > 0
               SET CAL-IDX TO 1
               SEARCH WS-CALENDAR-ENTRY
                   AT END
                       SET CALENDAR-NOT-FOUND TO TRUE
                   WHEN WS-CAL-TYPE (CAL-IDX) = TRAIN-TYPE
                       AND WS-CAL-HOUR (CAL-IDX) = TRAIN-HOUR
                       AND WS-CAL-MINUTES (CAL-IDX) = TRAIN-MINUTES
                       SET CALENDAR-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF CALENDAR-FOUND
               IF WS-CAL-START (CAL-IDX) > 0
                   AND (TXN-SERVICE-DATE < WS-CAL-START (CAL-IDX)
                       OR TXN-SERVICE-DATE > WS-CAL-END (CAL-IDX))
                   SET TRAIN-NOT-THAT-DAY TO TRUE
               ELSE
                   IF TXN-DATE-IS-HOLIDAY
                       IF WS-CAL-HOLIDAYS (CAL-IDX) NOT = 'Y'
                           SET TRAIN-NOT-THAT-DAY TO TRUE
                       END-IF
                   ELSE
                       IF WS-CAL-DAYS (CAL-IDX)
                               (WS-DAY-NUMBER:1) NOT = 'Y'
                           SET TRAIN-NOT-THAT-DAY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF TRAIN-NOT-THAT-DAY
               SET INVALID-RECORD TO TRUE
               MOVE 'NOT-RUNNING-THAT-DAY' TO WS-TXN-REASON
           END-IF.

      * A departure worked by two units coupled together offers
      * the seats of both. An assignment naming a unit the master
      * does not know adds nothing - TrnSchdRos reports it.
       1500-FIND-CAPACITY.
           MOVE 0 TO WS-CAPACITY
           MOVE 0 TO WS-UNITS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ASSIGN-COUNT
               IF WS-ASG-TRAIN-KEY (WS-SUB) = TXN-TRAIN-KEY
                   ADD 1 TO WS-UNITS-FOUND
                   IF WS-UNIT-COUNT > 0
                       SET UNT-IDX TO 1
                       SEARCH WS-UNIT-ENTRY
                           WHEN WS-UNT-NUMBER (UNT-IDX)
                                   = WS-ASG-UNIT (WS-SUB)
                               ADD WS-UNT-CAPACITY (UNT-IDX)
                                   TO WS-CAPACITY
                       END-SEARCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNITS-FOUND = 0
               SET INVALID-RECORD TO TRUE
               MOVE 'NO-UNIT-ASSIGNED' TO WS-TXN-REASON
           END-IF.

       2000-APPLY-TXN.
           EVALUATE TRUE
               WHEN TXN-BOOK
                   PERFORM 2100-APPLY-BOOK
               WHEN TXN-AMEND
                   PERFORM 2200-APPLY-AMEND
               WHEN TXN-CANCEL
                   PERFORM 2300-APPLY-CANCEL
               WHEN OTHER
                   PERFORM 2900-LOG-UNKNOWN-ACTION
           END-EVALUATE.

       2100-APPLY-BOOK.
           PERFORM 2400-COUNT-BOOKED
           IF WS-BOOKED-SEATS + TXN-SEATS > WS-CAPACITY
               PERFORM 2500-REFUSE-OVER-CAPACITY
           ELSE
               PERFORM 2600-BUILD-RESERVATION
               WRITE RESERVATION-RECORD
                   INVALID KEY
                       IF WS-RESERVATION-STATUS = '22'
                           MOVE 'DUPLICATE-REFERENCE'
                               TO WS-TXN-REASON
                           PERFORM 2950-LOG-VALIDATION-FAILURE
                       ELSE
                           PERFORM 2910-LOG-FAILURE
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2920-LOG-SUCCESS
               END-WRITE
           END-IF.

      * An amendment may change the party, the kind and the
      * seats; moving a booking to another train or date is a
      * cancellation plus a new booking.
       2200-APPLY-AMEND.
           MOVE TXN-KEY TO RSV-KEY
           READ RESERVATION-FILE
               KEY IS RSV-KEY
               INVALID KEY
                   MOVE 'NOT-BOOKED' TO WS-TXN-REASON
                   PERFORM 2950-LOG-VALIDATION-FAILURE
               NOT INVALID KEY
                   PERFORM 2210-AMEND-FOUND
           END-READ.

       2210-AMEND-FOUND.
           PERFORM 2400-COUNT-BOOKED
           IF WS-BOOKED-SEATS + TXN-SEATS > WS-CAPACITY
               PERFORM 2500-REFUSE-OVER-CAPACITY
           ELSE
               PERFORM 2600-BUILD-RESERVATION
               REWRITE RESERVATION-RECORD
                   INVALID KEY
                       PERFORM 2910-LOG-FAILURE
                   NOT INVALID KEY
                       PERFORM 2920-LOG-SUCCESS
               END-REWRITE
           END-IF.

       2300-APPLY-CANCEL.
           MOVE TXN-KEY TO RSV-KEY
           DELETE RESERVATION-FILE RECORD
               INVALID KEY
                   IF WS-RESERVATION-STATUS = '23'
                       MOVE 'NOT-BOOKED' TO WS-TXN-REASON
                       PERFORM 2950-LOG-VALIDATION-FAILURE
                   ELSE
                       PERFORM 2910-LOG-FAILURE
                   END-IF
               NOT INVALID KEY
                   PERFORM 2920-LOG-SUCCESS
           END-DELETE.

      * Seats already booked on the transaction's departure by
      * every other reference - an amendment's own old seats are
      * left out, so it is only charged for what it will hold.
       2400-COUNT-BOOKED.
           MOVE 0 TO WS-BOOKED-SEATS
           MOVE TXN-KEY TO RSV-KEY
           MOVE LOW-VALUES TO RSV-REFERENCE
           SET NOT-END-OF-DEPARTURE TO TRUE
           START RESERVATION-FILE
               KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   SET END-OF-DEPARTURE TO TRUE
           END-START
           PERFORM UNTIL END-OF-DEPARTURE
               READ RESERVATION-FILE NEXT RECORD
                   AT END
                       SET END-OF-DEPARTURE TO TRUE
                   NOT AT END
                       IF RSV-SERVICE-DATE NOT = TXN-SERVICE-DATE
                           OR RSV-TRAIN-KEY NOT = TXN-TRAIN-KEY
                           SET END-OF-DEPARTURE TO TRUE
                       ELSE
                           IF RSV-REFERENCE NOT = TXN-REFERENCE
                               ADD RSV-SEATS TO WS-BOOKED-SEATS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2500-REFUSE-OVER-CAPACITY.
           IF WS-BOOKED-SEATS < WS-CAPACITY
               COMPUTE WS-SEATS-LEFT = WS-CAPACITY - WS-BOOKED-SEATS
           ELSE
               MOVE 0 TO WS-SEATS-LEFT
           END-IF
           STRING 'OVER-CAPACITY ' WS-SEATS-LEFT
               DELIMITED BY SIZE INTO WS-TXN-REASON
           PERFORM 2950-LOG-VALIDATION-FAILURE.

       2600-BUILD-RESERVATION.
           MOVE TXN-KEY TO RSV-KEY
           MOVE TXN-PARTY-NAME TO RSV-PARTY-NAME
           MOVE TXN-KIND TO RSV-KIND
           MOVE TXN-SEATS TO RSV-SEATS
           MOVE WS-RUN-DATE-NUM TO RSV-BOOKED-DATE.

       2950-LOG-VALIDATION-FAILURE.
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 2990-MOVE-LOG-KEY
           MOVE 'REJECTED' TO LOG-RESULT
           MOVE WS-TXN-REASON TO LOG-REASON
           WRITE TXN-LOG-RECORD.

       2900-LOG-UNKNOWN-ACTION.
           MOVE 8 TO WS-WORST-RESULT
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 2990-MOVE-LOG-KEY
           MOVE 'FAILED' TO LOG-RESULT
           MOVE 'UNKNOWN ACTION CODE' TO LOG-REASON
           WRITE TXN-LOG-RECORD.

       2910-LOG-FAILURE.
           MOVE 8 TO WS-WORST-RESULT
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 2990-MOVE-LOG-KEY
           MOVE 'FAILED' TO LOG-RESULT
           MOVE WS-RESERVATION-STATUS TO LOG-REASON
           WRITE TXN-LOG-RECORD.

       2920-LOG-SUCCESS.
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2990-MOVE-LOG-KEY
           MOVE 'APPLIED' TO LOG-RESULT
           MOVE SPACES TO LOG-REASON
           WRITE TXN-LOG-RECORD.

       2990-MOVE-LOG-KEY.
           MOVE TXN-ACTION TO LOG-ACTION
           MOVE TXN-REFERENCE TO LOG-REFERENCE
           MOVE TXN-RECORD (2:8) TO LOG-SERVICE-DATE
           MOVE TXN-TYPE TO LOG-TYPE
           MOVE TXN-HOUR TO LOG-HOUR
           MOVE TXN-MINUTES TO LOG-MINUTES
           MOVE TXN-RECORD (46:3) TO LOG-SEATS.
