       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdAsv.
       AUTHOR. Pierre.

      *====================================================*
      * Passenger-assistance booking maintenance: applies   *
      * the assistance desk's book/amend/cancel             *
      * transactions (assistance-txn.dat) to the indexed    *
      * assistance file (assistance.dat), keyed on service  *
      * date plus TRAIN-KEY, and logs every transaction's   *
      * outcome to assistance-txn-log.dat the way           *
      * TrnSchdRsv logs seat reservations. A booking or     *
      * amendment is refused when                           *
      *   - the train does not run that day, tested exactly *
      *     as TrnSchdRsv tests it: train-eff.dat for the   *
      *     service date itself, train.dat plus its         *
      *     train-cal.dat entry for a later date,           *
      *   - the alighting stop code is not in the station   *
      *     master (station.dat), or                        *
      *   - the train does not call there: the stop must be *
      *     one of its INTERMEDIATE-STOPS or the stop code  *
      *     the station master gives its DESTINA.           *
      * A train removed later by works or cancelled on the  *
      * day keeps its bookings; TrnSchdAsl raises the alert *
      * and proposes the next train to the same stop.       *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIST-FILE ASSIGN TO 'assistance.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               FILE STATUS IS WS-ASSIST-STATUS.

           SELECT TXN-FILE ASSIGN TO 'assistance-txn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT TXN-LOG-FILE ASSIGN TO 'assistance-txn-log.dat'
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

           SELECT STATION-FILE ASSIGN TO 'station.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSIST-FILE.
           COPY ASSTREC.

      * action code, then the assistance key and body exactly as
      * ASSTREC lays them out (less the booked date, which this
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
           05 TXN-PASSENGER-NAME      PIC X(20).
           05 TXN-KIND                PIC X(1).
           05 TXN-ALIGHT-STOP         PIC X(3).
           05 TXN-CONTACT-PHONE       PIC X(12).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD.
           05 LOG-ACTION              PIC X(1).
           05 LOG-REFERENCE           PIC X(8).
           05 LOG-SERVICE-DATE        PIC X(8).
           05 LOG-TYPE                PIC X(3).
           05 LOG-HOUR                PIC 99.
           05 LOG-MINUTES             PIC 99.
           05 LOG-ALIGHT-STOP         PIC X(3).
           05 LOG-RESULT              PIC X(8).
           05 LOG-REASON              PIC X(20).

      * train-eff.dat carries the calling pattern after tonight's
      * pending changes, so the stop check reads it from here.
       FD EFF-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON EFF-RECORD-LENGTH.
       01 EFF-RECORD.
           05 EFF-TRAIN-KEY.
               10 EFF-TRAIN-TYPE      PIC X(3).
               10 EFF-TRAIN-TIME.
                   15 EFF-TRAIN-HOUR  PIC 99.
                   15 EFF-TRAIN-MINUTES PIC 99.
           05 EFF-DESTINA             PIC X(12).
           05 EFF-NUMBER-OF-STOPS     PIC 9(2).
           05 EFF-INTERMEDIATE-STOPS OCCURS 0 TO 10 TIMES
                                  DEPENDING ON EFF-NUMBER-OF-STOPS.
               10 EFF-STOP-STATION    PIC X(3).

       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

       FD CALENDAR-FILE.
           COPY CALNDREC.

       FD HOLIDAY-FILE.
           COPY HOLIDREC.

       FD STATION-FILE.
           COPY STATNREC.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  EFF-RECORD-LENGTH           PIC 9(2) COMP.
       01  WS-ASSIST-STATUS            PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-EFF-STATUS               PIC XX.
       01  WS-TRAIN-STATUS             PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-HOLIDAY-STATUS           PIC XX.
       01  WS-STATION-STATUS           PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
           88 ANSWER-NOT-SUPPLIED VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.

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

       01  WS-MAX-STATIONS             PIC 9(4) VALUE 200.
       01  WS-STATION-COUNT            PIC 9(4) VALUE 0.
       01  WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STATION-COUNT
               INDEXED BY STN-IDX.
               10 WS-STN-NAME          PIC X(12).
               10 WS-STN-STOP          PIC X(3).
       01  WS-STATION-FOUND            PIC X VALUE 'N'.
           88 STATION-FOUND     VALUE 'Y'.
           88 STATION-NOT-FOUND VALUE 'N'.

      * the calling pattern of the train being booked, from
      * whichever schedule file answered for the service date.
       01  WS-CHK-DEST                 PIC X(12).
       01  WS-CHK-DEST-STOP            PIC X(3).
       01  WS-CHK-NSTOPS               PIC 9(2).
       01  WS-CHK-STOPS.
           05 WS-CHK-STOP OCCURS 10 TIMES PIC X(3).
       01  WS-CALLS-STATUS             PIC X VALUE 'N'.
           88 TRAIN-CALLS       VALUE 'Y'.
           88 TRAIN-NOT-CALLING VALUE 'N'.

       01  WS-SUB                      PIC 9(4).

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
      *     indexed assistance file.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0500-LOAD-STATIONS
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
           DISPLAY "Assistance bookings for run date " WS-RUN-DATE
               ": " WS-APPLIED-COUNT " applied, "
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

      * The station master both proves a stop code exists and
      * turns a train's DESTINA name into the stop code the
      * passenger would quote for it.
       0500-LOAD-STATIONS.
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS NOT = '00'
               DISPLAY "No station.dat found; every booking "
                       "will be refused for an unknown stop."
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

      * The first booking ever made creates assistance.dat. The
      * log is written even when there are no transactions, so
      * yesterday's outcomes are never mistaken for tonight's.
       0900-OPEN-FILES.
           OPEN I-O ASSIST-FILE
           IF WS-ASSIST-STATUS = '35'
               OPEN OUTPUT ASSIST-FILE
               CLOSE ASSIST-FILE
               OPEN I-O ASSIST-FILE
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
               DISPLAY "No assistance-txn.dat found; nothing "
                       "to apply."
           END-IF.

       0990-CLOSE-FILES.
           CLOSE ASSIST-FILE
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

      * Field checks first, in the same order as TrnSchdRsv's, so
      * nothing is looked up on a key that cannot be trusted; a
      * cancellation needs only a good key, a booking or an
      * amendment then has to pass the schedule and stop checks.
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
           IF TXN-KIND NOT = 'R' AND TXN-KIND NOT = 'E'
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-KIND' TO WS-TXN-REASON
           ELSE
               IF TXN-ALIGHT-STOP = SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-STOP' TO WS-TXN-REASON
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
               PERFORM 1500-CHECK-ALIGHT-STOP
           END-IF.

      * For the service date itself train-eff.dat is the answer -
      * works and pending changes already applied. A later date
      * has no effective schedule yet, so the master and the
      * calendar stand in for it. Either way the calling pattern
      * found is kept for the stop check.
       1300-CHECK-SCHEDULE.
           IF TXN-SERVICE-DATE = WS-RUN-DATE-NUM
               IF EFF-OPEN
                   MOVE TXN-TRAIN-KEY TO EFF-TRAIN-KEY
                   READ EFF-FILE
                       KEY IS EFF-TRAIN-KEY
                       INVALID KEY
                           SET INVALID-RECORD TO TRUE
                           MOVE 'NOT-IN-SCHEDULE' TO WS-TXN-REASON
                       NOT INVALID KEY
                           PERFORM 1310-KEEP-EFF-STOPS
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
                           PERFORM 1320-KEEP-TRAIN-STOPS
                           PERFORM 1400-CHECK-OPERATES
                   END-READ
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE 'NO-SUCH-TRAIN' TO WS-TXN-REASON
               END-IF
           END-IF.

       1310-KEEP-EFF-STOPS.
           MOVE EFF-DESTINA TO WS-CHK-DEST
           MOVE 0 TO WS-CHK-NSTOPS
           IF EFF-NUMBER-OF-STOPS IS NUMERIC
                   AND EFF-NUMBER-OF-STOPS NOT > 10
               MOVE EFF-NUMBER-OF-STOPS TO WS-CHK-NSTOPS
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CHK-NSTOPS
               MOVE EFF-STOP-STATION (WS-SUB)
                   TO WS-CHK-STOP (WS-SUB)
           END-PERFORM.

       1320-KEEP-TRAIN-STOPS.
           MOVE DESTINA TO WS-CHK-DEST
           MOVE 0 TO WS-CHK-NSTOPS
           IF NUMBER-OF-STOPS IS NUMERIC
                   AND NUMBER-OF-STOPS NOT > 10
               MOVE NUMBER-OF-STOPS TO WS-CHK-NSTOPS
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CHK-NSTOPS
               MOVE STOP-STATION (WS-SUB) TO WS-CHK-STOP (WS-SUB)
           END-PERFORM.

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

      * The stop must be a real station first, then somewhere the
      * train actually lets the passenger off: one of its
      * intermediate stops, or its destination's stop code.
       1500-CHECK-ALIGHT-STOP.
           SET STATION-NOT-FOUND TO TRUE
           IF WS-STATION-COUNT > 0
               SET STN-IDX TO 1
               SEARCH WS-STATION-ENTRY
                   WHEN WS-STN-STOP (STN-IDX) = TXN-ALIGHT-STOP
                       SET STATION-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF STATION-NOT-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE 'UNKNOWN-STOP' TO WS-TXN-REASON
           ELSE
               SET TRAIN-NOT-CALLING TO TRUE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHK-NSTOPS
                   IF WS-CHK-STOP (WS-SUB) = TXN-ALIGHT-STOP
                       SET TRAIN-CALLS TO TRUE
                   END-IF
               END-PERFORM
               IF TRAIN-NOT-CALLING
                   PERFORM 1510-FIND-DEST-STOP
                   IF WS-CHK-DEST-STOP = TXN-ALIGHT-STOP
                       SET TRAIN-CALLS TO TRUE
                   END-IF
               END-IF
               IF TRAIN-NOT-CALLING
                   SET INVALID-RECORD TO TRUE
                   MOVE 'NOT-CALLED-AT' TO WS-TXN-REASON
               END-IF
           END-IF.

       1510-FIND-DEST-STOP.
           MOVE SPACES TO WS-CHK-DEST-STOP
           SET STN-IDX TO 1
           SEARCH WS-STATION-ENTRY
               WHEN WS-STN-NAME (STN-IDX) = WS-CHK-DEST
                   MOVE WS-STN-STOP (STN-IDX) TO WS-CHK-DEST-STOP
           END-SEARCH.

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
           PERFORM 2600-BUILD-ASSISTANCE
           WRITE ASSIST-RECORD
               INVALID KEY
                   IF WS-ASSIST-STATUS = '22'
                       MOVE 'DUPLICATE-REFERENCE' TO WS-TXN-REASON
                       PERFORM 2950-LOG-VALIDATION-FAILURE
                   ELSE
                       PERFORM 2910-LOG-FAILURE
                   END-IF
               NOT INVALID KEY
                   PERFORM 2920-LOG-SUCCESS
           END-WRITE.

      * An amendment may change the passenger, the kind of help,
      * the alighting stop and the phone number; moving a booking
      * to another train or date is a cancellation plus a new
      * booking.
       2200-APPLY-AMEND.
           MOVE TXN-KEY TO AST-KEY
           READ ASSIST-FILE
               KEY IS AST-KEY
               INVALID KEY
                   MOVE 'NOT-BOOKED' TO WS-TXN-REASON
                   PERFORM 2950-LOG-VALIDATION-FAILURE
               NOT INVALID KEY
                   PERFORM 2600-BUILD-ASSISTANCE
                   REWRITE ASSIST-RECORD
                       INVALID KEY
                           PERFORM 2910-LOG-FAILURE
                       NOT INVALID KEY
                           PERFORM 2920-LOG-SUCCESS
                   END-REWRITE
           END-READ.

       2300-APPLY-CANCEL.
           MOVE TXN-KEY TO AST-KEY
           DELETE ASSIST-FILE RECORD
               INVALID KEY
                   IF WS-ASSIST-STATUS = '23'
                       MOVE 'NOT-BOOKED' TO WS-TXN-REASON
                       PERFORM 2950-LOG-VALIDATION-FAILURE
                   ELSE
                       PERFORM 2910-LOG-FAILURE
                   END-IF
               NOT INVALID KEY
                   PERFORM 2920-LOG-SUCCESS
           END-DELETE.

       2600-BUILD-ASSISTANCE.
           MOVE TXN-KEY TO AST-KEY
           MOVE TXN-PASSENGER-NAME TO AST-PASSENGER-NAME
           MOVE TXN-KIND TO AST-ASSIST-KIND
           MOVE TXN-ALIGHT-STOP TO AST-ALIGHT-STOP
           MOVE TXN-CONTACT-PHONE TO AST-CONTACT-PHONE
           MOVE WS-RUN-DATE-NUM TO AST-BOOKED-DATE.

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
           MOVE WS-ASSIST-STATUS TO LOG-REASON
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
           MOVE TXN-ALIGHT-STOP TO LOG-ALIGHT-STOP.
