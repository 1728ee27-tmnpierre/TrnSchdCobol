       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdFlt.
       AUTHOR. Pierre.

      *====================================================*
      * Fleet-maintenance report for depot engineering,     *
      * replacing their own exam-interval sheet: totals     *
      * the dated unit-usage history (unit-usage.dat,       *
      * written by TrnSchdUsg) since each unit's last exam  *
      * in the trainset master and prints to                *
      * fleet-maintenance.prt, per unit, the running        *
      * minutes since that exam against its interval and a  *
      * projected exam-due date at the unit's recent        *
      * average daily running, then every unit already      *
      * over its limit.                                     *
      * Any unit over its limit sets return code 4, so the  *
      * driver log shows it the night it happens.           *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIT-FILE ASSIGN TO 'trainset.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT USAGE-FILE ASSIGN TO 'unit-usage.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'fleet-maintenance.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UNIT-FILE.
           COPY UNITREC.

       FD USAGE-FILE.
           COPY USAGEREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-USAGE-STATUS             PIC XX.
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
       01  WS-DATE-INTEGER             PIC 9(7).

      * the days of history the average daily running is taken
      * over, and how near a projected due date must be to get
      * the DUE SOON marker.
       01  WS-AVERAGE-DAYS             PIC 9(3) VALUE 28.
       01  WS-DUE-SOON-DAYS            PIC 9(3) VALUE 7.
       01  WS-WINDOW-INTEGER           PIC 9(7).
       01  WS-WINDOW-START             PIC 9(8).

       01  WS-MAX-UNITS                PIC 9(4) VALUE 100.
       01  WS-UNIT-COUNT               PIC 9(4) VALUE 0.
       01  WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-UNIT-COUNT
               INDEXED BY UNT-IDX.
               10 WS-UNT-NUMBER        PIC X(6).
               10 WS-UNT-DEPOT         PIC X(12).
               10 WS-UNT-INTERVAL      PIC 9(6).
               10 WS-UNT-LAST-EXAM     PIC 9(8).
               10 WS-UNT-USED          PIC 9(7).
               10 WS-UNT-RECENT        PIC 9(7).
       01  WS-UNIT-FOUND               PIC X VALUE 'N'.
           88 UNIT-FOUND        VALUE 'Y'.
           88 UNIT-NOT-FOUND    VALUE 'N'.

       01  WS-SUB                      PIC 9(4).
       01  WS-REMAINING                PIC S9(7).
       01  WS-DAYS-LEFT                PIC 9(7).
       01  WS-DUE-INTEGER              PIC 9(7).
       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-OVER-BY                  PIC 9(7).
       01  WS-UNKNOWN-ROWS             PIC 9(6) VALUE 0.
       01  WS-OVER-COUNT               PIC 9(4) VALUE 0.
       01  WS-DUE-SOON-COUNT           PIC 9(4) VALUE 0.
       01  WS-NO-INTERVAL-COUNT        PIC 9(4) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = at least one unit is over its exam limit.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(30) VALUE
               'FLEET MAINTENANCE - EXAMS AT'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-HEADING-DATE          PIC X(8).
           05 FILLER                   PIC X(15) VALUE
               '  AVERAGE OVER '.
           05 WS-HEADING-DAYS          PIC ZZ9.
           05 FILLER                   PIC X(5) VALUE ' DAYS'.

       01  WS-SECTION-LINE             PIC X(40).

       01  WS-COLUMN-LINE.
           05 FILLER                   PIC X(22) VALUE
               '  UNIT    DEPOT       '.
           05 FILLER                   PIC X(24) VALUE
               '  LAST EXAM  INTERVAL  '.
           05 FILLER                   PIC X(30) VALUE
               'SINCE EXAM  DUE BY'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-UNIT                  PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-DEPOT                 PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-LAST-EXAM             PIC X(8).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 DL-INTERVAL              PIC ZZZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 DL-USED                  PIC ZZZZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 DL-DUE                   PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-FLAG                  PIC X(20).

       01  WS-OVER-LINE.
           05 FILLER                   PIC X(7) VALUE '  UNIT '.
           05 OL-UNIT                  PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OL-DEPOT                 PIC X(12).
           05 FILLER                   PIC X(8) VALUE '  USED '.
           05 OL-USED                  PIC ZZZZZZ9.
           05 FILLER                   PIC X(9) VALUE '  LIMIT '.
           05 OL-INTERVAL              PIC ZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  OVER BY '.
           05 OL-OVER-BY               PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(7) VALUE 'UNITS: '.
           05 TL-UNITS                 PIC ZZZ9.
           05 FILLER                   PIC X(14) VALUE
               '  OVER LIMIT: '.
           05 TL-OVER                  PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  DUE SOON: '.
           05 TL-DUE-SOON              PIC ZZZ9.
           05 FILLER                   PIC X(15) VALUE
               '  NO INTERVAL: '.
           05 TL-NO-INTERVAL           PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0500-LOAD-UNITS
           PERFORM 1000-TALLY-USAGE
           OPEN OUTPUT PRINT-FILE
           MOVE WS-RUN-DATE TO WS-HEADING-DATE
           MOVE WS-AVERAGE-DAYS TO WS-HEADING-DAYS
           WRITE PRINT-LINE FROM WS-HEADING-1
           WRITE PRINT-LINE FROM SPACES
           PERFORM 2000-REPORT-UNITS
           PERFORM 3000-REPORT-OVER-LIMIT
           MOVE WS-UNIT-COUNT TO TL-UNITS
           MOVE WS-OVER-COUNT TO TL-OVER
           MOVE WS-DUE-SOON-COUNT TO TL-DUE-SOON
           MOVE WS-NO-INTERVAL-COUNT TO TL-NO-INTERVAL
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           CLOSE PRINT-FILE
           IF WS-UNKNOWN-ROWS > 0
               DISPLAY "WARNING: " WS-UNKNOWN-ROWS
                   " unit-usage.dat row(s) name a unit not in "
                   "trainset.dat; ignored."
           END-IF
           DISPLAY "Fleet maintenance: " WS-UNIT-COUNT
               " unit(s), " WS-OVER-COUNT " over limit, "
               WS-DUE-SOON-COUNT " due soon."
           IF WS-OVER-COUNT > 0
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Asks which date the report runs as at; a blank answer
      * means today, so the nightly run needs no typing at all.
      * Run unattended by TrnSchdDrv the date comes from
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
               DISPLAY "Report date (YYYYMMDD, blank = today): "
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
           END-IF
      * INTEGER-OF-DATE answers zero for a numeric-looking date
      * that is no real day (20260132), which would otherwise
      * wreck the due-date arithmetic below.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           IF WS-DATE-INTEGER = 0
               DISPLAY "Impossible date '" WS-RUN-DATE
                   "'; using today instead."
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           END-IF
           COMPUTE WS-WINDOW-INTEGER =
               WS-DATE-INTEGER - WS-AVERAGE-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER).

      * A row keyed before the exam fields existed, or with them
      * left blank, is loaded with no interval and no exam date:
      * it is listed but never counted against a limit.
       0500-LOAD-UNITS.
           OPEN INPUT UNIT-FILE
           PERFORM UNTIL EOF
               READ UNIT-FILE INTO UNIT-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-UNIT-COUNT < WS-MAX-UNITS
                           ADD 1 TO WS-UNIT-COUNT
                           PERFORM 0510-STORE-UNIT
                       ELSE
                           DISPLAY "WARNING: trainset.dat exceeds "
                               WS-MAX-UNITS
                               " entries; remainder ignored."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNIT-FILE
           MOVE 'N' TO WS-END-OF-FILE.

       0510-STORE-UNIT.
           MOVE UNIT-NUMBER TO WS-UNT-NUMBER (WS-UNIT-COUNT)
           MOVE UNIT-HOME-DEPOT TO WS-UNT-DEPOT (WS-UNIT-COUNT)
           IF UNIT-EXAM-INTERVAL IS NUMERIC
               MOVE UNIT-EXAM-INTERVAL
                   TO WS-UNT-INTERVAL (WS-UNIT-COUNT)
           ELSE
               MOVE 0 TO WS-UNT-INTERVAL (WS-UNIT-COUNT)
           END-IF
           IF UNIT-LAST-EXAM-DATE IS NUMERIC
               MOVE UNIT-LAST-EXAM-DATE
                   TO WS-UNT-LAST-EXAM (WS-UNIT-COUNT)
           ELSE
               MOVE 0 TO WS-UNT-LAST-EXAM (WS-UNIT-COUNT)
           END-IF
           MOVE 0 TO WS-UNT-USED (WS-UNIT-COUNT)
           MOVE 0 TO WS-UNT-RECENT (WS-UNIT-COUNT).

      * One pass of the history: every row after the unit's last
      * exam counts towards its limit (the exam day's own running
      * was before the exam), and every row inside the averaging
      * window counts towards its daily rate. Rows dated after
      * the report date are left for the night they belong to.
       1000-TALLY-USAGE.
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS NOT = '00'
               DISPLAY "No unit-usage.dat found; every unit "
                       "shown with no running since its exam."
           ELSE
               PERFORM UNTIL EOF
                   READ USAGE-FILE INTO USAGE-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF USG-RUN-DATE IS NUMERIC
                                   AND USG-RUN-MINUTES IS NUMERIC
                                   AND USG-RUN-DATE
                                       NOT > WS-RUN-DATE-NUM
                               PERFORM 1100-TALLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       1100-TALLY-ONE-ROW.
           SET UNIT-NOT-FOUND TO TRUE
           IF WS-UNIT-COUNT > 0
               SET UNT-IDX TO 1
               SEARCH WS-UNIT-ENTRY
                   AT END
                       SET UNIT-NOT-FOUND TO TRUE
                   WHEN WS-UNT-NUMBER (UNT-IDX) = USG-UNIT-NUMBER
                       SET UNIT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF UNIT-FOUND
               IF USG-RUN-DATE > WS-UNT-LAST-EXAM (UNT-IDX)
                   ADD USG-RUN-MINUTES TO WS-UNT-USED (UNT-IDX)
               END-IF
               IF USG-RUN-DATE NOT < WS-WINDOW-START
                   ADD USG-RUN-MINUTES TO WS-UNT-RECENT (UNT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-ROWS
           END-IF.

      * One line per unit in master order.
       2000-REPORT-UNITS.
           MOVE 'UNIT EXAM STATUS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           PERFORM 2100-PRINT-ONE-UNIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNIT-COUNT
           IF WS-UNIT-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES.

       2100-PRINT-ONE-UNIT.
           MOVE WS-UNT-NUMBER (WS-SUB) TO DL-UNIT
           MOVE WS-UNT-DEPOT (WS-SUB) TO DL-DEPOT
           IF WS-UNT-LAST-EXAM (WS-SUB) = 0
               MOVE 'NONE' TO DL-LAST-EXAM
           ELSE
               MOVE WS-UNT-LAST-EXAM (WS-SUB) TO DL-LAST-EXAM
           END-IF
           MOVE WS-UNT-INTERVAL (WS-SUB) TO DL-INTERVAL
           MOVE WS-UNT-USED (WS-SUB) TO DL-USED
           MOVE SPACES TO DL-DUE
           MOVE SPACES TO DL-FLAG
           IF WS-UNT-INTERVAL (WS-SUB) = 0
               ADD 1 TO WS-NO-INTERVAL-COUNT
               MOVE 'NO INTERVAL ON FILE' TO DL-FLAG
           ELSE
               PERFORM 2200-PROJECT-DUE-DATE
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      * Days left = minutes left over the unit's average daily
      * running across the window, rounded up so the projection
      * errs early. A unit that has not run in the window gets
      * no date - there is no rate to project from.
       2200-PROJECT-DUE-DATE.
           COMPUTE WS-REMAINING =
               WS-UNT-INTERVAL (WS-SUB) - WS-UNT-USED (WS-SUB)
           IF WS-REMAINING NOT > 0
               ADD 1 TO WS-OVER-COUNT
               MOVE 'NOW' TO DL-DUE
               MOVE '** OVER LIMIT' TO DL-FLAG
           ELSE
               IF WS-UNT-RECENT (WS-SUB) = 0
                   MOVE 'NO RECENT RUNNING' TO DL-FLAG
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       ((WS-REMAINING * WS-AVERAGE-DAYS)
                           + WS-UNT-RECENT (WS-SUB) - 1)
                       / WS-UNT-RECENT (WS-SUB)
                   COMPUTE WS-DUE-INTEGER =
                       WS-DATE-INTEGER + WS-DAYS-LEFT
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
                   MOVE WS-DUE-DATE TO DL-DUE
                   IF WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                       ADD 1 TO WS-DUE-SOON-COUNT
                       MOVE '** DUE SOON' TO DL-FLAG
                   END-IF
               END-IF
           END-IF.

      * Every unit already at or past its limit, for the depot
      * to pull before it is rostered again.
       3000-REPORT-OVER-LIMIT.
           MOVE 'UNITS OVER EXAM LIMIT' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           PERFORM 3100-CHECK-ONE-UNIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNIT-COUNT
           IF WS-OVER-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES.

       3100-CHECK-ONE-UNIT.
           IF WS-UNT-INTERVAL (WS-SUB) > 0
                   AND WS-UNT-USED (WS-SUB)
                       NOT < WS-UNT-INTERVAL (WS-SUB)
               MOVE WS-UNT-NUMBER (WS-SUB) TO OL-UNIT
               MOVE WS-UNT-DEPOT (WS-SUB) TO OL-DEPOT
               MOVE WS-UNT-USED (WS-SUB) TO OL-USED
               MOVE WS-UNT-INTERVAL (WS-SUB) TO OL-INTERVAL
               COMPUTE WS-OVER-BY =
                   WS-UNT-USED (WS-SUB) - WS-UNT-INTERVAL (WS-SUB)
               MOVE WS-OVER-BY TO OL-OVER-BY
               WRITE PRINT-LINE FROM WS-OVER-LINE
           END-IF.
