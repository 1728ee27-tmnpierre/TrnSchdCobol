       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdWkh.
       AUTHOR. Pierre.

      *====================================================*
      * Weekly crew hours and payroll interface, replacing  *
      * the roster clerk's adding-up from seven crew-roster *
      * printouts: totals the dated crew-working history    *
      * (crew-hist.dat, appended nightly by TrnSchdCrw)     *
      * over the seven days ending on the week-ending date, *
      * per staff number, against each person's contracted  *
      * weekly minutes in the crew master. weekly-hours.prt *
      * lists every person's days worked, duty, basic and   *
      * overtime minutes, flagging overtime, fewer rest     *
      * days than the agreement requires and too short a    *
      * rest between the last working of one day and the    *
      * first of the next. payroll.dat carries one fixed-   *
      * format record per person in the crew master for     *
      * the payroll bureau to load directly. A rest-rule    *
      * breach, or hours booked to staff missing from the   *
      * crew master, sets return code 4.                    *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-FILE ASSIGN TO 'crew.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CREW-HIST-FILE ASSIGN TO 'crew-hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CREW-HIST-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO 'payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO 'weekly-hours.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREW-FILE.
           COPY CREWREC.

       FD CREW-HIST-FILE.
           COPY CRWHREC.

       FD PAYROLL-FILE.
           COPY PAYREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CREW-HIST-STATUS         PIC XX.
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
       01  WS-START-INTEGER            PIC 9(7).
       01  WS-WEEK-START               PIC 9(8).

      * the working agreement: contracted minutes for anyone
      * with none keyed in the crew master (35 hours), the rest
      * days each person must have in the seven, and the
      * shortest rest allowed between one day's last working
      * and the next day's first (12 hours).
       01  WS-DEFAULT-CONTRACT         PIC 9(4) VALUE 2100.
       01  WS-MIN-REST-DAYS            PIC 9 VALUE 2.
       01  WS-MIN-DAILY-REST           PIC 9(4) VALUE 720.

       01  WS-MAX-STAFF                PIC 9(4) VALUE 300.
       01  WS-STAFF-COUNT              PIC 9(4) VALUE 0.
       01  WS-STAFF-TABLE.
           05 WS-STAFF-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-STAFF-COUNT
               INDEXED BY STF-IDX.
               10 WS-STF-NUMBER        PIC X(6).
               10 WS-STF-GRADE         PIC X(1).
               10 WS-STF-CONTRACT      PIC 9(4).
               10 WS-STF-KNOWN         PIC X.
               10 WS-STF-DUTY          PIC 9(5).
               10 WS-STF-DAYS          PIC 9.
               10 WS-STF-SHORT-RESTS   PIC 9.
               10 WS-STF-DAY           OCCURS 7 TIMES.
                   15 WS-STF-WORKED    PIC X.
                   15 WS-STF-FIRST     PIC 9(4).
                   15 WS-STF-LAST      PIC 9(5).
       01  WS-STAFF-FOUND              PIC X VALUE 'N'.
           88 STAFF-FOUND       VALUE 'Y'.
           88 STAFF-NOT-FOUND   VALUE 'N'.

       01  WS-SUB                      PIC 9(4).
       01  WS-DY                       PIC 9.
       01  WS-DAY-IDX                  PIC 9.
       01  WS-REST-MINUTES             PIC S9(5).
       01  WS-BASIC                    PIC 9(5).
       01  WS-OVERTIME                 PIC 9(5).
       01  WS-FLAG-POINTER             PIC 9(3).
       01  WS-FROM-DATE                PIC 9(8).
       01  WS-TO-DATE                  PIC 9(8).

       01  WS-ROWS-USED                PIC 9(6) VALUE 0.
       01  WS-OVERTIME-COUNT           PIC 9(4) VALUE 0.
       01  WS-REST-DAY-COUNT           PIC 9(4) VALUE 0.
       01  WS-SHORT-REST-COUNT         PIC 9(4) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(4) VALUE 0.
       01  WS-PAYROLL-COUNT            PIC 9(4) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = a rest rule broken, or hours booked to staff
      * the crew master does not know (a warning).
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(25) VALUE
               'WEEKLY CREW HOURS - WEEK'.
           05 WS-HEADING-FROM          PIC 9(8).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 WS-HEADING-TO            PIC 9(8).

       01  WS-SECTION-LINE             PIC X(40).

       01  WS-COLUMN-LINE.
           05 FILLER                   PIC X(24) VALUE
               '  STAFF   G  DAYS   DUTY'.
           05 FILLER                   PIC X(40) VALUE
               '  CONTRACT   BASIC  OVERTIME  FLAGS'.

       01  WS-STAFF-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-STAFF                 PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-GRADE                 PIC X(1).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 SL-DAYS                  PIC 9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-DUTY                  PIC ZZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 SL-CONTRACT              PIC ZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 SL-BASIC                 PIC ZZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 SL-OVERTIME              PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-FLAGS                 PIC X(40).

       01  WS-REST-LINE.
           05 FILLER                   PIC X(8) VALUE '  STAFF '.
           05 RL-STAFF                 PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RL-FROM                  PIC 9(8).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 RL-TO                    PIC 9(8).
           05 FILLER                   PIC X(7) VALUE '  REST '.
           05 RL-REST                  PIC ZZZ9.
           05 FILLER                   PIC X(4) VALUE ' MIN'.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(7) VALUE 'STAFF: '.
           05 TL-STAFF                 PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  OVERTIME: '.
           05 TL-OVERTIME              PIC ZZZ9.
           05 FILLER                   PIC X(13) VALUE
               '  REST DAYS: '.
           05 TL-REST-DAYS             PIC ZZZ9.
           05 FILLER                   PIC X(14) VALUE
               '  SHORT REST: '.
           05 TL-SHORT-REST            PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  UNKNOWN: '.
           05 TL-UNKNOWN               PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0500-LOAD-CREW
           PERFORM 1000-TALLY-HISTORY
           PERFORM 2000-ASSESS-STAFF
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STAFF-COUNT
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT PAYROLL-FILE
           MOVE WS-WEEK-START TO WS-HEADING-FROM
           MOVE WS-RUN-DATE-NUM TO WS-HEADING-TO
           WRITE PRINT-LINE FROM WS-HEADING-1
           WRITE PRINT-LINE FROM SPACES
           PERFORM 3000-REPORT-HOURS
           PERFORM 4000-REPORT-SHORT-REST
           MOVE WS-STAFF-COUNT TO TL-STAFF
           MOVE WS-OVERTIME-COUNT TO TL-OVERTIME
           MOVE WS-REST-DAY-COUNT TO TL-REST-DAYS
           MOVE WS-SHORT-REST-COUNT TO TL-SHORT-REST
           MOVE WS-UNKNOWN-COUNT TO TL-UNKNOWN
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           CLOSE PRINT-FILE
           CLOSE PAYROLL-FILE
           DISPLAY "Weekly hours to " WS-RUN-DATE ": "
               WS-ROWS-USED " working(s), " WS-PAYROLL-COUNT
               " payroll record(s), " WS-OVERTIME-COUNT
               " overtime, " WS-REST-DAY-COUNT
               " short of rest days, " WS-SHORT-REST-COUNT
               " short rest(s)."
           IF WS-REST-DAY-COUNT > 0
                   OR WS-SHORT-REST-COUNT > 0
                   OR WS-UNKNOWN-COUNT > 0
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Asks for the week-ending date - the last of the seven
      * days totalled; a blank answer means today. Run unattended
      * by TrnSchdDrv the date comes from step-answers.dat
      * instead of the keyboard.
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
               DISPLAY "Week ending (YYYYMMDD, blank = today): "
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
      * wreck the week arithmetic below.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           IF WS-DATE-INTEGER = 0
               DISPLAY "Impossible date '" WS-RUN-DATE
                   "'; using today instead."
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           END-IF
           COMPUTE WS-START-INTEGER = WS-DATE-INTEGER - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-START-INTEGER).

      * Everyone in the crew master gets a line and a payroll
      * record, worked or not; a person keyed before the contract
      * field existed, or with it blank, is on the standard one.
       0500-LOAD-CREW.
           OPEN INPUT CREW-FILE
           PERFORM UNTIL EOF
               READ CREW-FILE INTO CREW-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-STAFF-COUNT < WS-MAX-STAFF
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE CREW-STAFF-NUMBER
                               TO WS-STF-NUMBER (WS-STAFF-COUNT)
                           MOVE CREW-GRADE
                               TO WS-STF-GRADE (WS-STAFF-COUNT)
                           MOVE 'Y'
                               TO WS-STF-KNOWN (WS-STAFF-COUNT)
                           IF CREW-WEEKLY-CONTRACT IS NUMERIC
                                   AND CREW-WEEKLY-CONTRACT > 0
                               MOVE CREW-WEEKLY-CONTRACT TO
                                   WS-STF-CONTRACT (WS-STAFF-COUNT)
                           ELSE
                               MOVE WS-DEFAULT-CONTRACT TO
                                   WS-STF-CONTRACT (WS-STAFF-COUNT)
                           END-IF
                           PERFORM 0510-CLEAR-WEEK
                       ELSE
                           DISPLAY "WARNING: crew.dat exceeds "
                               WS-MAX-STAFF
                               " entries; remainder ignored."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREW-FILE
           MOVE 'N' TO WS-END-OF-FILE.

       0510-CLEAR-WEEK.
           MOVE 0 TO WS-STF-DUTY (WS-STAFF-COUNT)
           MOVE 0 TO WS-STF-DAYS (WS-STAFF-COUNT)
           MOVE 0 TO WS-STF-SHORT-RESTS (WS-STAFF-COUNT)
           PERFORM VARYING WS-DY FROM 1 BY 1
               UNTIL WS-DY > 7
               MOVE 'N' TO WS-STF-WORKED (WS-STAFF-COUNT WS-DY)
               MOVE 0 TO WS-STF-FIRST (WS-STAFF-COUNT WS-DY)
               MOVE 0 TO WS-STF-LAST (WS-STAFF-COUNT WS-DY)
           END-PERFORM.

      * One pass of the history, keeping only the seven days of
      * the week: each working's duty goes on the person's total,
      * and each day keeps its first departure and last arrival
      * for the rest checks.
       1000-TALLY-HISTORY.
           OPEN INPUT CREW-HIST-FILE
           IF WS-CREW-HIST-STATUS NOT = '00'
               DISPLAY "No crew-hist.dat found; every person "
                       "shown with no duty."
           ELSE
               PERFORM UNTIL EOF
                   READ CREW-HIST-FILE INTO CREW-HIST-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF CRWH-RUN-DATE IS NUMERIC
                                   AND CRWH-DUTY-MINUTES IS NUMERIC
                                   AND CRWH-RUN-DATE
                                       NOT < WS-WEEK-START
                                   AND CRWH-RUN-DATE
                                       NOT > WS-RUN-DATE-NUM
                               PERFORM 1100-TALLY-ONE-WORKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREW-HIST-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       1100-TALLY-ONE-WORKING.
           PERFORM 1200-FIND-STAFF
           IF STAFF-NOT-FOUND
               PERFORM 1300-ADD-UNKNOWN-STAFF
           END-IF
           IF STAFF-FOUND
               ADD 1 TO WS-ROWS-USED
               COMPUTE WS-DAY-IDX =
                   FUNCTION INTEGER-OF-DATE (CRWH-RUN-DATE)
                   - WS-START-INTEGER + 1
               ADD CRWH-DUTY-MINUTES TO WS-STF-DUTY (STF-IDX)
               IF WS-STF-WORKED (STF-IDX WS-DAY-IDX) = 'N'
                   MOVE 'Y' TO WS-STF-WORKED (STF-IDX WS-DAY-IDX)
                   ADD 1 TO WS-STF-DAYS (STF-IDX)
                   MOVE CRWH-START-MIN
                       TO WS-STF-FIRST (STF-IDX WS-DAY-IDX)
                   MOVE CRWH-END-MIN
                       TO WS-STF-LAST (STF-IDX WS-DAY-IDX)
               ELSE
                   IF CRWH-START-MIN
                           < WS-STF-FIRST (STF-IDX WS-DAY-IDX)
                       MOVE CRWH-START-MIN
                           TO WS-STF-FIRST (STF-IDX WS-DAY-IDX)
                   END-IF
                   IF CRWH-END-MIN
                           > WS-STF-LAST (STF-IDX WS-DAY-IDX)
                       MOVE CRWH-END-MIN
                           TO WS-STF-LAST (STF-IDX WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

       1200-FIND-STAFF.
           SET STAFF-NOT-FOUND TO TRUE
           IF WS-STAFF-COUNT > 0
               SET STF-IDX TO 1
               SEARCH WS-STAFF-ENTRY
                   AT END
                       SET STAFF-NOT-FOUND TO TRUE
                   WHEN WS-STF-NUMBER (STF-IDX) = CRWH-STAFF-NUMBER
                       SET STAFF-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * Hours booked to a staff number the crew master has never
      * heard of are still totalled and printed (flagged) so they
      * are not lost, but no payroll record is cut for them.
       1300-ADD-UNKNOWN-STAFF.
           IF WS-STAFF-COUNT < WS-MAX-STAFF
               ADD 1 TO WS-STAFF-COUNT
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE CRWH-STAFF-NUMBER
                   TO WS-STF-NUMBER (WS-STAFF-COUNT)
               MOVE SPACES TO WS-STF-GRADE (WS-STAFF-COUNT)
               MOVE 'N' TO WS-STF-KNOWN (WS-STAFF-COUNT)
               MOVE WS-DEFAULT-CONTRACT
                   TO WS-STF-CONTRACT (WS-STAFF-COUNT)
               PERFORM 0510-CLEAR-WEEK
               SET STF-IDX TO WS-STAFF-COUNT
               SET STAFF-FOUND TO TRUE
           ELSE
               DISPLAY "WARNING: staff " CRWH-STAFF-NUMBER
                   " not in crew.dat and the staff table is "
                   "full; working ignored."
           END-IF.

      * Counts the person's short rests between consecutive
      * worked days: the next day's first departure, plus the
      * day in between, less this day's last arrival (which may
      * run past midnight).
       2000-ASSESS-STAFF.
           PERFORM VARYING WS-DY FROM 1 BY 1
               UNTIL WS-DY > 6
               IF WS-STF-WORKED (WS-SUB WS-DY) = 'Y'
                       AND WS-STF-WORKED (WS-SUB WS-DY + 1) = 'Y'
                   COMPUTE WS-REST-MINUTES =
                       1440 + WS-STF-FIRST (WS-SUB WS-DY + 1)
                       - WS-STF-LAST (WS-SUB WS-DY)
                   IF WS-REST-MINUTES < WS-MIN-DAILY-REST
                       ADD 1 TO WS-STF-SHORT-RESTS (WS-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      * One line per person, master order then unknown staff,
      * with a payroll record for each person the master knows.
       3000-REPORT-HOURS.
           MOVE 'WEEKLY HOURS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           PERFORM 3100-REPORT-ONE-PERSON
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STAFF-COUNT
           IF WS-STAFF-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES.

       3100-REPORT-ONE-PERSON.
           IF WS-STF-DUTY (WS-SUB) > WS-STF-CONTRACT (WS-SUB)
               MOVE WS-STF-CONTRACT (WS-SUB) TO WS-BASIC
               COMPUTE WS-OVERTIME =
                   WS-STF-DUTY (WS-SUB) - WS-STF-CONTRACT (WS-SUB)
           ELSE
               MOVE WS-STF-DUTY (WS-SUB) TO WS-BASIC
               MOVE 0 TO WS-OVERTIME
           END-IF
           MOVE WS-STF-NUMBER (WS-SUB) TO SL-STAFF
           MOVE WS-STF-GRADE (WS-SUB) TO SL-GRADE
           MOVE WS-STF-DAYS (WS-SUB) TO SL-DAYS
           MOVE WS-STF-DUTY (WS-SUB) TO SL-DUTY
           MOVE WS-STF-CONTRACT (WS-SUB) TO SL-CONTRACT
           MOVE WS-BASIC TO SL-BASIC
           MOVE WS-OVERTIME TO SL-OVERTIME
           PERFORM 3200-BUILD-FLAGS
           WRITE PRINT-LINE FROM WS-STAFF-LINE
           IF WS-STF-KNOWN (WS-SUB) = 'Y'
               PERFORM 3300-WRITE-PAYROLL
           END-IF.

       3200-BUILD-FLAGS.
           MOVE SPACES TO SL-FLAGS
           MOVE 1 TO WS-FLAG-POINTER
           IF WS-OVERTIME > 0
               ADD 1 TO WS-OVERTIME-COUNT
               STRING 'OVERTIME ' DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF
           IF 7 - WS-STF-DAYS (WS-SUB) < WS-MIN-REST-DAYS
               ADD 1 TO WS-REST-DAY-COUNT
               STRING 'REST-DAYS ' DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF
           IF WS-STF-SHORT-RESTS (WS-SUB) > 0
               ADD WS-STF-SHORT-RESTS (WS-SUB)
                   TO WS-SHORT-REST-COUNT
               STRING 'SHORT-REST ' DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF
           IF WS-STF-KNOWN (WS-SUB) = 'N'
               STRING 'NOT IN CREW MASTER' DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF.

       3300-WRITE-PAYROLL.
           MOVE WS-RUN-DATE-NUM TO PAY-WEEK-ENDING
           MOVE WS-STF-NUMBER (WS-SUB) TO PAY-STAFF-NUMBER
           MOVE WS-STF-GRADE (WS-SUB) TO PAY-GRADE
           MOVE WS-STF-CONTRACT (WS-SUB) TO PAY-CONTRACT-MINUTES
           MOVE WS-BASIC TO PAY-BASIC-MINUTES
           MOVE WS-OVERTIME TO PAY-OVERTIME-MINUTES
           MOVE WS-STF-DAYS (WS-SUB) TO PAY-DAYS-WORKED
           IF 7 - WS-STF-DAYS (WS-SUB) < WS-MIN-REST-DAYS
               MOVE 'Y' TO PAY-REST-DAYS-FLAG
           ELSE
               MOVE 'N' TO PAY-REST-DAYS-FLAG
           END-IF
           IF WS-STF-SHORT-RESTS (WS-SUB) > 0
               MOVE 'Y' TO PAY-SHORT-REST-FLAG
           ELSE
               MOVE 'N' TO PAY-SHORT-REST-FLAG
           END-IF
           WRITE PAYROLL-RECORD
           ADD 1 TO WS-PAYROLL-COUNT.

      * Each short rest, dated, for the roster clerk to put right.
       4000-REPORT-SHORT-REST.
           MOVE 'SHORT REST BETWEEN DAYS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           PERFORM 4100-CHECK-ONE-PERSON
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STAFF-COUNT
           IF WS-SHORT-REST-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES.

       4100-CHECK-ONE-PERSON.
           IF WS-STF-SHORT-RESTS (WS-SUB) > 0
               PERFORM 4200-CHECK-ONE-NIGHT
                   VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > 6
           END-IF.

       4200-CHECK-ONE-NIGHT.
           IF WS-STF-WORKED (WS-SUB WS-DY) = 'Y'
                   AND WS-STF-WORKED (WS-SUB WS-DY + 1) = 'Y'
               COMPUTE WS-REST-MINUTES =
                   1440 + WS-STF-FIRST (WS-SUB WS-DY + 1)
                   - WS-STF-LAST (WS-SUB WS-DY)
               IF WS-REST-MINUTES < WS-MIN-DAILY-REST
                   COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-START-INTEGER + WS-DY - 1)
                   COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-START-INTEGER + WS-DY)
                   MOVE WS-STF-NUMBER (WS-SUB) TO RL-STAFF
                   MOVE WS-FROM-DATE TO RL-FROM
                   MOVE WS-TO-DATE TO RL-TO
                   IF WS-REST-MINUTES < 0
                       MOVE 0 TO RL-REST
                   ELSE
                       MOVE WS-REST-MINUTES TO RL-REST
                   END-IF
                   WRITE PRINT-LINE FROM WS-REST-LINE
               END-IF
           END-IF.
