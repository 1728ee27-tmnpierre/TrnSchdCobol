       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdCmp.
       AUTHOR. Pierre.

      *====================================================*
      * Day-to-day schedule comparison: "what changed since *
      * yesterday?" answered from the archive instead of by *
      * eyeballing two retrieved boards. Takes two service  *
      * dates, finds each one's archived effective schedule *
      * (the TRNBKP-format EFF file catalogued in           *
      * archive-catalog.dat by TrnSchdSav) - or, with the   *
      * later date left blank, takes today's train-eff.dat  *
      * - and prints schedule-compare.prt in TRAIN-KEY      *
      * order: trains added, trains dropped, DESTINA        *
      * changes and calling-pattern changes stop by stop.   *
      * Each difference carries the reason found for it:    *
      *   - the service calendar (train-cal.dat with        *
      *     holiday.dat, TrnSchdEff's operates test) does   *
      *     not run the train on the day it is missing,     *
      *   - engineering works (engineering-works.dat) block *
      *     its path on the day it is missing, walked the   *
      *     way TrnSchdWks walks it, or                     *
      *   - an APPLIED entry in train-txn-log.dat from the  *
      *     last TrnSchdMnt run.                            *
      * Anything none of them explains is flagged           *
      * UNEXPLAINED and listed again at the foot of the     *
      * report, and the run ends with return code 4.        *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO 'archive-catalog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARC-EFF-FILE ASSIGN TO WS-ARC-EFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARC-EFF-STATUS.

           SELECT EFF-FILE ASSIGN TO 'train-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-EFF-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'train-cal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO 'holiday.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT WORKS-FILE ASSIGN TO 'engineering-works.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORKS-STATUS.

           SELECT STATION-FILE ASSIGN TO 'station.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.

           SELECT TXN-LOG-FILE ASSIGN TO 'train-txn-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-LOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'schedule-compare.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
           COPY ARCCAT.

       FD ARC-EFF-FILE.
           COPY TRNBKP.

       FD EFF-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

       FD CALENDAR-FILE.
           COPY CALNDREC.

       FD HOLIDAY-FILE.
           COPY HOLIDREC.

       FD WORKS-FILE.
           COPY WORKSREC.
           COPY FEEDCTL.

       FD STATION-FILE.
           COPY STATNREC.

      * TrnSchdMnt's log of its last run, one row per transaction.
       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD.
           05 LOG-ACTION              PIC X(1).
           05 LOG-TYPE                PIC X(3).
           05 LOG-HOUR                PIC 99.
           05 LOG-MINUTES             PIC 99.
           05 LOG-RESULT              PIC X(8).
           05 LOG-REASON              PIC X(20).

       FD PRINT-FILE.
       01 PRINT-LINE                  PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-CATALOG-STATUS           PIC XX.
       01  WS-ARC-EFF-STATUS           PIC XX.
       01  WS-EFF-STATUS               PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-HOLIDAY-STATUS           PIC XX.
       01  WS-WORKS-STATUS             PIC XX.
       01  WS-STATION-STATUS           PIC XX.
       01  WS-TXN-LOG-STATUS           PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
           88 ANSWER-NOT-SUPPLIED VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.

      * the departure terminal's code in run-times.dat, same
      * convention as the timetable program.
       01  WS-HOME-STATION             PIC X(3) VALUE 'HUB'.

      * the two service dates compared; the later one may be
      * today's train-eff.dat rather than an archive.
       01  WS-EARLY-DATE               PIC X(8) VALUE SPACES.
       01  WS-EARLY-DATE-NUM REDEFINES WS-EARLY-DATE
                                       PIC 9(8).
       01  WS-LATE-DATE                PIC X(8) VALUE SPACES.
       01  WS-LATE-DATE-NUM REDEFINES WS-LATE-DATE
                                       PIC 9(8).
       01  WS-LATE-SOURCE              PIC X VALUE 'A'.
           88 LATE-FROM-ARCHIVE VALUE 'A'.
           88 LATE-FROM-EFF     VALUE 'E'.
       01  WS-DATE-INTEGER             PIC 9(7).
       01  WS-DATES-OK                 PIC X VALUE 'Y'.
           88 DATES-OK          VALUE 'Y'.
           88 DATES-BAD         VALUE 'N'.

       01  WS-ARC-EFF-NAME             PIC X(30) VALUE SPACES.
       01  WS-WANT-DATE                PIC 9(8).
       01  WS-EFF-CATALOGUED           PIC X VALUE 'N'.
           88 EFF-CATALOGUED    VALUE 'Y'.
           88 EFF-NOT-CATALOGUED VALUE 'N'.
       01  WS-LOAD-RESULT              PIC X VALUE 'Y'.
           88 LOAD-OK           VALUE 'Y'.
           88 LOAD-FAILED       VALUE 'N'.

      * both schedules side by side: side 1 the earlier date,
      * side 2 the later. Each is held in TRAIN-KEY order, the
      * order TrnSchdSav unloads the indexed file in, so the
      * comparison is a straight merge.
       01  WS-MAX-TRAINS               PIC 9(4) VALUE 500.
       01  WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE OCCURS 2 TIMES.
               10 WS-SCH-COUNT         PIC 9(4).
               10 WS-SCH-TRAIN OCCURS 500 TIMES.
                   15 WS-SCH-KEY.
                       20 WS-SCH-TYPE  PIC X(3).
                       20 WS-SCH-HOUR  PIC 99.
                       20 WS-SCH-MINUTES PIC 99.
                   15 WS-SCH-DEST      PIC X(12).
                   15 WS-SCH-NSTOPS    PIC 9(2).
                   15 WS-SCH-STOPS.
                       20 WS-SCH-STOP  OCCURS 10 TIMES PIC X(3).
       01  WS-SIDE                     PIC 9.
       01  WS-EARLY                    PIC 9(4).
       01  WS-LATE                     PIC 9(4).

       01  WS-DAY-NUMBER               PIC 9.
       01  WS-DAY-SUB                  PIC 9.
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-IS-HOLIDAY               PIC X VALUE 'N'.
           88 CHECK-DATE-IS-HOLIDAY  VALUE 'Y'.
           88 CHECK-DATE-NOT-HOLIDAY VALUE 'N'.
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

      * only possessions covering one of the two dates are kept,
      * with their own dates so each day is checked separately.
       01  WS-MAX-WORKS                PIC 9(2) VALUE 50.
       01  WS-WORKS-COUNT              PIC 9(2) VALUE 0.
       01  WS-WORKS-TABLE.
           05 WS-WORKS-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-WORKS-COUNT
               INDEXED BY WRK-IDX.
               10 WS-WRK-FROM          PIC X(3).
               10 WS-WRK-TO            PIC X(3).
               10 WS-WRK-START         PIC 9(8).
               10 WS-WRK-END           PIC 9(8).

      * the station master, name beside stop code, so the final
      * leg into DESTINA can be expressed in RT terms.
       01  WS-MAX-STATIONS             PIC 9(4) VALUE 200.
       01  WS-STATION-COUNT            PIC 9(4) VALUE 0.
       01  WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STATION-COUNT
               INDEXED BY STN-IDX.
               10 WS-STATION-NAME      PIC X(12).
               10 WS-STATION-STOP      PIC X(3).

      * only the transactions TrnSchdMnt actually applied.
       01  WS-MAX-APPLIED              PIC 9(4) VALUE 500.
       01  WS-APPLIED-COUNT            PIC 9(4) VALUE 0.
       01  WS-APPLIED-TABLE.
           05 WS-APPLIED-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-APPLIED-COUNT
               INDEXED BY APL-IDX.
               10 WS-APL-ACTION        PIC X.
               10 WS-APL-KEY.
                   15 WS-APL-TYPE      PIC X(3).
                   15 WS-APL-HOUR      PIC 99.
                   15 WS-APL-MINUTES   PIC 99.

      * what is being explained: the train (side and row), the
      * date it is missing from, and the maintenance action that
      * would account for it (space = any applied action).
       01  WS-EXP-SIDE                 PIC 9.
       01  WS-EXP-SUB                  PIC 9(4).
       01  WS-EXP-ABSENT-DATE          PIC 9(8).
       01  WS-EXP-ACTION               PIC X VALUE SPACE.
       01  WS-EXPLANATION              PIC X(36).
       01  WS-APL-FOUND-ACTION         PIC X.

       01  WS-SG                       PIC 9(2).
       01  WS-SG2                      PIC 9(2).
       01  WS-WK                       PIC 9(2).
       01  WS-PREV-STATION             PIC X(3).
       01  WS-NEXT-STATION             PIC X(3).
       01  WS-DEST-CODE                PIC X(3).
       01  WS-WORKS-HIT                PIC 9(2).
       01  WS-STOP-FOUND               PIC X VALUE 'N'.
           88 STOP-FOUND        VALUE 'Y'.
           88 STOP-NOT-FOUND    VALUE 'N'.
       01  WS-STOP-CHANGES             PIC 9(2).

       01  WS-ADDED-COUNT              PIC 9(4) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(4) VALUE 0.
       01  WS-DEST-COUNT               PIC 9(4) VALUE 0.
       01  WS-CALLING-COUNT            PIC 9(4) VALUE 0.
       01  WS-DIFFERENCE-COUNT         PIC 9(4) VALUE 0.

      * every unexplained line, reprinted together at the foot.
       01  WS-MAX-UNEXPLAINED          PIC 9(4) VALUE 200.
       01  WS-UNEXPLAINED-COUNT        PIC 9(4) VALUE 0.
       01  WS-UNEXPLAINED-TOTAL        PIC 9(4) VALUE 0.
       01  WS-UNEXPLAINED-TABLE.
           05 WS-UNEXPLAINED-LINE OCCURS 200 TIMES PIC X(100).
       01  WS-SUB                      PIC 9(4).

      * worst condition seen this run, handed back as the return
      * code: 4 = difference(s) nobody can explain, 8 = a
      * schedule to compare could not be found.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(21) VALUE
               'SCHEDULE COMPARISON'.
           05 WS-HEADING-EARLY         PIC X(8).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 WS-HEADING-LATE          PIC X(8).
           05 WS-HEADING-SOURCE        PIC X(20).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(14) VALUE '  TRAIN'.
           05 FILLER                   PIC X(14) VALUE 'DESTINATION'.
           05 FILLER                   PIC X(30) VALUE 'DIFFERENCE'.
           05 FILLER                   PIC X(36) VALUE 'EXPLANATION'.

       01  WS-SECTION-LINE             PIC X(40).

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-TIME                  PIC X(5).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 DL-DEST                  PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-CHANGE                PIC X(28).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-EXPLAIN               PIC X(36).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(7) VALUE 'ADDED: '.
           05 TL-ADDED                 PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  DROPPED: '.
           05 TL-DROPPED               PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  DESTINA: '.
           05 TL-DEST                  PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  CALLING: '.
           05 TL-CALLING               PIC ZZZ9.
           05 FILLER                   PIC X(15) VALUE
               '  UNEXPLAINED: '.
           05 TL-UNEXPLAINED           PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-DATES
           IF DATES-BAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-SCH-COUNT (1)
           MOVE 0 TO WS-SCH-COUNT (2)
           MOVE 1 TO WS-SIDE
           MOVE WS-EARLY-DATE-NUM TO WS-WANT-DATE
           PERFORM 1000-LOAD-ARCHIVED
           IF LOAD-OK
               MOVE 2 TO WS-SIDE
               IF LATE-FROM-EFF
                   PERFORM 1500-LOAD-EFFECTIVE
               ELSE
                   MOVE WS-LATE-DATE-NUM TO WS-WANT-DATE
                   PERFORM 1000-LOAD-ARCHIVED
               END-IF
           END-IF
           IF LOAD-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-CALENDAR
           PERFORM 0300-LOAD-HOLIDAYS
           PERFORM 0400-LOAD-WORKS
           PERFORM 0500-LOAD-STATIONS
           PERFORM 0600-LOAD-TXN-LOG
           OPEN OUTPUT PRINT-FILE
           MOVE WS-EARLY-DATE TO WS-HEADING-EARLY
           MOVE WS-LATE-DATE TO WS-HEADING-LATE
           IF LATE-FROM-EFF
               MOVE ' (TRAIN-EFF.DAT)' TO WS-HEADING-SOURCE
           ELSE
               MOVE SPACES TO WS-HEADING-SOURCE
           END-IF
           WRITE PRINT-LINE FROM WS-HEADING-1
           WRITE PRINT-LINE FROM SPACES
           WRITE PRINT-LINE FROM WS-HEADING-2
           WRITE PRINT-LINE FROM SPACES
           MOVE 1 TO WS-EARLY
           MOVE 1 TO WS-LATE
           PERFORM 2000-COMPARE-NEXT
               UNTIL WS-EARLY > WS-SCH-COUNT (1)
                   AND WS-LATE > WS-SCH-COUNT (2)
           IF WS-DIFFERENCE-COUNT = 0
               MOVE '  (NO DIFFERENCES)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           PERFORM 5000-PRINT-UNEXPLAINED
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-DROPPED-COUNT TO TL-DROPPED
           MOVE WS-DEST-COUNT TO TL-DEST
           MOVE WS-CALLING-COUNT TO TL-CALLING
           MOVE WS-UNEXPLAINED-TOTAL TO TL-UNEXPLAINED
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           CLOSE PRINT-FILE
           DISPLAY "Schedule comparison " WS-EARLY-DATE " to "
               WS-LATE-DATE ": " WS-DIFFERENCE-COUNT
               " difference(s), " WS-UNEXPLAINED-TOTAL
               " unexplained."
           IF WS-UNEXPLAINED-TOTAL > 0
               IF WS-WORST-RESULT < 4
                   MOVE 4 TO WS-WORST-RESULT
               END-IF
           END-IF
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * The later date first (step-answers.dat line 1): blank
      * means today's train-eff.dat rather than an archive. Then
      * the earlier date (line 2): blank means the day before the
      * later one - "what changed since yesterday?" with no
      * typing at all. Run unattended by TrnSchdDrv both come
      * from step-answers.dat instead of the keyboard.
       0100-GET-DATES.
           SET ANSWER-NOT-SUPPLIED TO TRUE
           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-STATUS = '00'
               READ ANSWER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANSWER-RECORD (1:8) TO WS-LATE-DATE
                       SET ANSWER-SUPPLIED TO TRUE
                       READ ANSWER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE ANSWER-RECORD (1:8)
                                   TO WS-EARLY-DATE
                       END-READ
               END-READ
               CLOSE ANSWER-FILE
           END-IF
           IF ANSWER-NOT-SUPPLIED
               DISPLAY "Later service date (YYYYMMDD, blank = "
                   "today's train-eff.dat): " WITH NO ADVANCING
               ACCEPT WS-LATE-DATE
               DISPLAY "Earlier service date (YYYYMMDD, blank = "
                   "the day before): " WITH NO ADVANCING
               ACCEPT WS-EARLY-DATE
           END-IF
           IF WS-LATE-DATE = SPACES
               SET LATE-FROM-EFF TO TRUE
               ACCEPT WS-LATE-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-LATE-DATE-NUM IS NOT NUMERIC
               DISPLAY "Invalid date '" WS-LATE-DATE
                   "'; nothing compared."
               SET DATES-BAD TO TRUE
           ELSE
      * INTEGER-OF-DATE answers zero for a numeric-looking date
      * that is no real day (20260132).
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-LATE-DATE-NUM)
               IF WS-DATE-INTEGER = 0
                   DISPLAY "Impossible date '" WS-LATE-DATE
                       "'; nothing compared."
                   SET DATES-BAD TO TRUE
               END-IF
           END-IF
           IF DATES-OK
               IF WS-EARLY-DATE = SPACES
                   SUBTRACT 1 FROM WS-DATE-INTEGER
                   COMPUTE WS-EARLY-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               END-IF
               IF WS-EARLY-DATE-NUM IS NOT NUMERIC
                   DISPLAY "Invalid date '" WS-EARLY-DATE
                       "'; nothing compared."
                   SET DATES-BAD TO TRUE
               ELSE
                   IF FUNCTION INTEGER-OF-DATE (WS-EARLY-DATE-NUM)
                           = 0
                       DISPLAY "Impossible date '" WS-EARLY-DATE
                           "'; nothing compared."
                       SET DATES-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF DATES-OK
               AND WS-EARLY-DATE-NUM NOT < WS-LATE-DATE-NUM
               DISPLAY "Earlier date " WS-EARLY-DATE
                   " is not before " WS-LATE-DATE
                   "; nothing compared."
               SET DATES-BAD TO TRUE
           END-IF.

       0200-LOAD-CALENDAR.
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
                               PERFORM 0210-STORE-CALENDAR
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

       0210-STORE-CALENDAR.
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

       0300-LOAD-HOLIDAYS.
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

      * Only possessions covering one of the two dates can explain
      * anything; a missing works file just means works explain
      * nothing. The feed's header and trailer are TrnSchdWks's
      * to check and are stepped over here.
       0400-LOAD-WORKS.
           OPEN INPUT WORKS-FILE
           IF WS-WORKS-STATUS NOT = '00'
               DISPLAY "No engineering-works.dat found; no works "
                       "taken into account."
           ELSE
               PERFORM UNTIL EOF
                   READ WORKS-FILE INTO WORKS-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               AND WRK-START-DATE IS NUMERIC
                               AND WRK-END-DATE IS NUMERIC
                               PERFORM 0410-STORE-WORKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKS-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0410-STORE-WORKS.
           IF (WS-EARLY-DATE-NUM >= WRK-START-DATE
                   AND WS-EARLY-DATE-NUM <= WRK-END-DATE)
               OR (WS-LATE-DATE-NUM >= WRK-START-DATE
                   AND WS-LATE-DATE-NUM <= WRK-END-DATE)
               IF WS-WORKS-COUNT < WS-MAX-WORKS
                   ADD 1 TO WS-WORKS-COUNT
                   MOVE WRK-FROM-STATION
                       TO WS-WRK-FROM (WS-WORKS-COUNT)
                   MOVE WRK-TO-STATION
                       TO WS-WRK-TO (WS-WORKS-COUNT)
                   MOVE WRK-START-DATE
                       TO WS-WRK-START (WS-WORKS-COUNT)
                   MOVE WRK-END-DATE
                       TO WS-WRK-END (WS-WORKS-COUNT)
               ELSE
                   DISPLAY "WARNING: engineering-works.dat has "
                       "more than " WS-MAX-WORKS " possessions "
                       "on these dates; remainder ignored."
               END-IF
           END-IF.

       0500-LOAD-STATIONS.
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS NOT = '00'
               DISPLAY "No station.dat found; the final leg "
                       "into each destination is not checked "
                       "for works."
           ELSE
               PERFORM UNTIL EOF
                   READ STATION-FILE INTO STATION-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-STATION-COUNT < WS-MAX-STATIONS
                               ADD 1 TO WS-STATION-COUNT
                               MOVE STATION-NAME
                                   TO WS-STATION-NAME
                                       (WS-STATION-COUNT)
                               MOVE STATION-STOP-CODE
                                   TO WS-STATION-STOP
                                       (WS-STATION-COUNT)
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

      * The maintenance log holds TrnSchdMnt's last run only, so
      * it can explain a change that took effect between the two
      * dates but says nothing about older history.
       0600-LOAD-TXN-LOG.
           OPEN INPUT TXN-LOG-FILE
           IF WS-TXN-LOG-STATUS NOT = '00'
               DISPLAY "No train-txn-log.dat found; no maintenance "
                       "taken into account."
           ELSE
               PERFORM UNTIL EOF
                   READ TXN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF LOG-RESULT = 'APPLIED'
                               PERFORM 0610-STORE-APPLIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-LOG-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0610-STORE-APPLIED.
           IF WS-APPLIED-COUNT < WS-MAX-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE LOG-ACTION TO WS-APL-ACTION (WS-APPLIED-COUNT)
               MOVE LOG-TYPE TO WS-APL-TYPE (WS-APPLIED-COUNT)
               MOVE LOG-HOUR TO WS-APL-HOUR (WS-APPLIED-COUNT)
               MOVE LOG-MINUTES
                   TO WS-APL-MINUTES (WS-APPLIED-COUNT)
           ELSE
               DISPLAY "WARNING: train-txn-log.dat exceeds "
                   WS-MAX-APPLIED " applied entries; remainder "
                   "ignored."
           END-IF.

      * Finds WS-WANT-DATE's archived effective schedule in the
      * catalog, the way TrnSchdRtv does, and loads it into side
      * WS-SIDE. A date never archived (or gone past retention)
      * cannot be compared.
       1000-LOAD-ARCHIVED.
           PERFORM 1100-SEARCH-CATALOG
           IF EFF-NOT-CATALOGUED
               DISPLAY "No archived schedule catalogued for "
                   WS-WANT-DATE "; either it was never archived "
                   "or it fell off the retention period."
               SET LOAD-FAILED TO TRUE
           ELSE
               OPEN INPUT ARC-EFF-FILE
               IF WS-ARC-EFF-STATUS NOT = '00'
                   DISPLAY "Catalogued schedule file "
                       WS-ARC-EFF-NAME " is missing (status "
                       WS-ARC-EFF-STATUS ")."
                   SET LOAD-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL EOF
                       READ ARC-EFF-FILE
                           AT END
                               MOVE 'Y' TO WS-END-OF-FILE
                           NOT AT END
                               IF BKP-DETAIL
                                   PERFORM 1200-STORE-ARCHIVED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARC-EFF-FILE
                   MOVE 'N' TO WS-END-OF-FILE
               END-IF
           END-IF.

       1100-SEARCH-CATALOG.
           SET EFF-NOT-CATALOGUED TO TRUE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY "No archive-catalog.dat found; has "
                       "TrnSchdSav ever run?"
           ELSE
               PERFORM UNTIL EOF
                   READ CATALOG-FILE INTO CATALOG-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF CAT-SERVICE-DATE = WS-WANT-DATE
                               AND CAT-KIND = 'EFF'
                               SET EFF-CATALOGUED TO TRUE
                               MOVE CAT-FILE-NAME
                                   TO WS-ARC-EFF-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * A stop count that is not a number, or more than the
      * record can hold, loads as no stops rather than driving
      * the comparison off the end of the table.
       1200-STORE-ARCHIVED.
           IF WS-SCH-COUNT (WS-SIDE) < WS-MAX-TRAINS
               ADD 1 TO WS-SCH-COUNT (WS-SIDE)
               MOVE WS-SCH-COUNT (WS-SIDE) TO WS-SUB
               MOVE BKP-TRAIN-TYPE
                   TO WS-SCH-TYPE (WS-SIDE WS-SUB)
               MOVE BKP-TRAIN-HOUR
                   TO WS-SCH-HOUR (WS-SIDE WS-SUB)
               MOVE BKP-TRAIN-MINUTES
                   TO WS-SCH-MINUTES (WS-SIDE WS-SUB)
               MOVE BKP-DESTINA TO WS-SCH-DEST (WS-SIDE WS-SUB)
               MOVE 0 TO WS-SCH-NSTOPS (WS-SIDE WS-SUB)
               MOVE SPACES TO WS-SCH-STOPS (WS-SIDE WS-SUB)
               IF BKP-NUMBER-OF-STOPS IS NUMERIC
                   AND BKP-NUMBER-OF-STOPS NOT > '10'
                   MOVE BKP-NUMBER-OF-STOPS
                       TO WS-SCH-NSTOPS (WS-SIDE WS-SUB)
               END-IF
               PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-SCH-NSTOPS (WS-SIDE WS-SUB)
                   MOVE BKP-STOP-STATION (WS-SG)
                       TO WS-SCH-STOP (WS-SIDE WS-SUB WS-SG)
               END-PERFORM
           ELSE
               DISPLAY "WARNING: archived schedule for "
                   WS-WANT-DATE " exceeds " WS-MAX-TRAINS
                   " entries; remainder ignored."
           END-IF.

      * Today's effective schedule, read in key order straight
      * off the indexed file.
       1500-LOAD-EFFECTIVE.
           OPEN INPUT EFF-FILE
           IF WS-EFF-STATUS NOT = '00'
               DISPLAY "No train-eff.dat found (status "
                   WS-EFF-STATUS "); has TrnSchdEff run today?"
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM UNTIL EOF
                   READ EFF-FILE NEXT RECORD INTO TRAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 1600-STORE-EFFECTIVE
                   END-READ
               END-PERFORM
               CLOSE EFF-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       1600-STORE-EFFECTIVE.
           IF WS-SCH-COUNT (WS-SIDE) < WS-MAX-TRAINS
               ADD 1 TO WS-SCH-COUNT (WS-SIDE)
               MOVE WS-SCH-COUNT (WS-SIDE) TO WS-SUB
               MOVE TRAIN-TYPE TO WS-SCH-TYPE (WS-SIDE WS-SUB)
               MOVE TRAIN-HOUR TO WS-SCH-HOUR (WS-SIDE WS-SUB)
               MOVE TRAIN-MINUTES
                   TO WS-SCH-MINUTES (WS-SIDE WS-SUB)
               MOVE DESTINA TO WS-SCH-DEST (WS-SIDE WS-SUB)
               MOVE 0 TO WS-SCH-NSTOPS (WS-SIDE WS-SUB)
               MOVE SPACES TO WS-SCH-STOPS (WS-SIDE WS-SUB)
               IF NUMBER-OF-STOPS IS NUMERIC
                   AND NUMBER-OF-STOPS NOT > 10
                   MOVE NUMBER-OF-STOPS
                       TO WS-SCH-NSTOPS (WS-SIDE WS-SUB)
               END-IF
               PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-SCH-NSTOPS (WS-SIDE WS-SUB)
                   MOVE STOP-STATION (WS-SG)
                       TO WS-SCH-STOP (WS-SIDE WS-SUB WS-SG)
               END-PERFORM
           ELSE
               DISPLAY "WARNING: train-eff.dat exceeds "
                   WS-MAX-TRAINS " entries; remainder ignored."
           END-IF.

      * One step of the merge: the lower key is a train only one
      * side has; equal keys are the same train on both days and
      * are compared field by field.
       2000-COMPARE-NEXT.
           EVALUATE TRUE
               WHEN WS-EARLY > WS-SCH-COUNT (1)
                   PERFORM 2100-REPORT-ADDED
                   ADD 1 TO WS-LATE
               WHEN WS-LATE > WS-SCH-COUNT (2)
                   PERFORM 2200-REPORT-DROPPED
                   ADD 1 TO WS-EARLY
               WHEN WS-SCH-KEY (1 WS-EARLY)
                       < WS-SCH-KEY (2 WS-LATE)
                   PERFORM 2200-REPORT-DROPPED
                   ADD 1 TO WS-EARLY
               WHEN WS-SCH-KEY (1 WS-EARLY)
                       > WS-SCH-KEY (2 WS-LATE)
                   PERFORM 2100-REPORT-ADDED
                   ADD 1 TO WS-LATE
               WHEN OTHER
                   PERFORM 2300-COMPARE-TRAIN
                   ADD 1 TO WS-EARLY
                   ADD 1 TO WS-LATE
           END-EVALUATE.

      * In the later schedule only: missing on the earlier date.
       2100-REPORT-ADDED.
           ADD 1 TO WS-ADDED-COUNT
           MOVE 2 TO WS-EXP-SIDE
           MOVE WS-LATE TO WS-EXP-SUB
           MOVE WS-EARLY-DATE-NUM TO WS-EXP-ABSENT-DATE
           MOVE 'A' TO WS-EXP-ACTION
           PERFORM 3000-EXPLAIN-PRESENCE
           PERFORM 2900-SET-TRAIN-FIELDS
           MOVE 'ADDED' TO DL-CHANGE
           PERFORM 4000-WRITE-DIFFERENCE.

      * In the earlier schedule only: missing on the later date.
       2200-REPORT-DROPPED.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE 1 TO WS-EXP-SIDE
           MOVE WS-EARLY TO WS-EXP-SUB
           MOVE WS-LATE-DATE-NUM TO WS-EXP-ABSENT-DATE
           MOVE 'D' TO WS-EXP-ACTION
           PERFORM 3000-EXPLAIN-PRESENCE
           PERFORM 2900-SET-TRAIN-FIELDS
           MOVE 'DROPPED' TO DL-CHANGE
           PERFORM 4000-WRITE-DIFFERENCE.

      * The same train on both days. A new destination or
      * calling pattern can only come from maintenance - the
      * calendar and the works take whole trains out, they do
      * not re-route them.
       2300-COMPARE-TRAIN.
           MOVE 2 TO WS-EXP-SIDE
           MOVE WS-LATE TO WS-EXP-SUB
           MOVE SPACE TO WS-EXP-ACTION
           IF WS-SCH-DEST (1 WS-EARLY) NOT = WS-SCH-DEST (2 WS-LATE)
               ADD 1 TO WS-DEST-COUNT
               PERFORM 3300-EXPLAIN-BY-LOG
               PERFORM 2900-SET-TRAIN-FIELDS
               MOVE SPACES TO DL-CHANGE
               STRING 'DESTINA WAS ' WS-SCH-DEST (1 WS-EARLY)
                   DELIMITED BY SIZE INTO DL-CHANGE
               PERFORM 4000-WRITE-DIFFERENCE
           END-IF
           MOVE 0 TO WS-STOP-CHANGES
           PERFORM 2310-CHECK-STOP-GONE
               VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-SCH-NSTOPS (1 WS-EARLY)
           PERFORM 2320-CHECK-STOP-NEW
               VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-SCH-NSTOPS (2 WS-LATE)
           IF WS-STOP-CHANGES = 0
               AND WS-SCH-STOPS (1 WS-EARLY)
                       NOT = WS-SCH-STOPS (2 WS-LATE)
               PERFORM 2330-CHECK-ORDER
           END-IF.

      * A calling point of the earlier day the later day no
      * longer has.
       2310-CHECK-STOP-GONE.
           SET STOP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SG2 FROM 1 BY 1
               UNTIL WS-SG2 > WS-SCH-NSTOPS (2 WS-LATE)
                   OR STOP-FOUND
               IF WS-SCH-STOP (2 WS-LATE WS-SG2)
                       = WS-SCH-STOP (1 WS-EARLY WS-SG)
                   SET STOP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STOP-NOT-FOUND
               ADD 1 TO WS-STOP-CHANGES
               ADD 1 TO WS-CALLING-COUNT
               PERFORM 3300-EXPLAIN-BY-LOG
               PERFORM 2900-SET-TRAIN-FIELDS
               MOVE SPACES TO DL-CHANGE
               STRING 'NO LONGER CALLS AT '
                   WS-SCH-STOP (1 WS-EARLY WS-SG)
                   DELIMITED BY SIZE INTO DL-CHANGE
               PERFORM 4000-WRITE-DIFFERENCE
           END-IF.

      * A calling point of the later day the earlier day did not
      * have.
       2320-CHECK-STOP-NEW.
           SET STOP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SG2 FROM 1 BY 1
               UNTIL WS-SG2 > WS-SCH-NSTOPS (1 WS-EARLY)
                   OR STOP-FOUND
               IF WS-SCH-STOP (1 WS-EARLY WS-SG2)
                       = WS-SCH-STOP (2 WS-LATE WS-SG)
                   SET STOP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STOP-NOT-FOUND
               ADD 1 TO WS-STOP-CHANGES
               ADD 1 TO WS-CALLING-COUNT
               PERFORM 3300-EXPLAIN-BY-LOG
               PERFORM 2900-SET-TRAIN-FIELDS
               MOVE SPACES TO DL-CHANGE
               STRING 'NOW CALLS AT '
                   WS-SCH-STOP (2 WS-LATE WS-SG)
                   DELIMITED BY SIZE INTO DL-CHANGE
               PERFORM 4000-WRITE-DIFFERENCE
           END-IF.

      * Same calling points, but not in the same order (or a
      * stop listed twice on one day only).
       2330-CHECK-ORDER.
           ADD 1 TO WS-CALLING-COUNT
           PERFORM 3300-EXPLAIN-BY-LOG
           PERFORM 2900-SET-TRAIN-FIELDS
           MOVE 'CALLING ORDER CHANGED' TO DL-CHANGE
           PERFORM 4000-WRITE-DIFFERENCE.

       2900-SET-TRAIN-FIELDS.
           MOVE WS-SCH-TYPE (WS-EXP-SIDE WS-EXP-SUB) TO DL-TYPE
           STRING WS-SCH-HOUR (WS-EXP-SIDE WS-EXP-SUB) ':'
               WS-SCH-MINUTES (WS-EXP-SIDE WS-EXP-SUB)
               DELIMITED BY SIZE INTO DL-TIME
           MOVE WS-SCH-DEST (WS-EXP-SIDE WS-EXP-SUB) TO DL-DEST
           MOVE WS-EXPLANATION TO DL-EXPLAIN.

      * Why a train is on one day and not the other: first the
      * calendar, then the works, then the maintenance log.
       3000-EXPLAIN-PRESENCE.
           MOVE SPACES TO WS-EXPLANATION
           PERFORM 3100-EXPLAIN-BY-CALENDAR
           IF WS-EXPLANATION = SPACES
               PERFORM 3200-EXPLAIN-BY-WORKS
           END-IF
           IF WS-EXPLANATION = SPACES
               PERFORM 3300-EXPLAIN-BY-LOG
           END-IF.

      * TrnSchdEff's 2000-CHECK-OPERATES applied to the day the
      * train is missing: seasonal window first, then the
      * holiday flag (which on a bank holiday decides alone),
      * then the day of week. A train with no calendar entry
      * runs every day, so the calendar cannot explain it.
       3100-EXPLAIN-BY-CALENDAR.
           MOVE WS-EXP-ABSENT-DATE TO WS-CHECK-DATE
           SET TRAIN-OPERATES TO TRUE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD
               (WS-DATE-INTEGER, 7)
           IF WS-DAY-NUMBER = 0
               MOVE 7 TO WS-DAY-NUMBER
           END-IF
           SET CHECK-DATE-NOT-HOLIDAY TO TRUE
           IF WS-HOLIDAY-COUNT > 0
               SET HOL-IDX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   WHEN WS-HOLIDAY-DATE (HOL-IDX) = WS-CHECK-DATE
                       SET CHECK-DATE-IS-HOLIDAY TO TRUE
               END-SEARCH
           END-IF
           SET CALENDAR-NOT-FOUND TO TRUE
           IF WS-CALENDAR-COUNT > 0
               SET CAL-IDX TO 1
               SEARCH WS-CALENDAR-ENTRY
                   AT END
                       SET CALENDAR-NOT-FOUND TO TRUE
                   WHEN WS-CAL-TYPE (CAL-IDX)
                           = WS-SCH-TYPE (WS-EXP-SIDE WS-EXP-SUB)
                       AND WS-CAL-HOUR (CAL-IDX)
                           = WS-SCH-HOUR (WS-EXP-SIDE WS-EXP-SUB)
                       AND WS-CAL-MINUTES (CAL-IDX)
                           = WS-SCH-MINUTES (WS-EXP-SIDE WS-EXP-SUB)
                       SET CALENDAR-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF CALENDAR-FOUND
               IF WS-CAL-START (CAL-IDX) > 0
                   AND (WS-CHECK-DATE < WS-CAL-START (CAL-IDX)
                       OR WS-CHECK-DATE > WS-CAL-END (CAL-IDX))
                   SET TRAIN-NOT-THAT-DAY TO TRUE
               ELSE
                   IF CHECK-DATE-IS-HOLIDAY
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
               STRING 'CALENDAR: NOT RUN ON ' WS-CHECK-DATE
                   DELIMITED BY SIZE INTO WS-EXPLANATION
           END-IF.

      * Walks the train's path segment by segment from the
      * terminal, then the final leg into DESTINA via the
      * station master's stop code, the way TrnSchdWks does, and
      * takes the first possession in force on the missing day.
       3200-EXPLAIN-BY-WORKS.
           MOVE 0 TO WS-WORKS-HIT
           IF WS-WORKS-COUNT > 0
               MOVE WS-HOME-STATION TO WS-PREV-STATION
               PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-SCH-NSTOPS
                           (WS-EXP-SIDE WS-EXP-SUB)
                       OR WS-WORKS-HIT > 0
                   MOVE WS-SCH-STOP (WS-EXP-SIDE WS-EXP-SUB WS-SG)
                       TO WS-NEXT-STATION
                   PERFORM 3210-CHECK-ONE-SEGMENT
                   MOVE WS-NEXT-STATION TO WS-PREV-STATION
               END-PERFORM
               IF WS-WORKS-HIT = 0
                   PERFORM 3220-CHECK-FINAL-LEG
               END-IF
           END-IF
           IF WS-WORKS-HIT > 0
               STRING 'WORKS ' WS-WRK-FROM (WS-WORKS-HIT) '-'
                   WS-WRK-TO (WS-WORKS-HIT) ' ON '
                   WS-EXP-ABSENT-DATE
                   DELIMITED BY SIZE INTO WS-EXPLANATION
           END-IF.

      * A possession blocks the segment in both directions, and
      * only on the days it covers.
       3210-CHECK-ONE-SEGMENT.
           PERFORM VARYING WS-WK FROM 1 BY 1
               UNTIL WS-WK > WS-WORKS-COUNT
                   OR WS-WORKS-HIT > 0
               IF WS-EXP-ABSENT-DATE >= WS-WRK-START (WS-WK)
                   AND WS-EXP-ABSENT-DATE <= WS-WRK-END (WS-WK)
                   AND ((WS-WRK-FROM (WS-WK) = WS-PREV-STATION
                       AND WS-WRK-TO (WS-WK) = WS-NEXT-STATION)
                   OR (WS-WRK-FROM (WS-WK) = WS-NEXT-STATION
                       AND WS-WRK-TO (WS-WK) = WS-PREV-STATION))
                   MOVE WS-WK TO WS-WORKS-HIT
               END-IF
           END-PERFORM.

       3220-CHECK-FINAL-LEG.
           MOVE SPACES TO WS-DEST-CODE
           IF WS-STATION-COUNT > 0
               SET STN-IDX TO 1
               SEARCH WS-STATION-ENTRY
                   WHEN WS-STATION-NAME (STN-IDX)
                           = WS-SCH-DEST (WS-EXP-SIDE WS-EXP-SUB)
                       MOVE WS-STATION-STOP (STN-IDX)
                           TO WS-DEST-CODE
               END-SEARCH
           END-IF
           IF WS-DEST-CODE NOT = SPACES
               AND WS-DEST-CODE NOT = WS-PREV-STATION
               MOVE WS-DEST-CODE TO WS-NEXT-STATION
               PERFORM 3210-CHECK-ONE-SEGMENT
           END-IF.

      * An APPLIED maintenance transaction for the train's key:
      * the matching action for a train added or dropped, any
      * action for a re-routed one (WS-EXP-ACTION space).
       3300-EXPLAIN-BY-LOG.
           MOVE SPACES TO WS-EXPLANATION
           MOVE SPACE TO WS-APL-FOUND-ACTION
           IF WS-APPLIED-COUNT > 0
               PERFORM VARYING APL-IDX FROM 1 BY 1
                   UNTIL APL-IDX > WS-APPLIED-COUNT
                       OR WS-APL-FOUND-ACTION NOT = SPACE
                   IF WS-APL-KEY (APL-IDX)
                           = WS-SCH-KEY (WS-EXP-SIDE WS-EXP-SUB)
                       AND (WS-EXP-ACTION = SPACE
                           OR WS-APL-ACTION (APL-IDX)
                               = WS-EXP-ACTION)
                       MOVE WS-APL-ACTION (APL-IDX)
                           TO WS-APL-FOUND-ACTION
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE WS-APL-FOUND-ACTION
               WHEN 'A'
                   MOVE 'MAINTENANCE: ADD APPLIED'
                       TO WS-EXPLANATION
               WHEN 'C'
                   MOVE 'MAINTENANCE: CHANGE APPLIED'
                       TO WS-EXPLANATION
               WHEN 'D'
                   MOVE 'MAINTENANCE: DELETE APPLIED'
                       TO WS-EXPLANATION
           END-EVALUATE.

      * Every difference is printed where it falls in key order;
      * one nobody can explain is flagged and kept for the list
      * at the foot of the report.
       4000-WRITE-DIFFERENCE.
           ADD 1 TO WS-DIFFERENCE-COUNT
           IF DL-EXPLAIN = SPACES
               MOVE '** UNEXPLAINED **' TO DL-EXPLAIN
               ADD 1 TO WS-UNEXPLAINED-TOTAL
               IF WS-UNEXPLAINED-COUNT < WS-MAX-UNEXPLAINED
                   ADD 1 TO WS-UNEXPLAINED-COUNT
                   MOVE WS-DETAIL-LINE
                       TO WS-UNEXPLAINED-LINE (WS-UNEXPLAINED-COUNT)
               ELSE
                   DISPLAY "WARNING: more than "
                       WS-MAX-UNEXPLAINED " unexplained "
                       "differences; remainder not listed again."
               END-IF
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       5000-PRINT-UNEXPLAINED.
           WRITE PRINT-LINE FROM SPACES
           MOVE 'UNEXPLAINED DIFFERENCES' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           IF WS-UNEXPLAINED-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           ELSE
               PERFORM 5100-PRINT-ONE-UNEXPLAINED
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNEXPLAINED-COUNT
           END-IF.

       5100-PRINT-ONE-UNEXPLAINED.
           WRITE PRINT-LINE FROM WS-UNEXPLAINED-LINE (WS-SUB).
