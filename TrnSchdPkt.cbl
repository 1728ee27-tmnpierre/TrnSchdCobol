       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdPkt.
       AUTHOR. Pierre.

      *====================================================*
      * Public pocket timetable for a season date range:    *
      * one page per DESTINA route with the trains as       *
      * columns in departure order and the calling points   *
      * as rows, times walked from run-times.dat the same   *
      * way as the station-by-station timetable. Each train *
      * carries a footnote symbol spelling out its service  *
      * calendar (train-cal.dat) for the season - the days  *
      * it runs, the bank holidays in the range it does or  *
      * does not run on (holiday.dat) and any seasonal      *
      * start or end - and every change waiting in          *
      * train-txn-pend.dat that takes effect inside the     *
      * range is folded in as a dated footnote: the old     *
      * pattern "runs until" the day before, the new one    *
      * "from" its date. Changes dated on or before the     *
      * season start are simply taken as the timetable.     *
      * Written to pocket-timetable.prt, so the book no     *
      * longer has to be typeset by hand each season.       *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY.

           SELECT RUN-TIME-FILE ASSIGN TO 'run-times.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-TIME-STATUS.

           SELECT STATION-FILE ASSIGN TO 'station.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'train-cal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO 'holiday.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'train-txn-pend.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'pocket-timetable.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

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

       FD RUN-TIME-FILE.
           COPY RUNTMREC.

       FD STATION-FILE.
           COPY STATNREC.

       FD CALENDAR-FILE.
           COPY CALNDREC.

       FD HOLIDAY-FILE.
           COPY HOLIDREC.

      * same layout as TrnSchdPnd's pending file, framed by the
      * feed's header and trailer, which are skipped here.
       FD PENDING-FILE
           RECORD IS VARYING IN SIZE FROM 30 TO 60 CHARACTERS
               DEPENDING ON PND-RECORD-LENGTH.
       01 PENDING-RECORD.
           05 PND-EFFECTIVE-DATE   PIC 9(8).
           05 PND-ACTION           PIC X(1).
           05 PND-TYPE             PIC X(3).
           05 PND-DESTINA          PIC X(12).
           05 PND-HOUR             PIC 99.
           05 PND-MINUTES          PIC 99.
           05 PND-STOP-COUNT       PIC 9(2).
           05 PND-STOPS            OCCURS 0 TO 10 TIMES
                                    DEPENDING ON PND-STOP-COUNT
                                    INDEXED BY PND-STOPS-IDX.
               10 PND-STOP-STATION PIC X(3).
           COPY FEEDCTL.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(80).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  PND-RECORD-LENGTH           PIC 9(2) COMP.
       01  WS-RUN-TIME-STATUS          PIC XX.
       01  WS-STATION-STATUS           PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-HOLIDAY-STATUS           PIC XX.
       01  WS-PENDING-STATUS           PIC XX.
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

       01  WS-WORST-RESULT             PIC 9 VALUE 0.

      * the season the book covers, both dates inclusive; a
      * blank end means a 26-week season from the start.
       01  WS-SEASON-START             PIC X(8) VALUE SPACES.
       01  WS-SEASON-START-NUM REDEFINES WS-SEASON-START
                                       PIC 9(8).
       01  WS-SEASON-END               PIC X(8) VALUE SPACES.
       01  WS-SEASON-END-NUM REDEFINES WS-SEASON-END
                                       PIC 9(8).
       01  WS-START-INTEGER            PIC 9(7).
       01  WS-END-INTEGER              PIC 9(7).
       01  WS-SEASON-DAYS              PIC 9(3) VALUE 181.

       01  WS-HOME-STATION             PIC X(3) VALUE 'HUB'.

       01  WS-MAX-STATIONS             PIC 9(4) VALUE 200.
       01  WS-STATION-COUNT            PIC 9(4) VALUE 0.
       01  WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STATION-COUNT
               INDEXED BY STN-IDX.
               10 WS-STN-NAME          PIC X(12).
               10 WS-STN-STOP          PIC X(3).

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
       01  WS-HOLD-HOLIDAY             PIC 9(8).

      * pending changes dated up to the season end, sorted into
      * date order so two changes to one train apply in turn.
       01  WS-MAX-PENDING              PIC 9(4) VALUE 500.
       01  WS-PENDING-COUNT            PIC 9(4) VALUE 0.
       01  WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 500 TIMES.
               10 WS-PND-DATE          PIC 9(8).
               10 WS-PND-ACTION        PIC X(1).
               10 WS-PND-KEY.
                   15 WS-PND-TYPE      PIC X(3).
                   15 WS-PND-HOUR      PIC 99.
                   15 WS-PND-MINUTES   PIC 99.
               10 WS-PND-DEST          PIC X(12).
               10 WS-PND-STOP-COUNT    PIC 9(2).
               10 WS-PND-STOP          OCCURS 10 TIMES PIC X(3).
       01  WS-PENDING-RAW REDEFINES WS-PENDING-TABLE.
           05 WS-PND-RAW OCCURS 500 TIMES PIC X(60).
       01  WS-HOLD-PENDING             PIC X(60).
       01  WS-SORT-KEY-DATE            PIC 9(8).
       01  WS-PENDING-IGNORED          PIC 9(4) VALUE 0.

      * one column of the book: a train's calling pattern and
      * the part of the season it holds for. A pending change
      * closes the open column for its TRAIN-KEY the day before
      * it takes effect and opens a new one from that day. The
      * causes say which footnote explains each end:
      *   S season boundary, C service calendar,
      *   A pending add, R pending change, D pending delete.
       01  WS-MAX-COLUMNS              PIC 9(4) VALUE 1000.
       01  WS-COL-COUNT                PIC 9(4) VALUE 0.
       01  WS-COLUMN-TABLE.
           05 WS-COL-ENTRY OCCURS 1000 TIMES.
               10 WS-COL-SORT.
                   15 WS-COL-DEST      PIC X(12).
                   15 WS-COL-DEP-MIN   PIC 9(4).
                   15 WS-COL-FROM      PIC 9(8).
               10 WS-COL-KEY.
                   15 WS-COL-TYPE      PIC X(3).
                   15 WS-COL-HOUR      PIC 99.
                   15 WS-COL-MINUTES   PIC 99.
               10 WS-COL-NSTOPS        PIC 9(2).
               10 WS-COL-STATION       OCCURS 10 TIMES PIC X(3).
               10 WS-COL-UNTIL         PIC 9(8).
               10 WS-COL-FROM-CAUSE    PIC X.
               10 WS-COL-UNTIL-CAUSE   PIC X.
               10 WS-COL-OPEN          PIC X.
               10 WS-COL-KEEP          PIC X.
       01  WS-COLUMN-RAW REDEFINES WS-COLUMN-TABLE.
           05 WS-COL-RAW OCCURS 1000 TIMES PIC X(75).
       01  WS-HOLD-COLUMN              PIC X(75).
       01  WS-SORT-KEY-COLUMN          PIC X(24).
       01  WS-FOUND-COL                PIC 9(4).
       01  WS-KEPT-COUNT               PIC 9(4).

       01  WS-C                        PIC 9(4).
       01  WS-P                        PIC 9(4).
       01  WS-SG                       PIC 9(2).
       01  WS-SUB                      PIC 9(4).
       01  WS-SORT-I                   PIC 9(4).
       01  WS-SORT-J                   PIC 9(4).
       01  WS-KEEP-SHIFTING            PIC X VALUE 'N'.
           88 KEEP-SHIFTING     VALUE 'Y'.
           88 STOP-SHIFTING     VALUE 'N'.

       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DATED-CHANGE             PIC X VALUE 'N'.
           88 DATED-CHANGE      VALUE 'Y'.
           88 SEASON-CHANGE     VALUE 'N'.
       01  WS-WORK-INTEGER             PIC 9(7).
       01  WS-DAY-BEFORE               PIC 9(8).
       01  WS-DAY-AFTER                PIC 9(8).

      * the route being printed: its columns in the table, the
      * DESTINA's stop code ('???' when station.dat has none)
      * and the calling points merged from every pattern on it.
       01  WS-ROUTE-FIRST              PIC 9(4).
       01  WS-ROUTE-LAST               PIC 9(4).
       01  WS-ROUTE-STATE              PIC X VALUE 'N'.
           88 ROUTE-ENDED       VALUE 'Y'.
           88 ROUTE-GOING       VALUE 'N'.
       01  WS-ROUTE-DEST-STOP          PIC X(3).
       01  WS-UNKNOWN-STOP             PIC X(3) VALUE '???'.
       01  WS-ROUTE-COUNT              PIC 9(4) VALUE 0.

       01  WS-MAX-ROWS                 PIC 9(4) VALUE 30.
       01  WS-ROW-COUNT                PIC 9(4) VALUE 0.
       01  WS-ROW-TABLE.
           05 WS-ROW-STOP OCCURS 30 TIMES PIC X(3).
       01  WS-LAST-ROW                 PIC 9(4).
       01  WS-FOUND-ROW                PIC 9(4).
       01  WS-R                        PIC 9(4).
       01  WS-MERGE-STOP               PIC X(3).
       01  WS-ROWS-TRUNCATED           PIC X VALUE 'N'.
           88 ROWS-TRUNCATED    VALUE 'Y'.

       01  WS-PAGE-COLUMNS             PIC 9(2) VALUE 10.
       01  WS-PAGE-FIRST               PIC 9(4).
       01  WS-PAGE-LAST                PIC 9(4).
       01  WS-PAGE-COUNT               PIC 9(4) VALUE 0.
       01  WS-CELL-TABLE.
           05 WS-CELL-ROW OCCURS 30 TIMES.
               10 WS-CELL OCCURS 10 TIMES PIC X(5).
       01  WS-NOT-CALLING              PIC X(5) VALUE '  -  '.

       01  WS-PREV-STATION             PIC X(3).
       01  WS-LAST-CALL                PIC X(3).
       01  WS-CUR-TOTAL-MIN            PIC 9(5).
       01  WS-TIME-KNOWN               PIC X VALUE 'Y'.
           88 TIME-KNOWN        VALUE 'Y'.
           88 TIME-UNKNOWN      VALUE 'N'.
       01  WS-CALL-TIME                PIC X(5).
       01  WS-CALL-HOUR                PIC 99.
       01  WS-CALL-MINUTES             PIC 99.

      * one footnote as built for a column, and the distinct
      * footnotes on the page under the symbols that print.
       01  WS-MAX-NOTE-LINES           PIC 9 VALUE 4.
       01  WS-NOTE-TEXT.
           05 WS-NOTE-LINE OCCURS 4 TIMES PIC X(70).
       01  WS-NOTE-LINE-NO             PIC 9.
       01  WS-NOTE-PTR                 PIC 9(3).
       01  WS-PHRASE                   PIC X(70).
       01  WS-PHRASE-PTR               PIC 9(3).
       01  WS-PHRASE-LEN               PIC 9(3).
       01  WS-NOTE-SYMBOLS             PIC X(10) VALUE 'ABCDEFGHJK'.
       01  WS-PAGE-NOTE-COUNT          PIC 9(2).
       01  WS-PAGE-NOTE-TABLE.
           05 WS-PAGE-NOTE OCCURS 10 TIMES PIC X(280).
       01  WS-COL-SYMBOL-TABLE.
           05 WS-COL-SYMBOL OCCURS 10 TIMES PIC X.
       01  WS-N                        PIC 9(2).
       01  WS-FOUND-NOTE               PIC 9(2).

       01  WS-DAY-NUMBER               PIC 9.
       01  WS-DAY-SUB                  PIC 9.
       01  WS-DAYS-RUN                 PIC 9.
       01  WS-FIRST-DAY                PIC 9.
       01  WS-LAST-DAY                 PIC 9.
       01  WS-DAYS-LISTED              PIC 9.
       01  WS-DOW-DATE                 PIC 9(8).

       01  WS-HOLIDAY-MODE             PIC X.
           88 LIST-HOLIDAYS-OFF VALUE 'N'.
           88 LIST-HOLIDAYS-ON  VALUE 'Y'.
       01  WS-MAX-NOTE-HOLIDAYS        PIC 9(2) VALUE 20.
       01  WS-NOTE-HOLIDAY-COUNT       PIC 9(2).
       01  WS-NOTE-HOLIDAY-TABLE.
           05 WS-NOTE-HOLIDAY OCCURS 20 TIMES PIC 9(8).
       01  WS-H                        PIC 9(2).
       01  WS-WINDOW-HOLIDAYS          PIC 9(4).

       01  WS-DAY-NAME-VALUES.
           05 FILLER                   PIC X(10) VALUE 'Mondays'.
           05 FILLER                   PIC X(10) VALUE 'Tuesdays'.
           05 FILLER                   PIC X(10) VALUE 'Wednesdays'.
           05 FILLER                   PIC X(10) VALUE 'Thursdays'.
           05 FILLER                   PIC X(10) VALUE 'Fridays'.
           05 FILLER                   PIC X(10) VALUE 'Saturdays'.
           05 FILLER                   PIC X(10) VALUE 'Sundays'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(10).

       01  WS-MONTH-NAME-VALUES.
           05 FILLER                   PIC X(9) VALUE 'January'.
           05 FILLER                   PIC X(9) VALUE 'February'.
           05 FILLER                   PIC X(9) VALUE 'March'.
           05 FILLER                   PIC X(9) VALUE 'April'.
           05 FILLER                   PIC X(9) VALUE 'May'.
           05 FILLER                   PIC X(9) VALUE 'June'.
           05 FILLER                   PIC X(9) VALUE 'July'.
           05 FILLER                   PIC X(9) VALUE 'August'.
           05 FILLER                   PIC X(9) VALUE 'September'.
           05 FILLER                   PIC X(9) VALUE 'October'.
           05 FILLER                   PIC X(9) VALUE 'November'.
           05 FILLER                   PIC X(9) VALUE 'December'.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-VALUES.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(9).

      * a date as the public reads it, "14 December".
       01  WS-FMT-DATE                 PIC 9(8).
       01  WS-FMT-PARTS REDEFINES WS-FMT-DATE.
           05 WS-FMT-YEAR              PIC 9(4).
           05 WS-FMT-MONTH             PIC 99.
           05 WS-FMT-DAY               PIC 99.
       01  WS-FMT-TEXT                 PIC X(20).
       01  WS-FMT-HOLD                 PIC X(20).

       01  WS-HEADING-1.
           05 FILLER                   PIC X(18) VALUE
               'PUBLIC TIMETABLE  '.
           05 PH-FROM                  PIC X(12).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 PH-DEST                  PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 PH-CONTINUED             PIC X(11).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'PAGE '.
           05 PH-PAGE                  PIC ZZZ9.

       01  WS-HEADING-2.
           05 FILLER                   PIC X(6) VALUE 'VALID '.
           05 PH-VALID                 PIC X(50).

       01  WS-SECTION-LINE             PIC X(40).

       01  WS-GRID-LINE.
           05 GL-LABEL.
               10 GL-NAME              PIC X(12).
               10 FILLER               PIC X(1).
               10 GL-DEP-ARR           PIC X(3).
               10 FILLER               PIC X(2).
           05 GL-COLUMN OCCURS 10 TIMES.
               10 GL-CELL              PIC X(5).
               10 FILLER               PIC X(1).

       01  WS-NOTE-PRINT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 NP-SYMBOL                PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 NP-TEXT                  PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-SEASON
           PERFORM 0200-LOAD-STATIONS
           PERFORM 0300-LOAD-RUN-TIMES
           PERFORM 0400-LOAD-CALENDAR
           PERFORM 0500-LOAD-HOLIDAYS
           PERFORM 0550-SORT-HOLIDAYS
           PERFORM 1000-LOAD-TRAINS
           PERFORM 1500-LOAD-PENDING
           PERFORM 1600-SORT-PENDING
           PERFORM 2000-APPLY-PENDING
           PERFORM 2500-APPLY-CALENDAR
           PERFORM 2600-DROP-EMPTY-COLUMNS
           PERFORM 2700-SORT-COLUMNS
           PERFORM 3000-PRINT-TIMETABLE
           DISPLAY "Pocket timetable " WS-SEASON-START " to "
               WS-SEASON-END ": " WS-ROUTE-COUNT " route(s), "
               WS-COL-COUNT " train column(s), " WS-PAGE-COUNT
               " page(s)."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * The season's first and last dates: run unattended they
      * are the first two lines of step-answers.dat, otherwise
      * typed in. A blank start means today and a blank end a
      * 26-week season; a date that is no real day, or an end
      * before the start, prints nothing.
       0100-GET-SEASON.
           SET ANSWER-NOT-SUPPLIED TO TRUE
           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-STATUS = '00'
               READ ANSWER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANSWER-RECORD (1:8) TO WS-SEASON-START
                       SET ANSWER-SUPPLIED TO TRUE
                       READ ANSWER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE ANSWER-RECORD (1:8)
                                   TO WS-SEASON-END
                       END-READ
               END-READ
               CLOSE ANSWER-FILE
           END-IF
           IF ANSWER-NOT-SUPPLIED
               DISPLAY "Season start (YYYYMMDD, blank = today): "
                   WITH NO ADVANCING
               ACCEPT WS-SEASON-START
               DISPLAY "Season end (YYYYMMDD, blank = 26 weeks): "
                   WITH NO ADVANCING
               ACCEPT WS-SEASON-END
           END-IF
           IF WS-SEASON-START = SPACES
               ACCEPT WS-SEASON-START FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-START-INTEGER
           IF WS-SEASON-START-NUM IS NUMERIC
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-SEASON-START-NUM)
           END-IF
           IF WS-START-INTEGER = 0
               DISPLAY "Invalid season start '" WS-SEASON-START
                   "'; nothing printed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SEASON-END = SPACES
               COMPUTE WS-END-INTEGER =
                   WS-START-INTEGER + WS-SEASON-DAYS
               COMPUTE WS-SEASON-END-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-END-INTEGER)
           END-IF
           MOVE 0 TO WS-END-INTEGER
           IF WS-SEASON-END-NUM IS NUMERIC
               COMPUTE WS-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-SEASON-END-NUM)
           END-IF
           IF WS-END-INTEGER = 0
               DISPLAY "Invalid season end '" WS-SEASON-END
                   "'; nothing printed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SEASON-END-NUM < WS-SEASON-START-NUM
               DISPLAY "Season end " WS-SEASON-END
                   " is before its start " WS-SEASON-START
                   "; nothing printed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Station names for the row labels, and the stop code of
      * each route's DESTINA.
       0200-LOAD-STATIONS.
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS NOT = '00'
               DISPLAY "No station.dat found; calling points "
                       "shown by stop code, destination times "
                       "unknown."
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

       0300-LOAD-RUN-TIMES.
           OPEN INPUT RUN-TIME-FILE
           IF WS-RUN-TIME-STATUS NOT = '00'
               DISPLAY "No run-times.dat found; all calling "
                       "times will print as unknown."
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

      * The service calendar and bank holidays, loaded as
      * TrnSchdEff loads them; without either every train simply
      * runs every day of the season.
       0400-LOAD-CALENDAR.
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
                               PERFORM 0410-STORE-CALENDAR
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

       0410-STORE-CALENDAR.
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

       0500-LOAD-HOLIDAYS.
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

      * Into date order, so a footnote names its bank holidays
      * in the order they fall whatever order they were keyed.
       0550-SORT-HOLIDAYS.
           IF WS-HOLIDAY-COUNT > 1
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-HOLIDAY-COUNT
                   MOVE WS-HOLIDAY-DATE (WS-SORT-I)
                       TO WS-HOLD-HOLIDAY
                   MOVE WS-SORT-I TO WS-SORT-J
                   SET KEEP-SHIFTING TO TRUE
                   PERFORM 0560-SHIFT-HOLIDAY UNTIL STOP-SHIFTING
                   MOVE WS-HOLD-HOLIDAY
                       TO WS-HOLIDAY-DATE (WS-SORT-J)
               END-PERFORM
           END-IF.

       0560-SHIFT-HOLIDAY.
           IF WS-SORT-J < 2
               SET STOP-SHIFTING TO TRUE
           ELSE
               IF WS-HOLIDAY-DATE (WS-SORT-J - 1) > WS-HOLD-HOLIDAY
                   MOVE WS-HOLIDAY-DATE (WS-SORT-J - 1)
                       TO WS-HOLIDAY-DATE (WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               ELSE
                   SET STOP-SHIFTING TO TRUE
               END-IF
           END-IF.

      * Every valid train in the master opens a column holding
      * for the whole season; pending changes and the calendar
      * then cut it down.
       1000-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL EOF
               PERFORM 1010-READ-TRAIN
               IF NOT-EOF
                   PERFORM 1100-VALIDATE-TRAIN
                   IF VALID-RECORD
                       PERFORM 1200-ADD-MASTER-COLUMN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRAIN-FILE
           MOVE 'N' TO WS-END-OF-FILE.

       1010-READ-TRAIN.
           READ TRAIN-FILE NEXT RECORD INTO TRAIN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      * Same field checks as TrnSchdTbl's 1100-VALIDATE-TRAIN.
       1100-VALIDATE-TRAIN.
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

       1200-ADD-MASTER-COLUMN.
           IF WS-COL-COUNT < WS-MAX-COLUMNS
               ADD 1 TO WS-COL-COUNT
               MOVE WS-COL-COUNT TO WS-C
               MOVE TRAIN-KEY TO WS-COL-KEY (WS-C)
               MOVE DESTINA TO WS-COL-DEST (WS-C)
               COMPUTE WS-COL-DEP-MIN (WS-C) =
                   (TRAIN-HOUR * 60) + TRAIN-MINUTES
               MOVE NUMBER-OF-STOPS TO WS-COL-NSTOPS (WS-C)
               PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > 10
                   IF WS-SG > NUMBER-OF-STOPS
                       MOVE SPACES TO WS-COL-STATION (WS-C WS-SG)
                   ELSE
                       MOVE STOP-STATION (WS-SG)
                           TO WS-COL-STATION (WS-C WS-SG)
                   END-IF
               END-PERFORM
               MOVE WS-SEASON-START-NUM TO WS-COL-FROM (WS-C)
               MOVE WS-SEASON-END-NUM TO WS-COL-UNTIL (WS-C)
               MOVE 'S' TO WS-COL-FROM-CAUSE (WS-C)
               MOVE 'S' TO WS-COL-UNTIL-CAUSE (WS-C)
               MOVE 'Y' TO WS-COL-OPEN (WS-C)
               MOVE 'Y' TO WS-COL-KEEP (WS-C)
           ELSE
               DISPLAY "WARNING: more than " WS-MAX-COLUMNS
                   " train columns; timetable truncated."
               MOVE 4 TO WS-WORST-RESULT
           END-IF.

      * Only changes dated up to the season end matter to the
      * book; a missing pending file means nothing is waiting.
       1500-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "No train-txn-pend.dat found; no pending "
                       "changes shown."
           ELSE
               PERFORM UNTIL EOF
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               PERFORM 1510-TAKE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * A change whose date, time or stop count cannot be
      * trusted is left out of the book with a warning; it is
      * TrnSchdMnt that formally rejects it on the night.
       1510-TAKE-PENDING.
           IF PND-EFFECTIVE-DATE IS NOT NUMERIC
                   OR PND-HOUR IS NOT NUMERIC
                   OR PND-MINUTES IS NOT NUMERIC
                   OR PND-STOP-COUNT IS NOT NUMERIC
                   OR PND-STOP-COUNT > 10
                   OR (PND-ACTION NOT = 'A' AND NOT = 'C'
                       AND NOT = 'D')
               DISPLAY "WARNING: unusable pending change "
                   PND-ACTION " " PND-TYPE " " PND-HOUR ":"
                   PND-MINUTES " left out of the timetable."
               ADD 1 TO WS-PENDING-IGNORED
               MOVE 4 TO WS-WORST-RESULT
           ELSE
               IF PND-EFFECTIVE-DATE NOT > WS-SEASON-END-NUM
                   IF WS-PENDING-COUNT < WS-MAX-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM 1520-STORE-PENDING
                   ELSE
                       DISPLAY "WARNING: train-txn-pend.dat "
                           "exceeds " WS-MAX-PENDING
                           " entries; remainder ignored."
                       MOVE 4 TO WS-WORST-RESULT
                   END-IF
               END-IF
           END-IF.

       1520-STORE-PENDING.
           MOVE WS-PENDING-COUNT TO WS-P
           MOVE PND-EFFECTIVE-DATE TO WS-PND-DATE (WS-P)
           MOVE PND-ACTION TO WS-PND-ACTION (WS-P)
           MOVE PND-TYPE TO WS-PND-TYPE (WS-P)
           MOVE PND-HOUR TO WS-PND-HOUR (WS-P)
           MOVE PND-MINUTES TO WS-PND-MINUTES (WS-P)
           MOVE PND-DESTINA TO WS-PND-DEST (WS-P)
           MOVE PND-STOP-COUNT TO WS-PND-STOP-COUNT (WS-P)
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > 10
               IF WS-SG > PND-STOP-COUNT
                   MOVE SPACES TO WS-PND-STOP (WS-P WS-SG)
               ELSE
                   MOVE PND-STOP-STATION (WS-SG)
                       TO WS-PND-STOP (WS-P WS-SG)
               END-IF
           END-PERFORM.

       1600-SORT-PENDING.
           IF WS-PENDING-COUNT > 1
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-PENDING-COUNT
                   MOVE WS-PND-RAW (WS-SORT-I) TO WS-HOLD-PENDING
                   MOVE WS-PND-DATE (WS-SORT-I)
                       TO WS-SORT-KEY-DATE
                   MOVE WS-SORT-I TO WS-SORT-J
                   SET KEEP-SHIFTING TO TRUE
                   PERFORM 1610-SHIFT-PENDING UNTIL STOP-SHIFTING
                   MOVE WS-HOLD-PENDING TO WS-PND-RAW (WS-SORT-J)
               END-PERFORM
           END-IF.

       1610-SHIFT-PENDING.
           IF WS-SORT-J < 2
               SET STOP-SHIFTING TO TRUE
           ELSE
               IF WS-PND-DATE (WS-SORT-J - 1) > WS-SORT-KEY-DATE
                   MOVE WS-PND-RAW (WS-SORT-J - 1)
                       TO WS-PND-RAW (WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               ELSE
                   SET STOP-SHIFTING TO TRUE
               END-IF
           END-IF.

      * Applies each pending change in date order the way
      * TrnSchdMnt will on the night: an add opens a column, a
      * change closes the train's open column the day before and
      * opens the new pattern from its date, a delete only
      * closes. A change dated on or before the season start
      * takes effect from the start with no dated footnote.
       2000-APPLY-PENDING.
           PERFORM 2010-APPLY-ONE-PENDING
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PENDING-COUNT.

       2010-APPLY-ONE-PENDING.
           IF WS-PND-DATE (WS-P) > WS-SEASON-START-NUM
               MOVE WS-PND-DATE (WS-P) TO WS-EFFECTIVE-DATE
               SET DATED-CHANGE TO TRUE
           ELSE
               MOVE WS-SEASON-START-NUM TO WS-EFFECTIVE-DATE
               SET SEASON-CHANGE TO TRUE
           END-IF
           PERFORM 2100-FIND-OPEN-COLUMN
           EVALUATE WS-PND-ACTION (WS-P)
               WHEN 'A'
                   IF WS-FOUND-COL > 0
                       DISPLAY "WARNING: pending add of "
                           WS-PND-TYPE (WS-P) " "
                           WS-PND-HOUR (WS-P) ":"
                           WS-PND-MINUTES (WS-P)
                           " is already in the timetable; ignored."
                       MOVE 4 TO WS-WORST-RESULT
                   ELSE
                       PERFORM 2300-OPEN-NEW-COLUMN
                   END-IF
               WHEN 'C'
                   IF WS-FOUND-COL = 0
                       PERFORM 2900-WARN-NO-TRAIN
                   ELSE
                       MOVE 'R' TO WS-COL-UNTIL-CAUSE (WS-FOUND-COL)
                       PERFORM 2200-CLOSE-COLUMN
                       PERFORM 2300-OPEN-NEW-COLUMN
                   END-IF
               WHEN 'D'
                   IF WS-FOUND-COL = 0
                       PERFORM 2900-WARN-NO-TRAIN
                   ELSE
                       MOVE 'D' TO WS-COL-UNTIL-CAUSE (WS-FOUND-COL)
                       PERFORM 2200-CLOSE-COLUMN
                   END-IF
           END-EVALUATE.

       2100-FIND-OPEN-COLUMN.
           MOVE 0 TO WS-FOUND-COL
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-COL-COUNT
               IF WS-COL-KEY (WS-C) = WS-PND-KEY (WS-P)
                       AND WS-COL-OPEN (WS-C) = 'Y'
                   MOVE WS-C TO WS-FOUND-COL
               END-IF
           END-PERFORM.

      * Closing on the season start leaves the column ending
      * before it begins, so it drops out of the book.
       2200-CLOSE-COLUMN.
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE) - 1
           COMPUTE WS-DAY-BEFORE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-DAY-BEFORE TO WS-COL-UNTIL (WS-FOUND-COL)
           MOVE 'N' TO WS-COL-OPEN (WS-FOUND-COL).

       2300-OPEN-NEW-COLUMN.
           IF WS-COL-COUNT < WS-MAX-COLUMNS
               ADD 1 TO WS-COL-COUNT
               MOVE WS-COL-COUNT TO WS-C
               MOVE WS-PND-KEY (WS-P) TO WS-COL-KEY (WS-C)
               MOVE WS-PND-DEST (WS-P) TO WS-COL-DEST (WS-C)
               COMPUTE WS-COL-DEP-MIN (WS-C) =
                   (WS-PND-HOUR (WS-P) * 60)
                   + WS-PND-MINUTES (WS-P)
               MOVE WS-PND-STOP-COUNT (WS-P)
                   TO WS-COL-NSTOPS (WS-C)
               PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > 10
                   MOVE WS-PND-STOP (WS-P WS-SG)
                       TO WS-COL-STATION (WS-C WS-SG)
               END-PERFORM
               MOVE WS-EFFECTIVE-DATE TO WS-COL-FROM (WS-C)
               MOVE WS-SEASON-END-NUM TO WS-COL-UNTIL (WS-C)
               IF DATED-CHANGE
                   IF WS-PND-ACTION (WS-P) = 'A'
                       MOVE 'A' TO WS-COL-FROM-CAUSE (WS-C)
                   ELSE
                       MOVE 'R' TO WS-COL-FROM-CAUSE (WS-C)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-COL-FROM-CAUSE (WS-C)
               END-IF
               MOVE 'S' TO WS-COL-UNTIL-CAUSE (WS-C)
               MOVE 'Y' TO WS-COL-OPEN (WS-C)
               MOVE 'Y' TO WS-COL-KEEP (WS-C)
           ELSE
               DISPLAY "WARNING: more than " WS-MAX-COLUMNS
                   " train columns; timetable truncated."
               MOVE 4 TO WS-WORST-RESULT
           END-IF.

       2900-WARN-NO-TRAIN.
           DISPLAY "WARNING: pending " WS-PND-ACTION (WS-P)
               " of " WS-PND-TYPE (WS-P) " "
               WS-PND-HOUR (WS-P) ":" WS-PND-MINUTES (WS-P)
               " dated " WS-PND-DATE (WS-P)
               " matches no train; ignored."
           MOVE 4 TO WS-WORST-RESULT.

      * Cuts each column down to its calendar season, using
      * TrnSchdEff's rule that a zero start means all year, and
      * drops a train that runs on no day of the week and on no
      * bank holiday inside what is left.
       2500-APPLY-CALENDAR.
           PERFORM 2510-CLIP-ONE-COLUMN
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-COL-COUNT.

       2510-CLIP-ONE-COLUMN.
           PERFORM 2520-FIND-CALENDAR
           IF CALENDAR-FOUND
               IF WS-CAL-START (CAL-IDX) > 0
                   IF WS-CAL-START (CAL-IDX) > WS-COL-FROM (WS-C)
                       MOVE WS-CAL-START (CAL-IDX)
                           TO WS-COL-FROM (WS-C)
                       MOVE 'C' TO WS-COL-FROM-CAUSE (WS-C)
                   END-IF
                   IF WS-CAL-END (CAL-IDX) < WS-COL-UNTIL (WS-C)
                       MOVE WS-CAL-END (CAL-IDX)
                           TO WS-COL-UNTIL (WS-C)
                       MOVE 'C' TO WS-COL-UNTIL-CAUSE (WS-C)
                   END-IF
               END-IF
           END-IF
           IF WS-COL-FROM (WS-C) > WS-COL-UNTIL (WS-C)
               MOVE 'N' TO WS-COL-KEEP (WS-C)
           ELSE
               IF CALENDAR-FOUND
                   PERFORM 5110-COUNT-DAYS
                   IF WS-DAYS-RUN = 0
                       PERFORM 2530-COUNT-WINDOW-HOLIDAYS
                       IF WS-CAL-HOLIDAYS (CAL-IDX) NOT = 'Y'
                               OR WS-WINDOW-HOLIDAYS = 0
                           MOVE 'N' TO WS-COL-KEEP (WS-C)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2520-FIND-CALENDAR.
           SET CALENDAR-NOT-FOUND TO TRUE
           IF WS-CALENDAR-COUNT > 0
               SET CAL-IDX TO 1
               SEARCH WS-CALENDAR-ENTRY
                   AT END
                       SET CALENDAR-NOT-FOUND TO TRUE
                   WHEN WS-CAL-TYPE (CAL-IDX) = WS-COL-TYPE (WS-C)
                       AND WS-CAL-HOUR (CAL-IDX)
                           = WS-COL-HOUR (WS-C)
                       AND WS-CAL-MINUTES (CAL-IDX)
                           = WS-COL-MINUTES (WS-C)
                       SET CALENDAR-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2530-COUNT-WINDOW-HOLIDAYS.
           MOVE 0 TO WS-WINDOW-HOLIDAYS
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE (WS-SUB) NOT < WS-COL-FROM (WS-C)
                       AND WS-HOLIDAY-DATE (WS-SUB)
                           NOT > WS-COL-UNTIL (WS-C)
                   ADD 1 TO WS-WINDOW-HOLIDAYS
               END-IF
           END-PERFORM.

       2600-DROP-EMPTY-COLUMNS.
           MOVE 0 TO WS-KEPT-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-COL-COUNT
               IF WS-COL-KEEP (WS-C) = 'Y'
                   ADD 1 TO WS-KEPT-COUNT
                   IF WS-KEPT-COUNT < WS-C
                       MOVE WS-COL-RAW (WS-C)
                           TO WS-COL-RAW (WS-KEPT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-KEPT-COUNT TO WS-COL-COUNT.

      * Insertion sort on DESTINA, departure time and first
      * date, so each route's columns sit together in the order
      * they leave, an old pattern before its replacement.
       2700-SORT-COLUMNS.
           IF WS-COL-COUNT > 1
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-COL-COUNT
                   MOVE WS-COL-RAW (WS-SORT-I) TO WS-HOLD-COLUMN
                   MOVE WS-COL-SORT (WS-SORT-I)
                       TO WS-SORT-KEY-COLUMN
                   MOVE WS-SORT-I TO WS-SORT-J
                   SET KEEP-SHIFTING TO TRUE
                   PERFORM 2710-SHIFT-COLUMN UNTIL STOP-SHIFTING
                   MOVE WS-HOLD-COLUMN TO WS-COL-RAW (WS-SORT-J)
               END-PERFORM
           END-IF.

       2710-SHIFT-COLUMN.
           IF WS-SORT-J < 2
               SET STOP-SHIFTING TO TRUE
           ELSE
               IF WS-COL-SORT (WS-SORT-J - 1) > WS-SORT-KEY-COLUMN
                   MOVE WS-COL-RAW (WS-SORT-J - 1)
                       TO WS-COL-RAW (WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               ELSE
                   SET STOP-SHIFTING TO TRUE
               END-IF
           END-IF.

       3000-PRINT-TIMETABLE.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-SEASON-START-NUM TO WS-FMT-DATE
           PERFORM 7000-FORMAT-DATE
           MOVE WS-FMT-TEXT TO WS-FMT-HOLD
           MOVE WS-SEASON-END-NUM TO WS-FMT-DATE
           PERFORM 7000-FORMAT-DATE
           MOVE SPACES TO PH-VALID
           STRING WS-FMT-HOLD DELIMITED BY '  '
               ' ' WS-SEASON-START (1:4) ' UNTIL '
                   DELIMITED BY SIZE
               WS-FMT-TEXT DELIMITED BY '  '
               ' ' WS-FMT-YEAR DELIMITED BY SIZE
               INTO PH-VALID
           IF WS-COL-COUNT = 0
               MOVE SPACES TO PH-FROM PH-DEST
               PERFORM 3500-WRITE-PAGE-HEADINGS
               MOVE '  (NO TRAINS RUN IN THIS PERIOD)'
                   TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE 1 TO WS-ROUTE-FIRST
               PERFORM 3100-PRINT-ROUTE
                   UNTIL WS-ROUTE-FIRST > WS-COL-COUNT
           END-IF
           CLOSE PRINT-FILE.

      * One route: the run of columns sharing a DESTINA, its
      * calling points merged into rows, then as many pages as
      * it takes at ten trains a page.
       3100-PRINT-ROUTE.
           MOVE WS-ROUTE-FIRST TO WS-ROUTE-LAST
           SET ROUTE-GOING TO TRUE
           PERFORM 3110-EXTEND-ROUTE UNTIL ROUTE-ENDED
           ADD 1 TO WS-ROUTE-COUNT
           MOVE WS-UNKNOWN-STOP TO WS-ROUTE-DEST-STOP
           IF WS-STATION-COUNT > 0
               SET STN-IDX TO 1
               SEARCH WS-STATION-ENTRY
                   WHEN WS-STN-NAME (STN-IDX)
                       = WS-COL-DEST (WS-ROUTE-FIRST)
                       MOVE WS-STN-STOP (STN-IDX)
                           TO WS-ROUTE-DEST-STOP
               END-SEARCH
           END-IF
           PERFORM 3200-MERGE-ROWS
           MOVE WS-HOME-STATION TO WS-MERGE-STOP
           PERFORM 3610-NAME-ROW
           MOVE GL-NAME TO PH-FROM
           MOVE WS-COL-DEST (WS-ROUTE-FIRST) TO PH-DEST
           MOVE SPACES TO PH-CONTINUED
           MOVE WS-ROUTE-FIRST TO WS-PAGE-FIRST
           PERFORM 3300-PRINT-PAGE
               UNTIL WS-PAGE-FIRST > WS-ROUTE-LAST
           COMPUTE WS-ROUTE-FIRST = WS-ROUTE-LAST + 1.

       3110-EXTEND-ROUTE.
           IF WS-ROUTE-LAST < WS-COL-COUNT
               IF WS-COL-DEST (WS-ROUTE-LAST + 1)
                       = WS-COL-DEST (WS-ROUTE-FIRST)
                   ADD 1 TO WS-ROUTE-LAST
               ELSE
                   SET ROUTE-ENDED TO TRUE
               END-IF
           ELSE
               SET ROUTE-ENDED TO TRUE
           END-IF.

      * Builds the route's rows from HUB down to the DESTINA:
      * each column's calling points are slotted in after the
      * last point of its own pattern already placed, so a
      * train missing a stop, or calling at an extra one, keeps
      * the stations in running order.
       3200-MERGE-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-ROWS-TRUNCATED
           PERFORM 3210-MERGE-ONE-COLUMN
               VARYING WS-C FROM WS-ROUTE-FIRST BY 1
               UNTIL WS-C > WS-ROUTE-LAST.

       3210-MERGE-ONE-COLUMN.
           MOVE 0 TO WS-LAST-ROW
           MOVE WS-HOME-STATION TO WS-MERGE-STOP
           PERFORM 3220-MERGE-ONE-STOP
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-COL-NSTOPS (WS-C)
               MOVE WS-COL-STATION (WS-C WS-SG) TO WS-MERGE-STOP
               PERFORM 3220-MERGE-ONE-STOP
           END-PERFORM
           PERFORM 3230-LAST-CALL
           IF WS-ROUTE-DEST-STOP NOT = WS-LAST-CALL
               MOVE WS-ROUTE-DEST-STOP TO WS-MERGE-STOP
               PERFORM 3220-MERGE-ONE-STOP
           END-IF.

       3220-MERGE-ONE-STOP.
           PERFORM 3240-FIND-ROW
           IF WS-FOUND-ROW > 0
               MOVE WS-FOUND-ROW TO WS-LAST-ROW
           ELSE
               IF WS-ROW-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-LAST-ROW
                   PERFORM VARYING WS-R FROM WS-ROW-COUNT BY -1
                       UNTIL WS-R < WS-LAST-ROW
                       MOVE WS-ROW-STOP (WS-R)
                           TO WS-ROW-STOP (WS-R + 1)
                   END-PERFORM
                   MOVE WS-MERGE-STOP TO WS-ROW-STOP (WS-LAST-ROW)
                   ADD 1 TO WS-ROW-COUNT
               ELSE
                   IF NOT ROWS-TRUNCATED
                       DISPLAY "WARNING: route to "
                           WS-COL-DEST (WS-C) " has more than "
                           WS-MAX-ROWS " calling points; "
                           "remainder not shown."
                       MOVE 'Y' TO WS-ROWS-TRUNCATED
                       MOVE 4 TO WS-WORST-RESULT
                   END-IF
               END-IF
           END-IF.

      * The last point column WS-C calls at before its DESTINA,
      * HUB for a non-stop train; a pattern that already ends
      * at the DESTINA's own stop code gets no extra row.
       3230-LAST-CALL.
           IF WS-COL-NSTOPS (WS-C) = 0
               MOVE WS-HOME-STATION TO WS-LAST-CALL
           ELSE
               MOVE WS-COL-STATION (WS-C WS-COL-NSTOPS (WS-C))
                   TO WS-LAST-CALL
           END-IF.

       3240-FIND-ROW.
           MOVE 0 TO WS-FOUND-ROW
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-ROW-COUNT
                   OR WS-FOUND-ROW > 0
               IF WS-ROW-STOP (WS-R) = WS-MERGE-STOP
                   MOVE WS-R TO WS-FOUND-ROW
               END-IF
           END-PERFORM.

      * One page of up to ten columns: times walked into the
      * grid, each column's footnote built and given the symbol
      * of an identical one already on the page or the next
      * letter, then the grid and the footnotes printed.
       3300-PRINT-PAGE.
           COMPUTE WS-PAGE-LAST =
               WS-PAGE-FIRST + WS-PAGE-COLUMNS - 1
           IF WS-PAGE-LAST > WS-ROUTE-LAST
               MOVE WS-ROUTE-LAST TO WS-PAGE-LAST
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-ROW-COUNT
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-PAGE-COLUMNS
                   MOVE WS-NOT-CALLING TO WS-CELL (WS-R WS-N)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-PAGE-NOTE-COUNT
           MOVE 0 TO WS-N
           PERFORM 3310-FILL-COLUMN
               VARYING WS-C FROM WS-PAGE-FIRST BY 1
               UNTIL WS-C > WS-PAGE-LAST
           PERFORM 3500-WRITE-PAGE-HEADINGS
           PERFORM 3600-WRITE-GRID
           PERFORM 3700-WRITE-NOTES
           COMPUTE WS-PAGE-FIRST = WS-PAGE-LAST + 1
           MOVE '(CONTINUED)' TO PH-CONTINUED.

       3310-FILL-COLUMN.
           ADD 1 TO WS-N
           SET TIME-KNOWN TO TRUE
           MOVE WS-HOME-STATION TO WS-PREV-STATION
           MOVE WS-COL-DEP-MIN (WS-C) TO WS-CUR-TOTAL-MIN
           MOVE WS-HOME-STATION TO WS-MERGE-STOP
           PERFORM 3330-SET-CELL
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > WS-COL-NSTOPS (WS-C)
               MOVE WS-COL-STATION (WS-C WS-SG) TO WS-MERGE-STOP
               PERFORM 3320-WALK-TO-STOP
           END-PERFORM
           PERFORM 3230-LAST-CALL
           IF WS-ROUTE-DEST-STOP NOT = WS-LAST-CALL
               MOVE WS-ROUTE-DEST-STOP TO WS-MERGE-STOP
               IF WS-MERGE-STOP = WS-UNKNOWN-STOP
                   SET TIME-UNKNOWN TO TRUE
               END-IF
               PERFORM 3320-WALK-TO-STOP
           END-IF
           PERFORM 5000-BUILD-NOTE
           PERFORM 3400-ASSIGN-SYMBOL.

      * Adds the next segment's minutes, as in TrnSchdTbl: once
      * a segment is missing every later time is unknown.
       3320-WALK-TO-STOP.
           IF TIME-KNOWN
               PERFORM 3340-FIND-SEGMENT
               IF SEGMENT-FOUND
                   ADD WS-RTM-MINUTES (RTM-IDX)
                       TO WS-CUR-TOTAL-MIN
               ELSE
                   SET TIME-UNKNOWN TO TRUE
               END-IF
           END-IF
           PERFORM 3330-SET-CELL
           MOVE WS-MERGE-STOP TO WS-PREV-STATION.

       3330-SET-CELL.
           IF TIME-KNOWN
               COMPUTE WS-CALL-HOUR = FUNCTION MOD
                   (WS-CUR-TOTAL-MIN / 60, 24)
               COMPUTE WS-CALL-MINUTES = FUNCTION MOD
                   (WS-CUR-TOTAL-MIN, 60)
               MOVE SPACES TO WS-CALL-TIME
               STRING WS-CALL-HOUR ':' WS-CALL-MINUTES
                   DELIMITED BY SIZE INTO WS-CALL-TIME
           ELSE
               MOVE '??:??' TO WS-CALL-TIME
           END-IF
           PERFORM 3240-FIND-ROW
           IF WS-FOUND-ROW > 0
               MOVE WS-CALL-TIME TO WS-CELL (WS-FOUND-ROW WS-N)
           END-IF.

       3340-FIND-SEGMENT.
           SET SEGMENT-NOT-FOUND TO TRUE
           IF WS-RUN-TIME-COUNT > 0
               SET RTM-IDX TO 1
               SEARCH WS-RUN-TIME-ENTRY
                   WHEN WS-RTM-FROM (RTM-IDX) = WS-PREV-STATION
                       AND WS-RTM-TO (RTM-IDX) = WS-MERGE-STOP
                       SET SEGMENT-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3400-ASSIGN-SYMBOL.
           MOVE SPACES TO WS-COL-SYMBOL (WS-N)
           IF WS-NOTE-TEXT NOT = SPACES
               MOVE 0 TO WS-FOUND-NOTE
               PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-PAGE-NOTE-COUNT
                       OR WS-FOUND-NOTE > 0
                   IF WS-PAGE-NOTE (WS-H) = WS-NOTE-TEXT
                       MOVE WS-H TO WS-FOUND-NOTE
                   END-IF
               END-PERFORM
               IF WS-FOUND-NOTE = 0
                   ADD 1 TO WS-PAGE-NOTE-COUNT
                   MOVE WS-PAGE-NOTE-COUNT TO WS-FOUND-NOTE
                   MOVE WS-NOTE-TEXT
                       TO WS-PAGE-NOTE (WS-PAGE-NOTE-COUNT)
               END-IF
               MOVE WS-NOTE-SYMBOLS (WS-FOUND-NOTE:1)
                   TO WS-COL-SYMBOL (WS-N)
           END-IF.

       3500-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO PH-PAGE
           IF WS-PAGE-COUNT = 1
               WRITE PRINT-LINE FROM WS-HEADING-1
           ELSE
               WRITE PRINT-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-LINE FROM WS-HEADING-2
           WRITE PRINT-LINE FROM SPACES.

      * The train and footnote-symbol rows, then one row per
      * calling point: departure from HUB, arrival at the
      * DESTINA, a dash where a train does not call.
       3600-WRITE-GRID.
           MOVE SPACES TO WS-GRID-LINE
           MOVE 'TRAIN' TO GL-NAME
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-PAGE-LAST - WS-PAGE-FIRST + 1
               COMPUTE WS-C = WS-PAGE-FIRST + WS-N - 1
               MOVE WS-COL-TYPE (WS-C) TO GL-CELL (WS-N) (2:3)
           END-PERFORM
           WRITE PRINT-LINE FROM WS-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           MOVE 'NOTES' TO GL-NAME
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-PAGE-LAST - WS-PAGE-FIRST + 1
               MOVE WS-COL-SYMBOL (WS-N) TO GL-CELL (WS-N) (3:1)
           END-PERFORM
           WRITE PRINT-LINE FROM WS-GRID-LINE
           WRITE PRINT-LINE FROM SPACES
           PERFORM 3605-WRITE-ONE-ROW
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-ROW-COUNT.

       3605-WRITE-ONE-ROW.
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-ROW-STOP (WS-R) TO WS-MERGE-STOP
           PERFORM 3610-NAME-ROW
           IF WS-MERGE-STOP = WS-HOME-STATION
               MOVE 'dep' TO GL-DEP-ARR
           END-IF
           IF WS-MERGE-STOP = WS-ROUTE-DEST-STOP
               MOVE 'arr' TO GL-DEP-ARR
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-PAGE-LAST - WS-PAGE-FIRST + 1
               MOVE WS-CELL (WS-R WS-N) TO GL-CELL (WS-N)
           END-PERFORM
           WRITE PRINT-LINE FROM WS-GRID-LINE.

      * A calling point is labelled with its station name, or
      * its stop code when station.dat does not know it; the
      * unresolved DESTINA row carries the DESTINA itself.
       3610-NAME-ROW.
           MOVE WS-MERGE-STOP TO GL-NAME
           IF WS-MERGE-STOP = WS-UNKNOWN-STOP
               MOVE WS-COL-DEST (WS-ROUTE-FIRST) TO GL-NAME
           ELSE
               IF WS-STATION-COUNT > 0
                   SET STN-IDX TO 1
                   SEARCH WS-STATION-ENTRY
                       WHEN WS-STN-STOP (STN-IDX) = WS-MERGE-STOP
                           MOVE WS-STN-NAME (STN-IDX) TO GL-NAME
                   END-SEARCH
               END-IF
           END-IF.

       3700-WRITE-NOTES.
           IF WS-PAGE-NOTE-COUNT > 0
               WRITE PRINT-LINE FROM SPACES
               PERFORM 3710-WRITE-ONE-NOTE
                   VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-PAGE-NOTE-COUNT
           END-IF.

       3710-WRITE-ONE-NOTE.
           MOVE WS-PAGE-NOTE (WS-H) TO WS-NOTE-TEXT
           MOVE WS-NOTE-SYMBOLS (WS-H:1) TO NP-SYMBOL
           PERFORM VARYING WS-NOTE-LINE-NO FROM 1 BY 1
               UNTIL WS-NOTE-LINE-NO > WS-MAX-NOTE-LINES
               IF WS-NOTE-LINE (WS-NOTE-LINE-NO) NOT = SPACES
                   MOVE WS-NOTE-LINE (WS-NOTE-LINE-NO) TO NP-TEXT
                   WRITE PRINT-LINE FROM WS-NOTE-PRINT-LINE
                   MOVE SPACES TO NP-SYMBOL
               END-IF
           END-PERFORM.

      * Column WS-C's footnote: the days of the week and bank
      * holidays from its calendar entry, then whatever cuts
      * its part of the season short - the calendar season or
      * a pending change - each end with its date.
       5000-BUILD-NOTE.
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE 1 TO WS-NOTE-LINE-NO
           MOVE 1 TO WS-NOTE-PTR
           PERFORM 2520-FIND-CALENDAR
           IF CALENDAR-FOUND
               PERFORM 5100-DAYS-TEXT
               PERFORM 5200-HOLIDAY-TEXT
           END-IF
           PERFORM 5300-WINDOW-TEXT.

      * "Saturdays only", "Mondays to Fridays", or the days
      * named one by one when they do not run together.
       5100-DAYS-TEXT.
           PERFORM 5110-COUNT-DAYS
           IF WS-DAYS-RUN > 0 AND WS-DAYS-RUN < 7
               MOVE SPACES TO WS-PHRASE
               MOVE 1 TO WS-PHRASE-PTR
               IF WS-LAST-DAY - WS-FIRST-DAY + 1 = WS-DAYS-RUN
                   EVALUATE WS-DAYS-RUN
                       WHEN 1
                           STRING WS-DAY-NAME (WS-FIRST-DAY)
                                   DELIMITED BY SPACE
                               ' only.' DELIMITED BY SIZE
                               INTO WS-PHRASE
                       WHEN 2
                           STRING WS-DAY-NAME (WS-FIRST-DAY)
                                   DELIMITED BY SPACE
                               ' and ' DELIMITED BY SIZE
                               WS-DAY-NAME (WS-LAST-DAY)
                                   DELIMITED BY SPACE
                               '.' DELIMITED BY SIZE
                               INTO WS-PHRASE
                       WHEN OTHER
                           STRING WS-DAY-NAME (WS-FIRST-DAY)
                                   DELIMITED BY SPACE
                               ' to ' DELIMITED BY SIZE
                               WS-DAY-NAME (WS-LAST-DAY)
                                   DELIMITED BY SPACE
                               '.' DELIMITED BY SIZE
                               INTO WS-PHRASE
                   END-EVALUATE
               ELSE
                   MOVE 0 TO WS-DAYS-LISTED
                   PERFORM 5120-LIST-ONE-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   STRING '.' DELIMITED BY SIZE
                       INTO WS-PHRASE WITH POINTER WS-PHRASE-PTR
               END-IF
               PERFORM 5900-ADD-PHRASE
           END-IF.

       5110-COUNT-DAYS.
           MOVE 0 TO WS-DAYS-RUN
           MOVE 0 TO WS-FIRST-DAY
           MOVE 0 TO WS-LAST-DAY
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
               IF WS-CAL-DAYS (CAL-IDX) (WS-DAY-SUB:1) = 'Y'
                   ADD 1 TO WS-DAYS-RUN
                   IF WS-FIRST-DAY = 0
                       MOVE WS-DAY-SUB TO WS-FIRST-DAY
                   END-IF
                   MOVE WS-DAY-SUB TO WS-LAST-DAY
               END-IF
           END-PERFORM.

       5120-LIST-ONE-DAY.
           IF WS-CAL-DAYS (CAL-IDX) (WS-DAY-SUB:1) = 'Y'
               ADD 1 TO WS-DAYS-LISTED
               IF WS-DAYS-LISTED > 1
                   IF WS-DAYS-LISTED = WS-DAYS-RUN
                       STRING ' and ' DELIMITED BY SIZE
                           INTO WS-PHRASE
                           WITH POINTER WS-PHRASE-PTR
                   ELSE
                       STRING ', ' DELIMITED BY SIZE
                           INTO WS-PHRASE
                           WITH POINTER WS-PHRASE-PTR
                   END-IF
               END-IF
               STRING WS-DAY-NAME (WS-DAY-SUB) DELIMITED BY SPACE
                   INTO WS-PHRASE WITH POINTER WS-PHRASE-PTR
           END-IF.

      * The bank holidays inside the column's dates that change
      * what its days of the week say, named one by one: on a
      * holiday the holiday flag alone decides, so a train kept
      * off holidays loses the ones on its running days, and one
      * run on holidays gains the ones on its other days.
       5200-HOLIDAY-TEXT.
           IF WS-CAL-HOLIDAYS (CAL-IDX) = 'Y'
               SET LIST-HOLIDAYS-ON TO TRUE
           ELSE
               SET LIST-HOLIDAYS-OFF TO TRUE
           END-IF
           MOVE 0 TO WS-NOTE-HOLIDAY-COUNT
           PERFORM 5210-CHECK-ONE-HOLIDAY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOLIDAY-COUNT
           IF WS-NOTE-HOLIDAY-COUNT > 0
               IF LIST-HOLIDAYS-OFF
                   MOVE 'Not on bank holidays:' TO WS-PHRASE
               ELSE
                   IF WS-DAYS-RUN = 0
                       MOVE 'Bank holidays only:' TO WS-PHRASE
                   ELSE
                       MOVE 'Also runs on bank holidays:'
                           TO WS-PHRASE
                   END-IF
               END-IF
               PERFORM 5900-ADD-PHRASE
               PERFORM 5220-NAME-ONE-HOLIDAY
                   VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NOTE-HOLIDAY-COUNT
           END-IF.

       5210-CHECK-ONE-HOLIDAY.
           IF WS-HOLIDAY-DATE (WS-SUB) NOT < WS-COL-FROM (WS-C)
                   AND WS-HOLIDAY-DATE (WS-SUB)
                       NOT > WS-COL-UNTIL (WS-C)
               MOVE WS-HOLIDAY-DATE (WS-SUB) TO WS-DOW-DATE
               PERFORM 7100-DAY-OF-WEEK
               IF (LIST-HOLIDAYS-OFF
                       AND WS-CAL-DAYS (CAL-IDX)
                           (WS-DAY-NUMBER:1) = 'Y')
                   OR (LIST-HOLIDAYS-ON
                       AND WS-CAL-DAYS (CAL-IDX)
                           (WS-DAY-NUMBER:1) NOT = 'Y')
                   IF WS-NOTE-HOLIDAY-COUNT < WS-MAX-NOTE-HOLIDAYS
                       ADD 1 TO WS-NOTE-HOLIDAY-COUNT
                       MOVE WS-HOLIDAY-DATE (WS-SUB)
                           TO WS-NOTE-HOLIDAY
                               (WS-NOTE-HOLIDAY-COUNT)
                   END-IF
               END-IF
           END-IF.

       5220-NAME-ONE-HOLIDAY.
           MOVE WS-NOTE-HOLIDAY (WS-H) TO WS-FMT-DATE
           PERFORM 7000-FORMAT-DATE
           MOVE SPACES TO WS-PHRASE
           IF WS-H < WS-NOTE-HOLIDAY-COUNT
               STRING WS-FMT-TEXT DELIMITED BY '  '
                   ',' DELIMITED BY SIZE
                   INTO WS-PHRASE
           ELSE
               STRING WS-FMT-TEXT DELIMITED BY '  '
                   '.' DELIMITED BY SIZE
                   INTO WS-PHRASE
           END-IF
           PERFORM 5900-ADD-PHRASE.

      * The dated ends of the column: where the calendar season
      * or a pending change, rather than the book's own dates,
      * starts or stops it.
       5300-WINDOW-TEXT.
           IF WS-COL-FROM-CAUSE (WS-C) NOT = 'S'
               MOVE WS-COL-FROM (WS-C) TO WS-FMT-DATE
               PERFORM 7000-FORMAT-DATE
               MOVE SPACES TO WS-PHRASE
               EVALUATE WS-COL-FROM-CAUSE (WS-C)
                   WHEN 'A'
                       STRING 'New service from ' DELIMITED BY SIZE
                           WS-FMT-TEXT DELIMITED BY '  '
                           '.' DELIMITED BY SIZE
                           INTO WS-PHRASE
                   WHEN 'R'
                       STRING 'Revised service from '
                               DELIMITED BY SIZE
                           WS-FMT-TEXT DELIMITED BY '  '
                           '.' DELIMITED BY SIZE
                           INTO WS-PHRASE
                   WHEN OTHER
                       STRING 'Runs from ' DELIMITED BY SIZE
                           WS-FMT-TEXT DELIMITED BY '  '
                           '.' DELIMITED BY SIZE
                           INTO WS-PHRASE
               END-EVALUATE
               PERFORM 5900-ADD-PHRASE
           END-IF
           IF WS-COL-UNTIL-CAUSE (WS-C) NOT = 'S'
               COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE
                   (WS-COL-UNTIL (WS-C)) + 1
               COMPUTE WS-DAY-AFTER =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
               MOVE WS-DAY-AFTER TO WS-FMT-DATE
               PERFORM 7000-FORMAT-DATE
               MOVE WS-FMT-TEXT TO WS-FMT-HOLD
               MOVE WS-COL-UNTIL (WS-C) TO WS-FMT-DATE
               PERFORM 7000-FORMAT-DATE
               MOVE SPACES TO WS-PHRASE
               EVALUATE WS-COL-UNTIL-CAUSE (WS-C)
                   WHEN 'R'
                       STRING 'Runs until ' DELIMITED BY SIZE
                           WS-FMT-TEXT DELIMITED BY '  '
                           ' (revised from ' DELIMITED BY SIZE
                           WS-FMT-HOLD DELIMITED BY '  '
                           ').' DELIMITED BY SIZE
                           INTO WS-PHRASE
                   WHEN 'D'
                       STRING 'Runs until ' DELIMITED BY SIZE
                           WS-FMT-TEXT DELIMITED BY '  '
                           ' (withdrawn from ' DELIMITED BY SIZE
                           WS-FMT-HOLD DELIMITED BY '  '
                           ').' DELIMITED BY SIZE
                           INTO WS-PHRASE
                   WHEN OTHER
                       STRING 'Runs until ' DELIMITED BY SIZE
                           WS-FMT-TEXT DELIMITED BY '  '
                           '.' DELIMITED BY SIZE
                           INTO WS-PHRASE
               END-EVALUATE
               PERFORM 5900-ADD-PHRASE
           END-IF.

      * Appends WS-PHRASE to the footnote, starting a new line
      * when it would run past the margin; a footnote that
      * outgrows its lines loses the remainder.
       5900-ADD-PHRASE.
           COMPUTE WS-PHRASE-LEN = FUNCTION LENGTH
               (FUNCTION TRIM (WS-PHRASE TRAILING))
           IF WS-NOTE-PTR > 1
                   AND WS-NOTE-PTR + WS-PHRASE-LEN > 71
               ADD 1 TO WS-NOTE-LINE-NO
               MOVE 1 TO WS-NOTE-PTR
           END-IF
           IF WS-NOTE-LINE-NO NOT > WS-MAX-NOTE-LINES
               STRING WS-PHRASE (1:WS-PHRASE-LEN) DELIMITED BY SIZE
                   INTO WS-NOTE-LINE (WS-NOTE-LINE-NO)
                   WITH POINTER WS-NOTE-PTR
               ADD 1 TO WS-NOTE-PTR
           END-IF.

      * WS-FMT-DATE as "14 December", no leading zero; a date
      * with no such month is shown as keyed.
       7000-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-TEXT
           IF WS-FMT-MONTH < 1 OR WS-FMT-MONTH > 12
               MOVE WS-FMT-DATE TO WS-FMT-TEXT
           ELSE
               IF WS-FMT-DAY < 10
                   STRING WS-FMT-DAY (2:1) ' ' DELIMITED BY SIZE
                       WS-MONTH-NAME (WS-FMT-MONTH)
                           DELIMITED BY SPACE
                       INTO WS-FMT-TEXT
               ELSE
                   STRING WS-FMT-DAY ' ' DELIMITED BY SIZE
                       WS-MONTH-NAME (WS-FMT-MONTH)
                           DELIMITED BY SPACE
                       INTO WS-FMT-TEXT
               END-IF
           END-IF.

      * Day number 1-7 (Monday-Sunday) of WS-DOW-DATE, worked
      * out as TrnSchdEff does for the run date.
       7100-DAY-OF-WEEK.
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-DOW-DATE), 7)
           IF WS-DAY-NUMBER = 0
               MOVE 7 TO WS-DAY-NUMBER
           END-IF.
