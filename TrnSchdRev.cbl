       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdRev.
       AUTHOR. Pierre.

      *====================================================*
      * Monthly revenue estimate: what each departure is    *
      * worth, for the day planning asks to cut one. Takes  *
      * the month's gateline counts (loading.dat), shares   *
      * each departure's LOAD-HEADCOUNT out over the        *
      * calling points it serves - its INTERMEDIATE-STOPS   *
      * and DESTINA - by the weights in revenue-split.dat,  *
      * and prices every passenger from the terminal to     *
      * their stop from the fare master (fare.dat), split   *
      * between standard and first class by the first-      *
      * class share asked for at the start of the run.      *
      * revenue-estimate.prt totals the month by            *
      * TRAIN-TYPE and by DESTINA, lists the lowest-earning *
      * departures, and lists every stop pair a scheduled   *
      * train serves that has no fare, so the fare master   *
      * gets kept complete - an unpriced stop earns nothing *
      * in the estimate until it is.                        *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY.

           SELECT LOADING-FILE ASSIGN TO 'loading.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOADING-STATUS.

           SELECT FARE-FILE ASSIGN TO 'fare.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FARE-STATUS.

           SELECT SPLIT-FILE ASSIGN TO 'revenue-split.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.

           SELECT STATION-FILE ASSIGN TO 'station.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'revenue-estimate.prt'
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

       FD LOADING-FILE.
           COPY LOADREC.
           COPY FEEDCTL.

       FD FARE-FILE.
           COPY FAREREC.

       FD SPLIT-FILE.
           COPY SPLITREC.

       FD STATION-FILE.
           COPY STATNREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-LOADING-STATUS           PIC XX.
       01  WS-FARE-STATUS              PIC XX.
       01  WS-SPLIT-STATUS             PIC XX.
       01  WS-STATION-STATUS           PIC XX.
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

      * the departure terminal's code in run-times.dat, same
      * convention as the timetable program: every counted
      * passenger boards here.
       01  WS-HOME-STATION             PIC X(3) VALUE 'HUB'.

       01  WS-REPORT-MONTH             PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH
                                       PIC 9(6).
       01  WS-LOAD-MONTH               PIC 9(6).

      * the share of passengers travelling first class, as a
      * percentage; the rest pay the standard fare.
       01  WS-DEFAULT-FIRST-PCT        PIC 9(3) VALUE 10.
       01  WS-FIRST-ANSWER             PIC X(3) VALUE SPACES.
       01  WS-FIRST-PCT                PIC 9(3) VALUE 10.
       01  WS-STANDARD-PCT             PIC 9(3) VALUE 90.

      * the weight of a calling point revenue-split.dat does not
      * list, and the number of departures on the lowest-earning
      * list.
       01  WS-DEFAULT-WEIGHT           PIC 9(3) VALUE 100.
       01  WS-LOWEST-LIMIT             PIC 9(4) VALUE 10.

       01  WS-MAX-FARES                PIC 9(4) VALUE 500.
       01  WS-FARE-COUNT               PIC 9(4) VALUE 0.
       01  WS-FARE-TABLE.
           05 WS-FARE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-FARE-COUNT
               INDEXED BY FAR-IDX.
               10 WS-FAR-FROM          PIC X(3).
               10 WS-FAR-TO            PIC X(3).
               10 WS-FAR-STANDARD      PIC 9(3)V99.
               10 WS-FAR-FIRST         PIC 9(3)V99.
       01  WS-FARE-FOUND               PIC X VALUE 'N'.
           88 FARE-FOUND        VALUE 'Y'.
           88 FARE-NOT-FOUND    VALUE 'N'.

       01  WS-MAX-SPLITS               PIC 9(4) VALUE 200.
       01  WS-SPLIT-COUNT              PIC 9(4) VALUE 0.
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-SPLIT-COUNT
               INDEXED BY SPL-IDX.
               10 WS-SPL-STOP          PIC X(3).
               10 WS-SPL-WEIGHT        PIC 9(3).

      * the station master, name beside stop code, so DESTINA
      * can be priced like any other calling point.
       01  WS-MAX-STATIONS             PIC 9(4) VALUE 200.
       01  WS-STATION-COUNT            PIC 9(4) VALUE 0.
       01  WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STATION-COUNT
               INDEXED BY STN-IDX.
               10 WS-STATION-NAME      PIC X(12).
               10 WS-STATION-STOP      PIC X(3).

      * the schedule master, each departure carrying its
      * revenue per passenger (the weighted average fare over
      * its calling points) and the month's tallies.
       01  WS-MAX-TRAINS               PIC 9(4) VALUE 500.
       01  WS-TRAIN-COUNT              PIC 9(4) VALUE 0.
       01  WS-TRAIN-TABLE.
           05 WS-TRAIN-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-TRAIN-COUNT
               INDEXED BY TRN-IDX.
               10 WS-TRN-TYPE          PIC X(3).
               10 WS-TRN-HOUR          PIC 99.
               10 WS-TRN-MINUTES       PIC 99.
               10 WS-TRN-DEST          PIC X(12).
               10 WS-TRN-YIELD         PIC 9(5)V9999.
               10 WS-TRN-PAX           PIC 9(8).
               10 WS-TRN-DAYS          PIC 9(4).
               10 WS-TRN-REVENUE       PIC 9(9)V99.
       01  WS-TRAIN-FOUND              PIC X VALUE 'N'.
           88 TRAIN-FOUND       VALUE 'Y'.
           88 TRAIN-NOT-FOUND   VALUE 'N'.

       01  WS-MAX-TYPES                PIC 9(4) VALUE 50.
       01  WS-TYPE-COUNT               PIC 9(4) VALUE 0.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-TYPE-COUNT
               INDEXED BY TYP-IDX.
               10 WS-TYP-TYPE          PIC X(3).
               10 WS-TYP-TRAINS        PIC 9(4).
               10 WS-TYP-PAX           PIC 9(8).
               10 WS-TYP-REVENUE       PIC 9(9)V99.

       01  WS-MAX-DESTS                PIC 9(4) VALUE 200.
       01  WS-DEST-COUNT               PIC 9(4) VALUE 0.
       01  WS-DEST-TABLE.
           05 WS-DEST-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-DEST-COUNT
               INDEXED BY DST-IDX.
               10 WS-DST-DEST          PIC X(12).
               10 WS-DST-TRAINS        PIC 9(4).
               10 WS-DST-PAX           PIC 9(8).
               10 WS-DST-REVENUE       PIC 9(9)V99.

      * stop pairs with no fare, each listed once with the
      * first departure found needing it. WS-EXC-TO of spaces
      * means DESTINA has no stop code in the station master.
       01  WS-MAX-EXCEPTIONS           PIC 9(4) VALUE 200.
       01  WS-EXCEPTION-COUNT          PIC 9(4) VALUE 0.
       01  WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-EXCEPTION-COUNT
               INDEXED BY EXC-IDX.
               10 WS-EXC-FROM          PIC X(3).
               10 WS-EXC-TO            PIC X(3).
               10 WS-EXC-DEST          PIC X(12).
               10 WS-EXC-TRAIN-SUB     PIC 9(4).

      * the departures with counts, in ascending order of
      * revenue, for the lowest-earning list.
       01  WS-RANK-COUNT               PIC 9(4) VALUE 0.
       01  WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 500 TIMES.
               10 WS-RANK-REVENUE      PIC 9(9)V99.
               10 WS-RANK-SUB          PIC 9(4).
       01  WS-RANK-ENTRY-TABLE REDEFINES WS-RANK-TABLE.
           05 WS-RANK-RAW OCCURS 500 TIMES PIC X(15).

       01  WS-SORT-I                   PIC 9(4).
       01  WS-SORT-J                   PIC 9(4).
       01  WS-SORT-KEY                 PIC 9(9)V99.
       01  WS-HOLD-ENTRY               PIC X(15).
       01  WS-KEEP-SHIFTING            PIC X VALUE 'N'.
           88 KEEP-SHIFTING     VALUE 'Y'.
           88 STOP-SHIFTING     VALUE 'N'.

       01  WS-SUB                      PIC 9(4).
       01  WS-SG                       PIC 9(2).
       01  WS-STOP-CODE                PIC X(3).
       01  WS-LAST-STOP                PIC X(3).
       01  WS-DEST-CODE                PIC X(3).
       01  WS-STOP-WEIGHT              PIC 9(3).
       01  WS-WEIGHT-TOTAL             PIC 9(6).
       01  WS-YIELD-SUM                PIC 9(9)V9999.
       01  WS-STOP-FARE                PIC 9(5)V9999.
       01  WS-LOAD-REVENUE             PIC 9(9)V99.
       01  WS-LOAD-READ-COUNT          PIC 9(6) VALUE 0.
       01  WS-LOAD-USED-COUNT          PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(6) VALUE 0.
       01  WS-TOTAL-PAX                PIC 9(8) VALUE 0.
       01  WS-TOTAL-REVENUE            PIC 9(9)V99 VALUE 0.
       01  WS-LINES-PRINTED            PIC 9(4) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = stop pair(s) missing from the fare master.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(27) VALUE
               'REVENUE ESTIMATE FOR MONTH'.
           05 WS-HEADING-MONTH         PIC X(6).
           05 FILLER                   PIC X(23) VALUE
               '   FIRST-CLASS SHARE: '.
           05 WS-HEADING-PCT           PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE '%'.

       01  WS-SECTION-LINE             PIC X(50).

       01  WS-GROUP-HEADER.
           05 GH-LABEL                 PIC X(16).
           05 FILLER                   PIC X(12) VALUE
               '  DEPARTURES'.
           05 FILLER                   PIC X(12) VALUE
               '  PASSENGERS'.
           05 FILLER                   PIC X(14) VALUE
               '       REVENUE'.

       01  WS-GROUP-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 GL-NAME                  PIC X(14).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 GL-TRAINS                PIC ZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 GL-PAX                   PIC ZZZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 GL-REVENUE               PIC ZZZZZZZZ9.99.

       01  WS-DEPARTURE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-TIME                  PIC X(5).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 DL-DEST                  PIC X(12).
           05 FILLER                   PIC X(7) VALUE '  DAYS '.
           05 DL-DAYS                  PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE '  PAX '.
           05 DL-PAX                   PIC ZZZZZZZ9.
           05 FILLER                   PIC X(10) VALUE
               '  REVENUE '.
           05 DL-REVENUE               PIC ZZZZZZZZ9.99.

       01  WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EL-FROM                  PIC X(3).
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 EL-TO                    PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EL-TEXT                  PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EL-TIME                  PIC X(5).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 EL-DEST                  PIC X(12).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(17) VALUE
               'COUNTS USED: '.
           05 TL-USED                  PIC ZZZZZ9.
           05 FILLER                   PIC X(14) VALUE
               '  PASSENGERS: '.
           05 TL-PAX                   PIC ZZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  REVENUE: '.
           05 TL-REVENUE               PIC ZZZZZZZZ9.99.
           05 FILLER                   PIC X(13) VALUE
               '  NO FARE: '.
           05 TL-NOFARE                PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS
           PERFORM 0300-LOAD-FARES
           PERFORM 0400-LOAD-SPLITS
           PERFORM 0500-LOAD-STATIONS
           PERFORM 0600-LOAD-TRAINS
           PERFORM 1000-TALLY-LOADINGS
           PERFORM 2000-RANK-DEPARTURES
           PERFORM 3000-PRINT-REPORT
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "WARNING: " WS-UNMATCHED-COUNT
                   " loading entr(y/ies) matched no scheduled "
                   "train."
           END-IF
           DISPLAY "Revenue estimate for " WS-REPORT-MONTH
               " written; " WS-LOAD-USED-COUNT " count(s) used, "
               WS-EXCEPTION-COUNT " stop pair(s) without a fare."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * The report month and the first-class share: run
      * unattended by TrnSchdDrv both come from the first two
      * lines of step-answers.dat, otherwise from the keyboard.
      * A blank share means the default.
       0100-GET-PARAMETERS.
           SET ANSWER-NOT-SUPPLIED TO TRUE
           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-STATUS = '00'
               READ ANSWER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANSWER-RECORD (1:6) TO WS-REPORT-MONTH
                       SET ANSWER-SUPPLIED TO TRUE
                       READ ANSWER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE ANSWER-RECORD (1:3)
                                   TO WS-FIRST-ANSWER
                       END-READ
               END-READ
               CLOSE ANSWER-FILE
           END-IF
           IF ANSWER-NOT-SUPPLIED
               DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-REPORT-MONTH
               DISPLAY "First-class share (%, blank = "
                   WS-DEFAULT-FIRST-PCT "): " WITH NO ADVANCING
               ACCEPT WS-FIRST-ANSWER
           END-IF
           IF WS-REPORT-MONTH-NUM IS NOT NUMERIC
               DISPLAY "Invalid month '" WS-REPORT-MONTH
                   "'; nothing reported."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FIRST-ANSWER = SPACES
               MOVE WS-DEFAULT-FIRST-PCT TO WS-FIRST-PCT
           ELSE
               IF FUNCTION TRIM (WS-FIRST-ANSWER) IS NUMERIC
                   COMPUTE WS-FIRST-PCT =
                       FUNCTION NUMVAL (WS-FIRST-ANSWER)
               ELSE
                   MOVE 999 TO WS-FIRST-PCT
               END-IF
               IF WS-FIRST-PCT > 100
                   DISPLAY "Invalid first-class share '"
                       WS-FIRST-ANSWER "'; using "
                       WS-DEFAULT-FIRST-PCT "% instead."
                   MOVE WS-DEFAULT-FIRST-PCT TO WS-FIRST-PCT
               END-IF
           END-IF
           COMPUTE WS-STANDARD-PCT = 100 - WS-FIRST-PCT.

      * Without a fare master every stop pair is an exception,
      * which is exactly what the report then says.
       0300-LOAD-FARES.
           OPEN INPUT FARE-FILE
           IF WS-FARE-STATUS NOT = '00'
               DISPLAY "No fare.dat found; every stop pair will "
                       "show as having no fare."
           ELSE
               PERFORM UNTIL EOF
                   READ FARE-FILE INTO FARE-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0310-STORE-FARE
                   END-READ
               END-PERFORM
               CLOSE FARE-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * A row with an unreadable fare is left out, so the pair
      * shows up as an exception instead of pricing at rubbish.
       0310-STORE-FARE.
           IF FARE-STANDARD IS NOT NUMERIC
                   OR FARE-FIRST IS NOT NUMERIC
               DISPLAY "WARNING: fare.dat row " FARE-FROM-STOP "-"
                   FARE-TO-STOP " has a non-numeric fare; ignored."
           ELSE
               IF WS-FARE-COUNT < WS-MAX-FARES
                   ADD 1 TO WS-FARE-COUNT
                   MOVE FARE-FROM-STOP
                       TO WS-FAR-FROM (WS-FARE-COUNT)
                   MOVE FARE-TO-STOP
                       TO WS-FAR-TO (WS-FARE-COUNT)
                   MOVE FARE-STANDARD
                       TO WS-FAR-STANDARD (WS-FARE-COUNT)
                   MOVE FARE-FIRST
                       TO WS-FAR-FIRST (WS-FARE-COUNT)
               ELSE
                   DISPLAY "WARNING: fare.dat exceeds "
                       WS-MAX-FARES " entries; remainder ignored."
               END-IF
           END-IF.

      * A missing split file shares every departure's count out
      * evenly over its calling points.
       0400-LOAD-SPLITS.
           OPEN INPUT SPLIT-FILE
           IF WS-SPLIT-STATUS NOT = '00'
               DISPLAY "No revenue-split.dat found; counts split "
                       "evenly over the calling points."
           ELSE
               PERFORM UNTIL EOF
                   READ SPLIT-FILE INTO SPLIT-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF SPL-WEIGHT IS NUMERIC
                               AND WS-SPLIT-COUNT < WS-MAX-SPLITS
                               ADD 1 TO WS-SPLIT-COUNT
                               MOVE SPL-STOP-CODE
                                   TO WS-SPL-STOP (WS-SPLIT-COUNT)
                               MOVE SPL-WEIGHT
                                   TO WS-SPL-WEIGHT
                                       (WS-SPLIT-COUNT)
                           ELSE
                               DISPLAY "WARNING: revenue-split.dat "
                                   "row " SPL-STOP-CODE " ignored "
                                   "(bad weight or table full)."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPLIT-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Loads the station master so DESTINA names can be turned
      * into stop codes and priced.
       0500-LOAD-STATIONS.
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS NOT = '00'
               DISPLAY "No station.dat found; no destination can "
                       "be priced."
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

      * The schedule master defines the departures, as for the
      * loading report - the counts span a month, not one
      * service date. Each valid train is priced once here.
       0600-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL EOF
               READ TRAIN-FILE NEXT RECORD INTO TRAIN-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 0610-VALIDATE-TRAIN
                       IF VALID-RECORD
                           PERFORM 0620-STORE-TRAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      * Same field checks as TrnSchd.cbl's 2000-VALIDATE-TRAIN - a
      * corrupted NUMBER-OF-STOPS must not drive the stop walk
      * off the end of the table.
       0610-VALIDATE-TRAIN.
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

       0620-STORE-TRAIN.
           IF WS-TRAIN-COUNT < WS-MAX-TRAINS
               ADD 1 TO WS-TRAIN-COUNT
               MOVE TRAIN-TYPE TO WS-TRN-TYPE (WS-TRAIN-COUNT)
               MOVE TRAIN-HOUR TO WS-TRN-HOUR (WS-TRAIN-COUNT)
               MOVE TRAIN-MINUTES
                   TO WS-TRN-MINUTES (WS-TRAIN-COUNT)
               MOVE DESTINA TO WS-TRN-DEST (WS-TRAIN-COUNT)
               MOVE 0 TO WS-TRN-PAX (WS-TRAIN-COUNT)
               MOVE 0 TO WS-TRN-DAYS (WS-TRAIN-COUNT)
               MOVE 0 TO WS-TRN-REVENUE (WS-TRAIN-COUNT)
               PERFORM 0700-PRICE-TRAIN
               PERFORM 0900-SEED-TYPE
               PERFORM 0950-SEED-DEST
           ELSE
               DISPLAY "WARNING: train.dat exceeds "
                   WS-MAX-TRAINS " entries; remainder ignored."
           END-IF.

      * Revenue per passenger for the train just stored: every
      * calling point, DESTINA last, takes its weight's share of
      * the passengers at the class-weighted fare from the
      * terminal. DESTINA is skipped when it is the last calling
      * point itself (some workings list it both ways).
       0700-PRICE-TRAIN.
           MOVE 0 TO WS-WEIGHT-TOTAL
           MOVE 0 TO WS-YIELD-SUM
           MOVE SPACES TO WS-LAST-STOP
           PERFORM VARYING WS-SG FROM 1 BY 1
               UNTIL WS-SG > NUMBER-OF-STOPS
               MOVE STOP-STATION (WS-SG) TO WS-STOP-CODE
               PERFORM 0710-PRICE-ONE-STOP
               MOVE WS-STOP-CODE TO WS-LAST-STOP
           END-PERFORM
           MOVE SPACES TO WS-DEST-CODE
           IF WS-STATION-COUNT > 0
               SET STN-IDX TO 1
               SEARCH WS-STATION-ENTRY
                   WHEN WS-STATION-NAME (STN-IDX) = DESTINA
                       MOVE WS-STATION-STOP (STN-IDX)
                           TO WS-DEST-CODE
               END-SEARCH
           END-IF
           IF WS-DEST-CODE = SPACES
               ADD WS-DEFAULT-WEIGHT TO WS-WEIGHT-TOTAL
               MOVE SPACES TO WS-STOP-CODE
               PERFORM 0800-NOTE-EXCEPTION
           ELSE
               IF WS-DEST-CODE NOT = WS-LAST-STOP
                   MOVE WS-DEST-CODE TO WS-STOP-CODE
                   PERFORM 0710-PRICE-ONE-STOP
               END-IF
           END-IF
           IF WS-WEIGHT-TOTAL > 0
               COMPUTE WS-TRN-YIELD (WS-TRAIN-COUNT) ROUNDED =
                   WS-YIELD-SUM / WS-WEIGHT-TOTAL
           ELSE
               MOVE 0 TO WS-TRN-YIELD (WS-TRAIN-COUNT)
           END-IF.

       0710-PRICE-ONE-STOP.
           MOVE WS-DEFAULT-WEIGHT TO WS-STOP-WEIGHT
           IF WS-SPLIT-COUNT > 0
               SET SPL-IDX TO 1
               SEARCH WS-SPLIT-ENTRY
                   WHEN WS-SPL-STOP (SPL-IDX) = WS-STOP-CODE
                       MOVE WS-SPL-WEIGHT (SPL-IDX)
                           TO WS-STOP-WEIGHT
               END-SEARCH
           END-IF
           ADD WS-STOP-WEIGHT TO WS-WEIGHT-TOTAL
           PERFORM 0720-FIND-FARE
           IF FARE-FOUND
               COMPUTE WS-STOP-FARE ROUNDED =
                   (WS-FAR-STANDARD (FAR-IDX) * WS-STANDARD-PCT
                   + WS-FAR-FIRST (FAR-IDX) * WS-FIRST-PCT) / 100
               COMPUTE WS-YIELD-SUM =
                   WS-YIELD-SUM + WS-STOP-FARE * WS-STOP-WEIGHT
           ELSE
               PERFORM 0800-NOTE-EXCEPTION
           END-IF.

      * The fare master carries each pair once, whichever way
      * round it was keyed.
       0720-FIND-FARE.
           SET FARE-NOT-FOUND TO TRUE
           IF WS-FARE-COUNT > 0
               SET FAR-IDX TO 1
               SEARCH WS-FARE-ENTRY
                   AT END
                       SET FARE-NOT-FOUND TO TRUE
                   WHEN (WS-FAR-FROM (FAR-IDX) = WS-HOME-STATION
                           AND WS-FAR-TO (FAR-IDX) = WS-STOP-CODE)
                       OR (WS-FAR-FROM (FAR-IDX) = WS-STOP-CODE
                           AND WS-FAR-TO (FAR-IDX)
                               = WS-HOME-STATION)
                       SET FARE-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * Each missing pair is listed once, against the first
      * departure found needing it.
       0800-NOTE-EXCEPTION.
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           SET FARE-NOT-FOUND TO TRUE
           IF WS-EXCEPTION-COUNT > 0
               SET EXC-IDX TO 1
               SEARCH WS-EXCEPTION-ENTRY
                   AT END
                       SET FARE-NOT-FOUND TO TRUE
                   WHEN WS-EXC-TO (EXC-IDX) = WS-STOP-CODE
                       AND (WS-STOP-CODE NOT = SPACES
                           OR WS-EXC-DEST (EXC-IDX) = DESTINA)
                       SET FARE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF FARE-NOT-FOUND
               IF WS-EXCEPTION-COUNT < WS-MAX-EXCEPTIONS
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-HOME-STATION
                       TO WS-EXC-FROM (WS-EXCEPTION-COUNT)
                   MOVE WS-STOP-CODE
                       TO WS-EXC-TO (WS-EXCEPTION-COUNT)
                   MOVE DESTINA
                       TO WS-EXC-DEST (WS-EXCEPTION-COUNT)
                   MOVE WS-TRAIN-COUNT
                       TO WS-EXC-TRAIN-SUB (WS-EXCEPTION-COUNT)
               ELSE
                   DISPLAY "WARNING: more than " WS-MAX-EXCEPTIONS
                       " stop pairs without a fare; extras not "
                       "listed."
               END-IF
           END-IF.

       0900-SEED-TYPE.
           SET TYP-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END
                   IF WS-TYPE-COUNT < WS-MAX-TYPES
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE TRAIN-TYPE
                           TO WS-TYP-TYPE (WS-TYPE-COUNT)
                       MOVE 1 TO WS-TYP-TRAINS (WS-TYPE-COUNT)
                       MOVE 0 TO WS-TYP-PAX (WS-TYPE-COUNT)
                       MOVE 0 TO WS-TYP-REVENUE (WS-TYPE-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than " WS-MAX-TYPES
                           " train types; extras not reported."
                   END-IF
               WHEN WS-TYP-TYPE (TYP-IDX) = TRAIN-TYPE
                   ADD 1 TO WS-TYP-TRAINS (TYP-IDX)
           END-SEARCH.

       0950-SEED-DEST.
           SET DST-IDX TO 1
           SEARCH WS-DEST-ENTRY
               AT END
                   IF WS-DEST-COUNT < WS-MAX-DESTS
                       ADD 1 TO WS-DEST-COUNT
                       MOVE DESTINA
                           TO WS-DST-DEST (WS-DEST-COUNT)
                       MOVE 1 TO WS-DST-TRAINS (WS-DEST-COUNT)
                       MOVE 0 TO WS-DST-PAX (WS-DEST-COUNT)
                       MOVE 0 TO WS-DST-REVENUE (WS-DEST-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than " WS-MAX-DESTS
                           " destinations; extras not reported."
                   END-IF
               WHEN WS-DST-DEST (DST-IDX) = DESTINA
                   ADD 1 TO WS-DST-TRAINS (DST-IDX)
           END-SEARCH.

      * One pass over the loading file: each count inside the
      * report month is priced at its departure's revenue per
      * passenger and added to the departure, its type and its
      * destination.
       1000-TALLY-LOADINGS.
           OPEN INPUT LOADING-FILE
           IF WS-LOADING-STATUS NOT = '00'
               DISPLAY "No loading.dat found; every departure "
                       "will show as earning nothing."
           ELSE
               PERFORM UNTIL EOF
                   READ LOADING-FILE INTO LOADING-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               PERFORM 1050-TAKE-LOADING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOADING-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * The feed's header and trailer are TrnSchdLod's to check;
      * here they are simply stepped over.
       1050-TAKE-LOADING.
           ADD 1 TO WS-LOAD-READ-COUNT
           IF LOAD-RUN-DATE IS NUMERIC
               COMPUTE WS-LOAD-MONTH = LOAD-RUN-DATE / 100
               IF WS-LOAD-MONTH = WS-REPORT-MONTH-NUM
                   PERFORM 1100-TALLY-ONE-COUNT
               END-IF
           END-IF.

       1100-TALLY-ONE-COUNT.
           SET TRAIN-NOT-FOUND TO TRUE
           IF WS-TRAIN-COUNT > 0
               SET TRN-IDX TO 1
               SEARCH WS-TRAIN-ENTRY
                   AT END
                       SET TRAIN-NOT-FOUND TO TRUE
                   WHEN WS-TRN-TYPE (TRN-IDX) = LOAD-TRAIN-TYPE
                       AND WS-TRN-HOUR (TRN-IDX) = LOAD-TRAIN-HOUR
                       AND WS-TRN-MINUTES (TRN-IDX)
                           = LOAD-TRAIN-MINUTES
                       SET TRAIN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF TRAIN-FOUND AND LOAD-HEADCOUNT IS NUMERIC
               ADD 1 TO WS-LOAD-USED-COUNT
               COMPUTE WS-LOAD-REVENUE ROUNDED =
                   LOAD-HEADCOUNT * WS-TRN-YIELD (TRN-IDX)
               ADD LOAD-HEADCOUNT TO WS-TRN-PAX (TRN-IDX)
               ADD 1 TO WS-TRN-DAYS (TRN-IDX)
               ADD WS-LOAD-REVENUE TO WS-TRN-REVENUE (TRN-IDX)
               ADD LOAD-HEADCOUNT TO WS-TOTAL-PAX
               ADD WS-LOAD-REVENUE TO WS-TOTAL-REVENUE
               PERFORM 1200-TALLY-TYPE
               PERFORM 1300-TALLY-DEST
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       1200-TALLY-TYPE.
           SET TYP-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               WHEN WS-TYP-TYPE (TYP-IDX) = WS-TRN-TYPE (TRN-IDX)
                   ADD LOAD-HEADCOUNT TO WS-TYP-PAX (TYP-IDX)
                   ADD WS-LOAD-REVENUE TO WS-TYP-REVENUE (TYP-IDX)
           END-SEARCH.

       1300-TALLY-DEST.
           SET DST-IDX TO 1
           SEARCH WS-DEST-ENTRY
               WHEN WS-DST-DEST (DST-IDX) = WS-TRN-DEST (TRN-IDX)
                   ADD LOAD-HEADCOUNT TO WS-DST-PAX (DST-IDX)
                   ADD WS-LOAD-REVENUE TO WS-DST-REVENUE (DST-IDX)
           END-SEARCH.

      * Only departures with counts in the month are ranked - a
      * departure nobody counted is the loading report's
      * business, not a candidate for the axe.
       2000-RANK-DEPARTURES.
           MOVE 0 TO WS-RANK-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TRAIN-COUNT
               IF WS-TRN-DAYS (WS-SUB) > 0
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-TRN-REVENUE (WS-SUB)
                       TO WS-RANK-REVENUE (WS-RANK-COUNT)
                   MOVE WS-SUB TO WS-RANK-SUB (WS-RANK-COUNT)
               END-IF
           END-PERFORM
           IF WS-RANK-COUNT > 1
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-RANK-COUNT
                   MOVE WS-RANK-RAW (WS-SORT-I) TO WS-HOLD-ENTRY
                   MOVE WS-RANK-REVENUE (WS-SORT-I) TO WS-SORT-KEY
                   MOVE WS-SORT-I TO WS-SORT-J
                   SET KEEP-SHIFTING TO TRUE
                   PERFORM 2100-SHIFT-UP UNTIL STOP-SHIFTING
                   MOVE WS-HOLD-ENTRY TO WS-RANK-RAW (WS-SORT-J)
               END-PERFORM
           END-IF.

       2100-SHIFT-UP.
           IF WS-SORT-J < 2
               SET STOP-SHIFTING TO TRUE
           ELSE
               IF WS-RANK-REVENUE (WS-SORT-J - 1) > WS-SORT-KEY
                   MOVE WS-RANK-RAW (WS-SORT-J - 1)
                       TO WS-RANK-RAW (WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               ELSE
                   SET STOP-SHIFTING TO TRUE
               END-IF
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-REPORT-MONTH TO WS-HEADING-MONTH
           MOVE WS-FIRST-PCT TO WS-HEADING-PCT
           WRITE PRINT-LINE FROM WS-HEADING-1
           WRITE PRINT-LINE FROM SPACES
           MOVE 'REVENUE BY TRAIN TYPE' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           MOVE '  TYPE' TO GH-LABEL
           WRITE PRINT-LINE FROM WS-GROUP-HEADER
           PERFORM 3100-PRINT-TYPE-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TYPE-COUNT
           WRITE PRINT-LINE FROM SPACES
           MOVE 'REVENUE BY DESTINATION' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           MOVE '  DESTINATION' TO GH-LABEL
           WRITE PRINT-LINE FROM WS-GROUP-HEADER
           PERFORM 3200-PRINT-DEST-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DEST-COUNT
           WRITE PRINT-LINE FROM SPACES
           PERFORM 3300-PRINT-LOWEST
           WRITE PRINT-LINE FROM SPACES
           PERFORM 3400-PRINT-EXCEPTIONS
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-LOAD-USED-COUNT TO TL-USED
           MOVE WS-TOTAL-PAX TO TL-PAX
           MOVE WS-TOTAL-REVENUE TO TL-REVENUE
           MOVE WS-EXCEPTION-COUNT TO TL-NOFARE
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           CLOSE PRINT-FILE.

       3100-PRINT-TYPE-LINE.
           MOVE WS-TYP-TYPE (WS-SUB) TO GL-NAME
           MOVE WS-TYP-TRAINS (WS-SUB) TO GL-TRAINS
           MOVE WS-TYP-PAX (WS-SUB) TO GL-PAX
           MOVE WS-TYP-REVENUE (WS-SUB) TO GL-REVENUE
           WRITE PRINT-LINE FROM WS-GROUP-LINE.

       3200-PRINT-DEST-LINE.
           MOVE WS-DST-DEST (WS-SUB) TO GL-NAME
           MOVE WS-DST-TRAINS (WS-SUB) TO GL-TRAINS
           MOVE WS-DST-PAX (WS-SUB) TO GL-PAX
           MOVE WS-DST-REVENUE (WS-SUB) TO GL-REVENUE
           WRITE PRINT-LINE FROM WS-GROUP-LINE.

       3300-PRINT-LOWEST.
           MOVE 'LOWEST-EARNING DEPARTURES' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           IF WS-RANK-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           ELSE
               PERFORM 3310-PRINT-ONE-LOWEST
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-RANK-COUNT
                       OR WS-SORT-I > WS-LOWEST-LIMIT
           END-IF.

       3310-PRINT-ONE-LOWEST.
           MOVE WS-RANK-SUB (WS-SORT-I) TO WS-SUB
           MOVE WS-TRN-TYPE (WS-SUB) TO DL-TYPE
           MOVE SPACES TO DL-TIME
           STRING WS-TRN-HOUR (WS-SUB) ':'
               WS-TRN-MINUTES (WS-SUB)
               DELIMITED BY SIZE INTO DL-TIME
           MOVE WS-TRN-DEST (WS-SUB) TO DL-DEST
           MOVE WS-TRN-DAYS (WS-SUB) TO DL-DAYS
           MOVE WS-TRN-PAX (WS-SUB) TO DL-PAX
           MOVE WS-TRN-REVENUE (WS-SUB) TO DL-REVENUE
           WRITE PRINT-LINE FROM WS-DEPARTURE-LINE.

       3400-PRINT-EXCEPTIONS.
           MOVE 'STOP PAIRS WITH NO FARE' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           ELSE
               PERFORM 3410-PRINT-ONE-EXCEPTION
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXCEPTION-COUNT
           END-IF.

       3410-PRINT-ONE-EXCEPTION.
           MOVE WS-EXC-FROM (WS-SUB) TO EL-FROM
           IF WS-EXC-TO (WS-SUB) = SPACES
               MOVE '???' TO EL-TO
               MOVE 'DESTINATION HAS NO STOP CODE' TO EL-TEXT
           ELSE
               MOVE WS-EXC-TO (WS-SUB) TO EL-TO
               MOVE 'NO FARE - FIRST NEEDED BY' TO EL-TEXT
           END-IF
           MOVE WS-TRN-TYPE (WS-EXC-TRAIN-SUB (WS-SUB)) TO EL-TYPE
           MOVE SPACES TO EL-TIME
           STRING WS-TRN-HOUR (WS-EXC-TRAIN-SUB (WS-SUB)) ':'
               WS-TRN-MINUTES (WS-EXC-TRAIN-SUB (WS-SUB))
               DELIMITED BY SIZE INTO EL-TIME
           MOVE WS-EXC-DEST (WS-SUB) TO EL-DEST
           WRITE PRINT-LINE FROM WS-EXCEPTION-LINE.
