      * the meet-and-greet desk - the inbound twin of the   *
      * departure board, so arrivals announcements stop     *
      * being improvised from pencil notes.                 *
      * Late running logged by TrnSchdRea (arrival-         *
      * delay.dat) is shown against each arrival as the     *
      * expected time and a DELAYED or CANCELLED status.    *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARR-TRAIN-KEY.

           SELECT ARR-DELAY-FILE ASSIGN TO 'arrival-delay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARR-DELAY-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'arrival-board.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
               DEPENDING ON ARRIVAL-RECORD-LENGTH.
           COPY ARRREC.

       FD ARR-DELAY-FILE.
           COPY ARDLYREC.

       FD PRINT-FILE.
       01 PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARRIVAL-RECORD-LENGTH       PIC 9(2) COMP.
       01  WS-ARR-DELAY-STATUS         PIC XX.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.
       01  WS-ENTRY-TABLE REDEFINES WS-TRAIN-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES PIC X(19).

       01  WS-MAX-DELAYS               PIC 9(4) VALUE 300.
       01  WS-DELAY-COUNT              PIC 9(4) VALUE 0.
       01  WS-DELAY-TABLE.
           05 WS-DELAY-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-DELAY-COUNT
               INDEXED BY DLY-IDX.
               10 WS-DLY-TYPE          PIC X(3).
               10 WS-DLY-HOUR          PIC 99.
               10 WS-DLY-MINUTES       PIC 99.
               10 WS-DLY-DELAY-MINS    PIC 9(3).
               10 WS-DLY-STATUS        PIC X(9).
                   88 WS-DLY-DELAYED   VALUE 'DELAYED'.
                   88 WS-DLY-CANCELLED VALUE 'CANCELLED'.
       01  WS-DELAY-FOUND               PIC X VALUE 'N'.
           88 DELAY-FOUND       VALUE 'Y'.
           88 DELAY-NOT-FOUND   VALUE 'N'.

       01  WS-EST-HOUR                  PIC 99.
       01  WS-EST-MINUTES               PIC 99.
       01  WS-EST-TOTAL-MINUTES         PIC 9(5).

       01  WS-SUB                      PIC 9(4).
       01  WS-SORT-I                   PIC 9(4).
       01  WS-SORT-J                   PIC 9(4).
           05 FILLER                   PIC X(10) VALUE 'TYPE'.
           05 FILLER                   PIC X(15) VALUE 'ORIGIN'.
           05 FILLER                   PIC X(10) VALUE 'TIME'.
           05 FILLER                   PIC X(10) VALUE 'EXPECTED'.
           05 FILLER                   PIC X(10) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 DL-TYPE                  PIC X(10).
           05 DL-ORIGIN                PIC X(15).
           05 DL-TIME                  PIC X(5).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 DL-EXPECTED              PIC X(5).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 DL-STATUS                PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-ARRIVALS
           PERFORM 1500-LOAD-ARRIVAL-DELAYS
           PERFORM 2000-SORT-ARRIVALS
           OPEN OUTPUT PRINT-FILE
           PERFORM 3000-PRINT-ARRIVALS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRIVAL-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      * Same field checks as TrnSchd.cbl's 2000-VALIDATE-TRAIN -
      * a hand-edited bad hour/minute must not reach the printed
               END-IF
           END-IF.

      * No arrival-delay.dat simply means nothing was logged late
      * inbound - the board prints booked times only.
       1500-LOAD-ARRIVAL-DELAYS.
           OPEN INPUT ARR-DELAY-FILE
           IF WS-ARR-DELAY-STATUS NOT = '00'
               DISPLAY "No arrival-delay.dat found; board shows "
                       "booked times only."
           ELSE
               PERFORM UNTIL EOF
                   READ ARR-DELAY-FILE INTO ARRIVAL-DELAY-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-DELAY-COUNT < WS-MAX-DELAYS
                               ADD 1 TO WS-DELAY-COUNT
                               MOVE ADLY-TRAIN-TYPE
                                   TO WS-DLY-TYPE (WS-DELAY-COUNT)
                               MOVE ADLY-TRAIN-HOUR
                                   TO WS-DLY-HOUR (WS-DELAY-COUNT)
                               MOVE ADLY-TRAIN-MINUTES
                                   TO WS-DLY-MINUTES (WS-DELAY-COUNT)
                               MOVE ADLY-DELAY-MINUTES
                                   TO WS-DLY-DELAY-MINS
                                       (WS-DELAY-COUNT)
                               MOVE ADLY-STATUS
                                   TO WS-DLY-STATUS (WS-DELAY-COUNT)
                           ELSE
                               DISPLAY "WARNING: arrival-delay.dat "
                                   "exceeds " WS-MAX-DELAYS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARR-DELAY-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Simple insertion sort over the in-memory table, same
      * pattern as the departure board in TrnSchdRpt.
       2000-SORT-ARRIVALS.
           MOVE WS-ORIGIN (WS-SUB) TO DL-ORIGIN
           STRING WS-HOUR (WS-SUB) ':' WS-MINUTES (WS-SUB)
               DELIMITED BY SIZE INTO DL-TIME
           MOVE SPACES TO DL-EXPECTED
           MOVE SPACES TO DL-STATUS
           PERFORM 3200-FIND-DELAY
           IF DELAY-FOUND
               MOVE WS-DLY-STATUS (DLY-IDX) TO DL-STATUS
               IF WS-DLY-DELAYED (DLY-IDX)
                   STRING WS-EST-HOUR ':' WS-EST-MINUTES
                       DELIMITED BY SIZE INTO DL-EXPECTED
               END-IF
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

           WRITE PRINT-LINE FROM WS-HEADING-2
           WRITE PRINT-LINE FROM SPACES
           MOVE 3 TO WS-LINE-COUNT.

      * Same lookup and arithmetic as TrnSchd.cbl's
      * 2700-FIND-DELAY, against the inbound delay log.
       3200-FIND-DELAY.
           SET DELAY-NOT-FOUND TO TRUE
           IF WS-DELAY-COUNT > 0
               SET DLY-IDX TO 1
               SEARCH WS-DELAY-ENTRY
                   AT END
                       SET DELAY-NOT-FOUND TO TRUE
                   WHEN WS-DLY-TYPE (DLY-IDX) = WS-TYPE (WS-SUB)
                       AND WS-DLY-HOUR (DLY-IDX) = WS-HOUR (WS-SUB)
                       AND WS-DLY-MINUTES (DLY-IDX)
                           = WS-MINUTES (WS-SUB)
                       SET DELAY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF DELAY-FOUND
               COMPUTE WS-EST-TOTAL-MINUTES =
                   (WS-HOUR (WS-SUB) * 60) + WS-MINUTES (WS-SUB)
                   + WS-DLY-DELAY-MINS (DLY-IDX)
               COMPUTE WS-EST-HOUR =
                   FUNCTION MOD (WS-EST-TOTAL-MINUTES / 60, 24)
               COMPUTE WS-EST-MINUTES =
                   FUNCTION MOD (WS-EST-TOTAL-MINUTES, 60)
           END-IF.
