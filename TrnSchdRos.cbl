      * leave less than the minimum turnaround - the 09:40  *
      * arrival rostered out again at 09:45 from the other  *
      * side of the station gets caught here, not on the    *
      * platform. An assignment of a unit whose running     *
      * minutes since its last exam (unit-usage.dat, from   *
      * TrnSchdUsg) have reached its exam interval is an    *
      * error too, so the set goes to the depot instead.    *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT USAGE-FILE ASSIGN TO 'unit-usage.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'unit-roster.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       FD ASSIGN-FILE.
           COPY ASGNREC.

       FD USAGE-FILE.
           COPY USAGEREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-USAGE-STATUS             PIC XX.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.
               10 WS-UNT-NUMBER        PIC X(6).
               10 WS-UNT-CAPACITY      PIC 9(3).
               10 WS-UNT-DEPOT         PIC X(12).
               10 WS-UNT-INTERVAL      PIC 9(6).
               10 WS-UNT-LAST-EXAM     PIC 9(8).
               10 WS-UNT-USED          PIC 9(7).
       01  WS-UNIT-FOUND               PIC X VALUE 'N'.
           88 UNIT-FOUND        VALUE 'Y'.
           88 UNIT-NOT-FOUND    VALUE 'N'.
               10 WS-ASG-DEST          PIC X(12).
               10 WS-ASG-TRAIN-OK      PIC X.
               10 WS-ASG-UNIT-OK       PIC X.
               10 WS-ASG-EXAM-OK       PIC X.
       01  WS-ENTRY-TABLE REDEFINES WS-ASSIGN-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES PIC X(32).

       01  WS-SUB                      PIC 9(4).
       01  WS-SORT-I                   PIC 9(4).
       01  WS-SORT-J                   PIC 9(4).
       01  WS-SORT-KEY-UNIT            PIC X(6).
       01  WS-SORT-KEY-TOTAL           PIC 9(4).
       01  WS-HOLD-ENTRY               PIC X(32).
       01  WS-KEEP-SHIFTING            PIC X VALUE 'N'.
           88 KEEP-SHIFTING     VALUE 'Y'.
           88 STOP-SHIFTING     VALUE 'N'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-LOAD-UNITS
           PERFORM 0600-TALLY-USAGE
           PERFORM 0700-LOAD-TRAINS
           PERFORM 1000-LOAD-ASSIGNMENTS
           PERFORM 2000-SORT-ASSIGNMENTS
                               TO WS-UNT-CAPACITY (WS-UNIT-COUNT)
                           MOVE UNIT-HOME-DEPOT
                               TO WS-UNT-DEPOT (WS-UNIT-COUNT)
                           PERFORM 0510-STORE-EXAM-FIELDS
                       ELSE
                           DISPLAY "WARNING: trainset.dat exceeds "
                               WS-MAX-UNITS
           CLOSE UNIT-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      * A row keyed before the exam fields existed, or with them
      * left blank, has no interval and is never over its limit.
       0510-STORE-EXAM-FIELDS.
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
           MOVE 0 TO WS-UNT-USED (WS-UNIT-COUNT).

      * Totals each unit's running minutes since its last exam
      * from the usage history, the same count the fleet-
      * maintenance report prints. No history yet means no unit
      * can be over its limit.
       0600-TALLY-USAGE.
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS NOT = '00'
               DISPLAY "No unit-usage.dat found; exam limits "
                       "not checked."
           ELSE
               PERFORM UNTIL EOF
                   READ USAGE-FILE INTO USAGE-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF USG-RUN-DATE IS NUMERIC
                                   AND USG-RUN-MINUTES IS NUMERIC
                               PERFORM 0610-TALLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0610-TALLY-ONE-ROW.
           IF WS-UNIT-COUNT > 0
               SET UNT-IDX TO 1
               SEARCH WS-UNIT-ENTRY
                   WHEN WS-UNT-NUMBER (UNT-IDX) = USG-UNIT-NUMBER
                       IF USG-RUN-DATE > WS-UNT-LAST-EXAM (UNT-IDX)
                           ADD USG-RUN-MINUTES
                               TO WS-UNT-USED (UNT-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       0700-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL EOF
                           WS-ASG-DEST (WS-ASSIGN-COUNT)
                   END-IF
                   PERFORM 1300-FIND-UNIT
                   MOVE 'Y' TO WS-ASG-EXAM-OK (WS-ASSIGN-COUNT)
                   IF UNIT-FOUND
                       MOVE 'Y'
                           TO WS-ASG-UNIT-OK (WS-ASSIGN-COUNT)
                       IF WS-UNT-INTERVAL (UNT-IDX) > 0
                               AND WS-UNT-USED (UNT-IDX)
                                   NOT < WS-UNT-INTERVAL (UNT-IDX)
                           MOVE 'N'
                               TO WS-ASG-EXAM-OK (WS-ASSIGN-COUNT)
                       END-IF
                   ELSE
                       MOVE 'N'
                           TO WS-ASG-UNIT-OK (WS-ASSIGN-COUNT)
           MOVE WS-TRN-DEST (WS-SUB) TO UA-DEST
           WRITE PRINT-LINE FROM WS-UNASSIGNED-LINE.

      * Assignments pointing at a unit or a train nobody knows,
      * or at a unit already over its exam limit.
       3500-REPORT-ERRORS.
           MOVE 'ASSIGNMENT ERRORS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'NO SUCH TRAIN TODAY: ' TO ER-TEXT
               PERFORM 3700-WRITE-ERROR
           END-IF
           IF WS-ASG-EXAM-OK (WS-SUB) = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'OVER EXAM LIMIT: ' TO ER-TEXT
               PERFORM 3700-WRITE-ERROR
           END-IF.

       3700-WRITE-ERROR.
