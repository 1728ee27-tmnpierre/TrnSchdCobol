       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdExm.
       AUTHOR. Pierre.

      *====================================================*
      * Exam-completed transactions from depot engineering: *
      * each row of exam-txn.dat names a unit and the date  *
      * its exam was signed off (and, optionally, a new     *
      * exam interval in running minutes). The unit's last  *
      * exam date in the trainset master is moved up to it, *
      * which restarts its running-minutes count in the     *
      * fleet-maintenance report and the roster check - the *
      * usage history itself is never touched. Every        *
      * transaction is logged applied or rejected in        *
      * exam-txn-log.dat, same pattern as TrnSchdMnt, and   *
      * trainset.dat is rewritten only if one applied.      *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIT-FILE ASSIGN TO 'trainset.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO 'exam-txn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT TXN-LOG-FILE ASSIGN TO 'exam-txn-log.dat'
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

      * a blank new interval leaves the unit's interval as it is.
       FD TXN-FILE.
       01 TXN-RECORD.
           05 TXN-UNIT-NUMBER      PIC X(6).
           05 TXN-EXAM-DATE        PIC X(8).
           05 TXN-EXAM-DATE-NUM REDEFINES TXN-EXAM-DATE
                                   PIC 9(8).
           05 TXN-NEW-INTERVAL     PIC X(6).
           05 TXN-NEW-INTERVAL-NUM REDEFINES TXN-NEW-INTERVAL
                                   PIC 9(6).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD.
           05 LOG-UNIT-NUMBER       PIC X(6).
           05 LOG-EXAM-DATE         PIC X(8).
           05 LOG-RESULT            PIC X(8).
           05 LOG-REASON            PIC X(20).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
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

      * the whole trainset master, held so it can be written back
      * with the new exam dates; rows keyed before the exam fields
      * existed go back with zero in both.
       01  WS-MAX-UNITS                PIC 9(4) VALUE 100.
       01  WS-UNIT-COUNT               PIC 9(4) VALUE 0.
       01  WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-UNIT-COUNT
               INDEXED BY UNT-IDX.
               10 WS-UNT-NUMBER        PIC X(6).
               10 WS-UNT-CAPACITY      PIC 9(3).
               10 WS-UNT-DEPOT         PIC X(12).
               10 WS-UNT-INTERVAL      PIC 9(6).
               10 WS-UNT-LAST-EXAM     PIC 9(8).
       01  WS-UNIT-FOUND               PIC X VALUE 'N'.
           88 UNIT-FOUND        VALUE 'Y'.
           88 UNIT-NOT-FOUND    VALUE 'N'.

       01  WS-RECORD-STATUS            PIC X VALUE 'V'.
           88 VALID-RECORD      VALUE 'V'.
           88 INVALID-RECORD    VALUE 'I'.
       01  WS-TXN-REASON               PIC X(20) VALUE SPACES.

       01  WS-SUB                      PIC 9(4).
       01  WS-APPLIED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = transaction(s) rejected by validation.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0500-LOAD-UNITS
           OPEN INPUT TXN-FILE
           OPEN OUTPUT TXN-LOG-FILE
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
           CLOSE TXN-LOG-FILE
           IF WS-APPLIED-COUNT > 0
               PERFORM 3000-REWRITE-UNITS
           END-IF
           DISPLAY "Exam transactions: " WS-APPLIED-COUNT
               " applied, " WS-REJECTED-COUNT " rejected."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Asks which date the run is as at, so an exam dated in the
      * future can be refused; a blank answer means today. Run
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
               DISPLAY "Run date (YYYYMMDD, blank = today): "
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
           MOVE UNIT-CAPACITY TO WS-UNT-CAPACITY (WS-UNIT-COUNT)
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
           END-IF.

       1000-READ-TXN.
           READ TXN-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      * The unit must be in the master, the exam date a real day
      * no later than the run date and no earlier than the exam
      * already on file (a late-keyed old sheet must not give a
      * unit back minutes it has run since), and any new
      * interval numeric.
       1100-VALIDATE-TXN.
           SET VALID-RECORD TO TRUE
           MOVE SPACES TO WS-TXN-REASON
           PERFORM 1200-FIND-UNIT
           IF UNIT-NOT-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE 'UNKNOWN-UNIT' TO WS-TXN-REASON
           ELSE
               IF TXN-EXAM-DATE-NUM IS NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-DATE' TO WS-TXN-REASON
               ELSE
                   IF FUNCTION INTEGER-OF-DATE (TXN-EXAM-DATE-NUM)
                           = 0
                       SET INVALID-RECORD TO TRUE
                       MOVE 'BAD-DATE' TO WS-TXN-REASON
                   ELSE
                       PERFORM 1300-CHECK-EXAM-DATE
                   END-IF
               END-IF
           END-IF.

       1200-FIND-UNIT.
           SET UNIT-NOT-FOUND TO TRUE
           IF WS-UNIT-COUNT > 0
               SET UNT-IDX TO 1
               SEARCH WS-UNIT-ENTRY
                   AT END
                       SET UNIT-NOT-FOUND TO TRUE
                   WHEN WS-UNT-NUMBER (UNT-IDX) = TXN-UNIT-NUMBER
                       SET UNIT-FOUND TO TRUE
               END-SEARCH
           END-IF.

       1300-CHECK-EXAM-DATE.
           IF TXN-EXAM-DATE-NUM > WS-RUN-DATE-NUM
               SET INVALID-RECORD TO TRUE
               MOVE 'FUTURE-DATE' TO WS-TXN-REASON
           ELSE
               IF TXN-EXAM-DATE-NUM < WS-UNT-LAST-EXAM (UNT-IDX)
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BEFORE-LAST-EXAM' TO WS-TXN-REASON
               ELSE
                   IF TXN-NEW-INTERVAL NOT = SPACES
                           AND TXN-NEW-INTERVAL-NUM IS NOT NUMERIC
                       SET INVALID-RECORD TO TRUE
                       MOVE 'BAD-INTERVAL' TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF.

      * UNT-IDX still points at the unit 1100-VALIDATE-TXN found.
       2000-APPLY-TXN.
           MOVE TXN-EXAM-DATE-NUM TO WS-UNT-LAST-EXAM (UNT-IDX)
           IF TXN-NEW-INTERVAL NOT = SPACES
               MOVE TXN-NEW-INTERVAL-NUM
                   TO WS-UNT-INTERVAL (UNT-IDX)
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2920-LOG-SUCCESS.

       2950-LOG-VALIDATION-FAILURE.
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TXN-UNIT-NUMBER TO LOG-UNIT-NUMBER
           MOVE TXN-EXAM-DATE TO LOG-EXAM-DATE
           MOVE 'REJECTED' TO LOG-RESULT
           MOVE WS-TXN-REASON TO LOG-REASON
           WRITE TXN-LOG-RECORD.

       2920-LOG-SUCCESS.
           MOVE TXN-UNIT-NUMBER TO LOG-UNIT-NUMBER
           MOVE TXN-EXAM-DATE TO LOG-EXAM-DATE
           MOVE 'APPLIED' TO LOG-RESULT
           MOVE SPACES TO LOG-REASON
           WRITE TXN-LOG-RECORD.

      * Writes the master back in its original order, same
      * rewrite-in-place as TrnSchdPnd's carry-forward.
       3000-REWRITE-UNITS.
           OPEN OUTPUT UNIT-FILE
           PERFORM 3100-WRITE-ONE-UNIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNIT-COUNT
           CLOSE UNIT-FILE.

       3100-WRITE-ONE-UNIT.
           MOVE WS-UNT-NUMBER (WS-SUB) TO UNIT-NUMBER
           MOVE WS-UNT-CAPACITY (WS-SUB) TO UNIT-CAPACITY
           MOVE WS-UNT-DEPOT (WS-SUB) TO UNIT-HOME-DEPOT
           MOVE WS-UNT-INTERVAL (WS-SUB) TO UNIT-EXAM-INTERVAL
           MOVE WS-UNT-LAST-EXAM (WS-SUB) TO UNIT-LAST-EXAM-DATE
           WRITE UNIT-RECORD.
