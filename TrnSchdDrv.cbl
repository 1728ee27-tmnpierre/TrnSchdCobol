      * 4 is the warning code for rejected transactions)    *
      * every later step is held, and the next run of the   *
      * driver picks up from the first step that did not    *
      * finish OK instead of repeating the whole night. A   *
      * step that refuses an inbound feed is failed the     *
      * same way whatever its return code, going by the     *
      * REFUSED rows it added to the feed register          *
      * (feed-register.dat), so nothing is published on     *
      * bad data.                                           *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT FEED-REGISTER-FILE ASSIGN TO 'feed-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one record per step, in run order, maintained by ops:
       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       FD FEED-REGISTER-FILE.
           COPY FEEDREG.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-STATUS-STATUS            PIC XX.
       01  WS-FEED-REGISTER-STATUS     PIC XX.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.
           88 CALL-FAILED       VALUE 'F'.
       01  WS-RUN-COUNT                PIC 9(2) VALUE 0.

      * feed-register rows present before the step was called;
      * only rows beyond the mark are the step's own.
       01  WS-REGISTER-MARK            PIC 9(6) VALUE 0.
       01  WS-REGISTER-ROWS            PIC 9(6) VALUE 0.
       01  WS-FEED-STATE               PIC X VALUE 'G'.
           88 FEEDS-GOOD        VALUE 'G'.
           88 FEED-REFUSED      VALUE 'R'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-LOAD-RUN-CONTROL
           DISPLAY "Step " WS-STP-NUMBER (WS-SUB) ": "
               WS-STP-PROGRAM (WS-SUB) "..."
           PERFORM 1200-WRITE-STEP-ANSWERS
           MOVE 999999 TO WS-REGISTER-MARK
           PERFORM 1400-SCAN-FEED-REGISTER
           MOVE WS-REGISTER-ROWS TO WS-REGISTER-MARK
           ACCEPT WS-STP-START (WS-SUB) FROM TIME
           SET CALL-OK TO TRUE
           MOVE 0 TO RETURN-CODE
                   MOVE 'FAILED' TO WS-STP-RESULT (WS-SUB)
                   SET NIGHT-FAILED TO TRUE
               ELSE
                   PERFORM 1400-SCAN-FEED-REGISTER
                   IF FEED-REFUSED
                       DISPLAY "  step failed: feed refused; see "
                               "feed-register.dat."
                       MOVE 'FAILED' TO WS-STP-RESULT (WS-SUB)
                       SET NIGHT-FAILED TO TRUE
                   ELSE
                       MOVE 'OK' TO WS-STP-RESULT (WS-SUB)
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT ANSWER-FILE
           CLOSE ANSWER-FILE.

      * Counts the register's rows and notes any REFUSED row
      * beyond WS-REGISTER-MARK. A step that reads no feed adds
      * nothing, and no register at all means no feed refused.
       1400-SCAN-FEED-REGISTER.
           MOVE 0 TO WS-REGISTER-ROWS
           SET FEEDS-GOOD TO TRUE
           OPEN INPUT FEED-REGISTER-FILE
           IF WS-FEED-REGISTER-STATUS = '00'
               PERFORM UNTIL EOF
                   READ FEED-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-REGISTER-ROWS
                           IF WS-REGISTER-ROWS > WS-REGISTER-MARK
                                   AND FRG-REFUSED
                               SET FEED-REFUSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       3000-WRITE-RUN-STATUS.
           OPEN OUTPUT RUN-STATUS-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
