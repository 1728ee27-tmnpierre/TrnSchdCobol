      * could not be matched or parsed goes to the          *
      * exception print (delay-intake.prt) and the run      *
      * ends with the warning return code, same convention  *
      * as TrnSchdMnt's rejected transactions. The event    *
      * file must carry a header for the service date and   *
      * a trailer whose count and delay-minutes hash total  *
      * balance, with a sequence number following the last  *
      * one on the feed register (feed-register.dat);       *
      * otherwise the whole file is refused, the refusal    *
      * registered and the run ends with return code 8,     *
      * leaving delay-log.dat as it was.                    *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT FEED-REGISTER-FILE ASSIGN TO 'feed-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REGISTER-STATUS.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
               88 EVT-ON-TIME         VALUE 'ON-TIME'.
               88 EVT-IS-DELAYED      VALUE 'DELAYED'.
               88 EVT-CANCELLED       VALUE 'CANCELLED'.
           COPY FEEDCTL.

       FD REASON-FILE.
           COPY DLYRSN.
       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD FEED-REGISTER-FILE.
           COPY FEEDREG.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-EVENT-STATUS             PIC XX.
       01  WS-REASON-STATUS            PIC XX.
       01  WS-FEED-REGISTER-STATUS     PIC XX.
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

      * the feed's framing as 0200-CHECK-FEED found it: what the
      * header and trailer claim beside what was actually read.
       01  WS-FEED-NAME                PIC X(24) VALUE
           'delay-events.dat'.
       01  WS-FEED-STATE               PIC X VALUE 'A'.
           88 FEED-ACCEPTED     VALUE 'A'.
           88 FEED-REFUSED      VALUE 'R'.
       01  WS-FEED-REASON              PIC X(30) VALUE SPACES.
       01  WS-REFUSE-TEXT              PIC X(30) VALUE SPACES.
       01  WS-FEED-HEADER-SEEN         PIC X VALUE 'N'.
           88 FEED-HEADER-SEEN  VALUE 'Y'.
       01  WS-FEED-TRAILER-SEEN        PIC X VALUE 'N'.
           88 FEED-TRAILER-SEEN VALUE 'Y'.
       01  WS-FEED-SOURCE              PIC X(8) VALUE SPACES.
       01  WS-FEED-DATE                PIC X(8) VALUE SPACES.
       01  WS-FEED-DATE-NUM REDEFINES WS-FEED-DATE
                                       PIC 9(8).
       01  WS-FEED-SEQUENCE            PIC X(6) VALUE SPACES.
       01  WS-FEED-SEQUENCE-NUM REDEFINES WS-FEED-SEQUENCE
                                       PIC 9(6).
       01  WS-FEED-TRL-COUNT           PIC X(6) VALUE SPACES.
       01  WS-FEED-TRL-COUNT-NUM REDEFINES WS-FEED-TRL-COUNT
                                       PIC 9(6).
       01  WS-FEED-TRL-HASH            PIC X(12) VALUE SPACES.
       01  WS-FEED-TRL-HASH-NUM REDEFINES WS-FEED-TRL-HASH
                                       PIC 9(12).
       01  WS-FEED-COUNT               PIC 9(6) VALUE 0.
       01  WS-FEED-HASH                PIC 9(12) VALUE 0.
       01  WS-LAST-SEQUENCE            PIC 9(6) VALUE 0.
       01  WS-SEQUENCE-STATE           PIC X VALUE 'N'.
           88 SEQUENCE-NEW      VALUE 'N'.
           88 SEQUENCE-USED     VALUE 'U'.

       01  WS-RECORD-STATUS            PIC X VALUE 'V'.
           88 VALID-RECORD     VALUE 'V'.
           88 INVALID-RECORD   VALUE 'I'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0200-CHECK-FEED
           IF FEED-REFUSED
               DISPLAY "delay-events.dat refused: " WS-FEED-REASON
               DISPLAY "Delay intake not run; delay-log.dat left "
                       "as it was."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0500-LOAD-TRAINS
           PERFORM 0600-LOAD-REASONS
           OPEN OUTPUT PRINT-FILE
           END-IF
           GOBACK.

      * Asks which service date the events are for, to check
      * against the feed header; a blank answer means today, so
      * the nightly run needs no typing at all. Run unattended
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

      * The whole feed is read once before any of it is used:
      * the header must come first and carry tonight's service
      * date and the sequence number after the last feed
      * accepted, and the trailer must come last and balance
      * with what was read in between. Anything else refuses
      * the feed as a whole - a half-transferred or stale file
      * is worse than none - and the verdict goes on the feed
      * register either way.
       0200-CHECK-FEED.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL EOF
                   READ EVENT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0210-CHECK-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 0220-CHECK-FEED-CONTROL
               PERFORM 0250-REGISTER-FEED
           END-IF.

       0210-CHECK-FEED-RECORD.
           EVALUATE TRUE
               WHEN FEED-TRAILER-SEEN
                   MOVE 'RECORDS AFTER TRAILER' TO WS-REFUSE-TEXT
                   PERFORM 0290-REFUSE-FEED
               WHEN FC-HEADER
                   IF FEED-HEADER-SEEN OR WS-FEED-COUNT > 0
                       MOVE 'HEADER NOT FIRST RECORD'
                           TO WS-REFUSE-TEXT
                       PERFORM 0290-REFUSE-FEED
                   ELSE
                       SET FEED-HEADER-SEEN TO TRUE
                       MOVE FC-SOURCE TO WS-FEED-SOURCE
                       MOVE FC-FEED-DATE TO WS-FEED-DATE
                       MOVE FC-SEQUENCE TO WS-FEED-SEQUENCE
                   END-IF
               WHEN FC-TRAILER
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE FC-RECORD-COUNT TO WS-FEED-TRL-COUNT
                   MOVE FC-HASH-TOTAL TO WS-FEED-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WS-FEED-COUNT
                   IF EVT-DELAY-MINUTES IS NUMERIC
                       ADD EVT-DELAY-MINUTES TO WS-FEED-HASH
                   END-IF
           END-EVALUATE.

       0220-CHECK-FEED-CONTROL.
           IF NOT FEED-HEADER-SEEN
               MOVE 'NO HEADER RECORD' TO WS-REFUSE-TEXT
               PERFORM 0290-REFUSE-FEED
           END-IF
           IF NOT FEED-TRAILER-SEEN
               MOVE 'NO TRAILER - FEED INCOMPLETE' TO WS-REFUSE-TEXT
               PERFORM 0290-REFUSE-FEED
           ELSE
               IF WS-FEED-TRL-COUNT-NUM IS NOT NUMERIC
                       OR WS-FEED-TRL-COUNT-NUM NOT = WS-FEED-COUNT
                   MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO WS-REFUSE-TEXT
                   PERFORM 0290-REFUSE-FEED
               END-IF
               IF WS-FEED-TRL-HASH-NUM IS NOT NUMERIC
                       OR WS-FEED-TRL-HASH-NUM NOT = WS-FEED-HASH
                   MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-REFUSE-TEXT
                   PERFORM 0290-REFUSE-FEED
               END-IF
           END-IF
           IF FEED-HEADER-SEEN
               PERFORM 0225-CHECK-FEED-HEADER
           END-IF.

       0225-CHECK-FEED-HEADER.
           IF WS-FEED-DATE-NUM IS NOT NUMERIC
                   OR WS-FEED-DATE-NUM NOT = WS-RUN-DATE-NUM
               MOVE 'FEED DATE NOT SERVICE DATE' TO WS-REFUSE-TEXT
               PERFORM 0290-REFUSE-FEED
           END-IF
           IF WS-FEED-SEQUENCE-NUM IS NOT NUMERIC
               MOVE 'BAD SEQUENCE NUMBER' TO WS-REFUSE-TEXT
               PERFORM 0290-REFUSE-FEED
           ELSE
               PERFORM 0230-CHECK-SEQUENCE
           END-IF.

      * Every feed of this name accepted before, in any run: the
      * new one must not repeat a sequence number and must be
      * the next after the highest. The very first feed of a
      * name starts the register at whatever number it carries.
       0230-CHECK-SEQUENCE.
           MOVE 0 TO WS-LAST-SEQUENCE
           SET SEQUENCE-NEW TO TRUE
           OPEN INPUT FEED-REGISTER-FILE
           IF WS-FEED-REGISTER-STATUS = '00'
               PERFORM UNTIL EOF
                   READ FEED-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0240-CHECK-ONE-REGISTERED
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF
           IF SEQUENCE-USED
               MOVE 'SEQUENCE NUMBER ALREADY USED' TO WS-REFUSE-TEXT
               PERFORM 0290-REFUSE-FEED
           ELSE
               IF WS-LAST-SEQUENCE > 0
                       AND WS-FEED-SEQUENCE-NUM
                           NOT = WS-LAST-SEQUENCE + 1
                   MOVE 'SEQUENCE NUMBER OUT OF ORDER'
                       TO WS-REFUSE-TEXT
                   PERFORM 0290-REFUSE-FEED
               END-IF
           END-IF.

       0240-CHECK-ONE-REGISTERED.
           IF FRG-FEED-NAME = WS-FEED-NAME
                   AND FRG-ACCEPTED
                   AND FRG-SEQUENCE IS NUMERIC
               IF FRG-SEQUENCE = WS-FEED-SEQUENCE
                   SET SEQUENCE-USED TO TRUE
               END-IF
               IF FRG-SEQUENCE > WS-LAST-SEQUENCE
                   MOVE FRG-SEQUENCE TO WS-LAST-SEQUENCE
               END-IF
           END-IF.

      * Appended, never rewritten; the first ever run creates
      * the file.
       0250-REGISTER-FEED.
           OPEN EXTEND FEED-REGISTER-FILE
           IF WS-FEED-REGISTER-STATUS = '35'
               OPEN OUTPUT FEED-REGISTER-FILE
           END-IF
           MOVE WS-FEED-NAME TO FRG-FEED-NAME
           MOVE WS-RUN-DATE-NUM TO FRG-RUN-DATE
           MOVE WS-FEED-SOURCE TO FRG-SOURCE
           MOVE WS-FEED-DATE TO FRG-FEED-DATE
           MOVE WS-FEED-SEQUENCE TO FRG-SEQUENCE
           MOVE WS-FEED-COUNT TO FRG-RECORD-COUNT
           MOVE WS-FEED-HASH TO FRG-HASH-TOTAL
           IF FEED-ACCEPTED
               SET FRG-ACCEPTED TO TRUE
           ELSE
               SET FRG-REFUSED TO TRUE
           END-IF
           MOVE WS-FEED-REASON TO FRG-REASON
           WRITE FEED-REGISTER-RECORD
           CLOSE FEED-REGISTER-FILE.

      * The first reason found is the one reported.
       0290-REFUSE-FEED.
           IF FEED-ACCEPTED
               SET FEED-REFUSED TO TRUE
               MOVE WS-REFUSE-TEXT TO WS-FEED-REASON
           END-IF.

      * Only the keys are needed - an event is valid when the
      * train it names operates today.
       0500-LOAD-TRAINS.
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               PERFORM 1050-TAKE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       1050-TAKE-EVENT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 1100-VALIDATE-EVENT
           IF VALID-RECORD
               PERFORM 2000-STORE-EVENT
           ELSE
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

      * Field checks first (same order of severity as TrnSchd's
      * 2000-VALIDATE-TRAIN), then the cross-file checks: the
      * train must operate today and the reason code must exist
           CLOSE DELAY-FILE.

       3100-WRITE-ONE-DELAY.
           MOVE SPACES TO DELAY-RECORD
           MOVE WS-DLY-TYPE (WS-SUB) TO DELAY-TRAIN-TYPE
           MOVE WS-DLY-HOUR (WS-SUB) TO DELAY-TRAIN-HOUR
           MOVE WS-DLY-MINUTES (WS-SUB) TO DELAY-TRAIN-MINUTES
