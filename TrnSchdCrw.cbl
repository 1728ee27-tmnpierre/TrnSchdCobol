      * the arrival at its last calling point per the       *
      * running-times master; a working whose arrivals      *
      * cannot be computed is counted at a nominal length.  *
      * Every working on a train that runs is also appended *
      * to the dated crew-working history (crew-hist.dat)   *
      * with its duty minutes, for the weekly hours run -   *
      * once per service date, so a rerun adds nothing.     *
      * The assignment file must carry a header for the     *
      * service date and a trailer whose count balances,    *
      * with a sequence number following the last one on    *
      * the feed register (feed-register.dat); a missing    *
      * or unbalanced file is refused whole, the refusal    *
      * registered and the run ends with return code 8,     *
      * nothing printed or recorded.                        *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT CREW-ASSIGN-FILE ASSIGN TO 'crew-asgn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CREW-ASSIGN-STATUS.

           SELECT RUN-TIME-FILE ASSIGN TO 'run-times.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT CREW-HIST-FILE ASSIGN TO 'crew-hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CREW-HIST-STATUS.

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

       FD CREW-ASSIGN-FILE.
           COPY CASGREC.
           COPY FEEDCTL.

       FD RUN-TIME-FILE.
           COPY RUNTMREC.
       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD CREW-HIST-FILE.
           COPY CRWHREC.

       FD FEED-REGISTER-FILE.
           COPY FEEDREG.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-RUN-TIME-STATUS          PIC XX.
       01  WS-CREW-HIST-STATUS         PIC XX.
       01  WS-CREW-ASSIGN-STATUS       PIC XX.
       01  WS-FEED-REGISTER-STATUS     PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
           88 ANSWER-NOT-SUPPLIED VALUE 'N'.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.
           88 VALID-RECORD     VALUE 'V'.
           88 INVALID-RECORD   VALUE 'I'.

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

      * the feed's framing as 0200-CHECK-FEED found it: what the
      * header and trailer claim beside what was actually read.
       01  WS-FEED-NAME                PIC X(24) VALUE
           'crew-asgn.dat'.
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
       01  WS-ALREADY-RECORDED         PIC X VALUE 'N'.
           88 ALREADY-RECORDED  VALUE 'Y'.
           88 NOT-YET-RECORDED  VALUE 'N'.
       01  WS-RECORDED-COUNT           PIC 9(4) VALUE 0.

      * the minimum minutes one person needs between coming off
      * one working and taking the next one out.
       01  WS-MIN-TURNAROUND           PIC 9(3) VALUE 10.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0200-CHECK-FEED
           IF FEED-REFUSED
               DISPLAY "crew-asgn.dat refused: " WS-FEED-REASON
               DISPLAY "Crew check not run; nothing recorded."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0500-LOAD-RUN-TIMES
           PERFORM 0600-LOAD-CREW
           PERFORM 0700-LOAD-TRAINS
               WS-CLASH-COUNT " tight turnround(s), "
               WS-ROUTE-COUNT " route-knowledge flag(s), "
               WS-OVER-LIMIT-COUNT " over limit."
           PERFORM 5000-RECORD-HISTORY
           GOBACK.

      * Asks which service date crew-asgn.dat belongs to, for the
      * crew-working history; a blank answer means today, so the
      * nightly run needs no typing at all. Run unattended by
      * TrnSchdDrv the date comes from step-answers.dat instead.
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
      * register either way. Unlike the other feeds, the crew
      * check has nothing to do without assignments, so a
      * missing file is refused too.
       0200-CHECK-FEED.
           OPEN INPUT CREW-ASSIGN-FILE
           IF WS-CREW-ASSIGN-STATUS = '00'
               PERFORM UNTIL EOF
                   READ CREW-ASSIGN-FILE INTO CREW-ASSIGN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0210-CHECK-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE CREW-ASSIGN-FILE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 0220-CHECK-FEED-CONTROL
               PERFORM 0250-REGISTER-FEED
           ELSE
               MOVE 'FEED MISSING' TO WS-REFUSE-TEXT
               PERFORM 0290-REFUSE-FEED
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

      * Loads the running-times master into memory once, same
      * pattern as the timetable program; it prices each working
      * in duty minutes. A missing master just books every
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF NOT FC-HEADER AND NOT FC-TRAILER
                           PERFORM 1100-STORE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREW-ASSIGN-FILE
               MOVE SPACES TO DY-FLAG
           END-IF
           WRITE PRINT-LINE FROM WS-DUTY-LINE.

      * Appends the day's workings, date-stamped, to the crew-
      * working history - only those on a train that runs, since
      * nobody is paid for a working the error section has
      * already thrown out. A rerun after an abend must not add
      * the same day twice, so the history is scanned for the
      * date first, same as TrnSchdArc.
       5000-RECORD-HISTORY.
           PERFORM 5100-CHECK-ALREADY-RECORDED
           IF ALREADY-RECORDED
               DISPLAY "crew-hist.dat already holds entries for "
                   WS-RUN-DATE "; nothing recorded."
           ELSE
               OPEN EXTEND CREW-HIST-FILE
               IF WS-CREW-HIST-STATUS = '35'
                   OPEN OUTPUT CREW-HIST-FILE
               END-IF
               PERFORM 5200-WRITE-ONE-WORKING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSIGN-COUNT
               CLOSE CREW-HIST-FILE
               DISPLAY "Recorded " WS-RECORDED-COUNT
                   " crew working(s) for " WS-RUN-DATE "."
           END-IF.

       5100-CHECK-ALREADY-RECORDED.
           SET NOT-YET-RECORDED TO TRUE
           OPEN INPUT CREW-HIST-FILE
           IF WS-CREW-HIST-STATUS = '00'
               PERFORM UNTIL EOF OR ALREADY-RECORDED
                   READ CREW-HIST-FILE INTO CREW-HIST-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF CRWH-RUN-DATE = WS-RUN-DATE-NUM
                               SET ALREADY-RECORDED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREW-HIST-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       5200-WRITE-ONE-WORKING.
           IF WS-ASG-TRAIN-OK (WS-SUB) = 'Y'
               MOVE WS-RUN-DATE-NUM TO CRWH-RUN-DATE
               MOVE WS-ASG-STAFF (WS-SUB) TO CRWH-STAFF-NUMBER
               MOVE WS-ASG-ROLE (WS-SUB) TO CRWH-ROLE
               MOVE WS-ASG-TYPE (WS-SUB) TO CRWH-TRAIN-TYPE
               MOVE WS-ASG-HOUR (WS-SUB) TO CRWH-TRAIN-HOUR
               MOVE WS-ASG-MINUTES (WS-SUB) TO CRWH-TRAIN-MINUTES
               MOVE WS-ASG-TOTAL-MIN (WS-SUB) TO CRWH-START-MIN
               MOVE WS-ASG-END-MIN (WS-SUB) TO CRWH-END-MIN
               COMPUTE CRWH-DUTY-MINUTES =
                   WS-ASG-END-MIN (WS-SUB)
                   - WS-ASG-TOTAL-MIN (WS-SUB)
               WRITE CREW-HIST-RECORD
               ADD 1 TO WS-RECORDED-COUNT
           END-IF.
