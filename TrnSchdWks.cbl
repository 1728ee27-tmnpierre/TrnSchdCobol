      *     (works-affected.prt),                           *
      *   - rewrites train-eff.dat with those trains        *
      *     removed, so every downstream board, roster and  *
      *     export sees the amended schedule,               *
      *   - prints a replacement-bus list grouped by        *
      *     blocked segment (bus-replacement.prt), and      *
      *   - records each removed train, dated, in           *
      *     works-removed.dat for the booking office's      *
      *     displaced-reservations print                    *
      * - which used to be an hour of hand edits to         *
      * train-txn.dat that all had to be reversed on        *
      * Monday. The final leg into DESTINA is checked too,  *
      * through the stop code the station master carries    *
      * for the destination's name; a destination the       *
      * master cannot name has no RT-FROM/RT-TO expression  *
      * and that one leg goes unchecked. The works file     *
      * must carry a header for the service date and a      *
      * trailer whose count balances, with a sequence       *
      * number following the last one on the feed register  *
      * (feed-register.dat); otherwise the whole file is    *
      * refused, the refusal registered and the run ends    *
      * with return code 8, train-eff.dat untouched.        *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT REMOVED-FILE ASSIGN TO 'works-removed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT FEED-REGISTER-FILE ASSIGN TO 'feed-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REGISTER-STATUS.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL

       FD WORKS-FILE.
           COPY WORKSREC.
           COPY FEEDCTL.

       FD STATION-FILE.
           COPY STATNREC.
       FD BUS-PRINT-FILE.
       01 BUS-PRINT-LINE           PIC X(80).

       FD REMOVED-FILE.
           COPY RMVREC.

       FD FEED-REGISTER-FILE.
           COPY FEEDREG.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-WORKS-STATUS             PIC XX.
       01  WS-FEED-REGISTER-STATUS     PIC XX.
       01  WS-STATION-STATUS           PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

      * the feed's framing as 0200-CHECK-FEED found it: what the
      * header and trailer claim beside what was actually read.
       01  WS-FEED-NAME                PIC X(24) VALUE
           'engineering-works.dat'.
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

      * the station master, name beside stop code, so the final
      * leg into DESTINA can be expressed in RT terms.
       01  WS-MAX-STATIONS             PIC 9(4) VALUE 200.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0200-CHECK-FEED
           IF FEED-REFUSED
               DISPLAY "engineering-works.dat refused: "
                   WS-FEED-REASON
               DISPLAY "Works not applied; train-eff.dat left "
                       "as it was."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0500-LOAD-WORKS
           PERFORM 0700-LOAD-STATIONS
           PERFORM 1000-LOAD-TRAINS
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
           OPEN INPUT WORKS-FILE
           IF WS-WORKS-STATUS = '00'
               PERFORM UNTIL EOF
                   READ WORKS-FILE INTO WORKS-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0210-CHECK-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORKS-FILE
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

      * Only possessions whose date range covers the service date
      * are loaded; everything else in the works file is someone
      * else's weekend. A missing works file means nothing is
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               AND WRK-START-DATE IS NUMERIC
                               AND WRK-END-DATE IS NUMERIC
                               AND WS-RUN-DATE-NUM
                                   >= WRK-START-DATE

      * The amended effective schedule: the survivors are written
      * back byte for byte, so downstream programs see the works
      * already applied instead of trains that cannot run. The
      * removed trains go to works-removed.dat, which is written
      * (empty if need be) every run so last weekend's removals
      * are never read as tonight's.
       4000-REWRITE-SCHEDULE.
           OPEN OUTPUT TRAIN-FILE
           OPEN OUTPUT REMOVED-FILE
           PERFORM 4100-WRITE-ONE-SURVIVOR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TRAIN-COUNT
           CLOSE TRAIN-FILE
           CLOSE REMOVED-FILE.

       4100-WRITE-ONE-SURVIVOR.
           IF WS-TRN-AFFECTED (WS-SUB) = 'N'
               MOVE WS-TRN-RAW (WS-SUB) (1:TRAIN-RECORD-LENGTH)
                   TO TRAIN-RECORD (1:TRAIN-RECORD-LENGTH)
               WRITE TRAIN-RECORD
           ELSE
               PERFORM 4200-WRITE-ONE-REMOVED
           END-IF.

       4200-WRITE-ONE-REMOVED.
           MOVE WS-RUN-DATE-NUM TO RMV-SERVICE-DATE
           MOVE WS-TRN-TYPE (WS-SUB) TO RMV-TRAIN-TYPE
           MOVE WS-TRN-HOUR (WS-SUB) TO RMV-TRAIN-HOUR
           MOVE WS-TRN-MINUTES (WS-SUB) TO RMV-TRAIN-MINUTES
           MOVE WS-TRN-DEST (WS-SUB) TO RMV-DESTINA
           MOVE WS-WRK-FROM (WS-TRN-WORKS-SUB (WS-SUB))
               TO RMV-BLOCKED-FROM
           MOVE WS-WRK-TO (WS-TRN-WORKS-SUB (WS-SUB))
               TO RMV-BLOCKED-TO
           WRITE REMOVED-RECORD.

      * One group per blocked segment, the affected workings
      * under it in schedule order - the sheet the bus operator
      * is actually handed.
