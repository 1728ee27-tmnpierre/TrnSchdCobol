      * rewritten, so same-day changes are keyed into the   *
      * pending file with today's date, not typed straight  *
      * into train-txn.dat where the sweep would lose them. *
      * Planning's file must carry a header for the sweep   *
      * date and a trailer whose count balances, with a     *
      * sequence number following the last one on the feed  *
      * register (feed-register.dat); otherwise it is       *
      * refused whole, the refusal registered,              *
      * train-txn.dat emptied and the run ends with return  *
      * code 8. The carried-forward file this program       *
      * writes back is framed the same way under source     *
      * CARRIED, and on a night planning sends nothing new  *
      * only its trailer is checked.                        *
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
                                    DEPENDING ON PND-STOP-COUNT
                                    INDEXED BY PND-STOPS-IDX.
               10 PND-STOP-STATION PIC X(3).
           COPY FEEDCTL.

      * same layout as the transaction file read by TrnSchdMnt.
       FD TXN-FILE
       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(80).

       FD FEED-REGISTER-FILE.
           COPY FEEDREG.

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       01  PND-RECORD-LENGTH           PIC 9(2) COMP.
       01  TXN-RECORD-LENGTH           PIC 9(2) COMP.
       01  WS-PENDING-STATUS           PIC XX.
       01  WS-FEED-REGISTER-STATUS     PIC XX.
       01  WS-ANSWER-STATUS            PIC XX.
       01  WS-ANSWER-SUPPLIED          PIC X VALUE 'N'.
           88 ANSWER-SUPPLIED   VALUE 'Y'.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

      * the feed's framing as 0200-CHECK-FEED found it: what the
      * header and trailer claim beside what was actually read.
       01  WS-FEED-NAME                PIC X(24) VALUE
           'train-txn-pend.dat'.
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

      * the header source this program writes on the carried-
      * forward file, which is its own and not planning's feed.
       01  WS-CARRIED-SOURCE           PIC X(8) VALUE 'CARRIED'.

       01  WS-MAX-PENDING              PIC 9(4) VALUE 200.
       01  WS-PENDING-COUNT            PIC 9(4) VALUE 0.
       01  WS-PENDING-TABLE.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0200-CHECK-FEED
           IF FEED-REFUSED
               DISPLAY "train-txn-pend.dat refused: "
                   WS-FEED-REASON
               DISPLAY "Nothing released; train-txn.dat emptied, "
                       "train-txn-pend.dat left as it was."
               OPEN OUTPUT TXN-FILE
               CLOSE TXN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-LOAD-PENDING
           PERFORM 1500-SORT-PENDING
           PERFORM 2000-RELEASE-DUE-TXNS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * The whole feed is read once before any of it is used:
      * the header must come first and carry tonight's service
      * date and the sequence number after the last feed
      * accepted, and the trailer must come last and balance
      * with what was read in between. Anything else refuses
      * the feed as a whole - a half-transferred or stale file
      * is worse than none - and the verdict goes on the feed
      * register either way. Last night's carried-forward file
      * is already ours, so only its count is checked.
       0200-CHECK-FEED.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL EOF
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 0210-CHECK-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
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
                   AND WS-FEED-SOURCE NOT = WS-CARRIED-SOURCE
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
                   AND FRG-SOURCE NOT = WS-CARRIED-SOURCE
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

      * A missing pending file simply means nothing is waiting;
      * train-txn.dat is still rewritten (empty) so a leftover
      * batch from yesterday is not applied twice.
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               PERFORM 1050-TAKE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       1050-TAKE-PENDING.
           IF WS-PENDING-COUNT < WS-MAX-PENDING
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 1100-STORE-PENDING
           ELSE
               DISPLAY "WARNING: train-txn-pend.dat exceeds "
                   WS-MAX-PENDING " entries; remainder ignored."
           END-IF.

      * A record whose date or stop count cannot be trusted is
      * kept and carried forward rather than applied or dropped -
      * TrnSchdMnt's validation is the place a bad transaction
               WRITE TXN-RECORD
           END-IF.

      * The not-yet-due remainder becomes the new pending file,
      * framed under this program's own source with tonight's
      * date so the next sweep can prove it whole.
       3000-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE
           MOVE SPACES TO FEED-CONTROL-RECORD
           SET FC-HEADER TO TRUE
           MOVE WS-CARRIED-SOURCE TO FC-SOURCE
           MOVE WS-RUN-DATE TO FC-FEED-DATE
           MOVE WS-FEED-SEQUENCE TO FC-SEQUENCE
           MOVE 30 TO PND-RECORD-LENGTH
           WRITE FEED-CONTROL-RECORD
           PERFORM 3100-CARRY-ONE-TXN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PENDING-COUNT
           MOVE SPACES TO FEED-CONTROL-RECORD
           SET FC-TRAILER TO TRUE
           MOVE WS-CARRIED-COUNT TO WS-FEED-TRL-COUNT-NUM
           MOVE WS-FEED-TRL-COUNT TO FC-RECORD-COUNT
           MOVE ZEROS TO FC-HASH-TOTAL
           MOVE 30 TO PND-RECORD-LENGTH
           WRITE FEED-CONTROL-RECORD
           CLOSE PENDING-FILE.

       3100-CARRY-ONE-TXN.
