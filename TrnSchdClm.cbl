       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdClm.
       AUTHOR. Pierre.

      *====================================================*
      * Delay-repay claims intake: reads the compensation   *
      * claims customer services keyed (repay-claims.dat)   *
      * and settles each one against the record instead of  *
      * a phone call to control -                           *
      *   - the train must have been booked to run that     *
      *     day: the service date's archived effective      *
      *     schedule is found through archive-catalog.dat   *
      *     (written by TrnSchdSav) and searched for the    *
      *     TRAIN-KEY;                                      *
      *   - the delay must be on the dated delay history    *
      *     (delay-hist.dat, written by TrnSchdArc), and    *
      *     is banded by DLYH-DELAY-MINUTES, a cancellation *
      *     being the top band;                             *
      *   - a claim reference already paid or referred in   *
      *     an earlier run (repay-register.dat) or keyed    *
      *     twice in this file is a duplicate;              *
      *   - a delay whose reason the delay-reason master    *
      *     puts in an excluded RSN-CATEGORY (EXTERNAL -    *
      *     trespass, weather and the like) is referred for *
      *     manual review rather than paid automatically.   *
      * Approved claims go to repay-approved.dat for the    *
      * payments team; rejected and referred claims, each   *
      * with its reason, to repay-rejected.prt.             *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO 'repay-claims.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT HIST-FILE ASSIGN TO 'delay-hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REASON-FILE ASSIGN TO 'delay-reason.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.

           SELECT CATALOG-FILE ASSIGN TO 'archive-catalog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARC-EFF-FILE ASSIGN TO WS-ARC-EFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARC-EFF-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'repay-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO 'repay-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO 'repay-rejected.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT ANSWER-FILE ASSIGN TO 'step-answers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-FILE.
           COPY CLAIMREC.

       FD HIST-FILE.
           COPY DLYHREC.

       FD REASON-FILE.
           COPY DLYRSN.

       FD CATALOG-FILE.
           COPY ARCCAT.

       FD ARC-EFF-FILE.
           COPY TRNBKP.

       FD REGISTER-FILE.
           COPY CLMREG.

       FD PAYMENT-FILE.
           COPY REPAYREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       FD ANSWER-FILE.
       01 ANSWER-RECORD               PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CLAIM-STATUS             PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-REASON-STATUS            PIC XX.
       01  WS-CATALOG-STATUS           PIC XX.
       01  WS-ARC-EFF-STATUS           PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
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

       01  WS-RECORD-STATUS            PIC X VALUE 'V'.
           88 VALID-RECORD     VALUE 'V'.
           88 INVALID-RECORD   VALUE 'I'.
       01  WS-CLAIM-REASON             PIC X(30) VALUE SPACES.

      * the compensation bands: a delay under the first
      * threshold earns nothing; a cancellation is the top band
      * whatever the minutes say.
       01  WS-BAND-1-MINUTES           PIC 9(3) VALUE 15.
       01  WS-BAND-2-MINUTES           PIC 9(3) VALUE 30.
       01  WS-BAND-3-MINUTES           PIC 9(3) VALUE 60.
       01  WS-BAND-1-PERCENT           PIC 9(3) VALUE 25.
       01  WS-BAND-2-PERCENT           PIC 9(3) VALUE 50.
       01  WS-BAND-3-PERCENT           PIC 9(3) VALUE 100.
       01  WS-BAND-4-PERCENT           PIC 9(3) VALUE 100.

      * the reason categories that are never paid automatically
      * - add a value here to exclude another category.
       01  WS-CLAIM-CATEGORY           PIC X(10) VALUE SPACES.
           88 CATEGORY-EXCLUDED VALUE 'EXTERNAL'.

      * the delay-reason master, for each code's category.
       01  WS-MAX-REASONS              PIC 9(4) VALUE 50.
       01  WS-REASON-COUNT             PIC 9(4) VALUE 0.
       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-REASON-COUNT
               INDEXED BY RSN-IDX.
               10 WS-RSN-CODE          PIC X(4).
               10 WS-RSN-CATEGORY      PIC X(10).
       01  WS-REASON-FOUND             PIC X VALUE 'N'.
           88 REASON-FOUND      VALUE 'Y'.
           88 REASON-NOT-FOUND  VALUE 'N'.

      * the archived effective schedules on file, one per
      * service date.
       01  WS-MAX-CATALOG              PIC 9(4) VALUE 500.
       01  WS-CATALOG-COUNT            PIC 9(4) VALUE 0.
       01  WS-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CATALOG-COUNT
               INDEXED BY CAT-IDX.
               10 WS-CAT-DATE          PIC 9(8).
               10 WS-CAT-FILE-NAME     PIC X(30).
       01  WS-ARC-EFF-NAME             PIC X(30) VALUE SPACES.
       01  WS-EFF-CATALOGUED           PIC X VALUE 'N'.
           88 EFF-CATALOGUED    VALUE 'Y'.
           88 EFF-NOT-CATALOGUED VALUE 'N'.
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-ARC-HOUR                 PIC 99.
       01  WS-ARC-MINUTES              PIC 99.

      * claim references already paid or referred by an earlier
      * run.
       01  WS-MAX-REGISTER             PIC 9(4) VALUE 5000.
       01  WS-REGISTER-COUNT           PIC 9(4) VALUE 0.
       01  WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-REGISTER-COUNT
               INDEXED BY REG-IDX.
               10 WS-REG-REFERENCE     PIC X(10).
       01  WS-DUPLICATE-FOUND          PIC X VALUE 'N'.
           88 DUPLICATE-FOUND   VALUE 'Y'.
           88 DUPLICATE-NOT-FOUND VALUE 'N'.

      * this run's claims. WS-CLM-CLAIM is the keyed record byte
      * for byte; the rest is filled in as the claim is checked.
      * WS-CLM-BOOKED: ' ' not yet checked, 'Y' in the archived
      * schedule, 'N' not in it, 'A' no archive for the date.
      * WS-CLM-OUTCOME: ' ' undecided, 'P' pay, 'M' manual
      * review, 'R' rejected.
       01  WS-MAX-CLAIMS               PIC 9(4) VALUE 500.
       01  WS-CLAIM-COUNT              PIC 9(4) VALUE 0.
       01  WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CLAIM-COUNT
               INDEXED BY CLM-IDX.
               10 WS-CLM-CLAIM.
                   15 WS-CLM-REFERENCE PIC X(10).
                   15 WS-CLM-DATE      PIC 9(8).
                   15 WS-CLM-TYPE      PIC X(3).
                   15 WS-CLM-HOUR      PIC 99.
                   15 WS-CLM-MINUTES   PIC 99.
                   15 WS-CLM-VALUE     PIC 9(5)V99.
               10 WS-CLM-BOOKED        PIC X.
               10 WS-CLM-DAY-ON-FILE   PIC X.
               10 WS-CLM-HIST-FOUND    PIC X.
               10 WS-CLM-DELAY-MINS    PIC 9(3).
               10 WS-CLM-REASON-CODE   PIC X(4).
               10 WS-CLM-DELAY-STATUS  PIC X(9).
               10 WS-CLM-OUTCOME       PIC X.
               10 WS-CLM-TEXT          PIC X(30).
               10 WS-CLM-BAND          PIC 9.
               10 WS-CLM-PERCENT       PIC 9(3).
               10 WS-CLM-AMOUNT        PIC 9(5)V99.

       01  WS-SUB                      PIC 9(4).
       01  WS-SUB2                     PIC 9(4).
       01  WS-READ-COUNT               PIC 9(6) VALUE 0.
       01  WS-PAID-COUNT               PIC 9(6) VALUE 0.
       01  WS-REVIEW-COUNT             PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(6) VALUE 0.
       01  WS-PAID-TOTAL               PIC 9(7)V99 VALUE 0.
       01  WS-LINES-PRINTED            PIC 9(6) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code: 4 = claim(s) rejected or referred for review.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(35) VALUE
               'DELAY-REPAY CLAIMS RUN FOR'.
           05 WS-HEADING-DATE          PIC X(8).

       01  WS-SECTION-LINE             PIC X(40).

       01  WS-COLUMN-HEADER.
           05 FILLER                   PIC X(14) VALUE '  CLAIM'.
           05 FILLER                   PIC X(10) VALUE 'DATE'.
           05 FILLER                   PIC X(11) VALUE 'TRAIN'.
           05 FILLER                   PIC X(10) VALUE '  TICKET'.
           05 FILLER                   PIC X(30) VALUE 'REASON'.

       01  WS-CLAIM-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CL-REFERENCE             PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CL-DATE                  PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CL-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 CL-TIME                  PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CL-VALUE                 PIC ZZZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CL-TEXT                  PIC X(30).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(8) VALUE 'CLAIMS: '.
           05 TL-READ                  PIC ZZZZZ9.
           05 FILLER                   PIC X(8) VALUE
               '  PAID: '.
           05 TL-PAID                  PIC ZZZZZ9.
           05 FILLER                   PIC X(10) VALUE
               '  REVIEW: '.
           05 TL-REVIEW                PIC ZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  REJECTED: '.
           05 TL-REJECTED              PIC ZZZZZ9.
           05 FILLER                   PIC X(10) VALUE
               '  AMOUNT: '.
           05 TL-AMOUNT                PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-DATE
           PERFORM 0400-LOAD-REASONS
           PERFORM 0500-LOAD-CATALOG
           PERFORM 0600-LOAD-REGISTER
           PERFORM 1000-READ-CLAIMS
           PERFORM 2000-CHECK-SCHEDULES
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-COUNT
           PERFORM 3000-MATCH-HISTORY
           PERFORM 4000-DECIDE-CLAIM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-COUNT
           PERFORM 5000-WRITE-PAYMENTS
           PERFORM 6000-PRINT-REJECTIONS
           PERFORM 7000-UPDATE-REGISTER
           DISPLAY "Delay-repay run: " WS-READ-COUNT " claim(s), "
               WS-PAID-COUNT " paid, " WS-REVIEW-COUNT
               " referred, " WS-REJECT-COUNT " rejected."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * The run date stamps the register, so a claim paid today
      * can be traced to the run that paid it; a blank answer
      * means today. Run unattended by TrnSchdDrv the date
      * comes from step-answers.dat instead of the keyboard.
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
               DISPLAY "Claims run date (YYYYMMDD, blank = today): "
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

      * Without the reason master nobody can say which delays
      * are excluded, so every delayed claim is referred for
      * review until it is supplied - never paid blind.
       0400-LOAD-REASONS.
           OPEN INPUT REASON-FILE
           IF WS-REASON-STATUS NOT = '00'
               DISPLAY "No delay-reason.dat found; every delay "
                       "claim referred for manual review."
           ELSE
               PERFORM UNTIL EOF
                   READ REASON-FILE INTO DELAY-REASON-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-REASON-COUNT < WS-MAX-REASONS
                               ADD 1 TO WS-REASON-COUNT
                               MOVE RSN-CODE
                                   TO WS-RSN-CODE
                                       (WS-REASON-COUNT)
                               MOVE RSN-CATEGORY
                                   TO WS-RSN-CATEGORY
                                       (WS-REASON-COUNT)
                           ELSE
                               DISPLAY "WARNING: delay-reason.dat "
                                   "exceeds " WS-MAX-REASONS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Only the EFF rows matter here - the archived schedule is
      * the proof of what was booked to run on the date.
       0500-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY "No archive-catalog.dat found; has "
                       "TrnSchdSav ever run?"
           ELSE
               PERFORM UNTIL EOF
                   READ CATALOG-FILE INTO CATALOG-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF CAT-KIND = 'EFF'
                               PERFORM 0510-STORE-CATALOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0510-STORE-CATALOG.
           IF WS-CATALOG-COUNT < WS-MAX-CATALOG
               ADD 1 TO WS-CATALOG-COUNT
               MOVE CAT-SERVICE-DATE
                   TO WS-CAT-DATE (WS-CATALOG-COUNT)
               MOVE CAT-FILE-NAME
                   TO WS-CAT-FILE-NAME (WS-CATALOG-COUNT)
           ELSE
               DISPLAY "WARNING: archive-catalog.dat exceeds "
                   WS-MAX-CATALOG " entries; remainder ignored."
           END-IF.

      * A missing register just means no claim has been paid
      * yet.
       0600-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM UNTIL EOF
                   READ REGISTER-FILE INTO CLAIM-REGISTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-REGISTER-COUNT < WS-MAX-REGISTER
                               ADD 1 TO WS-REGISTER-COUNT
                               MOVE REG-CLAIM-REFERENCE
                                   TO WS-REG-REFERENCE
                                       (WS-REGISTER-COUNT)
                           ELSE
                               DISPLAY "WARNING: repay-register.dat "
                                   "exceeds " WS-MAX-REGISTER
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       1000-READ-CLAIMS.
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY "No repay-claims.dat found; no claims "
                       "processed."
           ELSE
               PERFORM UNTIL EOF
                   READ CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 1100-STORE-CLAIM
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Every claim read is kept, valid or not, so the rejected
      * ones can be printed with their reason in one section.
       1100-STORE-CLAIM.
           IF WS-CLAIM-COUNT < WS-MAX-CLAIMS
               PERFORM 1200-VALIDATE-CLAIM
               ADD 1 TO WS-CLAIM-COUNT
               MOVE CLAIM-RECORD TO WS-CLM-CLAIM (WS-CLAIM-COUNT)
               MOVE SPACE TO WS-CLM-BOOKED (WS-CLAIM-COUNT)
               MOVE 'N' TO WS-CLM-DAY-ON-FILE (WS-CLAIM-COUNT)
               MOVE 'N' TO WS-CLM-HIST-FOUND (WS-CLAIM-COUNT)
               MOVE 0 TO WS-CLM-DELAY-MINS (WS-CLAIM-COUNT)
               MOVE SPACES TO WS-CLM-REASON-CODE (WS-CLAIM-COUNT)
               MOVE SPACES TO WS-CLM-DELAY-STATUS (WS-CLAIM-COUNT)
               MOVE 0 TO WS-CLM-BAND (WS-CLAIM-COUNT)
               MOVE 0 TO WS-CLM-PERCENT (WS-CLAIM-COUNT)
               MOVE 0 TO WS-CLM-AMOUNT (WS-CLAIM-COUNT)
               IF VALID-RECORD
                   MOVE SPACE TO WS-CLM-OUTCOME (WS-CLAIM-COUNT)
                   MOVE SPACES TO WS-CLM-TEXT (WS-CLAIM-COUNT)
               ELSE
                   MOVE 'R' TO WS-CLM-OUTCOME (WS-CLAIM-COUNT)
                   MOVE WS-CLAIM-REASON
                       TO WS-CLM-TEXT (WS-CLAIM-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING: repay-claims.dat exceeds "
                   WS-MAX-CLAIMS " entries; remainder left for "
                   "the next run."
           END-IF.

      * Field checks first, in the same order of severity as
      * TrnSchd's 2000-VALIDATE-TRAIN, then the duplicate
      * checks - against the register of earlier runs and
      * against the claims already read from this file.
       1200-VALIDATE-CLAIM.
           SET VALID-RECORD TO TRUE
           MOVE SPACES TO WS-CLAIM-REASON
           IF CLM-REFERENCE = SPACES
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-REFERENCE' TO WS-CLAIM-REASON
           ELSE
               IF CLM-SERVICE-DATE IS NOT NUMERIC
                       OR CLM-SERVICE-DATE = 0
                       OR CLM-SERVICE-DATE > WS-RUN-DATE-NUM
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-SERVICE-DATE' TO WS-CLAIM-REASON
               ELSE
                   PERFORM 1300-VALIDATE-TRAIN-FIELDS
               END-IF
           END-IF.

       1300-VALIDATE-TRAIN-FIELDS.
           IF CLM-TRAIN-HOUR IS NOT NUMERIC
                   OR CLM-TRAIN-HOUR > 23
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-HOUR' TO WS-CLAIM-REASON
           ELSE
               IF CLM-TRAIN-MINUTES IS NOT NUMERIC
                       OR CLM-TRAIN-MINUTES > 59
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-MINUTE' TO WS-CLAIM-REASON
               ELSE
                   IF CLM-TRAIN-TYPE = SPACES
                       SET INVALID-RECORD TO TRUE
                       MOVE 'BAD-TYPE' TO WS-CLAIM-REASON
                   ELSE
                       IF CLM-TICKET-VALUE IS NOT NUMERIC
                               OR CLM-TICKET-VALUE = 0
                           SET INVALID-RECORD TO TRUE
                           MOVE 'BAD-TICKET-VALUE'
                               TO WS-CLAIM-REASON
                       ELSE
                           PERFORM 1400-CHECK-DUPLICATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1400-CHECK-DUPLICATE.
           SET DUPLICATE-NOT-FOUND TO TRUE
           IF WS-REGISTER-COUNT > 0
               SET REG-IDX TO 1
               SEARCH WS-REGISTER-ENTRY
                   AT END
                       SET DUPLICATE-NOT-FOUND TO TRUE
                   WHEN WS-REG-REFERENCE (REG-IDX) = CLM-REFERENCE
                       SET DUPLICATE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF DUPLICATE-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE 'DUPLICATE - ALREADY REGISTERED'
                   TO WS-CLAIM-REASON
           ELSE
               IF WS-CLAIM-COUNT > 0
                   SET CLM-IDX TO 1
                   SEARCH WS-CLAIM-ENTRY
                       AT END
                           SET DUPLICATE-NOT-FOUND TO TRUE
                       WHEN WS-CLM-REFERENCE (CLM-IDX)
                               = CLM-REFERENCE
                           SET DUPLICATE-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF DUPLICATE-FOUND
                   SET INVALID-RECORD TO TRUE
                   MOVE 'DUPLICATE - KEYED TWICE'
                       TO WS-CLAIM-REASON
               END-IF
           END-IF.

      * Each service date's archived schedule is read once: the
      * first undecided claim for a date opens that date's file
      * and settles every claim on the same date in one pass.
       2000-CHECK-SCHEDULES.
           IF WS-CLM-OUTCOME (WS-SUB) = SPACE
                   AND WS-CLM-BOOKED (WS-SUB) = SPACE
               MOVE WS-CLM-DATE (WS-SUB) TO WS-CHECK-DATE
               PERFORM 2100-FIND-ARCHIVE
               IF EFF-CATALOGUED
                   OPEN INPUT ARC-EFF-FILE
                   IF WS-ARC-EFF-STATUS NOT = '00'
                       DISPLAY "Catalogued schedule file "
                           WS-ARC-EFF-NAME " is missing (status "
                           WS-ARC-EFF-STATUS ")."
                       SET EFF-NOT-CATALOGUED TO TRUE
                   ELSE
                       PERFORM 2200-READ-ARCHIVE
                   END-IF
               END-IF
               PERFORM 2400-SETTLE-DATE
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-CLAIM-COUNT
           END-IF.

       2100-FIND-ARCHIVE.
           SET EFF-NOT-CATALOGUED TO TRUE
           IF WS-CATALOG-COUNT > 0
               SET CAT-IDX TO 1
               SEARCH WS-CATALOG-ENTRY
                   AT END
                       SET EFF-NOT-CATALOGUED TO TRUE
                   WHEN WS-CAT-DATE (CAT-IDX) = WS-CHECK-DATE
                       SET EFF-CATALOGUED TO TRUE
                       MOVE WS-CAT-FILE-NAME (CAT-IDX)
                           TO WS-ARC-EFF-NAME
               END-SEARCH
           END-IF.

       2200-READ-ARCHIVE.
           PERFORM UNTIL EOF
               READ ARC-EFF-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BKP-DETAIL
                           MOVE BKP-TRAIN-HOUR TO WS-ARC-HOUR
                           MOVE BKP-TRAIN-MINUTES TO WS-ARC-MINUTES
                           PERFORM 2300-MARK-BOOKED
                               VARYING WS-SUB2 FROM 1 BY 1
                               UNTIL WS-SUB2 > WS-CLAIM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARC-EFF-FILE
           MOVE 'N' TO WS-END-OF-FILE.

       2300-MARK-BOOKED.
           IF WS-CLM-OUTCOME (WS-SUB2) = SPACE
                   AND WS-CLM-DATE (WS-SUB2) = WS-CHECK-DATE
                   AND WS-CLM-TYPE (WS-SUB2) = BKP-TRAIN-TYPE
                   AND WS-CLM-HOUR (WS-SUB2) = WS-ARC-HOUR
                   AND WS-CLM-MINUTES (WS-SUB2) = WS-ARC-MINUTES
               MOVE 'Y' TO WS-CLM-BOOKED (WS-SUB2)
           END-IF.

      * Whatever the archive did not mark as booked was not in
      * that day's schedule - or there was no archive to look
      * in, which is a different reason for the passenger.
       2400-SETTLE-DATE.
           IF WS-CLM-OUTCOME (WS-SUB2) = SPACE
                   AND WS-CLM-DATE (WS-SUB2) = WS-CHECK-DATE
                   AND WS-CLM-BOOKED (WS-SUB2) = SPACE
               IF EFF-CATALOGUED
                   MOVE 'N' TO WS-CLM-BOOKED (WS-SUB2)
               ELSE
                   MOVE 'A' TO WS-CLM-BOOKED (WS-SUB2)
               END-IF
           END-IF.

      * One pass over the whole history: an entry for a claimed
      * train on the claimed date carries the delay the claim is
      * paid on, and any entry at all for the date shows the
      * day's log was archived.
       3000-MATCH-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "No delay-hist.dat found; has TrnSchdArc "
                   "ever run?"
           ELSE
               PERFORM UNTIL EOF
                   READ HIST-FILE INTO DELAY-HIST-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 3100-MATCH-ONE-CLAIM
                               VARYING WS-SUB2 FROM 1 BY 1
                               UNTIL WS-SUB2 > WS-CLAIM-COUNT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       3100-MATCH-ONE-CLAIM.
           IF WS-CLM-OUTCOME (WS-SUB2) = SPACE
                   AND WS-CLM-DATE (WS-SUB2) = DLYH-RUN-DATE
               MOVE 'Y' TO WS-CLM-DAY-ON-FILE (WS-SUB2)
               IF WS-CLM-TYPE (WS-SUB2) = DLYH-TRAIN-TYPE
                       AND WS-CLM-HOUR (WS-SUB2) = DLYH-TRAIN-HOUR
                       AND WS-CLM-MINUTES (WS-SUB2)
                           = DLYH-TRAIN-MINUTES
                   MOVE 'Y' TO WS-CLM-HIST-FOUND (WS-SUB2)
                   MOVE DLYH-DELAY-MINUTES
                       TO WS-CLM-DELAY-MINS (WS-SUB2)
                   MOVE DLYH-REASON-CODE
                       TO WS-CLM-REASON-CODE (WS-SUB2)
                   MOVE DLYH-STATUS
                       TO WS-CLM-DELAY-STATUS (WS-SUB2)
               END-IF
           END-IF.

      * The decision for one claim, in order: booked to run,
      * delay on record, delay long enough to earn a band, then
      * the reason category decides pay or refer.
       4000-DECIDE-CLAIM.
           IF WS-CLM-OUTCOME (WS-SUB) = SPACE
               EVALUATE TRUE
                   WHEN WS-CLM-BOOKED (WS-SUB) = 'A'
                       MOVE 'R' TO WS-CLM-OUTCOME (WS-SUB)
                       MOVE 'NO ARCHIVED SCHEDULE FOR DATE'
                           TO WS-CLM-TEXT (WS-SUB)
                   WHEN WS-CLM-BOOKED (WS-SUB) NOT = 'Y'
                       MOVE 'R' TO WS-CLM-OUTCOME (WS-SUB)
                       MOVE 'TRAIN NOT BOOKED TO RUN'
                           TO WS-CLM-TEXT (WS-SUB)
                   WHEN WS-CLM-DAY-ON-FILE (WS-SUB) = 'N'
                       MOVE 'R' TO WS-CLM-OUTCOME (WS-SUB)
                       MOVE 'NO DELAY HISTORY FOR DATE'
                           TO WS-CLM-TEXT (WS-SUB)
                   WHEN WS-CLM-HIST-FOUND (WS-SUB) = 'N'
                       MOVE 'R' TO WS-CLM-OUTCOME (WS-SUB)
                       MOVE 'NO DELAY RECORDED'
                           TO WS-CLM-TEXT (WS-SUB)
                   WHEN OTHER
                       PERFORM 4100-BAND-CLAIM
               END-EVALUATE
           END-IF.

       4100-BAND-CLAIM.
           EVALUATE TRUE
               WHEN WS-CLM-DELAY-STATUS (WS-SUB) = 'CANCELLED'
                   MOVE 4 TO WS-CLM-BAND (WS-SUB)
                   MOVE WS-BAND-4-PERCENT TO WS-CLM-PERCENT (WS-SUB)
               WHEN WS-CLM-DELAY-STATUS (WS-SUB) NOT = 'DELAYED'
                   CONTINUE
               WHEN WS-CLM-DELAY-MINS (WS-SUB) >= WS-BAND-3-MINUTES
                   MOVE 3 TO WS-CLM-BAND (WS-SUB)
                   MOVE WS-BAND-3-PERCENT TO WS-CLM-PERCENT (WS-SUB)
               WHEN WS-CLM-DELAY-MINS (WS-SUB) >= WS-BAND-2-MINUTES
                   MOVE 2 TO WS-CLM-BAND (WS-SUB)
                   MOVE WS-BAND-2-PERCENT TO WS-CLM-PERCENT (WS-SUB)
               WHEN WS-CLM-DELAY-MINS (WS-SUB) >= WS-BAND-1-MINUTES
                   MOVE 1 TO WS-CLM-BAND (WS-SUB)
                   MOVE WS-BAND-1-PERCENT TO WS-CLM-PERCENT (WS-SUB)
           END-EVALUATE
           IF WS-CLM-BAND (WS-SUB) = 0
               MOVE 'R' TO WS-CLM-OUTCOME (WS-SUB)
               MOVE 'DELAY BELOW REPAY THRESHOLD'
                   TO WS-CLM-TEXT (WS-SUB)
           ELSE
               COMPUTE WS-CLM-AMOUNT (WS-SUB) ROUNDED =
                   WS-CLM-VALUE (WS-SUB) * WS-CLM-PERCENT (WS-SUB)
                   / 100
               PERFORM 4200-CHECK-CATEGORY
           END-IF.

      * A code missing from the master cannot be shown to be
      * payable, so it is referred like an excluded category.
       4200-CHECK-CATEGORY.
           SET REASON-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-CLAIM-CATEGORY
           IF WS-REASON-COUNT > 0
               SET RSN-IDX TO 1
               SEARCH WS-REASON-ENTRY
                   AT END
                       SET REASON-NOT-FOUND TO TRUE
                   WHEN WS-RSN-CODE (RSN-IDX)
                           = WS-CLM-REASON-CODE (WS-SUB)
                       SET REASON-FOUND TO TRUE
                       MOVE WS-RSN-CATEGORY (RSN-IDX)
                           TO WS-CLAIM-CATEGORY
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN REASON-NOT-FOUND
                   MOVE 'M' TO WS-CLM-OUTCOME (WS-SUB)
                   MOVE SPACES TO WS-CLM-TEXT (WS-SUB)
                   STRING 'UNKNOWN REASON '
                       WS-CLM-REASON-CODE (WS-SUB)
                       DELIMITED BY SIZE INTO WS-CLM-TEXT (WS-SUB)
               WHEN CATEGORY-EXCLUDED
                   MOVE 'M' TO WS-CLM-OUTCOME (WS-SUB)
                   MOVE SPACES TO WS-CLM-TEXT (WS-SUB)
                   STRING 'EXCLUDED CATEGORY ' WS-CLAIM-CATEGORY
                       DELIMITED BY SIZE INTO WS-CLM-TEXT (WS-SUB)
               WHEN OTHER
                   MOVE 'P' TO WS-CLM-OUTCOME (WS-SUB)
           END-EVALUATE.

       5000-WRITE-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE
           PERFORM 5100-WRITE-ONE-PAYMENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-COUNT
           CLOSE PAYMENT-FILE.

       5100-WRITE-ONE-PAYMENT.
           IF WS-CLM-OUTCOME (WS-SUB) = 'P'
               MOVE WS-CLM-REFERENCE (WS-SUB) TO PAY-CLAIM-REFERENCE
               MOVE WS-CLM-DATE (WS-SUB) TO PAY-SERVICE-DATE
               MOVE WS-CLM-TYPE (WS-SUB) TO PAY-TRAIN-TYPE
               MOVE WS-CLM-HOUR (WS-SUB) TO PAY-TRAIN-HOUR
               MOVE WS-CLM-MINUTES (WS-SUB) TO PAY-TRAIN-MINUTES
               MOVE WS-CLM-BAND (WS-SUB) TO PAY-BAND
               MOVE WS-CLM-PERCENT (WS-SUB) TO PAY-PERCENT
               MOVE WS-CLM-VALUE (WS-SUB) TO PAY-TICKET-VALUE
               MOVE WS-CLM-AMOUNT (WS-SUB) TO PAY-AMOUNT
               WRITE REPAY-RECORD
               ADD 1 TO WS-PAID-COUNT
               ADD WS-CLM-AMOUNT (WS-SUB) TO WS-PAID-TOTAL
           END-IF.

      * Rejections and referrals each get their own section so
      * the office works the referrals and answers the
      * rejections from the same sheet.
       6000-PRINT-REJECTIONS.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-RUN-DATE TO WS-HEADING-DATE
           WRITE PRINT-LINE FROM WS-HEADING-1
           WRITE PRINT-LINE FROM SPACES
           MOVE 'REJECTED CLAIMS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-HEADER
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM 6100-PRINT-REJECTED
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-COUNT
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE 'REFERRED FOR MANUAL REVIEW' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-HEADER
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM 6200-PRINT-REFERRED
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-COUNT
           IF WS-LINES-PRINTED = 0
               MOVE '  (NONE)' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-READ-COUNT TO TL-READ
           MOVE WS-PAID-COUNT TO TL-PAID
           MOVE WS-REVIEW-COUNT TO TL-REVIEW
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           MOVE WS-PAID-TOTAL TO TL-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           CLOSE PRINT-FILE.

       6100-PRINT-REJECTED.
           IF WS-CLM-OUTCOME (WS-SUB) = 'R'
               ADD 1 TO WS-REJECT-COUNT
               IF WS-WORST-RESULT < 4
                   MOVE 4 TO WS-WORST-RESULT
               END-IF
               PERFORM 6900-WRITE-CLAIM-LINE
           END-IF.

       6200-PRINT-REFERRED.
           IF WS-CLM-OUTCOME (WS-SUB) = 'M'
               ADD 1 TO WS-REVIEW-COUNT
               IF WS-WORST-RESULT < 4
                   MOVE 4 TO WS-WORST-RESULT
               END-IF
               PERFORM 6900-WRITE-CLAIM-LINE
           END-IF.

       6900-WRITE-CLAIM-LINE.
           ADD 1 TO WS-LINES-PRINTED
           MOVE WS-CLM-REFERENCE (WS-SUB) TO CL-REFERENCE
           MOVE WS-CLM-CLAIM (WS-SUB) (11:8) TO CL-DATE
           MOVE WS-CLM-TYPE (WS-SUB) TO CL-TYPE
           MOVE SPACES TO CL-TIME
           STRING WS-CLM-HOUR (WS-SUB) ':' WS-CLM-MINUTES (WS-SUB)
               DELIMITED BY SIZE INTO CL-TIME
           IF WS-CLM-VALUE (WS-SUB) IS NUMERIC
               MOVE WS-CLM-VALUE (WS-SUB) TO CL-VALUE
           ELSE
               MOVE 0 TO CL-VALUE
           END-IF
           MOVE WS-CLM-TEXT (WS-SUB) TO CL-TEXT
           WRITE PRINT-LINE FROM WS-CLAIM-LINE.

      * Paid and referred claims are registered so the same
      * reference keyed again is caught in any later run; a
      * rejected claim is not, so a corrected resubmission can
      * still go through. The first ever run creates the file.
       7000-UPDATE-REGISTER.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
           END-IF
           PERFORM 7100-REGISTER-ONE-CLAIM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-COUNT
           CLOSE REGISTER-FILE.

       7100-REGISTER-ONE-CLAIM.
           IF WS-CLM-OUTCOME (WS-SUB) = 'P'
                   OR WS-CLM-OUTCOME (WS-SUB) = 'M'
               MOVE WS-CLM-REFERENCE (WS-SUB) TO REG-CLAIM-REFERENCE
               MOVE WS-RUN-DATE-NUM TO REG-RUN-DATE
               MOVE WS-CLM-DATE (WS-SUB) TO REG-SERVICE-DATE
               MOVE WS-CLM-TYPE (WS-SUB) TO REG-TRAIN-TYPE
               MOVE WS-CLM-HOUR (WS-SUB) TO REG-TRAIN-HOUR
               MOVE WS-CLM-MINUTES (WS-SUB) TO REG-TRAIN-MINUTES
               IF WS-CLM-OUTCOME (WS-SUB) = 'P'
                   SET REG-PAID TO TRUE
               ELSE
                   SET REG-REVIEW TO TRUE
               END-IF
               WRITE CLAIM-REGISTER-RECORD
           END-IF.
