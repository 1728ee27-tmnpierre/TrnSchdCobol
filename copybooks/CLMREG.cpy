      *====================================================*
      * CLMREG - Delay-repay claim register record layout   *
      * (repay-register.dat): every claim reference ever    *
      * paid or sent to manual review, with the run date    *
      * and the outcome, so the same claim keyed again in a *
      * later run is caught as a duplicate.                 *
      *====================================================*
       01 CLAIM-REGISTER-RECORD.
           05 REG-CLAIM-REFERENCE     PIC X(10).
           05 REG-RUN-DATE            PIC 9(8).
           05 REG-SERVICE-DATE        PIC 9(8).
           05 REG-TRAIN-TYPE          PIC X(3).
           05 REG-TRAIN-TIME.
               10 REG-TRAIN-HOUR      PIC 99.
               10 REG-TRAIN-MINUTES   PIC 99.
           05 REG-OUTCOME             PIC X(8).
               88 REG-PAID            VALUE 'PAID'.
               88 REG-REVIEW          VALUE 'REVIEW'.
