      *====================================================*
      * CLAIMREC - Delay-repay claim record layout          *
      * (repay-claims.dat): one passenger compensation      *
      * claim as keyed by customer services - the claim     *
      * reference, the service date travelled, the train    *
      * (TRAIN-TYPE + TRAIN-TIME, as on the ticket) and     *
      * the ticket value in pounds and pence.               *
      *====================================================*
       01 CLAIM-RECORD.
           05 CLM-REFERENCE           PIC X(10).
           05 CLM-SERVICE-DATE        PIC 9(8).
           05 CLM-TRAIN-TYPE          PIC X(3).
           05 CLM-TRAIN-TIME.
               10 CLM-TRAIN-HOUR      PIC 99.
               10 CLM-TRAIN-MINUTES   PIC 99.
           05 CLM-TICKET-VALUE        PIC 9(5)V99.
