      *====================================================*
      * REPAYREC - Approved delay-repay payment record      *
      * layout (repay-approved.dat): one line per claim     *
      * TrnSchdClm passes for automatic payment, with the   *
      * compensation band, the percentage of the ticket     *
      * value it earns and the amount to pay.               *
      *====================================================*
       01 REPAY-RECORD.
           05 PAY-CLAIM-REFERENCE     PIC X(10).
           05 PAY-SERVICE-DATE        PIC 9(8).
           05 PAY-TRAIN-TYPE          PIC X(3).
           05 PAY-TRAIN-TIME.
               10 PAY-TRAIN-HOUR      PIC 99.
               10 PAY-TRAIN-MINUTES   PIC 99.
           05 PAY-BAND                PIC 9.
           05 PAY-PERCENT             PIC 9(3).
           05 PAY-TICKET-VALUE        PIC 9(5)V99.
           05 PAY-AMOUNT              PIC 9(5)V99.
