      *====================================================*
      * ARDLYREC - Inbound delay record layout              *
      * (arrival-delay.dat): the clean, one-per-train log   *
      * of late and cancelled arrivals TrnSchdRea builds    *
      * from the controller's inbound events, keyed on      *
      * ARR-TRAIN-KEY and using the same reason codes as    *
      * the departure side's delay-log.dat.                 *
      *====================================================*
       01 ARRIVAL-DELAY-RECORD.
           05 ADLY-TRAIN-TYPE         PIC X(3).
           05 ADLY-TRAIN-TIME.
               10 ADLY-TRAIN-HOUR     PIC 99.
               10 ADLY-TRAIN-MINUTES  PIC 99.
           05 ADLY-DELAY-MINUTES      PIC 9(3).
           05 ADLY-REASON-CODE        PIC X(4).
           05 ADLY-STATUS             PIC X(9).
               88 ADLY-ON-TIME        VALUE 'ON-TIME'.
               88 ADLY-IS-DELAYED     VALUE 'DELAYED'.
               88 ADLY-CANCELLED      VALUE 'CANCELLED'.
