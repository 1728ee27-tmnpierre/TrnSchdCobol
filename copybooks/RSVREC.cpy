      *====================================================*
      * RSVREC - Seat reservation record layout             *
      * (reservation.dat): one group or wheelchair-space    *
      * booking per row, keyed on service date plus         *
      * TRAIN-KEY plus the booking office's reference, so   *
      * every booking on one departure reads together in    *
      * key order. Replaces the paper diary at the office.  *
      *====================================================*
       01 RESERVATION-RECORD.
           05 RSV-KEY.
               10 RSV-SERVICE-DATE    PIC 9(8).
               10 RSV-TRAIN-KEY.
                   15 RSV-TRAIN-TYPE  PIC X(3).
                   15 RSV-TRAIN-TIME.
                       20 RSV-TRAIN-HOUR    PIC 99.
                       20 RSV-TRAIN-MINUTES PIC 99.
               10 RSV-REFERENCE       PIC X(8).
           05 RSV-PARTY-NAME          PIC X(20).
      * G = group booking, W = wheelchair space (with any
      * companions in the same seat count).
           05 RSV-KIND                PIC X.
               88 RSV-GROUP           VALUE 'G'.
               88 RSV-WHEELCHAIR      VALUE 'W'.
           05 RSV-SEATS               PIC 9(3).
      * the run date the booking was last made or amended.
           05 RSV-BOOKED-DATE         PIC 9(8).
