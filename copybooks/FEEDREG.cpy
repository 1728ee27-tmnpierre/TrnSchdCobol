      *====================================================*
      * FEEDREG - Feed register record layout               *
      * (feed-register.dat): one row for every inbound feed *
      * a nightly step has checked, accepted or refused,    *
      * with the header it carried, what was actually       *
      * counted and the reason for a refusal. The accepted  *
      * rows are how a sequence number already used, or one *
      * out of order, is caught in a later run; the refused *
      * rows are how TrnSchdDrv knows to hold the night.    *
      *====================================================*
       01 FEED-REGISTER-RECORD.
           05 FRG-FEED-NAME           PIC X(24).
           05 FRG-RUN-DATE            PIC 9(8).
           05 FRG-SOURCE              PIC X(8).
           05 FRG-FEED-DATE           PIC X(8).
           05 FRG-SEQUENCE            PIC X(6).
           05 FRG-RECORD-COUNT        PIC 9(6).
           05 FRG-HASH-TOTAL          PIC 9(12).
           05 FRG-OUTCOME             PIC X(8).
               88 FRG-ACCEPTED        VALUE 'ACCEPTED'.
               88 FRG-REFUSED         VALUE 'REFUSED'.
           05 FRG-REASON              PIC X(30).
