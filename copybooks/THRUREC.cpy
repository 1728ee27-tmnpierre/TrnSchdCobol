      *====================================================*
      * THRUREC - Through-working record layout             *
      * (through-working.dat): which inbound arrival's unit *
      * goes on to form which outbound departure at the     *
      * terminal, with the unit concerned (checked against  *
      * unit-asgn.dat) and the minimum turnround the unit   *
      * needs on the platform before it can leave again.    *
      *====================================================*
       01 THROUGH-WORKING-RECORD.
           05 THR-ARR-TRAIN-KEY.
               10 THR-ARR-TYPE        PIC X(3).
               10 THR-ARR-HOUR        PIC 99.
               10 THR-ARR-MINUTES     PIC 99.
           05 THR-DEP-TRAIN-KEY.
               10 THR-DEP-TYPE        PIC X(3).
               10 THR-DEP-HOUR        PIC 99.
               10 THR-DEP-MINUTES     PIC 99.
           05 THR-UNIT-NUMBER         PIC X(6).
      * minutes; blank means the standard turnround.
           05 THR-MIN-TURNROUND       PIC 9(2).
