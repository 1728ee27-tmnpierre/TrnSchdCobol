      *====================================================*
      * SPLITREC - Revenue split record layout              *
      * (revenue-split.dat): the relative weight of each    *
      * calling point when a departure's gateline count is  *
      * shared out over the stops it serves. Weights are    *
      * relative to each other on the train - a stop with   *
      * 200 takes twice the passengers of a stop with 100,  *
      * and a stop with no row weighs the default.          *
      *====================================================*
       01 SPLIT-RECORD.
           05 SPL-STOP-CODE           PIC X(3).
           05 SPL-WEIGHT              PIC 9(3).
