      * UNITREC - Trainset (rolling-stock unit) master      *
      * record layout (trainset.dat): the physical sets     *
      * that work the departures, with seating capacity     *
      * and home depot, and the depot's exam interval in    *
      * running minutes with the date of the last exam      *
      * (kept current by TrnSchdExm). A row with no         *
      * interval keyed is never counted against a limit.    *
      *====================================================*
       01 UNIT-RECORD.
           05 UNIT-NUMBER             PIC X(6).
           05 UNIT-CAPACITY           PIC 9(3).
           05 UNIT-HOME-DEPOT         PIC X(12).
           05 UNIT-EXAM-INTERVAL      PIC 9(6).
           05 UNIT-LAST-EXAM-DATE     PIC 9(8).
