      *====================================================*
      * FAREREC - Fare master record layout (fare.dat): one *
      * row per origin/destination pair in the same         *
      * 3-character stop codes as STATION-STOP-CODE and     *
      * RT-FROM-STATION/RT-TO-STATION, with the single      *
      * fare for each ticket class in pounds and pence. A   *
      * pair is good in either direction; the master only   *
      * needs to carry it once.                             *
      *====================================================*
       01 FARE-RECORD.
           05 FARE-FROM-STOP          PIC X(3).
           05 FARE-TO-STOP            PIC X(3).
           05 FARE-BY-CLASS.
               10 FARE-STANDARD       PIC 9(3)V99.
               10 FARE-FIRST          PIC 9(3)V99.
