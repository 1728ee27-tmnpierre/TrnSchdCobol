      *====================================================*
      * USAGEREC - Dated unit-usage history record layout   *
      * (unit-usage.dat): one row per unit per working      *
      * actually run, appended nightly by TrnSchdUsg from   *
      * unit-asgn.dat, with the working's running minutes   *
      * from the running-times master. The fleet report     *
      * and the roster check total it since each unit's     *
      * last exam.                                          *
      *====================================================*
       01 USAGE-RECORD.
           05 USG-RUN-DATE            PIC 9(8).
           05 USG-UNIT-NUMBER         PIC X(6).
           05 USG-TRAIN-TYPE          PIC X(3).
           05 USG-TRAIN-TIME.
               10 USG-TRAIN-HOUR      PIC 99.
               10 USG-TRAIN-MINUTES   PIC 99.
           05 USG-RUN-MINUTES         PIC 9(4).
