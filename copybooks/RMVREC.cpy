      *====================================================*
      * RMVREC - Works-removed record layout                *
      * (works-removed.dat): one row per train TrnSchdWks   *
      * took out of the effective schedule, with the        *
      * service date and the blocked segment, so the        *
      * booking office can find the passengers to rebook.   *
      * Rewritten every time the works step runs.           *
      *====================================================*
       01 REMOVED-RECORD.
           05 RMV-SERVICE-DATE        PIC 9(8).
           05 RMV-TRAIN-TYPE          PIC X(3).
           05 RMV-TRAIN-TIME.
               10 RMV-TRAIN-HOUR      PIC 99.
               10 RMV-TRAIN-MINUTES   PIC 99.
           05 RMV-DESTINA             PIC X(12).
           05 RMV-BLOCKED-FROM        PIC X(3).
           05 RMV-BLOCKED-TO          PIC X(3).
