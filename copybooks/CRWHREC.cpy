      *====================================================*
      * CRWHREC - Dated crew-working history record layout  *
      * (crew-hist.dat). crew-asgn.dat is replaced every    *
      * day and carries no date, so TrnSchdCrw appends each *
      * day's workings here with the run date stamped on    *
      * and the duty it priced them at (departure to the    *
      * arrival at the last calling point, minutes from     *
      * midnight of the service date), and the weekly hours *
      * run totals this file.                               *
      *====================================================*
       01 CREW-HIST-RECORD.
           05 CRWH-RUN-DATE           PIC 9(8).
           05 CRWH-STAFF-NUMBER       PIC X(6).
           05 CRWH-ROLE               PIC X(1).
           05 CRWH-TRAIN-TYPE         PIC X(3).
           05 CRWH-TRAIN-TIME.
               10 CRWH-TRAIN-HOUR     PIC 99.
               10 CRWH-TRAIN-MINUTES  PIC 99.
           05 CRWH-START-MIN          PIC 9(4).
           05 CRWH-END-MIN            PIC 9(5).
           05 CRWH-DUTY-MINUTES       PIC 9(4).
