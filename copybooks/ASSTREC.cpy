      *====================================================*
      * ASSTREC - Passenger-assistance booking record       *
      * layout (assistance.dat): one ramp or escort booking *
      * per row, keyed on service date plus TRAIN-KEY plus  *
      * the assistance desk's reference like RSVREC, with   *
      * the stop the passenger alights at so the station    *
      * there can be told to meet the train. Replaces the   *
      * phone message book.                                 *
      *====================================================*
       01 ASSIST-RECORD.
           05 AST-KEY.
               10 AST-SERVICE-DATE    PIC 9(8).
               10 AST-TRAIN-KEY.
                   15 AST-TRAIN-TYPE  PIC X(3).
                   15 AST-TRAIN-TIME.
                       20 AST-TRAIN-HOUR    PIC 99.
                       20 AST-TRAIN-MINUTES PIC 99.
               10 AST-REFERENCE       PIC X(8).
           05 AST-PASSENGER-NAME      PIC X(20).
      * R = wheelchair ramp, E = escort.
           05 AST-ASSIST-KIND         PIC X.
               88 AST-RAMP            VALUE 'R'.
               88 AST-ESCORT          VALUE 'E'.
      * stop code (STATNREC) of an INTERMEDIATE-STOPS entry or
      * of the train's DESTINA.
           05 AST-ALIGHT-STOP         PIC X(3).
           05 AST-CONTACT-PHONE       PIC X(12).
      * the run date the booking was last made or amended.
           05 AST-BOOKED-DATE         PIC 9(8).
