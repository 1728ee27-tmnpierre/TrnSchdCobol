      * 3-character stop codes they are signed for, and     *
      * the daily duty limit in minutes - the whiteboard's  *
      * replacement on the crew side, as trainset.dat was   *
      * on the rolling-stock side - and the contracted      *
      * weekly minutes payroll splits basic from overtime   *
      * at.                                                 *
      *====================================================*
       01 CREW-RECORD.
           05 CREW-STAFF-NUMBER       PIC X(6).
      * the most duty minutes this person may be rostered in a
      * single day.
           05 CREW-DAILY-LIMIT        PIC 9(4).
      * the contracted duty minutes per week; duty beyond it is
      * paid as overtime. Blank means the standard contract.
           05 CREW-WEEKLY-CONTRACT    PIC 9(4).
