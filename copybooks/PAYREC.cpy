      *====================================================*
      * PAYREC - Payroll interface record layout            *
      * (payroll.dat), written by TrnSchdWkh for the        *
      * payroll bureau to load as it stands: one fixed-     *
      * format record per member of traincrew per week,     *
      * duty minutes split into basic and overtime at the   *
      * person's contracted weekly figure, with the grade   *
      * the bureau's rate tables are keyed on. The record   *
      * layout is agreed with the bureau - do not reorder.  *
      *====================================================*
       01 PAYROLL-RECORD.
           05 PAY-WEEK-ENDING         PIC 9(8).
           05 PAY-STAFF-NUMBER        PIC X(6).
           05 PAY-GRADE               PIC X(1).
           05 PAY-CONTRACT-MINUTES    PIC 9(5).
           05 PAY-BASIC-MINUTES       PIC 9(5).
           05 PAY-OVERTIME-MINUTES    PIC 9(5).
           05 PAY-DAYS-WORKED         PIC 9(1).
      * Y where the week breaks a rest rule, for the bureau to
      * hold the line for a supervisor's sign-off.
           05 PAY-REST-DAYS-FLAG      PIC X(1).
           05 PAY-SHORT-REST-FLAG     PIC X(1).
