      * DELAYREC - Delay/disruption record layout           *
      * (delay-log.dat) overlaid onto the base schedule to   *
      * show actual/estimated departure time and status.     *
      * An entry TrnSchdRea forecast from a late inbound     *
      * unit is marked reactionary and names the inbound     *
      * working whose delay it carries on.                   *
      *====================================================*
       01 DELAY-RECORD.
           05 DELAY-TRAIN-TYPE        PIC X(3).
               10 DELAY-TRAIN-HOUR    PIC 99.
               10 DELAY-TRAIN-MINUTES PIC 99.
           05 DELAY-MINUTES           PIC 9(3).
      * on a reactionary entry, the inbound delay's own cause.
           05 DELAY-REASON-CODE       PIC X(4).
           05 DELAY-STATUS            PIC X(9).
               88 DELAY-ON-TIME       VALUE 'ON-TIME'.
               88 DELAY-IS-DELAYED    VALUE 'DELAYED'.
               88 DELAY-CANCELLED     VALUE 'CANCELLED'.
           05 DELAY-KIND              PIC X(1).
               88 DELAY-PRIMARY       VALUE SPACE.
               88 DELAY-REACTIONARY   VALUE 'R'.
      * the inbound working (ARR-TRAIN-KEY) that caused a
      * reactionary delay; blank on a primary entry.
           05 DELAY-CAUSE-TRAIN.
               10 DELAY-CAUSE-TYPE    PIC X(3).
               10 DELAY-CAUSE-HOUR    PIC X(2).
               10 DELAY-CAUSE-MINUTES PIC X(2).
