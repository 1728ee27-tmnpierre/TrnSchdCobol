      *====================================================*
      * FEEDCTL - Control records framing every feed other  *
      * teams drop for the night (delay-events.dat,         *
      * loading.dat, train-txn-pend.dat,                    *
      * engineering-works.dat, crew-asgn.dat). Coded as a   *
      * second record under the feed's FD: the first record *
      * is the header naming the sending system, the        *
      * service date the feed is for and the sender's       *
      * sequence number; the last is the trailer with the   *
      * count of data records between them and, for the     *
      * feeds that carry a quantity (delay minutes,         *
      * headcounts), the hash total of that field - zero    *
      * for the others. Programs that only read a feed skip *
      * both by their record type.                          *
      *====================================================*
       01 FEED-CONTROL-RECORD.
           05 FC-RECORD-TYPE          PIC X(3).
               88 FC-HEADER           VALUE 'HDR'.
               88 FC-TRAILER          VALUE 'TRL'.
           05 FC-HEADER-DATA.
               10 FC-SOURCE           PIC X(8).
               10 FC-FEED-DATE        PIC X(8).
               10 FC-SEQUENCE         PIC X(6).
               10 FILLER              PIC X(5).
           05 FC-TRAILER-DATA REDEFINES FC-HEADER-DATA.
               10 FC-RECORD-COUNT     PIC X(6).
               10 FC-HASH-TOTAL       PIC X(12).
               10 FILLER              PIC X(9).
