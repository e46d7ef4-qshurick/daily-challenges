      *    OF EACH DAY, THE WORKBASKET PERSISTS - A REJECT STAYS
      *    OPEN UNTIL BSWREWRK REQUEUES OR WRITES IT OFF, SO A
      *    SKIPPED PAIR IS STILL THERE TOMORROW AND THE BSWAGE
      *    AGING REPORT CAN SHOW HOW LONG IT HAS WAITED.  A REJECT
      *    WHOSE WHOLE BATCH WAS BACKED OUT BY BSWBKOUT IS CLOSED
      *    WITH STATUS 'B' - THE CORRECTED BATCH WILL RAISE IT AGAIN
      *    IF IT STILL FAILS.
      ******************************************************************
       01  BSW-WKB-REC.
           05  BSW-WKB-PAIR-ID       PIC 9(06).
               88  BSW-WKB-OPEN                VALUE 'O'.
               88  BSW-WKB-REQUEUED            VALUE 'R'.
               88  BSW-WKB-WRITTEN-OFF         VALUE 'W'.
               88  BSW-WKB-BACKED-OUT          VALUE 'B'.
           05  BSW-WKB-STATUS-DATE   PIC 9(08).
           05  BSW-WKB-BATCH-NO      PIC 9(06).
