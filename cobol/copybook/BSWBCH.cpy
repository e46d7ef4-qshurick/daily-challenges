      *    ONE RECORD PER BSWIN BATCH NUMBER SUCCESSFULLY PROCESSED
      *    BY BINARY-SWAP, APPENDED ON CLEAN COMPLETION.  A BATCH
      *    NUMBER ALREADY ON THE LOG IS REFUSED BY THE NEXT RUN, SO
      *    A FILE TRANSMITTED TWICE IS NEVER PROCESSED TWICE.  THE
      *    SOURCE SYSTEM FROM THE BATCH HEADER IS KEPT SO BSWSRCK
      *    CAN TELL WHICH SENDERS HAVE BEEN PROCESSED TODAY.
      ******************************************************************
       01  BSW-BATCH-REC.
           05  BSW-BCH-BATCH-NO      PIC 9(06).
           05  BSW-BCH-RUN-DATE      PIC 9(08).
           05  BSW-BCH-SOURCE-SYS    PIC X(08).
