      ******************************************************************
      *    BSWRATE  --  CLIENT BILLING RATE HISTORY RECORD
      *    ONE RECORD PER RATE CHANGE ENTERED THROUGH BSWCLIMT,
      *    APPENDED AND NEVER REWRITTEN.  EACH RECORD GIVES THE
      *    CLIENT'S THREE PER-PAIR RATES AND THE DATE FROM WHICH
      *    THEY APPLY, SO BSWBILL CAN PRICE EVERY BSWHIST RECORD AT
      *    THE RATE IN FORCE ON ITS RUN DATE - THE RECORD WITH THE
      *    LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, AND OF TWO
      *    WITH THE SAME EFFECTIVE DATE THE ONE ENTERED LAST.  THE
      *    FIRST CHANGE FOR A CLIENT THAT HAS NO HISTORY YET ALSO
      *    WRITES ITS PREVIOUS RATES EFFECTIVE 00000000, SO EARLIER
      *    ACTIVITY KEEPS ITS OLD PRICE.  A CLIENT WITH NO HISTORY
      *    AT ALL IS PRICED AT THE BSWCLI MASTER RATES.
      ******************************************************************
       01  BSW-RATE-REC.
           05  BSW-RATE-CLIENT-CD    PIC X(03).
           05  BSW-RATE-EFF-DATE     PIC 9(08).
           05  BSW-RATE-NIGHTLY      PIC 9(03)V99.
           05  BSW-RATE-EXPRESS      PIC 9(03)V99.
           05  BSW-RATE-REJECT       PIC 9(03)V99.
           05  BSW-RATE-ENTERED-DATE PIC 9(08).
           05  BSW-RATE-SUPV-ID      PIC X(08).
