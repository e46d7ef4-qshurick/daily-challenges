      ******************************************************************
      *    BSWBCTL  --  BSWBILL MONTHLY BILLING CONTROL CARD
      *    ONE CARD PER RUN.  THE BILLING MONTH (YYYYMM) SELECTS
      *    THE BSWHIST RECORDS TO BE PRICED AGAINST THE BSWRATE
      *    RATE HISTORY AND THE BSWCLI CLIENT MASTER RATES.
      ******************************************************************
       01  BSW-BILL-CTL-REC.
           05  BSW-BCT-BILL-MONTH    PIC 9(06).
