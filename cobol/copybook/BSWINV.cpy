      *    ONE FIXED-FORMAT RECORD PER CLIENT PER BILLING MONTH,
      *    WRITTEN BY BSWBILL FOR THE INVOICING SYSTEM.  NIGHTLY
      *    AND EXPRESS ACCEPTED PAIRS ARE PRICED AT THE CLIENT'S
      *    RATES (EXPRESS AT THE PREMIUM RATE) AND REJECTED PAIRS
      *    AT THE HANDLING CHARGE, EACH PAIR AT THE RATE IN FORCE
      *    ON ITS RUN DATE, SO THE AMOUNTS ARE THE SUM OF EVERY
      *    RATE PERIOD IN THE MONTH.
      ******************************************************************
       01  BSW-INV-REC.
           05  BSW-INV-BILL-MONTH    PIC 9(06).
