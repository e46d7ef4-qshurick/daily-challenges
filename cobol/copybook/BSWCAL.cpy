      ******************************************************************
      *    BSWCAL  --  BUSINESS-DAY CALENDAR RECORD
      *    ONE RECORD PER DATE THAT DOES NOT FOLLOW THE NORMAL
      *    WEEK, MAINTAINED THROUGH BSWCALMT IN DATE ORDER.  A DATE
      *    NOT ON THE CALENDAR IS A BUSINESS DAY MONDAY TO FRIDAY
      *    AND CLOSED ON SATURDAY AND SUNDAY, SO THE FILE ONLY HAS
      *    TO CARRY BANK HOLIDAYS AND OTHER CLOSURES ('C') AND ANY
      *    WEEKEND DAY THAT IS WORKED ('B').  READ BY BSWGEN,
      *    BSWAGE, BINARY-SWAP, THE BSWSRCK TRANSMISSION CHECK AND
      *    THE BSWSTAT STATUS SCREEN.
      ******************************************************************
       01  BSW-CAL-REC.
           05  BSW-CAL-DATE          PIC 9(08).
           05  BSW-CAL-DAY-TYPE      PIC X(01).
               88  BSW-CAL-BUSINESS-DAY        VALUE 'B'.
               88  BSW-CAL-CLOSED-DAY          VALUE 'C'.
           05  BSW-CAL-DESC          PIC X(30).
