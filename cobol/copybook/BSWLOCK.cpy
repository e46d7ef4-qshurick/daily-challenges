      ******************************************************************
      *    BSWLOCK  --  SIGN-ON LOCKOUT LIMIT
      *    THE NUMBER OF REFUSED SIGN-ONS IN ONE DAY AFTER WHICH AN
      *    OPERATOR PROFILE IS LOCKED OUT.  COPIED INTO WORKING-
      *    STORAGE BY EVERY PROGRAM THAT VALIDATES AN OPERATOR ID
      *    AGAINST BSWOPR, SO THE LIMIT IS CHANGED IN ONE PLACE.
      ******************************************************************
       01  BSW-LOCK-LIMIT            PIC 9(02)        VALUE 3.
