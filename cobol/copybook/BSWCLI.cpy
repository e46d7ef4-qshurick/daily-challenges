      *    RATES FEED THE MONTHLY BSWBILL RUN - THE EXPRESS RATE IS
      *    THE PREMIUM FOR RUN TYPE 'E' PAIRS THAT JUMP THE QUEUE,
      *    AND THE REJECT RATE IS THE HANDLING CHARGE FOR THE
      *    OPERATOR TIME A REJECTED PAIR COSTS IN BSWREWRK.  THE
      *    RATES HERE ARE THE LAST ONES ENTERED - EVERY CHANGE IS
      *    ALSO KEPT WITH ITS EFFECTIVE DATE ON THE BSWRATE HISTORY,
      *    WHICH IS WHAT BSWBILL PRICES FROM.  THE
      *    COSTING METHOD SAYS HOW BINARY-SWAP COUNTS THE CLIENT'S
      *    SWAPS - 'X' (OR BLANK ON AN OLDER RECORD) ALLOWS ANY TWO
      *    POSITIONS TO BE EXCHANGED IN ONE MOVE, 'A' ALLOWS ONLY
      *    NEIGHBOURING POSITIONS, FOR DEPARTMENTS WHOSE DOWNSTREAM
      *    PROCESS CAN SHIFT ONE SLOT AT A TIME.
      ******************************************************************
       01  BSW-CLI-REC.
           05  BSW-CLI-CODE          PIC X(03).
           05  BSW-CLI-RATE-NIGHTLY  PIC 9(03)V99.
           05  BSW-CLI-RATE-EXPRESS  PIC 9(03)V99.
           05  BSW-CLI-RATE-REJECT   PIC 9(03)V99.
           05  BSW-CLI-COST-METHOD   PIC X(01).
               88  BSW-CLI-COST-EXCHANGE       VALUE 'X' SPACE.
               88  BSW-CLI-COST-ADJACENT       VALUE 'A'.
