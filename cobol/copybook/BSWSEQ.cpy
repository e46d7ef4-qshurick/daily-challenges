      *    IN STEP ORDER.  APPLYING THE EXCHANGES IN SEQUENCE TURNS
      *    STRING A INTO STRING B IN THE MINIMUM NUMBER OF SWAPS,
      *    SO THE RECEIVING SYSTEM CAN REPLAY THE TRANSFORMATION
      *    MECHANICALLY INSTEAD OF RE-DERIVING IT.  FOR A CLIENT
      *    COSTED UNDER THE ADJACENT RULE EVERY STEP EXCHANGES TWO
      *    NEIGHBOURING POSITIONS, SO A PAIR CAN RUN TO SEVERAL
      *    HUNDRED STEPS.
      ******************************************************************
       01  BSW-SEQ-REC.
           05  BSW-SEQ-PAIR-ID       PIC 9(06).
           05  BSW-SEQ-STEP-NO       PIC 9(03).
           05  BSW-SEQ-POS-FROM      PIC 9(02).
           05  BSW-SEQ-POS-TO        PIC 9(02).
