      *    CARRIED ON THE AUDIT AND CHECKPOINT RECORDS IS A REAL,
      *    ACTIVE OPERATOR.  ONLY A SUPERVISOR ('S') MAY RUN THE
      *    BATCH OR RESUME A RUN PAST AN EXISTING CHECKPOINT.
      *    EVERY SIGN-ON REFUSED FOR AN ID ON FILE (NOT ACTIVE, OR
      *    NOT AUTHORIZED FOR THE PROGRAM) IS COUNTED AGAINST THE
      *    PROFILE FOR THE DAY; WHEN THE DAY'S COUNT REACHES THE
      *    BSWLOCK LIMIT THE PROFILE IS LOCKED ('L') AND EVERY
      *    PROGRAM REFUSES IT UNTIL A SUPERVISOR UNLOCKS IT
      *    THROUGH BSWOPRMT.  THE COUNT STARTS AGAIN EACH DAY.
      ******************************************************************
       01  BSW-OPR-REC.
           05  BSW-OPR-ID            PIC X(08).
           05  BSW-OPR-ACTIVE-FLAG   PIC X(01).
               88  BSW-OPR-ACTIVE              VALUE 'Y'.
               88  BSW-OPR-INACTIVE            VALUE 'N'.
           05  BSW-OPR-LOCK-FLAG     PIC X(01).
               88  BSW-OPR-LOCKED              VALUE 'L'.
               88  BSW-OPR-NOT-LOCKED          VALUE ' ' 'N'.
           05  BSW-OPR-FAIL-DATE     PIC 9(08).
           05  BSW-OPR-FAIL-COUNT    PIC 9(02).
