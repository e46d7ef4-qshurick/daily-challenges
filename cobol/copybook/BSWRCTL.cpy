      *    TOLERANCE - A PAIR WHOSE SWAP COUNT MOVES BY MORE THAN
      *    THIS MANY SWAPS SINCE ITS LAST RUN GOES ON THE BSWDRFT
      *    EXCEPTION REPORT.  A MISSING OR INVALID CARD FAILS THE
      *    RUN UP FRONT.  RUN MODE 'V' IS A VALIDATE-ONLY DRY RUN -
      *    BSWIN IS EDITED AND COSTED AND A PRE-FLIGHT REPORT IS
      *    PRINTED TO BSWPRPT, BUT NOTHING IS COMMITTED.
      ******************************************************************
       01  BSW-RUN-CTL-REC.
           05  BSW-CTL-OPERATOR-ID   PIC X(08).
           05  BSW-CTL-RUN-MODE      PIC X(01).
               88  BSW-CTL-NIGHTLY             VALUE 'N'.
               88  BSW-CTL-EXPRESS             VALUE 'E'.
               88  BSW-CTL-VALIDATE            VALUE 'V'.
           05  FILLER                PIC X(01).
           05  BSW-CTL-RESTART-FLAG  PIC X(01).
               88  BSW-CTL-FRESH-RUN           VALUE 'N'.
