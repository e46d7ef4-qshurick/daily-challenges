      *    BSWENTRY EVERY DAY.  A ZERO EFFECTIVE-TO DATE MEANS THE
      *    PAIR RUNS UNTIL IT IS MARKED INACTIVE.  STANDING PAIRS
      *    ARE NEVER DELETED - A RETIRED PAIR IS MARKED INACTIVE.
      *    THE HOLIDAY OPTION SAYS WHAT BSWGEN DOES WHEN A DAY THE
      *    PAIR WAS DUE IS CLOSED ON THE BSWCAL CALENDAR - 'S' (OR
      *    SPACE) SKIPS THAT DAY'S RUN, 'R' ROLLS IT FORWARD TO THE
      *    NEXT BUSINESS DAY.
      ******************************************************************
       01  BSW-STD-REC.
           05  BSW-STD-PAIR-ID       PIC 9(06).
               88  BSW-STD-INACTIVE            VALUE 'N'.
           05  BSW-STD-EFF-FROM      PIC 9(08).
           05  BSW-STD-EFF-TO        PIC 9(08).
           05  BSW-STD-HOLIDAY-OPT   PIC X(01).
               88  BSW-STD-HOL-SKIP            VALUE 'S' ' '.
               88  BSW-STD-HOL-ROLL            VALUE 'R'.
