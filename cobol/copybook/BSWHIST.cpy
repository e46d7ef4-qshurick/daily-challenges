      *    BSWHIST  --  COMPARISON HISTORY RECORD (INDEXED/VSAM)
      *    ONE RECORD PER PAIR PER RUN DATE, KEYED BY PAIR ID SO
      *    THE PAIR'S PAST RESULTS CAN BE LOOKED UP DIRECTLY AND
      *    ROLLED UP INTO MONTH-OVER-MONTH TREND REPORTS.  THE
      *    BSWIN BATCH NUMBER THE PAIR ARRIVED IN IS CARRIED SO A
      *    MISTAKEN BATCH CAN BE BACKED OUT BY BSWBKOUT.  THE
      *    COSTING METHOD THE SWAP COUNT WAS WORKED OUT UNDER ('X'
      *    ANY-POSITION EXCHANGE, 'A' ADJACENT ONLY - BLANK ON
      *    RECORDS WRITTEN BEFORE THE METHOD WAS CARRIED MEANS 'X')
      *    IS STAMPED SO COUNTS FROM DIFFERENT RULES ARE NEVER
      *    COMPARED AS IF THEY WERE THE SAME.
      ******************************************************************
       01  BSW-HIST-REC.
           05  BSW-HIST-KEY.
           05  BSW-HIST-RUN-TYPE         PIC X(01).
               88  BSW-HIST-NIGHTLY                VALUE 'N'.
               88  BSW-HIST-EXPRESS                VALUE 'E'.
           05  BSW-HIST-BATCH-NO         PIC 9(06).
           05  BSW-HIST-COST-METHOD      PIC X(01).
               88  BSW-HIST-COST-EXCHANGE          VALUE 'X' SPACE.
               88  BSW-HIST-COST-ADJACENT          VALUE 'A'.
