      *    BSWAUD  --  COMPARISON RUN AUDIT RECORD
      *    ONE RECORD PER PAIR PROCESSED, APPENDED TO THE RUNNING
      *    AUDIT LOG SO AN AUDITOR CAN ANSWER WHAT WAS COMPARED ON
      *    A GIVEN DATE AND WHO RAN IT.  A BATCH BACKED OUT BY
      *    BSWBKOUT GETS ONE REVERSAL RECORD PER PAIR REMOVED FROM
      *    BSWHIST - RESULT 'R0' REVERSES AN ACCEPTED PAIR AND 'R9'
      *    A REJECTED ONE - CARRYING THE BACKING-OUT SUPERVISOR'S
      *    ID, SO THE LOG IS NEVER EDITED, ONLY ADDED TO.  THE
      *    CLIENT'S COSTING METHOD ('X' ANY-POSITION EXCHANGE, 'A'
      *    ADJACENT ONLY) IS STAMPED ALONGSIDE THE SWAP COUNT.
      ******************************************************************
       01  BSW-AUDIT-REC.
           05  BSW-AUD-RUN-DATE      PIC 9(08).
           05  BSW-AUD-RESULT-CD     PIC X(02).
               88  BSW-AUD-ACCEPTED             VALUE '00'.
               88  BSW-AUD-REJECTED              VALUE '99'.
               88  BSW-AUD-REV-ACCEPTED          VALUE 'R0'.
               88  BSW-AUD-REV-REJECTED          VALUE 'R9'.
               88  BSW-AUD-REVERSAL              VALUE 'R0' 'R9'.
           05  BSW-AUD-RUN-TYPE      PIC X(01).
               88  BSW-AUD-NIGHTLY              VALUE 'N'.
               88  BSW-AUD-EXPRESS              VALUE 'E'.
           05  BSW-AUD-BATCH-NO      PIC 9(06).
           05  BSW-AUD-COST-METHOD   PIC X(01).
               88  BSW-AUD-COST-EXCHANGE        VALUE 'X' SPACE.
               88  BSW-AUD-COST-ADJACENT        VALUE 'A'.
