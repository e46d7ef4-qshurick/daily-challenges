      ******************************************************************
      *    BSWLEDG  --  JOB-CHAIN RUN LEDGER RECORD
      *    ONE RECORD PER EVENT, APPENDED BY EVERY BATCH PROGRAM AND
      *    KEYED BY BUSINESS DATE.  A PROGRAM WRITES A START ('S')
      *    WHEN IT BEGINS AND AN END ('E') CARRYING ITS RETURN CODE
      *    WHEN IT STOPS, REFUSALS INCLUDED; A START WITH NO LATER
      *    END MEANS THE STEP DID NOT FINISH.  A SUPERVISOR OVERRIDE
      *    OF A MISSING OR FAILED PREREQUISITE IS WRITTEN AS AN
      *    'O' WITH THE SUPERVISOR ID AND THE REASON FROM THE BSWOVRD
      *    CARD, NAMING THE PREREQUISITE PASSED OVER.  PROGRAM IS
      *    'BINARYSW' FOR BINARY-SWAP, WHOSE RUN MODE (N/E/V) IS
      *    ALSO KEPT.  PERIOD IS THE MONTH BILLED BY
      *    BSWBILL OR PURGED/RESTORED BY BSWARCH, OTHERWISE ZERO.
      *    PRINTED BY BSWLDGR.
      ******************************************************************
       01  BSW-LDG-REC.
           05  BSW-LDG-BUS-DATE      PIC 9(08).
           05  BSW-LDG-TIME          PIC 9(08).
           05  BSW-LDG-PROGRAM       PIC X(08).
           05  BSW-LDG-RUN-MODE      PIC X(01).
           05  BSW-LDG-EVENT         PIC X(01).
               88  BSW-LDG-START               VALUE 'S'.
               88  BSW-LDG-END                 VALUE 'E'.
               88  BSW-LDG-OVERRIDE            VALUE 'O'.
           05  BSW-LDG-RC            PIC 9(02).
           05  BSW-LDG-OPERATOR-ID   PIC X(08).
           05  BSW-LDG-PERIOD        PIC 9(06).
           05  BSW-LDG-PREREQ        PIC X(08).
           05  BSW-LDG-TEXT          PIC X(40).
