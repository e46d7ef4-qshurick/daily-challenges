      ******************************************************************
      *    BSWCLOG  --  CLIENT MASTER CHANGE LOG RECORD
      *    ONE RECORD PER ADD OR CHANGE APPLIED THROUGH BSWCLIMT,
      *    CARRYING THE MAINTAINING SUPERVISOR'S ID AND THE BEFORE
      *    AND AFTER IMAGE OF THE CLIENT - NAME, ACTIVE FLAG, THE
      *    THREE BILLING RATES AND THE COSTING METHOD - IN THE
      *    MANNER OF THE BSWOLOG PROFILE CHANGE LOG.  WHEN THE
      *    RATES CHANGED, THE DATE THE NEW RATES TAKE EFFECT IS
      *    GIVEN (ZERO WHEN THEY DID NOT).  ON AN ADD THE BEFORE
      *    IMAGE IS SPACES AND ZEROS.
      ******************************************************************
       01  BSW-CLOG-REC.
           05  BSW-CLOG-DATE         PIC 9(08).
           05  BSW-CLOG-TIME         PIC 9(08).
           05  BSW-CLOG-SUPV-ID      PIC X(08).
           05  BSW-CLOG-CLIENT-CD    PIC X(03).
           05  BSW-CLOG-ACTION-CD    PIC X(01).
               88  BSW-CLOG-ADDED              VALUE 'A'.
               88  BSW-CLOG-CHANGED            VALUE 'C'.
           05  BSW-CLOG-OLD-NAME     PIC X(30).
           05  BSW-CLOG-OLD-ACTIVE   PIC X(01).
           05  BSW-CLOG-OLD-RATE-N   PIC 9(03)V99.
           05  BSW-CLOG-OLD-RATE-E   PIC 9(03)V99.
           05  BSW-CLOG-OLD-RATE-R   PIC 9(03)V99.
           05  BSW-CLOG-OLD-METHOD   PIC X(01).
           05  BSW-CLOG-NEW-NAME     PIC X(30).
           05  BSW-CLOG-NEW-ACTIVE   PIC X(01).
           05  BSW-CLOG-NEW-RATE-N   PIC 9(03)V99.
           05  BSW-CLOG-NEW-RATE-E   PIC 9(03)V99.
           05  BSW-CLOG-NEW-RATE-R   PIC 9(03)V99.
           05  BSW-CLOG-NEW-METHOD   PIC X(01).
           05  BSW-CLOG-RATE-EFF-DATE PIC 9(08).
