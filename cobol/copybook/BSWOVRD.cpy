      ******************************************************************
      *    BSWOVRD  --  PREREQUISITE OVERRIDE CARD
      *    ONE CARD PER PROGRAM A SUPERVISOR ALLOWS TO RUN ON THE
      *    GIVEN BUSINESS DATE EVEN THOUGH A PREREQUISITE STEP IS
      *    MISSING OR FAILED ON THE BSWLEDG RUN LEDGER.  THE
      *    SUPERVISOR MUST BE AN ACTIVE, UNLOCKED SUPERVISOR ON
      *    BSWOPR.  THE OVERRIDE IS RECORDED ON THE LEDGER.
      ******************************************************************
       01  BSW-OVR-REC.
           05  BSW-OVR-PROGRAM       PIC X(08).
           05  FILLER                PIC X(01).
           05  BSW-OVR-SUPV-ID       PIC X(08).
           05  FILLER                PIC X(01).
           05  BSW-OVR-BUS-DATE      PIC 9(08).
           05  FILLER                PIC X(01).
           05  BSW-OVR-REASON        PIC X(40).
