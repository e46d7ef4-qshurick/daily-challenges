      ******************************************************************
      *    BSWVCTL  --  BSWBKOUT BATCH BACK-OUT CONTROL CARD
      *    ONE CARD PER RUN.  NAMES THE SUPERVISOR AUTHORIZING THE
      *    BACK-OUT (VALIDATED AGAINST BSWOPR AND LOGGED TO BSWSLOG)
      *    AND THE BSWIN BATCH NUMBER TO BE REVERSED.  ONLY A BATCH
      *    LOGGED ON BSWBCH UNDER TODAY'S RUN DATE CAN BE BACKED OUT.
      ******************************************************************
       01  BSW-BKOUT-CTL-REC.
           05  BSW-VCT-SUPV-ID       PIC X(08).
           05  FILLER                PIC X(01).
           05  BSW-VCT-BATCH-NO      PIC 9(06).
