      *    BSWSLOG  --  OPERATOR SIGN-ON LOG RECORD
      *    ONE RECORD PER SIGN-ON OR BATCH OPERATOR CHECK ATTEMPT,
      *    ACCEPTED OR REFUSED, SO AUDIT CAN SEE EVERY ID THAT WAS
      *    TRIED, WHERE, AND WHY IT WAS TURNED AWAY.  '04' IS A
      *    SIGN-ON REFUSED BECAUSE THE PROFILE IS LOCKED OUT; '05'
      *    IS WRITTEN AS A SECOND RECORD, AFTER THE REFUSAL ITSELF,
      *    WHEN THAT REFUSAL IS THE ONE THAT LOCKS THE PROFILE.
      ******************************************************************
       01  BSW-SLOG-REC.
           05  BSW-SLOG-DATE         PIC 9(08).
               88  BSW-SLOG-UNKNOWN-ID         VALUE '01'.
               88  BSW-SLOG-INACTIVE-ID        VALUE '02'.
               88  BSW-SLOG-NOT-AUTHORIZED     VALUE '03'.
               88  BSW-SLOG-LOCKED-OUT         VALUE '04'.
               88  BSW-SLOG-LOCKED-NOW         VALUE '05'.
