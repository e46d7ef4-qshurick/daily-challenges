      *                    RUN TYPE 'E' PAIR, AND THE REJECT
      *                    HANDLING CHARGE - FOR THE MONTHLY
      *                    BSWBILL RUN.
      *    10-15-2026  QS  ADDED THE COSTING METHOD TO THE SCREEN AND
      *                    THE MASTER RECORD - 'X' COUNTS ANY-
      *                    POSITION EXCHANGES AS BEFORE, 'A' HAS
      *                    BINARY-SWAP COST THE CLIENT'S PAIRS AS
      *                    ADJACENT EXCHANGES.  A BLANK METHOD ON AN
      *                    OLDER RECORD IS CARRIED AS 'X'.
      *    10-15-2026  QS  RATES ARE NOW EFFECTIVE-DATED.  THE SCREEN
      *                    TAKES THE DATE NEW RATES APPLY FROM
      *                    (DEFAULT TODAY), AND AN ADD OR ANY RATE
      *                    CHANGE IS APPENDED TO THE BSWRATE RATE
      *                    HISTORY THAT BSWBILL PRICES FROM - THE
      *                    FIRST CHANGE FOR A CLIENT WITH NO HISTORY
      *                    ALSO RECORDS ITS OLD RATES EFFECTIVE
      *                    00000000.  EVERY APPLIED ADD OR CHANGE IS
      *                    LOGGED TO THE NEW BSWCLOG CLIENT CHANGE
      *                    LOG WITH THE SUPERVISOR'S ID AND THE
      *                    BEFORE AND AFTER IMAGE, AS BSWOPRMT DOES
      *                    ON BSWOLOG.
      *    10-15-2026  QS  REFUSED SIGN-ONS FOR AN ID ON FILE ARE
      *                    NOW COUNTED ON THE BSWOPR PROFILE.  ONCE
      *                    THE DAY'S COUNT REACHES THE BSWLOCK LIMIT
      *                    THE PROFILE IS LOCKED AND REFUSED HERE
      *                    WITH SIGN-ON LOG RESULT '04' UNTIL A
      *                    SUPERVISOR UNLOCKS IT IN BSWOPRMT.
      *                    THE COUNT IS SAVED BY LOADING BSWOPR
      *                    INTO A TABLE AND WRITING THE WHOLE FILE
      *                    BACK; IF IT CANNOT BE SAVED THE SIGN-ON ENDS
      *                    WITH RETURN CODE 8.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                    FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT BSW-SLOG-FILE    ASSIGN TO BSWSLOG
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-RATE-FILE    ASSIGN TO BSWRATE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT BSW-CLOG-FILE    ASSIGN TO BSWCLOG
                                    ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************

       FD  BSW-SLOG-FILE.
           COPY BSWSLOG.

       FD  BSW-RATE-FILE.
           COPY BSWRATE.

       FD  BSW-CLOG-FILE.
           COPY BSWCLOG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-ENTRY.
          05 WS-ENT-RATE-N         PIC 9(03)V99.
          05 WS-ENT-RATE-E         PIC 9(03)V99.
          05 WS-ENT-RATE-R         PIC 9(03)V99.
          05 WS-ENT-METHOD         PIC X(01).
          05 WS-ENT-EFF-DATE       PIC 9(08).
          05 WS-ENT-EFF-PARTS REDEFINES WS-ENT-EFF-DATE.
             10 WS-ENT-EFF-YYYY    PIC 9(04).
             10 WS-ENT-EFF-MM      PIC 9(02).
             10 WS-ENT-EFF-DD      PIC 9(02).
       01 WS-BEFORE-IMAGE.
          05 WS-OLD-NAME           PIC X(30).
          05 WS-OLD-ACTIVE         PIC X(01).
          05 WS-OLD-RATE-N         PIC 9(03)V99.
          05 WS-OLD-RATE-E         PIC 9(03)V99.
          05 WS-OLD-RATE-R         PIC 9(03)V99.
          05 WS-OLD-METHOD         PIC X(01).
       01 WS-LOG-INFO.
          05 WS-LOG-ACTION         PIC X(01).
          05 WS-LOG-EFF-DATE       PIC 9(08).
       01 WS-SWITCHES.
          05 WS-DONE-SW            PIC X(1)         VALUE 'N'.
             88 WS-DONE                              VALUE 'Y'.
          05 WS-OPR-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-OPR-FOUND                         VALUE 'Y'.
             88 WS-OPR-NOT-FOUND                     VALUE 'N'.
          05 WS-LOCK-NOW-SW        PIC X(1)         VALUE 'N'.
             88 WS-OPR-NOW-LOCKED                    VALUE 'Y'.
             88 WS-OPR-NOT-NOW-LOCKED                VALUE 'N'.
          05 WS-SIGNON-SW          PIC X(1)         VALUE 'N'.
             88 WS-SIGNED-ON                         VALUE 'Y'.
             88 WS-NOT-SIGNED-ON                     VALUE 'N'.
          05 WS-SIGNON-DONE-SW     PIC X(1)         VALUE 'N'.
             88 WS-SIGNON-DONE                       VALUE 'Y'.
             88 WS-SIGNON-NOT-DONE                   VALUE 'N'.
          05 WS-RATE-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-RATE-EOF                          VALUE 'Y'.
             88 WS-RATE-NOT-EOF                      VALUE 'N'.
       01 WS-OPR-INFO.
          05 WS-OPR-FILE-STATUS    PIC X(02).
          05 WS-SIGNON-ID          PIC X(08).
          05 WS-OPR-AUTH-LVL       PIC X(01).
          05 WS-OPR-ACTIVE-FLAG    PIC X(01).
          05 WS-OPR-LOCK-FLAG      PIC X(01).
          05 WS-SLOG-RESULT-CD     PIC X(02).
           COPY BSWLOCK.
       01 WS-RFL-INFO.
          05 WS-RFL-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-RFL-IX             PIC 9(03).
          05 WS-RFL-FOUND-IX       PIC 9(03).
          05 WS-RFL-SAVE-SW        PIC X(1)         VALUE 'Y'.
             88 WS-RFL-SAVE-OK                       VALUE 'Y'.
             88 WS-RFL-SAVE-FAILED                   VALUE 'N'.
       01 WS-RFL-TABLE.
          05 WS-RFL-ENTRY OCCURS 100 TIMES.
             10 WS-RFL-ID          PIC X(08).
             10 WS-RFL-NAME        PIC X(30).
             10 WS-RFL-AUTH        PIC X(01).
             10 WS-RFL-ACTIVE      PIC X(01).
             10 WS-RFL-LOCK        PIC X(01).
             10 WS-RFL-FAIL-DATE   PIC 9(08).
             10 WS-RFL-FAIL-COUNT  PIC 9(02).
       01 WS-CLI-INFO.
          05 WS-CLI-FILE-STATUS    PIC X(02).
          05 WS-RATE-FILE-STATUS   PIC X(02).
          05 WS-MNT-DATE           PIC 9(08).
          05 WS-MNT-TIME           PIC 9(08).
          05 WS-CLI-COUNT          PIC 9(03)        VALUE ZERO.
             10 WS-CLI-RATE-N      PIC 9(03)V99.
             10 WS-CLI-RATE-E      PIC 9(03)V99.
             10 WS-CLI-RATE-R      PIC 9(03)V99.
             10 WS-CLI-METHOD      PIC X(01).
             10 WS-CLI-HAS-RATES   PIC X(01).
       01 WS-MESSAGE                PIC X(40)        VALUE SPACES.
      ******************************************************************
       SCREEN                      SECTION.
          05 LINE 07 COL 30 PIC 9(03)V99 USING WS-ENT-RATE-E.
          05 LINE 08 COL 01 VALUE 'REJECT HANDLING RATE  . .'.
          05 LINE 08 COL 30 PIC 9(03)V99 USING WS-ENT-RATE-R.
          05 LINE 09 COL 01 VALUE 'COSTING METHOD (X/A) . .'.
          05 LINE 09 COL 30 PIC X(01) USING WS-ENT-METHOD.
          05 LINE 10 COL 01 VALUE 'RATES EFFECTIVE (YYYYMMDD)'.
          05 LINE 10 COL 30 PIC 9(08) USING WS-ENT-EFF-DATE.
          05 LINE 12 COL 01 PIC X(40) FROM WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD.
               STOP RUN
           END-IF.
           PERFORM LOAD-CLIENTS-RTN.
           PERFORM LOAD-RATE-HISTORY-RTN.
      ******************************************************************
       MAIN-RTN.
           PERFORM MAINT-LOOP-RTN UNTIL WS-DONE.
       VALIDATE-OPERATOR-RTN.
           SET WS-OPR-NOT-EOF   TO TRUE.
           SET WS-OPR-NOT-FOUND TO TRUE.
           SET WS-OPR-NOT-NOW-LOCKED TO TRUE.
           OPEN INPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM READ-OPR-RTN
                   MOVE '01' TO WS-SLOG-RESULT-CD
                   MOVE 'OPERATOR ID IS NOT ON FILE'
                       TO WS-MESSAGE
               WHEN WS-OPR-LOCK-FLAG = 'L'
                   MOVE '04' TO WS-SLOG-RESULT-CD
                   MOVE 'OPERATOR ID IS LOCKED - SEE A SUPERVISOR'
                       TO WS-MESSAGE
               WHEN WS-OPR-ACTIVE-FLAG NOT = 'Y'
                   MOVE '02' TO WS-SLOG-RESULT-CD
                   MOVE 'OPERATOR ID IS NOT ACTIVE'
                   MOVE '00' TO WS-SLOG-RESULT-CD
                   SET WS-SIGNED-ON TO TRUE
           END-EVALUATE.
           IF WS-SLOG-RESULT-CD = '02' OR WS-SLOG-RESULT-CD = '03'
               PERFORM RECORD-REFUSAL-RTN
           END-IF.
           PERFORM WRITE-SIGNON-LOG-RTN.
           IF WS-OPR-NOW-LOCKED
               MOVE '05' TO WS-SLOG-RESULT-CD
               PERFORM WRITE-SIGNON-LOG-RTN
               MOVE 'OPERATOR ID IS NOW LOCKED OUT'
                   TO WS-MESSAGE
           END-IF.

       RECORD-REFUSAL-RTN.
           PERFORM LOAD-REFUSAL-TABLE-RTN.
           IF WS-RFL-SAVE-OK AND WS-RFL-FOUND-IX > ZERO
               PERFORM COUNT-REFUSAL-RTN
               PERFORM SAVE-REFUSAL-TABLE-RTN
           END-IF.
           IF WS-RFL-SAVE-FAILED
               SET WS-OPR-NOT-NOW-LOCKED TO TRUE
               DISPLAY 'REFUSED SIGN-ON NOT RECORDED ON BSWOPR'
                   ' - STATUS ' WS-OPR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-SIGNON-DONE TO TRUE
           END-IF.

       LOAD-REFUSAL-TABLE-RTN.
           MOVE ZERO TO WS-RFL-COUNT.
           MOVE ZERO TO WS-RFL-FOUND-IX.
           SET WS-RFL-SAVE-OK TO TRUE.
           SET WS-OPR-NOT-EOF TO TRUE.
           OPEN INPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM LOAD-REFUSAL-REC-RTN UNTIL WS-OPR-EOF
               CLOSE BSW-OPR-FILE
           ELSE
               SET WS-RFL-SAVE-FAILED TO TRUE
           END-IF.

       LOAD-REFUSAL-REC-RTN.
           READ BSW-OPR-FILE
               AT END
                   SET WS-OPR-EOF TO TRUE
               NOT AT END
                   IF WS-RFL-COUNT < 100
                       ADD 1 TO WS-RFL-COUNT
                       MOVE BSW-OPR-REC TO WS-RFL-ENTRY(WS-RFL-COUNT)
                       IF WS-RFL-FAIL-DATE(WS-RFL-COUNT) NOT NUMERIC
                          OR WS-RFL-FAIL-COUNT(WS-RFL-COUNT) NOT NUMERIC
                           MOVE ZERO TO WS-RFL-FAIL-DATE(WS-RFL-COUNT)
                           MOVE ZERO TO WS-RFL-FAIL-COUNT(WS-RFL-COUNT)
                       END-IF
                       IF BSW-OPR-ID = WS-SIGNON-ID
                           MOVE WS-RFL-COUNT TO WS-RFL-FOUND-IX
                       END-IF
                   ELSE
                       DISPLAY 'BSWOPR HOLDS MORE THAN 100 PROFILES'
                       SET WS-RFL-SAVE-FAILED TO TRUE
                       SET WS-OPR-EOF TO TRUE
                   END-IF
           END-READ.

       COUNT-REFUSAL-RTN.
           IF WS-RFL-FAIL-DATE(WS-RFL-FOUND-IX) NOT = WS-MNT-DATE
               MOVE WS-MNT-DATE TO WS-RFL-FAIL-DATE(WS-RFL-FOUND-IX)
               MOVE ZERO TO WS-RFL-FAIL-COUNT(WS-RFL-FOUND-IX)
           END-IF.
           ADD 1 TO WS-RFL-FAIL-COUNT(WS-RFL-FOUND-IX).
           IF WS-RFL-FAIL-COUNT(WS-RFL-FOUND-IX) NOT < BSW-LOCK-LIMIT
               MOVE 'L' TO WS-RFL-LOCK(WS-RFL-FOUND-IX)
               SET WS-OPR-NOW-LOCKED TO TRUE
           END-IF.

       SAVE-REFUSAL-TABLE-RTN.
           OPEN OUTPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM SAVE-REFUSAL-REC-RTN VARYING WS-RFL-IX
     -             FROM 1 BY 1 UNTIL WS-RFL-IX > WS-RFL-COUNT
               CLOSE BSW-OPR-FILE
           ELSE
               SET WS-RFL-SAVE-FAILED TO TRUE
           END-IF.

       SAVE-REFUSAL-REC-RTN.
           WRITE BSW-OPR-REC FROM WS-RFL-ENTRY(WS-RFL-IX).
           IF WS-OPR-FILE-STATUS NOT = '00'
               SET WS-RFL-SAVE-FAILED TO TRUE
           END-IF.

       READ-OPR-RTN.
           READ BSW-OPR-FILE
                           TO WS-OPR-AUTH-LVL
                       MOVE BSW-OPR-ACTIVE-FLAG
                           TO WS-OPR-ACTIVE-FLAG
                       MOVE BSW-OPR-LOCK-FLAG
                           TO WS-OPR-LOCK-FLAG
                   END-IF
           END-READ.

                           TO WS-CLI-RATE-E(WS-CLI-COUNT)
                       MOVE BSW-CLI-RATE-REJECT
                           TO WS-CLI-RATE-R(WS-CLI-COUNT)
                       IF BSW-CLI-COST-ADJACENT
                           MOVE 'A' TO WS-CLI-METHOD(WS-CLI-COUNT)
                       ELSE
                           MOVE 'X' TO WS-CLI-METHOD(WS-CLI-COUNT)
                       END-IF
                       MOVE 'N' TO WS-CLI-HAS-RATES(WS-CLI-COUNT)
                   ELSE
                       DISPLAY 'CLIENT MASTER OVERFLOW - RECORD '
                           BSW-CLI-CODE ' DROPPED'
                   END-IF
           END-READ.

       LOAD-RATE-HISTORY-RTN.
           OPEN INPUT BSW-RATE-FILE.
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM LOAD-RATE-REC-RTN UNTIL WS-RATE-EOF
               CLOSE BSW-RATE-FILE
           END-IF.

       LOAD-RATE-REC-RTN.
           READ BSW-RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   MOVE BSW-RATE-CLIENT-CD TO WS-ENT-CODE
                   MOVE ZERO TO WS-CLI-FOUND-IX
                   PERFORM SCAN-CLIENT-RTN VARYING WS-CLI-IX
     -                 FROM 1 BY 1 UNTIL WS-CLI-IX > WS-CLI-COUNT
     -                 OR WS-CLI-FOUND-IX > ZERO
                   IF WS-CLI-FOUND-IX > ZERO
                       MOVE 'Y' TO WS-CLI-HAS-RATES(WS-CLI-FOUND-IX)
                   END-IF
           END-READ.

       MAINT-LOOP-RTN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-ENT-CODE WS-ENT-NAME.
           MOVE 'Y'    TO WS-ENT-ACTIVE.
           MOVE 'X'    TO WS-ENT-METHOD.
           MOVE ZERO   TO WS-ENT-RATE-N WS-ENT-RATE-E WS-ENT-RATE-R.
           MOVE WS-MNT-DATE TO WS-ENT-EFF-DATE.
           DISPLAY BSW-CLIENT-SCREEN.
           ACCEPT BSW-CLIENT-SCREEN.
           IF WS-ENT-CODE = SPACES
               MOVE 'ERROR - ACTIVE FLAG MUST BE Y OR N'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-METHOD NOT = 'X'
               AND WS-ENT-METHOD NOT = 'A'
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - COSTING METHOD MUST BE X OR A'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               AND (WS-ENT-EFF-DATE NOT NUMERIC
                    OR WS-ENT-EFF-YYYY < 1900
                    OR WS-ENT-EFF-MM < 1 OR WS-ENT-EFF-MM > 12
                    OR WS-ENT-EFF-DD < 1 OR WS-ENT-EFF-DD > 31)
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - EFFECTIVE DATE IS NOT VALID'
                   TO WS-MESSAGE
           END-IF.

       APPLY-CLIENT-RTN.
           MOVE ZERO TO WS-CLI-FOUND-IX.
     -         FROM 1 BY 1 UNTIL WS-CLI-IX > WS-CLI-COUNT
     -         OR WS-CLI-FOUND-IX > ZERO.
           IF WS-CLI-FOUND-IX > ZERO
               MOVE 'C' TO WS-LOG-ACTION
               MOVE ZERO TO WS-LOG-EFF-DATE
               MOVE WS-CLI-NAME(WS-CLI-FOUND-IX)   TO WS-OLD-NAME
               MOVE WS-CLI-ACTIVE(WS-CLI-FOUND-IX) TO WS-OLD-ACTIVE
               MOVE WS-CLI-RATE-N(WS-CLI-FOUND-IX) TO WS-OLD-RATE-N
               MOVE WS-CLI-RATE-E(WS-CLI-FOUND-IX) TO WS-OLD-RATE-E
               MOVE WS-CLI-RATE-R(WS-CLI-FOUND-IX) TO WS-OLD-RATE-R
               MOVE WS-CLI-METHOD(WS-CLI-FOUND-IX) TO WS-OLD-METHOD
               IF WS-ENT-RATE-N NOT = WS-OLD-RATE-N
                   OR WS-ENT-RATE-E NOT = WS-OLD-RATE-E
                   OR WS-ENT-RATE-R NOT = WS-OLD-RATE-R
                   PERFORM RECORD-RATE-CHANGE-RTN
               END-IF
               MOVE WS-ENT-NAME   TO WS-CLI-NAME(WS-CLI-FOUND-IX)
               MOVE WS-ENT-ACTIVE TO WS-CLI-ACTIVE(WS-CLI-FOUND-IX)
               MOVE WS-ENT-RATE-N TO WS-CLI-RATE-N(WS-CLI-FOUND-IX)
               MOVE WS-ENT-RATE-E TO WS-CLI-RATE-E(WS-CLI-FOUND-IX)
               MOVE WS-ENT-RATE-R TO WS-CLI-RATE-R(WS-CLI-FOUND-IX)
               MOVE WS-ENT-METHOD TO WS-CLI-METHOD(WS-CLI-FOUND-IX)
               PERFORM WRITE-CHANGE-LOG-RTN
               MOVE 'CLIENT UPDATED' TO WS-MESSAGE
           ELSE
               IF WS-CLI-COUNT < 100
                       TO WS-CLI-RATE-E(WS-CLI-COUNT)
                   MOVE WS-ENT-RATE-R
                       TO WS-CLI-RATE-R(WS-CLI-COUNT)
                   MOVE WS-ENT-METHOD
                       TO WS-CLI-METHOD(WS-CLI-COUNT)
                   MOVE 'Y' TO WS-CLI-HAS-RATES(WS-CLI-COUNT)
                   MOVE 'A' TO WS-LOG-ACTION
                   MOVE SPACES TO WS-OLD-NAME WS-OLD-ACTIVE
                       WS-OLD-METHOD
                   MOVE ZERO TO WS-OLD-RATE-N WS-OLD-RATE-E
                       WS-OLD-RATE-R
                   MOVE WS-ENT-EFF-DATE TO WS-LOG-EFF-DATE
                   MOVE WS-ENT-EFF-DATE TO BSW-RATE-EFF-DATE
                   PERFORM WRITE-NEW-RATES-RTN
                   PERFORM WRITE-CHANGE-LOG-RTN
                   MOVE 'CLIENT ADDED' TO WS-MESSAGE
               ELSE
                   MOVE 'ERROR - CLIENT MASTER IS FULL'
               MOVE WS-CLI-IX TO WS-CLI-FOUND-IX
           END-IF.

       RECORD-RATE-CHANGE-RTN.
           IF WS-CLI-HAS-RATES(WS-CLI-FOUND-IX) NOT = 'Y'
               MOVE WS-ENT-CODE   TO BSW-RATE-CLIENT-CD
               MOVE ZERO          TO BSW-RATE-EFF-DATE
               MOVE WS-OLD-RATE-N TO BSW-RATE-NIGHTLY
               MOVE WS-OLD-RATE-E TO BSW-RATE-EXPRESS
               MOVE WS-OLD-RATE-R TO BSW-RATE-REJECT
               PERFORM WRITE-RATE-REC-RTN
               MOVE 'Y' TO WS-CLI-HAS-RATES(WS-CLI-FOUND-IX)
           END-IF.
           MOVE WS-ENT-EFF-DATE TO WS-LOG-EFF-DATE.
           MOVE WS-ENT-EFF-DATE TO BSW-RATE-EFF-DATE.
           PERFORM WRITE-NEW-RATES-RTN.

       WRITE-NEW-RATES-RTN.
           MOVE WS-ENT-CODE   TO BSW-RATE-CLIENT-CD.
           MOVE WS-ENT-RATE-N TO BSW-RATE-NIGHTLY.
           MOVE WS-ENT-RATE-E TO BSW-RATE-EXPRESS.
           MOVE WS-ENT-RATE-R TO BSW-RATE-REJECT.
           PERFORM WRITE-RATE-REC-RTN.

       WRITE-RATE-REC-RTN.
           MOVE WS-MNT-DATE   TO BSW-RATE-ENTERED-DATE.
           MOVE WS-SIGNON-ID  TO BSW-RATE-SUPV-ID.
           OPEN EXTEND BSW-RATE-FILE.
           IF WS-RATE-FILE-STATUS = '35'
               OPEN OUTPUT BSW-RATE-FILE
           END-IF.
           WRITE BSW-RATE-REC.
           CLOSE BSW-RATE-FILE.

       WRITE-CHANGE-LOG-RTN.
           MOVE WS-MNT-DATE     TO BSW-CLOG-DATE.
           MOVE WS-MNT-TIME     TO BSW-CLOG-TIME.
           MOVE WS-SIGNON-ID    TO BSW-CLOG-SUPV-ID.
           MOVE WS-ENT-CODE     TO BSW-CLOG-CLIENT-CD.
           MOVE WS-LOG-ACTION   TO BSW-CLOG-ACTION-CD.
           MOVE WS-OLD-NAME     TO BSW-CLOG-OLD-NAME.
           MOVE WS-OLD-ACTIVE   TO BSW-CLOG-OLD-ACTIVE.
           MOVE WS-OLD-RATE-N   TO BSW-CLOG-OLD-RATE-N.
           MOVE WS-OLD-RATE-E   TO BSW-CLOG-OLD-RATE-E.
           MOVE WS-OLD-RATE-R   TO BSW-CLOG-OLD-RATE-R.
           MOVE WS-OLD-METHOD   TO BSW-CLOG-OLD-METHOD.
           MOVE WS-ENT-NAME     TO BSW-CLOG-NEW-NAME.
           MOVE WS-ENT-ACTIVE   TO BSW-CLOG-NEW-ACTIVE.
           MOVE WS-ENT-RATE-N   TO BSW-CLOG-NEW-RATE-N.
           MOVE WS-ENT-RATE-E   TO BSW-CLOG-NEW-RATE-E.
           MOVE WS-ENT-RATE-R   TO BSW-CLOG-NEW-RATE-R.
           MOVE WS-ENT-METHOD   TO BSW-CLOG-NEW-METHOD.
           MOVE WS-LOG-EFF-DATE TO BSW-CLOG-RATE-EFF-DATE.
           OPEN EXTEND BSW-CLOG-FILE.
           WRITE BSW-CLOG-REC.
           CLOSE BSW-CLOG-FILE.

       REWRITE-CLIENTS-RTN.
           OPEN OUTPUT BSW-CLI-FILE.
           PERFORM WRITE-CLIENT-REC-RTN VARYING WS-CLI-IX
           MOVE WS-CLI-RATE-N(WS-CLI-IX) TO BSW-CLI-RATE-NIGHTLY.
           MOVE WS-CLI-RATE-E(WS-CLI-IX) TO BSW-CLI-RATE-EXPRESS.
           MOVE WS-CLI-RATE-R(WS-CLI-IX) TO BSW-CLI-RATE-REJECT.
           MOVE WS-CLI-METHOD(WS-CLI-IX) TO BSW-CLI-COST-METHOD.
           WRITE BSW-CLI-REC.
