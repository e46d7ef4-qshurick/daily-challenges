      *                    AND IS REWRITTEN DAILY, SO THE STEPS
      *                    SHOWN REFLECT THE LAST OUTPUT DAY ONLY
      *                    AND THE SCREEN SAYS SO.
      *    10-15-2026  QS  THE BROWSE LINE SHOWS THE COSTING METHOD
      *                    EACH SWAP COUNT WAS WORKED OUT UNDER, AND
      *                    THE STEP LIST HOLDS UP TO 400 STEPS WITH
      *                    THREE-DIGIT STEP NUMBERS FOR PAIRS COSTED
      *                    AS ADJACENT EXCHANGES.
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
          05 WS-PAGE-WORK          PIC 9(05).
          05 WS-ENTRY-NO           PIC S9(05).
          05 WS-LNO                PIC 9(02).
          05 WS-STP-COUNT          PIC 9(03).
          05 WS-STP-IX             PIC 9(03).
          05 WS-SEQ-PAGE-NO        PIC 9(02).
       01 WS-SWITCHES.
          05 WS-DONE-SW            PIC X(1)         VALUE 'N'.
          05 WS-OPR-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-OPR-FOUND                         VALUE 'Y'.
             88 WS-OPR-NOT-FOUND                     VALUE 'N'.
          05 WS-LOCK-NOW-SW        PIC X(1)         VALUE 'N'.
             88 WS-OPR-NOW-LOCKED                    VALUE 'Y'.
             88 WS-OPR-NOT-NOW-LOCKED                VALUE 'N'.
          05 WS-SIGNON-SW          PIC X(1)         VALUE 'N'.
             88 WS-SIGNED-ON                         VALUE 'Y'.
             88 WS-NOT-SIGNED-ON                     VALUE 'N'.
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
       01 WS-FILE-INFO.
          05 WS-HIST-FILE-STATUS   PIC X(02).
          05 WS-SEQ-FILE-STATUS    PIC X(02).
             10 WS-HIT-RESULT      PIC X(02).
             10 WS-HIT-DIFF        PIC 9(04).
             10 WS-HIT-TYPE        PIC X(01).
             10 WS-HIT-METHOD      PIC X(01).
       01 WS-STEP-TABLE.
          05 WS-STP-ENTRY OCCURS 400 TIMES.
             10 WS-STP-NO          PIC 9(03).
             10 WS-STP-FROM        PIC 9(02).
             10 WS-STP-TO          PIC 9(02).
       01 WS-INQ-DETAIL-LINE.
          05 WS-IDL-DIFF           PIC ZZZ9.
          05 FILLER                PIC X(07)        VALUE '  TYPE '.
          05 WS-IDL-TYPE           PIC X(01).
          05 FILLER                PIC X(07)        VALUE '  COST '.
          05 WS-IDL-METHOD         PIC X(01).
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-SEQ-DETAIL-LINE.
          05 FILLER                PIC X(05)        VALUE 'STEP '.
          05 WS-SDL-STEP           PIC 9(03).
          05 FILLER                PIC X(16)        VALUE
             '  SWAP POSITION '.
          05 WS-SDL-FROM           PIC 9(02).
          05 FILLER                PIC X(15)        VALUE
             ' WITH POSITION '.
          05 WS-SDL-TO             PIC 9(02).
          05 FILLER                PIC X(27)        VALUE SPACES.
       01 WS-PAGE-AREA.
          05 WS-PAGE-LINE-01       PIC X(70).
          05 WS-PAGE-LINE-02       PIC X(70).
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
           IF WS-RFL-FAIL-DATE(WS-RFL-FOUND-IX) NOT = WS-INQ-DATE
               MOVE WS-INQ-DATE TO WS-RFL-FAIL-DATE(WS-RFL-FOUND-IX)
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

                               TO WS-HIT-DIFF(WS-HIT-COUNT)
                           MOVE BSW-HIST-RUN-TYPE
                               TO WS-HIT-TYPE(WS-HIT-COUNT)
                           IF BSW-HIST-COST-ADJACENT
                               MOVE 'A'
                                   TO WS-HIT-METHOD(WS-HIT-COUNT)
                           ELSE
                               MOVE 'X'
                                   TO WS-HIT-METHOD(WS-HIT-COUNT)
                           END-IF
                       ELSE
                           SET WS-HIST-EOF TO TRUE
                           MOVE 'OLDEST RECORDS NOT SHOWN'
               MOVE WS-HIT-RESULT(WS-HIT-IX)   TO WS-IDL-RESULT
               MOVE WS-HIT-DIFF(WS-HIT-IX)     TO WS-IDL-DIFF
               MOVE WS-HIT-TYPE(WS-HIT-IX)     TO WS-IDL-TYPE
               MOVE WS-HIT-METHOD(WS-HIT-IX)   TO WS-IDL-METHOD
               MOVE WS-INQ-DETAIL-LINE TO WS-PAGE-LINE(WS-LNO)
           ELSE
               MOVE SPACES TO WS-PAGE-LINE(WS-LNO)
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF BSW-SEQ-PAIR-ID = WS-INQ-PAIR-ID
                       AND WS-STP-COUNT < 400
                       ADD 1 TO WS-STP-COUNT
                       MOVE BSW-SEQ-STEP-NO
                           TO WS-STP-NO(WS-STP-COUNT)
