      *                    LOADED INTO A TABLE AT START-UP AND
      *                    REWRITTEN AT END OF SESSION, MIRRORING
      *                    BSWCLIMT.
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
      *    10-15-2026  QS  ADDED AN UNLOCK (Y/N) FIELD TO THE
      *                    PROFILE SCREEN.  'Y' ON A LOCKED PROFILE
      *                    CLEARS THE LOCK AND THE DAY'S REFUSAL
      *                    COUNT AND IS LOGGED TO BSWOLOG AS ACTION
      *                    'U'.  THE LOCK AND REFUSAL FIELDS ARE
      *                    CARRIED THROUGH THE SESSION TABLE SO THE
      *                    END-OF-SESSION REWRITE KEEPS THEM.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
          05 WS-ENT-NAME           PIC X(30).
          05 WS-ENT-AUTH           PIC X(01).
          05 WS-ENT-ACTIVE         PIC X(01).
          05 WS-ENT-UNLOCK         PIC X(01).
       01 WS-BEFORE-IMAGE.
          05 WS-OLD-NAME           PIC X(30).
          05 WS-OLD-AUTH           PIC X(01).
          05 WS-OLD-ACTIVE         PIC X(01).
          05 WS-OLD-LOCK           PIC X(01).
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
          05 WS-SIGNON-ID          PIC X(08).
          05 WS-OPR-AUTH-LVL       PIC X(01).
          05 WS-OPR-ACTIVE-FLAG    PIC X(01).
          05 WS-OPR-LOCK-FLAG      PIC X(01).
          05 WS-SLOG-RESULT-CD     PIC X(02).
           COPY BSWLOCK.
       01 WS-MNT-INFO.
          05 WS-MNT-DATE           PIC 9(08).
          05 WS-MNT-TIME           PIC 9(08).
          05 WS-TBL-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-TBL-IX             PIC 9(03).
          05 WS-TBL-FOUND-IX       PIC 9(03).
          05 WS-TBL-SAVE-SW        PIC X(1)         VALUE 'Y'.
             88 WS-TBL-SAVE-OK                       VALUE 'Y'.
             88 WS-TBL-SAVE-FAILED                   VALUE 'N'.
       01 WS-PROFILE-TABLE.
          05 WS-TBL-ENTRY OCCURS 100 TIMES.
             10 WS-TBL-ID          PIC X(08).
             10 WS-TBL-NAME        PIC X(30).
             10 WS-TBL-AUTH        PIC X(01).
             10 WS-TBL-ACTIVE      PIC X(01).
             10 WS-TBL-LOCK        PIC X(01).
             10 WS-TBL-FAIL-DATE   PIC 9(08).
             10 WS-TBL-FAIL-COUNT  PIC 9(02).
       01 WS-MESSAGE                PIC X(40)        VALUE SPACES.
      ******************************************************************
       SCREEN                      SECTION.
          05 LINE 05 COL 30 PIC X(01) USING WS-ENT-AUTH.
          05 LINE 06 COL 01 VALUE 'ACTIVE (Y/N)  . . . . . .'.
          05 LINE 06 COL 30 PIC X(01) USING WS-ENT-ACTIVE.
          05 LINE 07 COL 01 VALUE 'UNLOCK (Y/N)  . . . . . .'.
          05 LINE 07 COL 30 PIC X(01) USING WS-ENT-UNLOCK.
          05 LINE 08 COL 01 PIC X(40) FROM WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
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
           IF WS-TBL-SAVE-OK AND WS-TBL-FOUND-IX > ZERO
               PERFORM COUNT-REFUSAL-RTN
               PERFORM SAVE-REFUSAL-TABLE-RTN
           END-IF.
           IF WS-TBL-SAVE-FAILED
               SET WS-OPR-NOT-NOW-LOCKED TO TRUE
               DISPLAY 'REFUSED SIGN-ON NOT RECORDED ON BSWOPR'
                   ' - STATUS ' WS-OPR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-SIGNON-DONE TO TRUE
           END-IF.

       LOAD-REFUSAL-TABLE-RTN.
           MOVE ZERO TO WS-TBL-COUNT.
           MOVE ZERO TO WS-TBL-FOUND-IX.
           SET WS-TBL-SAVE-OK TO TRUE.
           SET WS-OPR-NOT-EOF TO TRUE.
           OPEN INPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM LOAD-REFUSAL-REC-RTN UNTIL WS-OPR-EOF
               CLOSE BSW-OPR-FILE
           ELSE
               SET WS-TBL-SAVE-FAILED TO TRUE
           END-IF.

       LOAD-REFUSAL-REC-RTN.
           READ BSW-OPR-FILE
               AT END
                   SET WS-OPR-EOF TO TRUE
               NOT AT END
                   IF WS-TBL-COUNT < 100
                       ADD 1 TO WS-TBL-COUNT
                       MOVE BSW-OPR-REC TO WS-TBL-ENTRY(WS-TBL-COUNT)
                       IF WS-TBL-FAIL-DATE(WS-TBL-COUNT) NOT NUMERIC
                          OR WS-TBL-FAIL-COUNT(WS-TBL-COUNT) NOT NUMERIC
                           MOVE ZERO TO WS-TBL-FAIL-DATE(WS-TBL-COUNT)
                           MOVE ZERO TO WS-TBL-FAIL-COUNT(WS-TBL-COUNT)
                       END-IF
                       IF BSW-OPR-ID = WS-SIGNON-ID
                           MOVE WS-TBL-COUNT TO WS-TBL-FOUND-IX
                       END-IF
                   ELSE
                       DISPLAY 'BSWOPR HOLDS MORE THAN 100 PROFILES'
                       SET WS-TBL-SAVE-FAILED TO TRUE
                       SET WS-OPR-EOF TO TRUE
                   END-IF
           END-READ.

       COUNT-REFUSAL-RTN.
           IF WS-TBL-FAIL-DATE(WS-TBL-FOUND-IX) NOT = WS-MNT-DATE
               MOVE WS-MNT-DATE TO WS-TBL-FAIL-DATE(WS-TBL-FOUND-IX)
               MOVE ZERO TO WS-TBL-FAIL-COUNT(WS-TBL-FOUND-IX)
           END-IF.
           ADD 1 TO WS-TBL-FAIL-COUNT(WS-TBL-FOUND-IX).
           IF WS-TBL-FAIL-COUNT(WS-TBL-FOUND-IX) NOT < BSW-LOCK-LIMIT
               MOVE 'L' TO WS-TBL-LOCK(WS-TBL-FOUND-IX)
               SET WS-OPR-NOW-LOCKED TO TRUE
           END-IF.

       SAVE-REFUSAL-TABLE-RTN.
           OPEN OUTPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM SAVE-REFUSAL-REC-RTN VARYING WS-TBL-IX
     -             FROM 1 BY 1 UNTIL WS-TBL-IX > WS-TBL-COUNT
               CLOSE BSW-OPR-FILE
           ELSE
               SET WS-TBL-SAVE-FAILED TO TRUE
           END-IF.

       SAVE-REFUSAL-REC-RTN.
           WRITE BSW-OPR-REC FROM WS-TBL-ENTRY(WS-TBL-IX).
           IF WS-OPR-FILE-STATUS NOT = '00'
               SET WS-TBL-SAVE-FAILED TO TRUE
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

                           TO WS-TBL-AUTH(WS-TBL-COUNT)
                       MOVE BSW-OPR-ACTIVE-FLAG
                           TO WS-TBL-ACTIVE(WS-TBL-COUNT)
                       MOVE BSW-OPR-LOCK-FLAG
                           TO WS-TBL-LOCK(WS-TBL-COUNT)
                       PERFORM LOAD-REFUSAL-COUNT-RTN
                   ELSE
                       DISPLAY 'PROFILE TABLE OVERFLOW - RECORD '
                           BSW-OPR-ID ' DROPPED'
                   END-IF
           END-READ.

       LOAD-REFUSAL-COUNT-RTN.
           IF BSW-OPR-FAIL-DATE NUMERIC
              AND BSW-OPR-FAIL-COUNT NUMERIC
               MOVE BSW-OPR-FAIL-DATE
                   TO WS-TBL-FAIL-DATE(WS-TBL-COUNT)
               MOVE BSW-OPR-FAIL-COUNT
                   TO WS-TBL-FAIL-COUNT(WS-TBL-COUNT)
           ELSE
               MOVE ZERO TO WS-TBL-FAIL-DATE(WS-TBL-COUNT)
               MOVE ZERO TO WS-TBL-FAIL-COUNT(WS-TBL-COUNT)
           END-IF.

       MAINT-LOOP-RTN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-ENT-ID WS-ENT-NAME.
           MOVE 'O'    TO WS-ENT-AUTH.
           MOVE 'Y'    TO WS-ENT-ACTIVE.
           MOVE 'N'    TO WS-ENT-UNLOCK.
           DISPLAY BSW-PROFILE-SCREEN.
           ACCEPT BSW-PROFILE-SCREEN.
           IF WS-ENT-ID = SPACES
               MOVE 'ERROR - CANNOT RAISE OWN AUTHORITY'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-UNLOCK NOT = 'Y'
               AND WS-ENT-UNLOCK NOT = 'N'
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - UNLOCK MUST BE Y OR N'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-UNLOCK = 'Y'
               IF WS-TBL-FOUND-IX = ZERO
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE 'ERROR - PROFILE IS NOT LOCKED'
                       TO WS-MESSAGE
               ELSE
                   IF WS-TBL-LOCK(WS-TBL-FOUND-IX) NOT = 'L'
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'ERROR - PROFILE IS NOT LOCKED'
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       SCAN-PROFILE-RTN.
           IF WS-TBL-ID(WS-TBL-IX) = WS-ENT-ID
               MOVE WS-TBL-NAME(WS-TBL-FOUND-IX)   TO WS-OLD-NAME
               MOVE WS-TBL-AUTH(WS-TBL-FOUND-IX)   TO WS-OLD-AUTH
               MOVE WS-TBL-ACTIVE(WS-TBL-FOUND-IX) TO WS-OLD-ACTIVE
               MOVE WS-TBL-LOCK(WS-TBL-FOUND-IX)   TO WS-OLD-LOCK
               MOVE WS-ENT-NAME
                   TO WS-TBL-NAME(WS-TBL-FOUND-IX)
               MOVE WS-ENT-AUTH
                   TO WS-TBL-AUTH(WS-TBL-FOUND-IX)
               MOVE WS-ENT-ACTIVE
                   TO WS-TBL-ACTIVE(WS-TBL-FOUND-IX)
               IF WS-ENT-UNLOCK = 'Y'
                   MOVE SPACE TO WS-TBL-LOCK(WS-TBL-FOUND-IX)
                   MOVE ZERO  TO WS-TBL-FAIL-COUNT(WS-TBL-FOUND-IX)
               END-IF
               PERFORM WRITE-CHANGE-LOG-RTN
               IF WS-ENT-UNLOCK = 'Y'
                   MOVE 'PROFILE UNLOCKED' TO WS-MESSAGE
               ELSE
                   MOVE 'PROFILE UPDATED' TO WS-MESSAGE
               END-IF
           ELSE
               IF WS-TBL-COUNT < 100
                   ADD 1 TO WS-TBL-COUNT
                   MOVE SPACES TO WS-OLD-NAME
                   MOVE SPACE  TO WS-OLD-AUTH
                   MOVE SPACE  TO WS-OLD-ACTIVE
                   MOVE SPACE  TO WS-OLD-LOCK
                   MOVE WS-ENT-ID
                       TO WS-TBL-ID(WS-TBL-FOUND-IX)
                   MOVE WS-ENT-NAME
                       TO WS-TBL-AUTH(WS-TBL-FOUND-IX)
                   MOVE WS-ENT-ACTIVE
                       TO WS-TBL-ACTIVE(WS-TBL-FOUND-IX)
                   MOVE SPACE
                       TO WS-TBL-LOCK(WS-TBL-FOUND-IX)
                   MOVE ZERO
                       TO WS-TBL-FAIL-DATE(WS-TBL-FOUND-IX)
                   MOVE ZERO
                       TO WS-TBL-FAIL-COUNT(WS-TBL-FOUND-IX)
                   PERFORM WRITE-CHANGE-LOG-RTN
                   MOVE 'PROFILE ADDED' TO WS-MESSAGE
               ELSE
           MOVE WS-MNT-TIME   TO BSW-OLOG-TIME.
           MOVE WS-SIGNON-ID  TO BSW-OLOG-SUPV-ID.
           MOVE WS-ENT-ID     TO BSW-OLOG-OPR-ID.
           EVALUATE TRUE
               WHEN WS-OLD-NAME = SPACES AND WS-OLD-AUTH = SPACE
                   SET BSW-OLOG-ADDED TO TRUE
               WHEN WS-ENT-UNLOCK = 'Y'
                   SET BSW-OLOG-UNLOCKED TO TRUE
               WHEN OTHER
                   SET BSW-OLOG-CHANGED TO TRUE
           END-EVALUATE.
           MOVE WS-OLD-NAME   TO BSW-OLOG-OLD-NAME.
           MOVE WS-OLD-AUTH   TO BSW-OLOG-OLD-AUTH.
           MOVE WS-OLD-ACTIVE TO BSW-OLOG-OLD-ACTIVE.
           MOVE WS-ENT-NAME   TO BSW-OLOG-NEW-NAME.
           MOVE WS-ENT-AUTH   TO BSW-OLOG-NEW-AUTH.
           MOVE WS-ENT-ACTIVE TO BSW-OLOG-NEW-ACTIVE.
           MOVE WS-OLD-LOCK   TO BSW-OLOG-OLD-LOCK.
           MOVE WS-TBL-LOCK(WS-TBL-FOUND-IX) TO BSW-OLOG-NEW-LOCK.
           OPEN EXTEND BSW-OLOG-FILE.
           WRITE BSW-OLOG-REC.
           CLOSE BSW-OLOG-FILE.
           MOVE WS-TBL-NAME(WS-TBL-IX)   TO BSW-OPR-NAME.
           MOVE WS-TBL-AUTH(WS-TBL-IX)   TO BSW-OPR-AUTH-LVL.
           MOVE WS-TBL-ACTIVE(WS-TBL-IX) TO BSW-OPR-ACTIVE-FLAG.
           MOVE WS-TBL-LOCK(WS-TBL-IX)   TO BSW-OPR-LOCK-FLAG.
           MOVE WS-TBL-FAIL-DATE(WS-TBL-IX)
               TO BSW-OPR-FAIL-DATE.
           MOVE WS-TBL-FAIL-COUNT(WS-TBL-IX)
               TO BSW-OPR-FAIL-COUNT.
           WRITE BSW-OPR-REC.
