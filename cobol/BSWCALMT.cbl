      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWCALMT.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  ONLINE MAINTENANCE
      *                    SCREEN FOR THE BSWCAL BUSINESS-DAY
      *                    CALENDAR IN THE STYLE OF BSWSTDMT.  A
      *                    SUPERVISOR SIGNS ON AGAINST BSWOPR
      *                    (LOGGED TO BSWSLOG), THEN ADDS OR
      *                    REPLACES CALENDAR DATES - 'C' FOR A BANK
      *                    HOLIDAY OR OTHER CLOSURE, 'B' FOR A
      *                    WEEKEND DAY THAT IS WORKED.  DATES ARE
      *                    NEVER DELETED - A CLOSURE ENTERED IN
      *                    ERROR IS SET BACK TO 'B'.  THE CALENDAR
      *                    IS LOADED INTO A TABLE AT START-UP, KEPT
      *                    IN DATE ORDER AND REWRITTEN AT END OF
      *                    SESSION.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-CAL-FILE     ASSIGN TO BSWCAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BSW-OPR-FILE     ASSIGN TO BSWOPR
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT BSW-SLOG-FILE    ASSIGN TO BSWSLOG
                                    ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-CAL-FILE.
           COPY BSWCAL.

       FD  BSW-OPR-FILE.
           COPY BSWOPR.

       FD  BSW-SLOG-FILE.
           COPY BSWSLOG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-ENTRY.
          05 WS-ENT-DATE           PIC 9(08).
          05 WS-ENT-YMD REDEFINES WS-ENT-DATE.
             10 WS-ENT-YEAR        PIC 9(04).
             10 WS-ENT-MONTH       PIC 9(02).
             10 WS-ENT-DAY         PIC 9(02).
          05 WS-ENT-TYPE           PIC X(01).
          05 WS-ENT-DESC           PIC X(30).
       01 WS-VAR.
          05 WS-MTH-LIMIT          PIC 9(02).
          05 WS-LEAP-QUOT          PIC 9(04).
          05 WS-LEAP-REM           PIC 9(04).
       01 WS-MTH-LEN-TBL.
          05 FILLER                PIC X(24)        VALUE
             '312831303130313130313031'.
       01 WS-MTH-LEN-R REDEFINES WS-MTH-LEN-TBL.
          05 WS-MTH-LEN            PIC 9(02) OCCURS 12 TIMES.
       01 WS-SWITCHES.
          05 WS-DONE-SW            PIC X(1)         VALUE 'N'.
             88 WS-DONE                              VALUE 'Y'.
          05 WS-VALID-SW           PIC X(1)         VALUE 'Y'.
             88 WS-ENTRY-VALID                       VALUE 'Y'.
             88 WS-ENTRY-INVALID                     VALUE 'N'.
          05 WS-LOAD-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-LOAD-EOF                          VALUE 'Y'.
             88 WS-LOAD-NOT-EOF                      VALUE 'N'.
          05 WS-OPR-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-OPR-EOF                           VALUE 'Y'.
             88 WS-OPR-NOT-EOF                       VALUE 'N'.
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
       01 WS-CAL-INFO.
          05 WS-CAL-FILE-STATUS    PIC X(02).
          05 WS-MNT-DATE           PIC 9(08).
          05 WS-MNT-TIME           PIC 9(08).
          05 WS-CAL-COUNT          PIC 9(04)        VALUE ZERO.
          05 WS-CAL-IX             PIC 9(04).
          05 WS-CAL-FOUND-IX       PIC 9(04).
          05 WS-CAL-INSERT-IX      PIC 9(04).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES.
             10 WS-CAL-DATE        PIC 9(08).
             10 WS-CAL-TYPE        PIC X(01).
             10 WS-CAL-DESC        PIC X(30).
       01 WS-MESSAGE                PIC X(40)        VALUE SPACES.
      ******************************************************************
       SCREEN                      SECTION.
      ******************************************************************
       01 BSW-SIGNON-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COL 01 VALUE 'BINARY-SWAP OPERATOR SIGN-ON'.
          05 LINE 03 COL 01 VALUE 'OPERATOR ID (BLANK TO END)'.
          05 LINE 03 COL 30 PIC X(08) USING WS-SIGNON-ID.
          05 LINE 05 COL 01 PIC X(40) FROM WS-MESSAGE.
       01 BSW-CALENDAR-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COL 01 VALUE 'BINARY-SWAP BUSINESS-DAY CALENDAR'.
          05 LINE 03 COL 01 VALUE 'DATE (YYYYMMDD, 0 TO END)'.
          05 LINE 03 COL 30 PIC 9(08) USING WS-ENT-DATE.
          05 LINE 04 COL 01 VALUE 'DAY TYPE (B=OPEN C=CLOSED)'.
          05 LINE 04 COL 30 PIC X(01) USING WS-ENT-TYPE.
          05 LINE 05 COL 01 VALUE 'DESCRIPTION . . . . . . .'.
          05 LINE 05 COL 30 PIC X(30) USING WS-ENT-DESC.
          05 LINE 07 COL 01 PIC X(40) FROM WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MNT-TIME FROM TIME.
           PERFORM SIGNON-LOOP-RTN UNTIL WS-SIGNON-DONE.
           IF WS-NOT-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - BSWCALMT ENDING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CALENDAR-RTN.
      ******************************************************************
       MAIN-RTN.
           PERFORM MAINT-LOOP-RTN UNTIL WS-DONE.
           PERFORM REWRITE-CALENDAR-RTN.

       MAIN-EXT.
           STOP RUN.

       SIGNON-LOOP-RTN.
           MOVE SPACES TO WS-SIGNON-ID.
           DISPLAY BSW-SIGNON-SCREEN.
           ACCEPT BSW-SIGNON-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-SIGNON-ID = SPACES
               SET WS-SIGNON-DONE TO TRUE
           ELSE
               PERFORM VALIDATE-OPERATOR-RTN
               IF WS-SIGNED-ON
                   SET WS-SIGNON-DONE TO TRUE
               END-IF
           END-IF.

       VALIDATE-OPERATOR-RTN.
           SET WS-OPR-NOT-EOF   TO TRUE.
           SET WS-OPR-NOT-FOUND TO TRUE.
           SET WS-OPR-NOT-NOW-LOCKED TO TRUE.
           OPEN INPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM READ-OPR-RTN
                   UNTIL WS-OPR-EOF OR WS-OPR-FOUND
               CLOSE BSW-OPR-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-OPR-NOT-FOUND
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
                       TO WS-MESSAGE
               WHEN WS-OPR-AUTH-LVL NOT = 'S'
                   MOVE '03' TO WS-SLOG-RESULT-CD
                   MOVE 'SUPERVISOR AUTHORITY IS REQUIRED'
                       TO WS-MESSAGE
               WHEN OTHER
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
               AT END
                   SET WS-OPR-EOF TO TRUE
               NOT AT END
                   IF BSW-OPR-ID = WS-SIGNON-ID
                       SET WS-OPR-FOUND TO TRUE
                       MOVE BSW-OPR-AUTH-LVL
                           TO WS-OPR-AUTH-LVL
                       MOVE BSW-OPR-ACTIVE-FLAG
                           TO WS-OPR-ACTIVE-FLAG
                       MOVE BSW-OPR-LOCK-FLAG
                           TO WS-OPR-LOCK-FLAG
                   END-IF
           END-READ.

       WRITE-SIGNON-LOG-RTN.
           MOVE WS-MNT-DATE       TO BSW-SLOG-DATE.
           MOVE WS-MNT-TIME       TO BSW-SLOG-TIME.
           MOVE 'BSWCALMT'        TO BSW-SLOG-PROGRAM.
           MOVE WS-SIGNON-ID      TO BSW-SLOG-OPERATOR-ID.
           MOVE WS-SLOG-RESULT-CD TO BSW-SLOG-RESULT-CD.
           OPEN EXTEND BSW-SLOG-FILE.
           WRITE BSW-SLOG-REC.
           CLOSE BSW-SLOG-FILE.

       LOAD-CALENDAR-RTN.
           MOVE ZERO TO WS-CAL-COUNT.
           OPEN INPUT BSW-CAL-FILE.
           IF WS-CAL-FILE-STATUS = '00'
               PERFORM LOAD-CALENDAR-REC-RTN UNTIL WS-LOAD-EOF
               CLOSE BSW-CAL-FILE
           ELSE
               DISPLAY 'BSWCAL IS MISSING - STARTING AN EMPTY'
                   ' CALENDAR'
           END-IF.

       LOAD-CALENDAR-REC-RTN.
           READ BSW-CAL-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 1000
                       ADD 1 TO WS-CAL-COUNT
                       MOVE BSW-CAL-DATE
                           TO WS-CAL-DATE(WS-CAL-COUNT)
                       MOVE BSW-CAL-DAY-TYPE
                           TO WS-CAL-TYPE(WS-CAL-COUNT)
                       MOVE BSW-CAL-DESC
                           TO WS-CAL-DESC(WS-CAL-COUNT)
                   ELSE
                       DISPLAY 'CALENDAR OVERFLOW - DATE '
                           BSW-CAL-DATE ' DROPPED'
                   END-IF
           END-READ.

       MAINT-LOOP-RTN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE ZERO   TO WS-ENT-DATE.
           MOVE 'C'    TO WS-ENT-TYPE.
           MOVE SPACES TO WS-ENT-DESC.
           DISPLAY BSW-CALENDAR-SCREEN.
           ACCEPT BSW-CALENDAR-SCREEN.
           IF WS-ENT-DATE = ZERO
               SET WS-DONE TO TRUE
           ELSE
               PERFORM EDIT-CALENDAR-RTN
               IF WS-ENTRY-VALID
                   PERFORM APPLY-CALENDAR-RTN
               ELSE
                   DISPLAY WS-MESSAGE
               END-IF
           END-IF.

       EDIT-CALENDAR-RTN.
           SET WS-ENTRY-VALID TO TRUE.
           IF WS-ENT-MONTH < 1 OR WS-ENT-MONTH > 12
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - DATE IS NOT VALID'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               MOVE WS-MTH-LEN(WS-ENT-MONTH) TO WS-MTH-LIMIT
               IF WS-ENT-MONTH = 2
                   PERFORM CHECK-LEAP-YEAR-RTN
               END-IF
               IF WS-ENT-DAY < 1 OR WS-ENT-DAY > WS-MTH-LIMIT
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE 'ERROR - DATE IS NOT VALID'
                       TO WS-MESSAGE
               END-IF
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-TYPE NOT = 'B'
               AND WS-ENT-TYPE NOT = 'C'
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - DAY TYPE MUST BE B OR C'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-DESC = SPACES
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - DESCRIPTION IS REQUIRED'
                   TO WS-MESSAGE
           END-IF.

       CHECK-LEAP-YEAR-RTN.
           DIVIDE WS-ENT-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-ENT-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-ENT-YEAR BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MTH-LIMIT
                   END-IF
               ELSE
                   MOVE 29 TO WS-MTH-LIMIT
               END-IF
           END-IF.

       APPLY-CALENDAR-RTN.
           MOVE ZERO TO WS-CAL-FOUND-IX.
           MOVE ZERO TO WS-CAL-INSERT-IX.
           PERFORM SCAN-CALENDAR-RTN VARYING WS-CAL-IX
     -         FROM 1 BY 1 UNTIL WS-CAL-IX > WS-CAL-COUNT
     -         OR WS-CAL-FOUND-IX > ZERO
     -         OR WS-CAL-INSERT-IX > ZERO.
           IF WS-CAL-FOUND-IX > ZERO
               PERFORM MOVE-ENTRY-TO-TABLE-RTN
               MOVE 'CALENDAR DATE UPDATED' TO WS-MESSAGE
           ELSE
               IF WS-CAL-COUNT < 1000
                   IF WS-CAL-INSERT-IX = ZERO
                       ADD 1 TO WS-CAL-COUNT GIVING WS-CAL-INSERT-IX
                   END-IF
                   PERFORM SHIFT-CALENDAR-RTN VARYING WS-CAL-IX
     -                 FROM WS-CAL-COUNT BY -1
     -                 UNTIL WS-CAL-IX < WS-CAL-INSERT-IX
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-INSERT-IX TO WS-CAL-FOUND-IX
                   PERFORM MOVE-ENTRY-TO-TABLE-RTN
                   MOVE 'CALENDAR DATE ADDED' TO WS-MESSAGE
               ELSE
                   MOVE 'ERROR - CALENDAR IS FULL'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       SCAN-CALENDAR-RTN.
           IF WS-CAL-DATE(WS-CAL-IX) = WS-ENT-DATE
               MOVE WS-CAL-IX TO WS-CAL-FOUND-IX
           ELSE
               IF WS-CAL-DATE(WS-CAL-IX) > WS-ENT-DATE
                   MOVE WS-CAL-IX TO WS-CAL-INSERT-IX
               END-IF
           END-IF.

       SHIFT-CALENDAR-RTN.
           MOVE WS-CAL-ENTRY(WS-CAL-IX)
               TO WS-CAL-ENTRY(WS-CAL-IX + 1).

       MOVE-ENTRY-TO-TABLE-RTN.
           MOVE WS-ENT-DATE TO WS-CAL-DATE(WS-CAL-FOUND-IX).
           MOVE WS-ENT-TYPE TO WS-CAL-TYPE(WS-CAL-FOUND-IX).
           MOVE WS-ENT-DESC TO WS-CAL-DESC(WS-CAL-FOUND-IX).

       REWRITE-CALENDAR-RTN.
           OPEN OUTPUT BSW-CAL-FILE.
           PERFORM WRITE-CALENDAR-REC-RTN VARYING WS-CAL-IX
     -         FROM 1 BY 1 UNTIL WS-CAL-IX > WS-CAL-COUNT.
           CLOSE BSW-CAL-FILE.

       WRITE-CALENDAR-REC-RTN.
           MOVE WS-CAL-DATE(WS-CAL-IX) TO BSW-CAL-DATE.
           MOVE WS-CAL-TYPE(WS-CAL-IX) TO BSW-CAL-DAY-TYPE.
           MOVE WS-CAL-DESC(WS-CAL-IX) TO BSW-CAL-DESC.
           WRITE BSW-CAL-REC.
