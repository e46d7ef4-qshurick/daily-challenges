      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWSRCMT.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  ONLINE MAINTENANCE
      *                    SCREEN FOR THE BSWSRC SOURCE-SYSTEM
      *                    REGISTRY IN THE STYLE OF BSWSTDMT.  A
      *                    SUPERVISOR SIGNS ON AGAINST BSWOPR
      *                    (LOGGED TO BSWSLOG), THEN ADDS OR
      *                    REPLACES SOURCES - SOURCE ID AS SENT ON
      *                    THE BSWIN BATCH HEADER, NAME, CONTACT,
      *                    ACTIVE FLAG, THE DAYS A BATCH IS EXPECTED
      *                    (MONDAY FIRST) AND EITHER ALL CLIENTS OR
      *                    UP TO TEN CLIENT CODES, EACH OF WHICH
      *                    MUST BE ON THE ACTIVE CLIENT MASTER.
      *                    SOURCES ARE NEVER DELETED, ONLY MARKED
      *                    INACTIVE.  THE REGISTRY IS LOADED INTO A
      *                    TABLE AT START-UP AND REWRITTEN AT END OF
      *                    SESSION.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-SRC-FILE     ASSIGN TO BSWSRC
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT BSW-CLI-FILE     ASSIGN TO BSWCLI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT BSW-OPR-FILE     ASSIGN TO BSWOPR
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT BSW-SLOG-FILE    ASSIGN TO BSWSLOG
                                    ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-SRC-FILE.
           COPY BSWSRC.

       FD  BSW-CLI-FILE.
           COPY BSWCLI.

       FD  BSW-OPR-FILE.
           COPY BSWOPR.

       FD  BSW-SLOG-FILE.
           COPY BSWSLOG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-ENTRY.
          05 WS-ENT-SRC-ID         PIC X(08).
          05 WS-ENT-NAME           PIC X(30).
          05 WS-ENT-CONTACT        PIC X(30).
          05 WS-ENT-ACTIVE         PIC X(01).
          05 WS-ENT-DAYS           PIC X(07).
          05 WS-ENT-DAY-R REDEFINES WS-ENT-DAYS.
             10 WS-ENT-DAY         PIC X(01) OCCURS 7 TIMES.
          05 WS-ENT-ALL            PIC X(01).
          05 WS-ENT-CLIENTS.
             10 WS-ENT-CLIENT      PIC X(03) OCCURS 10 TIMES.
       01 WS-VAR.
          05 WS-DAY-IX             PIC 9(02).
          05 WS-ENT-CL-IX          PIC 9(02).
          05 WS-CHK-CLIENT         PIC X(03).
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
          05 WS-ANY-CLIENT-SW      PIC X(1)         VALUE 'N'.
             88 WS-CLIENT-ENTERED                    VALUE 'Y'.
             88 WS-NO-CLIENT-ENTERED                 VALUE 'N'.
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
       01 WS-SRC-INFO.
          05 WS-SRC-FILE-STATUS    PIC X(02).
          05 WS-MNT-DATE           PIC 9(08).
          05 WS-MNT-TIME           PIC 9(08).
          05 WS-SRC-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-SRC-IX             PIC 9(03).
          05 WS-SRC-FOUND-IX       PIC 9(03).
       01 WS-CLIMST-INFO.
          05 WS-CLI-FILE-STATUS    PIC X(02).
          05 WS-CM-COUNT           PIC 9(03)        VALUE ZERO.
          05 WS-CM-IX              PIC 9(03).
          05 WS-CM-FOUND-IX        PIC 9(03).
          05 WS-CM-EOF-SW          PIC X(1)         VALUE 'N'.
             88 WS-CM-EOF                            VALUE 'Y'.
             88 WS-CM-NOT-EOF                        VALUE 'N'.
          05 WS-CM-OK-SW           PIC X(1)         VALUE 'N'.
             88 WS-CLIENT-ON-MASTER                  VALUE 'Y'.
             88 WS-CLIENT-OFF-MASTER                 VALUE 'N'.
       01 WS-CLIMST-TABLE.
          05 WS-CM-ENTRY OCCURS 100 TIMES.
             10 WS-CM-CODE         PIC X(03).
             10 WS-CM-ACTIVE       PIC X(01).
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 100 TIMES.
             10 WS-SRC-ID          PIC X(08).
             10 WS-SRC-NAME        PIC X(30).
             10 WS-SRC-CONTACT     PIC X(30).
             10 WS-SRC-ACTIVE      PIC X(01).
             10 WS-SRC-DAYS        PIC X(07).
             10 WS-SRC-ALL         PIC X(01).
             10 WS-SRC-CLIENTS     PIC X(30).
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
       01 BSW-SOURCE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COL 01 VALUE 'BINARY-SWAP SOURCE SYSTEMS'.
          05 LINE 03 COL 01 VALUE 'SOURCE ID (BLANK TO END)'.
          05 LINE 03 COL 30 PIC X(08) USING WS-ENT-SRC-ID.
          05 LINE 04 COL 01 VALUE 'SOURCE NAME . . . . . . .'.
          05 LINE 04 COL 30 PIC X(30) USING WS-ENT-NAME.
          05 LINE 05 COL 01 VALUE 'CONTACT . . . . . . . . .'.
          05 LINE 05 COL 30 PIC X(30) USING WS-ENT-CONTACT.
          05 LINE 06 COL 01 VALUE 'ACTIVE (Y/N)  . . . . . .'.
          05 LINE 06 COL 30 PIC X(01) USING WS-ENT-ACTIVE.
          05 LINE 07 COL 01 VALUE 'SEND DAYS (MTWTFSS Y/N) .'.
          05 LINE 07 COL 30 PIC X(07) USING WS-ENT-DAYS.
          05 LINE 08 COL 01 VALUE 'ALL CLIENTS (Y/N) . . . .'.
          05 LINE 08 COL 30 PIC X(01) USING WS-ENT-ALL.
          05 LINE 09 COL 01 VALUE 'CLIENT CODES  . . . . . .'.
          05 LINE 09 COL 30 PIC X(03) USING WS-ENT-CLIENT(1).
          05 LINE 09 COL 34 PIC X(03) USING WS-ENT-CLIENT(2).
          05 LINE 09 COL 38 PIC X(03) USING WS-ENT-CLIENT(3).
          05 LINE 09 COL 42 PIC X(03) USING WS-ENT-CLIENT(4).
          05 LINE 09 COL 46 PIC X(03) USING WS-ENT-CLIENT(5).
          05 LINE 09 COL 50 PIC X(03) USING WS-ENT-CLIENT(6).
          05 LINE 09 COL 54 PIC X(03) USING WS-ENT-CLIENT(7).
          05 LINE 09 COL 58 PIC X(03) USING WS-ENT-CLIENT(8).
          05 LINE 09 COL 62 PIC X(03) USING WS-ENT-CLIENT(9).
          05 LINE 09 COL 66 PIC X(03) USING WS-ENT-CLIENT(10).
          05 LINE 11 COL 01 PIC X(40) FROM WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MNT-TIME FROM TIME.
           PERFORM SIGNON-LOOP-RTN UNTIL WS-SIGNON-DONE.
           IF WS-NOT-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - BSWSRCMT ENDING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CLIENT-MASTER-RTN.
           IF WS-CLI-FILE-STATUS NOT = '00'
               DISPLAY 'BSWSRCMT REFUSED - BSWCLI CLIENT MASTER'
                   ' IS MISSING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SOURCE-RTN.
      ******************************************************************
       MAIN-RTN.
           PERFORM MAINT-LOOP-RTN UNTIL WS-DONE.
           PERFORM REWRITE-SOURCE-RTN.

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
           MOVE 'BSWSRCMT'        TO BSW-SLOG-PROGRAM.
           MOVE WS-SIGNON-ID      TO BSW-SLOG-OPERATOR-ID.
           MOVE WS-SLOG-RESULT-CD TO BSW-SLOG-RESULT-CD.
           OPEN EXTEND BSW-SLOG-FILE.
           WRITE BSW-SLOG-REC.
           CLOSE BSW-SLOG-FILE.

       LOAD-CLIENT-MASTER-RTN.
           OPEN INPUT BSW-CLI-FILE.
           IF WS-CLI-FILE-STATUS = '00'
               PERFORM LOAD-CLIENT-REC-RTN UNTIL WS-CM-EOF
               CLOSE BSW-CLI-FILE
           ELSE
               DISPLAY 'BSWCLI CLIENT MASTER IS MISSING'
           END-IF.

       LOAD-CLIENT-REC-RTN.
           READ BSW-CLI-FILE
               AT END
                   SET WS-CM-EOF TO TRUE
               NOT AT END
                   IF WS-CM-COUNT < 100
                       ADD 1 TO WS-CM-COUNT
                       MOVE BSW-CLI-CODE
                           TO WS-CM-CODE(WS-CM-COUNT)
                       MOVE BSW-CLI-ACTIVE-FLAG
                           TO WS-CM-ACTIVE(WS-CM-COUNT)
                   ELSE
                       DISPLAY 'CLIENT MASTER OVERFLOW - RECORD '
                           BSW-CLI-CODE ' DROPPED'
                   END-IF
           END-READ.

       CHECK-CLIENT-MASTER-RTN.
           SET WS-CLIENT-OFF-MASTER TO TRUE.
           MOVE ZERO TO WS-CM-FOUND-IX.
           PERFORM SCAN-MASTER-RTN VARYING WS-CM-IX
     -         FROM 1 BY 1 UNTIL WS-CM-IX > WS-CM-COUNT
     -         OR WS-CM-FOUND-IX > ZERO.
           IF WS-CM-FOUND-IX > ZERO
               AND WS-CM-ACTIVE(WS-CM-FOUND-IX) = 'Y'
               SET WS-CLIENT-ON-MASTER TO TRUE
           END-IF.

       SCAN-MASTER-RTN.
           IF WS-CM-CODE(WS-CM-IX) = WS-CHK-CLIENT
               MOVE WS-CM-IX TO WS-CM-FOUND-IX
           END-IF.

       LOAD-SOURCE-RTN.
           MOVE ZERO TO WS-SRC-COUNT.
           OPEN INPUT BSW-SRC-FILE.
           IF WS-SRC-FILE-STATUS = '00'
               PERFORM LOAD-SOURCE-REC-RTN UNTIL WS-LOAD-EOF
               CLOSE BSW-SRC-FILE
           ELSE
               DISPLAY 'BSWSRC IS MISSING - STARTING AN EMPTY'
                   ' REGISTRY'
           END-IF.

       LOAD-SOURCE-REC-RTN.
           READ BSW-SRC-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
               NOT AT END
                   IF WS-SRC-COUNT < 100
                       ADD 1 TO WS-SRC-COUNT
                       MOVE BSW-SRC-ID
                           TO WS-SRC-ID(WS-SRC-COUNT)
                       MOVE BSW-SRC-NAME
                           TO WS-SRC-NAME(WS-SRC-COUNT)
                       MOVE BSW-SRC-CONTACT
                           TO WS-SRC-CONTACT(WS-SRC-COUNT)
                       MOVE BSW-SRC-ACTIVE-FLAG
                           TO WS-SRC-ACTIVE(WS-SRC-COUNT)
                       MOVE BSW-SRC-SEND-DAYS
                           TO WS-SRC-DAYS(WS-SRC-COUNT)
                       MOVE BSW-SRC-ALL-CLIENTS
                           TO WS-SRC-ALL(WS-SRC-COUNT)
                       MOVE BSW-SRC-CLIENT-LIST
                           TO WS-SRC-CLIENTS(WS-SRC-COUNT)
                   ELSE
                       DISPLAY 'SOURCE REGISTRY OVERFLOW - SOURCE '
                           BSW-SRC-ID ' DROPPED'
                   END-IF
           END-READ.

       MAINT-LOOP-RTN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-ENT-SRC-ID WS-ENT-NAME WS-ENT-CONTACT.
           MOVE 'Y'    TO WS-ENT-ACTIVE.
           MOVE 'YYYYYNN' TO WS-ENT-DAYS.
           MOVE 'N'    TO WS-ENT-ALL.
           MOVE SPACES TO WS-ENT-CLIENTS.
           DISPLAY BSW-SOURCE-SCREEN.
           ACCEPT BSW-SOURCE-SCREEN.
           IF WS-ENT-SRC-ID = SPACES
               SET WS-DONE TO TRUE
           ELSE
               PERFORM EDIT-SOURCE-RTN
               IF WS-ENTRY-VALID
                   PERFORM APPLY-SOURCE-RTN
               ELSE
                   DISPLAY WS-MESSAGE
               END-IF
           END-IF.

       EDIT-SOURCE-RTN.
           SET WS-ENTRY-VALID TO TRUE.
           IF WS-ENT-NAME = SPACES
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - SOURCE NAME IS REQUIRED'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-ACTIVE NOT = 'Y'
               AND WS-ENT-ACTIVE NOT = 'N'
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - ACTIVE FLAG MUST BE Y OR N'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               PERFORM CHECK-SEND-DAY-RTN VARYING WS-DAY-IX
     -         FROM 1 BY 1 UNTIL WS-DAY-IX > 7
           END-IF.
           IF WS-ENT-ALL = SPACE
               MOVE 'N' TO WS-ENT-ALL
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-ALL NOT = 'Y'
               AND WS-ENT-ALL NOT = 'N'
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - ALL CLIENTS MUST BE Y OR N'
                   TO WS-MESSAGE
           END-IF.
           IF WS-ENTRY-VALID
               IF WS-ENT-ALL = 'Y'
                   MOVE SPACES TO WS-ENT-CLIENTS
               ELSE
                   SET WS-NO-CLIENT-ENTERED TO TRUE
                   PERFORM CHECK-ENT-CLIENT-RTN VARYING WS-ENT-CL-IX
     -                 FROM 1 BY 1 UNTIL WS-ENT-CL-IX > 10
                   IF WS-ENTRY-VALID AND WS-NO-CLIENT-ENTERED
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'ERROR - ENTER A CLIENT OR ALL = Y'
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       CHECK-SEND-DAY-RTN.
           IF WS-ENT-DAY(WS-DAY-IX) = SPACE
               MOVE 'N' TO WS-ENT-DAY(WS-DAY-IX)
           END-IF.
           IF WS-ENTRY-VALID
               AND WS-ENT-DAY(WS-DAY-IX) NOT = 'Y'
               AND WS-ENT-DAY(WS-DAY-IX) NOT = 'N'
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'ERROR - SEND DAYS MUST BE Y OR N'
                   TO WS-MESSAGE
           END-IF.

       CHECK-ENT-CLIENT-RTN.
           IF WS-ENT-CLIENT(WS-ENT-CL-IX) NOT = SPACES
               SET WS-CLIENT-ENTERED TO TRUE
               MOVE WS-ENT-CLIENT(WS-ENT-CL-IX) TO WS-CHK-CLIENT
               PERFORM CHECK-CLIENT-MASTER-RTN
               IF WS-ENTRY-VALID AND WS-CLIENT-OFF-MASTER
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE 'ERROR - CLIENT NOT ON ACTIVE MASTER'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       APPLY-SOURCE-RTN.
           MOVE ZERO TO WS-SRC-FOUND-IX.
           PERFORM SCAN-SOURCE-RTN VARYING WS-SRC-IX
     -         FROM 1 BY 1 UNTIL WS-SRC-IX > WS-SRC-COUNT
     -         OR WS-SRC-FOUND-IX > ZERO.
           IF WS-SRC-FOUND-IX > ZERO
               PERFORM MOVE-ENTRY-TO-TABLE-RTN
               MOVE 'SOURCE SYSTEM UPDATED' TO WS-MESSAGE
           ELSE
               IF WS-SRC-COUNT < 100
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IX
                   PERFORM MOVE-ENTRY-TO-TABLE-RTN
                   MOVE 'SOURCE SYSTEM ADDED' TO WS-MESSAGE
               ELSE
                   MOVE 'ERROR - SOURCE REGISTRY IS FULL'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       SCAN-SOURCE-RTN.
           IF WS-SRC-ID(WS-SRC-IX) = WS-ENT-SRC-ID
               MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
           END-IF.

       MOVE-ENTRY-TO-TABLE-RTN.
           MOVE WS-ENT-SRC-ID  TO WS-SRC-ID(WS-SRC-FOUND-IX).
           MOVE WS-ENT-NAME    TO WS-SRC-NAME(WS-SRC-FOUND-IX).
           MOVE WS-ENT-CONTACT TO WS-SRC-CONTACT(WS-SRC-FOUND-IX).
           MOVE WS-ENT-ACTIVE  TO WS-SRC-ACTIVE(WS-SRC-FOUND-IX).
           MOVE WS-ENT-DAYS    TO WS-SRC-DAYS(WS-SRC-FOUND-IX).
           MOVE WS-ENT-ALL     TO WS-SRC-ALL(WS-SRC-FOUND-IX).
           MOVE WS-ENT-CLIENTS TO WS-SRC-CLIENTS(WS-SRC-FOUND-IX).

       REWRITE-SOURCE-RTN.
           OPEN OUTPUT BSW-SRC-FILE.
           PERFORM WRITE-SOURCE-REC-RTN VARYING WS-SRC-IX
     -         FROM 1 BY 1 UNTIL WS-SRC-IX > WS-SRC-COUNT.
           CLOSE BSW-SRC-FILE.

       WRITE-SOURCE-REC-RTN.
           MOVE WS-SRC-ID(WS-SRC-IX)      TO BSW-SRC-ID.
           MOVE WS-SRC-NAME(WS-SRC-IX)    TO BSW-SRC-NAME.
           MOVE WS-SRC-CONTACT(WS-SRC-IX) TO BSW-SRC-CONTACT.
           MOVE WS-SRC-ACTIVE(WS-SRC-IX)  TO BSW-SRC-ACTIVE-FLAG.
           MOVE WS-SRC-DAYS(WS-SRC-IX)    TO BSW-SRC-SEND-DAYS.
           MOVE WS-SRC-ALL(WS-SRC-IX)     TO BSW-SRC-ALL-CLIENTS.
           MOVE WS-SRC-CLIENTS(WS-SRC-IX) TO BSW-SRC-CLIENT-LIST.
           WRITE BSW-SRC-REC.
