      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWSTAT.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  READ-ONLY OPERATIONS
      *                    STATUS SCREEN FOR THE SHIFT SUPERVISOR IN
      *                    THE STYLE OF BSWHINQ.  A SUPERVISOR SIGNS
      *                    ON AGAINST BSWOPR (LOGGED TO BSWSLOG,
      *                    REFUSALS COUNTED TOWARD THE BSWLOCK LIMIT
      *                    AS IN EVERY SIGN-ON) AND SEES TODAY'S
      *                    POSITION IN ONE PLACE, TEN LINES TO A
      *                    PAGE - THE BATCHES QUEUED ON BSWIN WITH
      *                    THEIR DETAIL AND PRIORITY PAIR COUNTS, A
      *                    SAME-DAY BSWCKPT CHECKPOINT IN FLIGHT AND
      *                    ITS LAST RECORD NUMBER, THE BSWXFLG
      *                    LAST-OUTPUT STAMP, THE LATEST BSWBAL
      *                    RESULT FROM BSWBRPT, OPEN AND OVERDUE
      *                    BSWWKB COUNTS BY CLIENT (OVERDUE IS AGED
      *                    IN BUSINESS DAYS AGAINST THE BSWGCTL LIMIT
      *                    EXACTLY AS BSWAGE DOES), AND THE CLIENTS
      *                    ON THE LATEST BSWIFC RUN WITH NO BSWACKI
      *                    ACKNOWLEDGMENT YET.  NOTHING IS UPDATED;
      *                    THE 'R' ACTION READS EVERYTHING AGAIN.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-INPUT-FILE   ASSIGN TO BSWIN
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BSW-CKPT-FILE    ASSIGN TO BSWCKPT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT BSW-XFLG-FILE    ASSIGN TO BSWXFLG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-XFLG-FILE-STATUS.
           SELECT BSW-BAL-RPT-FILE ASSIGN TO BSWBRPT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-BRPT-FILE-STATUS.
           SELECT BSW-AGE-CTL-FILE ASSIGN TO BSWGCTL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT BSW-CAL-FILE     ASSIGN TO BSWCAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BSW-WKB-FILE     ASSIGN TO BSWWKB
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BSW-WKB-PAIR-ID
                                    FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT BSW-IFC-FILE     ASSIGN TO BSWIFC
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-IFC-FILE-STATUS.
           SELECT BSW-ACK-FILE     ASSIGN TO BSWACKI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT BSW-OPR-FILE     ASSIGN TO BSWOPR
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT BSW-SLOG-FILE    ASSIGN TO BSWSLOG
                                    ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-INPUT-FILE.
           COPY BSWPAIR.

       FD  BSW-CKPT-FILE.
           COPY BSWCKPT.

       FD  BSW-XFLG-FILE.
       01  BSW-XFLG-REC.
           05  BSW-XFLG-DATE        PIC 9(08).
           05  BSW-XFLG-EXPRESS-SW  PIC X(01).

       FD  BSW-BAL-RPT-FILE.
       01  BSW-BAL-RPT-REC.
           05  BSW-BAL-RPT-TEXT     PIC X(34).
           05  FILLER               PIC X(46).
       01  BSW-BAL-RPT-HDR.
           05  BSW-BAL-RPT-TITLE    PIC X(21).
           05  BSW-BAL-RPT-DATE     PIC 9(08).
           05  FILLER               PIC X(51).

       FD  BSW-AGE-CTL-FILE.
           COPY BSWGCTL.

       FD  BSW-CAL-FILE.
           COPY BSWCAL.

       FD  BSW-WKB-FILE.
           COPY BSWWKB.

       FD  BSW-IFC-FILE.
           COPY BSWIFC.

       FD  BSW-ACK-FILE.
           COPY BSWACKI.

       FD  BSW-OPR-FILE.
           COPY BSWOPR.

       FD  BSW-SLOG-FILE.
           COPY BSWSLOG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-STAT-FIELDS.
          05 WS-STAT-ACTION        PIC X(01).
       01 WS-VAR.
          05 WS-INQ-DATE           PIC 9(08).
          05 WS-INQ-TIME           PIC 9(08).
          05 WS-INQ-TIME-R REDEFINES WS-INQ-TIME.
             10 WS-INQ-HH          PIC 9(02).
             10 WS-INQ-MM          PIC 9(02).
             10 FILLER             PIC 9(04).
          05 WS-PAGE-NO            PIC 9(03).
          05 WS-PAGE-COUNT         PIC 9(03).
          05 WS-PAGE-WORK          PIC 9(05).
          05 WS-ENTRY-NO           PIC 9(05).
          05 WS-LNO                PIC 9(02).
          05 WS-LINE-COUNT         PIC 9(03)        VALUE ZERO.
          05 WS-LINE-IX            PIC 9(03).
          05 WS-LINE-WORK          PIC X(70).
          05 WS-TODAY-SERIAL       PIC 9(07).
          05 WS-REC-SERIAL         PIC 9(07).
          05 WS-DAYS-OPEN          PIC 9(05).
          05 WS-AGE-LIMIT          PIC 9(03)        VALUE ZERO.
       01 WS-SWITCHES.
          05 WS-DONE-SW            PIC X(1)         VALUE 'N'.
             88 WS-DONE                              VALUE 'Y'.
          05 WS-IN-EOF-SW          PIC X(1)         VALUE 'N'.
             88 WS-IN-EOF                            VALUE 'Y'.
             88 WS-IN-NOT-EOF                        VALUE 'N'.
          05 WS-BRPT-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-BRPT-EOF                          VALUE 'Y'.
             88 WS-BRPT-NOT-EOF                      VALUE 'N'.
          05 WS-CAL-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-CAL-EOF                           VALUE 'Y'.
             88 WS-CAL-NOT-EOF                       VALUE 'N'.
          05 WS-WKB-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-WKB-EOF                           VALUE 'Y'.
             88 WS-WKB-NOT-EOF                       VALUE 'N'.
          05 WS-IFC-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-IFC-EOF                           VALUE 'Y'.
             88 WS-IFC-NOT-EOF                       VALUE 'N'.
          05 WS-ACK-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-ACK-EOF                           VALUE 'Y'.
             88 WS-ACK-NOT-EOF                       VALUE 'N'.
          05 WS-CKPT-SW            PIC X(1)         VALUE 'N'.
             88 WS-CKPT-IN-FLIGHT                    VALUE 'Y'.
             88 WS-CKPT-NONE                         VALUE 'N'.
          05 WS-XFLG-SW            PIC X(1)         VALUE 'N'.
             88 WS-XFLG-FOUND                        VALUE 'Y'.
             88 WS-XFLG-NOT-FOUND                    VALUE 'N'.
          05 WS-BAL-SW             PIC X(1)         VALUE 'N'.
             88 WS-BAL-FOUND                         VALUE 'Y'.
             88 WS-BAL-NOT-FOUND                     VALUE 'N'.
          05 WS-CTL-OK-SW          PIC X(1)         VALUE 'Y'.
             88 WS-CTL-OK                            VALUE 'Y'.
             88 WS-CTL-INVALID                       VALUE 'N'.
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
       01 WS-FILE-INFO.
          05 WS-IN-FILE-STATUS     PIC X(02).
          05 WS-CKPT-FILE-STATUS   PIC X(02).
          05 WS-XFLG-FILE-STATUS   PIC X(02).
          05 WS-BRPT-FILE-STATUS   PIC X(02).
          05 WS-CTL-FILE-STATUS    PIC X(02).
          05 WS-CAL-FILE-STATUS    PIC X(02).
          05 WS-WKB-FILE-STATUS    PIC X(02).
          05 WS-IFC-FILE-STATUS    PIC X(02).
          05 WS-ACK-FILE-STATUS    PIC X(02).
       01 WS-BATCH-TABLE.
          05 WS-BAT-COUNT          PIC 9(02)        VALUE ZERO.
          05 WS-BAT-IX             PIC 9(02).
          05 WS-QUE-PAIRS          PIC 9(06)        VALUE ZERO.
          05 WS-QUE-PRIORITY       PIC 9(06)        VALUE ZERO.
          05 WS-BAT-ENTRY OCCURS 50 TIMES.
             10 WS-BAT-NO          PIC 9(06).
             10 WS-BAT-SOURCE      PIC X(08).
             10 WS-BAT-PAIRS       PIC 9(06).
             10 WS-BAT-PRIORITY    PIC 9(06).
       01 WS-CLIENT-TABLE.
          05 WS-CLI-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-CLI-IX             PIC 9(03).
          05 WS-CLI-FOUND-IX       PIC 9(03).
          05 WS-TOT-OPEN           PIC 9(05)        VALUE ZERO.
          05 WS-TOT-OVERDUE        PIC 9(05)        VALUE ZERO.
          05 WS-CLI-ENTRY OCCURS 200 TIMES.
             10 WS-CLI-CD          PIC X(03).
             10 WS-CLI-OPEN        PIC 9(05).
             10 WS-CLI-OVERDUE     PIC 9(05).
       01 WS-SENT-TABLE.
          05 WS-SNT-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-SNT-IX             PIC 9(03).
          05 WS-SNT-FOUND-IX       PIC 9(03).
          05 WS-SNT-LATEST         PIC 9(08)        VALUE ZERO.
          05 WS-SNT-SENT           PIC 9(03)        VALUE ZERO.
          05 WS-SNT-UNACKED        PIC 9(03)        VALUE ZERO.
          05 WS-SNT-ENTRY OCCURS 200 TIMES.
             10 WS-SNT-RUN-DATE    PIC 9(08).
             10 WS-SNT-CLIENT      PIC X(03).
             10 WS-SNT-PAIRS       PIC 9(06).
             10 WS-SNT-ACK-SW      PIC X(01).
       01 WS-CNV-AREA.
          05 WS-CNV-DATE           PIC 9(08).
          05 WS-CNV-YMD REDEFINES WS-CNV-DATE.
             10 WS-CNV-YEAR        PIC 9(04).
             10 WS-CNV-MONTH       PIC 9(02).
             10 WS-CNV-DAY         PIC 9(02).
          05 WS-CNV-PRIOR-YR       PIC 9(04).
          05 WS-CNV-WORK           PIC 9(04).
          05 WS-CNV-QUOT           PIC 9(04).
          05 WS-CNV-REM            PIC 9(04).
          05 WS-CNV-SERIAL         PIC 9(07).
          05 WS-CNV-WEEKS          PIC 9(07).
          05 WS-CNV-WEEKDAY        PIC 9(01).
       01 WS-BDAY-AREA.
          05 WS-SPAN-DAYS          PIC 9(07).
          05 WS-SPAN-WEEKS         PIC 9(07).
          05 WS-SPAN-REM           PIC 9(01).
          05 WS-SPAN-IX            PIC 9(01).
       01 WS-CAL-INFO.
          05 WS-CAL-COUNT          PIC 9(04)        VALUE ZERO.
          05 WS-CAL-IX             PIC 9(04).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES.
             10 WS-CAL-TYPE        PIC X(01).
             10 WS-CAL-SERIAL      PIC 9(07).
             10 WS-CAL-WEEKDAY     PIC 9(01).
       01 WS-MTH-DAYS-TBL.
          05 FILLER                PIC X(18)        VALUE
             '000031059090120151'.
          05 FILLER                PIC X(18)        VALUE
             '181212243273304334'.
       01 WS-MTH-DAYS-R REDEFINES WS-MTH-DAYS-TBL.
          05 WS-MTH-DAYS           PIC 9(03) OCCURS 12 TIMES.
       01 WS-SL-QUEUE-LINE.
          05 FILLER                PIC X(21)        VALUE
             'BSWIN QUEUE  BATCHES '.
          05 WS-SLQ-BATCHES        PIC Z9.
          05 FILLER                PIC X(09)        VALUE
             '   PAIRS '.
          05 WS-SLQ-PAIRS          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12)        VALUE
             '   PRIORITY '.
          05 WS-SLQ-PRIORITY       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12)        VALUE SPACES.
       01 WS-SL-BATCH-LINE.
          05 FILLER                PIC X(08)        VALUE
             '  BATCH '.
          05 WS-SLB-BATCH-NO       PIC 9(06).
          05 FILLER                PIC X(08)        VALUE
             ' SOURCE '.
          05 WS-SLB-SOURCE         PIC X(08).
          05 FILLER                PIC X(07)        VALUE
             ' PAIRS '.
          05 WS-SLB-PAIRS          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(10)        VALUE
             ' PRIORITY '.
          05 WS-SLB-PRIORITY       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(09)        VALUE SPACES.
       01 WS-SL-CKPT-LINE.
          05 FILLER                PIC X(37)        VALUE
             'CHECKPOINT   IN FLIGHT - LAST RECORD '.
          05 WS-SLC-LAST-REC       PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(11)        VALUE
             '  OPERATOR '.
          05 WS-SLC-OPERATOR       PIC X(08).
          05 FILLER                PIC X(04)        VALUE SPACES.
       01 WS-SL-XFLG-LINE.
          05 FILLER                PIC X(13)        VALUE
             'LAST OUTPUT  '.
          05 WS-SLX-DATE           PIC 9(08).
          05 FILLER                PIC X(14)        VALUE
             '  EXPRESS RUN '.
          05 WS-SLX-EXPRESS        PIC X(01).
          05 FILLER                PIC X(34)        VALUE SPACES.
       01 WS-SL-BAL-LINE.
          05 FILLER                PIC X(13)        VALUE
             'BALANCE      '.
          05 WS-SLL-DATE           PIC 9(08).
          05 FILLER                PIC X(02)        VALUE SPACES.
          05 WS-SLL-RESULT         PIC X(34).
          05 FILLER                PIC X(13)        VALUE SPACES.
       01 WS-SL-WKB-LINE.
          05 FILLER                PIC X(18)        VALUE
             'WORKBASKET   OPEN '.
          05 WS-SLW-OPEN           PIC ZZ,ZZ9.
          05 FILLER                PIC X(10)        VALUE
             '  OVERDUE '.
          05 WS-SLW-OVERDUE        PIC ZZ,ZZ9.
          05 FILLER                PIC X(08)        VALUE
             '  LIMIT '.
          05 WS-SLW-LIMIT          PIC ZZ9.
          05 FILLER                PIC X(14)        VALUE
             ' BUSINESS DAYS'.
          05 FILLER                PIC X(05)        VALUE SPACES.
       01 WS-SL-WCLI-LINE.
          05 FILLER                PIC X(09)        VALUE
             '  CLIENT '.
          05 WS-SLWC-CLIENT        PIC X(03).
          05 FILLER                PIC X(07)        VALUE
             '  OPEN '.
          05 WS-SLWC-OPEN          PIC ZZ,ZZ9.
          05 FILLER                PIC X(10)        VALUE
             '  OVERDUE '.
          05 WS-SLWC-OVERDUE       PIC ZZ,ZZ9.
          05 FILLER                PIC X(29)        VALUE SPACES.
       01 WS-SL-ACK-LINE.
          05 FILLER                PIC X(24)        VALUE
             'CLIENT ACKS  BSWIFC RUN '.
          05 WS-SLA-RUN-DATE       PIC 9(08).
          05 FILLER                PIC X(07)        VALUE
             '  SENT '.
          05 WS-SLA-SENT           PIC ZZ9.
          05 FILLER                PIC X(19)        VALUE
             '  NOT ACKNOWLEDGED '.
          05 WS-SLA-UNACKED        PIC ZZ9.
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-SL-ACLI-LINE.
          05 FILLER                PIC X(09)        VALUE
             '  CLIENT '.
          05 WS-SLAC-CLIENT        PIC X(03).
          05 FILLER                PIC X(07)        VALUE
             '  SENT '.
          05 WS-SLAC-PAIRS         PIC ZZZ,ZZ9.
          05 FILLER                PIC X(25)        VALUE
             ' PAIRS - NOT ACKNOWLEDGED'.
          05 FILLER                PIC X(19)        VALUE SPACES.
       01 WS-STATUS-TABLE.
          05 WS-STAT-LINE          PIC X(70) OCCURS 500 TIMES.
       01 WS-PAGE-AREA.
          05 WS-PAGE-LINE-01       PIC X(70).
          05 WS-PAGE-LINE-02       PIC X(70).
          05 WS-PAGE-LINE-03       PIC X(70).
          05 WS-PAGE-LINE-04       PIC X(70).
          05 WS-PAGE-LINE-05       PIC X(70).
          05 WS-PAGE-LINE-06       PIC X(70).
          05 WS-PAGE-LINE-07       PIC X(70).
          05 WS-PAGE-LINE-08       PIC X(70).
          05 WS-PAGE-LINE-09       PIC X(70).
          05 WS-PAGE-LINE-10       PIC X(70).
       01 WS-PAGE-TABLE REDEFINES WS-PAGE-AREA.
          05 WS-PAGE-LINE          PIC X(70) OCCURS 10 TIMES.
       01 WS-MESSAGE                PIC X(40)        VALUE SPACES.
      ******************************************************************
       SCREEN                      SECTION.
      ******************************************************************
       01 BSW-SIGNON-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COL 01 VALUE 'BINARY-SWAP SUPERVISOR SIGN-ON'.
          05 LINE 03 COL 01 VALUE 'SUPERVISOR ID (BLANK TO END)'.
          05 LINE 03 COL 30 PIC X(08) USING WS-SIGNON-ID.
          05 LINE 05 COL 01 PIC X(40) FROM WS-MESSAGE.
       01 BSW-STATUS-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COL 01 VALUE 'BINARY-SWAP OPERATIONS STATUS'.
          05 LINE 02 COL 01 VALUE 'AS OF'.
          05 LINE 02 COL 07 PIC 9(08) FROM WS-INQ-DATE.
          05 LINE 02 COL 16 PIC 9(02) FROM WS-INQ-HH.
          05 LINE 02 COL 18 VALUE ':'.
          05 LINE 02 COL 19 PIC 9(02) FROM WS-INQ-MM.
          05 LINE 02 COL 23 VALUE 'PAGE'.
          05 LINE 02 COL 28 PIC ZZ9 FROM WS-PAGE-NO.
          05 LINE 02 COL 32 VALUE 'OF'.
          05 LINE 02 COL 35 PIC ZZ9 FROM WS-PAGE-COUNT.
          05 LINE 04 COL 01 PIC X(70) FROM WS-PAGE-LINE-01.
          05 LINE 05 COL 01 PIC X(70) FROM WS-PAGE-LINE-02.
          05 LINE 06 COL 01 PIC X(70) FROM WS-PAGE-LINE-03.
          05 LINE 07 COL 01 PIC X(70) FROM WS-PAGE-LINE-04.
          05 LINE 08 COL 01 PIC X(70) FROM WS-PAGE-LINE-05.
          05 LINE 09 COL 01 PIC X(70) FROM WS-PAGE-LINE-06.
          05 LINE 10 COL 01 PIC X(70) FROM WS-PAGE-LINE-07.
          05 LINE 11 COL 01 PIC X(70) FROM WS-PAGE-LINE-08.
          05 LINE 12 COL 01 PIC X(70) FROM WS-PAGE-LINE-09.
          05 LINE 13 COL 01 PIC X(70) FROM WS-PAGE-LINE-10.
          05 LINE 15 COL 01 VALUE
             'N=NEXT PAGE  P=PRIOR PAGE  R=REFRESH  Q=QUIT'.
          05 LINE 15 COL 47 PIC X(01) USING WS-STAT-ACTION.
          05 LINE 17 COL 01 PIC X(40) FROM WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-INQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-INQ-TIME FROM TIME.
           PERFORM SIGNON-LOOP-RTN UNTIL WS-SIGNON-DONE.
           IF WS-NOT-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - BSWSTAT ENDING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       MAIN-RTN.
           PERFORM GATHER-STATUS-RTN.
           PERFORM STATUS-LOOP-RTN UNTIL WS-DONE.

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
           MOVE WS-INQ-DATE       TO BSW-SLOG-DATE.
           MOVE WS-INQ-TIME       TO BSW-SLOG-TIME.
           MOVE 'BSWSTAT '        TO BSW-SLOG-PROGRAM.
           MOVE WS-SIGNON-ID      TO BSW-SLOG-OPERATOR-ID.
           MOVE WS-SLOG-RESULT-CD TO BSW-SLOG-RESULT-CD.
           OPEN EXTEND BSW-SLOG-FILE.
           WRITE BSW-SLOG-REC.
           CLOSE BSW-SLOG-FILE.

       STATUS-LOOP-RTN.
           PERFORM BUILD-PAGE-RTN.
           MOVE SPACE TO WS-STAT-ACTION.
           DISPLAY BSW-STATUS-SCREEN.
           ACCEPT BSW-STATUS-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE WS-STAT-ACTION
               WHEN 'N'
                   IF WS-PAGE-NO < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE-NO
                   ELSE
                       MOVE 'NO MORE STATUS LINES' TO WS-MESSAGE
                   END-IF
               WHEN 'P'
                   IF WS-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-PAGE-NO
                   ELSE
                       MOVE 'ALREADY ON THE FIRST PAGE' TO WS-MESSAGE
                   END-IF
               WHEN 'R'
                   MOVE 'STATUS REFRESHED' TO WS-MESSAGE
                   PERFORM GATHER-STATUS-RTN
               WHEN 'Q'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   MOVE 'ACTION MUST BE N, P, R OR Q' TO WS-MESSAGE
           END-EVALUATE.

       BUILD-PAGE-RTN.
           SUBTRACT 1 FROM WS-PAGE-NO GIVING WS-PAGE-WORK.
           MULTIPLY WS-PAGE-WORK BY 10 GIVING WS-PAGE-WORK.
           PERFORM BUILD-PAGE-LINE-RTN VARYING WS-LNO
     -         FROM 1 BY 1 UNTIL WS-LNO > 10.

       BUILD-PAGE-LINE-RTN.
           ADD WS-PAGE-WORK WS-LNO GIVING WS-ENTRY-NO.
           IF WS-ENTRY-NO NOT > WS-LINE-COUNT
               MOVE WS-ENTRY-NO TO WS-LINE-IX
               MOVE WS-STAT-LINE(WS-LINE-IX) TO WS-PAGE-LINE(WS-LNO)
           ELSE
               MOVE SPACES TO WS-PAGE-LINE(WS-LNO)
           END-IF.

       GATHER-STATUS-RTN.
           ACCEPT WS-INQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-INQ-TIME FROM TIME.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE 1    TO WS-PAGE-NO.
           PERFORM GATHER-QUEUE-RTN.
           PERFORM GATHER-CHECKPOINT-RTN.
           PERFORM GATHER-OUTPUT-STAMP-RTN.
           PERFORM GATHER-BALANCE-RTN.
           PERFORM GATHER-WORKBASKET-RTN.
           PERFORM GATHER-ACKS-RTN.
           ADD 9 TO WS-LINE-COUNT GIVING WS-PAGE-WORK.
           DIVIDE WS-PAGE-WORK BY 10 GIVING WS-PAGE-COUNT.

       ADD-LINE-RTN.
           IF WS-LINE-COUNT < 500
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-WORK TO WS-STAT-LINE(WS-LINE-COUNT)
           ELSE
               MOVE 'STATUS LINES OVER 500 NOT SHOWN'
                   TO WS-MESSAGE
           END-IF.
           MOVE SPACES TO WS-LINE-WORK.

       GATHER-QUEUE-RTN.
           MOVE ZERO TO WS-BAT-COUNT.
           MOVE ZERO TO WS-QUE-PAIRS.
           MOVE ZERO TO WS-QUE-PRIORITY.
           SET WS-IN-NOT-EOF TO TRUE.
           OPEN INPUT BSW-INPUT-FILE.
           IF WS-IN-FILE-STATUS = '00'
               PERFORM READ-QUEUE-RTN UNTIL WS-IN-EOF
               CLOSE BSW-INPUT-FILE
           END-IF.
           IF WS-BAT-COUNT = ZERO
               MOVE 'BSWIN QUEUE  NO BATCHES QUEUED' TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
           ELSE
               MOVE WS-BAT-COUNT    TO WS-SLQ-BATCHES
               MOVE WS-QUE-PAIRS    TO WS-SLQ-PAIRS
               MOVE WS-QUE-PRIORITY TO WS-SLQ-PRIORITY
               MOVE WS-SL-QUEUE-LINE TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
               PERFORM ADD-BATCH-LINE-RTN VARYING WS-BAT-IX
     -             FROM 1 BY 1 UNTIL WS-BAT-IX > WS-BAT-COUNT
           END-IF.
           PERFORM ADD-LINE-RTN.

       READ-QUEUE-RTN.
           READ BSW-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BSW-PAIR-HEADER-REC
                           PERFORM NEW-BATCH-RTN
                       WHEN BSW-PAIR-DETAIL-REC
                           PERFORM COUNT-QUEUED-PAIR-RTN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NEW-BATCH-RTN.
           IF WS-BAT-COUNT < 50
               ADD 1 TO WS-BAT-COUNT
               MOVE BSW-HDR-BATCH-NO   TO WS-BAT-NO(WS-BAT-COUNT)
               MOVE BSW-HDR-SOURCE-SYS TO WS-BAT-SOURCE(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-PAIRS(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-PRIORITY(WS-BAT-COUNT)
           ELSE
               MOVE 'BATCHES OVER 50 COUNTED IN THE LAST LINE'
                   TO WS-MESSAGE
           END-IF.

       COUNT-QUEUED-PAIR-RTN.
           IF WS-BAT-COUNT = ZERO
               ADD 1 TO WS-BAT-COUNT
               MOVE ZERO       TO WS-BAT-NO(WS-BAT-COUNT)
               MOVE 'NO HDR'   TO WS-BAT-SOURCE(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-PAIRS(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-PRIORITY(WS-BAT-COUNT)
           END-IF.
           ADD 1 TO WS-BAT-PAIRS(WS-BAT-COUNT).
           ADD 1 TO WS-QUE-PAIRS.
           IF BSW-PAIR-EXPRESS
               ADD 1 TO WS-BAT-PRIORITY(WS-BAT-COUNT)
               ADD 1 TO WS-QUE-PRIORITY
           END-IF.

       ADD-BATCH-LINE-RTN.
           MOVE WS-BAT-NO(WS-BAT-IX)       TO WS-SLB-BATCH-NO.
           MOVE WS-BAT-SOURCE(WS-BAT-IX)   TO WS-SLB-SOURCE.
           MOVE WS-BAT-PAIRS(WS-BAT-IX)    TO WS-SLB-PAIRS.
           MOVE WS-BAT-PRIORITY(WS-BAT-IX) TO WS-SLB-PRIORITY.
           MOVE WS-SL-BATCH-LINE TO WS-LINE-WORK.
           PERFORM ADD-LINE-RTN.

       GATHER-CHECKPOINT-RTN.
           SET WS-CKPT-NONE TO TRUE.
           OPEN INPUT BSW-CKPT-FILE.
           IF WS-CKPT-FILE-STATUS = '00'
               READ BSW-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BSW-CKPT-RUN-DATE = WS-INQ-DATE
                           AND BSW-CKPT-LAST-REC-NO > ZERO
                           SET WS-CKPT-IN-FLIGHT TO TRUE
                           MOVE BSW-CKPT-LAST-REC-NO
                               TO WS-SLC-LAST-REC
                           MOVE BSW-CKPT-JOB-ID
                               TO WS-SLC-OPERATOR
                       END-IF
               END-READ
               CLOSE BSW-CKPT-FILE
           END-IF.
           IF WS-CKPT-IN-FLIGHT
               MOVE WS-SL-CKPT-LINE TO WS-LINE-WORK
           ELSE
               MOVE 'CHECKPOINT   NONE IN FLIGHT TODAY'
                   TO WS-LINE-WORK
           END-IF.
           PERFORM ADD-LINE-RTN.

       GATHER-OUTPUT-STAMP-RTN.
           SET WS-XFLG-NOT-FOUND TO TRUE.
           OPEN INPUT BSW-XFLG-FILE.
           IF WS-XFLG-FILE-STATUS = '00'
               READ BSW-XFLG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-XFLG-FOUND TO TRUE
                       MOVE BSW-XFLG-DATE       TO WS-SLX-DATE
                       MOVE BSW-XFLG-EXPRESS-SW TO WS-SLX-EXPRESS
               END-READ
               CLOSE BSW-XFLG-FILE
           END-IF.
           IF WS-XFLG-FOUND
               MOVE WS-SL-XFLG-LINE TO WS-LINE-WORK
           ELSE
               MOVE 'LAST OUTPUT  NO OUTPUT STAMP ON FILE'
                   TO WS-LINE-WORK
           END-IF.
           PERFORM ADD-LINE-RTN.

       GATHER-BALANCE-RTN.
           SET WS-BAL-NOT-FOUND TO TRUE.
           SET WS-BRPT-NOT-EOF TO TRUE.
           OPEN INPUT BSW-BAL-RPT-FILE.
           IF WS-BRPT-FILE-STATUS = '00'
               PERFORM READ-BALANCE-RTN UNTIL WS-BRPT-EOF
               CLOSE BSW-BAL-RPT-FILE
           END-IF.
           IF WS-BAL-FOUND
               MOVE WS-SL-BAL-LINE TO WS-LINE-WORK
           ELSE
               MOVE 'BALANCE      NO BSWBAL RESULT ON FILE'
                   TO WS-LINE-WORK
           END-IF.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-LINE-RTN.

       READ-BALANCE-RTN.
           READ BSW-BAL-RPT-FILE
               AT END
                   SET WS-BRPT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BSW-BAL-RPT-TITLE
                           = 'END-OF-DAY BALANCE - '
                           SET WS-BAL-FOUND TO TRUE
                           MOVE BSW-BAL-RPT-DATE TO WS-SLL-DATE
                           MOVE 'NO RESULT LINE WRITTEN'
                               TO WS-SLL-RESULT
                       WHEN BSW-BAL-RPT-TEXT
                           = 'BALANCED - ALL FOUR SOURCES AGREE'
                           MOVE 'BALANCED' TO WS-SLL-RESULT
                       WHEN BSW-BAL-RPT-TEXT
                           = 'OUT OF BALANCE - SEE FIGURES ABOVE'
                           MOVE 'OUT OF BALANCE' TO WS-SLL-RESULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       GATHER-WORKBASKET-RTN.
           PERFORM READ-CONTROL-RTN.
           PERFORM LOAD-CALENDAR-RTN.
           MOVE WS-INQ-DATE TO WS-CNV-DATE.
           PERFORM CONVERT-DATE-RTN.
           MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL.
           MOVE ZERO TO WS-CLI-COUNT.
           MOVE ZERO TO WS-TOT-OPEN.
           MOVE ZERO TO WS-TOT-OVERDUE.
           SET WS-WKB-NOT-EOF TO TRUE.
           OPEN INPUT BSW-WKB-FILE.
           IF WS-WKB-FILE-STATUS = '00'
               MOVE ZERO TO BSW-WKB-PAIR-ID
               START BSW-WKB-FILE KEY NOT < BSW-WKB-PAIR-ID
                   INVALID KEY
                       SET WS-WKB-EOF TO TRUE
               END-START
               PERFORM READ-WORKBASKET-RTN UNTIL WS-WKB-EOF
               CLOSE BSW-WKB-FILE
               MOVE WS-TOT-OPEN    TO WS-SLW-OPEN
               MOVE WS-TOT-OVERDUE TO WS-SLW-OVERDUE
               MOVE WS-AGE-LIMIT   TO WS-SLW-LIMIT
               MOVE WS-SL-WKB-LINE TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
               IF WS-CTL-INVALID
                   MOVE '  OVERDUE NOT COUNTED - NO VALID BSWGCTL CARD'
                       TO WS-LINE-WORK
                   PERFORM ADD-LINE-RTN
               END-IF
               IF WS-CAL-FILE-STATUS NOT = '00'
                   MOVE '  BSWCAL MISSING - AGED ON THE WEEKDAY RULE'
                       TO WS-LINE-WORK
                   PERFORM ADD-LINE-RTN
               END-IF
               PERFORM ADD-CLIENT-LINE-RTN VARYING WS-CLI-IX
     -             FROM 1 BY 1 UNTIL WS-CLI-IX > WS-CLI-COUNT
           ELSE
               MOVE 'WORKBASKET   BSWWKB IS NOT AVAILABLE'
                   TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
           END-IF.
           PERFORM ADD-LINE-RTN.

       READ-CONTROL-RTN.
           SET WS-CTL-OK TO TRUE.
           MOVE ZERO TO WS-AGE-LIMIT.
           OPEN INPUT BSW-AGE-CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '00'
               SET WS-CTL-INVALID TO TRUE
           ELSE
               READ BSW-AGE-CTL-FILE
                   AT END
                       SET WS-CTL-INVALID TO TRUE
                   NOT AT END
                       IF BSW-AGE-LIMIT-DAYS NUMERIC
                           AND BSW-AGE-LIMIT-DAYS > ZERO
                           MOVE BSW-AGE-LIMIT-DAYS
                               TO WS-AGE-LIMIT
                       ELSE
                           SET WS-CTL-INVALID TO TRUE
                       END-IF
               END-READ
               CLOSE BSW-AGE-CTL-FILE
           END-IF.

       READ-WORKBASKET-RTN.
           READ BSW-WKB-FILE NEXT RECORD
               AT END
                   SET WS-WKB-EOF TO TRUE
               NOT AT END
                   IF BSW-WKB-OPEN
                       PERFORM AGE-ONE-RTN
                   END-IF
           END-READ.

       AGE-ONE-RTN.
           MOVE BSW-WKB-REJECT-DATE TO WS-CNV-DATE.
           PERFORM CONVERT-DATE-RTN.
           MOVE WS-CNV-SERIAL TO WS-REC-SERIAL.
           IF WS-REC-SERIAL < WS-TODAY-SERIAL
               PERFORM COUNT-BUSINESS-DAYS-RTN
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
           PERFORM TALLY-CLIENT-RTN.
           ADD 1 TO WS-TOT-OPEN.
           ADD 1 TO WS-CLI-OPEN(WS-CLI-FOUND-IX).
           IF WS-CTL-OK
               AND WS-DAYS-OPEN > WS-AGE-LIMIT
               ADD 1 TO WS-TOT-OVERDUE
               ADD 1 TO WS-CLI-OVERDUE(WS-CLI-FOUND-IX)
           END-IF.

       TALLY-CLIENT-RTN.
           MOVE ZERO TO WS-CLI-FOUND-IX.
           PERFORM SCAN-CLIENT-RTN VARYING WS-CLI-IX
     -         FROM 1 BY 1 UNTIL WS-CLI-IX > WS-CLI-COUNT
     -         OR WS-CLI-FOUND-IX > ZERO.
           IF WS-CLI-FOUND-IX = ZERO
               IF WS-CLI-COUNT < 200
                   ADD 1 TO WS-CLI-COUNT
                   MOVE WS-CLI-COUNT TO WS-CLI-FOUND-IX
                   MOVE BSW-WKB-CLIENT-CD
                       TO WS-CLI-CD(WS-CLI-FOUND-IX)
                   MOVE ZERO TO WS-CLI-OPEN(WS-CLI-FOUND-IX)
                   MOVE ZERO TO WS-CLI-OVERDUE(WS-CLI-FOUND-IX)
               ELSE
                   MOVE 'CLIENTS OVER 200 COUNTED IN THE LAST LINE'
                       TO WS-MESSAGE
                   MOVE WS-CLI-COUNT TO WS-CLI-FOUND-IX
               END-IF
           END-IF.

       SCAN-CLIENT-RTN.
           IF WS-CLI-CD(WS-CLI-IX) = BSW-WKB-CLIENT-CD
               MOVE WS-CLI-IX TO WS-CLI-FOUND-IX
           END-IF.

       ADD-CLIENT-LINE-RTN.
           MOVE WS-CLI-CD(WS-CLI-IX)      TO WS-SLWC-CLIENT.
           MOVE WS-CLI-OPEN(WS-CLI-IX)    TO WS-SLWC-OPEN.
           MOVE WS-CLI-OVERDUE(WS-CLI-IX) TO WS-SLWC-OVERDUE.
           MOVE WS-SL-WCLI-LINE TO WS-LINE-WORK.
           PERFORM ADD-LINE-RTN.

       COUNT-BUSINESS-DAYS-RTN.
           SUBTRACT WS-REC-SERIAL FROM WS-TODAY-SERIAL
               GIVING WS-SPAN-DAYS.
           DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-SPAN-WEEKS
               REMAINDER WS-SPAN-REM.
           MULTIPLY WS-SPAN-WEEKS BY 5 GIVING WS-DAYS-OPEN.
           PERFORM COUNT-ODD-DAY-RTN VARYING WS-SPAN-IX
     -         FROM 1 BY 1 UNTIL WS-SPAN-IX > WS-SPAN-REM.
           PERFORM ADJUST-FOR-CALENDAR-RTN VARYING WS-CAL-IX
     -         FROM 1 BY 1 UNTIL WS-CAL-IX > WS-CAL-COUNT.

       COUNT-ODD-DAY-RTN.
           COMPUTE WS-CNV-SERIAL = WS-REC-SERIAL
               + (WS-SPAN-WEEKS * 7) + WS-SPAN-IX.
           PERFORM WEEKDAY-RTN.
           IF WS-CNV-WEEKDAY NOT > 5
               ADD 1 TO WS-DAYS-OPEN
           END-IF.

       ADJUST-FOR-CALENDAR-RTN.
           IF WS-CAL-SERIAL(WS-CAL-IX) > WS-REC-SERIAL
               AND WS-CAL-SERIAL(WS-CAL-IX) NOT > WS-TODAY-SERIAL
               IF WS-CAL-TYPE(WS-CAL-IX) = 'C'
                   AND WS-CAL-WEEKDAY(WS-CAL-IX) NOT > 5
                   AND WS-DAYS-OPEN > ZERO
                   SUBTRACT 1 FROM WS-DAYS-OPEN
               END-IF
               IF WS-CAL-TYPE(WS-CAL-IX) = 'B'
                   AND WS-CAL-WEEKDAY(WS-CAL-IX) > 5
                   ADD 1 TO WS-DAYS-OPEN
               END-IF
           END-IF.

       WEEKDAY-RTN.
           DIVIDE WS-CNV-SERIAL BY 7 GIVING WS-CNV-WEEKS
               REMAINDER WS-CNV-WEEKDAY.
           IF WS-CNV-WEEKDAY = ZERO
               MOVE 7 TO WS-CNV-WEEKDAY
           END-IF.

       LOAD-CALENDAR-RTN.
           MOVE ZERO TO WS-CAL-COUNT.
           SET WS-CAL-NOT-EOF TO TRUE.
           OPEN INPUT BSW-CAL-FILE.
           IF WS-CAL-FILE-STATUS = '00'
               PERFORM LOAD-CALENDAR-REC-RTN UNTIL WS-CAL-EOF
               CLOSE BSW-CAL-FILE
           END-IF.

       LOAD-CALENDAR-REC-RTN.
           READ BSW-CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 1000
                       ADD 1 TO WS-CAL-COUNT
                       MOVE BSW-CAL-DAY-TYPE
                           TO WS-CAL-TYPE(WS-CAL-COUNT)
                       MOVE BSW-CAL-DATE TO WS-CNV-DATE
                       PERFORM CONVERT-DATE-RTN
                       PERFORM WEEKDAY-RTN
                       MOVE WS-CNV-SERIAL
                           TO WS-CAL-SERIAL(WS-CAL-COUNT)
                       MOVE WS-CNV-WEEKDAY
                           TO WS-CAL-WEEKDAY(WS-CAL-COUNT)
                   END-IF
           END-READ.

       CONVERT-DATE-RTN.
           SUBTRACT 1 FROM WS-CNV-YEAR GIVING WS-CNV-PRIOR-YR.
           MULTIPLY WS-CNV-PRIOR-YR BY 365 GIVING WS-CNV-SERIAL.
           DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-WORK.
           ADD WS-CNV-WORK TO WS-CNV-SERIAL.
           DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-WORK.
           SUBTRACT WS-CNV-WORK FROM WS-CNV-SERIAL.
           DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-WORK.
           ADD WS-CNV-WORK TO WS-CNV-SERIAL.
           ADD WS-MTH-DAYS(WS-CNV-MONTH) TO WS-CNV-SERIAL.
           ADD WS-CNV-DAY TO WS-CNV-SERIAL.
           IF WS-CNV-MONTH > 2
               PERFORM CHECK-LEAP-RTN
           END-IF.

       CHECK-LEAP-RTN.
           DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-QUOT
               REMAINDER WS-CNV-REM.
           IF WS-CNV-REM = ZERO
               DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-QUOT
                   REMAINDER WS-CNV-REM
               IF WS-CNV-REM = ZERO
                   DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-QUOT
                       REMAINDER WS-CNV-REM
                   IF WS-CNV-REM = ZERO
                       ADD 1 TO WS-CNV-SERIAL
                   END-IF
               ELSE
                   ADD 1 TO WS-CNV-SERIAL
               END-IF
           END-IF.

       GATHER-ACKS-RTN.
           MOVE ZERO TO WS-SNT-COUNT.
           MOVE ZERO TO WS-SNT-LATEST.
           MOVE ZERO TO WS-SNT-SENT.
           MOVE ZERO TO WS-SNT-UNACKED.
           SET WS-IFC-NOT-EOF TO TRUE.
           SET WS-ACK-NOT-EOF TO TRUE.
           OPEN INPUT BSW-IFC-FILE.
           IF WS-IFC-FILE-STATUS = '00'
               PERFORM LOAD-SENT-REC-RTN UNTIL WS-IFC-EOF
               CLOSE BSW-IFC-FILE
           END-IF.
           IF WS-SNT-COUNT = ZERO
               MOVE 'CLIENT ACKS  NO BSWIFC RECORDS ON FILE'
                   TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
           ELSE
               OPEN INPUT BSW-ACK-FILE
               IF WS-ACK-FILE-STATUS = '00'
                   PERFORM MATCH-ACK-REC-RTN UNTIL WS-ACK-EOF
                   CLOSE BSW-ACK-FILE
               END-IF
               PERFORM COUNT-UNACKED-RTN VARYING WS-SNT-IX
     -             FROM 1 BY 1 UNTIL WS-SNT-IX > WS-SNT-COUNT
               MOVE WS-SNT-LATEST  TO WS-SLA-RUN-DATE
               MOVE WS-SNT-SENT    TO WS-SLA-SENT
               MOVE WS-SNT-UNACKED TO WS-SLA-UNACKED
               MOVE WS-SL-ACK-LINE TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
               PERFORM ADD-UNACKED-LINE-RTN VARYING WS-SNT-IX
     -             FROM 1 BY 1 UNTIL WS-SNT-IX > WS-SNT-COUNT
           END-IF.

       LOAD-SENT-REC-RTN.
           READ BSW-IFC-FILE
               AT END
                   SET WS-IFC-EOF TO TRUE
               NOT AT END
                   IF WS-SNT-COUNT < 200
                       ADD 1 TO WS-SNT-COUNT
                       MOVE BSW-IFC-RUN-DATE
                           TO WS-SNT-RUN-DATE(WS-SNT-COUNT)
                       MOVE BSW-IFC-CLIENT-CD
                           TO WS-SNT-CLIENT(WS-SNT-COUNT)
                       MOVE BSW-IFC-PAIR-COUNT
                           TO WS-SNT-PAIRS(WS-SNT-COUNT)
                       MOVE 'N' TO WS-SNT-ACK-SW(WS-SNT-COUNT)
                       IF BSW-IFC-RUN-DATE > WS-SNT-LATEST
                           MOVE BSW-IFC-RUN-DATE TO WS-SNT-LATEST
                       END-IF
                   ELSE
                       MOVE 'BSWIFC RECORDS OVER 200 NOT SHOWN'
                           TO WS-MESSAGE
                   END-IF
           END-READ.

       MATCH-ACK-REC-RTN.
           READ BSW-ACK-FILE
               AT END
                   SET WS-ACK-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-SNT-FOUND-IX
                   PERFORM SCAN-SENT-RTN VARYING WS-SNT-IX
     -                 FROM 1 BY 1 UNTIL WS-SNT-IX > WS-SNT-COUNT
     -                 OR WS-SNT-FOUND-IX > ZERO
                   IF WS-SNT-FOUND-IX > ZERO
                       MOVE 'Y' TO WS-SNT-ACK-SW(WS-SNT-FOUND-IX)
                   END-IF
           END-READ.

       SCAN-SENT-RTN.
           IF WS-SNT-RUN-DATE(WS-SNT-IX) = BSW-ACK-RUN-DATE
               AND WS-SNT-CLIENT(WS-SNT-IX) = BSW-ACK-CLIENT-CD
               MOVE WS-SNT-IX TO WS-SNT-FOUND-IX
           END-IF.

       COUNT-UNACKED-RTN.
           IF WS-SNT-RUN-DATE(WS-SNT-IX) = WS-SNT-LATEST
               ADD 1 TO WS-SNT-SENT
               IF WS-SNT-ACK-SW(WS-SNT-IX) = 'N'
                   ADD 1 TO WS-SNT-UNACKED
               END-IF
           END-IF.

       ADD-UNACKED-LINE-RTN.
           IF WS-SNT-RUN-DATE(WS-SNT-IX) = WS-SNT-LATEST
               AND WS-SNT-ACK-SW(WS-SNT-IX) = 'N'
               MOVE WS-SNT-CLIENT(WS-SNT-IX) TO WS-SLAC-CLIENT
               MOVE WS-SNT-PAIRS(WS-SNT-IX)  TO WS-SLAC-PAIRS
               MOVE WS-SL-ACLI-LINE TO WS-LINE-WORK
               PERFORM ADD-LINE-RTN
           END-IF.
