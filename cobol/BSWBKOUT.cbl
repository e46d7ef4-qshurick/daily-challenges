      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWBKOUT.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  SUPERVISOR-ONLY BACK-OUT
      *                    OF ONE BSWIN BATCH THAT WENT THROUGH THE
      *                    NIGHTLY RUN BY MISTAKE.  THE BSWVCTL CARD
      *                    NAMES THE SUPERVISOR (VALIDATED AGAINST
      *                    BSWOPR AND LOGGED TO BSWSLOG) AND THE
      *                    BATCH NUMBER, WHICH MUST BE ON THE BSWBCH
      *                    LOG UNDER TODAY'S RUN DATE.  EVERY TODAY'S
      *                    BSWHIST RECORD STAMPED WITH THE BATCH IS
      *                    DELETED AND A MATCHING 'R0'/'R9' REVERSAL
      *                    IS APPENDED TO BSWAUD, THE BATCH'S OPEN
      *                    BSWWKB REJECTS ARE CLOSED WITH STATUS 'B',
      *                    THE BATCH NUMBER IS TAKEN OFF BSWBCH SO
      *                    THE CORRECTED FILE CAN BE RESENT, THE
      *                    BSWIFC EXTRACT IS REWRITTEN WITH THE
      *                    BATCH'S NIGHTLY FIGURES TAKEN OUT OF EACH
      *                    CLIENT, AND A BACK-OUT NOTE PLUS A
      *                    CORRECTED TRAILER ARE APPENDED TO BSWRPT.
      *                    THE FOUR SOURCES ARE THEN RE-TALLIED AS
      *                    BSWBAL DOES AND A BALANCED / OUT-OF-
      *                    BALANCE CERTIFICATE IS PRINTED ON
      *                    BSWVRPT.  EVERY PRE-CHECK RUNS BEFORE ANY
      *                    FILE IS UPDATED - A REFUSAL LEAVES THE
      *                    DAY UNTOUCHED WITH RETURN CODE 8, AS DOES
      *                    AN OUT-OF-BALANCE CERTIFICATE.
      *    10-15-2026  QS  REFUSED SIGN-ONS FOR AN ID ON FILE ARE
      *                    NOW COUNTED ON THE BSWOPR PROFILE.  ONCE
      *                    THE DAY'S COUNT REACHES THE BSWLOCK LIMIT
      *                    THE PROFILE IS LOCKED AND REFUSED HERE
      *                    WITH SIGN-ON LOG RESULT '04' UNTIL A
      *                    SUPERVISOR UNLOCKS IT IN BSWOPRMT.
      *                    THE COUNT IS SAVED BY LOADING BSWOPR
      *                    INTO A TABLE AND WRITING THE WHOLE FILE
      *                    BACK; IF IT CANNOT BE SAVED THE RUN ENDS
      *                    WITH RETURN CODE 8.
      *    10-15-2026  QS  BSWBCH WORK RECORD WIDENED TO CARRY THE
      *                    SOURCE SYSTEM NOW KEPT ON THE BATCH LOG.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE AND THE SUPERVISOR ON THE
      *                    BSWVCTL CARD, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-BKOUT-CTL-FILE ASSIGN TO BSWVCTL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT BSW-OPR-FILE     ASSIGN TO BSWOPR
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT BSW-SLOG-FILE    ASSIGN TO BSWSLOG
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-BATCH-FILE   ASSIGN TO BSWBCH
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-BCH-FILE-STATUS.
           SELECT BSW-BWORK-FILE   ASSIGN TO BSWBWRK
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-HIST-FILE    ASSIGN TO BSWHIST
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BSW-HIST-KEY
                                    FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BSW-WKB-FILE     ASSIGN TO BSWWKB
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BSW-WKB-PAIR-ID
                                    FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT BSW-AUDIT-FILE   ASSIGN TO BSWAUD
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT BSW-IFC-FILE     ASSIGN TO BSWIFC
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-IFC-FILE-STATUS.
           SELECT BSW-REPORT-FILE  ASSIGN TO BSWRPT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT BSW-BKO-RPT-FILE ASSIGN TO BSWVRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-BKOUT-CTL-FILE.
           COPY BSWVCTL.

       FD  BSW-OPR-FILE.
           COPY BSWOPR.

       FD  BSW-SLOG-FILE.
           COPY BSWSLOG.

       FD  BSW-BATCH-FILE.
           COPY BSWBCH.

       FD  BSW-BWORK-FILE.
       01  BSW-BWORK-REC            PIC X(22).

       FD  BSW-HIST-FILE.
           COPY BSWHIST.

       FD  BSW-WKB-FILE.
           COPY BSWWKB.

       FD  BSW-AUDIT-FILE.
           COPY BSWAUD.

       FD  BSW-IFC-FILE.
           COPY BSWIFC.

       FD  BSW-REPORT-FILE.
       01  BSW-REPORT-REC           PIC X(80).

       FD  BSW-BKO-RPT-FILE.
       01  BSW-BKO-RPT-REC          PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-CTL-INFO.
          05 WS-CTL-FILE-STATUS    PIC X(02).
          05 WS-OPERATOR-ID        PIC X(08).
          05 WS-BKO-BATCH-NO       PIC 9(06)        VALUE ZERO.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-RUN-TIME           PIC 9(08).
       01 WS-STATUSES.
          05 WS-OPR-FILE-STATUS    PIC X(02).
          05 WS-BCH-FILE-STATUS    PIC X(02).
          05 WS-HIST-FILE-STATUS   PIC X(02).
          05 WS-WKB-FILE-STATUS    PIC X(02).
          05 WS-AUD-FILE-STATUS    PIC X(02).
          05 WS-IFC-FILE-STATUS    PIC X(02).
          05 WS-RPT-FILE-STATUS    PIC X(02).
       01 WS-VAR.
          05 WS-PARSE-FIELD        PIC X(11).
          05 WS-PARSE-IX           PIC 9(02).
          05 WS-PARSE-VAL          PIC 9(09).
          05 WS-PARSE-CHR          PIC X(01).
          05 WS-PARSE-DIG REDEFINES WS-PARSE-CHR
                                   PIC 9(01).
       01 WS-SWITCHES.
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
          05 WS-OPR-OK-SW          PIC X(1)         VALUE 'N'.
             88 WS-OPR-OK                            VALUE 'Y'.
             88 WS-OPR-REFUSED                       VALUE 'N'.
          05 WS-BCH-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-BCH-EOF                           VALUE 'Y'.
             88 WS-BCH-NOT-EOF                       VALUE 'N'.
          05 WS-BCH-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-BCH-FOUND                         VALUE 'Y'.
             88 WS-BCH-NOT-FOUND                     VALUE 'N'.
          05 WS-BWK-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-BWK-EOF                           VALUE 'Y'.
             88 WS-BWK-NOT-EOF                       VALUE 'N'.
          05 WS-HIST-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-HIST-EOF                          VALUE 'Y'.
             88 WS-HIST-NOT-EOF                      VALUE 'N'.
          05 WS-WKB-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-WKB-EOF                           VALUE 'Y'.
             88 WS-WKB-NOT-EOF                       VALUE 'N'.
          05 WS-AUD-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-AUD-EOF                           VALUE 'Y'.
             88 WS-AUD-NOT-EOF                       VALUE 'N'.
          05 WS-IFC-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-IFC-EOF                           VALUE 'Y'.
             88 WS-IFC-NOT-EOF                       VALUE 'N'.
          05 WS-RPT-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-RPT-EOF                           VALUE 'Y'.
             88 WS-RPT-NOT-EOF                       VALUE 'N'.
          05 WS-TRL-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-TRL-FOUND                         VALUE 'Y'.
             88 WS-TRL-NOT-FOUND                     VALUE 'N'.
          05 WS-BALANCED-SW        PIC X(1)         VALUE 'Y'.
             88 WS-BALANCED                          VALUE 'Y'.
             88 WS-OUT-OF-BALANCE                    VALUE 'N'.
       01 WS-OPR-INFO.
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
       01 WS-BKO-TOTALS.
          05 WS-BKO-PAIRS          PIC 9(09)        VALUE ZERO.
          05 WS-BKO-REJECTS        PIC 9(09)        VALUE ZERO.
          05 WS-BKO-SWAPS          PIC 9(09)        VALUE ZERO.
          05 WS-BKO-X-PAIRS        PIC 9(09)        VALUE ZERO.
          05 WS-BKO-X-REJECTS      PIC 9(09)        VALUE ZERO.
          05 WS-BKO-X-SWAPS        PIC 9(09)        VALUE ZERO.
          05 WS-BKO-WKB-CLOSED     PIC 9(06)        VALUE ZERO.
          05 WS-BKO-BCH-FREED      PIC 9(03)        VALUE ZERO.
       01 WS-IFC-INFO.
          05 WS-CLIENT-CD          PIC X(03).
          05 WS-IFC-IX             PIC 9(03).
          05 WS-IFC-FOUND-IX       PIC 9(03).
       01 WS-IFC-TABLE.
          05 WS-IFC-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-IFC-ENTRY OCCURS 200 TIMES.
             10 WS-IFC-DATE        PIC 9(08).
             10 WS-IFC-CD          PIC X(03).
             10 WS-IFC-PAIR-COUNT  PIC 9(06).
             10 WS-IFC-TOT-SWAPS   PIC 9(08).
             10 WS-IFC-REJ-COUNT   PIC 9(06).
       01 WS-RPT-TOTALS.
          05 WS-RPT-PAIRS          PIC 9(09)        VALUE ZERO.
          05 WS-RPT-REJECTS        PIC 9(09)        VALUE ZERO.
          05 WS-RPT-SWAPS          PIC 9(09)        VALUE ZERO.
       01 WS-AUD-TOTALS.
          05 WS-AUD-PAIRS          PIC 9(09)        VALUE ZERO.
          05 WS-AUD-REJECTS        PIC 9(09)        VALUE ZERO.
          05 WS-AUD-SWAPS          PIC 9(09)        VALUE ZERO.
          05 WS-AUD-X-PAIRS        PIC 9(09)        VALUE ZERO.
          05 WS-AUD-X-REJECTS      PIC 9(09)        VALUE ZERO.
          05 WS-AUD-X-SWAPS        PIC 9(09)        VALUE ZERO.
       01 WS-HIST-TOTALS.
          05 WS-HIST-PAIRS         PIC 9(09)        VALUE ZERO.
          05 WS-HIST-REJECTS       PIC 9(09)        VALUE ZERO.
          05 WS-HIST-SWAPS         PIC 9(09)        VALUE ZERO.
       01 WS-IFC-TOTALS.
          05 WS-IFC-PAIRS          PIC 9(09)        VALUE ZERO.
          05 WS-IFC-REJECTS        PIC 9(09)        VALUE ZERO.
          05 WS-IFC-SWAPS          PIC 9(09)        VALUE ZERO.
       01 WS-RPT-NOTE-LINE.
          05 FILLER                PIC X(06)        VALUE 'BATCH '.
          05 WS-RPT-NOTE-BATCH     PIC 9(06).
          05 FILLER                PIC X(15)        VALUE
             ' BACKED OUT BY '.
          05 WS-RPT-NOTE-SUPV      PIC X(08).
          05 FILLER                PIC X(10)        VALUE '  PAIRS = '.
          05 WS-RPT-NOTE-PAIRS     PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12)        VALUE
             '  REJECTS = '.
          05 WS-RPT-NOTE-REJECTS   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(09)        VALUE SPACES.
       01 WS-RPT-TRAILER-LINE.
          05 FILLER                PIC X(20)        VALUE
             'RECORDS PROCESSED = '.
          05 WS-RPT-REC-COUNT      PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12)        VALUE
             '  REJECTS = '.
          05 WS-RPT-REJECT-COUNT   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(17)        VALUE
             '  TOTAL SWAPS =  '.
          05 WS-RPT-TOTAL-DIFF     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-VRPT-HEADER-LINE.
          05 FILLER                PIC X(29)        VALUE
             'BATCH BACK-OUT CERTIFICATE - '.
          05 WS-VRPT-DATE          PIC 9(08).
          05 FILLER                PIC X(08)        VALUE '  BATCH '.
          05 WS-VRPT-BATCH         PIC 9(06).
          05 FILLER                PIC X(07)        VALUE '  SUPV '.
          05 WS-VRPT-SUPV          PIC X(08).
          05 FILLER                PIC X(14)        VALUE SPACES.
       01 WS-VRPT-SRC-LINE.
          05 WS-VRPT-SRC-NAME      PIC X(08).
          05 FILLER                PIC X(08)        VALUE ' PAIRS= '.
          05 WS-VRPT-PAIRS         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(11)        VALUE
             '  REJECTS= '.
          05 WS-VRPT-REJECTS       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(09)        VALUE '  SWAPS= '.
          05 WS-VRPT-SWAPS         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(11)        VALUE SPACES.
       01 WS-VRPT-CLOSE-LINE.
          05 FILLER                PIC X(28)        VALUE
             'WORKBASKET ENTRIES CLOSED = '.
          05 WS-VRPT-WKB-CLOSED    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(24)        VALUE
             '  BATCH NUMBERS FREED = '.
          05 WS-VRPT-BCH-FREED     PIC ZZ9.
          05 FILLER                PIC X(18)        VALUE SPACES.
       01 WS-VRPT-GOOD-LINE.
          05 FILLER                PIC X(48)        VALUE
             'BALANCED - ALL FOUR SOURCES AGREE AFTER BACK-OUT'.
          05 FILLER                PIC X(32)        VALUE SPACES.
       01 WS-VRPT-BAD-LINE.
          05 FILLER                PIC X(34)        VALUE
             'OUT OF BALANCE - SEE FIGURES ABOVE'.
          05 FILLER                PIC X(46)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWBKOUT'.
          05 WS-LDG-MODE           PIC X(01)        VALUE SPACE.
          05 WS-LDG-EVENT          PIC X(01).
          05 WS-LDG-RC             PIC 9(02).
          05 WS-LDG-OPERATOR       PIC X(08)        VALUE SPACES.
          05 WS-LDG-WHO            PIC X(08).
          05 WS-LDG-PERIOD         PIC 9(06)        VALUE ZERO.
          05 WS-LDG-PREREQ         PIC X(08)        VALUE SPACES.
          05 WS-LDG-TEXT           PIC X(40)        VALUE SPACES.
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-RTN.
           MOVE WS-RUN-DATE    TO WS-LDG-DATE.
           MOVE WS-OPERATOR-ID TO WS-LDG-OPERATOR.
           PERFORM WRITE-LEDGER-START-RTN.
           IF WS-CTL-INVALID
               DISPLAY 'BSWBKOUT RUN REFUSED - BAD OR MISSING'
                   ' BSWVCTL CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM VALIDATE-OPERATOR-RTN.
           IF WS-OPR-REFUSED
               DISPLAY 'BSWBKOUT RUN REFUSED - OPERATOR '
                   WS-OPERATOR-ID ' NOT AUTHORIZED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM CHECK-BATCH-LOG-RTN.
           IF WS-BCH-NOT-FOUND
               DISPLAY 'BSWBKOUT RUN REFUSED - BATCH '
                   WS-BKO-BATCH-NO ' IS NOT ON BSWBCH FOR TODAY'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-INTERFACE-RTN.
           IF WS-IFC-FILE-STATUS NOT = '00'
               DISPLAY 'BSWBKOUT RUN REFUSED - BSWIFC EXTRACT IS'
                   ' MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM TALLY-REPORT-RTN.
           IF WS-TRL-NOT-FOUND
               DISPLAY 'BSWBKOUT RUN REFUSED - BSWRPT HAS NO'
                   ' TRAILER LINE'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           OPEN I-O BSW-HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'BSWBKOUT RUN REFUSED - BSWHIST OPEN FAILED -'
                   ' STATUS ' WS-HIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
      ******************************************************************
       MAIN-RTN.
           OPEN EXTEND BSW-AUDIT-FILE.
           PERFORM BACKOUT-HISTORY-RTN.
           CLOSE BSW-AUDIT-FILE.
           CLOSE BSW-HIST-FILE.
           PERFORM CLOSE-WORKBASKET-RTN.
           PERFORM FREE-BATCH-NO-RTN.
           PERFORM REWRITE-INTERFACE-RTN.
           PERFORM CORRECT-REPORT-RTN.
           PERFORM CERTIFY-RTN.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       READ-CONTROL-RTN.
           OPEN INPUT BSW-BKOUT-CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '00'
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWVCTL CONTROL CARD FILE IS MISSING'
           ELSE
               READ BSW-BKOUT-CTL-FILE
                   AT END
                       SET WS-CTL-INVALID TO TRUE
                       DISPLAY 'BSWVCTL CONTROL CARD FILE IS EMPTY'
                   NOT AT END
                       PERFORM EDIT-CONTROL-RTN
               END-READ
               CLOSE BSW-BKOUT-CTL-FILE
           END-IF.

       EDIT-CONTROL-RTN.
           MOVE BSW-VCT-SUPV-ID TO WS-OPERATOR-ID.
           IF BSW-VCT-SUPV-ID = SPACES
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWVCTL SUPERVISOR ID IS MISSING'
           END-IF.
           IF BSW-VCT-BATCH-NO NUMERIC
               AND BSW-VCT-BATCH-NO > ZERO
               MOVE BSW-VCT-BATCH-NO TO WS-BKO-BATCH-NO
           ELSE
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWVCTL BATCH NUMBER MUST BE 000001-999999'
           END-IF.

       VALIDATE-OPERATOR-RTN.
           OPEN INPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM READ-OPR-RTN
                   UNTIL WS-OPR-EOF OR WS-OPR-FOUND
               CLOSE BSW-OPR-FILE
           ELSE
               DISPLAY 'BSWOPR PROFILE FILE IS MISSING'
           END-IF.
           EVALUATE TRUE
               WHEN WS-OPR-NOT-FOUND
                   MOVE '01' TO WS-SLOG-RESULT-CD
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' IS NOT ON THE PROFILE FILE'
               WHEN WS-OPR-LOCK-FLAG = 'L'
                   MOVE '04' TO WS-SLOG-RESULT-CD
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' IS LOCKED OUT - SEE A SUPERVISOR'
               WHEN WS-OPR-ACTIVE-FLAG NOT = 'Y'
                   MOVE '02' TO WS-SLOG-RESULT-CD
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' IS NOT ACTIVE'
               WHEN WS-OPR-AUTH-LVL NOT = 'S'
                   MOVE '03' TO WS-SLOG-RESULT-CD
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' IS NOT A SUPERVISOR - BACK-OUT REFUSED'
               WHEN OTHER
                   MOVE '00' TO WS-SLOG-RESULT-CD
                   SET WS-OPR-OK TO TRUE
           END-EVALUATE.
           IF WS-SLOG-RESULT-CD = '02' OR WS-SLOG-RESULT-CD = '03'
               PERFORM RECORD-REFUSAL-RTN
           END-IF.
           PERFORM WRITE-SIGNON-LOG-RTN.
           IF WS-OPR-NOW-LOCKED
               MOVE '05' TO WS-SLOG-RESULT-CD
               PERFORM WRITE-SIGNON-LOG-RTN
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOW LOCKED OUT'
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
                       IF BSW-OPR-ID = WS-OPERATOR-ID
                           MOVE WS-RFL-COUNT TO WS-RFL-FOUND-IX
                       END-IF
                   ELSE
                       DISPLAY 'BSWOPR HOLDS MORE THAN 100 PROFILES'
                       SET WS-RFL-SAVE-FAILED TO TRUE
                       SET WS-OPR-EOF TO TRUE
                   END-IF
           END-READ.

       COUNT-REFUSAL-RTN.
           IF WS-RFL-FAIL-DATE(WS-RFL-FOUND-IX) NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RFL-FAIL-DATE(WS-RFL-FOUND-IX)
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
                   IF BSW-OPR-ID = WS-OPERATOR-ID
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
           MOVE WS-RUN-DATE       TO BSW-SLOG-DATE.
           MOVE WS-RUN-TIME       TO BSW-SLOG-TIME.
           MOVE 'BSWBKOUT'        TO BSW-SLOG-PROGRAM.
           MOVE WS-OPERATOR-ID    TO BSW-SLOG-OPERATOR-ID.
           MOVE WS-SLOG-RESULT-CD TO BSW-SLOG-RESULT-CD.
           OPEN EXTEND BSW-SLOG-FILE.
           WRITE BSW-SLOG-REC.
           CLOSE BSW-SLOG-FILE.

       CHECK-BATCH-LOG-RTN.
           SET WS-BCH-NOT-FOUND TO TRUE.
           OPEN INPUT BSW-BATCH-FILE.
           IF WS-BCH-FILE-STATUS = '00'
               PERFORM READ-BATCH-LOG-RTN UNTIL WS-BCH-EOF
               CLOSE BSW-BATCH-FILE
           ELSE
               DISPLAY 'BSWBCH PROCESSED-BATCH LOG IS MISSING'
           END-IF.

       READ-BATCH-LOG-RTN.
           READ BSW-BATCH-FILE
               AT END
                   SET WS-BCH-EOF TO TRUE
               NOT AT END
                   IF BSW-BCH-BATCH-NO = WS-BKO-BATCH-NO
                       AND BSW-BCH-RUN-DATE = WS-RUN-DATE
                       SET WS-BCH-FOUND TO TRUE
                   END-IF
           END-READ.

       LOAD-INTERFACE-RTN.
           OPEN INPUT BSW-IFC-FILE.
           IF WS-IFC-FILE-STATUS = '00'
               PERFORM LOAD-INTERFACE-REC-RTN UNTIL WS-IFC-EOF
               CLOSE BSW-IFC-FILE
           END-IF.

       LOAD-INTERFACE-REC-RTN.
           READ BSW-IFC-FILE
               AT END
                   SET WS-IFC-EOF TO TRUE
               NOT AT END
                   IF WS-IFC-COUNT < 200
                       ADD 1 TO WS-IFC-COUNT
                       MOVE BSW-IFC-RUN-DATE
                           TO WS-IFC-DATE(WS-IFC-COUNT)
                       MOVE BSW-IFC-CLIENT-CD
                           TO WS-IFC-CD(WS-IFC-COUNT)
                       MOVE BSW-IFC-PAIR-COUNT
                           TO WS-IFC-PAIR-COUNT(WS-IFC-COUNT)
                       MOVE BSW-IFC-TOTAL-SWAPS
                           TO WS-IFC-TOT-SWAPS(WS-IFC-COUNT)
                       MOVE BSW-IFC-REJECT-COUNT
                           TO WS-IFC-REJ-COUNT(WS-IFC-COUNT)
                   ELSE
                       SET WS-OUT-OF-BALANCE TO TRUE
                       DISPLAY 'BSWIFC TABLE FULL - CLIENT '
                           BSW-IFC-CLIENT-CD ' DROPPED'
                   END-IF
           END-READ.

       TALLY-REPORT-RTN.
           SET WS-TRL-NOT-FOUND TO TRUE.
           SET WS-RPT-NOT-EOF   TO TRUE.
           OPEN INPUT BSW-REPORT-FILE.
           IF WS-RPT-FILE-STATUS = '00'
               PERFORM READ-REPORT-RTN UNTIL WS-RPT-EOF
               CLOSE BSW-REPORT-FILE
           ELSE
               DISPLAY 'BSWRPT IS MISSING - STATUS '
                   WS-RPT-FILE-STATUS
           END-IF.

       READ-REPORT-RTN.
           READ BSW-REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
               NOT AT END
                   IF BSW-REPORT-REC(1:20) = 'RECORDS PROCESSED = '
                       SET WS-TRL-FOUND TO TRUE
                       PERFORM PARSE-TRAILER-RTN
                   END-IF
           END-READ.

       PARSE-TRAILER-RTN.
           MOVE BSW-REPORT-REC(21:7) TO WS-PARSE-FIELD.
           PERFORM EXTRACT-DIGITS-RTN.
           MOVE WS-PARSE-VAL TO WS-RPT-PAIRS.
           MOVE BSW-REPORT-REC(40:7) TO WS-PARSE-FIELD.
           PERFORM EXTRACT-DIGITS-RTN.
           MOVE WS-PARSE-VAL TO WS-RPT-REJECTS.
           MOVE BSW-REPORT-REC(64:11) TO WS-PARSE-FIELD.
           PERFORM EXTRACT-DIGITS-RTN.
           MOVE WS-PARSE-VAL TO WS-RPT-SWAPS.

       EXTRACT-DIGITS-RTN.
           MOVE ZERO TO WS-PARSE-VAL.
           PERFORM EXTRACT-ONE-DIGIT-RTN VARYING WS-PARSE-IX
     -         FROM 1 BY 1 UNTIL WS-PARSE-IX > 11.

       EXTRACT-ONE-DIGIT-RTN.
           MOVE WS-PARSE-FIELD(WS-PARSE-IX:1) TO WS-PARSE-CHR.
           IF WS-PARSE-CHR NUMERIC
               MULTIPLY WS-PARSE-VAL BY 10 GIVING WS-PARSE-VAL
               ADD WS-PARSE-DIG TO WS-PARSE-VAL
           END-IF.

       BACKOUT-HISTORY-RTN.
           SET WS-HIST-NOT-EOF TO TRUE.
           MOVE ZERO TO BSW-HIST-PAIR-ID.
           MOVE ZERO TO BSW-HIST-RUN-DATE.
           START BSW-HIST-FILE KEY NOT < BSW-HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM BACKOUT-HIST-REC-RTN UNTIL WS-HIST-EOF.

       BACKOUT-HIST-REC-RTN.
           READ BSW-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF BSW-HIST-RUN-DATE = WS-RUN-DATE
                       AND BSW-HIST-BATCH-NO = WS-BKO-BATCH-NO
                       PERFORM REVERSE-HIST-REC-RTN
                       DELETE BSW-HIST-FILE RECORD
                   END-IF
           END-READ.

       REVERSE-HIST-REC-RTN.
           EVALUATE TRUE
               WHEN BSW-HIST-EXPRESS AND BSW-HIST-ACCEPTED
                   ADD 1 TO WS-BKO-X-PAIRS
                   ADD BSW-HIST-DIFF TO WS-BKO-X-SWAPS
               WHEN BSW-HIST-EXPRESS
                   ADD 1 TO WS-BKO-X-REJECTS
               WHEN BSW-HIST-ACCEPTED
                   ADD 1 TO WS-BKO-PAIRS
                   ADD BSW-HIST-DIFF TO WS-BKO-SWAPS
                   PERFORM DEDUCT-INTERFACE-RTN
               WHEN OTHER
                   ADD 1 TO WS-BKO-REJECTS
                   PERFORM DEDUCT-INTERFACE-RTN
           END-EVALUATE.
           PERFORM WRITE-REVERSAL-RTN.

       DEDUCT-INTERFACE-RTN.
           MOVE BSW-HIST-CLIENT-CD TO WS-CLIENT-CD.
           MOVE ZERO TO WS-IFC-FOUND-IX.
           PERFORM SCAN-INTERFACE-RTN VARYING WS-IFC-IX
     -         FROM 1 BY 1 UNTIL WS-IFC-IX > WS-IFC-COUNT
     -         OR WS-IFC-FOUND-IX > ZERO.
           IF WS-IFC-FOUND-IX = ZERO
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'BSWIFC HAS NO RECORD FOR CLIENT '
                   WS-CLIENT-CD ' - PAIR ' BSW-HIST-PAIR-ID
           ELSE
               IF BSW-HIST-ACCEPTED
                   SUBTRACT 1 FROM WS-IFC-PAIR-COUNT(WS-IFC-FOUND-IX)
                   SUBTRACT BSW-HIST-DIFF
                       FROM WS-IFC-TOT-SWAPS(WS-IFC-FOUND-IX)
               ELSE
                   SUBTRACT 1 FROM WS-IFC-REJ-COUNT(WS-IFC-FOUND-IX)
               END-IF
           END-IF.

       SCAN-INTERFACE-RTN.
           IF WS-IFC-CD(WS-IFC-IX) = WS-CLIENT-CD
               AND WS-IFC-DATE(WS-IFC-IX) = WS-RUN-DATE
               MOVE WS-IFC-IX TO WS-IFC-FOUND-IX
           END-IF.

       WRITE-REVERSAL-RTN.
           MOVE WS-RUN-DATE        TO BSW-AUD-RUN-DATE.
           MOVE WS-RUN-TIME        TO BSW-AUD-RUN-TIME.
           MOVE WS-OPERATOR-ID     TO BSW-AUD-OPERATOR-ID.
           MOVE BSW-HIST-PAIR-ID   TO BSW-AUD-PAIR-ID.
           MOVE BSW-HIST-CLIENT-CD TO BSW-AUD-CLIENT-CD.
           MOVE BSW-HIST-PAIR-A    TO BSW-AUD-PAIR-A.
           MOVE BSW-HIST-PAIR-B    TO BSW-AUD-PAIR-B.
           MOVE BSW-HIST-DIFF      TO BSW-AUD-DIFF.
           IF BSW-HIST-ACCEPTED
               SET BSW-AUD-REV-ACCEPTED TO TRUE
           ELSE
               SET BSW-AUD-REV-REJECTED TO TRUE
           END-IF.
           MOVE BSW-HIST-RUN-TYPE  TO BSW-AUD-RUN-TYPE.
           MOVE BSW-HIST-BATCH-NO  TO BSW-AUD-BATCH-NO.
           MOVE BSW-HIST-COST-METHOD TO BSW-AUD-COST-METHOD.
           WRITE BSW-AUDIT-REC.

       CLOSE-WORKBASKET-RTN.
           OPEN I-O BSW-WKB-FILE.
           IF WS-WKB-FILE-STATUS = '00'
               MOVE ZERO TO BSW-WKB-PAIR-ID
               START BSW-WKB-FILE KEY NOT < BSW-WKB-PAIR-ID
                   INVALID KEY
                       SET WS-WKB-EOF TO TRUE
               END-START
               PERFORM CLOSE-WKB-REC-RTN UNTIL WS-WKB-EOF
               CLOSE BSW-WKB-FILE
           ELSE
               DISPLAY 'BSWWKB WORKBASKET IS MISSING - NO REJECTS'
                   ' TO CLOSE'
           END-IF.

       CLOSE-WKB-REC-RTN.
           READ BSW-WKB-FILE NEXT RECORD
               AT END
                   SET WS-WKB-EOF TO TRUE
               NOT AT END
                   IF BSW-WKB-BATCH-NO = WS-BKO-BATCH-NO
                       AND BSW-WKB-REJECT-DATE = WS-RUN-DATE
                       AND BSW-WKB-OPEN
                       SET BSW-WKB-BACKED-OUT TO TRUE
                       MOVE WS-RUN-DATE TO BSW-WKB-STATUS-DATE
                       REWRITE BSW-WKB-REC
                       ADD 1 TO WS-BKO-WKB-CLOSED
                   END-IF
           END-READ.

       FREE-BATCH-NO-RTN.
           SET WS-BCH-NOT-EOF TO TRUE.
           OPEN INPUT BSW-BATCH-FILE.
           OPEN OUTPUT BSW-BWORK-FILE.
           PERFORM STAGE-BATCH-LOG-RTN UNTIL WS-BCH-EOF.
           CLOSE BSW-BWORK-FILE.
           CLOSE BSW-BATCH-FILE.
           OPEN INPUT BSW-BWORK-FILE.
           OPEN OUTPUT BSW-BATCH-FILE.
           PERFORM COPY-BATCH-LOG-RTN UNTIL WS-BWK-EOF.
           CLOSE BSW-BATCH-FILE.
           CLOSE BSW-BWORK-FILE.

       STAGE-BATCH-LOG-RTN.
           READ BSW-BATCH-FILE
               AT END
                   SET WS-BCH-EOF TO TRUE
               NOT AT END
                   IF BSW-BCH-BATCH-NO = WS-BKO-BATCH-NO
                       AND BSW-BCH-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-BKO-BCH-FREED
                   ELSE
                       MOVE BSW-BATCH-REC TO BSW-BWORK-REC
                       WRITE BSW-BWORK-REC
                   END-IF
           END-READ.

       COPY-BATCH-LOG-RTN.
           READ BSW-BWORK-FILE
               AT END
                   SET WS-BWK-EOF TO TRUE
               NOT AT END
                   MOVE BSW-BWORK-REC TO BSW-BATCH-REC
                   WRITE BSW-BATCH-REC
           END-READ.

       REWRITE-INTERFACE-RTN.
           OPEN OUTPUT BSW-IFC-FILE.
           PERFORM WRITE-INTERFACE-REC-RTN VARYING WS-IFC-IX
     -         FROM 1 BY 1 UNTIL WS-IFC-IX > WS-IFC-COUNT.
           CLOSE BSW-IFC-FILE.

       WRITE-INTERFACE-REC-RTN.
           IF WS-IFC-PAIR-COUNT(WS-IFC-IX) > ZERO
               OR WS-IFC-REJ-COUNT(WS-IFC-IX) > ZERO
               MOVE WS-IFC-DATE(WS-IFC-IX)       TO BSW-IFC-RUN-DATE
               MOVE WS-IFC-CD(WS-IFC-IX)         TO BSW-IFC-CLIENT-CD
               MOVE WS-IFC-PAIR-COUNT(WS-IFC-IX) TO BSW-IFC-PAIR-COUNT
               MOVE WS-IFC-TOT-SWAPS(WS-IFC-IX)
                   TO BSW-IFC-TOTAL-SWAPS
               MOVE WS-IFC-REJ-COUNT(WS-IFC-IX)
                   TO BSW-IFC-REJECT-COUNT
               WRITE BSW-IFC-REC
           END-IF.

       CORRECT-REPORT-RTN.
           SUBTRACT WS-BKO-PAIRS   FROM WS-RPT-PAIRS.
           SUBTRACT WS-BKO-REJECTS FROM WS-RPT-REJECTS.
           SUBTRACT WS-BKO-SWAPS   FROM WS-RPT-SWAPS.
           MOVE WS-BKO-BATCH-NO TO WS-RPT-NOTE-BATCH.
           MOVE WS-OPERATOR-ID  TO WS-RPT-NOTE-SUPV.
           MOVE WS-BKO-PAIRS    TO WS-RPT-NOTE-PAIRS.
           MOVE WS-BKO-REJECTS  TO WS-RPT-NOTE-REJECTS.
           MOVE WS-RPT-PAIRS    TO WS-RPT-REC-COUNT.
           MOVE WS-RPT-REJECTS  TO WS-RPT-REJECT-COUNT.
           MOVE WS-RPT-SWAPS    TO WS-RPT-TOTAL-DIFF.
           OPEN EXTEND BSW-REPORT-FILE.
           WRITE BSW-REPORT-REC FROM WS-RPT-NOTE-LINE.
           WRITE BSW-REPORT-REC FROM WS-RPT-TRAILER-LINE.
           CLOSE BSW-REPORT-FILE.

       CERTIFY-RTN.
           OPEN OUTPUT BSW-BKO-RPT-FILE.
           MOVE WS-RUN-DATE     TO WS-VRPT-DATE.
           MOVE WS-BKO-BATCH-NO TO WS-VRPT-BATCH.
           MOVE WS-OPERATOR-ID  TO WS-VRPT-SUPV.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-HEADER-LINE.
           MOVE 'BACKOUT '     TO WS-VRPT-SRC-NAME.
           MOVE WS-BKO-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-BKO-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-BKO-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.
           MOVE 'BKOUT-X '       TO WS-VRPT-SRC-NAME.
           MOVE WS-BKO-X-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-BKO-X-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-BKO-X-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.
           MOVE WS-BKO-WKB-CLOSED TO WS-VRPT-WKB-CLOSED.
           MOVE WS-BKO-BCH-FREED  TO WS-VRPT-BCH-FREED.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-CLOSE-LINE.
           PERFORM TALLY-REPORT-RTN.
           PERFORM TALLY-AUDIT-RTN.
           PERFORM TALLY-HISTORY-RTN.
           PERFORM TALLY-INTERFACE-RTN.
           PERFORM WRITE-SOURCE-LINES-RTN.
           PERFORM CROSS-FOOT-RTN.
           IF WS-BALANCED
               WRITE BSW-BKO-RPT-REC FROM WS-VRPT-GOOD-LINE
               DISPLAY 'BATCH ' WS-BKO-BATCH-NO ' BACKED OUT -'
                   ' BALANCED'
               MOVE ZERO TO RETURN-CODE
           ELSE
               WRITE BSW-BKO-RPT-REC FROM WS-VRPT-BAD-LINE
               DISPLAY 'BATCH ' WS-BKO-BATCH-NO ' BACKED OUT -'
                   ' OUT OF BALANCE - HOLD THE BSWIFC TRANSMISSION'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BSW-BKO-RPT-FILE.

       TALLY-AUDIT-RTN.
           OPEN INPUT BSW-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = '00'
               PERFORM READ-AUDIT-RTN UNTIL WS-AUD-EOF
               CLOSE BSW-AUDIT-FILE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'BSWAUD IS MISSING - STATUS '
                   WS-AUD-FILE-STATUS
           END-IF.

       READ-AUDIT-RTN.
           READ BSW-AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   IF BSW-AUD-RUN-DATE = WS-RUN-DATE
                       PERFORM TALLY-AUDIT-REC-RTN
                   END-IF
           END-READ.

       TALLY-AUDIT-REC-RTN.
           EVALUATE TRUE
               WHEN BSW-AUD-REVERSAL
                   PERFORM TALLY-REVERSAL-REC-RTN
               WHEN BSW-AUD-EXPRESS
                   PERFORM TALLY-EXPRESS-REC-RTN
               WHEN OTHER
                   PERFORM TALLY-NIGHTLY-REC-RTN
           END-EVALUATE.

       TALLY-EXPRESS-REC-RTN.
           IF BSW-AUD-ACCEPTED
               ADD 1 TO WS-AUD-X-PAIRS
               ADD BSW-AUD-DIFF TO WS-AUD-X-SWAPS
           ELSE
               ADD 1 TO WS-AUD-X-REJECTS
           END-IF.

       TALLY-NIGHTLY-REC-RTN.
           IF BSW-AUD-ACCEPTED
               ADD 1 TO WS-AUD-PAIRS
               ADD BSW-AUD-DIFF TO WS-AUD-SWAPS
           ELSE
               ADD 1 TO WS-AUD-REJECTS
           END-IF.

       TALLY-REVERSAL-REC-RTN.
           IF BSW-AUD-EXPRESS
               IF BSW-AUD-REV-ACCEPTED
                   SUBTRACT 1 FROM WS-AUD-X-PAIRS
                   SUBTRACT BSW-AUD-DIFF FROM WS-AUD-X-SWAPS
               ELSE
                   SUBTRACT 1 FROM WS-AUD-X-REJECTS
               END-IF
           ELSE
               IF BSW-AUD-REV-ACCEPTED
                   SUBTRACT 1 FROM WS-AUD-PAIRS
                   SUBTRACT BSW-AUD-DIFF FROM WS-AUD-SWAPS
               ELSE
                   SUBTRACT 1 FROM WS-AUD-REJECTS
               END-IF
           END-IF.

       TALLY-HISTORY-RTN.
           SET WS-HIST-NOT-EOF TO TRUE.
           OPEN INPUT BSW-HIST-FILE.
           IF WS-HIST-FILE-STATUS = '00'
               MOVE ZERO TO BSW-HIST-PAIR-ID
               MOVE ZERO TO BSW-HIST-RUN-DATE
               START BSW-HIST-FILE KEY NOT < BSW-HIST-KEY
                   INVALID KEY
                       SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM READ-HISTORY-RTN UNTIL WS-HIST-EOF
               CLOSE BSW-HIST-FILE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'BSWHIST IS MISSING - STATUS '
                   WS-HIST-FILE-STATUS
           END-IF.

       READ-HISTORY-RTN.
           READ BSW-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF BSW-HIST-RUN-DATE = WS-RUN-DATE
                       AND NOT BSW-HIST-EXPRESS
                       IF BSW-HIST-ACCEPTED
                           ADD 1 TO WS-HIST-PAIRS
                           ADD BSW-HIST-DIFF TO WS-HIST-SWAPS
                       ELSE
                           ADD 1 TO WS-HIST-REJECTS
                       END-IF
                   END-IF
           END-READ.

       TALLY-INTERFACE-RTN.
           SET WS-IFC-NOT-EOF TO TRUE.
           OPEN INPUT BSW-IFC-FILE.
           IF WS-IFC-FILE-STATUS = '00'
               PERFORM READ-INTERFACE-RTN UNTIL WS-IFC-EOF
               CLOSE BSW-IFC-FILE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'BSWIFC IS MISSING - STATUS '
                   WS-IFC-FILE-STATUS
           END-IF.

       READ-INTERFACE-RTN.
           READ BSW-IFC-FILE
               AT END
                   SET WS-IFC-EOF TO TRUE
               NOT AT END
                   IF BSW-IFC-RUN-DATE = WS-RUN-DATE
                       ADD BSW-IFC-PAIR-COUNT   TO WS-IFC-PAIRS
                       ADD BSW-IFC-REJECT-COUNT TO WS-IFC-REJECTS
                       ADD BSW-IFC-TOTAL-SWAPS  TO WS-IFC-SWAPS
                   ELSE
                       SET WS-OUT-OF-BALANCE TO TRUE
                       DISPLAY 'BSWIFC RECORD DATED '
                           BSW-IFC-RUN-DATE ' IS NOT FOR TODAY'
                   END-IF
           END-READ.

       WRITE-SOURCE-LINES-RTN.
           MOVE 'BSWRPT  '     TO WS-VRPT-SRC-NAME.
           MOVE WS-RPT-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-RPT-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-RPT-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.
           MOVE 'BSWAUD  '     TO WS-VRPT-SRC-NAME.
           MOVE WS-AUD-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-AUD-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-AUD-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.
           MOVE 'BSWHIST '      TO WS-VRPT-SRC-NAME.
           MOVE WS-HIST-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-HIST-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-HIST-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.
           MOVE 'BSWIFC  '     TO WS-VRPT-SRC-NAME.
           MOVE WS-IFC-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-IFC-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-IFC-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.
           MOVE 'EXPRESS '       TO WS-VRPT-SRC-NAME.
           MOVE WS-AUD-X-PAIRS   TO WS-VRPT-PAIRS.
           MOVE WS-AUD-X-REJECTS TO WS-VRPT-REJECTS.
           MOVE WS-AUD-X-SWAPS   TO WS-VRPT-SWAPS.
           WRITE BSW-BKO-RPT-REC FROM WS-VRPT-SRC-LINE.

       CROSS-FOOT-RTN.
           IF WS-RPT-PAIRS NOT = WS-AUD-PAIRS
               OR WS-RPT-PAIRS NOT = WS-HIST-PAIRS
               OR WS-RPT-PAIRS NOT = WS-IFC-PAIRS
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'PAIR COUNTS DO NOT TIE ACROSS SOURCES'
           END-IF.
           IF WS-RPT-REJECTS NOT = WS-AUD-REJECTS
               OR WS-RPT-REJECTS NOT = WS-HIST-REJECTS
               OR WS-RPT-REJECTS NOT = WS-IFC-REJECTS
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'REJECT COUNTS DO NOT TIE ACROSS SOURCES'
           END-IF.
           IF WS-RPT-SWAPS NOT = WS-AUD-SWAPS
               OR WS-RPT-SWAPS NOT = WS-HIST-SWAPS
               OR WS-RPT-SWAPS NOT = WS-IFC-SWAPS
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'SWAP TOTALS DO NOT TIE ACROSS SOURCES'
           END-IF.

       WRITE-LEDGER-START-RTN.
           ACCEPT WS-LDG-TIME FROM TIME.
           MOVE 'S'             TO WS-LDG-EVENT.
           MOVE ZERO            TO WS-LDG-RC.
           MOVE WS-LDG-OPERATOR TO WS-LDG-WHO.
           PERFORM WRITE-LEDGER-RTN.

       WRITE-LEDGER-END-RTN.
           ACCEPT WS-LDG-TIME FROM TIME.
           MOVE 'E'             TO WS-LDG-EVENT.
           MOVE RETURN-CODE     TO WS-LDG-RC.
           MOVE WS-LDG-OPERATOR TO WS-LDG-WHO.
           PERFORM WRITE-LEDGER-RTN.

       WRITE-LEDGER-RTN.
           OPEN EXTEND BSW-LDG-FILE.
           IF WS-LDG-FILE-STATUS = '35'
               OPEN OUTPUT BSW-LDG-FILE
           END-IF.
           MOVE WS-LDG-DATE     TO BSW-LDG-BUS-DATE.
           MOVE WS-LDG-TIME     TO BSW-LDG-TIME.
           MOVE WS-LDG-PROGRAM  TO BSW-LDG-PROGRAM.
           MOVE WS-LDG-MODE     TO BSW-LDG-RUN-MODE.
           MOVE WS-LDG-EVENT    TO BSW-LDG-EVENT.
           MOVE WS-LDG-RC       TO BSW-LDG-RC.
           MOVE WS-LDG-WHO      TO BSW-LDG-OPERATOR-ID.
           MOVE WS-LDG-PERIOD   TO BSW-LDG-PERIOD.
           MOVE WS-LDG-PREREQ   TO BSW-LDG-PREREQ.
           MOVE WS-LDG-TEXT     TO BSW-LDG-TEXT.
           WRITE BSW-LDG-REC.
           CLOSE BSW-LDG-FILE.
           MOVE SPACES          TO WS-LDG-PREREQ.
           MOVE SPACES          TO WS-LDG-TEXT.
