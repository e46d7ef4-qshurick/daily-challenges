      *                    PER-BATCH RECAP SO A SHORT BATCH FROM
      *                    ONE SOURCE CANNOT HIDE BEHIND ANOTHER'S
      *                    TOTALS.
      *    10-15-2026  QS  THE BSWIN BATCH NUMBER EACH PAIR ARRIVED
      *                    IN IS NOW STAMPED ON ITS BSWHIST, BSWAUD
      *                    AND BSWWKB RECORDS, SO THE NEW BSWBKOUT
      *                    JOB CAN FIND AND REVERSE EVERYTHING A
      *                    MISTAKEN BATCH WROTE.
      *    10-15-2026  QS  ADDED A VALIDATE-ONLY RUN MODE ('V' ON THE
      *                    BSWCTL CARD).  BSWIN IS PUT THROUGH THE
      *                    BATCH BALANCE, PAIR EDIT, PARITY AND
      *                    CLIENT MASTER CHECKS AND COSTED AS THE
      *                    NIGHTLY RUN WOULD COST IT, AND A PRE-
      *                    FLIGHT REPORT IS PRINTED TO BSWPRPT -
      *                    EACH BATCH'S BALANCE RESULT, EVERY PAIR
      *                    THAT WOULD BE REJECTED, PROJECTED PAIRS,
      *                    REJECTS AND SWAPS BY CLIENT, AND WHETHER
      *                    THE NIGHTLY RUN WOULD BE ACCEPTED.  NO
      *                    BSWHIST, BSWAUD, BSWWKB, BSWIFC, BSWBCH,
      *                    BSWRPT, BSWREJ, BSWSEQ OR BSWDRFT OUTPUT
      *                    IS WRITTEN, BSWIN IS LEFT QUEUED, AND THE
      *                    CHECKPOINT AND BSWXFLG STAMP ARE NOT
      *                    TOUCHED.  A BATCH THAT WOULD BE REFUSED
      *                    ENDS THE DRY RUN WITH RETURN CODE 8.
      *                    THE CMP-CHR COSTING IS NOW ITS OWN
      *                    COST-PAIR-RTN SO BOTH PATHS SHARE IT.
      *    10-15-2026  QS  ADDED ADJACENT-SWAP COSTING.  A CLIENT
      *                    WHOSE BSWCLI COSTING METHOD IS 'A' HAS
      *                    ITS PAIRS COSTED AS THE MINIMUM NUMBER OF
      *                    NEIGHBOUR-TO-NEIGHBOUR EXCHANGES (THE SUM
      *                    OF THE RUNNING 1S IMBALANCE BETWEEN WS-A
      *                    AND WS-B ACROSS THE STRING), AND BSWSEQ
      *                    GETS THE MATCHING ADJACENT STEPS, EACH
      *                    MISPLACED CHARACTER SHIFTED LEFT ONE SLOT
      *                    AT A TIME.  ALL OTHER CLIENTS ARE COSTED
      *                    AS BEFORE.  WS-DIFF IS WIDENED TO THREE
      *                    DIGITS FOR THE LONGER ADJACENT COUNTS.
      *                    THE METHOD IS STAMPED ON BSWHIST, BSWAUD
      *                    AND THE BSWRPT DETAIL LINE, AND CHECK-
      *                    DRIFT-RTN NO LONGER MEASURES DRIFT
      *                    AGAINST A PRIOR COUNT MADE UNDER THE
      *                    OTHER METHOD.
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
      *    10-15-2026  QS  A NIGHTLY RUN STARTED ON A DATE THE BSWCAL
      *                    BUSINESS-DAY CALENDAR MARKS CLOSED (OR ON
      *                    A WEEKEND NOT MARKED AS WORKED) NOW WARNS
      *                    ON THE CONSOLE AND ENDS WITH RETURN CODE
      *                    4 SO THE SCHEDULER SHOWS IT.  THE RUN
      *                    ITSELF GOES AHEAD.  A MISSING CALENDAR IS
      *                    WARNED OF AND THE WEEKDAY RULE IS USED.
      *    10-15-2026  QS  BATCH SOURCES ARE NOW CHECKED AGAINST THE
      *                    BSWSRC SOURCE-SYSTEM REGISTRY.  A BATCH
      *                    WHOSE HEADER SOURCE IS NOT ON FILE OR IS
      *                    INACTIVE IS REFUSED WITH THE OTHER BATCH
      *                    CHECKS, AND A DETAIL FOR A CLIENT ITS
      *                    SOURCE MAY NOT SEND FOR IS REJECTED WITH
      *                    REASON '07'.  A MISSING REGISTRY REFUSES
      *                    THE RUN.  THE SOURCE IS NOW KEPT ON THE
      *                    BSWBCH PROCESSED BATCH LOG.
      *    10-15-2026  QS  START AND END OF EVERY RUN, WITH THE RUN
      *                    MODE, OPERATOR AND RETURN CODE, ARE NOW
      *                    WRITTEN TO THE BSWLEDG RUN LEDGER FOR THE
      *                    BUSINESS DATE.  A NIGHTLY RUN IS REFUSED
      *                    WITH RETURN CODE 8 UNLESS BSWGEN HAS ENDED
      *                    WITH RETURN CODE 4 OR LESS TODAY, OR A
      *                    SUPERVISOR OVERRIDE FOR TODAY IS ON BSWOVRD;
      *                    AN OVERRIDE IS RECORDED ON THE LEDGER.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-XRPT-FILE    ASSIGN TO BSWXRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-PRPT-FILE    ASSIGN TO BSWPRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-REJECT-FILE  ASSIGN TO BSWREJ
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-AUDIT-FILE   ASSIGN TO BSWAUD
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BSW-WKB-PAIR-ID
                                    FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT BSW-CAL-FILE     ASSIGN TO BSWCAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BSW-SRC-FILE     ASSIGN TO BSWSRC
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT BSW-OVR-FILE     ASSIGN TO BSWOVRD
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OVR-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  BSW-XRPT-FILE.
       01  BSW-XRPT-REC             PIC X(80).

       FD  BSW-PRPT-FILE.
       01  BSW-PRPT-REC             PIC X(80).

       FD  BSW-REJECT-FILE.
           COPY BSWREJ.


       FD  BSW-WKB-FILE.
           COPY BSWWKB.

       FD  BSW-CAL-FILE.
           COPY BSWCAL.

       FD  BSW-SRC-FILE.
           COPY BSWSRC.

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.

       FD  BSW-OVR-FILE.
           COPY BSWOVRD.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-INPUTS.
          05 WS-INDEX-START        PIC 9(02).
          05 WS-CHR-A              PIC X(1).
          05 WS-CHR-B              PIC X(1).
          05 WS-DIFF               PIC 9(3).
          05 WS-LEN-A              PIC 9(02).
          05 WS-LEN-B              PIC 9(02).
          05 WS-CHK-INDEX          PIC 9(02).
          05 WS-ONES-B             PIC 9(02).
          05 WS-TRAIL-START        PIC 9(02).
          05 WS-TRAIL-LEN          PIC 9(02).
       01 WS-COST-METHOD            PIC X(01)        VALUE 'X'.
          88 WS-COST-EXCHANGE                        VALUE 'X'.
          88 WS-COST-ADJACENT                        VALUE 'A'.
       01 WS-ADJ-INFO.
          05 WS-ADJ-WORK           PIC X(40).
          05 WS-ADJ-HOLD           PIC X(01).
          05 WS-ADJ-BAL            PIC S9(02).
          05 WS-ADJ-I              PIC 9(02).
          05 WS-ADJ-J              PIC 9(02).
          05 WS-ADJ-K              PIC 9(02).
          05 WS-ADJ-K1             PIC 9(02).
          05 WS-ADJ-STEP           PIC 9(03).
       01 WS-SWITCHES.
          05 WS-EOF-SW             PIC X(1)         VALUE 'N'.
             88 WS-EOF                              VALUE 'Y'.
          05 WS-OPR-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-OPR-FOUND                         VALUE 'Y'.
             88 WS-OPR-NOT-FOUND                     VALUE 'N'.
          05 WS-LOCK-NOW-SW        PIC X(1)         VALUE 'N'.
             88 WS-OPR-NOW-LOCKED                    VALUE 'Y'.
             88 WS-OPR-NOT-NOW-LOCKED                VALUE 'N'.
          05 WS-OPR-OK-SW          PIC X(1)         VALUE 'N'.
             88 WS-OPR-OK                            VALUE 'Y'.
             88 WS-OPR-REFUSED                       VALUE 'N'.
          05 WS-CM-ENTRY OCCURS 100 TIMES.
             10 WS-CM-CODE         PIC X(03).
             10 WS-CM-ACTIVE       PIC X(01).
             10 WS-CM-METHOD       PIC X(01).
       01 WS-AUDIT-INFO.
          05 WS-OPERATOR-ID        PIC X(08).
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-RUN-TIME           PIC 9(08).
       01 WS-CAL-INFO.
          05 WS-CAL-FILE-STATUS    PIC X(02).
          05 WS-CAL-WEEKDAY        PIC 9(01).
          05 WS-CAL-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-CAL-EOF                           VALUE 'Y'.
             88 WS-CAL-NOT-EOF                       VALUE 'N'.
          05 WS-CAL-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-CAL-FOUND                         VALUE 'Y'.
             88 WS-CAL-NOT-FOUND                     VALUE 'N'.
          05 WS-CAL-DAY-SW         PIC X(1)         VALUE 'B'.
             88 WS-CAL-BUSINESS-DAY                  VALUE 'B'.
             88 WS-CAL-CLOSED-DAY                    VALUE 'C'.
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
       01 WS-MTH-DAYS-TBL.
          05 FILLER                PIC X(18)        VALUE
             '000031059090120151'.
          05 FILLER                PIC X(18)        VALUE
             '181212243273304334'.
       01 WS-MTH-DAYS-R REDEFINES WS-MTH-DAYS-TBL.
          05 WS-MTH-DAYS           PIC 9(03) OCCURS 12 TIMES.
       01 WS-RUN-MODE               PIC X(01)        VALUE 'N'.
          88 WS-NIGHTLY-RUN                          VALUE 'N'.
          88 WS-EXPRESS-RUN                          VALUE 'E'.
          88 WS-VALIDATE-RUN                         VALUE 'V'.
       01 WS-RUN-CTL-INFO.
          05 WS-CTL-FILE-STATUS    PIC X(02).
          05 WS-RESTART-FLAG       PIC X(01)        VALUE 'N'.
          05 WS-PRIOR-DATE         PIC 9(08).
          05 WS-PRIOR-DIFF         PIC 9(04).
          05 WS-PRIOR-RESULT       PIC X(02).
          05 WS-PRIOR-METHOD       PIC X(01).
          05 WS-PRIOR-EOF-SW       PIC X(1)         VALUE 'N'.
             88 WS-PRIOR-EOF                         VALUE 'Y'.
             88 WS-PRIOR-NOT-EOF                     VALUE 'N'.
          05 WS-OPR-FILE-STATUS    PIC X(02).
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
       01 WS-BATCH-INFO.
          05 WS-BCH-FILE-STATUS    PIC X(02).
          05 WS-CUR-BATCH-IX       PIC 9(02)        VALUE ZERO.
             10 WS-BT-ACT-COUNT    PIC 9(06).
             10 WS-BT-ACT-HASH     PIC 9(12).
             10 WS-BT-TRL-SW       PIC X(01).
             10 WS-BT-CHECK-TXT    PIC X(24).
       01 WS-SRC-INFO.
          05 WS-SRC-FILE-STATUS    PIC X(02).
          05 WS-SRC-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-SRC-IX             PIC 9(03).
          05 WS-SRC-FOUND-IX       PIC 9(03).
          05 WS-CUR-SRC-IX         PIC 9(03)        VALUE ZERO.
          05 WS-SRC-CL-IX          PIC 9(02).
          05 WS-SRC-SEARCH-ID      PIC X(08).
          05 WS-SRC-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-SRC-EOF                           VALUE 'Y'.
             88 WS-SRC-NOT-EOF                       VALUE 'N'.
          05 WS-SRC-OK-SW          PIC X(1)         VALUE 'N'.
             88 WS-SOURCE-ALLOWED                    VALUE 'Y'.
             88 WS-SOURCE-NOT-ALLOWED                VALUE 'N'.
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 100 TIMES.
             10 WS-SRC-ID          PIC X(08).
             10 WS-SRC-ACTIVE      PIC X(01).
             10 WS-SRC-ALL         PIC X(01).
             10 WS-SRC-CLIENT      PIC X(03) OCCURS 10 TIMES.
       01 WS-SEQ-INFO.
          05 WS-SEQ-CNT-10         PIC 9(02).
          05 WS-SEQ-CNT-01         PIC 9(02).
          05 WS-RPT-CLIENT-CD      PIC X(03).
          05 FILLER                PIC X(10)        VALUE '  DIFF  = '.
          05 WS-RPT-DIFF           PIC ZZ9.
          05 FILLER                PIC X(07)        VALUE '  COST '.
          05 WS-RPT-COST           PIC X(01).
          05 FILLER                PIC X(36)        VALUE SPACES.
       01 WS-RPT-CLIENT-LINE.
          05 FILLER                PIC X(07)        VALUE 'CLIENT '.
          05 WS-RPT-CLI-CD         PIC X(03).
          05 FILLER                PIC X(08)        VALUE '  PAIRS '.
          05 WS-RPT-BT-COUNT       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(36)        VALUE SPACES.
       01 WS-PRE-HEADER-LINE.
          05 FILLER                PIC X(33)        VALUE
             'BINARY-SWAP PRE-FLIGHT VALIDATION'.
          05 FILLER                PIC X(06)        VALUE ' DATE '.
          05 WS-PRE-HDR-DATE       PIC 9(08).
          05 FILLER                PIC X(11)        VALUE
             '  OPERATOR '.
          05 WS-PRE-HDR-OPERATOR   PIC X(08).
          05 FILLER                PIC X(14)        VALUE SPACES.
       01 WS-PRE-BATCH-LINE.
          05 FILLER                PIC X(06)        VALUE 'BATCH '.
          05 WS-PRE-BT-NO          PIC 9(06).
          05 FILLER                PIC X(09)        VALUE '  SOURCE '.
          05 WS-PRE-BT-SOURCE      PIC X(08).
          05 FILLER                PIC X(08)        VALUE '  PAIRS '.
          05 WS-PRE-BT-COUNT       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(02)        VALUE SPACES.
          05 WS-PRE-BT-CHECK       PIC X(24).
          05 FILLER                PIC X(10)        VALUE SPACES.
       01 WS-PRE-REJECT-LINE.
          05 FILLER                PIC X(13)        VALUE
             'WOULD REJECT '.
          05 WS-PRE-REJ-PAIR-ID    PIC ZZZZZ9.
          05 FILLER                PIC X(08)        VALUE ' CLIENT '.
          05 WS-PRE-REJ-CLIENT     PIC X(03).
          05 FILLER                PIC X(05)        VALUE ' RSN '.
          05 WS-PRE-REJ-REASON-CD  PIC X(02).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-PRE-REJ-REASON-TXT PIC X(30).
          05 FILLER                PIC X(12)        VALUE SPACES.
       01 WS-PRE-TOTAL-LINE.
          05 FILLER                PIC X(15)        VALUE
             'WOULD ACCEPT = '.
          05 WS-PRE-ACCEPT-COUNT   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(17)        VALUE
             '  WOULD REJECT = '.
          05 WS-PRE-REJECT-COUNT   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(21)        VALUE
             '  PROJECTED SWAPS =  '.
          05 WS-PRE-TOTAL-DIFF     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(02)        VALUE SPACES.
       01 WS-PRE-PASS-LINE.
          05 FILLER                PIC X(51)        VALUE
             'BATCH CHECKS PASSED - NIGHTLY RUN WOULD BE ACCEPTED'.
          05 FILLER                PIC X(29)        VALUE SPACES.
       01 WS-PRE-FAIL-LINE.
          05 FILLER                PIC X(50)        VALUE
             'BATCH CHECKS FAILED - NIGHTLY RUN WOULD BE REFUSED'.
          05 FILLER                PIC X(30)        VALUE SPACES.
       01 WS-RPT-TRAILER-LINE.
          05 FILLER                PIC X(20)        VALUE
             'RECORDS PROCESSED = '.
             '  TOTAL SWAPS =  '.
          05 WS-RPT-TOTAL-DIFF     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BINARYSW'.
          05 WS-LDG-MODE           PIC X(01)        VALUE SPACE.
          05 WS-LDG-EVENT          PIC X(01).
          05 WS-LDG-RC             PIC 9(02).
          05 WS-LDG-OPERATOR       PIC X(08)        VALUE SPACES.
          05 WS-LDG-WHO            PIC X(08).
          05 WS-LDG-PERIOD         PIC 9(06)        VALUE ZERO.
          05 WS-LDG-PREREQ         PIC X(08)        VALUE SPACES.
          05 WS-LDG-TEXT           PIC X(40)        VALUE SPACES.
       01 WS-PREREQ-INFO.
          05 WS-OVR-FILE-STATUS    PIC X(02).
          05 WS-PRQ-PROGRAM        PIC X(08).
          05 WS-PRQ-MODE           PIC X(01).
          05 WS-PRQ-DATE-FROM      PIC 9(08).
          05 WS-PRQ-DATE-TO        PIC 9(08).
          05 WS-PRQ-PERIOD         PIC 9(06).
          05 WS-PRQ-LAST-RC        PIC 9(02).
          05 WS-OVR-SUPV-ID        PIC X(08).
          05 WS-OVR-REASON         PIC X(40).
          05 WS-PRQ-STATE-SW       PIC X(1)         VALUE 'N'.
             88 WS-PRQ-NOT-RUN                       VALUE 'N'.
             88 WS-PRQ-RUNNING                       VALUE 'R'.
             88 WS-PRQ-ENDED                         VALUE 'E'.
          05 WS-PRQ-MET-SW         PIC X(1)         VALUE 'Y'.
             88 WS-PREREQ-MET                        VALUE 'Y'.
             88 WS-PREREQ-MISSING                    VALUE 'N'.
          05 WS-LDG-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-LDG-EOF                           VALUE 'Y'.
             88 WS-LDG-NOT-EOF                       VALUE 'N'.
          05 WS-OVR-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-OVR-EOF                           VALUE 'Y'.
             88 WS-OVR-NOT-EOF                       VALUE 'N'.
          05 WS-OVR-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-OVR-FOUND                         VALUE 'Y'.
             88 WS-OVR-NOT-FOUND                     VALUE 'N'.
          05 WS-OVR-GRANT-SW       PIC X(1)         VALUE 'N'.
             88 WS-OVR-GRANTED                       VALUE 'Y'.
             88 WS-OVR-NOT-GRANTED                   VALUE 'N'.
          05 WS-OVR-OPR-EOF-SW     PIC X(1)         VALUE 'N'.
             88 WS-OVR-OPR-EOF                       VALUE 'Y'.
             88 WS-OVR-OPR-NOT-EOF                   VALUE 'N'.
          05 WS-PRQ-MSG.
             10 FILLER             PIC X(13)        VALUE
                'PREREQUISITE '.
             10 WS-PRQ-MSG-PGM     PIC X(08).
             10 FILLER             PIC X(01)        VALUE SPACE.
             10 WS-PRQ-MSG-STATE   PIC X(18).
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-RUN-CONTROL-RTN.
           MOVE WS-RUN-DATE    TO WS-LDG-DATE.
           MOVE WS-RUN-MODE    TO WS-LDG-MODE.
           MOVE WS-OPERATOR-ID TO WS-LDG-OPERATOR.
           PERFORM WRITE-LEDGER-START-RTN.
           IF WS-CTL-INVALID
               DISPLAY 'BINARY-SWAP RUN REFUSED - BAD OR MISSING'
                   ' BSWCTL CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM VALIDATE-OPERATOR-RTN.
               DISPLAY 'BINARY-SWAP RUN REFUSED - OPERATOR '
                   WS-OPERATOR-ID ' NOT AUTHORIZED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           IF WS-NIGHTLY-RUN
               MOVE 'BSWGEN'       TO WS-PRQ-PROGRAM
               MOVE SPACE          TO WS-PRQ-MODE
               MOVE WS-LDG-DATE    TO WS-PRQ-DATE-FROM
               MOVE WS-LDG-DATE    TO WS-PRQ-DATE-TO
               MOVE ZERO           TO WS-PRQ-PERIOD
               PERFORM CHECK-PREREQ-RTN
               IF WS-PREREQ-MISSING
                   DISPLAY 'BINARY-SWAP RUN REFUSED - ' WS-PRQ-MSG
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-END-RTN
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LOAD-CLIENT-MASTER-RTN.
           IF WS-CLI-FILE-STATUS NOT = '00'
               DISPLAY 'BINARY-SWAP RUN REFUSED - BSWCLI CLIENT'
                   ' MASTER IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-SOURCE-REGISTRY-RTN.
           IF WS-SRC-FILE-STATUS NOT = '00'
               DISPLAY 'BINARY-SWAP RUN REFUSED - BSWSRC SOURCE'
                   ' REGISTRY IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           IF WS-NIGHTLY-RUN
               PERFORM CHECK-BUSINESS-DAY-RTN
               IF WS-CAL-CLOSED-DAY
                   DISPLAY 'WARNING - NIGHTLY RUN STARTED ON '
                       WS-RUN-DATE ' - NOT A BUSINESS DAY ON BSWCAL'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM VALIDATE-BATCH-RTN.
           IF WS-BATCH-INVALID AND NOT WS-VALIDATE-RUN
               DISPLAY 'BINARY-SWAP RUN REFUSED - NO OUTPUT WRITTEN'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM READ-CHECKPOINT-RTN.
               DISPLAY 'EXPRESS RUN REFUSED - A NIGHTLY CHECKPOINT'
                   ' IS IN FLIGHT FOR TODAY'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           IF WS-RESTART-RUN AND WS-CKPT-LAST-REC-NO = ZERO
               DISPLAY 'RESTART REQUESTED BUT THERE IS NO SAME-DAY'
                   ' CHECKPOINT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           IF WS-NIGHTLY-RUN AND WS-CKPT-TODAY AND WS-FRESH-RUN
               DISPLAY 'SAME-DAY CHECKPOINT IGNORED - RESTART WAS'
                   ' NOT REQUESTED'
           END-IF.
           IF WS-VALIDATE-RUN
               OPEN INPUT  BSW-INPUT-FILE
               OPEN OUTPUT BSW-PRPT-FILE
               PERFORM WRITE-PREFLIGHT-HEADER-RTN
           ELSE
               PERFORM OPEN-RUN-FILES-RTN
           END-IF.
           PERFORM READ-PAIR-RTN.
           PERFORM SKIP-TO-CHECKPOINT-RTN.
      ******************************************************************
       MAIN-RTN.
           PERFORM PROCESS-PAIR-RTN UNTIL WS-EOF.
           IF WS-VALIDATE-RUN
               PERFORM WRITE-PREFLIGHT-RTN
               CLOSE BSW-INPUT-FILE
               CLOSE BSW-PRPT-FILE
           ELSE
               PERFORM FINISH-RUN-RTN
           END-IF.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       OPEN-RUN-FILES-RTN.
           OPEN INPUT  BSW-INPUT-FILE.
           PERFORM OPEN-REPORT-FILES-RTN.
           IF WS-EXPRESS-RUN
           END-IF.
           PERFORM OPEN-HISTORY-RTN.
           PERFORM OPEN-WORKBASKET-RTN.

       FINISH-RUN-RTN.
           PERFORM WRITE-TRAILER-RTN.
           IF WS-NIGHTLY-RUN
               PERFORM WRITE-INTERFACE-RTN
           CLOSE BSW-SEQ-FILE.
           CLOSE BSW-DRIFT-FILE.

       WRITE-PREFLIGHT-HEADER-RTN.
           MOVE WS-RUN-DATE    TO WS-PRE-HDR-DATE.
           MOVE WS-OPERATOR-ID TO WS-PRE-HDR-OPERATOR.
           WRITE BSW-PRPT-REC FROM WS-PRE-HEADER-LINE.
           IF WS-BATCH-INVALID
               DISPLAY 'VALIDATE-ONLY RUN - BSWIN BATCH ERRORS ARE'
                   ' ON THE PRE-FLIGHT REPORT'
           END-IF.

       WRITE-PREFLIGHT-RTN.
           PERFORM WRITE-PREFLIGHT-BATCH-RTN VARYING WS-BT-IX
     -         FROM 1 BY 1 UNTIL WS-BT-IX > WS-BT-COUNT.
           PERFORM WRITE-CLIENT-SUBTOTAL-RTN VARYING WS-CLI-IX
     -         FROM 1 BY 1 UNTIL WS-CLI-IX > WS-CLI-COUNT.
           MOVE WS-REC-COUNT    TO WS-PRE-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO WS-PRE-REJECT-COUNT.
           MOVE WS-TOTAL-DIFF   TO WS-PRE-TOTAL-DIFF.
           WRITE BSW-PRPT-REC FROM WS-PRE-TOTAL-LINE.
           IF WS-BATCH-INVALID
               WRITE BSW-PRPT-REC FROM WS-PRE-FAIL-LINE
               DISPLAY 'VALIDATE-ONLY RUN - NIGHTLY WOULD BE REFUSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE BSW-PRPT-REC FROM WS-PRE-PASS-LINE
               DISPLAY 'VALIDATE-ONLY RUN - NIGHTLY WOULD BE ACCEPTED'
           END-IF.

       WRITE-PREFLIGHT-BATCH-RTN.
           MOVE WS-BT-BATCH-NO(WS-BT-IX)   TO WS-PRE-BT-NO.
           MOVE WS-BT-SOURCE-SYS(WS-BT-IX) TO WS-PRE-BT-SOURCE.
           MOVE WS-BT-ACT-COUNT(WS-BT-IX)  TO WS-PRE-BT-COUNT.
           MOVE WS-BT-CHECK-TXT(WS-BT-IX)  TO WS-PRE-BT-CHECK.
           WRITE BSW-PRPT-REC FROM WS-PRE-BATCH-LINE.

       EMPTY-INPUT-QUEUE-RTN.
           OPEN OUTPUT BSW-INPUT-FILE.
       MARK-ONE-BATCH-RTN.
           MOVE WS-BT-BATCH-NO(WS-BT-IX) TO BSW-BCH-BATCH-NO.
           MOVE WS-RUN-DATE TO BSW-BCH-RUN-DATE.
           MOVE WS-BT-SOURCE-SYS(WS-BT-IX) TO BSW-BCH-SOURCE-SYS.
           WRITE BSW-BATCH-REC.

       READ-RUN-CONTROL-RTN.
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWCTL OPERATOR ID IS MISSING'
           END-IF.
           IF BSW-CTL-NIGHTLY OR BSW-CTL-EXPRESS OR BSW-CTL-VALIDATE
               MOVE BSW-CTL-RUN-MODE TO WS-RUN-MODE
           ELSE
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWCTL RUN MODE ' BSW-CTL-RUN-MODE
                   ' MUST BE N, E OR V'
           END-IF.
           IF BSW-CTL-FRESH-RUN OR BSW-CTL-RESTART-RUN
               MOVE BSW-CTL-RESTART-FLAG TO WS-RESTART-FLAG
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWCTL EXPRESS MODE CANNOT REQUEST RESTART'
           END-IF.
           IF BSW-CTL-VALIDATE AND BSW-CTL-RESTART-RUN
               SET WS-CTL-INVALID TO TRUE
               DISPLAY 'BSWCTL VALIDATE MODE CANNOT REQUEST RESTART'
           END-IF.
           IF BSW-CTL-CKPT-INTERVAL NUMERIC
               AND BSW-CTL-CKPT-INTERVAL > ZERO
               MOVE BSW-CTL-CKPT-INTERVAL TO WS-CKPT-INTERVAL
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
                           TO WS-OPR-AUTH-LVL
                       MOVE BSW-OPR-ACTIVE-FLAG
                           TO WS-OPR-ACTIVE-FLAG
                       MOVE BSW-OPR-LOCK-FLAG
                           TO WS-OPR-LOCK-FLAG
                   END-IF
           END-READ.

                           TO WS-CM-CODE(WS-CM-COUNT)
                       MOVE BSW-CLI-ACTIVE-FLAG
                           TO WS-CM-ACTIVE(WS-CM-COUNT)
                       IF BSW-CLI-COST-ADJACENT
                           MOVE 'A' TO WS-CM-METHOD(WS-CM-COUNT)
                       ELSE
                           MOVE 'X' TO WS-CM-METHOD(WS-CM-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'CLIENT MASTER OVERFLOW - RECORD '
                           BSW-CLI-CODE ' DROPPED'
           IF WS-CM-FOUND-IX > ZERO
               AND WS-CM-ACTIVE(WS-CM-FOUND-IX) = 'Y'
               SET WS-CLIENT-ON-MASTER TO TRUE
               MOVE WS-CM-METHOD(WS-CM-FOUND-IX) TO WS-COST-METHOD
           END-IF.

       SCAN-MASTER-RTN.
               MOVE WS-CM-IX TO WS-CM-FOUND-IX
           END-IF.

       LOAD-SOURCE-REGISTRY-RTN.
           OPEN INPUT BSW-SRC-FILE.
           IF WS-SRC-FILE-STATUS = '00'
               PERFORM LOAD-SOURCE-REC-RTN UNTIL WS-SRC-EOF
               CLOSE BSW-SRC-FILE
           ELSE
               DISPLAY 'BSWSRC SOURCE REGISTRY IS MISSING'
           END-IF.

       LOAD-SOURCE-REC-RTN.
           READ BSW-SRC-FILE
               AT END
                   SET WS-SRC-EOF TO TRUE
               NOT AT END
                   IF WS-SRC-COUNT < 100
                       ADD 1 TO WS-SRC-COUNT
                       MOVE BSW-SRC-ID
                           TO WS-SRC-ID(WS-SRC-COUNT)
                       MOVE BSW-SRC-ACTIVE-FLAG
                           TO WS-SRC-ACTIVE(WS-SRC-COUNT)
                       MOVE BSW-SRC-ALL-CLIENTS
                           TO WS-SRC-ALL(WS-SRC-COUNT)
                       PERFORM LOAD-SRC-CLIENT-RTN VARYING WS-SRC-CL-IX
     -                     FROM 1 BY 1 UNTIL WS-SRC-CL-IX > 10
                   ELSE
                       DISPLAY 'SOURCE REGISTRY OVERFLOW - SOURCE '
                           BSW-SRC-ID ' DROPPED'
                   END-IF
           END-READ.

       LOAD-SRC-CLIENT-RTN.
           MOVE BSW-SRC-CLIENT-CD(WS-SRC-CL-IX)
               TO WS-SRC-CLIENT(WS-SRC-COUNT, WS-SRC-CL-IX).

       FIND-SOURCE-RTN.
           MOVE ZERO TO WS-SRC-FOUND-IX.
           PERFORM SCAN-SOURCE-RTN VARYING WS-SRC-IX
     -         FROM 1 BY 1 UNTIL WS-SRC-IX > WS-SRC-COUNT
     -         OR WS-SRC-FOUND-IX > ZERO.

       SCAN-SOURCE-RTN.
           IF WS-SRC-ID(WS-SRC-IX) = WS-SRC-SEARCH-ID
               MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
           END-IF.

       CHECK-SOURCE-CLIENT-RTN.
           SET WS-SOURCE-NOT-ALLOWED TO TRUE.
           IF WS-CUR-SRC-IX > ZERO
               IF WS-SRC-ALL(WS-CUR-SRC-IX) = 'Y'
                   SET WS-SOURCE-ALLOWED TO TRUE
               ELSE
                   PERFORM SCAN-SRC-CLIENT-RTN VARYING WS-SRC-CL-IX
     -                 FROM 1 BY 1 UNTIL WS-SRC-CL-IX > 10
     -                 OR WS-SOURCE-ALLOWED
               END-IF
           END-IF.

       SCAN-SRC-CLIENT-RTN.
           IF WS-SRC-CLIENT(WS-CUR-SRC-IX, WS-SRC-CL-IX)
               = WS-CLIENT-CD
               SET WS-SOURCE-ALLOWED TO TRUE
           END-IF.

       CHECK-BUSINESS-DAY-RTN.
           SET WS-CAL-NOT-EOF   TO TRUE.
           SET WS-CAL-NOT-FOUND TO TRUE.
           OPEN INPUT BSW-CAL-FILE.
           IF WS-CAL-FILE-STATUS = '00'
               PERFORM READ-CALENDAR-RTN
                   UNTIL WS-CAL-EOF OR WS-CAL-FOUND
               CLOSE BSW-CAL-FILE
           ELSE
               DISPLAY 'WARNING - BSWCAL BUSINESS-DAY CALENDAR IS'
                   ' MISSING - WEEKDAY RULE USED'
           END-IF.
           IF WS-CAL-NOT-FOUND
               MOVE WS-RUN-DATE TO WS-CNV-DATE
               PERFORM CONVERT-DATE-RTN
               DIVIDE WS-CNV-SERIAL BY 7 GIVING WS-CNV-WEEKS
                   REMAINDER WS-CAL-WEEKDAY
               IF WS-CAL-WEEKDAY = ZERO OR WS-CAL-WEEKDAY = 6
                   SET WS-CAL-CLOSED-DAY TO TRUE
               ELSE
                   SET WS-CAL-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       READ-CALENDAR-RTN.
           READ BSW-CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF BSW-CAL-DATE = WS-RUN-DATE
                       AND (BSW-CAL-BUSINESS-DAY
                        OR BSW-CAL-CLOSED-DAY)
                       SET WS-CAL-FOUND TO TRUE
                       MOVE BSW-CAL-DAY-TYPE TO WS-CAL-DAY-SW
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

       VALIDATE-BATCH-RTN.
           OPEN INPUT BSW-INPUT-FILE.
           PERFORM VALIDATE-BATCH-REC-RTN UNTIL WS-VAL-EOF.
           END-IF.

       CHECK-BATCH-BALANCE-RTN.
           MOVE 'BALANCED' TO WS-BT-CHECK-TXT(WS-BT-IX).
           MOVE WS-BT-SOURCE-SYS(WS-BT-IX) TO WS-SRC-SEARCH-ID.
           PERFORM FIND-SOURCE-RTN.
           EVALUATE TRUE
               WHEN WS-SRC-FOUND-IX = ZERO
                   SET WS-BATCH-INVALID TO TRUE
                   MOVE 'REFUSED - NOT REGISTERED'
                       TO WS-BT-CHECK-TXT(WS-BT-IX)
                   DISPLAY 'BSWIN BATCH ' WS-BT-BATCH-NO(WS-BT-IX)
                       ' SOURCE ' WS-BT-SOURCE-SYS(WS-BT-IX)
                       ' IS NOT ON THE BSWSRC REGISTRY'
               WHEN WS-SRC-ACTIVE(WS-SRC-FOUND-IX) NOT = 'Y'
                   SET WS-BATCH-INVALID TO TRUE
                   MOVE 'REFUSED - SOURCE INACTIVE'
                       TO WS-BT-CHECK-TXT(WS-BT-IX)
                   DISPLAY 'BSWIN BATCH ' WS-BT-BATCH-NO(WS-BT-IX)
                       ' SOURCE ' WS-BT-SOURCE-SYS(WS-BT-IX)
                       ' IS INACTIVE ON THE BSWSRC REGISTRY'
               WHEN WS-BT-TRL-SW(WS-BT-IX) NOT = 'Y'
                   SET WS-BATCH-INVALID TO TRUE
                   MOVE 'REFUSED - NO TRAILER'
                       TO WS-BT-CHECK-TXT(WS-BT-IX)
               WHEN WS-BT-ACT-COUNT(WS-BT-IX)
                   NOT = WS-BT-EXP-COUNT(WS-BT-IX)
                   SET WS-BATCH-INVALID TO TRUE
                   MOVE 'REFUSED - COUNT OFF'
                       TO WS-BT-CHECK-TXT(WS-BT-IX)
                   DISPLAY 'BSWIN BATCH ' WS-BT-BATCH-NO(WS-BT-IX)
                       ' OUT OF BALANCE - TRAILER COUNT '
                       WS-BT-EXP-COUNT(WS-BT-IX) ' BUT READ '
               WHEN WS-BT-ACT-HASH(WS-BT-IX)
                   NOT = WS-BT-EXP-HASH(WS-BT-IX)
                   SET WS-BATCH-INVALID TO TRUE
                   MOVE 'REFUSED - HASH OFF'
                       TO WS-BT-CHECK-TXT(WS-BT-IX)
                   DISPLAY 'BSWIN BATCH ' WS-BT-BATCH-NO(WS-BT-IX)
                       ' OUT OF BALANCE - TRAILER HASH '
                       WS-BT-EXP-HASH(WS-BT-IX) ' BUT READ '
                   PERFORM CHECK-BATCH-PROCESSED-RTN
                   IF WS-BATCH-DUP
                       SET WS-BATCH-INVALID TO TRUE
                       MOVE 'REFUSED - ALREADY RUN'
                           TO WS-BT-CHECK-TXT(WS-BT-IX)
                       DISPLAY 'BSWIN BATCH '
                           WS-BT-BATCH-NO(WS-BT-IX)
                           ' WAS ALREADY PROCESSED'
                       WHEN BSW-PAIR-HEADER-REC
                           MOVE BSW-HDR-BATCH-NO
                               TO WS-CUR-BATCH-NO
                           MOVE BSW-HDR-SOURCE-SYS
                               TO WS-SRC-SEARCH-ID
                           PERFORM FIND-SOURCE-RTN
                           MOVE WS-SRC-FOUND-IX TO WS-CUR-SRC-IX
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           MOVE ZERO TO BSW-CKPT-CLI-REJ-COUNT(WS-CLI-IX).

       PROCESS-PAIR-RTN.
           EVALUATE TRUE
               WHEN WS-VALIDATE-RUN
                   PERFORM PREFLIGHT-PAIR-RTN
               WHEN WS-EXPRESS-RUN AND NOT BSW-PAIR-EXPRESS
                   PERFORM KEEP-PAIR-RTN
               WHEN OTHER
                   PERFORM COMPARE-PAIR-RTN
           END-EVALUATE.
           IF WS-NIGHTLY-RUN
               DIVIDE WS-INPUT-REC-NO BY WS-CKPT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT
           PERFORM EDIT-PAIR-RTN.
           PERFORM FIND-CLIENT-RTN.
           IF WS-PAIR-VALID
               PERFORM COST-PAIR-RTN
               ADD 1 TO WS-REC-COUNT
               ADD WS-DIFF TO WS-TOTAL-DIFF
               ADD 1 TO WS-CLI-REC-COUNT(WS-CLI-FOUND-IX)
               ADD WS-DIFF TO WS-CLI-TOTAL-DIFF(WS-CLI-FOUND-IX)
               PERFORM WRITE-DETAIL-RTN
               IF WS-COST-ADJACENT
                   PERFORM WRITE-ADJ-SEQUENCE-RTN
               ELSE
                   PERFORM WRITE-SEQUENCE-RTN VARYING WS-SEQ-IX
     -                 FROM 1 BY 1 UNTIL WS-SEQ-IX > WS-SEQ-CNT-10
               END-IF
           ELSE
               ADD 1 TO WS-CLI-REJ-COUNT(WS-CLI-FOUND-IX)
               PERFORM WRITE-REJECT-RTN
           PERFORM WRITE-AUDIT-RTN.
           PERFORM WRITE-HISTORY-RTN.

       PREFLIGHT-PAIR-RTN.
           MOVE BSW-PAIR-A TO WS-A.
           MOVE BSW-PAIR-B TO WS-B.
           MOVE BSW-PAIR-CLIENT-CD TO WS-CLIENT-CD.
           MOVE ZERO TO WS-DIFF.
           MOVE ZERO TO WS-SEQ-CNT-10 WS-SEQ-CNT-01.
           PERFORM EDIT-PAIR-RTN.
           PERFORM FIND-CLIENT-RTN.
           IF WS-PAIR-VALID
               PERFORM COST-PAIR-RTN
               ADD 1 TO WS-REC-COUNT
               ADD WS-DIFF TO WS-TOTAL-DIFF
               ADD 1 TO WS-CLI-REC-COUNT(WS-CLI-FOUND-IX)
               ADD WS-DIFF TO WS-CLI-TOTAL-DIFF(WS-CLI-FOUND-IX)
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-CLI-REJ-COUNT(WS-CLI-FOUND-IX)
               MOVE BSW-PAIR-ID        TO WS-PRE-REJ-PAIR-ID
               MOVE WS-CLIENT-CD       TO WS-PRE-REJ-CLIENT
               MOVE BSW-REJ-REASON-CD  TO WS-PRE-REJ-REASON-CD
               MOVE BSW-REJ-REASON-TXT TO WS-PRE-REJ-REASON-TXT
               WRITE BSW-PRPT-REC FROM WS-PRE-REJECT-LINE
           END-IF.

       COST-PAIR-RTN.
           IF WS-COST-ADJACENT
               MOVE ZERO TO WS-ADJ-BAL
               PERFORM ADJ-PREFIX-RTN VARYING WS-INDEX-START
     -             FROM 1 BY 1 UNTIL WS-INDEX-START > WS-LEN-A
           ELSE
               PERFORM CMP-CHR VARYING WS-INDEX-START
     -             FROM 1 BY 1 UNTIL WS-INDEX-START > WS-LEN-A
               DIVIDE WS-DIFF BY 2 GIVING WS-DIFF
           END-IF.
           IF WS-CHATTY
               DISPLAY WS-DIFF
           END-IF.

       ADJ-PREFIX-RTN.
           IF WS-A(WS-INDEX-START:1) = '1'
               ADD 1 TO WS-ADJ-BAL
           END-IF.
           IF WS-B(WS-INDEX-START:1) = '1'
               SUBTRACT 1 FROM WS-ADJ-BAL
           END-IF.
           IF WS-ADJ-BAL < ZERO
               SUBTRACT WS-ADJ-BAL FROM WS-DIFF
           ELSE
               ADD WS-ADJ-BAL TO WS-DIFF
           END-IF.

       CHECK-DRIFT-RTN.
           PERFORM FIND-PRIOR-HIST-RTN.
           IF WS-PRIOR-FOUND
               EVALUATE TRUE
                   WHEN WS-PAIR-VALID AND WS-PRIOR-RESULT = '00'
                       AND WS-PRIOR-METHOD NOT = WS-COST-METHOD
                       IF WS-CHATTY
                           DISPLAY 'PAIR ' BSW-PAIR-ID ' COSTING'
                               ' METHOD CHANGED - DRIFT NOT MEASURED'
                       END-IF
                   WHEN WS-PAIR-VALID AND WS-PRIOR-RESULT = '00'
                       IF WS-DIFF > WS-PRIOR-DIFF
                           SUBTRACT WS-PRIOR-DIFF FROM WS-DIFF
                       MOVE BSW-HIST-RUN-DATE  TO WS-PRIOR-DATE
                       MOVE BSW-HIST-DIFF      TO WS-PRIOR-DIFF
                       MOVE BSW-HIST-RESULT-CD TO WS-PRIOR-RESULT
                       IF BSW-HIST-COST-ADJACENT
                           MOVE 'A' TO WS-PRIOR-METHOD
                       ELSE
                           MOVE 'X' TO WS-PRIOR-METHOD
                       END-IF
                   END-IF
           END-READ.


       EDIT-PAIR-RTN.
           SET WS-PAIR-VALID TO TRUE.
           SET WS-COST-EXCHANGE TO TRUE.
           MOVE ZERO TO WS-LEN-A WS-LEN-B.
           INSPECT WS-A TALLYING WS-LEN-A FOR CHARACTERS
               BEFORE INITIAL SPACE.
                       TO BSW-REJ-REASON-TXT
               END-IF
           END-IF.
           IF WS-PAIR-VALID
               PERFORM CHECK-SOURCE-CLIENT-RTN
               IF WS-SOURCE-NOT-ALLOWED
                   SET WS-PAIR-INVALID TO TRUE
                   SET BSW-REJ-SOURCE-CLIENT TO TRUE
                   MOVE 'CLIENT NOT ALLOWED FOR SOURCE'
                       TO BSW-REJ-REASON-TXT
               END-IF
           END-IF.
           IF WS-PAIR-VALID
               IF WS-LEN-A = ZERO OR WS-LEN-A NOT EQUAL WS-LEN-B
                   SET WS-PAIR-INVALID TO TRUE
           MOVE BSW-PAIR-ID  TO WS-RPT-PAIR-ID.
           MOVE WS-CLIENT-CD TO WS-RPT-CLIENT-CD.
           MOVE WS-DIFF      TO WS-RPT-DIFF.
           MOVE WS-COST-METHOD TO WS-RPT-COST.
           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE-RTN.

       WRITE-RPT-LINE-RTN.
           EVALUATE TRUE
               WHEN WS-VALIDATE-RUN
                   WRITE BSW-PRPT-REC FROM WS-RPT-LINE
               WHEN WS-EXPRESS-RUN
                   WRITE BSW-XRPT-REC FROM WS-RPT-LINE
               WHEN OTHER
                   WRITE BSW-REPORT-REC FROM WS-RPT-LINE
           END-EVALUATE.

       WRITE-REJECT-RTN.
           MOVE BSW-PAIR-ID      TO BSW-REJ-PAIR-ID.
           MOVE WS-PRIORITY-FLAG   TO BSW-WKB-PRIORITY.
           SET BSW-WKB-OPEN TO TRUE.
           MOVE WS-RUN-DATE        TO BSW-WKB-STATUS-DATE.
           MOVE WS-CUR-BATCH-NO    TO BSW-WKB-BATCH-NO.
           WRITE BSW-WKB-REC
               INVALID KEY
                   REWRITE BSW-WKB-REC
               SET BSW-AUD-REJECTED TO TRUE
           END-IF.
           MOVE WS-RUN-MODE TO BSW-AUD-RUN-TYPE.
           MOVE WS-CUR-BATCH-NO TO BSW-AUD-BATCH-NO.
           MOVE WS-COST-METHOD  TO BSW-AUD-COST-METHOD.
           WRITE BSW-AUDIT-REC.

       WRITE-HISTORY-RTN.
               SET BSW-HIST-REJECTED TO TRUE
           END-IF.
           MOVE WS-RUN-MODE TO BSW-HIST-RUN-TYPE.
           MOVE WS-CUR-BATCH-NO TO BSW-HIST-BATCH-NO.
           MOVE WS-COST-METHOD  TO BSW-HIST-COST-METHOD.
           WRITE BSW-HIST-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE HISTORY KEY FOR PAIR '
           MOVE WS-SEQ-POS-10(WS-SEQ-IX)  TO BSW-SEQ-POS-FROM.
           MOVE WS-SEQ-POS-01(WS-SEQ-IX)  TO BSW-SEQ-POS-TO.
           WRITE BSW-SEQ-REC.

       WRITE-ADJ-SEQUENCE-RTN.
           MOVE WS-A TO WS-ADJ-WORK.
           MOVE ZERO TO WS-ADJ-STEP.
           PERFORM ADJ-FIX-POS-RTN VARYING WS-ADJ-I
     -         FROM 1 BY 1 UNTIL WS-ADJ-I > WS-LEN-A.

       ADJ-FIX-POS-RTN.
           IF WS-ADJ-WORK(WS-ADJ-I:1) NOT = WS-B(WS-ADJ-I:1)
               ADD 1 TO WS-ADJ-I GIVING WS-ADJ-J
               PERFORM ADJ-NEXT-POS-RTN
                   UNTIL WS-ADJ-J > WS-LEN-A
                   OR WS-ADJ-WORK(WS-ADJ-J:1) = WS-B(WS-ADJ-I:1)
               IF WS-ADJ-J NOT > WS-LEN-A
                   PERFORM ADJ-SHIFT-RTN VARYING WS-ADJ-K
     -                 FROM WS-ADJ-J BY -1 UNTIL WS-ADJ-K NOT > WS-ADJ-I
               END-IF
           END-IF.

       ADJ-NEXT-POS-RTN.
           ADD 1 TO WS-ADJ-J.

       ADJ-SHIFT-RTN.
           SUBTRACT 1 FROM WS-ADJ-K GIVING WS-ADJ-K1.
           MOVE WS-ADJ-WORK(WS-ADJ-K:1)  TO WS-ADJ-HOLD.
           MOVE WS-ADJ-WORK(WS-ADJ-K1:1) TO WS-ADJ-WORK(WS-ADJ-K:1).
           MOVE WS-ADJ-HOLD              TO WS-ADJ-WORK(WS-ADJ-K1:1).
           ADD 1 TO WS-ADJ-STEP.
           MOVE BSW-PAIR-ID               TO BSW-SEQ-PAIR-ID.
           MOVE WS-ADJ-STEP               TO BSW-SEQ-STEP-NO.
           MOVE WS-ADJ-K                  TO BSW-SEQ-POS-FROM.
           MOVE WS-ADJ-K1                 TO BSW-SEQ-POS-TO.
           WRITE BSW-SEQ-REC.

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

       CHECK-PREREQ-RTN.
           SET WS-PRQ-NOT-RUN TO TRUE.
           MOVE ZERO TO WS-PRQ-LAST-RC.
           SET WS-LDG-NOT-EOF TO TRUE.
           OPEN INPUT BSW-LDG-FILE.
           IF WS-LDG-FILE-STATUS = '00'
               PERFORM READ-PREREQ-RTN UNTIL WS-LDG-EOF
               CLOSE BSW-LDG-FILE
           END-IF.
           MOVE WS-PRQ-PROGRAM TO WS-PRQ-MSG-PGM.
           EVALUATE TRUE
               WHEN WS-PRQ-ENDED AND WS-PRQ-LAST-RC NOT > 4
                   SET WS-PREREQ-MET TO TRUE
               WHEN WS-PRQ-ENDED
                   SET WS-PREREQ-MISSING TO TRUE
                   MOVE 'FAILED'      TO WS-PRQ-MSG-STATE
               WHEN WS-PRQ-RUNNING
                   SET WS-PREREQ-MISSING TO TRUE
                   MOVE 'DID NOT END' TO WS-PRQ-MSG-STATE
               WHEN OTHER
                   SET WS-PREREQ-MISSING TO TRUE
                   MOVE 'NOT RUN'     TO WS-PRQ-MSG-STATE
           END-EVALUATE.
           IF WS-PREREQ-MISSING
               PERFORM CHECK-OVERRIDE-RTN
               IF WS-OVR-GRANTED
                   SET WS-PREREQ-MET TO TRUE
               ELSE
                   MOVE WS-PRQ-MSG TO WS-LDG-TEXT
               END-IF
           END-IF.

       READ-PREREQ-RTN.
           READ BSW-LDG-FILE
               AT END
                   SET WS-LDG-EOF TO TRUE
               NOT AT END
                   IF BSW-LDG-PROGRAM = WS-PRQ-PROGRAM
                       AND BSW-LDG-BUS-DATE NOT < WS-PRQ-DATE-FROM
                       AND BSW-LDG-BUS-DATE NOT > WS-PRQ-DATE-TO
                       AND (WS-PRQ-MODE = SPACE
                           OR BSW-LDG-RUN-MODE = WS-PRQ-MODE)
                       AND (WS-PRQ-PERIOD = ZERO
                           OR BSW-LDG-PERIOD = WS-PRQ-PERIOD)
                       PERFORM NOTE-PREREQ-RTN
                   END-IF
           END-READ.

       NOTE-PREREQ-RTN.
           EVALUATE TRUE
               WHEN BSW-LDG-START
                   SET WS-PRQ-RUNNING TO TRUE
               WHEN BSW-LDG-END
                   SET WS-PRQ-ENDED TO TRUE
                   MOVE BSW-LDG-RC TO WS-PRQ-LAST-RC
           END-EVALUATE.

       CHECK-OVERRIDE-RTN.
           SET WS-OVR-NOT-GRANTED TO TRUE.
           SET WS-OVR-NOT-FOUND   TO TRUE.
           SET WS-OVR-NOT-EOF     TO TRUE.
           OPEN INPUT BSW-OVR-FILE.
           IF WS-OVR-FILE-STATUS = '00'
               PERFORM READ-OVERRIDE-RTN
                   UNTIL WS-OVR-EOF OR WS-OVR-FOUND
               CLOSE BSW-OVR-FILE
           END-IF.
           IF WS-OVR-FOUND
               PERFORM CHECK-OVR-SUPV-RTN
               IF WS-OVR-GRANTED
                   PERFORM WRITE-LEDGER-OVERRIDE-RTN
                   DISPLAY WS-PRQ-MSG ' - OVERRIDDEN BY SUPERVISOR '
                       WS-OVR-SUPV-ID
               ELSE
                   DISPLAY 'BSWOVRD OVERRIDE IGNORED - '
                       WS-OVR-SUPV-ID
                       ' IS NOT AN ACTIVE, UNLOCKED SUPERVISOR'
               END-IF
           END-IF.

       READ-OVERRIDE-RTN.
           READ BSW-OVR-FILE
               AT END
                   SET WS-OVR-EOF TO TRUE
               NOT AT END
                   IF BSW-OVR-PROGRAM = WS-LDG-PROGRAM
                       AND BSW-OVR-BUS-DATE = WS-LDG-DATE
                       SET WS-OVR-FOUND TO TRUE
                       MOVE BSW-OVR-SUPV-ID TO WS-OVR-SUPV-ID
                       MOVE BSW-OVR-REASON  TO WS-OVR-REASON
                   END-IF
           END-READ.

       CHECK-OVR-SUPV-RTN.
           SET WS-OVR-OPR-NOT-EOF TO TRUE.
           OPEN INPUT BSW-OPR-FILE.
           IF WS-OPR-FILE-STATUS = '00'
               PERFORM READ-OVR-OPR-RTN UNTIL WS-OVR-OPR-EOF
               CLOSE BSW-OPR-FILE
           END-IF.

       READ-OVR-OPR-RTN.
           READ BSW-OPR-FILE
               AT END
                   SET WS-OVR-OPR-EOF TO TRUE
               NOT AT END
                   IF BSW-OPR-ID = WS-OVR-SUPV-ID
                       SET WS-OVR-OPR-EOF TO TRUE
                       IF BSW-OPR-SUPERVISOR AND BSW-OPR-ACTIVE
                           AND NOT BSW-OPR-LOCKED
                           SET WS-OVR-GRANTED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-LEDGER-OVERRIDE-RTN.
           ACCEPT WS-LDG-TIME FROM TIME.
           MOVE 'O'             TO WS-LDG-EVENT.
           MOVE ZERO            TO WS-LDG-RC.
           MOVE WS-OVR-SUPV-ID  TO WS-LDG-WHO.
           MOVE WS-PRQ-PROGRAM  TO WS-LDG-PREREQ.
           MOVE WS-OVR-REASON   TO WS-LDG-TEXT.
           PERFORM WRITE-LEDGER-RTN.
