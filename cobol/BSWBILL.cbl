      *                    MASTER IS FIXED BEFORE INVOICES GO OUT.
      *                    A MISSING OR INVALID CONTROL CARD OR A
      *                    MISSING MASTER REFUSES THE RUN UP FRONT.
      *    10-15-2026  QS  EACH BSWHIST RECORD IS NOW PRICED AT THE
      *                    RATES IN FORCE ON ITS OWN RUN DATE, TAKEN
      *                    FROM THE BSWRATE RATE HISTORY KEPT BY
      *                    BSWCLIMT (THE MASTER RATES ARE USED ONLY
      *                    FOR A CLIENT WITH NO HISTORY IN FORCE).
      *                    ACTIVITY IS HELD BY CLIENT AND RATE
      *                    PERIOD, SO A RATE CHANGED PART-WAY
      *                    THROUGH THE MONTH BILLS EACH PART AT ITS
      *                    OWN RATE, AND THE BSWBREG REGISTER SHOWS
      *                    A SPLIT LINE FOR EACH PERIOD UNDER THE
      *                    CLIENT.  THE CLIENT LINES SHOW THE
      *                    MONTH'S TOTAL COUNTS AT THE LATEST RATES.
      *    10-15-2026  QS  START AND END OF EVERY RUN, WITH THE
      *                    BILLING MONTH AND RETURN CODE, ARE NOW
      *                    WRITTEN TO THE BSWLEDG RUN LEDGER FOR THE
      *                    BUSINESS DATE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 8 UNLESS BSWBAL HAS ENDED WITH
      *                    RETURN CODE 4 OR LESS TODAY - NO BILLING ON
      *                    AN OUT-OF-BALANCE DAY - OR A SUPERVISOR
      *                    OVERRIDE FOR TODAY IS ON BSWOVRD; AN
      *                    OVERRIDE IS RECORDED ON THE LEDGER.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT BSW-CLI-FILE     ASSIGN TO BSWCLI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT BSW-RATE-FILE    ASSIGN TO BSWRATE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT BSW-HIST-FILE    ASSIGN TO BSWHIST
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-BILL-RPT-FILE ASSIGN TO BSWBREG
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT BSW-OVR-FILE     ASSIGN TO BSWOVRD
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OVR-FILE-STATUS.
           SELECT BSW-OPR-FILE     ASSIGN TO BSWOPR
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPR-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  BSW-CLI-FILE.
           COPY BSWCLI.

       FD  BSW-RATE-FILE.
           COPY BSWRATE.

       FD  BSW-HIST-FILE.
           COPY BSWHIST.


       FD  BSW-BILL-RPT-FILE.
       01  BSW-BILL-RPT-REC         PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.

       FD  BSW-OVR-FILE.
           COPY BSWOVRD.

       FD  BSW-OPR-FILE.
           COPY BSWOPR.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-CTL-INFO.
          05 WS-CTL-FILE-STATUS    PIC X(02).
          05 WS-CLI-FILE-STATUS    PIC X(02).
          05 WS-HIST-FILE-STATUS   PIC X(02).
          05 WS-RATE-FILE-STATUS   PIC X(02).
          05 WS-BILL-MONTH         PIC 9(06).
       01 WS-VAR.
          05 WS-REC-MONTH          PIC 9(06).
          05 WS-EXPRESS-AMT        PIC 9(09)V99.
          05 WS-REJECT-AMT         PIC 9(09)V99.
          05 WS-CLIENT-AMT         PIC 9(09)V99.
          05 WS-PERIOD-AMT         PIC 9(09)V99.
          05 WS-MONTH-START        PIC 9(08).
          05 WS-CUR-EFF            PIC 9(08).
          05 WS-CUR-RATE-N         PIC 9(03)V99.
          05 WS-CUR-RATE-E         PIC 9(03)V99.
          05 WS-CUR-RATE-R         PIC 9(03)V99.
          05 WS-CUR-FOUND-SW       PIC X(01).
             88 WS-CUR-RATE-FOUND                    VALUE 'Y'.
             88 WS-CUR-RATE-NONE                     VALUE 'N'.
          05 WS-SPL-COUNT          PIC 9(03).
          05 WS-SPL-DONE           PIC 9(03).
          05 WS-SPL-LAST-EFF       PIC 9(08).
          05 WS-SPL-NEXT-EFF       PIC 9(08).
          05 WS-SPL-LATEST-IX      PIC 9(03).
       01 WS-SWITCHES.
          05 WS-CTL-OK-SW          PIC X(1)         VALUE 'Y'.
             88 WS-CTL-OK                            VALUE 'Y'.
             88 WS-HIST-NOT-EOF                      VALUE 'N'.
          05 WS-UNRATED-SW         PIC X(1)         VALUE 'N'.
             88 WS-UNRATED-SEEN                      VALUE 'Y'.
          05 WS-RATE-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-RATE-EOF                          VALUE 'Y'.
             88 WS-RATE-NOT-EOF                      VALUE 'N'.
          05 WS-OVERFLOW-SW        PIC X(1)         VALUE 'N'.
             88 WS-TABLE-OVERFLOW                    VALUE 'Y'.
       01 WS-TOTALS.
          05 WS-BILLED-CLIENTS     PIC 9(03)        VALUE ZERO.
          05 WS-TOT-AMT            PIC 9(11)V99     VALUE ZERO.
             10 WS-BIL-NIGHTLY     PIC 9(06).
             10 WS-BIL-EXPRESS     PIC 9(06).
             10 WS-BIL-REJECTS     PIC 9(06).
       01 WS-RATE-TABLE.
          05 WS-RT-COUNT           PIC 9(04)        VALUE ZERO.
          05 WS-RT-IX              PIC 9(04).
          05 WS-RT-ENTRY OCCURS 2000 TIMES.
             10 WS-RT-CLIENT       PIC X(03).
             10 WS-RT-EFF-DATE     PIC 9(08).
             10 WS-RT-RATE-N       PIC 9(03)V99.
             10 WS-RT-RATE-E       PIC 9(03)V99.
             10 WS-RT-RATE-R       PIC 9(03)V99.
       01 WS-PERIOD-TABLE.
          05 WS-PER-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-PER-IX             PIC 9(03).
          05 WS-PER-FOUND-IX       PIC 9(03).
          05 WS-PER-ENTRY OCCURS 600 TIMES.
             10 WS-PER-CLIENT      PIC X(03).
             10 WS-PER-EFF-DATE    PIC 9(08).
             10 WS-PER-RATE-N      PIC 9(03)V99.
             10 WS-PER-RATE-E      PIC 9(03)V99.
             10 WS-PER-RATE-R      PIC 9(03)V99.
             10 WS-PER-NIGHTLY     PIC 9(06).
             10 WS-PER-EXPRESS     PIC 9(06).
             10 WS-PER-REJECTS     PIC 9(06).
       01 WS-BREG-HEADER-LINE.
          05 FILLER                PIC X(26)        VALUE
             'CLIENT BILLING REGISTER - '.
             '   AMOUNT DUE '.
          05 WS-BREG-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(25)        VALUE SPACES.
       01 WS-BREG-SPLIT-HDR-LINE.
          05 FILLER                PIC X(02)        VALUE SPACES.
          05 FILLER                PIC X(42)        VALUE
             'RATE CHANGED IN MONTH - PRICED BY PERIOD:'.
          05 FILLER                PIC X(36)        VALUE SPACES.
       01 WS-BREG-SPLIT-LINE.
          05 FILLER                PIC X(09)        VALUE
             '    FROM '.
          05 WS-BSPL-FROM          PIC 9(08).
          05 FILLER                PIC X(03)        VALUE ' N '.
          05 WS-BSPL-NIGHTLY       PIC ZZZZZ9.
          05 FILLER                PIC X(04)        VALUE ' AT '.
          05 WS-BSPL-RATE-N        PIC ZZ9.99.
          05 FILLER                PIC X(03)        VALUE ' E '.
          05 WS-BSPL-EXPRESS       PIC ZZZZZ9.
          05 FILLER                PIC X(04)        VALUE ' AT '.
          05 WS-BSPL-RATE-E        PIC ZZ9.99.
          05 FILLER                PIC X(03)        VALUE ' R '.
          05 WS-BSPL-REJECTS       PIC ZZZZZ9.
          05 FILLER                PIC X(04)        VALUE ' AT '.
          05 WS-BSPL-RATE-R        PIC ZZ9.99.
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-BREG-OVERFLOW-LINE.
          05 FILLER                PIC X(02)        VALUE SPACES.
          05 FILLER                PIC X(44)        VALUE
             'RATE TABLE OVERFLOW - REGISTER IS INCOMPLETE'.
          05 FILLER                PIC X(34)        VALUE SPACES.
       01 WS-BREG-UNRATED-LINE.
          05 FILLER                PIC X(02)        VALUE SPACES.
          05 FILLER                PIC X(40)        VALUE
             '  TOTAL DUE= '.
          05 WS-BREG-TOT-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(31)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWBILL'.
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
          05 WS-OPR-FILE-STATUS    PIC X(02).
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
           ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RTN.
           IF WS-CTL-OK
               MOVE WS-BILL-MONTH TO WS-LDG-PERIOD
           END-IF.
           PERFORM WRITE-LEDGER-START-RTN.
           IF WS-CTL-INVALID
               DISPLAY 'BSWBILL RUN REFUSED - BAD OR MISSING'
                   ' BSWBCTL CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           MOVE 'BSWBAL'       TO WS-PRQ-PROGRAM.
           MOVE SPACE          TO WS-PRQ-MODE.
           MOVE WS-LDG-DATE    TO WS-PRQ-DATE-FROM.
           MOVE WS-LDG-DATE    TO WS-PRQ-DATE-TO.
           MOVE ZERO           TO WS-PRQ-PERIOD.
           PERFORM CHECK-PREREQ-RTN.
           IF WS-PREREQ-MISSING
               DISPLAY 'BSWBILL RUN REFUSED - ' WS-PRQ-MSG
               DISPLAY 'BSWBILL DOES NOT RUN ON A DAY THAT'
                   ' HAS NOT BALANCED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-CLIENT-MASTER-RTN.
               DISPLAY 'BSWBILL RUN REFUSED - BSWCLI CLIENT'
                   ' MASTER IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-RATE-HISTORY-RTN.
           COMPUTE WS-MONTH-START = WS-BILL-MONTH * 100 + 1.
      ******************************************************************
       MAIN-RTN.
           PERFORM TALLY-HISTORY-RTN.
           WRITE BSW-BILL-RPT-REC FROM WS-BREG-HEADER-LINE.
           PERFORM BILL-CLIENT-RTN VARYING WS-BIL-IX
     -         FROM 1 BY 1 UNTIL WS-BIL-IX > WS-BIL-COUNT.
           IF WS-TABLE-OVERFLOW
               WRITE BSW-BILL-RPT-REC FROM WS-BREG-OVERFLOW-LINE
           END-IF.
           PERFORM WRITE-REG-TRAILER-RTN.
           CLOSE BSW-INV-FILE.
           CLOSE BSW-BILL-RPT-FILE.
                   ' REGISTER - FIX THE CLIENT MASTER'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TABLE-OVERFLOW
               DISPLAY 'BSWBILL - RATE OR PERIOD TABLE OVERFLOW -'
                   ' REGISTER AND INVOICES ARE INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       READ-CONTROL-RTN.
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
                   IF WS-RT-COUNT < 2000
                       ADD 1 TO WS-RT-COUNT
                       MOVE BSW-RATE-CLIENT-CD
                           TO WS-RT-CLIENT(WS-RT-COUNT)
                       MOVE BSW-RATE-EFF-DATE
                           TO WS-RT-EFF-DATE(WS-RT-COUNT)
                       MOVE BSW-RATE-NIGHTLY
                           TO WS-RT-RATE-N(WS-RT-COUNT)
                       MOVE BSW-RATE-EXPRESS
                           TO WS-RT-RATE-E(WS-RT-COUNT)
                       MOVE BSW-RATE-REJECT
                           TO WS-RT-RATE-R(WS-RT-COUNT)
                   ELSE
                       SET WS-TABLE-OVERFLOW TO TRUE
                       DISPLAY 'RATE HISTORY TABLE FULL - RECORD '
                           BSW-RATE-CLIENT-CD ' '
                           BSW-RATE-EFF-DATE ' DROPPED'
                   END-IF
           END-READ.

       TALLY-HISTORY-RTN.
           OPEN INPUT BSW-HIST-FILE.
           IF WS-HIST-FILE-STATUS = '00'
           END-READ.

       TALLY-HIST-REC-RTN.
           MOVE ZERO TO WS-PER-FOUND-IX.
           PERFORM FIND-BILL-CLIENT-RTN.
           IF WS-BIL-FOUND-IX > ZERO
               EVALUATE TRUE
                   WHEN OTHER
                       ADD 1 TO WS-BIL-NIGHTLY(WS-BIL-FOUND-IX)
               END-EVALUATE
               PERFORM FIND-RATE-IN-FORCE-RTN
               PERFORM FIND-PERIOD-RTN
           END-IF.
           IF WS-PER-FOUND-IX > ZERO
               EVALUATE TRUE
                   WHEN BSW-HIST-REJECTED
                       ADD 1 TO WS-PER-REJECTS(WS-PER-FOUND-IX)
                   WHEN BSW-HIST-EXPRESS
                       ADD 1 TO WS-PER-EXPRESS(WS-PER-FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO WS-PER-NIGHTLY(WS-PER-FOUND-IX)
               END-EVALUATE
           END-IF.

       FIND-RATE-IN-FORCE-RTN.
           SET WS-CUR-RATE-NONE TO TRUE.
           MOVE ZERO TO WS-CUR-EFF.
           PERFORM SCAN-RATE-RTN VARYING WS-RT-IX
     -         FROM 1 BY 1 UNTIL WS-RT-IX > WS-RT-COUNT.
           IF WS-CUR-RATE-NONE
               MOVE WS-BIL-RATE-N(WS-BIL-FOUND-IX) TO WS-CUR-RATE-N
               MOVE WS-BIL-RATE-E(WS-BIL-FOUND-IX) TO WS-CUR-RATE-E
               MOVE WS-BIL-RATE-R(WS-BIL-FOUND-IX) TO WS-CUR-RATE-R
           END-IF.

       SCAN-RATE-RTN.
           IF WS-RT-CLIENT(WS-RT-IX) = BSW-HIST-CLIENT-CD
               AND WS-RT-EFF-DATE(WS-RT-IX) NOT > BSW-HIST-RUN-DATE
               AND (WS-CUR-RATE-NONE
                    OR WS-RT-EFF-DATE(WS-RT-IX) NOT < WS-CUR-EFF)
               SET WS-CUR-RATE-FOUND TO TRUE
               MOVE WS-RT-EFF-DATE(WS-RT-IX) TO WS-CUR-EFF
               MOVE WS-RT-RATE-N(WS-RT-IX)   TO WS-CUR-RATE-N
               MOVE WS-RT-RATE-E(WS-RT-IX)   TO WS-CUR-RATE-E
               MOVE WS-RT-RATE-R(WS-RT-IX)   TO WS-CUR-RATE-R
           END-IF.

       FIND-PERIOD-RTN.
           MOVE ZERO TO WS-PER-FOUND-IX.
           PERFORM SCAN-PERIOD-RTN VARYING WS-PER-IX
     -         FROM 1 BY 1 UNTIL WS-PER-IX > WS-PER-COUNT
     -         OR WS-PER-FOUND-IX > ZERO.
           IF WS-PER-FOUND-IX = ZERO
               IF WS-PER-COUNT < 600
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-PER-COUNT TO WS-PER-FOUND-IX
                   MOVE WS-BIL-CODE(WS-BIL-FOUND-IX)
                       TO WS-PER-CLIENT(WS-PER-FOUND-IX)
                   MOVE WS-CUR-EFF
                       TO WS-PER-EFF-DATE(WS-PER-FOUND-IX)
                   MOVE WS-CUR-RATE-N
                       TO WS-PER-RATE-N(WS-PER-FOUND-IX)
                   MOVE WS-CUR-RATE-E
                       TO WS-PER-RATE-E(WS-PER-FOUND-IX)
                   MOVE WS-CUR-RATE-R
                       TO WS-PER-RATE-R(WS-PER-FOUND-IX)
                   MOVE ZERO TO WS-PER-NIGHTLY(WS-PER-FOUND-IX)
                   MOVE ZERO TO WS-PER-EXPRESS(WS-PER-FOUND-IX)
                   MOVE ZERO TO WS-PER-REJECTS(WS-PER-FOUND-IX)
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
                   DISPLAY 'RATE PERIOD TABLE FULL - CLIENT '
                       BSW-HIST-CLIENT-CD ' PAIR ' BSW-HIST-PAIR-ID
                       ' NOT PRICED'
               END-IF
           END-IF.

       SCAN-PERIOD-RTN.
           IF WS-PER-CLIENT(WS-PER-IX) = WS-BIL-CODE(WS-BIL-FOUND-IX)
               AND WS-PER-EFF-DATE(WS-PER-IX) = WS-CUR-EFF
               MOVE WS-PER-IX TO WS-PER-FOUND-IX
           END-IF.

       FIND-BILL-CLIENT-RTN.
           END-IF.

       PRICE-CLIENT-RTN.
           MOVE ZERO TO WS-NIGHTLY-AMT WS-EXPRESS-AMT WS-REJECT-AMT.
           MOVE ZERO TO WS-SPL-COUNT WS-SPL-LATEST-IX.
           PERFORM PRICE-PERIOD-RTN VARYING WS-PER-IX
     -         FROM 1 BY 1 UNTIL WS-PER-IX > WS-PER-COUNT.
           MOVE WS-NIGHTLY-AMT TO WS-CLIENT-AMT.
           ADD WS-EXPRESS-AMT  TO WS-CLIENT-AMT.
           ADD WS-REJECT-AMT   TO WS-CLIENT-AMT.
           ADD 1 TO WS-BILLED-CLIENTS.
           ADD WS-CLIENT-AMT TO WS-TOT-AMT.

       PRICE-PERIOD-RTN.
           IF WS-PER-CLIENT(WS-PER-IX) = WS-BIL-CODE(WS-BIL-IX)
               ADD 1 TO WS-SPL-COUNT
               IF WS-SPL-LATEST-IX = ZERO
                   OR WS-PER-EFF-DATE(WS-PER-IX) >
                      WS-PER-EFF-DATE(WS-SPL-LATEST-IX)
                   MOVE WS-PER-IX TO WS-SPL-LATEST-IX
               END-IF
               MULTIPLY WS-PER-NIGHTLY(WS-PER-IX)
                   BY WS-PER-RATE-N(WS-PER-IX)
                   GIVING WS-PERIOD-AMT
               ADD WS-PERIOD-AMT TO WS-NIGHTLY-AMT
               MULTIPLY WS-PER-EXPRESS(WS-PER-IX)
                   BY WS-PER-RATE-E(WS-PER-IX)
                   GIVING WS-PERIOD-AMT
               ADD WS-PERIOD-AMT TO WS-EXPRESS-AMT
               MULTIPLY WS-PER-REJECTS(WS-PER-IX)
                   BY WS-PER-RATE-R(WS-PER-IX)
                   GIVING WS-PERIOD-AMT
               ADD WS-PERIOD-AMT TO WS-REJECT-AMT
           END-IF.

       WRITE-INVOICE-RTN.
           MOVE WS-BILL-MONTH              TO BSW-INV-BILL-MONTH.
           MOVE WS-BIL-CODE(WS-BIL-IX)     TO BSW-INV-CLIENT-CD.
           WRITE BSW-INV-REC.

       WRITE-REGISTER-RTN.
           IF WS-SPL-LATEST-IX > ZERO
               MOVE WS-PER-RATE-N(WS-SPL-LATEST-IX) TO WS-BREG-RATE-N
               MOVE WS-PER-RATE-E(WS-SPL-LATEST-IX) TO WS-BREG-RATE-E
               MOVE WS-PER-RATE-R(WS-SPL-LATEST-IX) TO WS-BREG-RATE-R
           ELSE
               MOVE WS-BIL-RATE-N(WS-BIL-IX)   TO WS-BREG-RATE-N
               MOVE WS-BIL-RATE-E(WS-BIL-IX)   TO WS-BREG-RATE-E
               MOVE WS-BIL-RATE-R(WS-BIL-IX)   TO WS-BREG-RATE-R
           END-IF.
           MOVE WS-BIL-CODE(WS-BIL-IX)     TO WS-BREG-CLIENT.
           MOVE WS-BIL-NIGHTLY(WS-BIL-IX)  TO WS-BREG-NIGHTLY.
           MOVE WS-BIL-EXPRESS(WS-BIL-IX)  TO WS-BREG-EXPRESS.
           WRITE BSW-BILL-RPT-REC FROM WS-BREG-DETAIL-LINE.
           MOVE WS-BIL-REJECTS(WS-BIL-IX)  TO WS-BREG-REJECTS.
           MOVE WS-CLIENT-AMT              TO WS-BREG-AMOUNT.
           WRITE BSW-BILL-RPT-REC FROM WS-BREG-AMOUNT-LINE.
           IF WS-SPL-COUNT > 1
               WRITE BSW-BILL-RPT-REC FROM WS-BREG-SPLIT-HDR-LINE
               MOVE ZERO TO WS-SPL-DONE
               MOVE ZERO TO WS-SPL-LAST-EFF
               PERFORM WRITE-SPLIT-LINE-RTN
                   UNTIL WS-SPL-DONE NOT < WS-SPL-COUNT
           END-IF.
           IF WS-BIL-ON-MST(WS-BIL-IX) NOT = 'Y'
               SET WS-UNRATED-SEEN TO TRUE
               WRITE BSW-BILL-RPT-REC FROM WS-BREG-UNRATED-LINE
           END-IF.

       WRITE-SPLIT-LINE-RTN.
           MOVE ZERO TO WS-PER-FOUND-IX.
           PERFORM SCAN-NEXT-SPLIT-RTN VARYING WS-PER-IX
     -         FROM 1 BY 1 UNTIL WS-PER-IX > WS-PER-COUNT.
           ADD 1 TO WS-SPL-DONE.
           IF WS-PER-FOUND-IX > ZERO
               MOVE WS-PER-EFF-DATE(WS-PER-FOUND-IX)
                   TO WS-SPL-LAST-EFF
               IF WS-SPL-LAST-EFF < WS-MONTH-START
                   MOVE WS-MONTH-START TO WS-BSPL-FROM
               ELSE
                   MOVE WS-SPL-LAST-EFF TO WS-BSPL-FROM
               END-IF
               MOVE WS-PER-NIGHTLY(WS-PER-FOUND-IX) TO WS-BSPL-NIGHTLY
               MOVE WS-PER-RATE-N(WS-PER-FOUND-IX)  TO WS-BSPL-RATE-N
               MOVE WS-PER-EXPRESS(WS-PER-FOUND-IX) TO WS-BSPL-EXPRESS
               MOVE WS-PER-RATE-E(WS-PER-FOUND-IX)  TO WS-BSPL-RATE-E
               MOVE WS-PER-REJECTS(WS-PER-FOUND-IX) TO WS-BSPL-REJECTS
               MOVE WS-PER-RATE-R(WS-PER-FOUND-IX)  TO WS-BSPL-RATE-R
               WRITE BSW-BILL-RPT-REC FROM WS-BREG-SPLIT-LINE
           END-IF.

       SCAN-NEXT-SPLIT-RTN.
           IF WS-PER-CLIENT(WS-PER-IX) = WS-BIL-CODE(WS-BIL-IX)
               AND (WS-SPL-DONE = ZERO
                    OR WS-PER-EFF-DATE(WS-PER-IX) > WS-SPL-LAST-EFF)
               IF WS-PER-FOUND-IX = ZERO
                   MOVE WS-PER-IX TO WS-PER-FOUND-IX
                   MOVE WS-PER-EFF-DATE(WS-PER-IX) TO WS-SPL-NEXT-EFF
               ELSE
                   IF WS-PER-EFF-DATE(WS-PER-IX) < WS-SPL-NEXT-EFF
                       MOVE WS-PER-IX TO WS-PER-FOUND-IX
                       MOVE WS-PER-EFF-DATE(WS-PER-IX)
                           TO WS-SPL-NEXT-EFF
                   END-IF
               END-IF
           END-IF.

       WRITE-REG-TRAILER-RTN.
           MOVE WS-BILLED-CLIENTS TO WS-BREG-TOT-CLIENTS.
           MOVE WS-TOT-AMT        TO WS-BREG-TOT-AMT.
           WRITE BSW-BILL-RPT-REC FROM WS-BREG-TRAILER-LINE.

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
