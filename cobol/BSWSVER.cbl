      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWSVER.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  NIGHTLY INDEPENDENT
      *                    CHECK OF THE BSWSEQ SWAP SEQUENCES.  EVERY
      *                    ACCEPTED BSWHIST PAIR FOR TODAY'S RUN DATE
      *                    IS LOADED, THEN THE DAY'S BSWSEQ STEPS ARE
      *                    REPLAYED ON BSW-HIST-PAIR-A IN STEP ORDER
      *                    AND THE PAIR IS PROVED THREE WAYS - THE
      *                    REPLAYED STRING EQUALS BSW-HIST-PAIR-B, THE
      *                    STEP COUNT EQUALS BSW-HIST-DIFF, AND THE
      *                    STEP NUMBERS RUN 1, 2, 3 ... WITH NO GAP.
      *                    A PAIR COSTED AS ANY-POSITION EXCHANGES
      *                    ('X') MAY NOT USE A POSITION IN MORE THAN
      *                    ONE STEP; A PAIR COSTED AS ADJACENT
      *                    EXCHANGES ('A') MOVES ONE CHARACTER
      *                    THROUGH THE SAME SLOTS BY DESIGN, SO FOR IT
      *                    EVERY STEP MUST INSTEAD EXCHANGE TWO
      *                    NEIGHBOURING POSITIONS.  AN ACCEPTED PAIR
      *                    WITH A NON-ZERO SWAP COUNT AND NO BSWSEQ
      *                    RECORDS, OR WHOSE STEPS ARE SPLIT ACROSS
      *                    THE FILE, IS ALSO AN EXCEPTION.  EVERY
      *                    FAILED CHECK IS LISTED ON BSWSVRP AND ANY
      *                    EXCEPTION ENDS THE RUN WITH RETURN CODE 8.
      *                    STEPS FOR A PAIR WITH NO ACCEPTED HISTORY
      *                    TODAY (A BATCH TAKEN OUT BY BSWBKOUT) ARE
      *                    COUNTED FOR INFORMATION ONLY.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-HIST-FILE    ASSIGN TO BSWHIST
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BSW-HIST-KEY
                                    FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BSW-SEQ-FILE     ASSIGN TO BSWSEQ
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT BSW-SVER-RPT-FILE ASSIGN TO BSWSVRP
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-HIST-FILE.
           COPY BSWHIST.

       FD  BSW-SEQ-FILE.
           COPY BSWSEQ.

       FD  BSW-SVER-RPT-FILE.
       01  BSW-SVER-RPT-REC         PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-STATUSES.
          05 WS-HIST-FILE-STATUS   PIC X(02).
          05 WS-SEQ-FILE-STATUS    PIC X(02).
       01 WS-VAR.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-PAIR-ID            PIC 9(06).
          05 WS-WORK               PIC X(40).
          05 WS-HOLD               PIC X(01).
          05 WS-GRP-STEPS          PIC 9(04).
          05 WS-POS-GAP            PIC S9(02).
          05 WS-REASON             PIC X(36).
       01 WS-SWITCHES.
          05 WS-HIST-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-HIST-EOF                          VALUE 'Y'.
             88 WS-HIST-NOT-EOF                      VALUE 'N'.
          05 WS-SEQ-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-SEQ-EOF                           VALUE 'Y'.
             88 WS-SEQ-NOT-EOF                       VALUE 'N'.
          05 WS-VERIFIED-SW        PIC X(1)         VALUE 'Y'.
             88 WS-ALL-VERIFIED                      VALUE 'Y'.
             88 WS-EXCEPTIONS                        VALUE 'N'.
          05 WS-GROUP-SW           PIC X(1)         VALUE 'N'.
             88 WS-GROUP-OPEN                        VALUE 'Y'.
             88 WS-GROUP-NONE                        VALUE 'N'.
          05 WS-TRACKED-SW         PIC X(1)         VALUE 'N'.
             88 WS-GROUP-TRACKED                     VALUE 'Y'.
             88 WS-GROUP-ORPHAN                      VALUE 'N'.
          05 WS-PAIR-FAULTS.
             10 WS-GAP-SW          PIC X(1).
                88 WS-STEP-GAP                       VALUE 'Y'.
             10 WS-BAD-POS-SW      PIC X(1).
                88 WS-BAD-POSITION                   VALUE 'Y'.
             10 WS-REUSE-SW        PIC X(1).
                88 WS-POS-REUSED                     VALUE 'Y'.
             10 WS-NOT-ADJ-SW      PIC X(1).
                88 WS-NOT-ADJACENT                   VALUE 'Y'.
             10 WS-SPLIT-SW        PIC X(1).
                88 WS-STEPS-SPLIT                    VALUE 'Y'.
             10 WS-FAULT-SW        PIC X(1).
                88 WS-PAIR-FAILED                    VALUE 'Y'.
                88 WS-PAIR-GOOD                      VALUE 'N'.
       01 WS-POS-USED-TABLE.
          05 WS-POS-USED           PIC X(01) OCCURS 40 TIMES.
       01 WS-TOTALS.
          05 WS-TOT-PAIRS          PIC 9(06)        VALUE ZERO.
          05 WS-TOT-VERIFIED       PIC 9(06)        VALUE ZERO.
          05 WS-TOT-FAILED         PIC 9(06)        VALUE ZERO.
          05 WS-TOT-STEPS          PIC 9(08)        VALUE ZERO.
          05 WS-TOT-ORPHANS        PIC 9(06)        VALUE ZERO.
       01 WS-PAIR-TABLE.
          05 WS-PR-COUNT           PIC 9(04)        VALUE ZERO.
          05 WS-PR-IX              PIC 9(04).
          05 WS-PR-FOUND-IX        PIC 9(04).
          05 WS-PR-ENTRY OCCURS 3000 TIMES.
             10 WS-PR-PAIR-ID      PIC 9(06).
             10 WS-PR-CLIENT       PIC X(03).
             10 WS-PR-METHOD       PIC X(01).
             10 WS-PR-DIFF         PIC 9(04).
             10 WS-PR-PAIR-A       PIC X(40).
             10 WS-PR-PAIR-B       PIC X(40).
             10 WS-PR-SEEN         PIC X(01).
       01 WS-VRPT-HEADER-LINE.
          05 FILLER                PIC X(29)        VALUE
             'SWAP SEQUENCE VERIFICATION - '.
          05 WS-VRPT-DATE          PIC 9(08).
          05 FILLER                PIC X(43)        VALUE SPACES.
       01 WS-VRPT-EXCEPT-LINE.
          05 FILLER                PIC X(05)        VALUE 'PAIR '.
          05 WS-VRPT-PAIR-ID       PIC 9(06).
          05 FILLER                PIC X(09)        VALUE '  CLIENT '.
          05 WS-VRPT-CLIENT        PIC X(03).
          05 FILLER                PIC X(06)        VALUE ' COST '.
          05 WS-VRPT-METHOD        PIC X(01).
          05 FILLER                PIC X(03)        VALUE ' - '.
          05 WS-VRPT-REASON        PIC X(36).
          05 FILLER                PIC X(11)        VALUE SPACES.
       01 WS-VRPT-TOTAL-LINE.
          05 WS-VRPT-TOT-NAME      PIC X(30).
          05 WS-VRPT-TOT-COUNT     PIC ZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(40)        VALUE SPACES.
       01 WS-VRPT-FULL-LINE.
          05 FILLER                PIC X(47)        VALUE
             'MORE THAN 3000 ACCEPTED PAIRS - REST UNVERIFIED'.
          05 FILLER                PIC X(33)        VALUE SPACES.
       01 WS-VRPT-GOOD-LINE.
          05 FILLER                PIC X(22)        VALUE
             'ALL SEQUENCES VERIFIED'.
          05 FILLER                PIC X(58)        VALUE SPACES.
       01 WS-VRPT-BAD-LINE.
          05 FILLER                PIC X(35)        VALUE
             'SEQUENCE EXCEPTIONS - SEE ABOVE'.
          05 FILLER                PIC X(45)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWSVER'.
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
           MOVE WS-RUN-DATE TO WS-LDG-DATE.
           PERFORM WRITE-LEDGER-START-RTN.
           OPEN OUTPUT BSW-SVER-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-VRPT-DATE.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-HEADER-LINE.
      ******************************************************************
       MAIN-RTN.
           PERFORM LOAD-HISTORY-RTN.
           PERFORM REPLAY-SEQUENCES-RTN.
           PERFORM CHECK-UNSEEN-RTN VARYING WS-PR-IX
     -         FROM 1 BY 1 UNTIL WS-PR-IX > WS-PR-COUNT.
           PERFORM WRITE-TOTALS-RTN.
           IF WS-ALL-VERIFIED
               WRITE BSW-SVER-RPT-REC FROM WS-VRPT-GOOD-LINE
               DISPLAY 'SWAP SEQUENCE VERIFICATION - ALL VERIFIED'
               MOVE ZERO TO RETURN-CODE
           ELSE
               WRITE BSW-SVER-RPT-REC FROM WS-VRPT-BAD-LINE
               DISPLAY 'SWAP SEQUENCE VERIFICATION - EXCEPTIONS -'
                   ' SEE BSWSVRP'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BSW-SVER-RPT-FILE.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       LOAD-HISTORY-RTN.
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
               SET WS-EXCEPTIONS TO TRUE
               DISPLAY 'BSWHIST IS MISSING - STATUS '
                   WS-HIST-FILE-STATUS
           END-IF.

       READ-HISTORY-RTN.
           READ BSW-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF BSW-HIST-RUN-DATE = WS-RUN-DATE
                       AND BSW-HIST-ACCEPTED
                       PERFORM LOAD-PAIR-RTN
                   END-IF
           END-READ.

       LOAD-PAIR-RTN.
           IF WS-PR-COUNT < 3000
               ADD 1 TO WS-PR-COUNT
               MOVE BSW-HIST-PAIR-ID   TO WS-PR-PAIR-ID(WS-PR-COUNT)
               MOVE BSW-HIST-CLIENT-CD TO WS-PR-CLIENT(WS-PR-COUNT)
               IF BSW-HIST-COST-ADJACENT
                   MOVE 'A' TO WS-PR-METHOD(WS-PR-COUNT)
               ELSE
                   MOVE 'X' TO WS-PR-METHOD(WS-PR-COUNT)
               END-IF
               MOVE BSW-HIST-DIFF      TO WS-PR-DIFF(WS-PR-COUNT)
               MOVE BSW-HIST-PAIR-A    TO WS-PR-PAIR-A(WS-PR-COUNT)
               MOVE BSW-HIST-PAIR-B    TO WS-PR-PAIR-B(WS-PR-COUNT)
               MOVE 'N'                TO WS-PR-SEEN(WS-PR-COUNT)
           ELSE
               IF WS-ALL-VERIFIED
                   WRITE BSW-SVER-RPT-REC FROM WS-VRPT-FULL-LINE
               END-IF
               SET WS-EXCEPTIONS TO TRUE
           END-IF.

       REPLAY-SEQUENCES-RTN.
           OPEN INPUT BSW-SEQ-FILE.
           IF WS-SEQ-FILE-STATUS = '00'
               PERFORM READ-SEQ-RTN UNTIL WS-SEQ-EOF
               CLOSE BSW-SEQ-FILE
               IF WS-GROUP-OPEN
                   PERFORM END-GROUP-RTN
               END-IF
           ELSE
               DISPLAY 'BSWSEQ IS MISSING - STATUS '
                   WS-SEQ-FILE-STATUS
           END-IF.

       READ-SEQ-RTN.
           READ BSW-SEQ-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF WS-GROUP-OPEN
                       AND BSW-SEQ-PAIR-ID NOT = WS-PAIR-ID
                       PERFORM END-GROUP-RTN
                   END-IF
                   IF WS-GROUP-NONE
                       PERFORM START-GROUP-RTN
                   END-IF
                   IF WS-GROUP-TRACKED
                       PERFORM APPLY-STEP-RTN
                   END-IF
           END-READ.

       START-GROUP-RTN.
           SET WS-GROUP-OPEN TO TRUE.
           MOVE BSW-SEQ-PAIR-ID TO WS-PAIR-ID.
           PERFORM FIND-PAIR-RTN.
           IF WS-PR-FOUND-IX = ZERO
               SET WS-GROUP-ORPHAN TO TRUE
               ADD 1 TO WS-TOT-ORPHANS
           ELSE
               SET WS-GROUP-TRACKED TO TRUE
               MOVE 'NNNNNN' TO WS-PAIR-FAULTS
               IF WS-PR-SEEN(WS-PR-FOUND-IX) = 'Y'
                   SET WS-STEPS-SPLIT TO TRUE
               END-IF
               MOVE 'Y' TO WS-PR-SEEN(WS-PR-FOUND-IX)
               MOVE WS-PR-PAIR-A(WS-PR-FOUND-IX) TO WS-WORK
               MOVE ZERO TO WS-GRP-STEPS
               MOVE ALL 'N' TO WS-POS-USED-TABLE
           END-IF.

       FIND-PAIR-RTN.
           MOVE ZERO TO WS-PR-FOUND-IX.
           PERFORM SCAN-PAIR-RTN VARYING WS-PR-IX
     -         FROM 1 BY 1 UNTIL WS-PR-IX > WS-PR-COUNT
     -         OR WS-PR-FOUND-IX > ZERO.

       SCAN-PAIR-RTN.
           IF WS-PR-PAIR-ID(WS-PR-IX) = WS-PAIR-ID
               MOVE WS-PR-IX TO WS-PR-FOUND-IX
           END-IF.

       APPLY-STEP-RTN.
           ADD 1 TO WS-GRP-STEPS.
           ADD 1 TO WS-TOT-STEPS.
           IF BSW-SEQ-STEP-NO NOT = WS-GRP-STEPS
               SET WS-STEP-GAP TO TRUE
           END-IF.
           IF BSW-SEQ-POS-FROM < 1 OR BSW-SEQ-POS-FROM > 40
               OR BSW-SEQ-POS-TO < 1 OR BSW-SEQ-POS-TO > 40
               OR BSW-SEQ-POS-FROM = BSW-SEQ-POS-TO
               SET WS-BAD-POSITION TO TRUE
           ELSE
               PERFORM CHECK-STEP-RULE-RTN
               MOVE WS-WORK(BSW-SEQ-POS-FROM:1) TO WS-HOLD
               MOVE WS-WORK(BSW-SEQ-POS-TO:1)
                   TO WS-WORK(BSW-SEQ-POS-FROM:1)
               MOVE WS-HOLD TO WS-WORK(BSW-SEQ-POS-TO:1)
           END-IF.

       CHECK-STEP-RULE-RTN.
           IF WS-PR-METHOD(WS-PR-FOUND-IX) = 'A'
               SUBTRACT BSW-SEQ-POS-TO FROM BSW-SEQ-POS-FROM
                   GIVING WS-POS-GAP
               IF WS-POS-GAP NOT = 1 AND WS-POS-GAP NOT = -1
                   SET WS-NOT-ADJACENT TO TRUE
               END-IF
           ELSE
               IF WS-POS-USED(BSW-SEQ-POS-FROM) = 'Y'
                   OR WS-POS-USED(BSW-SEQ-POS-TO) = 'Y'
                   SET WS-POS-REUSED TO TRUE
               END-IF
               MOVE 'Y' TO WS-POS-USED(BSW-SEQ-POS-FROM)
               MOVE 'Y' TO WS-POS-USED(BSW-SEQ-POS-TO)
           END-IF.

       END-GROUP-RTN.
           IF WS-GROUP-TRACKED
               PERFORM PROVE-PAIR-RTN
           END-IF.
           SET WS-GROUP-NONE TO TRUE.
           SET WS-GROUP-ORPHAN TO TRUE.

       PROVE-PAIR-RTN.
           ADD 1 TO WS-TOT-PAIRS.
           MOVE WS-PR-FOUND-IX TO WS-PR-IX.
           IF WS-STEPS-SPLIT
               MOVE 'STEPS SPLIT ACROSS BSWSEQ' TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-WORK NOT = WS-PR-PAIR-B(WS-PR-IX)
               MOVE 'REPLAYED STRING IS NOT PAIR B' TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-GRP-STEPS NOT = WS-PR-DIFF(WS-PR-IX)
               MOVE 'STEP COUNT IS NOT THE SWAP COUNT' TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-STEP-GAP
               MOVE 'STEP NUMBERS NOT CONTIGUOUS' TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-BAD-POSITION
               MOVE 'STEP POSITION OUT OF RANGE' TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-POS-REUSED
               MOVE 'POSITION USED IN MORE THAN ONE STEP'
                   TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-NOT-ADJACENT
               MOVE 'STEP IS NOT AN ADJACENT EXCHANGE' TO WS-REASON
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-PAIR-FAILED
               ADD 1 TO WS-TOT-FAILED
           ELSE
               ADD 1 TO WS-TOT-VERIFIED
           END-IF.

       CHECK-UNSEEN-RTN.
           IF WS-PR-SEEN(WS-PR-IX) NOT = 'Y'
               ADD 1 TO WS-TOT-PAIRS
               MOVE 'NNNNNN' TO WS-PAIR-FAULTS
               IF WS-PR-DIFF(WS-PR-IX) > ZERO
                   OR WS-PR-PAIR-A(WS-PR-IX) NOT =
                      WS-PR-PAIR-B(WS-PR-IX)
                   MOVE 'NO SEQUENCE RECORDS ON BSWSEQ'
                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION-RTN
                   ADD 1 TO WS-TOT-FAILED
               ELSE
                   ADD 1 TO WS-TOT-VERIFIED
               END-IF
           END-IF.

       WRITE-EXCEPTION-RTN.
           SET WS-PAIR-FAILED TO TRUE.
           SET WS-EXCEPTIONS TO TRUE.
           MOVE WS-PR-PAIR-ID(WS-PR-IX) TO WS-VRPT-PAIR-ID.
           MOVE WS-PR-CLIENT(WS-PR-IX)  TO WS-VRPT-CLIENT.
           MOVE WS-PR-METHOD(WS-PR-IX)  TO WS-VRPT-METHOD.
           MOVE WS-REASON               TO WS-VRPT-REASON.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-EXCEPT-LINE.

       WRITE-TOTALS-RTN.
           MOVE 'ACCEPTED PAIRS CHECKED . . . .' TO WS-VRPT-TOT-NAME.
           MOVE WS-TOT-PAIRS    TO WS-VRPT-TOT-COUNT.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-TOTAL-LINE.
           MOVE 'PAIRS VERIFIED . . . . . . . .' TO WS-VRPT-TOT-NAME.
           MOVE WS-TOT-VERIFIED TO WS-VRPT-TOT-COUNT.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-TOTAL-LINE.
           MOVE 'PAIRS WITH EXCEPTIONS  . . . .' TO WS-VRPT-TOT-NAME.
           MOVE WS-TOT-FAILED   TO WS-VRPT-TOT-COUNT.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-TOTAL-LINE.
           MOVE 'SEQUENCE STEPS REPLAYED  . . .' TO WS-VRPT-TOT-NAME.
           MOVE WS-TOT-STEPS    TO WS-VRPT-TOT-COUNT.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-TOTAL-LINE.
           MOVE 'ORPHAN SEQUENCES (INFO ONLY) .' TO WS-VRPT-TOT-NAME.
           MOVE WS-TOT-ORPHANS  TO WS-VRPT-TOT-COUNT.
           WRITE BSW-SVER-RPT-REC FROM WS-VRPT-TOTAL-LINE.

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
