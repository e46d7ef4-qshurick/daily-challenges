      *                    RESTORES CORRECTLY).  A BAD OR MISSING
      *                    CONTROL CARD NOW SETS RETURN CODE 8 SO
      *                    THE SCHEDULER SEES THE REFUSAL.
      *    10-15-2026  QS  WIDENED THE ARCHIVE RECORD TO 111 BYTES
      *                    TO MATCH BSW-HIST-REC AFTER THE BSWIN
      *                    BATCH NUMBER AND THE COSTING METHOD WERE
      *                    ADDED TO THE HISTORY LAYOUT.
      *    10-15-2026  QS  START AND END OF EVERY RUN ARE NOW WRITTEN
      *                    TO THE BSWLEDG RUN LEDGER FOR THE BUSINESS
      *                    DATE, WITH THE MONTH RESTORED, OR FOR AN
      *                    ARCHIVE THE MONTH OF THE DAY BEFORE THE
      *                    CUTOFF (THE CUTOFF'S OWN MONTH UNLESS THE
      *                    CUTOFF IS THE 1ST), THE LAST MONTH THE RUN
      *                    PURGES.  AN ARCHIVE IS REFUSED WITH RETURN
      *                    CODE 8 UNLESS BSWBILL HAS ENDED WITH RETURN
      *                    CODE 4 OR LESS FOR THAT MONTH AND BSWTRND HAS
      *                    ENDED THE SAME WAY ON OR AFTER THE CUTOFF
      *                    DATE, OR A SUPERVISOR OVERRIDE FOR TODAY IS
      *                    ON BSWOVRD; AN OVERRIDE IS RECORDED ON THE
      *                    LEDGER.  A RESTORE HAS NO PREREQUISITE.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT BSW-ARCH-RPT-FILE ASSIGN TO BSWARPT
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
           COPY BSWHIST.

       FD  BSW-ARCH-FILE.
       01  BSW-ARCH-REC             PIC X(111).

       FD  BSW-ARCH-RPT-FILE.
       01  BSW-ARCH-RPT-REC         PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.

       FD  BSW-OVR-FILE.
           COPY BSWOVRD.

       FD  BSW-OPR-FILE.
           COPY BSWOPR.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-CTL-INFO.
          05 WS-REC-MONTH          PIC 9(06).
          05 WS-MTH-IX             PIC 9(03).
          05 WS-MTH-FOUND-IX       PIC 9(03).
          05 WS-ARC-PERIOD         PIC 9(06).
          05 WS-ARC-PERIOD-R REDEFINES WS-ARC-PERIOD.
             10 WS-ARC-PERIOD-YY   PIC 9(04).
             10 WS-ARC-PERIOD-MM   PIC 9(02).
          05 WS-ARC-CUTOFF-DD      PIC 9(02).
       01 WS-SWITCHES.
          05 WS-CTL-OK-SW          PIC X(1)         VALUE 'Y'.
             88 WS-CTL-OK                            VALUE 'Y'.
             '  SKIPPED= '.
          05 WS-ARPT-TOT-SKIPPED   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(39)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWARCH'.
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
               PERFORM SET-LEDGER-PERIOD-RTN
           END-IF.
           PERFORM WRITE-LEDGER-START-RTN.
           IF WS-CTL-INVALID
               DISPLAY 'BSWARCH RUN REFUSED - NO FILE UPDATED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           IF WS-FUNCTION = 'ARCHIVE'
               MOVE 'BSWBILL'      TO WS-PRQ-PROGRAM
               MOVE SPACE          TO WS-PRQ-MODE
               MOVE ZERO           TO WS-PRQ-DATE-FROM
               MOVE WS-LDG-DATE    TO WS-PRQ-DATE-TO
               MOVE WS-LDG-PERIOD  TO WS-PRQ-PERIOD
               PERFORM CHECK-PREREQ-RTN
               IF WS-PREREQ-MISSING
                   DISPLAY 'BSWARCH RUN REFUSED - ' WS-PRQ-MSG
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-END-RTN
                   STOP RUN
               END-IF
               MOVE 'BSWTRND'      TO WS-PRQ-PROGRAM
               MOVE SPACE          TO WS-PRQ-MODE
               MOVE WS-CUTOFF-DATE TO WS-PRQ-DATE-FROM
               MOVE WS-LDG-DATE    TO WS-PRQ-DATE-TO
               MOVE ZERO           TO WS-PRQ-PERIOD
               PERFORM CHECK-PREREQ-RTN
               IF WS-PREREQ-MISSING
                   DISPLAY 'BSWARCH RUN REFUSED - ' WS-PRQ-MSG
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-END-RTN
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT BSW-ARCH-RPT-FILE.
           PERFORM WRITE-RPT-HEADER-RTN.
      ******************************************************************
           CLOSE BSW-ARCH-RPT-FILE.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       SET-LEDGER-PERIOD-RTN.
           IF WS-FUNCTION = 'ARCHIVE'
               DIVIDE WS-CUTOFF-DATE BY 100 GIVING WS-ARC-PERIOD
                   REMAINDER WS-ARC-CUTOFF-DD
               IF WS-ARC-CUTOFF-DD = 1
                   IF WS-ARC-PERIOD-MM = 1
                       SUBTRACT 89 FROM WS-ARC-PERIOD
                   ELSE
                       SUBTRACT 1 FROM WS-ARC-PERIOD
                   END-IF
               END-IF
               MOVE WS-ARC-PERIOD TO WS-LDG-PERIOD
           ELSE
               MOVE WS-REST-MONTH TO WS-LDG-PERIOD
           END-IF.

       READ-CONTROL-RTN.
           OPEN INPUT BSW-ARCH-CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '00'
           MOVE WS-TOT-RESTORED TO WS-ARPT-TOT-RESTORED.
           MOVE WS-TOT-SKIPPED  TO WS-ARPT-TOT-SKIPPED.
           WRITE BSW-ARCH-RPT-REC FROM WS-ARPT-REST-LINE.

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
