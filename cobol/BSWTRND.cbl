      *                    SWEPT OUT OF THE LIVE FILE STILL TREND.
      *                    A MISSING OR INVALID CONTROL CARD REFUSES
      *                    THE RUN UP FRONT WITH RETURN CODE 8.
      *    10-15-2026  QS  WIDENED THE ARCHIVE RECORD TO 111 BYTES
      *                    TO MATCH BSW-HIST-REC AFTER THE BSWIN
      *                    BATCH NUMBER AND THE COSTING METHOD WERE
      *                    ADDED TO THE HISTORY LAYOUT.
      *    10-15-2026  QS  THE TREND IS NOW ROLLED UP BY CLIENT,
      *                    COSTING METHOD AND MONTH, SO A CLIENT
      *                    MOVED TO ADJACENT-SWAP COSTING STARTS A
      *                    NEW TREND LINE INSTEAD OF SHOWING A JUMP
      *                    IN SWAPS AGAINST ANY-POSITION COUNTS - NO
      *                    CHANGE LINE IS PRINTED ACROSS METHODS.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT BSW-TRND-RPT-FILE ASSIGN TO BSWTRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           COPY BSWHIST.

       FD  BSW-ARCH-FILE.
       01  BSW-ARCH-REC             PIC X(111).

       FD  BSW-TRND-RPT-FILE.
       01  BSW-TRND-RPT-REC         PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-CTL-INFO.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-REC-MONTH          PIC 9(06).
          05 WS-REC-CLIENT         PIC X(03).
          05 WS-REC-METHOD         PIC X(01).
          05 WS-TRN-IX             PIC 9(03).
          05 WS-TRN-FOUND-IX       PIC 9(03).
          05 WS-SRT-I              PIC 9(03).
          05 WS-CHG-PAIRS          PIC S9(07).
          05 WS-CHG-SWAPS          PIC S9(09).
          05 WS-PRIOR-CLIENT       PIC X(03).
          05 WS-PRIOR-METHOD       PIC X(01).
          05 WS-PRIOR-PAIRS        PIC 9(06).
          05 WS-PRIOR-SWAPS        PIC 9(08).
       01 WS-SWITCHES.
          05 WS-TRN-ENTRY OCCURS 360 TIMES.
             10 WS-TRN-KEY.
                15 WS-TRN-CLIENT   PIC X(03).
                15 WS-TRN-METHOD   PIC X(01).
                15 WS-TRN-MONTH    PIC 9(06).
             10 WS-TRN-PAIRS       PIC 9(06).
             10 WS-TRN-REJECTS     PIC 9(06).
             10 WS-TRN-SWAPS       PIC 9(08).
             10 WS-TRN-EXPRESS     PIC 9(06).
             10 WS-TRN-NIGHTLY     PIC 9(06).
       01 WS-TRN-HOLD              PIC X(42).
       01 WS-TRPT-HEADER-LINE.
          05 FILLER                PIC X(29)        VALUE
             'CLIENT MONTHLY TREND - RUN   '.
          05 WS-TRPT-REJECTS       PIC ZZZ,ZZ9.
          05 FILLER                PIC X(07)        VALUE ' SWAPS '.
          05 WS-TRPT-SWAPS         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(06)        VALUE ' COST '.
          05 WS-TRPT-METHOD        PIC X(01).
          05 FILLER                PIC X(02)        VALUE SPACES.
       01 WS-TRPT-MIX-LINE.
          05 FILLER                PIC X(11)        VALUE
             '  REJ RATE '.
          05 FILLER                PIC X(09)        VALUE '  SWAPS= '.
          05 WS-TRPT-TOT-SWAPS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(14)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWTRND'.
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
           PERFORM READ-CONTROL-RTN.
           IF WS-CTL-INVALID
               DISPLAY 'BSWTRND RUN REFUSED - BAD OR MISSING'
                   ' BSWTCTL CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
      ******************************************************************
           CLOSE BSW-TRND-RPT-FILE.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       READ-CONTROL-RTN.
       TALLY-HIST-REC-RTN.
           MOVE BSW-HIST-RUN-DATE(1:6) TO WS-REC-MONTH.
           MOVE BSW-HIST-CLIENT-CD     TO WS-REC-CLIENT.
           IF BSW-HIST-COST-ADJACENT
               MOVE 'A' TO WS-REC-METHOD
           ELSE
               MOVE 'X' TO WS-REC-METHOD
           END-IF.
           PERFORM FIND-TREND-RTN.
           ADD 1 TO WS-TRN-PAIRS(WS-TRN-FOUND-IX).
           ADD 1 TO WS-TOT-PAIRS.
                   MOVE WS-TRN-COUNT TO WS-TRN-FOUND-IX
                   MOVE WS-REC-CLIENT
                       TO WS-TRN-CLIENT(WS-TRN-FOUND-IX)
                   MOVE WS-REC-METHOD
                       TO WS-TRN-METHOD(WS-TRN-FOUND-IX)
                   MOVE WS-REC-MONTH
                       TO WS-TRN-MONTH(WS-TRN-FOUND-IX)
                   MOVE ZERO TO WS-TRN-PAIRS(WS-TRN-FOUND-IX)
                   MOVE ZERO TO WS-TRN-NIGHTLY(WS-TRN-FOUND-IX)
               ELSE
                   DISPLAY 'TREND TABLE FULL - LUMPING '
                       WS-REC-CLIENT ' ' WS-REC-METHOD ' '
                       WS-REC-MONTH
                       ' INTO LAST ENTRY'
                   MOVE WS-TRN-COUNT TO WS-TRN-FOUND-IX
               END-IF

       SCAN-TREND-RTN.
           IF WS-TRN-CLIENT(WS-TRN-IX) = WS-REC-CLIENT
               AND WS-TRN-METHOD(WS-TRN-IX) = WS-REC-METHOD
               AND WS-TRN-MONTH(WS-TRN-IX) = WS-REC-MONTH
               MOVE WS-TRN-IX TO WS-TRN-FOUND-IX
           END-IF.

       WRITE-TREND-ONE-RTN.
           IF WS-TRN-CLIENT(WS-TRN-IX) = WS-PRIOR-CLIENT
               AND WS-TRN-METHOD(WS-TRN-IX) = WS-PRIOR-METHOD
               SET WS-PRIOR-MONTH TO TRUE
           ELSE
               SET WS-NO-PRIOR-MONTH TO TRUE
           END-IF.
           MOVE WS-TRN-CLIENT(WS-TRN-IX)  TO WS-TRPT-CLIENT.
           MOVE WS-TRN-MONTH(WS-TRN-IX)   TO WS-TRPT-MONTH.
           MOVE WS-TRN-METHOD(WS-TRN-IX)  TO WS-TRPT-METHOD.
           MOVE WS-TRN-PAIRS(WS-TRN-IX)   TO WS-TRPT-PAIRS.
           MOVE WS-TRN-REJECTS(WS-TRN-IX) TO WS-TRPT-REJECTS.
           MOVE WS-TRN-SWAPS(WS-TRN-IX)   TO WS-TRPT-SWAPS.
               PERFORM WRITE-CHANGE-LINE-RTN
           END-IF.
           MOVE WS-TRN-CLIENT(WS-TRN-IX) TO WS-PRIOR-CLIENT.
           MOVE WS-TRN-METHOD(WS-TRN-IX) TO WS-PRIOR-METHOD.
           MOVE WS-TRN-PAIRS(WS-TRN-IX)  TO WS-PRIOR-PAIRS.
           MOVE WS-TRN-SWAPS(WS-TRN-IX)  TO WS-PRIOR-SWAPS.

           MOVE WS-TOT-REJECTS TO WS-TRPT-TOT-REJECTS.
           MOVE WS-TOT-SWAPS   TO WS-TRPT-TOT-SWAPS.
           WRITE BSW-TRND-RPT-REC FROM WS-TRPT-TRAILER-LINE.

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
