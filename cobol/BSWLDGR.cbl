      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWLDGR.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  DAILY JOB-CHAIN REPORT
      *                    OVER THE BSWLEDG RUN LEDGER.  TODAY'S
      *                    ENTRIES ARE LISTED ON BSWLRPT IN THE ORDER
      *                    WRITTEN - EVERY START, END AND SUPERVISOR
      *                    OVERRIDE WITH ITS TIME, RETURN CODE AND
      *                    OPERATOR - FOLLOWED BY ONE LINE PER
      *                    PROGRAM AND RUN MODE GIVING THE NUMBER OF
      *                    RUNS, THE LAST START AND END AND HOW THE
      *                    LAST RUN ENDED, THE NIGHTLY CHAIN BSWGEN,
      *                    BINARY-SWAP (NIGHTLY), BSWBAL AND BSWACK IN
      *                    ORDER WITH ANY STEP NOT YET RUN SHOWN AS
      *                    SUCH, AND DAY TOTALS.  A RUN THAT FAILED OR
      *                    NEVER ENDED SETS RETURN CODE 4.  A MISSING
      *                    LEDGER REFUSES THE RUN WITH RETURN CODE 8;
      *                    A FULL WORK TABLE IS REPORTED AND ALSO ENDS
      *                    WITH RETURN CODE 8.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT BSW-LDG-RPT-FILE ASSIGN TO BSWLRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-LDG-FILE.
           COPY BSWLEDG.

       FD  BSW-LDG-RPT-FILE.
       01  BSW-LDG-RPT-REC          PIC X(80).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-STATUSES.
          05 WS-LDG-FILE-STATUS    PIC X(02).
       01 WS-VAR.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-RUN-IX             PIC 9(02).
          05 WS-RUN-FOUND-IX       PIC 9(02).
          05 WS-CHN-IX             PIC 9(02).
          05 WS-TIME-WORK          PIC 9(08).
          05 WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
             10 WS-TIME-HHMMSS     PIC 9(06).
             10 FILLER             PIC 9(02).
       01 WS-SWITCHES.
          05 WS-LDG-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-LDG-EOF                           VALUE 'Y'.
             88 WS-LDG-NOT-EOF                       VALUE 'N'.
          05 WS-TBL-FULL-SW        PIC X(1)         VALUE 'N'.
             88 WS-TBL-FULL                          VALUE 'Y'.
       01 WS-TOTALS.
          05 WS-TOT-ENTRIES        PIC 9(06)        VALUE ZERO.
          05 WS-TOT-RUNS           PIC 9(04)        VALUE ZERO.
          05 WS-TOT-FAILED         PIC 9(04)        VALUE ZERO.
          05 WS-TOT-NO-END         PIC 9(04)        VALUE ZERO.
          05 WS-TOT-OVERRIDES      PIC 9(04)        VALUE ZERO.
       01 WS-RUN-TABLE.
          05 WS-RUN-COUNT          PIC 9(02)        VALUE ZERO.
          05 WS-RUN-ENTRY OCCURS 50 TIMES.
             10 WS-RUN-PROGRAM     PIC X(08).
             10 WS-RUN-MODE        PIC X(01).
             10 WS-RUN-STARTS      PIC 9(03).
             10 WS-RUN-OVERRIDES   PIC 9(03).
             10 WS-RUN-LAST-START  PIC 9(06).
             10 WS-RUN-LAST-END    PIC 9(06).
             10 WS-RUN-LAST-RC     PIC 9(02).
             10 WS-RUN-STATE       PIC X(01).
                88 WS-RUN-STARTED                    VALUE 'S'.
                88 WS-RUN-ENDED                      VALUE 'E'.
       01 WS-CHAIN-TBL.
          05 FILLER                PIC X(09)        VALUE 'BSWGEN   '.
          05 FILLER                PIC X(09)        VALUE 'BINARYSWN'.
          05 FILLER                PIC X(09)        VALUE 'BSWBAL   '.
          05 FILLER                PIC X(09)        VALUE 'BSWACK   '.
       01 WS-CHAIN-R REDEFINES WS-CHAIN-TBL.
          05 WS-CHN-ENTRY OCCURS 4 TIMES.
             10 WS-CHN-PROGRAM     PIC X(08).
             10 WS-CHN-MODE        PIC X(01).
       01 WS-LRPT-HEADER-LINE.
          05 FILLER                PIC X(37)        VALUE
             'JOB-CHAIN RUN LEDGER - BUSINESS DATE '.
          05 WS-LRP-RUN-DATE       PIC 9(08).
          05 FILLER                PIC X(35)        VALUE SPACES.
       01 WS-LRPT-TITLE-LINE.
          05 WS-LRP-TITLE          PIC X(50).
          05 FILLER                PIC X(30)        VALUE SPACES.
       01 WS-LRPT-COLUMN-LINE.
          05 FILLER                PIC X(44)        VALUE
             'TIME   PROGRAM  M EVENT    RC OPERATOR TEXT'.
          05 FILLER                PIC X(36)        VALUE SPACES.
       01 WS-LRPT-ENTRY-LINE.
          05 WS-LRP-TIME           PIC 9(06).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-PROGRAM        PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-MODE           PIC X(01).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-EVENT          PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-RC             PIC X(02).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-OPERATOR       PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-TEXT           PIC X(40).
          05 FILLER                PIC X(01)        VALUE SPACE.
       01 WS-LRPT-OVR-TEXT.
          05 FILLER                PIC X(23)        VALUE
             'OVERRIDES PREREQUISITE '.
          05 WS-LRP-OVR-PREREQ     PIC X(08).
          05 FILLER                PIC X(09)        VALUE SPACES.
       01 WS-LRPT-REASON-LINE.
          05 FILLER                PIC X(39)        VALUE SPACES.
          05 WS-LRP-REASON         PIC X(40).
          05 FILLER                PIC X(01)        VALUE SPACE.
       01 WS-LRPT-RUN-LINE.
          05 WS-LRP-RUN-PROGRAM    PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-RUN-MODE       PIC X(01).
          05 FILLER                PIC X(06)        VALUE ' RUNS '.
          05 WS-LRP-RUN-STARTS     PIC ZZ9.
          05 FILLER                PIC X(07)        VALUE ' START '.
          05 WS-LRP-RUN-START      PIC X(06).
          05 FILLER                PIC X(05)        VALUE ' END '.
          05 WS-LRP-RUN-END        PIC X(06).
          05 FILLER                PIC X(04)        VALUE ' RC '.
          05 WS-LRP-RUN-RC         PIC X(02).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-LRP-RUN-STATUS     PIC X(10).
          05 FILLER                PIC X(11)        VALUE
             ' OVERRIDES '.
          05 WS-LRP-RUN-OVERRIDES  PIC ZZ9.
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-LRPT-TRAILER-LINE.
          05 FILLER                PIC X(09)        VALUE
             'ENTRIES= '.
          05 WS-LRP-TOT-ENTRIES    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(08)        VALUE '  RUNS= '.
          05 WS-LRP-TOT-RUNS       PIC Z,ZZ9.
          05 FILLER                PIC X(10)        VALUE
             '  FAILED= '.
          05 WS-LRP-TOT-FAILED     PIC Z,ZZ9.
          05 FILLER                PIC X(10)        VALUE
             '  NO END= '.
          05 WS-LRP-TOT-NO-END     PIC Z,ZZ9.
          05 FILLER                PIC X(13)        VALUE
             '  OVERRIDES= '.
          05 WS-LRP-TOT-OVERRIDES  PIC Z,ZZ9.
          05 FILLER                PIC X(03)        VALUE SPACES.
      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BSW-LDG-FILE.
           IF WS-LDG-FILE-STATUS NOT = '00'
               DISPLAY 'BSWLDGR RUN REFUSED - BSWLEDG RUN LEDGER'
                   ' IS MISSING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BSW-LDG-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-LRP-RUN-DATE.
           WRITE BSW-LDG-RPT-REC FROM WS-LRPT-HEADER-LINE.
      ******************************************************************
       MAIN-RTN.
           MOVE 'LEDGER ENTRIES' TO WS-LRP-TITLE.
           PERFORM WRITE-TITLE-RTN.
           WRITE BSW-LDG-RPT-REC FROM WS-LRPT-COLUMN-LINE.
           PERFORM READ-LEDGER-RTN UNTIL WS-LDG-EOF.
           CLOSE BSW-LDG-FILE.
           IF WS-TOT-ENTRIES = ZERO
               PERFORM WRITE-NONE-RTN
           END-IF.
           PERFORM WRITE-BY-PROGRAM-RTN.
           PERFORM WRITE-CHAIN-RTN.
           MOVE WS-TOT-ENTRIES   TO WS-LRP-TOT-ENTRIES.
           MOVE WS-TOT-RUNS      TO WS-LRP-TOT-RUNS.
           MOVE WS-TOT-FAILED    TO WS-LRP-TOT-FAILED.
           MOVE WS-TOT-NO-END    TO WS-LRP-TOT-NO-END.
           MOVE WS-TOT-OVERRIDES TO WS-LRP-TOT-OVERRIDES.
           WRITE BSW-LDG-RPT-REC FROM WS-LRPT-TRAILER-LINE.
           CLOSE BSW-LDG-RPT-FILE.
           IF WS-TOT-FAILED > ZERO OR WS-TOT-NO-END > ZERO
               DISPLAY 'BSWLDGR - ' WS-TOT-FAILED ' RUN(S) FAILED, '
                   WS-TOT-NO-END ' RUN(S) WITH NO END ON '
                   WS-RUN-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TBL-FULL
               DISPLAY 'BSWLDGR WORK TABLE FULL - REPORT IS'
                   ' INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAIN-EXT.
           STOP RUN.

       READ-LEDGER-RTN.
           READ BSW-LDG-FILE
               AT END
                   SET WS-LDG-EOF TO TRUE
               NOT AT END
                   IF BSW-LDG-BUS-DATE = WS-RUN-DATE
                       ADD 1 TO WS-TOT-ENTRIES
                       PERFORM WRITE-ENTRY-LINE-RTN
                       PERFORM TALLY-RUN-RTN
                   END-IF
           END-READ.

       WRITE-ENTRY-LINE-RTN.
           MOVE BSW-LDG-TIME        TO WS-TIME-WORK.
           MOVE WS-TIME-HHMMSS      TO WS-LRP-TIME.
           MOVE BSW-LDG-PROGRAM     TO WS-LRP-PROGRAM.
           MOVE BSW-LDG-RUN-MODE    TO WS-LRP-MODE.
           MOVE BSW-LDG-OPERATOR-ID TO WS-LRP-OPERATOR.
           MOVE SPACES              TO WS-LRP-RC.
           MOVE BSW-LDG-TEXT        TO WS-LRP-TEXT.
           EVALUATE TRUE
               WHEN BSW-LDG-START
                   MOVE 'START'     TO WS-LRP-EVENT
               WHEN BSW-LDG-END
                   MOVE 'END'       TO WS-LRP-EVENT
                   MOVE BSW-LDG-RC  TO WS-LRP-RC
               WHEN BSW-LDG-OVERRIDE
                   MOVE 'OVERRIDE'  TO WS-LRP-EVENT
                   MOVE BSW-LDG-PREREQ TO WS-LRP-OVR-PREREQ
                   MOVE WS-LRPT-OVR-TEXT TO WS-LRP-TEXT
               WHEN OTHER
                   MOVE BSW-LDG-EVENT TO WS-LRP-EVENT
           END-EVALUATE.
           WRITE BSW-LDG-RPT-REC FROM WS-LRPT-ENTRY-LINE.
           IF BSW-LDG-OVERRIDE
               MOVE BSW-LDG-TEXT TO WS-LRP-REASON
               WRITE BSW-LDG-RPT-REC FROM WS-LRPT-REASON-LINE
           END-IF.

       TALLY-RUN-RTN.
           MOVE ZERO TO WS-RUN-FOUND-IX.
           PERFORM SCAN-RUN-RTN VARYING WS-RUN-IX
     -         FROM 1 BY 1 UNTIL WS-RUN-IX > WS-RUN-COUNT
     -         OR WS-RUN-FOUND-IX > ZERO.
           IF WS-RUN-FOUND-IX = ZERO
               IF WS-RUN-COUNT < 50
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-FOUND-IX
                   MOVE BSW-LDG-PROGRAM
                       TO WS-RUN-PROGRAM(WS-RUN-FOUND-IX)
                   MOVE BSW-LDG-RUN-MODE
                       TO WS-RUN-MODE(WS-RUN-FOUND-IX)
                   MOVE ZERO TO WS-RUN-STARTS(WS-RUN-FOUND-IX)
                   MOVE ZERO TO WS-RUN-OVERRIDES(WS-RUN-FOUND-IX)
                   MOVE ZERO TO WS-RUN-LAST-START(WS-RUN-FOUND-IX)
                   MOVE ZERO TO WS-RUN-LAST-END(WS-RUN-FOUND-IX)
                   MOVE ZERO TO WS-RUN-LAST-RC(WS-RUN-FOUND-IX)
                   MOVE SPACE TO WS-RUN-STATE(WS-RUN-FOUND-IX)
               ELSE
                   SET WS-TBL-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-RUN-FOUND-IX > ZERO
               EVALUATE TRUE
                   WHEN BSW-LDG-START
                       ADD 1 TO WS-RUN-STARTS(WS-RUN-FOUND-IX)
                       ADD 1 TO WS-TOT-RUNS
                       MOVE WS-TIME-HHMMSS
                           TO WS-RUN-LAST-START(WS-RUN-FOUND-IX)
                       SET WS-RUN-STARTED(WS-RUN-FOUND-IX) TO TRUE
                   WHEN BSW-LDG-END
                       MOVE WS-TIME-HHMMSS
                           TO WS-RUN-LAST-END(WS-RUN-FOUND-IX)
                       MOVE BSW-LDG-RC
                           TO WS-RUN-LAST-RC(WS-RUN-FOUND-IX)
                       SET WS-RUN-ENDED(WS-RUN-FOUND-IX) TO TRUE
                   WHEN BSW-LDG-OVERRIDE
                       ADD 1 TO WS-RUN-OVERRIDES(WS-RUN-FOUND-IX)
                       ADD 1 TO WS-TOT-OVERRIDES
               END-EVALUATE
           END-IF.

       SCAN-RUN-RTN.
           IF WS-RUN-PROGRAM(WS-RUN-IX) = BSW-LDG-PROGRAM
               AND WS-RUN-MODE(WS-RUN-IX) = BSW-LDG-RUN-MODE
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.

       WRITE-TITLE-RTN.
           WRITE BSW-LDG-RPT-REC FROM WS-LRPT-TITLE-LINE.

       WRITE-NONE-RTN.
           MOVE '    NONE' TO WS-LRP-TITLE.
           PERFORM WRITE-TITLE-RTN.

       WRITE-BY-PROGRAM-RTN.
           MOVE 'RUNS BY PROGRAM AND MODE' TO WS-LRP-TITLE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-PROGRAM-LINE-RTN VARYING WS-RUN-IX
     -         FROM 1 BY 1 UNTIL WS-RUN-IX > WS-RUN-COUNT.
           IF WS-RUN-COUNT = ZERO
               PERFORM WRITE-NONE-RTN
           END-IF.

       WRITE-PROGRAM-LINE-RTN.
           PERFORM WRITE-RUN-LINE-RTN.
           IF WS-RUN-STARTED(WS-RUN-IX)
               ADD 1 TO WS-TOT-NO-END
           END-IF.
           IF WS-RUN-ENDED(WS-RUN-IX)
               AND WS-RUN-LAST-RC(WS-RUN-IX) > 4
               ADD 1 TO WS-TOT-FAILED
           END-IF.

       WRITE-RUN-LINE-RTN.
           MOVE WS-RUN-PROGRAM(WS-RUN-IX)   TO WS-LRP-RUN-PROGRAM.
           MOVE WS-RUN-MODE(WS-RUN-IX)      TO WS-LRP-RUN-MODE.
           MOVE WS-RUN-STARTS(WS-RUN-IX)    TO WS-LRP-RUN-STARTS.
           MOVE WS-RUN-OVERRIDES(WS-RUN-IX) TO WS-LRP-RUN-OVERRIDES.
           MOVE SPACES TO WS-LRP-RUN-START.
           MOVE SPACES TO WS-LRP-RUN-END.
           MOVE SPACES TO WS-LRP-RUN-RC.
           IF WS-RUN-STARTS(WS-RUN-IX) > ZERO
               MOVE WS-RUN-LAST-START(WS-RUN-IX) TO WS-LRP-RUN-START
           END-IF.
           IF WS-RUN-ENDED(WS-RUN-IX)
               MOVE WS-RUN-LAST-END(WS-RUN-IX) TO WS-LRP-RUN-END
               MOVE WS-RUN-LAST-RC(WS-RUN-IX)  TO WS-LRP-RUN-RC
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-STARTED(WS-RUN-IX)
                   MOVE 'NO END'     TO WS-LRP-RUN-STATUS
               WHEN NOT WS-RUN-ENDED(WS-RUN-IX)
                   MOVE 'NOT RUN'    TO WS-LRP-RUN-STATUS
               WHEN WS-RUN-LAST-RC(WS-RUN-IX) = ZERO
                   MOVE 'ENDED OK'   TO WS-LRP-RUN-STATUS
               WHEN WS-RUN-LAST-RC(WS-RUN-IX) NOT > 4
                   MOVE 'WARNING'    TO WS-LRP-RUN-STATUS
               WHEN OTHER
                   MOVE 'FAILED'     TO WS-LRP-RUN-STATUS
           END-EVALUATE.
           WRITE BSW-LDG-RPT-REC FROM WS-LRPT-RUN-LINE.

       WRITE-CHAIN-RTN.
           MOVE 'NIGHTLY CHAIN' TO WS-LRP-TITLE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-CHAIN-STEP-RTN VARYING WS-CHN-IX
     -         FROM 1 BY 1 UNTIL WS-CHN-IX > 4.

       WRITE-CHAIN-STEP-RTN.
           MOVE ZERO TO WS-RUN-FOUND-IX.
           PERFORM SCAN-CHAIN-RTN VARYING WS-RUN-IX
     -         FROM 1 BY 1 UNTIL WS-RUN-IX > WS-RUN-COUNT
     -         OR WS-RUN-FOUND-IX > ZERO.
           IF WS-RUN-FOUND-IX > ZERO
               MOVE WS-RUN-FOUND-IX TO WS-RUN-IX
               PERFORM WRITE-RUN-LINE-RTN
           ELSE
               MOVE WS-CHN-PROGRAM(WS-CHN-IX) TO WS-LRP-RUN-PROGRAM
               MOVE WS-CHN-MODE(WS-CHN-IX)    TO WS-LRP-RUN-MODE
               MOVE ZERO   TO WS-LRP-RUN-STARTS
               MOVE ZERO   TO WS-LRP-RUN-OVERRIDES
               MOVE SPACES TO WS-LRP-RUN-START
               MOVE SPACES TO WS-LRP-RUN-END
               MOVE SPACES TO WS-LRP-RUN-RC
               MOVE 'NOT RUN' TO WS-LRP-RUN-STATUS
               WRITE BSW-LDG-RPT-REC FROM WS-LRPT-RUN-LINE
           END-IF.

       SCAN-CHAIN-RTN.
           IF WS-RUN-PROGRAM(WS-RUN-IX) = WS-CHN-PROGRAM(WS-CHN-IX)
               AND WS-RUN-MODE(WS-RUN-IX) = WS-CHN-MODE(WS-CHN-IX)
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.
