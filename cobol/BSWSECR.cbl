      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWSECR.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  DAILY SIGN-ON SECURITY
      *                    REPORT OVER THE BSWSLOG SIGN-ON LOG FOR
      *                    THE ACCESS REVIEW.  TODAY'S RECORDS ARE
      *                    LISTED ON BSWSRPT IN FOUR SECTIONS -
      *                    LOCKOUTS (EVERY PROFILE LOCKED TODAY AND
      *                    EVERY ATTEMPT REFUSED BECAUSE THE ID WAS
      *                    ALREADY LOCKED), REFUSED IDS GROUPED BY
      *                    PROGRAM WITH A COUNT FOR EACH REFUSAL
      *                    REASON, IDS THAT ARE NOT ON THE BSWOPR
      *                    PROFILE FILE, AND SUPERVISOR-AUTHORITY
      *                    REFUSALS ON THE BINARY-SWAP AND BSWBKOUT
      *                    BATCH JOBS - FOLLOWED BY DAY TOTALS.  A
      *                    MISSING SIGN-ON LOG REFUSES THE RUN WITH
      *                    RETURN CODE 8; A FULL WORK TABLE IS
      *                    REPORTED AND ALSO ENDS WITH RETURN CODE 8
      *                    SO AN INCOMPLETE REPORT IS NOT FILED.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-SLOG-FILE    ASSIGN TO BSWSLOG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SLOG-FILE-STATUS.
           SELECT BSW-SEC-RPT-FILE ASSIGN TO BSWSRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-SLOG-FILE.
           COPY BSWSLOG.

       FD  BSW-SEC-RPT-FILE.
       01  BSW-SEC-RPT-REC          PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-STATUSES.
          05 WS-SLOG-FILE-STATUS   PIC X(02).
       01 WS-VAR.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-EVT-IX             PIC 9(03).
          05 WS-PGM-IX             PIC 9(02).
          05 WS-PGM-FOUND-IX       PIC 9(02).
          05 WS-REF-IX             PIC 9(03).
          05 WS-REF-FOUND-IX       PIC 9(03).
          05 WS-UNK-IX             PIC 9(03).
          05 WS-UNK-FOUND-IX       PIC 9(03).
          05 WS-SUP-IX             PIC 9(03).
       01 WS-SWITCHES.
          05 WS-SLOG-EOF-SW        PIC X(1)         VALUE 'N'.
             88 WS-SLOG-EOF                          VALUE 'Y'.
             88 WS-SLOG-NOT-EOF                      VALUE 'N'.
          05 WS-TBL-FULL-SW        PIC X(1)         VALUE 'N'.
             88 WS-TBL-FULL                          VALUE 'Y'.
       01 WS-TOTALS.
          05 WS-TOT-ATTEMPTS       PIC 9(06)        VALUE ZERO.
          05 WS-TOT-ACCEPTED       PIC 9(06)        VALUE ZERO.
          05 WS-TOT-REFUSED        PIC 9(06)        VALUE ZERO.
          05 WS-TOT-LOCKOUTS       PIC 9(04)        VALUE ZERO.
       01 WS-EVENT-TABLE.
          05 WS-EVT-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-EVT-ENTRY OCCURS 300 TIMES.
             10 WS-EVT-TIME        PIC 9(08).
             10 WS-EVT-PROGRAM     PIC X(08).
             10 WS-EVT-OPR-ID      PIC X(08).
             10 WS-EVT-RESULT-CD   PIC X(02).
       01 WS-PROGRAM-TABLE.
          05 WS-PGM-COUNT          PIC 9(02)        VALUE ZERO.
          05 WS-PGM-ENTRY OCCURS 20 TIMES.
             10 WS-PGM-NAME        PIC X(08).
             10 WS-PGM-REFUSED     PIC 9(06).
       01 WS-REFUSED-TABLE.
          05 WS-REF-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-REF-ENTRY OCCURS 500 TIMES.
             10 WS-REF-PROGRAM     PIC X(08).
             10 WS-REF-OPR-ID      PIC X(08).
             10 WS-REF-UNKNOWN     PIC 9(04).
             10 WS-REF-INACTIVE    PIC 9(04).
             10 WS-REF-NOT-AUTH    PIC 9(04).
             10 WS-REF-LOCKED      PIC 9(04).
       01 WS-UNKNOWN-TABLE.
          05 WS-UNK-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-UNK-ENTRY OCCURS 300 TIMES.
             10 WS-UNK-OPR-ID      PIC X(08).
             10 WS-UNK-ATTEMPTS    PIC 9(04).
             10 WS-UNK-PROGRAM     PIC X(08).
             10 WS-UNK-TIME        PIC 9(08).
       01 WS-SUPV-TABLE.
          05 WS-SUP-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-SUP-ENTRY OCCURS 300 TIMES.
             10 WS-SUP-TIME        PIC 9(08).
             10 WS-SUP-PROGRAM     PIC X(08).
             10 WS-SUP-OPR-ID      PIC X(08).
       01 WS-SECRPT-HEADER-LINE.
          05 FILLER                PIC X(30)        VALUE
             'SIGN-ON SECURITY REPORT - RUN '.
          05 WS-SCR-RUN-DATE       PIC 9(08).
          05 FILLER                PIC X(42)        VALUE SPACES.
       01 WS-SECRPT-TITLE-LINE.
          05 WS-SCR-TITLE          PIC X(50).
          05 FILLER                PIC X(30)        VALUE SPACES.
       01 WS-SECRPT-EVENT-LINE.
          05 FILLER                PIC X(05)        VALUE 'TIME '.
          05 WS-SCR-EVT-TIME       PIC 9(08).
          05 FILLER                PIC X(09)        VALUE ' PROGRAM '.
          05 WS-SCR-EVT-PROGRAM    PIC X(08).
          05 FILLER                PIC X(10)        VALUE
             ' OPERATOR '.
          05 WS-SCR-EVT-OPR-ID     PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-SCR-EVT-TEXT       PIC X(31).
       01 WS-SECRPT-PROGRAM-LINE.
          05 FILLER                PIC X(08)        VALUE 'PROGRAM '.
          05 WS-SCR-PGM-NAME       PIC X(08).
          05 FILLER                PIC X(09)        VALUE ' REFUSED '.
          05 WS-SCR-PGM-REFUSED    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(48)        VALUE SPACES.
       01 WS-SECRPT-REFUSED-LINE.
          05 FILLER                PIC X(13)        VALUE
             '    OPERATOR '.
          05 WS-SCR-REF-OPR-ID     PIC X(08).
          05 FILLER                PIC X(09)        VALUE ' UNKNOWN '.
          05 WS-SCR-REF-UNKNOWN    PIC ZZZ9.
          05 FILLER                PIC X(10)        VALUE
             ' INACTIVE '.
          05 WS-SCR-REF-INACTIVE   PIC ZZZ9.
          05 FILLER                PIC X(10)        VALUE
             ' NOT-AUTH '.
          05 WS-SCR-REF-NOT-AUTH   PIC ZZZ9.
          05 FILLER                PIC X(08)        VALUE ' LOCKED '.
          05 WS-SCR-REF-LOCKED     PIC ZZZ9.
          05 FILLER                PIC X(06)        VALUE SPACES.
       01 WS-SECRPT-UNKNOWN-LINE.
          05 FILLER                PIC X(09)        VALUE 'OPERATOR '.
          05 WS-SCR-UNK-OPR-ID     PIC X(08).
          05 FILLER                PIC X(10)        VALUE
             ' ATTEMPTS '.
          05 WS-SCR-UNK-ATTEMPTS   PIC ZZZ9.
          05 FILLER                PIC X(15)        VALUE
             ' LAST TRIED ON '.
          05 WS-SCR-UNK-PROGRAM    PIC X(08).
          05 FILLER                PIC X(04)        VALUE ' AT '.
          05 WS-SCR-UNK-TIME       PIC 9(08).
          05 FILLER                PIC X(14)        VALUE SPACES.
       01 WS-SECRPT-TRAILER-LINE.
          05 FILLER                PIC X(10)        VALUE
             'ATTEMPTS= '.
          05 WS-SCR-TOT-ATTEMPTS   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12)        VALUE
             '  ACCEPTED= '.
          05 WS-SCR-TOT-ACCEPTED   PIC ZZZ,ZZ9.
          05 FILLER                PIC X(11)        VALUE
             '  REFUSED= '.
          05 WS-SCR-TOT-REFUSED    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(12)        VALUE
             '  LOCKOUTS= '.
          05 WS-SCR-TOT-LOCKOUTS   PIC ZZZ9.
          05 FILLER                PIC X(10)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWSECR'.
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
           OPEN INPUT BSW-SLOG-FILE.
           IF WS-SLOG-FILE-STATUS NOT = '00'
               DISPLAY 'BSWSECR RUN REFUSED - BSWSLOG SIGN-ON LOG'
                   ' IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-SLOG-RTN UNTIL WS-SLOG-EOF.
           CLOSE BSW-SLOG-FILE.
           OPEN OUTPUT BSW-SEC-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-SCR-RUN-DATE.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-HEADER-LINE.
           PERFORM WRITE-LOCKOUTS-RTN.
           PERFORM WRITE-BY-PROGRAM-RTN.
           PERFORM WRITE-NOT-ON-FILE-RTN.
           PERFORM WRITE-BATCH-REFUSALS-RTN.
           MOVE WS-TOT-ATTEMPTS TO WS-SCR-TOT-ATTEMPTS.
           MOVE WS-TOT-ACCEPTED TO WS-SCR-TOT-ACCEPTED.
           MOVE WS-TOT-REFUSED  TO WS-SCR-TOT-REFUSED.
           MOVE WS-TOT-LOCKOUTS TO WS-SCR-TOT-LOCKOUTS.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-TRAILER-LINE.
           CLOSE BSW-SEC-RPT-FILE.
           IF WS-TBL-FULL
               DISPLAY 'BSWSECR WORK TABLE FULL - REPORT IS'
                   ' INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       READ-SLOG-RTN.
           READ BSW-SLOG-FILE
               AT END
                   SET WS-SLOG-EOF TO TRUE
               NOT AT END
                   IF BSW-SLOG-DATE = WS-RUN-DATE
                       PERFORM TALLY-SLOG-RTN
                   END-IF
           END-READ.

       TALLY-SLOG-RTN.
           EVALUATE TRUE
               WHEN BSW-SLOG-ACCEPTED
                   ADD 1 TO WS-TOT-ATTEMPTS
                   ADD 1 TO WS-TOT-ACCEPTED
               WHEN BSW-SLOG-LOCKED-NOW
                   ADD 1 TO WS-TOT-LOCKOUTS
                   PERFORM ADD-EVENT-RTN
               WHEN OTHER
                   ADD 1 TO WS-TOT-ATTEMPTS
                   ADD 1 TO WS-TOT-REFUSED
                   PERFORM TALLY-REFUSAL-RTN
           END-EVALUATE.

       TALLY-REFUSAL-RTN.
           PERFORM TALLY-PROGRAM-RTN.
           PERFORM TALLY-REFUSED-ID-RTN.
           IF BSW-SLOG-LOCKED-OUT
               PERFORM ADD-EVENT-RTN
           END-IF.
           IF BSW-SLOG-UNKNOWN-ID
               PERFORM TALLY-UNKNOWN-RTN
           END-IF.
           IF BSW-SLOG-NOT-AUTHORIZED
               AND (BSW-SLOG-PROGRAM = 'BINARYSW'
                OR BSW-SLOG-PROGRAM = 'BSWBKOUT')
               PERFORM ADD-SUPV-REFUSAL-RTN
           END-IF.

       ADD-EVENT-RTN.
           IF WS-EVT-COUNT < 300
               ADD 1 TO WS-EVT-COUNT
               MOVE BSW-SLOG-TIME
                   TO WS-EVT-TIME(WS-EVT-COUNT)
               MOVE BSW-SLOG-PROGRAM
                   TO WS-EVT-PROGRAM(WS-EVT-COUNT)
               MOVE BSW-SLOG-OPERATOR-ID
                   TO WS-EVT-OPR-ID(WS-EVT-COUNT)
               MOVE BSW-SLOG-RESULT-CD
                   TO WS-EVT-RESULT-CD(WS-EVT-COUNT)
           ELSE
               SET WS-TBL-FULL TO TRUE
           END-IF.

       TALLY-PROGRAM-RTN.
           MOVE ZERO TO WS-PGM-FOUND-IX.
           PERFORM SCAN-PROGRAM-RTN VARYING WS-PGM-IX
     -         FROM 1 BY 1 UNTIL WS-PGM-IX > WS-PGM-COUNT
     -         OR WS-PGM-FOUND-IX > ZERO.
           IF WS-PGM-FOUND-IX = ZERO
               IF WS-PGM-COUNT < 20
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-FOUND-IX
                   MOVE BSW-SLOG-PROGRAM
                       TO WS-PGM-NAME(WS-PGM-FOUND-IX)
                   MOVE ZERO TO WS-PGM-REFUSED(WS-PGM-FOUND-IX)
               ELSE
                   SET WS-TBL-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-PGM-FOUND-IX > ZERO
               ADD 1 TO WS-PGM-REFUSED(WS-PGM-FOUND-IX)
           END-IF.

       SCAN-PROGRAM-RTN.
           IF WS-PGM-NAME(WS-PGM-IX) = BSW-SLOG-PROGRAM
               MOVE WS-PGM-IX TO WS-PGM-FOUND-IX
           END-IF.

       TALLY-REFUSED-ID-RTN.
           MOVE ZERO TO WS-REF-FOUND-IX.
           PERFORM SCAN-REFUSED-ID-RTN VARYING WS-REF-IX
     -         FROM 1 BY 1 UNTIL WS-REF-IX > WS-REF-COUNT
     -         OR WS-REF-FOUND-IX > ZERO.
           IF WS-REF-FOUND-IX = ZERO
               IF WS-REF-COUNT < 500
                   ADD 1 TO WS-REF-COUNT
                   MOVE WS-REF-COUNT TO WS-REF-FOUND-IX
                   MOVE BSW-SLOG-PROGRAM
                       TO WS-REF-PROGRAM(WS-REF-FOUND-IX)
                   MOVE BSW-SLOG-OPERATOR-ID
                       TO WS-REF-OPR-ID(WS-REF-FOUND-IX)
                   MOVE ZERO TO WS-REF-UNKNOWN(WS-REF-FOUND-IX)
                   MOVE ZERO TO WS-REF-INACTIVE(WS-REF-FOUND-IX)
                   MOVE ZERO TO WS-REF-NOT-AUTH(WS-REF-FOUND-IX)
                   MOVE ZERO TO WS-REF-LOCKED(WS-REF-FOUND-IX)
               ELSE
                   SET WS-TBL-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-REF-FOUND-IX > ZERO
               EVALUATE TRUE
                   WHEN BSW-SLOG-UNKNOWN-ID
                       ADD 1 TO WS-REF-UNKNOWN(WS-REF-FOUND-IX)
                   WHEN BSW-SLOG-INACTIVE-ID
                       ADD 1 TO WS-REF-INACTIVE(WS-REF-FOUND-IX)
                   WHEN BSW-SLOG-NOT-AUTHORIZED
                       ADD 1 TO WS-REF-NOT-AUTH(WS-REF-FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO WS-REF-LOCKED(WS-REF-FOUND-IX)
               END-EVALUATE
           END-IF.

       SCAN-REFUSED-ID-RTN.
           IF WS-REF-PROGRAM(WS-REF-IX) = BSW-SLOG-PROGRAM
               AND WS-REF-OPR-ID(WS-REF-IX) = BSW-SLOG-OPERATOR-ID
               MOVE WS-REF-IX TO WS-REF-FOUND-IX
           END-IF.

       TALLY-UNKNOWN-RTN.
           MOVE ZERO TO WS-UNK-FOUND-IX.
           PERFORM SCAN-UNKNOWN-RTN VARYING WS-UNK-IX
     -         FROM 1 BY 1 UNTIL WS-UNK-IX > WS-UNK-COUNT
     -         OR WS-UNK-FOUND-IX > ZERO.
           IF WS-UNK-FOUND-IX = ZERO
               IF WS-UNK-COUNT < 300
                   ADD 1 TO WS-UNK-COUNT
                   MOVE WS-UNK-COUNT TO WS-UNK-FOUND-IX
                   MOVE BSW-SLOG-OPERATOR-ID
                       TO WS-UNK-OPR-ID(WS-UNK-FOUND-IX)
                   MOVE ZERO TO WS-UNK-ATTEMPTS(WS-UNK-FOUND-IX)
               ELSE
                   SET WS-TBL-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-UNK-FOUND-IX > ZERO
               ADD 1 TO WS-UNK-ATTEMPTS(WS-UNK-FOUND-IX)
               MOVE BSW-SLOG-PROGRAM
                   TO WS-UNK-PROGRAM(WS-UNK-FOUND-IX)
               MOVE BSW-SLOG-TIME
                   TO WS-UNK-TIME(WS-UNK-FOUND-IX)
           END-IF.

       SCAN-UNKNOWN-RTN.
           IF WS-UNK-OPR-ID(WS-UNK-IX) = BSW-SLOG-OPERATOR-ID
               MOVE WS-UNK-IX TO WS-UNK-FOUND-IX
           END-IF.

       ADD-SUPV-REFUSAL-RTN.
           IF WS-SUP-COUNT < 300
               ADD 1 TO WS-SUP-COUNT
               MOVE BSW-SLOG-TIME
                   TO WS-SUP-TIME(WS-SUP-COUNT)
               MOVE BSW-SLOG-PROGRAM
                   TO WS-SUP-PROGRAM(WS-SUP-COUNT)
               MOVE BSW-SLOG-OPERATOR-ID
                   TO WS-SUP-OPR-ID(WS-SUP-COUNT)
           ELSE
               SET WS-TBL-FULL TO TRUE
           END-IF.

       WRITE-TITLE-RTN.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-TITLE-LINE.

       WRITE-NONE-RTN.
           MOVE '    NONE' TO WS-SCR-TITLE.
           PERFORM WRITE-TITLE-RTN.

       WRITE-LOCKOUTS-RTN.
           MOVE 'LOCKOUTS' TO WS-SCR-TITLE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-EVENT-LINE-RTN VARYING WS-EVT-IX
     -         FROM 1 BY 1 UNTIL WS-EVT-IX > WS-EVT-COUNT.
           IF WS-EVT-COUNT = ZERO
               PERFORM WRITE-NONE-RTN
           END-IF.

       WRITE-EVENT-LINE-RTN.
           MOVE WS-EVT-TIME(WS-EVT-IX)    TO WS-SCR-EVT-TIME.
           MOVE WS-EVT-PROGRAM(WS-EVT-IX) TO WS-SCR-EVT-PROGRAM.
           MOVE WS-EVT-OPR-ID(WS-EVT-IX)  TO WS-SCR-EVT-OPR-ID.
           IF WS-EVT-RESULT-CD(WS-EVT-IX) = '05'
               MOVE 'PROFILE LOCKED'          TO WS-SCR-EVT-TEXT
           ELSE
               MOVE 'REFUSED - ALREADY LOCKED' TO WS-SCR-EVT-TEXT
           END-IF.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-EVENT-LINE.

       WRITE-BY-PROGRAM-RTN.
           MOVE 'REFUSED IDS BY PROGRAM' TO WS-SCR-TITLE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-PROGRAM-GROUP-RTN VARYING WS-PGM-IX
     -         FROM 1 BY 1 UNTIL WS-PGM-IX > WS-PGM-COUNT.
           IF WS-PGM-COUNT = ZERO
               PERFORM WRITE-NONE-RTN
           END-IF.

       WRITE-PROGRAM-GROUP-RTN.
           MOVE WS-PGM-NAME(WS-PGM-IX)    TO WS-SCR-PGM-NAME.
           MOVE WS-PGM-REFUSED(WS-PGM-IX) TO WS-SCR-PGM-REFUSED.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-PROGRAM-LINE.
           PERFORM WRITE-REFUSED-LINE-RTN VARYING WS-REF-IX
     -         FROM 1 BY 1 UNTIL WS-REF-IX > WS-REF-COUNT.

       WRITE-REFUSED-LINE-RTN.
           IF WS-REF-PROGRAM(WS-REF-IX) = WS-PGM-NAME(WS-PGM-IX)
               MOVE WS-REF-OPR-ID(WS-REF-IX)   TO WS-SCR-REF-OPR-ID
               MOVE WS-REF-UNKNOWN(WS-REF-IX)  TO WS-SCR-REF-UNKNOWN
               MOVE WS-REF-INACTIVE(WS-REF-IX)
                   TO WS-SCR-REF-INACTIVE
               MOVE WS-REF-NOT-AUTH(WS-REF-IX)
                   TO WS-SCR-REF-NOT-AUTH
               MOVE WS-REF-LOCKED(WS-REF-IX)   TO WS-SCR-REF-LOCKED
               WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-REFUSED-LINE
           END-IF.

       WRITE-NOT-ON-FILE-RTN.
           MOVE 'IDS NOT ON THE PROFILE FILE' TO WS-SCR-TITLE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-UNKNOWN-LINE-RTN VARYING WS-UNK-IX
     -         FROM 1 BY 1 UNTIL WS-UNK-IX > WS-UNK-COUNT.
           IF WS-UNK-COUNT = ZERO
               PERFORM WRITE-NONE-RTN
           END-IF.

       WRITE-UNKNOWN-LINE-RTN.
           MOVE WS-UNK-OPR-ID(WS-UNK-IX)   TO WS-SCR-UNK-OPR-ID.
           MOVE WS-UNK-ATTEMPTS(WS-UNK-IX) TO WS-SCR-UNK-ATTEMPTS.
           MOVE WS-UNK-PROGRAM(WS-UNK-IX)  TO WS-SCR-UNK-PROGRAM.
           MOVE WS-UNK-TIME(WS-UNK-IX)     TO WS-SCR-UNK-TIME.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-UNKNOWN-LINE.

       WRITE-BATCH-REFUSALS-RTN.
           MOVE 'SUPERVISOR AUTHORITY REFUSALS ON THE BATCH'
               TO WS-SCR-TITLE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-SUPV-LINE-RTN VARYING WS-SUP-IX
     -         FROM 1 BY 1 UNTIL WS-SUP-IX > WS-SUP-COUNT.
           IF WS-SUP-COUNT = ZERO
               PERFORM WRITE-NONE-RTN
           END-IF.

       WRITE-SUPV-LINE-RTN.
           MOVE WS-SUP-TIME(WS-SUP-IX)    TO WS-SCR-EVT-TIME.
           MOVE WS-SUP-PROGRAM(WS-SUP-IX) TO WS-SCR-EVT-PROGRAM.
           MOVE WS-SUP-OPR-ID(WS-SUP-IX)  TO WS-SCR-EVT-OPR-ID.
           MOVE 'NOT A SUPERVISOR - RUN REFUSED' TO WS-SCR-EVT-TEXT.
           WRITE BSW-SEC-RPT-REC FROM WS-SECRPT-EVENT-LINE.

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
