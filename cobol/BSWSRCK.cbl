      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BSWSRCK.
       AUTHOR.                     QSHURICK.
       DATE-WRITTEN.               10-15-2026.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    10-15-2026  QS  ORIGINAL VERSION.  PRE-NIGHTLY SOURCE
      *                    TRANSMISSION CHECK.  EVERY ACTIVE SOURCE
      *                    ON THE BSWSRC REGISTRY THAT IS DUE TO SEND
      *                    TODAY IS LOOKED FOR ON THE BSWIN QUEUE AND
      *                    ON TODAY'S BSWBCH PROCESSED BATCH LOG, AND
      *                    THE RESULT IS LISTED ON BSWSCRP WITH THE
      *                    CONTACT FOR EACH SOURCE THAT HAS NOT SENT,
      *                    SO THE DEPARTMENT CAN BE CALLED BEFORE THE
      *                    WINDOW CLOSES.  A SOURCE IS DUE WHEN ITS
      *                    SEND DAY FOR TODAY'S WEEKDAY IS 'Y' AND
      *                    TODAY IS A BUSINESS DAY ON BSWCAL (THE
      *                    WEEKDAY RULE IS USED IF THE CALENDAR IS
      *                    MISSING).  BATCHES QUEUED FROM A SOURCE
      *                    NOT ON THE REGISTRY, OR INACTIVE, ARE ALSO
      *                    LISTED, AS THE NIGHTLY RUN WOULD REFUSE
      *                    THEM.  ANY MISSING OR REFUSABLE SOURCE
      *                    ENDS THE JOB WITH RETURN CODE 4; A MISSING
      *                    REGISTRY REFUSES THE RUN WITH CODE 8.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BSW-SRC-FILE     ASSIGN TO BSWSRC
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT BSW-INPUT-FILE   ASSIGN TO BSWIN
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BSW-BATCH-FILE   ASSIGN TO BSWBCH
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-BCH-FILE-STATUS.
           SELECT BSW-CAL-FILE     ASSIGN TO BSWCAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BSW-SCK-RPT-FILE ASSIGN TO BSWSCRP
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BSW-SRC-FILE.
           COPY BSWSRC.

       FD  BSW-INPUT-FILE.
           COPY BSWPAIR.

       FD  BSW-BATCH-FILE.
           COPY BSWBCH.

       FD  BSW-CAL-FILE.
           COPY BSWCAL.

       FD  BSW-SCK-RPT-FILE.
       01  BSW-SCK-RPT-REC          PIC X(80).

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-STATUSES.
          05 WS-SRC-FILE-STATUS    PIC X(02).
          05 WS-IN-FILE-STATUS     PIC X(02).
          05 WS-BCH-FILE-STATUS    PIC X(02).
          05 WS-CAL-FILE-STATUS    PIC X(02).
       01 WS-VAR.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-WEEKDAY            PIC 9(01).
          05 WS-SRC-COUNT          PIC 9(03)        VALUE ZERO.
          05 WS-SRC-IX             PIC 9(03).
          05 WS-SRC-FOUND-IX       PIC 9(03).
          05 WS-SRC-SEARCH-ID      PIC X(08).
          05 WS-UNR-COUNT          PIC 9(02)        VALUE ZERO.
          05 WS-UNR-IX             PIC 9(02).
       01 WS-SWITCHES.
          05 WS-SRC-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-SRC-EOF                           VALUE 'Y'.
          05 WS-IN-EOF-SW          PIC X(1)         VALUE 'N'.
             88 WS-IN-EOF                            VALUE 'Y'.
          05 WS-BCH-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-BCH-EOF                           VALUE 'Y'.
          05 WS-CAL-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-CAL-EOF                           VALUE 'Y'.
             88 WS-CAL-NOT-EOF                       VALUE 'N'.
          05 WS-CAL-FOUND-SW       PIC X(1)         VALUE 'N'.
             88 WS-CAL-FOUND                         VALUE 'Y'.
             88 WS-CAL-NOT-FOUND                     VALUE 'N'.
          05 WS-CAL-DAY-SW         PIC X(1)         VALUE 'B'.
             88 WS-CAL-BUSINESS-DAY                  VALUE 'B'.
             88 WS-CAL-CLOSED-DAY                    VALUE 'C'.
       01 WS-TOTALS.
          05 WS-TOT-DUE            PIC 9(03)        VALUE ZERO.
          05 WS-TOT-RECEIVED       PIC 9(03)        VALUE ZERO.
          05 WS-TOT-MISSING        PIC 9(03)        VALUE ZERO.
          05 WS-TOT-REFUSABLE      PIC 9(03)        VALUE ZERO.
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
       01 WS-DAY-NAME-TBL.
          05 FILLER                PIC X(21)        VALUE
             'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-R REDEFINES WS-DAY-NAME-TBL.
          05 WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 100 TIMES.
             10 WS-SRC-ID          PIC X(08).
             10 WS-SRC-NAME        PIC X(30).
             10 WS-SRC-CONTACT     PIC X(30).
             10 WS-SRC-ACTIVE      PIC X(01).
             10 WS-SRC-DAYS        PIC X(07).
             10 WS-SRC-QUEUED      PIC 9(03).
             10 WS-SRC-DONE        PIC 9(03).
       01 WS-UNR-TABLE.
          05 WS-UNR-ENTRY OCCURS 50 TIMES.
             10 WS-UNR-BATCH-NO    PIC 9(06).
             10 WS-UNR-SOURCE      PIC X(08).
             10 WS-UNR-TEXT        PIC X(20).
       01 WS-SCKRPT-HEADER-LINE.
          05 FILLER                PIC X(32)        VALUE
             'SOURCE TRANSMISSION CHECK - RUN '.
          05 WS-SCK-RUN-DATE       PIC 9(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-SCK-DAY-NAME       PIC X(03).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-SCK-DAY-TEXT       PIC X(12).
          05 FILLER                PIC X(23)        VALUE SPACES.
       01 WS-SCKRPT-TITLE-LINE.
          05 WS-SCK-TITLE          PIC X(50).
          05 FILLER                PIC X(30)        VALUE SPACES.
       01 WS-SCKRPT-SOURCE-LINE.
          05 FILLER                PIC X(07)        VALUE 'SOURCE '.
          05 WS-SCK-SRC-ID         PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-SCK-SRC-NAME       PIC X(30).
          05 FILLER                PIC X(08)        VALUE ' QUEUED '.
          05 WS-SCK-SRC-QUEUED     PIC ZZ9.
          05 FILLER                PIC X(06)        VALUE ' DONE '.
          05 WS-SCK-SRC-DONE       PIC ZZ9.
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-SCK-SRC-STATUS     PIC X(13).
       01 WS-SCKRPT-CONTACT-LINE.
          05 FILLER                PIC X(24)        VALUE
             '    *** CALL CONTACT -  '.
          05 WS-SCK-CONTACT        PIC X(30).
          05 FILLER                PIC X(26)        VALUE SPACES.
       01 WS-SCKRPT-UNREG-LINE.
          05 FILLER                PIC X(12)        VALUE
             'BSWIN BATCH '.
          05 WS-SCK-UNR-BATCH-NO   PIC 9(06).
          05 FILLER                PIC X(08)        VALUE ' SOURCE '.
          05 WS-SCK-UNR-SOURCE     PIC X(08).
          05 FILLER                PIC X(01)        VALUE SPACE.
          05 WS-SCK-UNR-TEXT       PIC X(20).
          05 FILLER                PIC X(25)        VALUE SPACES.
       01 WS-SCKRPT-TRAILER-LINE.
          05 FILLER                PIC X(05)        VALUE 'DUE= '.
          05 WS-SCK-TOT-DUE        PIC ZZ9.
          05 FILLER                PIC X(12)        VALUE
             '  RECEIVED= '.
          05 WS-SCK-TOT-RECEIVED   PIC ZZ9.
          05 FILLER                PIC X(11)        VALUE
             '  MISSING= '.
          05 WS-SCK-TOT-MISSING    PIC ZZ9.
          05 FILLER                PIC X(20)        VALUE
             '  WOULD BE REFUSED= '.
          05 WS-SCK-TOT-REFUSABLE  PIC ZZ9.
          05 FILLER                PIC X(20)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWSRCK'.
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
           OPEN INPUT BSW-SRC-FILE.
           IF WS-SRC-FILE-STATUS NOT = '00'
               DISPLAY 'BSWSRCK RUN REFUSED - BSWSRC SOURCE REGISTRY'
                   ' IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-SOURCE-REC-RTN UNTIL WS-SRC-EOF.
           CLOSE BSW-SRC-FILE.
           PERFORM CHECK-BUSINESS-DAY-RTN.
      ******************************************************************
       MAIN-RTN.
           OPEN INPUT BSW-INPUT-FILE.
           IF WS-IN-FILE-STATUS = '00'
               PERFORM READ-QUEUE-RTN UNTIL WS-IN-EOF
               CLOSE BSW-INPUT-FILE
           ELSE
               DISPLAY 'BSWIN IS MISSING - NO BATCHES QUEUED'
           END-IF.
           OPEN INPUT BSW-BATCH-FILE.
           IF WS-BCH-FILE-STATUS = '00'
               PERFORM READ-BATCH-LOG-RTN UNTIL WS-BCH-EOF
               CLOSE BSW-BATCH-FILE
           END-IF.
           OPEN OUTPUT BSW-SCK-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-SCK-RUN-DATE.
           MOVE WS-DAY-NAME(WS-WEEKDAY) TO WS-SCK-DAY-NAME.
           IF WS-CAL-BUSINESS-DAY
               MOVE 'BUSINESS DAY' TO WS-SCK-DAY-TEXT
           ELSE
               MOVE 'CLOSED DAY'   TO WS-SCK-DAY-TEXT
           END-IF.
           WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-HEADER-LINE.
           MOVE 'SOURCES DUE TODAY' TO WS-SCK-TITLE.
           WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-TITLE-LINE.
           PERFORM WRITE-DUE-SOURCE-RTN VARYING WS-SRC-IX
     -         FROM 1 BY 1 UNTIL WS-SRC-IX > WS-SRC-COUNT.
           MOVE 'OTHER SOURCES WITH BATCHES TODAY' TO WS-SCK-TITLE.
           WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-TITLE-LINE.
           PERFORM WRITE-OTHER-SOURCE-RTN VARYING WS-SRC-IX
     -         FROM 1 BY 1 UNTIL WS-SRC-IX > WS-SRC-COUNT.
           MOVE 'QUEUED BATCHES FROM SOURCES NOT ON THE REGISTRY'
               TO WS-SCK-TITLE.
           WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-TITLE-LINE.
           PERFORM WRITE-UNREGISTERED-RTN VARYING WS-UNR-IX
     -         FROM 1 BY 1 UNTIL WS-UNR-IX > WS-UNR-COUNT.
           MOVE WS-TOT-DUE       TO WS-SCK-TOT-DUE.
           MOVE WS-TOT-RECEIVED  TO WS-SCK-TOT-RECEIVED.
           MOVE WS-TOT-MISSING   TO WS-SCK-TOT-MISSING.
           MOVE WS-TOT-REFUSABLE TO WS-SCK-TOT-REFUSABLE.
           WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-TRAILER-LINE.
           CLOSE BSW-SCK-RPT-FILE.
           IF WS-TOT-MISSING > ZERO OR WS-TOT-REFUSABLE > ZERO
               DISPLAY 'BSWSRCK - ' WS-TOT-MISSING
                   ' SOURCE(S) MISSING, ' WS-TOT-REFUSABLE
                   ' WOULD BE REFUSED - SEE BSWSCRP'
               MOVE 4 TO RETURN-CODE
           END-IF.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       LOAD-SOURCE-REC-RTN.
           READ BSW-SRC-FILE
               AT END
                   SET WS-SRC-EOF TO TRUE
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
                       MOVE ZERO TO WS-SRC-QUEUED(WS-SRC-COUNT)
                       MOVE ZERO TO WS-SRC-DONE(WS-SRC-COUNT)
                   ELSE
                       DISPLAY 'SOURCE REGISTRY OVERFLOW - SOURCE '
                           BSW-SRC-ID ' DROPPED'
                   END-IF
           END-READ.

       READ-QUEUE-RTN.
           READ BSW-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF BSW-PAIR-HEADER-REC
                       PERFORM COUNT-QUEUED-BATCH-RTN
                   END-IF
           END-READ.

       COUNT-QUEUED-BATCH-RTN.
           MOVE BSW-HDR-SOURCE-SYS TO WS-SRC-SEARCH-ID.
           PERFORM FIND-SOURCE-RTN.
           IF WS-SRC-FOUND-IX > ZERO
               ADD 1 TO WS-SRC-QUEUED(WS-SRC-FOUND-IX)
           ELSE
               ADD 1 TO WS-TOT-REFUSABLE
               IF WS-UNR-COUNT < 50
                   ADD 1 TO WS-UNR-COUNT
                   MOVE BSW-HDR-BATCH-NO
                       TO WS-UNR-BATCH-NO(WS-UNR-COUNT)
                   MOVE BSW-HDR-SOURCE-SYS
                       TO WS-UNR-SOURCE(WS-UNR-COUNT)
                   MOVE 'NOT ON REGISTRY'
                       TO WS-UNR-TEXT(WS-UNR-COUNT)
               END-IF
           END-IF.

       READ-BATCH-LOG-RTN.
           READ BSW-BATCH-FILE
               AT END
                   SET WS-BCH-EOF TO TRUE
               NOT AT END
                   IF BSW-BCH-RUN-DATE = WS-RUN-DATE
                       MOVE BSW-BCH-SOURCE-SYS TO WS-SRC-SEARCH-ID
                       PERFORM FIND-SOURCE-RTN
                       IF WS-SRC-FOUND-IX > ZERO
                           ADD 1 TO WS-SRC-DONE(WS-SRC-FOUND-IX)
                       END-IF
                   END-IF
           END-READ.

       FIND-SOURCE-RTN.
           MOVE ZERO TO WS-SRC-FOUND-IX.
           PERFORM SCAN-SOURCE-RTN VARYING WS-SRC-IX
     -         FROM 1 BY 1 UNTIL WS-SRC-IX > WS-SRC-COUNT
     -         OR WS-SRC-FOUND-IX > ZERO.

       SCAN-SOURCE-RTN.
           IF WS-SRC-ID(WS-SRC-IX) = WS-SRC-SEARCH-ID
               MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
           END-IF.

       WRITE-DUE-SOURCE-RTN.
           IF WS-CAL-BUSINESS-DAY
               AND WS-SRC-ACTIVE(WS-SRC-IX) = 'Y'
               AND WS-SRC-DAYS(WS-SRC-IX)(WS-WEEKDAY:1) = 'Y'
               ADD 1 TO WS-TOT-DUE
               PERFORM MOVE-SOURCE-LINE-RTN
               IF WS-SRC-QUEUED(WS-SRC-IX) > ZERO
                   OR WS-SRC-DONE(WS-SRC-IX) > ZERO
                   ADD 1 TO WS-TOT-RECEIVED
                   MOVE 'RECEIVED' TO WS-SCK-SRC-STATUS
                   WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-SOURCE-LINE
               ELSE
                   ADD 1 TO WS-TOT-MISSING
                   MOVE '*** MISSING' TO WS-SCK-SRC-STATUS
                   WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-SOURCE-LINE
                   MOVE WS-SRC-CONTACT(WS-SRC-IX) TO WS-SCK-CONTACT
                   WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-CONTACT-LINE
               END-IF
           END-IF.

       WRITE-OTHER-SOURCE-RTN.
           IF WS-SRC-QUEUED(WS-SRC-IX) > ZERO
               OR WS-SRC-DONE(WS-SRC-IX) > ZERO
               IF WS-SRC-ACTIVE(WS-SRC-IX) NOT = 'Y'
                   PERFORM MOVE-SOURCE-LINE-RTN
                   IF WS-SRC-QUEUED(WS-SRC-IX) > ZERO
                       ADD WS-SRC-QUEUED(WS-SRC-IX)
                           TO WS-TOT-REFUSABLE
                       MOVE '*** INACTIVE' TO WS-SCK-SRC-STATUS
                   ELSE
                       MOVE 'INACTIVE' TO WS-SCK-SRC-STATUS
                   END-IF
                   WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-SOURCE-LINE
               ELSE
                   IF WS-CAL-CLOSED-DAY
                       OR WS-SRC-DAYS(WS-SRC-IX)(WS-WEEKDAY:1)
                           NOT = 'Y'
                       PERFORM MOVE-SOURCE-LINE-RTN
                       MOVE 'NOT DUE TODAY' TO WS-SCK-SRC-STATUS
                       WRITE BSW-SCK-RPT-REC
                           FROM WS-SCKRPT-SOURCE-LINE
                   END-IF
               END-IF
           END-IF.

       MOVE-SOURCE-LINE-RTN.
           MOVE WS-SRC-ID(WS-SRC-IX)     TO WS-SCK-SRC-ID.
           MOVE WS-SRC-NAME(WS-SRC-IX)   TO WS-SCK-SRC-NAME.
           MOVE WS-SRC-QUEUED(WS-SRC-IX) TO WS-SCK-SRC-QUEUED.
           MOVE WS-SRC-DONE(WS-SRC-IX)   TO WS-SCK-SRC-DONE.

       WRITE-UNREGISTERED-RTN.
           MOVE WS-UNR-BATCH-NO(WS-UNR-IX) TO WS-SCK-UNR-BATCH-NO.
           MOVE WS-UNR-SOURCE(WS-UNR-IX)   TO WS-SCK-UNR-SOURCE.
           MOVE WS-UNR-TEXT(WS-UNR-IX)     TO WS-SCK-UNR-TEXT.
           WRITE BSW-SCK-RPT-REC FROM WS-SCKRPT-UNREG-LINE.

       CHECK-BUSINESS-DAY-RTN.
           MOVE WS-RUN-DATE TO WS-CNV-DATE.
           PERFORM CONVERT-DATE-RTN.
           DIVIDE WS-CNV-SERIAL BY 7 GIVING WS-CNV-WEEKS
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = ZERO
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           IF WS-WEEKDAY > 5
               SET WS-CAL-CLOSED-DAY TO TRUE
           ELSE
               SET WS-CAL-BUSINESS-DAY TO TRUE
           END-IF.
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
