      *                    OR AN OUT-OF-BALANCE QUEUE REFUSES THE
      *                    RUN WITH BSWIN UNTOUCHED AND RETURN
      *                    CODE 8.
      *    10-15-2026  QS  STANDING PAIRS NOW FOLLOW THE BSWCAL
      *                    BUSINESS-DAY CALENDAR.  ON A CLOSED DATE
      *                    NOTHING IS GENERATED AND BSWIN IS LEFT
      *                    AS IT IS.  ON A BUSINESS DAY THE CLOSED
      *                    DATES SINCE THE PREVIOUS BUSINESS DAY ARE
      *                    LOOKED BACK OVER, AND A PAIR WITH HOLIDAY
      *                    OPTION 'R' THAT WAS DUE ON ONE OF THEM IS
      *                    GENERATED TODAY EVEN IF IT IS NOT DUE
      *                    TODAY; AN 'S' PAIR SIMPLY MISSES THOSE
      *                    DAYS.  A MISSING CALENDAR REFUSES THE RUN
      *                    WITH RETURN CODE 8.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT BSW-BATCH-FILE   ASSIGN TO BSWBCH
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-BCH-FILE-STATUS.
           SELECT BSW-CAL-FILE     ASSIGN TO BSWCAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************

       FD  BSW-BATCH-FILE.
           COPY BSWBCH.

       FD  BSW-CAL-FILE.
           COPY BSWCAL.

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-STATUSES.
          05 WS-CLI-FILE-STATUS    PIC X(02).
          05 WS-IN-FILE-STATUS     PIC X(02).
          05 WS-BCH-FILE-STATUS    PIC X(02).
          05 WS-CAL-FILE-STATUS    PIC X(02).
       01 WS-VAR.
          05 WS-GEN-DATE           PIC 9(08).
          05 WS-STD-IX             PIC 9(03).
          05 WS-SKIP-QUEUED        PIC 9(06)        VALUE ZERO.
          05 WS-SKIP-CLIENT        PIC 9(06)        VALUE ZERO.
          05 WS-SKIP-DATE          PIC 9(06)        VALUE ZERO.
          05 WS-SKIP-CLOSED        PIC 9(06)        VALUE ZERO.
          05 WS-ROLL-COUNT         PIC 9(06)        VALUE ZERO.
       01 WS-CLIMST-INFO.
          05 WS-CM-COUNT           PIC 9(03)        VALUE ZERO.
          05 WS-CM-IX              PIC 9(03).
             10 WS-STD-ACTIVE      PIC X(01).
             10 WS-STD-FROM        PIC 9(08).
             10 WS-STD-TO          PIC 9(08).
             10 WS-STD-HOL-OPT     PIC X(01).
             10 WS-STD-QUEUED-SW   PIC X(01).
       01 WS-CAL-INFO.
          05 WS-CAL-COUNT          PIC 9(04)        VALUE ZERO.
          05 WS-CAL-IX             PIC 9(04).
          05 WS-CAL-FOUND-IX       PIC 9(04).
          05 WS-CAL-CHK-DATE       PIC 9(08).
          05 WS-CAL-WEEKDAY        PIC 9(01).
          05 WS-CAL-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-CAL-EOF                           VALUE 'Y'.
          05 WS-CAL-DAY-SW         PIC X(1)         VALUE 'B'.
             88 WS-CAL-BUSINESS-DAY                  VALUE 'B'.
             88 WS-CAL-CLOSED-DAY                    VALUE 'C'.
          05 WS-TODAY-SW           PIC X(1)         VALUE 'B'.
             88 WS-TODAY-BUSINESS-DAY                VALUE 'B'.
             88 WS-TODAY-CLOSED                      VALUE 'C'.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES.
             10 WS-CAL-DATE        PIC 9(08).
             10 WS-CAL-TYPE        PIC X(01).
       01 WS-MISSED-INFO.
          05 WS-MISS-COUNT         PIC 9(02)        VALUE ZERO.
          05 WS-MISS-IX            PIC 9(02).
          05 WS-MISS-DATE          PIC 9(08) OCCURS 31 TIMES.
          05 WS-STEP-DONE-SW       PIC X(1)         VALUE 'N'.
             88 WS-STEP-DONE                         VALUE 'Y'.
             88 WS-STEP-NOT-DONE                     VALUE 'N'.
       01 WS-DUE-INFO.
          05 WS-DUE-CHK-DATE       PIC 9(08).
          05 WS-DUE-SW             PIC X(1)         VALUE 'N'.
             88 WS-STD-DUE                           VALUE 'Y'.
             88 WS-STD-NOT-DUE                       VALUE 'N'.
          05 WS-ROLLED-SW          PIC X(1)         VALUE 'N'.
             88 WS-STD-ROLLED                        VALUE 'Y'.
             88 WS-STD-NOT-ROLLED                    VALUE 'N'.
       01 WS-STEP-AREA.
          05 WS-STEP-DATE          PIC 9(08).
          05 WS-STEP-YMD REDEFINES WS-STEP-DATE.
             10 WS-STEP-YEAR       PIC 9(04).
             10 WS-STEP-MONTH      PIC 9(02).
             10 WS-STEP-DAY        PIC 9(02).
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
          05 WS-CNV-LEAP-SW        PIC X(1)         VALUE 'N'.
             88 WS-CNV-LEAP-YEAR                     VALUE 'Y'.
             88 WS-CNV-NOT-LEAP-YEAR                 VALUE 'N'.
       01 WS-MTH-DAYS-TBL.
          05 FILLER                PIC X(18)        VALUE
             '000031059090120151'.
          05 FILLER                PIC X(18)        VALUE
             '181212243273304334'.
       01 WS-MTH-DAYS-R REDEFINES WS-MTH-DAYS-TBL.
          05 WS-MTH-DAYS           PIC 9(03) OCCURS 12 TIMES.
       01 WS-MTH-LEN-TBL.
          05 FILLER                PIC X(24)        VALUE
             '312831303130313130313031'.
       01 WS-MTH-LEN-R REDEFINES WS-MTH-LEN-TBL.
          05 WS-MTH-LEN            PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWGEN'.
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
           ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD.
           MOVE WS-GEN-DATE TO WS-LDG-DATE.
           PERFORM WRITE-LEDGER-START-RTN.
           PERFORM LOAD-STANDING-RTN.
           IF WS-STD-FILE-STATUS NOT = '00'
               DISPLAY 'BSWGEN RUN REFUSED - BSWSTD STANDING PAIR'
                   ' MASTER IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-CLIENT-MASTER-RTN.
               DISPLAY 'BSWGEN RUN REFUSED - BSWCLI CLIENT MASTER'
                   ' IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-CALENDAR-RTN.
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'BSWGEN RUN REFUSED - BSWCAL BUSINESS-DAY'
                   ' CALENDAR IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           MOVE WS-GEN-DATE TO WS-CAL-CHK-DATE.
           PERFORM CHECK-BUSINESS-DAY-RTN.
           MOVE WS-CAL-DAY-SW TO WS-TODAY-SW.
           IF WS-TODAY-BUSINESS-DAY
               PERFORM FIND-MISSED-DAYS-RTN
           END-IF.
           PERFORM STAGE-QUEUE-RTN.
           IF WS-LOAD-BAD
               DISPLAY 'BSWGEN RUN REFUSED - BSWIN IS OUT OF'
                   ' BALANCE - FILE UNTOUCHED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
      ******************************************************************
       MAIN-RTN.
           IF WS-TODAY-CLOSED
               PERFORM COUNT-CLOSED-RTN VARYING WS-STD-IX
     -             FROM 1 BY 1 UNTIL WS-STD-IX > WS-STD-COUNT
               DISPLAY 'BSWGEN - ' WS-GEN-DATE ' IS NOT A BUSINESS'
                   ' DAY - BSWIN LEFT AS IT IS'
               DISPLAY 'BSWGEN - SKIPPED ' WS-SKIP-CLOSED
                   ' PAIR(S) DUE TODAY, ' WS-ROLL-COUNT
                   ' TO ROLL TO THE NEXT BUSINESS DAY'
           ELSE
               PERFORM SELECT-STANDING-RTN VARYING WS-STD-IX
     -             FROM 1 BY 1 UNTIL WS-STD-IX > WS-STD-COUNT
               PERFORM REWRITE-QUEUE-RTN
               DISPLAY 'BSWGEN - GENERATED ' WS-GEN-COUNT
                   ' PAIR(S) AS BATCH ' WS-NEW-BATCH-NO
               DISPLAY 'BSWGEN - SKIPPED ' WS-SKIP-QUEUED
                   ' ALREADY QUEUED, ' WS-SKIP-CLIENT
                   ' CLIENT INACTIVE, ' WS-SKIP-DATE
                   ' OUT OF DATE RANGE'
               DISPLAY 'BSWGEN - ' WS-ROLL-COUNT ' PAIR(S) ROLLED'
                   ' FORWARD FROM ' WS-MISS-COUNT
                   ' CLOSED DAY(S)'
           END-IF.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       LOAD-STANDING-RTN.
                           TO WS-STD-FROM(WS-STD-COUNT)
                       MOVE BSW-STD-EFF-TO
                           TO WS-STD-TO(WS-STD-COUNT)
                       MOVE BSW-STD-HOLIDAY-OPT
                           TO WS-STD-HOL-OPT(WS-STD-COUNT)
                       MOVE 'N' TO WS-STD-QUEUED-SW(WS-STD-COUNT)
                   ELSE
                       DISPLAY 'STANDING MASTER OVERFLOW - PAIR '
           END-READ.

       SELECT-STANDING-RTN.
           PERFORM CHECK-STD-DUE-RTN.
           EVALUATE TRUE
               WHEN WS-STD-ACTIVE(WS-STD-IX) NOT = 'Y'
                   CONTINUE
               WHEN WS-STD-NOT-DUE
                   ADD 1 TO WS-SKIP-DATE
               WHEN WS-STD-QUEUED-SW(WS-STD-IX) = 'Y'
                   ADD 1 TO WS-SKIP-QUEUED
                   IF WS-CLIENT-ON-MASTER
                       MOVE 'G' TO WS-STD-QUEUED-SW(WS-STD-IX)
                       ADD 1 TO WS-GEN-COUNT
                       IF WS-STD-ROLLED
                           ADD 1 TO WS-ROLL-COUNT
                           DISPLAY 'BSWGEN - PAIR '
                               WS-STD-PAIR-ID(WS-STD-IX)
                               ' ROLLED FORWARD FROM A CLOSED DAY'
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIP-CLIENT
                       DISPLAY 'BSWGEN - PAIR '
                   END-IF
           END-EVALUATE.

       CHECK-STD-DUE-RTN.
           SET WS-STD-NOT-ROLLED TO TRUE.
           MOVE WS-GEN-DATE TO WS-DUE-CHK-DATE.
           PERFORM CHECK-DATE-RANGE-RTN.
           IF WS-STD-NOT-DUE
               AND WS-STD-HOL-OPT(WS-STD-IX) = 'R'
               PERFORM CHECK-MISSED-DAY-RTN VARYING WS-MISS-IX
     -             FROM 1 BY 1 UNTIL WS-MISS-IX > WS-MISS-COUNT
     -             OR WS-STD-DUE
               IF WS-STD-DUE
                   SET WS-STD-ROLLED TO TRUE
               END-IF
           END-IF.

       CHECK-MISSED-DAY-RTN.
           MOVE WS-MISS-DATE(WS-MISS-IX) TO WS-DUE-CHK-DATE.
           PERFORM CHECK-DATE-RANGE-RTN.

       CHECK-DATE-RANGE-RTN.
           SET WS-STD-DUE TO TRUE.
           IF WS-STD-FROM(WS-STD-IX) > WS-DUE-CHK-DATE
               SET WS-STD-NOT-DUE TO TRUE
           END-IF.
           IF WS-STD-TO(WS-STD-IX) > ZERO
               AND WS-STD-TO(WS-STD-IX) < WS-DUE-CHK-DATE
               SET WS-STD-NOT-DUE TO TRUE
           END-IF.

       COUNT-CLOSED-RTN.
           MOVE WS-GEN-DATE TO WS-DUE-CHK-DATE.
           PERFORM CHECK-DATE-RANGE-RTN.
           IF WS-STD-ACTIVE(WS-STD-IX) = 'Y'
               AND WS-STD-DUE
               IF WS-STD-HOL-OPT(WS-STD-IX) = 'R'
                   ADD 1 TO WS-ROLL-COUNT
               ELSE
                   ADD 1 TO WS-SKIP-CLOSED
               END-IF
           END-IF.

       CHECK-STD-CLIENT-RTN.
           SET WS-CLIENT-OFF-MASTER TO TRUE.
           MOVE ZERO TO WS-CM-FOUND-IX.
               ADD BSW-PAIR-ID TO WS-NEW-HASH-TOTAL
               WRITE BSW-PAIR-REC
           END-IF.

       LOAD-CALENDAR-RTN.
           MOVE ZERO TO WS-CAL-COUNT.
           OPEN INPUT BSW-CAL-FILE.
           IF WS-CAL-FILE-STATUS = '00'
               PERFORM LOAD-CALENDAR-REC-RTN UNTIL WS-CAL-EOF
               CLOSE BSW-CAL-FILE
           ELSE
               DISPLAY 'BSWCAL BUSINESS-DAY CALENDAR IS MISSING'
           END-IF.

       LOAD-CALENDAR-REC-RTN.
           READ BSW-CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT < 1000
                       ADD 1 TO WS-CAL-COUNT
                       MOVE BSW-CAL-DATE
                           TO WS-CAL-DATE(WS-CAL-COUNT)
                       MOVE BSW-CAL-DAY-TYPE
                           TO WS-CAL-TYPE(WS-CAL-COUNT)
                   ELSE
                       DISPLAY 'CALENDAR OVERFLOW - DATE '
                           BSW-CAL-DATE ' DROPPED'
                   END-IF
           END-READ.

       CHECK-BUSINESS-DAY-RTN.
           MOVE ZERO TO WS-CAL-FOUND-IX.
           PERFORM SCAN-CALENDAR-RTN VARYING WS-CAL-IX
     -         FROM 1 BY 1 UNTIL WS-CAL-IX > WS-CAL-COUNT
     -         OR WS-CAL-FOUND-IX > ZERO.
           IF WS-CAL-FOUND-IX > ZERO
               AND (WS-CAL-TYPE(WS-CAL-FOUND-IX) = 'B'
                OR WS-CAL-TYPE(WS-CAL-FOUND-IX) = 'C')
               MOVE WS-CAL-TYPE(WS-CAL-FOUND-IX) TO WS-CAL-DAY-SW
           ELSE
               MOVE WS-CAL-CHK-DATE TO WS-CNV-DATE
               PERFORM CONVERT-DATE-RTN
               PERFORM WEEKDAY-RTN
               IF WS-CAL-WEEKDAY > 5
                   SET WS-CAL-CLOSED-DAY TO TRUE
               ELSE
                   SET WS-CAL-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       SCAN-CALENDAR-RTN.
           IF WS-CAL-DATE(WS-CAL-IX) = WS-CAL-CHK-DATE
               MOVE WS-CAL-IX TO WS-CAL-FOUND-IX
           END-IF.

       FIND-MISSED-DAYS-RTN.
           MOVE ZERO TO WS-MISS-COUNT.
           MOVE WS-GEN-DATE TO WS-STEP-DATE.
           SET WS-STEP-NOT-DONE TO TRUE.
           PERFORM STEP-BACK-RTN UNTIL WS-STEP-DONE.

       STEP-BACK-RTN.
           PERFORM PRIOR-DATE-RTN.
           MOVE WS-STEP-DATE TO WS-CAL-CHK-DATE.
           PERFORM CHECK-BUSINESS-DAY-RTN.
           IF WS-CAL-BUSINESS-DAY OR WS-MISS-COUNT = 31
               SET WS-STEP-DONE TO TRUE
           ELSE
               ADD 1 TO WS-MISS-COUNT
               MOVE WS-STEP-DATE TO WS-MISS-DATE(WS-MISS-COUNT)
           END-IF.

       PRIOR-DATE-RTN.
           IF WS-STEP-DAY > 1
               SUBTRACT 1 FROM WS-STEP-DAY
           ELSE
               IF WS-STEP-MONTH > 1
                   SUBTRACT 1 FROM WS-STEP-MONTH
               ELSE
                   MOVE 12 TO WS-STEP-MONTH
                   SUBTRACT 1 FROM WS-STEP-YEAR
               END-IF
               MOVE WS-MTH-LEN(WS-STEP-MONTH) TO WS-STEP-DAY
               IF WS-STEP-MONTH = 2
                   MOVE WS-STEP-YEAR TO WS-CNV-YEAR
                   PERFORM TEST-LEAP-YEAR-RTN
                   IF WS-CNV-LEAP-YEAR
                       MOVE 29 TO WS-STEP-DAY
                   END-IF
               END-IF
           END-IF.

       WEEKDAY-RTN.
           DIVIDE WS-CNV-SERIAL BY 7 GIVING WS-CNV-WEEKS
               REMAINDER WS-CAL-WEEKDAY.
           IF WS-CAL-WEEKDAY = ZERO
               MOVE 7 TO WS-CAL-WEEKDAY
           END-IF.

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
               PERFORM TEST-LEAP-YEAR-RTN
               IF WS-CNV-LEAP-YEAR
                   ADD 1 TO WS-CNV-SERIAL
               END-IF
           END-IF.

       TEST-LEAP-YEAR-RTN.
           SET WS-CNV-NOT-LEAP-YEAR TO TRUE.
           DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-QUOT
               REMAINDER WS-CNV-REM.
           IF WS-CNV-REM = ZERO
               DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-QUOT
                   REMAINDER WS-CNV-REM
               IF WS-CNV-REM = ZERO
                   DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-QUOT
                       REMAINDER WS-CNV-REM
                   IF WS-CNV-REM = ZERO
                       SET WS-CNV-LEAP-YEAR TO TRUE
                   END-IF
               ELSE
                   SET WS-CNV-LEAP-YEAR TO TRUE
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
