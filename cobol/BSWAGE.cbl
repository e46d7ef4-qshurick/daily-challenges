      *                    AND YEAR ENDS.  A MISSING OR INVALID
      *                    CONTROL CARD REFUSES THE RUN UP FRONT
      *                    WITH RETURN CODE 8.
      *    10-15-2026  QS  AGE IS NOW COUNTED IN BUSINESS DAYS OFF
      *                    THE BSWCAL CALENDAR - WEEKENDS AND CLOSED
      *                    DATES NO LONGER COUNT AGAINST THE BSWGCTL
      *                    LIMIT, SO A FRIDAY NIGHT REJECT IS ONE
      *                    DAY OPEN ON MONDAY, NOT THREE.  A MISSING
      *                    CALENDAR REFUSES THE RUN WITH RETURN
      *                    CODE 8.
      *    10-15-2026  QS  START AND END OF EVERY RUN, REFUSALS
      *                    INCLUDED, ARE NOW WRITTEN TO THE BSWLEDG
      *                    RUN LEDGER FOR THE BUSINESS DATE WITH THE
      *                    RETURN CODE, FOR THE BSWLDGR DAILY REPORT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                    FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT BSW-AGE-RPT-FILE ASSIGN TO BSWGRPT
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSW-CAL-FILE     ASSIGN TO BSWCAL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BSW-LDG-FILE     ASSIGN TO BSWLEDG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LDG-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************

       FD  BSW-AGE-RPT-FILE.
       01  BSW-AGE-RPT-REC          PIC X(80).

       FD  BSW-CAL-FILE.
           COPY BSWCAL.

       FD  BSW-LDG-FILE.
           COPY BSWLEDG.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01 WS-CTL-INFO.
          05 WS-CTL-FILE-STATUS    PIC X(02).
          05 WS-WKB-FILE-STATUS    PIC X(02).
          05 WS-CAL-FILE-STATUS    PIC X(02).
          05 WS-AGE-LIMIT          PIC 9(03)        VALUE ZERO.
       01 WS-VAR.
          05 WS-RUN-DATE           PIC 9(08).
          05 WS-CNV-QUOT           PIC 9(04).
          05 WS-CNV-REM            PIC 9(04).
          05 WS-CNV-SERIAL         PIC 9(07).
          05 WS-CNV-WEEKS          PIC 9(07).
          05 WS-CNV-WEEKDAY        PIC 9(01).
       01 WS-BDAY-AREA.
          05 WS-SPAN-DAYS          PIC 9(07).
          05 WS-SPAN-WEEKS         PIC 9(07).
          05 WS-SPAN-REM           PIC 9(01).
          05 WS-SPAN-IX            PIC 9(01).
       01 WS-CAL-INFO.
          05 WS-CAL-COUNT          PIC 9(04)        VALUE ZERO.
          05 WS-CAL-IX             PIC 9(04).
          05 WS-CAL-EOF-SW         PIC X(1)         VALUE 'N'.
             88 WS-CAL-EOF                           VALUE 'Y'.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES.
             10 WS-CAL-TYPE        PIC X(01).
             10 WS-CAL-SERIAL      PIC 9(07).
             10 WS-CAL-WEEKDAY     PIC 9(01).
       01 WS-MTH-DAYS-TBL.
          05 FILLER                PIC X(18)        VALUE
             '000031059090120151'.
          05 WS-AGR-RUN-DATE       PIC 9(08).
          05 FILLER                PIC X(08)        VALUE '  LIMIT '.
          05 WS-AGR-LIMIT          PIC ZZ9.
          05 FILLER                PIC X(14)        VALUE
             ' BUSINESS DAYS'.
          05 FILLER                PIC X(17)        VALUE SPACES.
       01 WS-AGRPT-DETAIL-LINE.
          05 FILLER                PIC X(05)        VALUE 'PAIR '.
          05 WS-AGR-PAIR-ID        PIC ZZZZZ9.
             '  OVERDUE= '.
          05 WS-AGR-TOT-OVERDUE    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(43)        VALUE SPACES.
       01 WS-LEDGER-INFO.
          05 WS-LDG-FILE-STATUS    PIC X(02).
          05 WS-LDG-DATE           PIC 9(08)        VALUE ZERO.
          05 WS-LDG-TIME           PIC 9(08).
          05 WS-LDG-PROGRAM        PIC X(08)        VALUE 'BSWAGE'.
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
               DISPLAY 'BSWAGE RUN REFUSED - BAD OR MISSING'
                   ' BSWGCTL CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-CALENDAR-RTN.
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'BSWAGE RUN REFUSED - BSWCAL BUSINESS-DAY'
                   ' CALENDAR IS MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-END-RTN
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-CNV-DATE.
           CLOSE BSW-AGE-RPT-FILE.

       MAIN-EXT.
           PERFORM WRITE-LEDGER-END-RTN.
           STOP RUN.

       READ-CONTROL-RTN.
           PERFORM CONVERT-DATE-RTN.
           MOVE WS-CNV-SERIAL TO WS-REC-SERIAL.
           IF WS-REC-SERIAL < WS-TODAY-SERIAL
               PERFORM COUNT-BUSINESS-DAYS-RTN
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
           MOVE WS-DAYS-OPEN        TO WS-AGR-DAYS.
           WRITE BSW-AGE-RPT-REC FROM WS-AGRPT-DETAIL-LINE.

       COUNT-BUSINESS-DAYS-RTN.
           SUBTRACT WS-REC-SERIAL FROM WS-TODAY-SERIAL
               GIVING WS-SPAN-DAYS.
           DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-SPAN-WEEKS
               REMAINDER WS-SPAN-REM.
           MULTIPLY WS-SPAN-WEEKS BY 5 GIVING WS-DAYS-OPEN.
           PERFORM COUNT-ODD-DAY-RTN VARYING WS-SPAN-IX
     -         FROM 1 BY 1 UNTIL WS-SPAN-IX > WS-SPAN-REM.
           PERFORM ADJUST-FOR-CALENDAR-RTN VARYING WS-CAL-IX
     -         FROM 1 BY 1 UNTIL WS-CAL-IX > WS-CAL-COUNT.

       COUNT-ODD-DAY-RTN.
           COMPUTE WS-CNV-SERIAL = WS-REC-SERIAL
               + (WS-SPAN-WEEKS * 7) + WS-SPAN-IX.
           PERFORM WEEKDAY-RTN.
           IF WS-CNV-WEEKDAY NOT > 5
               ADD 1 TO WS-DAYS-OPEN
           END-IF.

       ADJUST-FOR-CALENDAR-RTN.
           IF WS-CAL-SERIAL(WS-CAL-IX) > WS-REC-SERIAL
               AND WS-CAL-SERIAL(WS-CAL-IX) NOT > WS-TODAY-SERIAL
               IF WS-CAL-TYPE(WS-CAL-IX) = 'C'
                   AND WS-CAL-WEEKDAY(WS-CAL-IX) NOT > 5
                   AND WS-DAYS-OPEN > ZERO
                   SUBTRACT 1 FROM WS-DAYS-OPEN
               END-IF
               IF WS-CAL-TYPE(WS-CAL-IX) = 'B'
                   AND WS-CAL-WEEKDAY(WS-CAL-IX) > 5
                   ADD 1 TO WS-DAYS-OPEN
               END-IF
           END-IF.

       WEEKDAY-RTN.
           DIVIDE WS-CNV-SERIAL BY 7 GIVING WS-CNV-WEEKS
               REMAINDER WS-CNV-WEEKDAY.
           IF WS-CNV-WEEKDAY = ZERO
               MOVE 7 TO WS-CNV-WEEKDAY
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
                       MOVE BSW-CAL-DAY-TYPE
                           TO WS-CAL-TYPE(WS-CAL-COUNT)
                       MOVE BSW-CAL-DATE TO WS-CNV-DATE
                       PERFORM CONVERT-DATE-RTN
                       PERFORM WEEKDAY-RTN
                       MOVE WS-CNV-SERIAL
                           TO WS-CAL-SERIAL(WS-CAL-COUNT)
                       MOVE WS-CNV-WEEKDAY
                           TO WS-CAL-WEEKDAY(WS-CAL-COUNT)
                   ELSE
                       DISPLAY 'CALENDAR OVERFLOW - DATE '
                           BSW-CAL-DATE ' DROPPED'
                   END-IF
           END-READ.

       TALLY-CLIENT-RTN.
           MOVE ZERO TO WS-CLI-FOUND-IX.
           PERFORM SCAN-CLIENT-RTN VARYING WS-CLI-IX
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
