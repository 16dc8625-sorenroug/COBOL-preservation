       PROGRAM-ID. JOB-LOG-REPORT.
      * Prints a day's job activity from the shared JOBLOG.DAT that
      * every batch program writes start and end records to.  The
      * operator keys the report date (YYMMDD), or 0 for the
      * previous business day by the shop calendar CAL2.FIL, so a
      * Monday morning report covers Friday and one after a plant
      * holiday skips it; runs that logged a START but no END are
      * flagged so a dead nightly run shows up without anyone having
      * been in the room.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
           SELECT RUN-PARM-FILE ASSIGN TO "PARM2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CAL2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
           05  PRM-KEYWORD                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-VALUE                   PIC X(20).
       FD  SHOP-CALENDAR-FILE.
       01  SHOP-CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  FILLER                      PIC X.
           05  CAL-TYPE                    PIC X.
           05  FILLER                      PIC X.
           05  CAL-DESC                    PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-STATUS                PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-OPEN-RUNS                    PIC S9(5) VALUE ZERO.
       01  WS-LEAP-Q                       PIC 99.
       01  WS-LEAP-R                       PIC 9.
       01  WS-CALENDAR-STATUS              PIC XX.
       01  WS-CALENDAR-EOF                 PIC X VALUE "N".
       01  WS-CAL-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-CAL-IX                       PIC 9(3) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 400.
               10  WS-CAL-TBL-DATE         PIC 9(8).
               10  WS-CAL-TBL-TYPE         PIC X.
       01  WS-RPT-CCYY                     PIC 9(4).
       01  WS-RPT-FULL-DATE                PIC 9(8).
       01  WS-RPT-SERIAL                   PIC 9(7).
       01  WS-SERIAL-Q                     PIC 9(7).
       01  WS-Q4                           PIC 9(4).
       01  WS-Q100                         PIC 99.
       01  WS-Q400                         PIC 9.
       01  WS-R4                           PIC 9.
       01  WS-R100                         PIC 99.
       01  WS-R400                         PIC 9(3).
       01  WS-RPT-DOW                      PIC 9.
       01  WS-RPT-CAL-TYPE                 PIC X.
       01  WS-BUSINESS-DAY                 PIC X VALUE "N".
       01  WS-BACK-COUNT                   PIC 9(3) VALUE ZERO.
       01  CUM-DAYS-VALUES                 PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           05  CUM-MONTH-DAYS OCCURS 12    PIC 999.
       01  MONTH-DAYS-VALUES               PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           IF WS-PARM-FOUND = "Y"
               MOVE WS-PARM-VALUE TO WS-REPORT-DATE
           ELSE
               DISPLAY "REPORT DATE (YYMMDD, 0 = LAST BUSINESS DAY)?"
                   WITH NO ADVANCING
               ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE NOT NUMERIC OR WS-REPORT-DATE = ZERO
           EXIT.

       SET-YESTERDAY.
           PERFORM LOAD-SHOP-CALENDAR THRU LOAD-SHOP-CALENDAR-EXIT.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO WS-REPORT-DATE.
           MOVE ZERO TO WS-BACK-COUNT.
       SET-YESTERDAY-BACK.
           ADD 1 TO WS-BACK-COUNT.
           IF WS-RPT-DD > 1
               SUBTRACT 1 FROM WS-RPT-DD
               GO TO SET-YESTERDAY-CHECK.
           IF WS-RPT-MM = 1
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-YY
               GIVING WS-LEAP-Q REMAINDER WS-LEAP-R.
           IF WS-RPT-MM = 2 AND WS-LEAP-R = 0
               MOVE 29 TO WS-RPT-DD.
       SET-YESTERDAY-CHECK.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           IF WS-BUSINESS-DAY = "N" AND WS-BACK-COUNT < 31
               GO TO SET-YESTERDAY-BACK.
       SET-YESTERDAY-EXIT.
           EXIT.

       LOAD-SHOP-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
           MOVE "N" TO WS-CALENDAR-EOF.
           OPEN INPUT SHOP-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
               GO TO LOAD-SHOP-CALENDAR-EXIT.
       LOAD-SHOP-CALENDAR-READ.
           READ SHOP-CALENDAR-FILE
               AT END MOVE "Y" TO WS-CALENDAR-EOF.
           IF WS-CALENDAR-EOF = "Y" OR WS-CAL-COUNT = 400
               CLOSE SHOP-CALENDAR-FILE
               GO TO LOAD-SHOP-CALENDAR-EXIT.
           IF CAL-DATE NUMERIC
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
               MOVE CAL-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT).
           GO TO LOAD-SHOP-CALENDAR-READ.
       LOAD-SHOP-CALENDAR-EXIT.
           EXIT.

      * A weekday is a business day unless the shop calendar marks it
      * a holiday (H) or shutdown day (S); a Saturday or Sunday is one
      * only when the calendar marks it worked (W).
       CHECK-BUSINESS-DAY.
           IF WS-RPT-YY > 40
               COMPUTE WS-RPT-CCYY = 1900 + WS-RPT-YY
           ELSE
               COMPUTE WS-RPT-CCYY = 2000 + WS-RPT-YY.
           COMPUTE WS-RPT-FULL-DATE = WS-RPT-CCYY * 10000
               + WS-RPT-MM * 100 + WS-RPT-DD.
           DIVIDE 4 INTO WS-RPT-CCYY GIVING WS-Q4 REMAINDER WS-R4.
           DIVIDE 100 INTO WS-RPT-CCYY GIVING WS-Q100 REMAINDER WS-R100.
           DIVIDE 400 INTO WS-RPT-CCYY GIVING WS-Q400 REMAINDER WS-R400.
           COMPUTE WS-RPT-SERIAL = WS-RPT-CCYY * 365 + WS-Q4
               - WS-Q100 + WS-Q400 + CUM-MONTH-DAYS (WS-RPT-MM)
               + WS-RPT-DD.
           IF WS-RPT-MM < 3 AND WS-R4 = 0
               IF WS-R100 NOT = 0 OR WS-R400 = 0
                   SUBTRACT 1 FROM WS-RPT-SERIAL.
           DIVIDE 7 INTO WS-RPT-SERIAL
               GIVING WS-SERIAL-Q REMAINDER WS-RPT-DOW.
           MOVE SPACE TO WS-RPT-CAL-TYPE.
           MOVE 1 TO WS-CAL-IX.
       CHECK-BUSINESS-DAY-SCAN.
           IF WS-CAL-IX > WS-CAL-COUNT
               GO TO CHECK-BUSINESS-DAY-JUDGE.
           IF WS-CAL-TBL-DATE (WS-CAL-IX) = WS-RPT-FULL-DATE
               MOVE WS-CAL-TBL-TYPE (WS-CAL-IX) TO WS-RPT-CAL-TYPE
               GO TO CHECK-BUSINESS-DAY-JUDGE.
           ADD 1 TO WS-CAL-IX.
           GO TO CHECK-BUSINESS-DAY-SCAN.
       CHECK-BUSINESS-DAY-JUDGE.
      * Day 0 of the serial count is a Saturday, day 1 a Sunday.
           MOVE "N" TO WS-BUSINESS-DAY.
           IF WS-RPT-DOW > 1
               IF WS-RPT-CAL-TYPE NOT = "H"
                       AND WS-RPT-CAL-TYPE NOT = "S"
                   MOVE "Y" TO WS-BUSINESS-DAY.
           IF WS-RPT-DOW < 2 AND WS-RPT-CAL-TYPE = "W"
               MOVE "Y" TO WS-BUSINESS-DAY.
       CHECK-BUSINESS-DAY-EXIT.
           EXIT.
