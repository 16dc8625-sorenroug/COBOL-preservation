*                                                 *
*  AGING REPORT FOR THE CUMULATIVE EXCEPTION      *
*  LEDGER XLG2.FIL. EVERY OPEN (UNCORRECTED)      *
*  ENTRY IS PRINTED WITH ITS AGE IN BUSINESS      *
*  DAYS, AND THE OPEN ENTRIES ARE SUMMARIZED INTO *
*  AGE BUCKETS (0-1, 2-7, 8-30, OVER 30 BUSINESS  *
*  DAYS) SO SUPERVISION CAN SEE THE CORRECTION    *
*  BACKLOG. BUSINESS DAYS FOLLOW THE SHOP         *
*  CALENDAR CAL2.FIL, SO WEEKENDS, PLANT HOLIDAYS *
*  AND SHUTDOWN DAYS DO NOT ADD TO AN ENTRY'S AGE *
*  AND A WORKED WEEKEND DAY DOES. PAYROLL BUREAU  *
*  REJECTS OPENED BY CBL2R AGE WITH THE REST AND  *
*  ARE ALSO COUNTED SEPARATELY. OUTPUT GOES TO    *
*  AGE2.FIL.                                      *
*                                                 *
***************************************************

    FILE STATUS WS-LEDGER-STATUS.
    SELECT AGING-PRINT-FILE ASSIGN
    AGE2.FIL.
    SELECT SHOP-CALENDAR-FILE ASSIGN
    CAL2.FIL
    FILE STATUS WS-CALENDAR-STATUS.

DATA DIVISION.

    05  XLG-CARD-IMAGE                    PIC X(80).
    05  FILLER                            PIC X.
    05  XLG-REASON                        PIC X(30).
    05  FILLER                            PIC X.
    05  XLG-SOURCE                        PIC X.
FD  AGING-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  AGING-PRINT-LINE                      PIC X(80).
FD  SHOP-CALENDAR-FILE
      LABEL RECORDS
      OMITTED.
01  SHOP-CALENDAR-RECORD.
    05  CAL-DATE.
        10  CAL-CCYY                      PIC 9(4).
        10  CAL-MM                        PIC 99.
        10  CAL-DD                        PIC 99.
    05  FILLER                            PIC X.
    05  CAL-TYPE                          PIC X.
    05  FILLER                            PIC X.
    05  CAL-DESC                          PIC X(30).
    05  FILLER                            PIC X(39).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-LEDGER-STATUS          PIC XX.
    05  WS-LEDGER-EOF             PIC X VALUE 'N'.
    05  WS-CALENDAR-STATUS        PIC XX.
    05  WS-CALENDAR-EOF           PIC X VALUE 'N'.

01  AGING-CONTROL.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.
    05  WS-BUCKET-2-7             PIC 9(5) VALUE ZERO.
    05  WS-BUCKET-8-30            PIC 9(5) VALUE ZERO.
    05  WS-BUCKET-OVER-30         PIC 9(5) VALUE ZERO.
    05  WS-BUREAU-COUNT           PIC 9(5) VALUE ZERO.

01  BUSINESS-DAY-CONTROL.
    05  WS-WALK-SERIAL            PIC 9(7) VALUE ZERO.
    05  WS-WALK-Q                 PIC 9(7) VALUE ZERO.
    05  WS-WALK-DOW               PIC 9 VALUE ZERO.
    05  WS-WALK-TYPE              PIC X VALUE SPACE.
    05  WS-CAL-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-CAL-IX                 PIC 9(3) VALUE ZERO.
01  CALENDAR-TABLE.
    05  CAL-ENTRY OCCURS 400.
        10  CAL-TBL-SERIAL        PIC 9(7).
        10  CAL-TBL-TYPE          PIC X.

01  SERIAL-WORK.
    05  WS-DTS-DATE.
            VALUE 'OPEN EXCEPTION AGING REPORT --  '.
    05  AGE-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(42) VALUE SPACE.
01  AGE-HDR-LINE-2                        PIC X(80)
        VALUE 'AGES ARE IN BUSINESS DAYS BY THE SHOP CALENDAR CAL2.FIL'.
01  AGE-DETAIL-LINE.
    05  FILLER                            PIC X(6)
            VALUE 'BATCH '.
    MOVE WS-RUN-DATE TO WS-DTS-DATE.
    PERFORM G50-DATE-TO-SERIAL.
    MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
    PERFORM G12-LOAD-SHOP-CALENDAR.
    OPEN INPUT EXC-LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'NO EXCEPTION LEDGER ON FILE, STATUS='
    MOVE WS-RUN-DATE TO AGE-HDR-DATE.
    WRITE AGING-PRINT-LINE FROM AGE-HDR-LINE
        AFTER ADVANCING 1.
    WRITE AGING-PRINT-LINE FROM AGE-HDR-LINE-2
        AFTER ADVANCING 1.
    PERFORM G20-AGE-ONE-ENTRY
        UNTIL WS-LEDGER-EOF = 'Y'.
    CLOSE EXC-LEDGER-FILE.
    DISPLAY 'AGING REPORT WRITTEN TO AGE2.FIL.'.
    DISPLAY 'OPEN EXCEPTIONS: ' WS-OPEN-COUNT.
    STOP RUN.
G12-LOAD-SHOP-CALENDAR.
    MOVE ZERO TO WS-CAL-COUNT.
    OPEN INPUT SHOP-CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CAL2.FIL NOT ON HAND -- WEEKDAYS ARE BUSINESS DAYS.'
    ELSE
        PERFORM G14-READ-CALENDAR-RECORD
            UNTIL WS-CALENDAR-EOF = 'Y' OR WS-CAL-COUNT = 400
        CLOSE SHOP-CALENDAR-FILE.
G14-READ-CALENDAR-RECORD.
    READ SHOP-CALENDAR-FILE
        END
            MOVE 'Y' TO WS-CALENDAR-EOF.
    IF WS-CALENDAR-EOF NOT = 'Y'
        IF CAL-DATE NUMERIC
            MOVE CAL-CCYY TO WS-DTS-YEAR
            MOVE CAL-MM TO WS-DTS-MM
            MOVE CAL-DD TO WS-DTS-DD
            PERFORM G51-YEAR-DATE-TO-SERIAL
            ADD 1 TO WS-CAL-COUNT
            MOVE WS-DTS-SERIAL TO CAL-TBL-SERIAL (WS-CAL-COUNT)
            MOVE CAL-TYPE TO CAL-TBL-TYPE (WS-CAL-COUNT).
G20-AGE-ONE-ENTRY.
    READ EXC-LEDGER-FILE
        END
        MOVE XLG-RUN-DATE TO WS-DTS-DATE
        PERFORM G50-DATE-TO-SERIAL
        MOVE WS-DTS-SERIAL TO WS-ENTRY-SERIAL
        PERFORM G34-COUNT-BUSINESS-DAYS.
    PERFORM G32-COUNT-BUCKET.
    IF XLG-SOURCE = 'B'
        ADD 1 TO WS-BUREAU-COUNT.
    MOVE XLG-BATCH-NUM TO AGE-DET-BATCH.
    MOVE XLG-RUN-DATE TO AGE-DET-DATE.
    MOVE WS-AGE-DAYS TO AGE-DET-DAYS.
                ADD 1 TO WS-BUCKET-8-30
            ELSE
                ADD 1 TO WS-BUCKET-OVER-30.
G34-COUNT-BUSINESS-DAYS.
    MOVE WS-ENTRY-SERIAL TO WS-WALK-SERIAL.
    PERFORM G36-COUNT-ONE-DAY
        UNTIL WS-WALK-SERIAL NOT < WS-RUN-SERIAL.
G36-COUNT-ONE-DAY.
    ADD 1 TO WS-WALK-SERIAL.
    DIVIDE 7 INTO WS-WALK-SERIAL
        GIVING WS-WALK-Q REMAINDER WS-WALK-DOW.
    MOVE SPACE TO WS-WALK-TYPE.
    MOVE 1 TO WS-CAL-IX.
    PERFORM G38-SCAN-CALENDAR
        UNTIL WS-CAL-IX > WS-CAL-COUNT OR WS-WALK-TYPE NOT = SPACE.
    IF WS-WALK-DOW > 1
        IF WS-WALK-TYPE NOT = 'H' AND WS-WALK-TYPE NOT = 'S'
            ADD 1 TO WS-AGE-DAYS.
    IF WS-WALK-DOW < 2 AND WS-WALK-TYPE = 'W'
        ADD 1 TO WS-AGE-DAYS.
G38-SCAN-CALENDAR.
    IF CAL-TBL-SERIAL (WS-CAL-IX) = WS-WALK-SERIAL
        MOVE CAL-TBL-TYPE (WS-CAL-IX) TO WS-WALK-TYPE.
    ADD 1 TO WS-CAL-IX.
G40-PRINT-BUCKETS.
    MOVE 'OPEN 0-1 BUSINESS DAYS:' TO AGE-BUCKET-LABEL.
    MOVE WS-BUCKET-0-1 TO AGE-BUCKET-COUNT.
    PERFORM G42-WRITE-BUCKET-LINE.
    MOVE 'OPEN 2-7 BUSINESS DAYS:' TO AGE-BUCKET-LABEL.
    MOVE WS-BUCKET-2-7 TO AGE-BUCKET-COUNT.
    PERFORM G42-WRITE-BUCKET-LINE.
    MOVE 'OPEN 8-30 BUSINESS DAYS:' TO AGE-BUCKET-LABEL.
    MOVE WS-BUCKET-8-30 TO AGE-BUCKET-COUNT.
    PERFORM G42-WRITE-BUCKET-LINE.
    MOVE 'OPEN OVER 30 BUSINESS DAYS:' TO AGE-BUCKET-LABEL.
    MOVE WS-BUCKET-OVER-30 TO AGE-BUCKET-COUNT.
    PERFORM G42-WRITE-BUCKET-LINE.
    MOVE 'OPEN PAYROLL BUREAU REJECTS:' TO AGE-BUCKET-LABEL.
    MOVE WS-BUREAU-COUNT TO AGE-BUCKET-COUNT.
    PERFORM G42-WRITE-BUCKET-LINE.
    MOVE 'TOTAL OPEN EXCEPTIONS:' TO AGE-BUCKET-LABEL.
    MOVE WS-OPEN-COUNT TO AGE-BUCKET-COUNT.
    PERFORM G42-WRITE-BUCKET-LINE.
        COMPUTE WS-DTS-YEAR = 1900 + WS-DTS-YY
    ELSE
        COMPUTE WS-DTS-YEAR = 2000 + WS-DTS-YY.
    PERFORM G51-YEAR-DATE-TO-SERIAL.
G51-YEAR-DATE-TO-SERIAL.
    PERFORM G52-CHECK-LEAP-YEAR.
    MULTIPLY WS-DTS-YEAR BY 365 GIVING WS-DTS-SERIAL.
    ADD WS-LEAP-Q TO WS-DTS-SERIAL.
