*  AUDL2.FIL AND PRINTS A MONTH-END RUN HISTORY   *
*  REPORT: RUNS PER DAY, TOTAL AND AVERAGE        *
*  NEW-HIRE VOLUME, THE LARGEST RUN, AND A FLAG   *
*  FOR EACH BUSINESS DAY OF THE MONTH ON WHICH NO *
*  BATCH RUN TOOK PLACE. BUSINESS DAYS FOLLOW THE *
*  SHOP CALENDAR CAL2.FIL: PLANT HOLIDAYS AND     *
*  SHUTDOWN DAYS ARE MARKED AND NOT FLAGGED, AND  *
*  A WORKED WEEKEND DAY IS FLAGGED LIKE A         *
*  WEEKDAY. WITHOUT CAL2.FIL EVERY WEEKDAY IS A   *
*  BUSINESS DAY.                                  *
*                                                 *
***************************************************

    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT SHOP-CALENDAR-FILE ASSIGN
    CAL2.FIL
    FILE STATUS WS-CALENDAR-STATUS.

DATA DIVISION.

    05  FILLER                            PIC X.
    05  PRM-VALUE                         PIC X(20).
    05  FILLER                            PIC X(38).
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
    05  WS-AUDIT-STATUS           PIC XX.
    05  WS-AUDIT-EOF              PIC X VALUE 'N'.
    05  WS-CALENDAR-STATUS        PIC XX.
    05  WS-CALENDAR-EOF           PIC X VALUE 'N'.
    05  WS-BUSINESS-DAY           PIC X VALUE 'N'.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-DAY-IX                 PIC 99.
    05  WS-DOW                    PIC 9.
    05  WS-RPT-CC                 PIC 99 VALUE ZERO.
    05  WS-RPT-CCYY               PIC 9(4) VALUE ZERO.

01  SERIAL-WORK.
    05  WS-DTS-DATE.
    05  DAY-TALLY-ENTRY OCCURS 31.
        10  DAY-RUN-COUNT         PIC 9(3).
        10  DAY-VOLUME            PIC 9(6).
        10  DAY-CAL-TYPE          PIC X.

01  HISTORY-TOTALS.
    05  WS-MONTH-RUNS             PIC 9(5) VALUE ZERO.
    MOVE 1 TO WS-DAY-IX.
    PERFORM H14-CLEAR-DAY-TALLY
        UNTIL WS-DAY-IX > 31.
    PERFORM H16-LOAD-SHOP-CALENDAR.
    OPEN INPUT EMP-AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN AUDIT FILE, STATUS=' WS-AUDIT-STATUS
H14-CLEAR-DAY-TALLY.
    MOVE ZERO TO DAY-RUN-COUNT (WS-DAY-IX).
    MOVE ZERO TO DAY-VOLUME (WS-DAY-IX).
    MOVE SPACE TO DAY-CAL-TYPE (WS-DAY-IX).
    ADD 1 TO WS-DAY-IX.
H16-LOAD-SHOP-CALENDAR.
    COMPUTE WS-RPT-CCYY = WS-RPT-CC * 100 + WS-RPT-YY.
    OPEN INPUT SHOP-CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CAL2.FIL NOT ON HAND -- EVERY WEEKDAY IS EXPECTED.'
    ELSE
        PERFORM H18-READ-CALENDAR-RECORD
            UNTIL WS-CALENDAR-EOF = 'Y'
        CLOSE SHOP-CALENDAR-FILE.
H18-READ-CALENDAR-RECORD.
    READ SHOP-CALENDAR-FILE
        END
            MOVE 'Y' TO WS-CALENDAR-EOF.
    IF WS-CALENDAR-EOF NOT = 'Y'
        IF CAL-DATE NUMERIC
            IF CAL-CCYY = WS-RPT-CCYY AND CAL-MM = WS-RPT-MM
                    AND CAL-DD > 0 AND CAL-DD < 32
                MOVE CAL-TYPE TO DAY-CAL-TYPE (CAL-DD).
H20-TALLY-AUDIT-RECORD.
    READ EMP-AUDIT-FILE
        END
        MOVE 'LARGEST RUN ON (YYMMDD):' TO HST-TOT-LABEL
        MOVE WS-LARGEST-DATE TO HST-TOT-COUNT
        PERFORM H38-WRITE-TOTAL-LINE.
    MOVE 'BUSINESS DAYS WITH NO RUN:' TO HST-TOT-LABEL.
    MOVE WS-MISSED-WEEKDAYS TO HST-TOT-COUNT.
    PERFORM H38-WRITE-TOTAL-LINE.
H32-PRINT-DAY-LINE.
    PERFORM H34-DATE-TO-SERIAL.
    PERFORM H36-SERIAL-TO-DOW.
    MOVE DOW-NAME (WS-DOW + 1) TO HST-DET-DOW.
    PERFORM H33-SET-BUSINESS-DAY.
    IF WS-BUSINESS-DAY = 'Y'
            AND DAY-RUN-COUNT (WS-DAY-IX) = 0
        MOVE '*** NO RUN ***' TO HST-DET-FLAG
        ADD 1 TO WS-MISSED-WEEKDAYS
    ELSE
        IF DAY-CAL-TYPE (WS-DAY-IX) = 'H'
            MOVE 'HOLIDAY' TO HST-DET-FLAG
        ELSE
            IF DAY-CAL-TYPE (WS-DAY-IX) = 'S'
                MOVE 'SHUTDOWN' TO HST-DET-FLAG
            ELSE
                IF DAY-CAL-TYPE (WS-DAY-IX) = 'W'
                    MOVE 'WORKED WEEKEND' TO HST-DET-FLAG.
    MOVE WS-DTS-DATE TO HST-DET-DAY.
    MOVE DAY-RUN-COUNT (WS-DAY-IX) TO HST-DET-RUNS.
    MOVE DAY-VOLUME (WS-DAY-IX) TO HST-DET-VOLUME.
    WRITE HISTORY-PRINT-LINE FROM HST-DETAIL-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-DAY-IX.
H33-SET-BUSINESS-DAY.
    MOVE 'N' TO WS-BUSINESS-DAY.
    IF WS-DOW > 1
        IF DAY-CAL-TYPE (WS-DAY-IX) NOT = 'H'
                AND DAY-CAL-TYPE (WS-DAY-IX) NOT = 'S'
            MOVE 'Y' TO WS-BUSINESS-DAY.
    IF WS-DOW < 2 AND DAY-CAL-TYPE (WS-DAY-IX) = 'W'
        MOVE 'Y' TO WS-BUSINESS-DAY.
H34-DATE-TO-SERIAL.
    COMPUTE WS-DTS-YEAR = WS-DTS-CC * 100 + WS-DTS-YY.
    PERFORM H35-CHECK-LEAP-YEAR.
