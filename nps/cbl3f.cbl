IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3F.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM PROVIDES ON-DEMAND MAINTENANCE OF *
*  THE SHOP CALENDAR FILE CAL2.FIL. THE CALENDAR  *
*  LISTS EVERY DATE ON WHICH THE NORMAL MONDAY TO *
*  FRIDAY WORKING WEEK DOES NOT HOLD: A PLANT     *
*  HOLIDAY (H) OR SHUTDOWN DAY (S) THAT FALLS ON  *
*  A WEEKDAY, OR A SATURDAY OR SUNDAY THAT IS     *
*  WORKED (W). EVERY OTHER WEEKDAY IS A BUSINESS  *
*  DAY AND EVERY OTHER WEEKEND DAY IS NOT. CBL2G, *
*  CBL2H AND THE JOB LOG REPORT READ THE FILE TO  *
*  AGE EXCEPTIONS, FLAG MISSED RUNS AND FIND THE  *
*  PREVIOUS BUSINESS DAY. A DATE MAY BE ADDED,    *
*  CHANGED OR DELETED, AND ANY DATE MAY BE TESTED *
*  TO SHOW WHETHER IT IS A BUSINESS DAY AND WHICH *
*  BUSINESS DAYS COME BEFORE AND AFTER IT. EVERY  *
*  CHANGE IS PRINTED TO THE REGISTER CRG2.FIL.    *
*                                                 *
***************************************************

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
    8080.
OBJECT-COMPUTER.
    8080.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT SHOP-CALENDAR-FILE ASSIGN
    CAL2.FIL
    FILE STATUS WS-CALENDAR-STATUS.
    SELECT CALENDAR-REGISTER-FILE ASSIGN
    CRG2.FIL
    FILE STATUS WS-REGISTER-STATUS.

DATA DIVISION.

FILE SECTION.

FD  SHOP-CALENDAR-FILE
      LABEL RECORDS
      OMITTED.
01  SHOP-CALENDAR-RECORD.
    05  CAL-DATE                          PIC 9(8).
    05  FILLER                            PIC X.
    05  CAL-TYPE                          PIC X.
    05  FILLER                            PIC X.
    05  CAL-DESC                          PIC X(30).
    05  FILLER                            PIC X(39).
FD  CALENDAR-REGISTER-FILE
      LABEL RECORDS
      OMITTED.
01  CALENDAR-REGISTER-LINE                PIC X(80).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-CALENDAR-STATUS        PIC XX.
    05  WS-REGISTER-STATUS        PIC XX.
    05  WS-CALENDAR-EOF           PIC X VALUE 'N'.
    05  WS-MORE-ACTIONS           PIC X(3) VALUE 'YES'.
    05  WS-CHANGED-SW             PIC X VALUE 'N'.

01  MAINT-CONTROL.
    05  WS-ACTION-CODE            PIC X VALUE SPACE.
    05  WS-DATE-ENTRY             PIC X(8).
    05  WS-DATE-PARTS REDEFINES WS-DATE-ENTRY.
        10  WS-ENT-CCYY           PIC 9(4).
        10  WS-ENT-MM             PIC 99.
        10  WS-ENT-DD             PIC 99.
    05  WS-DATE-9 REDEFINES WS-DATE-ENTRY
                                  PIC 9(8).
    05  WS-DATE-OK                PIC X VALUE 'N'.
    05  WS-ENT-DOW                PIC 9.
    05  WS-WORK-TYPE              PIC X.
    05  WS-WORK-DESC              PIC X(30).
    05  WS-TYPE-OK                PIC X VALUE 'N'.
    05  WS-YEAR-ENTRY             PIC X(4).
    05  WS-YEAR-9 REDEFINES WS-YEAR-ENTRY
                                  PIC 9(4).
    05  WS-LIST-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-CHANGE-COUNT           PIC 9(3) VALUE ZERO.

01  CALENDAR-TABLE-CONTROL.
    05  WS-CAL-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-CAL-IX                 PIC 9(3) VALUE ZERO.
    05  WS-MOVE-IX                PIC 9(3) VALUE ZERO.
    05  WS-CAL-FOUND-SW           PIC X VALUE 'N'.
01  CALENDAR-TABLE.
    05  CAL-ENTRY OCCURS 400.
        10  CAL-TBL-DATE          PIC 9(8).
        10  CAL-TBL-TYPE          PIC X.
        10  CAL-TBL-DESC          PIC X(30).

01  WALK-CONTROL.
    05  WS-WALK-DATE.
        10  WS-WLK-CCYY           PIC 9(4).
        10  WS-WLK-MM             PIC 99.
        10  WS-WLK-DD             PIC 99.
    05  WS-WALK-9 REDEFINES WS-WALK-DATE
                                  PIC 9(8).
    05  WS-WALK-DOW               PIC 9.
    05  WS-TEST-DATE              PIC 9(8).
    05  WS-WALK-TYPE              PIC X.
    05  WS-WALK-BUSINESS          PIC X VALUE 'N'.
    05  WS-WALK-LIMIT             PIC 9(3) VALUE ZERO.
    05  WS-WALK-DAYS              PIC 99.

01  SERIAL-WORK.
    05  WS-DTS-YEAR               PIC 9(4) VALUE ZERO.
    05  WS-DTS-MM                 PIC 99.
    05  WS-DTS-DD                 PIC 99.
    05  WS-DTS-SERIAL             PIC 9(7).
    05  WS-DOW-Q                  PIC 9(7).
    05  WS-LEAP-Q                 PIC 9(3).
    05  WS-LEAP-R4                PIC 9.
    05  WS-CENT-Q                 PIC 99.
    05  WS-CENT-R                 PIC 99.
    05  WS-QUAD-Q                 PIC 9.
    05  WS-QUAD-R                 PIC 9(3).
    05  WS-IS-LEAP                PIC X VALUE 'N'.

01  MONTH-DAYS-VALUES             PIC X(24)
        VALUE '312831303130313130313031'.
01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
    05  MONTH-DAYS OCCURS 12      PIC 99.
01  CUM-DAYS-VALUES               PIC X(36)
        VALUE '000031059090120151181212243273304334'.
01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
    05  CUM-MONTH-DAYS OCCURS 12  PIC 999.
01  DOW-NAMES-VALUES              PIC X(21)
        VALUE 'SATSUNMONTUEWEDTHUFRI'.
01  DOW-NAMES-TABLE REDEFINES DOW-NAMES-VALUES.
    05  DOW-NAME OCCURS 7         PIC X(3).

01  CRG-HDR-LINE.
    05  FILLER                            PIC X(32)
            VALUE 'SHOP CALENDAR MAINTENANCE       '.
    05  FILLER                            PIC X(10)
            VALUE 'RUN DATE: '.
    05  CRG-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(32) VALUE SPACE.
01  CRG-DETAIL-LINE.
    05  CRG-DET-ACTION                    PIC X(10).
    05  FILLER                            PIC XX VALUE SPACE.
    05  CRG-DET-DATE                      PIC 9(8).
    05  FILLER                            PIC X VALUE SPACE.
    05  CRG-DET-DOW                       PIC X(3).
    05  FILLER                            PIC XX VALUE SPACE.
    05  CRG-DET-TYPE                      PIC X.
    05  FILLER                            PIC XX VALUE SPACE.
    05  CRG-DET-DESC                      PIC X(30).
    05  FILLER                            PIC XX VALUE SPACE.
    05  CRG-DET-OLD-TYPE                  PIC X.
    05  FILLER                            PIC X(18) VALUE SPACE.
01  WS-RUN-DATE                           PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM LOADS THE SHOP CALENDAR, APPLIES THE CLERK'S  *
* ADDS, CHANGES AND DELETES, ANSWERS DATE TESTS, AND         *
* REWRITES CAL2.FIL IN DATE ORDER AND THE CHANGE REGISTER    *
* WHEN THE SESSION ENDS. IT IS ENTERED FROM THE OPERATING    *
* SYSTEM AND EXITS TO THE OPERATING SYSTEM.                  *
*                                                            *
**************************************************************
F10-CALENDAR-MAINT.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM F15-LOAD-CALENDAR.
    OPEN OUTPUT CALENDAR-REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN REGISTER CRG2.FIL, STATUS='
            WS-REGISTER-STATUS
        STOP RUN.
    MOVE WS-RUN-DATE TO CRG-HDR-DATE.
    WRITE CALENDAR-REGISTER-LINE FROM CRG-HDR-LINE
        AFTER ADVANCING 1.
    DISPLAY 'SHOP CALENDAR MAINTENANCE'.
    PERFORM F20-PROCESS-ACTION
        UNTIL WS-MORE-ACTIONS = 'NO '.
    IF WS-CHANGED-SW = 'Y'
        PERFORM F70-REWRITE-CALENDAR.
    CLOSE CALENDAR-REGISTER-FILE.
    DISPLAY 'CHANGES THIS SESSION: ' WS-CHANGE-COUNT.
    DISPLAY 'END OF SHOP CALENDAR MAINTENANCE.'.
    STOP RUN.
F15-LOAD-CALENDAR.
    MOVE 'N' TO WS-CALENDAR-EOF.
    MOVE ZERO TO WS-CAL-COUNT.
    OPEN INPUT SHOP-CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CAL2.FIL NOT ON HAND -- STARTING EMPTY'
    ELSE
        PERFORM F17-READ-CALENDAR-RECORD
            UNTIL WS-CALENDAR-EOF = 'Y' OR WS-CAL-COUNT = 400
        CLOSE SHOP-CALENDAR-FILE.
F17-READ-CALENDAR-RECORD.
    READ SHOP-CALENDAR-FILE
        END
            MOVE 'Y' TO WS-CALENDAR-EOF.
    IF WS-CALENDAR-EOF NOT = 'Y'
        IF CAL-DATE NUMERIC
            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE TO CAL-TBL-DATE (WS-CAL-COUNT)
            MOVE CAL-TYPE TO CAL-TBL-TYPE (WS-CAL-COUNT)
            MOVE CAL-DESC TO CAL-TBL-DESC (WS-CAL-COUNT).
F20-PROCESS-ACTION.
    DISPLAY 'ACTION? L=LIST, A=ADD, C=CHANGE, D=DELETE,'.
    DISPLAY 'T=TEST A DATE, E=END SESSION:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'E'
        MOVE 'NO ' TO WS-MORE-ACTIONS
    ELSE
        IF WS-ACTION-CODE = 'L'
            PERFORM F30-LIST-CALENDAR
        ELSE
            IF WS-ACTION-CODE = 'A'
                PERFORM F40-ADD-DATE
            ELSE
                PERFORM F22-PROCESS-OTHER-ACTION.
F22-PROCESS-OTHER-ACTION.
    IF WS-ACTION-CODE = 'C'
        PERFORM F50-CHANGE-DATE
    ELSE
        IF WS-ACTION-CODE = 'D'
            PERFORM F55-DELETE-DATE
        ELSE
            IF WS-ACTION-CODE = 'T'
                PERFORM F60-TEST-DATE
            ELSE
                DISPLAY 'UNRECOGNIZED ACTION.'.
F30-LIST-CALENDAR.
    DISPLAY 'ENTER YEAR TO LIST (CCYY, SPACES = ALL):'.
    MOVE SPACE TO WS-YEAR-ENTRY.
    ACCEPT WS-YEAR-ENTRY.
    IF WS-YEAR-ENTRY NOT = SPACE AND WS-YEAR-ENTRY NOT NUMERIC
        DISPLAY 'YEAR MUST BE 4 DIGITS.'
    ELSE
        MOVE ZERO TO WS-LIST-COUNT
        MOVE 1 TO WS-CAL-IX
        PERFORM F32-LIST-ONE-DATE
            UNTIL WS-CAL-IX > WS-CAL-COUNT
        DISPLAY 'DATES LISTED: ' WS-LIST-COUNT.
F32-LIST-ONE-DATE.
    MOVE CAL-TBL-DATE (WS-CAL-IX) TO WS-DATE-9.
    IF WS-YEAR-ENTRY = SPACE OR WS-ENT-CCYY = WS-YEAR-9
        ADD 1 TO WS-LIST-COUNT
        PERFORM F82-DATE-TO-DOW
        DISPLAY CAL-TBL-DATE (WS-CAL-IX) ' '
            DOW-NAME (WS-ENT-DOW + 1) ' '
            CAL-TBL-TYPE (WS-CAL-IX) ' '
            CAL-TBL-DESC (WS-CAL-IX).
    ADD 1 TO WS-CAL-IX.
F35-FIND-DATE.
    MOVE 'N' TO WS-CAL-FOUND-SW.
    MOVE 1 TO WS-CAL-IX.
    PERFORM F37-SCAN-CALENDAR
        UNTIL WS-CAL-IX > WS-CAL-COUNT
            OR WS-CAL-FOUND-SW = 'Y'.
F37-SCAN-CALENDAR.
    IF CAL-TBL-DATE (WS-CAL-IX) = WS-DATE-9
        MOVE 'Y' TO WS-CAL-FOUND-SW
    ELSE
        ADD 1 TO WS-CAL-IX.
F40-ADD-DATE.
    PERFORM F80-ACCEPT-DATE.
    IF WS-DATE-OK = 'Y'
        PERFORM F35-FIND-DATE
        IF WS-CAL-FOUND-SW = 'Y'
            DISPLAY 'DATE ALREADY ON FILE -- NOT ADDED.'
        ELSE
            IF WS-CAL-COUNT = 400
                DISPLAY 'SHOP CALENDAR FULL -- NOT ADDED.'
            ELSE
                PERFORM F42-APPLY-ADD.
F42-APPLY-ADD.
    PERFORM F86-ACCEPT-TYPE.
    IF WS-TYPE-OK NOT = 'Y'
        DISPLAY 'NOT ADDED.'
    ELSE
        DISPLAY 'ENTER DESCRIPTION:'
        MOVE SPACE TO WS-WORK-DESC
        ACCEPT WS-WORK-DESC
        MOVE 1 TO WS-CAL-IX
        PERFORM F44-FIND-INSERT-POINT
            UNTIL WS-CAL-IX > WS-CAL-COUNT
                OR CAL-TBL-DATE (WS-CAL-IX) > WS-DATE-9
        MOVE WS-CAL-COUNT TO WS-MOVE-IX
        PERFORM F46-SHIFT-UP
            UNTIL WS-MOVE-IX < WS-CAL-IX
        ADD 1 TO WS-CAL-COUNT
        MOVE WS-DATE-9 TO CAL-TBL-DATE (WS-CAL-IX)
        MOVE WS-WORK-TYPE TO CAL-TBL-TYPE (WS-CAL-IX)
        MOVE WS-WORK-DESC TO CAL-TBL-DESC (WS-CAL-IX)
        MOVE 'Y' TO WS-CHANGED-SW
        MOVE 'ADDED     ' TO CRG-DET-ACTION
        MOVE SPACE TO CRG-DET-OLD-TYPE
        PERFORM F90-WRITE-REGISTER
        DISPLAY 'DATE ADDED.'.
F44-FIND-INSERT-POINT.
    ADD 1 TO WS-CAL-IX.
F46-SHIFT-UP.
    MOVE CAL-ENTRY (WS-MOVE-IX) TO CAL-ENTRY (WS-MOVE-IX + 1).
    SUBTRACT 1 FROM WS-MOVE-IX.
F50-CHANGE-DATE.
    PERFORM F80-ACCEPT-DATE.
    IF WS-DATE-OK = 'Y'
        PERFORM F35-FIND-DATE
        IF WS-CAL-FOUND-SW = 'N'
            DISPLAY 'DATE NOT ON FILE.'
        ELSE
            DISPLAY 'CURRENT: ' CAL-TBL-TYPE (WS-CAL-IX) ' '
                CAL-TBL-DESC (WS-CAL-IX)
            PERFORM F86-ACCEPT-TYPE
            IF WS-TYPE-OK NOT = 'Y'
                DISPLAY 'DATE UNCHANGED.'
            ELSE
                PERFORM F52-APPLY-CHANGE.
F52-APPLY-CHANGE.
    DISPLAY 'ENTER NEW DESCRIPTION (SPACES = KEEP):'.
    MOVE SPACE TO WS-WORK-DESC.
    ACCEPT WS-WORK-DESC.
    IF WS-WORK-DESC = SPACE
        MOVE CAL-TBL-DESC (WS-CAL-IX) TO WS-WORK-DESC.
    MOVE CAL-TBL-TYPE (WS-CAL-IX) TO CRG-DET-OLD-TYPE.
    MOVE WS-WORK-TYPE TO CAL-TBL-TYPE (WS-CAL-IX).
    MOVE WS-WORK-DESC TO CAL-TBL-DESC (WS-CAL-IX).
    MOVE 'Y' TO WS-CHANGED-SW.
    MOVE 'CHANGED   ' TO CRG-DET-ACTION.
    PERFORM F90-WRITE-REGISTER.
    DISPLAY 'DATE CHANGED.'.
F55-DELETE-DATE.
    PERFORM F80-ACCEPT-DATE.
    IF WS-DATE-OK = 'Y'
        PERFORM F35-FIND-DATE
        IF WS-CAL-FOUND-SW = 'N'
            DISPLAY 'DATE NOT ON FILE.'
        ELSE
            MOVE CAL-TBL-TYPE (WS-CAL-IX) TO WS-WORK-TYPE
            MOVE CAL-TBL-DESC (WS-CAL-IX) TO WS-WORK-DESC
            MOVE SPACE TO CRG-DET-OLD-TYPE
            MOVE 'DELETED   ' TO CRG-DET-ACTION
            PERFORM F90-WRITE-REGISTER
            MOVE WS-CAL-IX TO WS-MOVE-IX
            PERFORM F57-SHIFT-DOWN
                UNTIL WS-MOVE-IX NOT < WS-CAL-COUNT
            SUBTRACT 1 FROM WS-CAL-COUNT
            MOVE 'Y' TO WS-CHANGED-SW
            DISPLAY 'DATE DELETED.'.
F57-SHIFT-DOWN.
    MOVE CAL-ENTRY (WS-MOVE-IX + 1) TO CAL-ENTRY (WS-MOVE-IX).
    ADD 1 TO WS-MOVE-IX.
F60-TEST-DATE.
    PERFORM F80-ACCEPT-DATE.
    IF WS-DATE-OK = 'Y'
        MOVE WS-DATE-9 TO WS-TEST-DATE
        MOVE WS-DATE-9 TO WS-WALK-9
        MOVE WS-ENT-DOW TO WS-WALK-DOW
        PERFORM F62-JUDGE-WALK-DAY
        IF WS-WALK-BUSINESS = 'Y'
            DISPLAY WS-TEST-DATE ' ' DOW-NAME (WS-WALK-DOW + 1)
                ' IS A BUSINESS DAY'
        ELSE
            DISPLAY WS-TEST-DATE ' ' DOW-NAME (WS-WALK-DOW + 1)
                ' IS NOT A BUSINESS DAY'.
    IF WS-DATE-OK = 'Y'
        MOVE ZERO TO WS-WALK-LIMIT
        PERFORM F64-BACK-ONE-DAY
        PERFORM F64-BACK-ONE-DAY
            UNTIL WS-WALK-BUSINESS = 'Y' OR WS-WALK-LIMIT > 366
        DISPLAY 'PREVIOUS BUSINESS DAY: ' WS-WALK-9 ' '
            DOW-NAME (WS-WALK-DOW + 1)
        MOVE WS-TEST-DATE TO WS-WALK-9
        MOVE WS-ENT-DOW TO WS-WALK-DOW
        MOVE ZERO TO WS-WALK-LIMIT
        PERFORM F66-FORWARD-ONE-DAY
        PERFORM F66-FORWARD-ONE-DAY
            UNTIL WS-WALK-BUSINESS = 'Y' OR WS-WALK-LIMIT > 366
        DISPLAY 'NEXT BUSINESS DAY:     ' WS-WALK-9 ' '
            DOW-NAME (WS-WALK-DOW + 1).
F62-JUDGE-WALK-DAY.
    MOVE WS-WALK-9 TO WS-DATE-9.
    PERFORM F35-FIND-DATE.
    MOVE SPACE TO WS-WALK-TYPE.
    IF WS-CAL-FOUND-SW = 'Y'
        MOVE CAL-TBL-TYPE (WS-CAL-IX) TO WS-WALK-TYPE.
    MOVE 'N' TO WS-WALK-BUSINESS.
    IF WS-WALK-DOW > 1
        IF WS-WALK-TYPE NOT = 'H' AND WS-WALK-TYPE NOT = 'S'
            MOVE 'Y' TO WS-WALK-BUSINESS.
    IF WS-WALK-DOW < 2 AND WS-WALK-TYPE = 'W'
        MOVE 'Y' TO WS-WALK-BUSINESS.
    IF WS-CAL-FOUND-SW = 'Y'
        MOVE CAL-TBL-DESC (WS-CAL-IX) TO WS-WORK-DESC
        DISPLAY '  ' WS-WALK-9 ' ' WS-WALK-TYPE ' ' WS-WORK-DESC.
F64-BACK-ONE-DAY.
    ADD 1 TO WS-WALK-LIMIT.
    IF WS-WLK-DD > 1
        SUBTRACT 1 FROM WS-WLK-DD
    ELSE
        IF WS-WLK-MM > 1
            SUBTRACT 1 FROM WS-WLK-MM
            PERFORM F68-SET-WALK-MONTH-DAYS
            MOVE WS-WALK-DAYS TO WS-WLK-DD
        ELSE
            SUBTRACT 1 FROM WS-WLK-CCYY
            MOVE 12 TO WS-WLK-MM
            MOVE 31 TO WS-WLK-DD.
    IF WS-WALK-DOW = 0
        MOVE 6 TO WS-WALK-DOW
    ELSE
        SUBTRACT 1 FROM WS-WALK-DOW.
    PERFORM F62-JUDGE-WALK-DAY.
F66-FORWARD-ONE-DAY.
    ADD 1 TO WS-WALK-LIMIT.
    PERFORM F68-SET-WALK-MONTH-DAYS.
    IF WS-WLK-DD < WS-WALK-DAYS
        ADD 1 TO WS-WLK-DD
    ELSE
        MOVE 1 TO WS-WLK-DD
        IF WS-WLK-MM < 12
            ADD 1 TO WS-WLK-MM
        ELSE
            ADD 1 TO WS-WLK-CCYY
            MOVE 1 TO WS-WLK-MM.
    IF WS-WALK-DOW = 6
        MOVE 0 TO WS-WALK-DOW
    ELSE
        ADD 1 TO WS-WALK-DOW.
    PERFORM F62-JUDGE-WALK-DAY.
F68-SET-WALK-MONTH-DAYS.
    MOVE MONTH-DAYS (WS-WLK-MM) TO WS-WALK-DAYS.
    MOVE WS-WLK-CCYY TO WS-DTS-YEAR.
    PERFORM F84-CHECK-LEAP-YEAR.
    IF WS-WLK-MM = 02 AND WS-IS-LEAP = 'Y'
        MOVE 29 TO WS-WALK-DAYS.
F70-REWRITE-CALENDAR.
    OPEN OUTPUT SHOP-CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE CAL2.FIL, STATUS=' WS-CALENDAR-STATUS
    ELSE
        MOVE 1 TO WS-CAL-IX
        PERFORM F72-WRITE-ONE-DATE
            UNTIL WS-CAL-IX > WS-CAL-COUNT
        CLOSE SHOP-CALENDAR-FILE
        DISPLAY 'CAL2.FIL REWRITTEN.'.
F72-WRITE-ONE-DATE.
    MOVE SPACE TO SHOP-CALENDAR-RECORD.
    MOVE CAL-TBL-DATE (WS-CAL-IX) TO CAL-DATE.
    MOVE CAL-TBL-TYPE (WS-CAL-IX) TO CAL-TYPE.
    MOVE CAL-TBL-DESC (WS-CAL-IX) TO CAL-DESC.
    WRITE SHOP-CALENDAR-RECORD.
    ADD 1 TO WS-CAL-IX.
F80-ACCEPT-DATE.
    MOVE 'N' TO WS-DATE-OK.
    DISPLAY 'ENTER DATE (CCYYMMDD):'.
    MOVE SPACE TO WS-DATE-ENTRY.
    ACCEPT WS-DATE-ENTRY.
    IF WS-DATE-ENTRY NOT NUMERIC
        DISPLAY 'DATE MUST BE 8 DIGITS.'
    ELSE
        IF WS-ENT-CCYY < 1941 OR WS-ENT-CCYY > 2040
                OR WS-ENT-MM < 01 OR WS-ENT-MM > 12
            DISPLAY 'INVALID DATE.'
        ELSE
            MOVE WS-ENT-CCYY TO WS-WLK-CCYY
            MOVE WS-ENT-MM TO WS-WLK-MM
            PERFORM F68-SET-WALK-MONTH-DAYS
            IF WS-ENT-DD < 01 OR WS-ENT-DD > WS-WALK-DAYS
                DISPLAY 'INVALID DATE.'
            ELSE
                MOVE 'Y' TO WS-DATE-OK
                PERFORM F82-DATE-TO-DOW.
F82-DATE-TO-DOW.
    MOVE WS-ENT-CCYY TO WS-DTS-YEAR.
    MOVE WS-ENT-MM TO WS-DTS-MM.
    MOVE WS-ENT-DD TO WS-DTS-DD.
    PERFORM F84-CHECK-LEAP-YEAR.
    MULTIPLY WS-DTS-YEAR BY 365 GIVING WS-DTS-SERIAL.
    ADD WS-LEAP-Q TO WS-DTS-SERIAL.
    SUBTRACT WS-CENT-Q FROM WS-DTS-SERIAL.
    ADD WS-QUAD-Q TO WS-DTS-SERIAL.
    ADD CUM-MONTH-DAYS (WS-DTS-MM) TO WS-DTS-SERIAL.
    ADD WS-DTS-DD TO WS-DTS-SERIAL.
    IF WS-IS-LEAP = 'Y' AND WS-DTS-MM < 3
        SUBTRACT 1 FROM WS-DTS-SERIAL.
    DIVIDE 7 INTO WS-DTS-SERIAL
        GIVING WS-DOW-Q REMAINDER WS-ENT-DOW.
F84-CHECK-LEAP-YEAR.
    DIVIDE 4 INTO WS-DTS-YEAR
        GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4.
    DIVIDE 100 INTO WS-DTS-YEAR
        GIVING WS-CENT-Q REMAINDER WS-CENT-R.
    DIVIDE 400 INTO WS-DTS-YEAR
        GIVING WS-QUAD-Q REMAINDER WS-QUAD-R.
    MOVE 'N' TO WS-IS-LEAP.
    IF WS-LEAP-R4 = 0
        MOVE 'Y' TO WS-IS-LEAP.
    IF WS-CENT-R = 0
        MOVE 'N' TO WS-IS-LEAP.
    IF WS-QUAD-R = 0
        MOVE 'Y' TO WS-IS-LEAP.
F86-ACCEPT-TYPE.
    MOVE 'N' TO WS-TYPE-OK.
    DISPLAY 'ENTER TYPE (H=HOLIDAY, S=SHUTDOWN, W=WORKED WEEKEND):'.
    MOVE SPACE TO WS-WORK-TYPE.
    ACCEPT WS-WORK-TYPE.
    IF WS-WORK-TYPE NOT = 'H' AND WS-WORK-TYPE NOT = 'S'
            AND WS-WORK-TYPE NOT = 'W'
        DISPLAY 'TYPE MUST BE H, S OR W.'
    ELSE
        IF WS-WORK-TYPE = 'W' AND WS-ENT-DOW > 1
            DISPLAY 'DATE IS A WEEKDAY -- ONLY A SATURDAY OR SUNDAY'
                ' CAN BE A WORKED WEEKEND DAY.'
        ELSE
            IF WS-WORK-TYPE NOT = 'W' AND WS-ENT-DOW < 2
                DISPLAY 'DATE FALLS ON A WEEKEND -- ENTER THE'
                    ' WEEKDAY ON WHICH THE DAY IS OBSERVED.'
            ELSE
                MOVE 'Y' TO WS-TYPE-OK.
F90-WRITE-REGISTER.
    MOVE WS-DATE-9 TO CRG-DET-DATE.
    MOVE DOW-NAME (WS-ENT-DOW + 1) TO CRG-DET-DOW.
    MOVE WS-WORK-TYPE TO CRG-DET-TYPE.
    MOVE WS-WORK-DESC TO CRG-DET-DESC.
    ADD 1 TO WS-CHANGE-COUNT.
    WRITE CALENDAR-REGISTER-LINE FROM CRG-DETAIL-LINE
        AFTER ADVANCING 1.
