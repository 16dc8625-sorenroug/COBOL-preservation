IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3A.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM LISTS EVERY EMPLOYEE ON THE       *
*  EMPLOYEE MASTER PRL2.FIL WHO IS ON A LEAVE OF  *
*  ABSENCE, BY DEPARTMENT AND LEAVE START DATE,   *
*  TO LVR2.FIL. EACH LINE SHOWS THE LEAVE REASON, *
*  THE DATE THE LEAVE STARTED, THE DAYS ON LEAVE  *
*  AS OF THE REPORT DATE AND THE EXPECTED RETURN  *
*  DATE, FLAGGING A LEAVE WHOSE EXPECTED RETURN   *
*  HAS PASSED. THE REPORT DATE IS TAKEN FROM      *
*  PARM2.FIL (CBL3A DATE) OR KEYED, AND DEFAULTS  *
*  TO TODAY. DEPARTMENT COUNTS AND A COUNT BY     *
*  LEAVE REASON FOLLOW.                           *
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
    SELECT EMP-REPORT-FILE ASSIGN
    PRL2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY SSN-REPORT
    FILE STATUS EMP-REPORT-STATUS.
    SELECT LEAVE-PRINT-FILE ASSIGN
    LVR2.FIL.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3A.FIL.

DATA DIVISION.

FILE SECTION.

FD  EMP-REPORT-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-REPORT-LINE.
    05  FILLER                            PIC X(4).
    05  EMP-ID-NUM-REPORT                 PIC X(7).
    05  FILLER                            PIC X(10).
    05  NAME-REPORT                       PIC X(20).
    05  FILLER                            PIC X(10).
    05  SSN-REPORT.
        10  FILLER                        PIC X(7).
        10  SSN-LST-4-REPORT              PIC X(4).
    05  LEAVE-RETURN-REPORT               PIC X(6).
    05  FILLER                            PIC X(4).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  FILLER                            PIC XX.
    05  EMP-STATUS-REPORT                 PIC X.
        88  EMP-ON-LEAVE                  VALUE 'L'.
    05  LEAVE-START-REPORT                PIC X(6).
    05  LEAVE-REASON-REPORT               PIC XX.
FD  LEAVE-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  LEAVE-PRINT-LINE                      PIC X(80).
FD  RUN-PARM-FILE
      LABEL RECORDS
      OMITTED.
01  RUN-PARM-RECORD.
    05  PRM-PROGRAM                       PIC X(10).
    05  FILLER                            PIC X.
    05  PRM-KEYWORD                       PIC X(10).
    05  FILLER                            PIC X.
    05  PRM-VALUE                         PIC X(20).
    05  FILLER                            PIC X(38).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  DEPT-SORTED                       PIC XX.
    05  START-SERIAL-SORTED               PIC 9(7).
    05  NAME-SORTED                       PIC X(20).
    05  EMP-ID-SORTED                     PIC X(7).
    05  SSN-LST-4-SORTED                  PIC X(4).
    05  REASON-SORTED                     PIC XX.
    05  START-SORTED                      PIC X(6).
    05  RETURN-SORTED                     PIC X(6).
    05  DAYS-SORTED                       PIC 9(5).
    05  DAYS-KNOWN-SORTED                 PIC X.
    05  OVERDUE-SORTED                    PIC X.

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.

01  REPORT-DATE-CONTROL.
    05  WS-REPORT-DATE            PIC X(6).
    05  WS-REPORT-SERIAL          PIC 9(7) VALUE ZERO.

01  LEAVE-TOTALS.
    05  WS-PREV-DEPT              PIC XX VALUE SPACE.
    05  WS-DEPT-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-TOT-LEAVE              PIC 9(5) VALUE ZERO.
    05  WS-TOT-OVERDUE            PIC 9(5) VALUE ZERO.
    05  WS-DAYS-OUT               PIC S9(7) VALUE ZERO.
    05  WS-RSN-IX                 PIC 9 VALUE ZERO.
    05  WS-RSN-FOUND              PIC X VALUE 'N'.

01  REASON-VALUES.
    05  FILLER                    PIC X(16)
            VALUE 'MDMEDICAL       '.
    05  FILLER                    PIC X(16)
            VALUE 'FMFAMILY        '.
    05  FILLER                    PIC X(16)
            VALUE 'MIMILITARY      '.
    05  FILLER                    PIC X(16)
            VALUE 'PRPERSONAL      '.
    05  FILLER                    PIC X(16)
            VALUE 'WCWORKERS COMP  '.
    05  FILLER                    PIC X(16)
            VALUE 'EDEDUCATION     '.
    05  FILLER                    PIC X(16)
            VALUE '  OTHER         '.
01  REASON-TABLE REDEFINES REASON-VALUES.
    05  RSN-ENTRY OCCURS 7.
        10  RSN-CODE              PIC XX.
        10  RSN-DESC              PIC X(14).
01  REASON-COUNTS.
    05  RSN-COUNT OCCURS 7        PIC 9(5).

01  DATE-SERIAL-CONTROL.
    05  WS-DTS-DATE.
        10  WS-DTS-YY             PIC 99.
        10  WS-DTS-MM             PIC 99.
        10  WS-DTS-DD             PIC 99.
    05  WS-DTS-DATE-X REDEFINES WS-DTS-DATE
                                  PIC X(6).
    05  WS-DTS-CC                 PIC 99 VALUE ZERO.
    05  WS-DTS-YEAR               PIC 9(4) VALUE ZERO.
    05  WS-DTS-SERIAL             PIC 9(7).
    05  WS-DTS-VALID              PIC X VALUE 'N'.
    05  WS-LEAP-Q                 PIC 9(3).
    05  WS-LEAP-R4                PIC 9.
    05  WS-CENT-Q                 PIC 99.
    05  WS-CENT-R                 PIC 99.
    05  WS-QUAD-Q                 PIC 9.
    05  WS-QUAD-R                 PIC 9(3).
    05  WS-IS-LEAP                PIC X VALUE 'N'.
01  MONTH-DAYS-VALUES             PIC X(24)
        VALUE '312931303130313130313031'.
01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
    05  MONTH-DAYS OCCURS 12      PIC 99.
01  CUM-DAYS-VALUES               PIC X(36)
        VALUE '000031059090120151181212243273304334'.
01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
    05  CUM-MONTH-DAYS OCCURS 12  PIC 999.

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN.
        10  FILLER                PIC X(7) VALUE '***-**-'.
        10  WS-MASK-LST-4         PIC X(4).

01  LVR-HDR-LINE.
    05  FILLER                            PIC X(42)
        VALUE 'EMPLOYEES ON LEAVE OF ABSENCE AS OF       '.
    05  LVR-HDR-DATE                      PIC X(6).
    05  FILLER                            PIC X(32) VALUE SPACE.
01  LVR-COL-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'EMP ID  NAME                 SSN        '.
    05  FILLER                            PIC X(40)
        VALUE 'DEPT RSN START   DAYS RETURN    FLAG    '.
01  LVR-DETAIL-LINE.
    05  LVR-DET-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  LVR-DET-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  LVR-DET-SSN                       PIC X(11).
    05  FILLER                            PIC XX VALUE SPACE.
    05  LVR-DET-DEPT                      PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  LVR-DET-REASON                    PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  LVR-DET-START                     PIC X(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  LVR-DET-DAYS                      PIC X(5).
    05  LVR-DET-DAYS-9 REDEFINES LVR-DET-DAYS
                                          PIC ZZZZ9.
    05  FILLER                            PIC X VALUE SPACE.
    05  LVR-DET-RETURN                    PIC X(9).
    05  FILLER                            PIC X VALUE SPACE.
    05  LVR-DET-FLAG                      PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
01  LVR-DEPT-LINE.
    05  FILLER                            PIC X(5) VALUE 'DEPT '.
    05  LVR-DEPT-CODE                     PIC XX.
    05  FILLER                            PIC X(11)
        VALUE ' ON LEAVE: '.
    05  LVR-DEPT-COUNT                    PIC ZZZZ9.
    05  FILLER                            PIC X(57) VALUE SPACE.
01  LVR-REASON-LINE.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  LVR-RSN-CODE                      PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  LVR-RSN-DESC                      PIC X(14).
    05  LVR-RSN-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(53) VALUE SPACE.
01  LVR-TOTAL-LINE.
    05  LVR-TOTAL-LABEL                   PIC X(25).
    05  LVR-TOTAL-COUNT                   PIC ZZZZ9.
    05  FILLER                            PIC X(50) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SORTS THE EMPLOYEES ON LEAVE BY DEPARTMENT    *
* AND LEAVE START DATE AND PRINTS THE LEAVE REPORT. IT IS    *
* ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE         *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
A10-LEAVE-REPORT.
    PERFORM A80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-REPORT-DATE
    ELSE
        DISPLAY 'ENTER REPORT DATE (YYMMDD, SPACES = TODAY):'
        MOVE SPACE TO WS-REPORT-DATE
        ACCEPT WS-REPORT-DATE.
    IF WS-REPORT-DATE = SPACE OR WS-REPORT-DATE = 'TODAY '
        ACCEPT WS-REPORT-DATE FROM DATE.
    MOVE WS-REPORT-DATE TO WS-DTS-DATE-X.
    PERFORM A70-DATE-TO-SERIAL.
    IF WS-DTS-VALID NOT = 'Y'
        DISPLAY 'INVALID REPORT DATE -- USE YYMMDD.'
        STOP RUN.
    MOVE WS-DTS-SERIAL TO WS-REPORT-SERIAL.
    MOVE ZERO TO REASON-COUNTS.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    OPEN OUTPUT LEAVE-PRINT-FILE.
    PERFORM A40-PRINT-HEADINGS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY DEPT-SORTED
        ON ASCENDING KEY START-SERIAL-SORTED
        ON ASCENDING KEY NAME-SORTED
        INPUT PROCEDURE A20-SELECT-ON-LEAVE
        OUTPUT PROCEDURE A50-PRINT-SORTED.
    PERFORM A60-PRINT-SUMMARY.
    CLOSE EMP-REPORT-FILE.
    CLOSE LEAVE-PRINT-FILE.
    DISPLAY 'EMPLOYEES ON LEAVE: ' WS-TOT-LEAVE
        '  OVERDUE TO RETURN: ' WS-TOT-OVERDUE.
    DISPLAY 'LEAVE REPORT WRITTEN TO LVR2.FIL.'.
    STOP RUN.
A20-SELECT-ON-LEAVE.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM A22-READ-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
A22-READ-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        IF EMP-ON-LEAVE
            PERFORM A24-RELEASE-LEAVE-RECORD.
A24-RELEASE-LEAVE-RECORD.
    MOVE DEPT-NUM-REPORT TO DEPT-SORTED.
    MOVE NAME-REPORT TO NAME-SORTED.
    MOVE EMP-ID-NUM-REPORT TO EMP-ID-SORTED.
    MOVE SSN-LST-4-REPORT TO SSN-LST-4-SORTED.
    MOVE LEAVE-REASON-REPORT TO REASON-SORTED.
    MOVE LEAVE-START-REPORT TO START-SORTED.
    MOVE LEAVE-RETURN-REPORT TO RETURN-SORTED.
    MOVE ZERO TO START-SERIAL-SORTED.
    MOVE ZERO TO DAYS-SORTED.
    MOVE 'N' TO DAYS-KNOWN-SORTED.
    MOVE 'N' TO OVERDUE-SORTED.
    MOVE LEAVE-START-REPORT TO WS-DTS-DATE-X.
    PERFORM A70-DATE-TO-SERIAL.
    IF WS-DTS-VALID = 'Y'
        MOVE WS-DTS-SERIAL TO START-SERIAL-SORTED
        MOVE 'Y' TO DAYS-KNOWN-SORTED
        SUBTRACT WS-DTS-SERIAL FROM WS-REPORT-SERIAL
            GIVING WS-DAYS-OUT
        IF WS-DAYS-OUT > ZERO
            MOVE WS-DAYS-OUT TO DAYS-SORTED.
    MOVE LEAVE-RETURN-REPORT TO WS-DTS-DATE-X.
    PERFORM A70-DATE-TO-SERIAL.
    IF WS-DTS-VALID = 'Y'
        IF WS-DTS-SERIAL < WS-REPORT-SERIAL
            MOVE 'Y' TO OVERDUE-SORTED.
    RELEASE SORT-WORK-RECORD.
A40-PRINT-HEADINGS.
    MOVE WS-REPORT-DATE TO LVR-HDR-DATE.
    WRITE LEAVE-PRINT-LINE FROM LVR-HDR-LINE
        AFTER ADVANCING 1.
    WRITE LEAVE-PRINT-LINE FROM LVR-COL-LINE
        AFTER ADVANCING 2.
A50-PRINT-SORTED.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE SPACE TO WS-PREV-DEPT.
    MOVE ZERO TO WS-DEPT-COUNT.
    PERFORM A52-PRINT-SORTED-RECORD
        UNTIL WS-SORT-EOF = 'Y'.
    IF WS-DEPT-COUNT > 0
        PERFORM A54-PRINT-DEPT-COUNT.
A52-PRINT-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF WS-DEPT-COUNT > 0 AND DEPT-SORTED NOT = WS-PREV-DEPT
            PERFORM A54-PRINT-DEPT-COUNT.
    IF WS-SORT-EOF NOT = 'Y'
        MOVE DEPT-SORTED TO WS-PREV-DEPT
        PERFORM A56-FORMAT-LEAVE-LINE
        WRITE LEAVE-PRINT-LINE FROM LVR-DETAIL-LINE
            AFTER ADVANCING 1
        PERFORM A58-COUNT-REASON
        ADD 1 TO WS-DEPT-COUNT
        ADD 1 TO WS-TOT-LEAVE.
A54-PRINT-DEPT-COUNT.
    MOVE WS-PREV-DEPT TO LVR-DEPT-CODE.
    MOVE WS-DEPT-COUNT TO LVR-DEPT-COUNT.
    WRITE LEAVE-PRINT-LINE FROM LVR-DEPT-LINE
        AFTER ADVANCING 1.
    MOVE SPACE TO LEAVE-PRINT-LINE.
    WRITE LEAVE-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE ZERO TO WS-DEPT-COUNT.
A56-FORMAT-LEAVE-LINE.
    MOVE EMP-ID-SORTED TO LVR-DET-EMP-ID.
    MOVE NAME-SORTED TO LVR-DET-NAME.
    MOVE SSN-LST-4-SORTED TO WS-MASK-LST-4.
    MOVE WS-MASKED-SSN TO LVR-DET-SSN.
    MOVE DEPT-SORTED TO LVR-DET-DEPT.
    MOVE REASON-SORTED TO LVR-DET-REASON.
    MOVE START-SORTED TO LVR-DET-START.
    IF DAYS-KNOWN-SORTED = 'Y'
        MOVE DAYS-SORTED TO LVR-DET-DAYS-9
    ELSE
        MOVE SPACE TO LVR-DET-DAYS.
    IF RETURN-SORTED = SPACE
        MOVE 'NOT KNOWN' TO LVR-DET-RETURN
    ELSE
        MOVE RETURN-SORTED TO LVR-DET-RETURN.
    IF OVERDUE-SORTED = 'Y'
        MOVE 'OVERDUE' TO LVR-DET-FLAG
        ADD 1 TO WS-TOT-OVERDUE
    ELSE
        MOVE SPACE TO LVR-DET-FLAG.
A58-COUNT-REASON.
    MOVE 'N' TO WS-RSN-FOUND.
    MOVE 1 TO WS-RSN-IX.
    PERFORM A59-SCAN-REASON
        UNTIL WS-RSN-IX > 6 OR WS-RSN-FOUND = 'Y'.
    IF WS-RSN-FOUND = 'N'
        MOVE 7 TO WS-RSN-IX.
    ADD 1 TO RSN-COUNT (WS-RSN-IX).
A59-SCAN-REASON.
    IF RSN-CODE (WS-RSN-IX) = REASON-SORTED
        MOVE 'Y' TO WS-RSN-FOUND
    ELSE
        ADD 1 TO WS-RSN-IX.
A60-PRINT-SUMMARY.
    MOVE 'EMPLOYEES ON LEAVE:' TO LVR-TOTAL-LABEL.
    MOVE WS-TOT-LEAVE TO LVR-TOTAL-COUNT.
    WRITE LEAVE-PRINT-LINE FROM LVR-TOTAL-LINE
        AFTER ADVANCING 2.
    MOVE 'PAST EXPECTED RETURN:' TO LVR-TOTAL-LABEL.
    MOVE WS-TOT-OVERDUE TO LVR-TOTAL-COUNT.
    WRITE LEAVE-PRINT-LINE FROM LVR-TOTAL-LINE
        AFTER ADVANCING 1.
    MOVE 'BY LEAVE REASON:' TO LEAVE-PRINT-LINE.
    WRITE LEAVE-PRINT-LINE
        AFTER ADVANCING 2.
    MOVE 1 TO WS-RSN-IX.
    PERFORM A62-PRINT-REASON-LINE
        UNTIL WS-RSN-IX > 7.
A62-PRINT-REASON-LINE.
    IF WS-RSN-IX < 7 OR RSN-COUNT (WS-RSN-IX) > 0
        MOVE RSN-CODE (WS-RSN-IX) TO LVR-RSN-CODE
        MOVE RSN-DESC (WS-RSN-IX) TO LVR-RSN-DESC
        MOVE RSN-COUNT (WS-RSN-IX) TO LVR-RSN-COUNT
        WRITE LEAVE-PRINT-LINE FROM LVR-REASON-LINE
            AFTER ADVANCING 1.
    ADD 1 TO WS-RSN-IX.
A70-DATE-TO-SERIAL.
    MOVE 'N' TO WS-DTS-VALID.
    MOVE ZERO TO WS-DTS-SERIAL.
    IF WS-DTS-DATE-X NUMERIC
        IF WS-DTS-MM > 0 AND WS-DTS-MM < 13 AND WS-DTS-DD > 0
            IF WS-DTS-DD NOT > MONTH-DAYS (WS-DTS-MM)
                MOVE 'Y' TO WS-DTS-VALID.
    IF WS-DTS-VALID = 'Y'
        IF WS-DTS-YY > 40
            MOVE 19 TO WS-DTS-CC
        ELSE
            MOVE 20 TO WS-DTS-CC.
    IF WS-DTS-VALID = 'Y'
        COMPUTE WS-DTS-YEAR = WS-DTS-CC * 100 + WS-DTS-YY
        PERFORM A72-CHECK-LEAP-YEAR
        IF WS-DTS-MM = 2 AND WS-DTS-DD = 29 AND WS-IS-LEAP = 'N'
            MOVE 'N' TO WS-DTS-VALID.
    IF WS-DTS-VALID = 'Y'
        MULTIPLY WS-DTS-YEAR BY 365 GIVING WS-DTS-SERIAL
        ADD WS-LEAP-Q TO WS-DTS-SERIAL
        SUBTRACT WS-CENT-Q FROM WS-DTS-SERIAL
        ADD WS-QUAD-Q TO WS-DTS-SERIAL
        ADD CUM-MONTH-DAYS (WS-DTS-MM) TO WS-DTS-SERIAL
        ADD WS-DTS-DD TO WS-DTS-SERIAL
        IF WS-IS-LEAP = 'Y' AND WS-DTS-MM < 3
            SUBTRACT 1 FROM WS-DTS-SERIAL.
A72-CHECK-LEAP-YEAR.
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
A80-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM A82-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
A82-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL3A     '
                AND PRM-KEYWORD = 'DATE      '
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
