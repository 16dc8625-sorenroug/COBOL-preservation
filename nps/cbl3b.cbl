IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3B.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM ANALYZES THE TERMINATIONS ON THE  *
*  TERMINATION ARCHIVE TRM2.FIL WHOSE TERMINATION *
*  DATE FALLS IN A CHOSEN PERIOD. THE PERIOD IS   *
*  TAKEN FROM PARM2.FIL (CBL3B FROM AND TO) OR    *
*  KEYED; A BLANK FROM DATE MEANS THE START OF    *
*  THE CURRENT YEAR AND A BLANK TO DATE MEANS     *
*  TODAY. THE REPORT GOES TO EXA2.FIL AND COUNTS  *
*  THE TERMINATIONS BY REASON CODE, WITH          *
*  DESCRIPTIONS AND VOLUNTARY OR INVOLUNTARY      *
*  CLASS FROM THE REASON FILE TRS2.FIL AND        *
*  SUBTOTALS BY CLASS, THEN BY DEPARTMENT AND BY  *
*  LOCATION. EVERY LINE SPLITS THE COUNT BY       *
*  LENGTH OF SERVICE AT EXIT: UNDER 90 DAYS, 90   *
*  DAYS TO UNDER A YEAR, 1 TO 5 YEARS AND OVER 5  *
*  YEARS. A SUMMARY OF THE SERVICE BUCKETS WITH   *
*  PERCENTAGES FOLLOWS.                           *
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
    SELECT EMP-TERM-FILE ASSIGN
    TRM2.FIL
    FILE STATUS WS-TERM-STATUS.
    SELECT TERM-REASON-FILE ASSIGN
    TRS2.FIL
    FILE STATUS WS-TRS-STATUS.
    SELECT EMP-DEPT-FILE ASSIGN
    DEPT2.FIL
    FILE STATUS WS-DEPT-STATUS.
    SELECT EMP-LOC-FILE ASSIGN
    LOC2.FIL
    FILE STATUS WS-LOC-STATUS.
    SELECT EXIT-PRINT-FILE ASSIGN
    EXA2.FIL.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3B.FIL.

DATA DIVISION.

FILE SECTION.

FD  EMP-TERM-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-RECORD.
    05  TERM-MASTER-IMAGE.
        10  FILLER                        PIC X(72).
        10  TERM-IMAGE-DEPT               PIC XX.
        10  TERM-IMAGE-HIRE               PIC X(6).
        10  FILLER                        PIC X(17).
        10  TERM-IMAGE-LOC                PIC XX.
        10  TERM-IMAGE-HIRE-CC            PIC XX.
        10  FILLER                        PIC X(9).
    05  TERM-DATE                         PIC 9(6).
    05  TERM-REASON                       PIC XX.
    05  FILLER                            PIC XX.
FD  TERM-REASON-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-REASON-RECORD.
    05  TRS-CODE                          PIC XX.
    05  FILLER                            PIC X.
    05  TRS-DESC                          PIC X(30).
    05  FILLER                            PIC X.
    05  TRS-CLASS                         PIC X.
    05  FILLER                            PIC X.
    05  TRS-ACTIVE                        PIC X.
    05  FILLER                            PIC X(43).
FD  EMP-DEPT-FILE
      LABEL RECORDS
      OMITTED.
01  DEPT-MASTER-RECORD.
    05  DEPT-CODE-MASTER                  PIC XX.
    05  FILLER                            PIC X.
    05  DEPT-NAME-MASTER                  PIC X(20).
    05  FILLER                            PIC X.
    05  DEPT-ACTIVE-MASTER                PIC X.
    05  FILLER                            PIC X(55).
FD  EMP-LOC-FILE
      LABEL RECORDS
      OMITTED.
01  LOC-MASTER-RECORD.
    05  LOC-CODE-MASTER                   PIC XX.
    05  FILLER                            PIC X.
    05  LOC-NAME-MASTER                   PIC X(20).
    05  FILLER                            PIC X.
    05  LOC-ACTIVE-MASTER                 PIC X.
    05  FILLER                            PIC X(55).
FD  EXIT-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  EXIT-PRINT-LINE                       PIC X(80).
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
    05  GROUP-TYPE-SORTED                 PIC X.
    05  GROUP-CODE-SORTED                 PIC XX.
    05  GROUP-NAME-SORTED                 PIC X(20).
    05  GROUP-TOTAL-SORTED                PIC 9(5).
    05  GROUP-B1-SORTED                   PIC 9(5).
    05  GROUP-B2-SORTED                   PIC 9(5).
    05  GROUP-B3-SORTED                   PIC 9(5).
    05  GROUP-B4-SORTED                   PIC 9(5).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-TERM-STATUS            PIC XX.
    05  WS-TRS-STATUS             PIC XX.
    05  WS-DEPT-STATUS            PIC XX.
    05  WS-LOC-STATUS             PIC XX.
    05  WS-TERM-EOF               PIC X VALUE 'N'.
    05  WS-TRS-EOF                PIC X VALUE 'N'.
    05  WS-DEPT-EOF               PIC X VALUE 'N'.
    05  WS-LOC-EOF                PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-KEYWORD           PIC X(10) VALUE SPACE.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.

01  PERIOD-CONTROL.
    05  WS-TODAY                  PIC X(6).
    05  WS-TODAY-R REDEFINES WS-TODAY.
        10  WS-TODAY-YY           PIC XX.
        10  FILLER                PIC X(4).
    05  WS-FROM-DATE              PIC X(6).
    05  WS-TO-DATE                PIC X(6).
    05  WS-FROM-SERIAL            PIC 9(7) VALUE ZERO.
    05  WS-TO-SERIAL              PIC 9(7) VALUE ZERO.
    05  WS-TERM-SERIAL            PIC 9(7) VALUE ZERO.
    05  WS-HIRE-SERIAL            PIC 9(7) VALUE ZERO.
    05  WS-TERM-CCYYMMDD          PIC 9(8) VALUE ZERO.
    05  WS-HIRE-CCYYMMDD          PIC 9(8) VALUE ZERO.
    05  WS-CCYYMMDD-DIFF          PIC 9(8) VALUE ZERO.
    05  WS-SERVICE-DAYS           PIC S9(7) VALUE ZERO.
    05  WS-SERVICE-YEARS          PIC S9(4) VALUE ZERO.

01  SERVICE-BUCKET-CONTROL.
    05  WS-ADD-B1                 PIC 9 VALUE ZERO.
    05  WS-ADD-B2                 PIC 9 VALUE ZERO.
    05  WS-ADD-B3                 PIC 9 VALUE ZERO.
    05  WS-ADD-B4                 PIC 9 VALUE ZERO.
    05  WS-NO-HIRE-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-SELECTED-COUNT         PIC 9(5) VALUE ZERO.
    05  WS-READ-COUNT             PIC 9(5) VALUE ZERO.

01  REASON-TABLE-CONTROL.
    05  WS-RSN-COUNT              PIC 99 VALUE ZERO.
    05  WS-RSN-IX                 PIC 99 VALUE ZERO.
    05  WS-RSN-FOUND              PIC X VALUE 'N'.
    05  WS-CLASS-IX               PIC 9 VALUE ZERO.
01  REASON-TABLE.
    05  RSN-ENTRY OCCURS 60.
        10  RSN-CODE              PIC XX.
        10  RSN-DESC              PIC X(30).
        10  RSN-CLASS             PIC X.
        10  RSN-TOTAL             PIC 9(5).
        10  RSN-B1                PIC 9(5).
        10  RSN-B2                PIC 9(5).
        10  RSN-B3                PIC 9(5).
        10  RSN-B4                PIC 9(5).

01  CLASS-VALUES.
    05  FILLER                    PIC X(28)
            VALUE 'VOLUNTARY                   '.
    05  FILLER                    PIC X(28)
            VALUE 'INVOLUNTARY                 '.
    05  FILLER                    PIC X(28)
            VALUE 'UNCLASSIFIED                '.
    05  FILLER                    PIC X(28)
            VALUE 'ALL TERMINATIONS            '.
01  CLASS-LABEL-TABLE REDEFINES CLASS-VALUES.
    05  CLS-LABEL OCCURS 4        PIC X(28).
01  CLASS-TABLE.
    05  CLS-ENTRY OCCURS 4.
        10  CLS-TOTAL             PIC 9(5).
        10  CLS-B1                PIC 9(5).
        10  CLS-B2                PIC 9(5).
        10  CLS-B3                PIC 9(5).
        10  CLS-B4                PIC 9(5).

01  GROUP-TABLE-CONTROL.
    05  WS-GRP-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-GRP-IX                 PIC 9(3) VALUE ZERO.
    05  WS-GRP-FOUND              PIC X VALUE 'N'.
    05  WS-LOOKUP-TYPE            PIC X.
    05  WS-LOOKUP-CODE            PIC XX.
    05  WS-PREV-TYPE              PIC X VALUE SPACE.
01  GROUP-TABLE.
    05  GRP-ENTRY OCCURS 120.
        10  GRP-TYPE              PIC X.
        10  GRP-CODE              PIC XX.
        10  GRP-NAME              PIC X(20).
        10  GRP-TOTAL             PIC 9(5).
        10  GRP-B1                PIC 9(5).
        10  GRP-B2                PIC 9(5).
        10  GRP-B3                PIC 9(5).
        10  GRP-B4                PIC 9(5).

01  LINE-COUNTS.
    05  WS-LINE-TOTAL             PIC 9(5) VALUE ZERO.
    05  WS-LINE-B1                PIC 9(5) VALUE ZERO.
    05  WS-LINE-B2                PIC 9(5) VALUE ZERO.
    05  WS-LINE-B3                PIC 9(5) VALUE ZERO.
    05  WS-LINE-B4                PIC 9(5) VALUE ZERO.
    05  WS-PCT                    PIC 999V9 VALUE ZERO.

01  DATE-SERIAL-CONTROL.
    05  WS-DTS-DATE.
        10  WS-DTS-YY             PIC 99.
        10  WS-DTS-MM             PIC 99.
        10  WS-DTS-DD             PIC 99.
    05  WS-DTS-DATE-X REDEFINES WS-DTS-DATE
                                  PIC X(6).
    05  WS-DTS-DATE-9 REDEFINES WS-DTS-DATE
                                  PIC 9(6).
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

01  EXA-HDR-LINE.
    05  FILLER                            PIC X(30)
        VALUE 'EXIT ANALYSIS -- TERMINATIONS '.
    05  FILLER                            PIC X(5) VALUE 'FROM '.
    05  EXA-HDR-FROM                      PIC X(6).
    05  FILLER                            PIC X(4) VALUE ' TO '.
    05  EXA-HDR-TO                        PIC X(6).
    05  FILLER                            PIC X(29) VALUE SPACE.
01  EXA-SECTION-LINE.
    05  EXA-SECTION-TITLE                 PIC X(40).
    05  FILLER                            PIC X(40) VALUE SPACE.
01  EXA-COL-LINE.
    05  EXA-COL-CODE                      PIC X(5).
    05  EXA-COL-DESC                      PIC X(28).
    05  FILLER                            PIC X(7) VALUE 'CLASS  '.
    05  FILLER                            PIC X(40)
        VALUE '   TOTAL  <90 DY   <1 YR  1-5 YR  OVER 5'.
01  EXA-COUNT-LINE.
    05  EXA-CNT-CODE                      PIC X(4).
    05  FILLER                            PIC X VALUE SPACE.
    05  EXA-CNT-DESC                      PIC X(28).
    05  FILLER                            PIC X VALUE SPACE.
    05  EXA-CNT-CLASS                     PIC X(5).
    05  FILLER                            PIC X VALUE SPACE.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  EXA-CNT-TOTAL                     PIC ZZZZ9.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  EXA-CNT-B1                        PIC ZZZZ9.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  EXA-CNT-B2                        PIC ZZZZ9.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  EXA-CNT-B3                        PIC ZZZZ9.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  EXA-CNT-B4                        PIC ZZZZ9.
01  EXA-BUCKET-LINE.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  EXA-BKT-LABEL                     PIC X(30).
    05  EXA-BKT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  EXA-BKT-PCT                       PIC ZZ9.9.
    05  FILLER                            PIC X(33)
        VALUE ' PCT                             '.
01  EXA-TOTAL-LINE.
    05  EXA-TOTAL-LABEL                   PIC X(34).
    05  EXA-TOTAL-COUNT                   PIC ZZZZ9.
    05  FILLER                            PIC X(41) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM COUNTS THE TERMINATIONS IN THE PERIOD BY      *
* REASON, CLASS, DEPARTMENT, LOCATION AND LENGTH OF SERVICE  *
* AND PRINTS THE EXIT ANALYSIS. IT IS ENTERED FROM THE       *
* OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM.        *
*                                                            *
**************************************************************
B10-EXIT-ANALYSIS.
    PERFORM B12-GET-PERIOD.
    MOVE ZERO TO CLASS-TABLE.
    PERFORM B20-LOAD-REASON-TABLE.
    PERFORM B24-LOAD-DEPT-NAMES.
    PERFORM B26-LOAD-LOC-NAMES.
    OPEN INPUT EMP-TERM-FILE.
    IF WS-TERM-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN TERMINATION ARCHIVE, STATUS='
            WS-TERM-STATUS
        STOP RUN.
    PERFORM B30-READ-TERM-RECORD
        UNTIL WS-TERM-EOF = 'Y'.
    CLOSE EMP-TERM-FILE.
    OPEN OUTPUT EXIT-PRINT-FILE.
    MOVE WS-FROM-DATE TO EXA-HDR-FROM.
    MOVE WS-TO-DATE TO EXA-HDR-TO.
    WRITE EXIT-PRINT-LINE FROM EXA-HDR-LINE
        AFTER ADVANCING 1.
    PERFORM B40-PRINT-REASON-SECTION.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY GROUP-TYPE-SORTED
        ON ASCENDING KEY GROUP-CODE-SORTED
        INPUT PROCEDURE B50-RELEASE-GROUP-TABLE
        OUTPUT PROCEDURE B60-PRINT-GROUP-SECTIONS.
    PERFORM B66-PRINT-SERVICE-SUMMARY.
    CLOSE EXIT-PRINT-FILE.
    DISPLAY 'TERMINATIONS READ: ' WS-READ-COUNT
        '  IN PERIOD: ' WS-SELECTED-COUNT.
    DISPLAY 'EXIT ANALYSIS WRITTEN TO EXA2.FIL.'.
    STOP RUN.
B12-GET-PERIOD.
    ACCEPT WS-TODAY FROM DATE.
    MOVE 'FROM      ' TO WS-PARM-KEYWORD.
    PERFORM B80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-FROM-DATE
    ELSE
        DISPLAY 'ENTER FROM DATE (YYMMDD, SPACES = START OF YEAR):'
        MOVE SPACE TO WS-FROM-DATE
        ACCEPT WS-FROM-DATE.
    IF WS-FROM-DATE = SPACE OR WS-FROM-DATE = 'YEAR  '
        MOVE WS-TODAY-YY TO WS-DTS-YY
        MOVE 01 TO WS-DTS-MM
        MOVE 01 TO WS-DTS-DD
        MOVE WS-DTS-DATE-X TO WS-FROM-DATE.
    MOVE 'TO        ' TO WS-PARM-KEYWORD.
    PERFORM B80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-TO-DATE
    ELSE
        DISPLAY 'ENTER TO DATE (YYMMDD, SPACES = TODAY):'
        MOVE SPACE TO WS-TO-DATE
        ACCEPT WS-TO-DATE.
    IF WS-TO-DATE = SPACE OR WS-TO-DATE = 'TODAY '
        MOVE WS-TODAY TO WS-TO-DATE.
    MOVE WS-FROM-DATE TO WS-DTS-DATE-X.
    MOVE ZERO TO WS-DTS-CC.
    PERFORM B90-DATE-TO-SERIAL.
    IF WS-DTS-VALID NOT = 'Y'
        DISPLAY 'INVALID FROM DATE -- USE YYMMDD.'
        STOP RUN.
    MOVE WS-DTS-SERIAL TO WS-FROM-SERIAL.
    MOVE WS-TO-DATE TO WS-DTS-DATE-X.
    MOVE ZERO TO WS-DTS-CC.
    PERFORM B90-DATE-TO-SERIAL.
    IF WS-DTS-VALID NOT = 'Y'
        DISPLAY 'INVALID TO DATE -- USE YYMMDD.'
        STOP RUN.
    MOVE WS-DTS-SERIAL TO WS-TO-SERIAL.
    IF WS-FROM-SERIAL > WS-TO-SERIAL
        DISPLAY 'FROM DATE IS AFTER TO DATE.'
        STOP RUN.
B20-LOAD-REASON-TABLE.
    MOVE 'N' TO WS-TRS-EOF.
    MOVE ZERO TO WS-RSN-COUNT.
    OPEN INPUT TERM-REASON-FILE.
    IF WS-TRS-STATUS NOT = '00'
        DISPLAY 'TRS2.FIL NOT AVAILABLE -- REASONS NOT DESCRIBED'
    ELSE
        PERFORM B22-READ-REASON-RECORD
            UNTIL WS-TRS-EOF = 'Y' OR WS-RSN-COUNT = 50
        CLOSE TERM-REASON-FILE.
B22-READ-REASON-RECORD.
    READ TERM-REASON-FILE
        END
            MOVE 'Y' TO WS-TRS-EOF.
    IF WS-TRS-EOF NOT = 'Y'
        ADD 1 TO WS-RSN-COUNT
        MOVE TRS-CODE TO RSN-CODE (WS-RSN-COUNT)
        MOVE TRS-DESC TO RSN-DESC (WS-RSN-COUNT)
        MOVE TRS-CLASS TO RSN-CLASS (WS-RSN-COUNT)
        MOVE ZERO TO RSN-TOTAL (WS-RSN-COUNT)
        MOVE ZERO TO RSN-B1 (WS-RSN-COUNT)
        MOVE ZERO TO RSN-B2 (WS-RSN-COUNT)
        MOVE ZERO TO RSN-B3 (WS-RSN-COUNT)
        MOVE ZERO TO RSN-B4 (WS-RSN-COUNT).
B24-LOAD-DEPT-NAMES.
    MOVE 'N' TO WS-DEPT-EOF.
    OPEN INPUT EMP-DEPT-FILE.
    IF WS-DEPT-STATUS NOT = '00'
        MOVE 'Y' TO WS-DEPT-EOF
    ELSE
        PERFORM B25-READ-DEPT-RECORD
            UNTIL WS-DEPT-EOF = 'Y'
        CLOSE EMP-DEPT-FILE.
B25-READ-DEPT-RECORD.
    READ EMP-DEPT-FILE
        END
            MOVE 'Y' TO WS-DEPT-EOF.
    IF WS-DEPT-EOF NOT = 'Y'
        MOVE 'D' TO WS-LOOKUP-TYPE
        MOVE DEPT-CODE-MASTER TO WS-LOOKUP-CODE
        PERFORM B44-FIND-GROUP
        IF WS-GRP-FOUND = 'Y'
            MOVE DEPT-NAME-MASTER TO GRP-NAME (WS-GRP-IX).
B26-LOAD-LOC-NAMES.
    MOVE 'N' TO WS-LOC-EOF.
    OPEN INPUT EMP-LOC-FILE.
    IF WS-LOC-STATUS NOT = '00'
        MOVE 'Y' TO WS-LOC-EOF
    ELSE
        PERFORM B27-READ-LOC-RECORD
            UNTIL WS-LOC-EOF = 'Y'
        CLOSE EMP-LOC-FILE.
B27-READ-LOC-RECORD.
    READ EMP-LOC-FILE
        END
            MOVE 'Y' TO WS-LOC-EOF.
    IF WS-LOC-EOF NOT = 'Y'
        MOVE 'L' TO WS-LOOKUP-TYPE
        MOVE LOC-CODE-MASTER TO WS-LOOKUP-CODE
        PERFORM B44-FIND-GROUP
        IF WS-GRP-FOUND = 'Y'
            MOVE LOC-NAME-MASTER TO GRP-NAME (WS-GRP-IX).
B30-READ-TERM-RECORD.
    READ EMP-TERM-FILE
        END
            MOVE 'Y' TO WS-TERM-EOF.
    IF WS-TERM-EOF NOT = 'Y'
        ADD 1 TO WS-READ-COUNT
        MOVE TERM-DATE TO WS-DTS-DATE-9
        MOVE ZERO TO WS-DTS-CC
        PERFORM B90-DATE-TO-SERIAL
        IF WS-DTS-VALID = 'Y'
            IF WS-DTS-SERIAL NOT < WS-FROM-SERIAL
                    AND WS-DTS-SERIAL NOT > WS-TO-SERIAL
                MOVE WS-DTS-SERIAL TO WS-TERM-SERIAL
                COMPUTE WS-TERM-CCYYMMDD =
                    WS-DTS-CC * 1000000 + WS-DTS-DATE-9
                PERFORM B32-COUNT-TERMINATION.
B32-COUNT-TERMINATION.
    ADD 1 TO WS-SELECTED-COUNT.
    PERFORM B34-SERVICE-BUCKET.
    PERFORM B36-FIND-REASON.
    ADD 1 TO RSN-TOTAL (WS-RSN-IX).
    ADD WS-ADD-B1 TO RSN-B1 (WS-RSN-IX).
    ADD WS-ADD-B2 TO RSN-B2 (WS-RSN-IX).
    ADD WS-ADD-B3 TO RSN-B3 (WS-RSN-IX).
    ADD WS-ADD-B4 TO RSN-B4 (WS-RSN-IX).
    IF RSN-CLASS (WS-RSN-IX) = 'V'
        MOVE 1 TO WS-CLASS-IX
    ELSE
        IF RSN-CLASS (WS-RSN-IX) = 'I'
            MOVE 2 TO WS-CLASS-IX
        ELSE
            MOVE 3 TO WS-CLASS-IX.
    PERFORM B38-ADD-CLASS-COUNTS.
    MOVE 4 TO WS-CLASS-IX.
    PERFORM B38-ADD-CLASS-COUNTS.
    MOVE 'D' TO WS-LOOKUP-TYPE.
    MOVE TERM-IMAGE-DEPT TO WS-LOOKUP-CODE.
    PERFORM B44-FIND-GROUP.
    IF WS-GRP-FOUND = 'Y'
        PERFORM B39-ADD-GROUP-COUNTS.
    MOVE 'L' TO WS-LOOKUP-TYPE.
    MOVE TERM-IMAGE-LOC TO WS-LOOKUP-CODE.
    PERFORM B44-FIND-GROUP.
    IF WS-GRP-FOUND = 'Y'
        PERFORM B39-ADD-GROUP-COUNTS.
B34-SERVICE-BUCKET.
    MOVE ZERO TO WS-ADD-B1.
    MOVE ZERO TO WS-ADD-B2.
    MOVE ZERO TO WS-ADD-B3.
    MOVE ZERO TO WS-ADD-B4.
    MOVE TERM-IMAGE-HIRE TO WS-DTS-DATE-X.
    MOVE ZERO TO WS-DTS-CC.
    IF TERM-IMAGE-HIRE-CC NUMERIC
        MOVE TERM-IMAGE-HIRE-CC TO WS-DTS-CC.
    PERFORM B90-DATE-TO-SERIAL.
    IF WS-DTS-VALID = 'Y'
        IF WS-DTS-SERIAL > WS-TERM-SERIAL
            MOVE 'N' TO WS-DTS-VALID.
    IF WS-DTS-VALID NOT = 'Y'
        ADD 1 TO WS-NO-HIRE-COUNT
    ELSE
        MOVE WS-DTS-SERIAL TO WS-HIRE-SERIAL
        COMPUTE WS-HIRE-CCYYMMDD =
            WS-DTS-CC * 1000000 + WS-DTS-DATE-9
        SUBTRACT WS-HIRE-SERIAL FROM WS-TERM-SERIAL
            GIVING WS-SERVICE-DAYS
        SUBTRACT WS-HIRE-CCYYMMDD FROM WS-TERM-CCYYMMDD
            GIVING WS-CCYYMMDD-DIFF
        DIVIDE 10000 INTO WS-CCYYMMDD-DIFF
            GIVING WS-SERVICE-YEARS
        IF WS-SERVICE-DAYS < 90
            MOVE 1 TO WS-ADD-B1
        ELSE
            IF WS-SERVICE-YEARS < 1
                MOVE 1 TO WS-ADD-B2
            ELSE
                IF WS-SERVICE-YEARS < 5
                    MOVE 1 TO WS-ADD-B3
                ELSE
                    MOVE 1 TO WS-ADD-B4.
B36-FIND-REASON.
    MOVE 'N' TO WS-RSN-FOUND.
    MOVE 1 TO WS-RSN-IX.
    PERFORM B37-SCAN-REASON-TABLE
        UNTIL WS-RSN-IX > WS-RSN-COUNT OR WS-RSN-FOUND = 'Y'.
    IF WS-RSN-FOUND = 'N'
        IF WS-RSN-COUNT < 60
            ADD 1 TO WS-RSN-COUNT
            MOVE WS-RSN-COUNT TO WS-RSN-IX
            MOVE TERM-REASON TO RSN-CODE (WS-RSN-IX)
            MOVE SPACE TO RSN-CLASS (WS-RSN-IX)
            MOVE ZERO TO RSN-TOTAL (WS-RSN-IX)
            MOVE ZERO TO RSN-B1 (WS-RSN-IX)
            MOVE ZERO TO RSN-B2 (WS-RSN-IX)
            MOVE ZERO TO RSN-B3 (WS-RSN-IX)
            MOVE ZERO TO RSN-B4 (WS-RSN-IX)
            IF TERM-REASON = SPACE
                MOVE 'NO REASON GIVEN' TO RSN-DESC (WS-RSN-IX)
            ELSE
                MOVE 'NOT ON REASON FILE' TO RSN-DESC (WS-RSN-IX)
        ELSE
            MOVE 60 TO WS-RSN-IX.
B37-SCAN-REASON-TABLE.
    IF RSN-CODE (WS-RSN-IX) = TERM-REASON
        MOVE 'Y' TO WS-RSN-FOUND
    ELSE
        ADD 1 TO WS-RSN-IX.
B38-ADD-CLASS-COUNTS.
    ADD 1 TO CLS-TOTAL (WS-CLASS-IX).
    ADD WS-ADD-B1 TO CLS-B1 (WS-CLASS-IX).
    ADD WS-ADD-B2 TO CLS-B2 (WS-CLASS-IX).
    ADD WS-ADD-B3 TO CLS-B3 (WS-CLASS-IX).
    ADD WS-ADD-B4 TO CLS-B4 (WS-CLASS-IX).
B39-ADD-GROUP-COUNTS.
    ADD 1 TO GRP-TOTAL (WS-GRP-IX).
    ADD WS-ADD-B1 TO GRP-B1 (WS-GRP-IX).
    ADD WS-ADD-B2 TO GRP-B2 (WS-GRP-IX).
    ADD WS-ADD-B3 TO GRP-B3 (WS-GRP-IX).
    ADD WS-ADD-B4 TO GRP-B4 (WS-GRP-IX).
B40-PRINT-REASON-SECTION.
    MOVE 'TERMINATIONS BY REASON' TO EXA-SECTION-TITLE.
    WRITE EXIT-PRINT-LINE FROM EXA-SECTION-LINE
        AFTER ADVANCING 2.
    MOVE 'CODE' TO EXA-COL-CODE.
    MOVE 'DESCRIPTION' TO EXA-COL-DESC.
    WRITE EXIT-PRINT-LINE FROM EXA-COL-LINE
        AFTER ADVANCING 1.
    MOVE 1 TO WS-RSN-IX.
    PERFORM B42-PRINT-REASON-LINE
        UNTIL WS-RSN-IX > WS-RSN-COUNT.
    MOVE SPACE TO EXIT-PRINT-LINE.
    WRITE EXIT-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE 1 TO WS-CLASS-IX.
    PERFORM B43-PRINT-CLASS-LINE
        UNTIL WS-CLASS-IX > 4.
B42-PRINT-REASON-LINE.
    IF RSN-TOTAL (WS-RSN-IX) > 0
        MOVE RSN-CODE (WS-RSN-IX) TO EXA-CNT-CODE
        MOVE RSN-DESC (WS-RSN-IX) TO EXA-CNT-DESC
        IF RSN-CLASS (WS-RSN-IX) = 'V'
            MOVE 'VOL' TO EXA-CNT-CLASS
        ELSE
            IF RSN-CLASS (WS-RSN-IX) = 'I'
                MOVE 'INVOL' TO EXA-CNT-CLASS
            ELSE
                MOVE SPACE TO EXA-CNT-CLASS.
    IF RSN-TOTAL (WS-RSN-IX) > 0
        MOVE RSN-TOTAL (WS-RSN-IX) TO WS-LINE-TOTAL
        MOVE RSN-B1 (WS-RSN-IX) TO WS-LINE-B1
        MOVE RSN-B2 (WS-RSN-IX) TO WS-LINE-B2
        MOVE RSN-B3 (WS-RSN-IX) TO WS-LINE-B3
        MOVE RSN-B4 (WS-RSN-IX) TO WS-LINE-B4
        PERFORM B70-WRITE-COUNT-LINE.
    ADD 1 TO WS-RSN-IX.
B43-PRINT-CLASS-LINE.
    IF WS-CLASS-IX = 4 OR CLS-TOTAL (WS-CLASS-IX) > 0
        MOVE SPACE TO EXA-CNT-CODE
        MOVE CLS-LABEL (WS-CLASS-IX) TO EXA-CNT-DESC
        MOVE SPACE TO EXA-CNT-CLASS
        MOVE CLS-TOTAL (WS-CLASS-IX) TO WS-LINE-TOTAL
        MOVE CLS-B1 (WS-CLASS-IX) TO WS-LINE-B1
        MOVE CLS-B2 (WS-CLASS-IX) TO WS-LINE-B2
        MOVE CLS-B3 (WS-CLASS-IX) TO WS-LINE-B3
        MOVE CLS-B4 (WS-CLASS-IX) TO WS-LINE-B4
        PERFORM B70-WRITE-COUNT-LINE.
    ADD 1 TO WS-CLASS-IX.
B44-FIND-GROUP.
    MOVE 'N' TO WS-GRP-FOUND.
    MOVE 1 TO WS-GRP-IX.
    PERFORM B45-SCAN-GROUP-TABLE
        UNTIL WS-GRP-IX > WS-GRP-COUNT OR WS-GRP-FOUND = 'Y'.
    IF WS-GRP-FOUND = 'N'
        IF WS-GRP-COUNT < 120
            ADD 1 TO WS-GRP-COUNT
            MOVE WS-GRP-COUNT TO WS-GRP-IX
            MOVE WS-LOOKUP-TYPE TO GRP-TYPE (WS-GRP-IX)
            MOVE WS-LOOKUP-CODE TO GRP-CODE (WS-GRP-IX)
            MOVE 'NOT ON FILE' TO GRP-NAME (WS-GRP-IX)
            MOVE ZERO TO GRP-TOTAL (WS-GRP-IX)
            MOVE ZERO TO GRP-B1 (WS-GRP-IX)
            MOVE ZERO TO GRP-B2 (WS-GRP-IX)
            MOVE ZERO TO GRP-B3 (WS-GRP-IX)
            MOVE ZERO TO GRP-B4 (WS-GRP-IX)
            MOVE 'Y' TO WS-GRP-FOUND
        ELSE
            DISPLAY 'GROUP TABLE FULL -- ' WS-LOOKUP-TYPE ' '
                WS-LOOKUP-CODE ' NOT COUNTED'.
B45-SCAN-GROUP-TABLE.
    IF GRP-TYPE (WS-GRP-IX) = WS-LOOKUP-TYPE
            AND GRP-CODE (WS-GRP-IX) = WS-LOOKUP-CODE
        MOVE 'Y' TO WS-GRP-FOUND
    ELSE
        ADD 1 TO WS-GRP-IX.
B50-RELEASE-GROUP-TABLE.
    MOVE 1 TO WS-GRP-IX.
    PERFORM B52-RELEASE-ONE-GROUP
        UNTIL WS-GRP-IX > WS-GRP-COUNT.
B52-RELEASE-ONE-GROUP.
    IF GRP-TOTAL (WS-GRP-IX) > 0
        MOVE GRP-TYPE (WS-GRP-IX) TO GROUP-TYPE-SORTED
        MOVE GRP-CODE (WS-GRP-IX) TO GROUP-CODE-SORTED
        MOVE GRP-NAME (WS-GRP-IX) TO GROUP-NAME-SORTED
        MOVE GRP-TOTAL (WS-GRP-IX) TO GROUP-TOTAL-SORTED
        MOVE GRP-B1 (WS-GRP-IX) TO GROUP-B1-SORTED
        MOVE GRP-B2 (WS-GRP-IX) TO GROUP-B2-SORTED
        MOVE GRP-B3 (WS-GRP-IX) TO GROUP-B3-SORTED
        MOVE GRP-B4 (WS-GRP-IX) TO GROUP-B4-SORTED
        RELEASE SORT-WORK-RECORD.
    ADD 1 TO WS-GRP-IX.
B60-PRINT-GROUP-SECTIONS.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE SPACE TO WS-PREV-TYPE.
    PERFORM B62-PRINT-SORTED-GROUP
        UNTIL WS-SORT-EOF = 'Y'.
B62-PRINT-SORTED-GROUP.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF GROUP-TYPE-SORTED NOT = WS-PREV-TYPE
            PERFORM B64-PRINT-GROUP-HEADING.
    IF WS-SORT-EOF NOT = 'Y'
        MOVE GROUP-CODE-SORTED TO EXA-CNT-CODE
        MOVE GROUP-NAME-SORTED TO EXA-CNT-DESC
        MOVE SPACE TO EXA-CNT-CLASS
        MOVE GROUP-TOTAL-SORTED TO WS-LINE-TOTAL
        MOVE GROUP-B1-SORTED TO WS-LINE-B1
        MOVE GROUP-B2-SORTED TO WS-LINE-B2
        MOVE GROUP-B3-SORTED TO WS-LINE-B3
        MOVE GROUP-B4-SORTED TO WS-LINE-B4
        PERFORM B70-WRITE-COUNT-LINE.
B64-PRINT-GROUP-HEADING.
    MOVE GROUP-TYPE-SORTED TO WS-PREV-TYPE.
    IF GROUP-TYPE-SORTED = 'D'
        MOVE 'TERMINATIONS BY DEPARTMENT' TO EXA-SECTION-TITLE
        MOVE 'DEPT' TO EXA-COL-CODE
        MOVE 'DEPARTMENT NAME' TO EXA-COL-DESC
    ELSE
        MOVE 'TERMINATIONS BY LOCATION' TO EXA-SECTION-TITLE
        MOVE 'LOC' TO EXA-COL-CODE
        MOVE 'LOCATION NAME' TO EXA-COL-DESC.
    WRITE EXIT-PRINT-LINE FROM EXA-SECTION-LINE
        AFTER ADVANCING 3.
    WRITE EXIT-PRINT-LINE FROM EXA-COL-LINE
        AFTER ADVANCING 1.
B66-PRINT-SERVICE-SUMMARY.
    MOVE 'LENGTH OF SERVICE AT EXIT' TO EXA-SECTION-TITLE.
    WRITE EXIT-PRINT-LINE FROM EXA-SECTION-LINE
        AFTER ADVANCING 3.
    MOVE 'UNDER 90 DAYS' TO EXA-BKT-LABEL.
    MOVE CLS-B1 (4) TO WS-LINE-B1.
    PERFORM B68-WRITE-BUCKET-LINE.
    MOVE '90 DAYS TO UNDER 1 YEAR' TO EXA-BKT-LABEL.
    MOVE CLS-B2 (4) TO WS-LINE-B1.
    PERFORM B68-WRITE-BUCKET-LINE.
    MOVE '1 TO 5 YEARS' TO EXA-BKT-LABEL.
    MOVE CLS-B3 (4) TO WS-LINE-B1.
    PERFORM B68-WRITE-BUCKET-LINE.
    MOVE 'OVER 5 YEARS' TO EXA-BKT-LABEL.
    MOVE CLS-B4 (4) TO WS-LINE-B1.
    PERFORM B68-WRITE-BUCKET-LINE.
    MOVE 'NO VALID HIRE DATE' TO EXA-BKT-LABEL.
    MOVE WS-NO-HIRE-COUNT TO WS-LINE-B1.
    PERFORM B68-WRITE-BUCKET-LINE.
    MOVE 'TERMINATIONS IN PERIOD:' TO EXA-TOTAL-LABEL.
    MOVE WS-SELECTED-COUNT TO EXA-TOTAL-COUNT.
    WRITE EXIT-PRINT-LINE FROM EXA-TOTAL-LINE
        AFTER ADVANCING 2.
B68-WRITE-BUCKET-LINE.
    MOVE WS-LINE-B1 TO EXA-BKT-COUNT.
    MOVE ZERO TO WS-PCT.
    IF WS-SELECTED-COUNT > 0
        COMPUTE WS-PCT = WS-LINE-B1 * 100 / WS-SELECTED-COUNT.
    MOVE WS-PCT TO EXA-BKT-PCT.
    WRITE EXIT-PRINT-LINE FROM EXA-BUCKET-LINE
        AFTER ADVANCING 1.
B70-WRITE-COUNT-LINE.
    MOVE WS-LINE-TOTAL TO EXA-CNT-TOTAL.
    MOVE WS-LINE-B1 TO EXA-CNT-B1.
    MOVE WS-LINE-B2 TO EXA-CNT-B2.
    MOVE WS-LINE-B3 TO EXA-CNT-B3.
    MOVE WS-LINE-B4 TO EXA-CNT-B4.
    WRITE EXIT-PRINT-LINE FROM EXA-COUNT-LINE
        AFTER ADVANCING 1.
B80-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM B82-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
B82-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL3B     '
                AND PRM-KEYWORD = WS-PARM-KEYWORD
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
B90-DATE-TO-SERIAL.
    MOVE 'N' TO WS-DTS-VALID.
    MOVE ZERO TO WS-DTS-SERIAL.
    IF WS-DTS-DATE-X NUMERIC
        IF WS-DTS-MM > 0 AND WS-DTS-MM < 13 AND WS-DTS-DD > 0
            IF WS-DTS-DD NOT > MONTH-DAYS (WS-DTS-MM)
                MOVE 'Y' TO WS-DTS-VALID.
    IF WS-DTS-VALID = 'Y' AND WS-DTS-CC = ZERO
        IF WS-DTS-YY > 40
            MOVE 19 TO WS-DTS-CC
        ELSE
            MOVE 20 TO WS-DTS-CC.
    IF WS-DTS-VALID = 'Y'
        COMPUTE WS-DTS-YEAR = WS-DTS-CC * 100 + WS-DTS-YY
        PERFORM B92-CHECK-LEAP-YEAR
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
B92-CHECK-LEAP-YEAR.
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
