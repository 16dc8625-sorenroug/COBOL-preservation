IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2O.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM ANNUALIZES THE PAY OF EVERY       *
*  EMPLOYEE ON THE EMPLOYEE MASTER PRL2.FIL --    *
*  HOURLY RATE TIMES STANDARD HOURS, SALARIED     *
*  RATE TIMES PAY PERIODS, BOTH TAKEN FROM        *
*  PARM2.FIL -- TOTALS THE COST BY DEPARTMENT     *
*  WITHIN LOCATION AND COMPARES IT WITH THE       *
*  DOLLAR BUDGET RECORDS (TYPE D) ON THE          *
*  QUARTERLY BUDGET FILE BUD2.FIL. A DOLLAR       *
*  BUDGET IS THE ANNUAL LABOR COST AUTHORIZED FOR *
*  A DEPARTMENT AT A LOCATION IN THAT QUARTER, IN *
*  WHOLE DOLLARS. THE REPORT GOES TO LCR2.FIL     *
*  WITH ONE LINE PER DEPARTMENT SHOWING ACTUAL    *
*  COST, BUDGET, VARIANCE AND AN OVER-BUDGET      *
*  FLAG, FOLLOWED BY LOCATION AND GRAND TOTALS.   *
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
    SELECT BUDGET-FILE ASSIGN
    BUD2.FIL
    FILE STATUS WS-BUDGET-STATUS.
    SELECT EMP-REPORT-FILE ASSIGN
    PRL2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY SSN-REPORT
    FILE STATUS EMP-REPORT-STATUS.
    SELECT LABOR-COST-PRINT-FILE ASSIGN
    LCR2.FIL.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT SORT-WORK-FILE ASSIGN
    SRTO.FIL.

DATA DIVISION.

FILE SECTION.

FD  BUDGET-FILE
      LABEL RECORDS
      OMITTED.
01  BUDGET-RECORD.
    05  BUDGET-QUARTER                    PIC 9(3).
    05  FILLER                            PIC X.
    05  BUDGET-DEPT-CODE                  PIC XX.
    05  FILLER                            PIC X.
    05  BUDGET-HEADCOUNT                  PIC 9(5).
    05  FILLER                            PIC X.
    05  BUDGET-REC-TYPE                   PIC X.
    05  FILLER                            PIC X.
    05  BUDGET-LOC-CODE                   PIC XX.
    05  FILLER                            PIC X.
    05  BUDGET-DOLLARS                    PIC 9(9).
    05  FILLER                            PIC X(53).
FD  EMP-REPORT-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-REPORT-LINE.
    05  FILLER                            PIC X(4).
    05  EMP-ID-NUM-REPORT                 PIC X(7).
    05  FILLER                            PIC X(10).
    05  NAME-REPORT                       PIC X(20).
    05  FILLER                            PIC X(10).
    05  SSN-REPORT                        PIC X(11).
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  FILLER                            PIC X(11).
FD  LABOR-COST-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  LABOR-COST-PRINT-LINE                 PIC X(80).
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
    05  LOC-SORTED                        PIC XX.
    05  DEPT-SORTED                       PIC XX.
    05  HEADS-SORTED                      PIC 9(5).
    05  COST-SORTED                       PIC 9(10)V99.
    05  BUDGET-SORTED                     PIC 9(9).
    05  BUDGET-FOUND-SORTED               PIC X.

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-BUDGET-STATUS          PIC XX.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-BUDGET-EOF             PIC X VALUE 'N'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-KEYWORD           PIC X(10) VALUE SPACE.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.
    05  WS-PARM-VALUE-R REDEFINES WS-PARM-VALUE.
        10  WS-PARM-NUMBER        PIC X(4).
        10  WS-PARM-NUMBER-9 REDEFINES WS-PARM-NUMBER
                                  PIC 9(4).
        10  FILLER                PIC X(16).
    05  WS-STD-HOURS              PIC 9(4) VALUE 2080.
    05  WS-PAY-PERIODS            PIC 9(4) VALUE 26.

01  QUARTER-CONTROL.
    05  WS-QUARTER-ENTRY          PIC X(3).
    05  WS-RPT-QTR                PIC 9(3) VALUE ZERO.
    05  WS-LATEST-QTR             PIC 9(3) VALUE ZERO.
    05  WS-SCAN-EOF               PIC X VALUE 'N'.

01  COST-TABLE-CONTROL.
    05  WS-CST-COUNT              PIC 99 VALUE ZERO.
    05  WS-CST-IX                 PIC 99 VALUE ZERO.
    05  WS-CST-FOUND              PIC X VALUE 'N'.
    05  WS-LOOKUP-LOC             PIC XX.
    05  WS-LOOKUP-DEPT            PIC XX.
01  COST-TABLE.
    05  CST-ENTRY OCCURS 50.
        10  CST-LOC-CODE          PIC XX.
        10  CST-DEPT-CODE         PIC XX.
        10  CST-HEADS             PIC 9(5).
        10  CST-ACTUAL            PIC 9(10)V99.
        10  CST-BUDGET            PIC 9(9).
        10  CST-BUDGET-FOUND      PIC X.

01  COST-TOTALS.
    05  WS-ANNUAL-COST            PIC 9(8)V99 VALUE ZERO.
    05  WS-PREV-LOC               PIC XX VALUE SPACE.
    05  WS-LOC-COUNT              PIC 99 VALUE ZERO.
    05  WS-LOC-HEADS              PIC 9(6) VALUE ZERO.
    05  WS-LOC-ACTUAL             PIC 9(10)V99 VALUE ZERO.
    05  WS-LOC-BUDGET             PIC 9(10) VALUE ZERO.
    05  WS-TOT-HEADS              PIC 9(6) VALUE ZERO.
    05  WS-TOT-ACTUAL             PIC 9(10)V99 VALUE ZERO.
    05  WS-TOT-BUDGET             PIC 9(10) VALUE ZERO.
    05  WS-LINE-HEADS             PIC 9(6) VALUE ZERO.
    05  WS-LINE-ACTUAL            PIC 9(10)V99 VALUE ZERO.
    05  WS-LINE-DOLLARS           PIC 9(10) VALUE ZERO.
    05  WS-LINE-BUDGET            PIC 9(10) VALUE ZERO.
    05  WS-LINE-BUDGET-FOUND      PIC X VALUE 'Y'.
    05  WS-VARIANCE               PIC S9(10) VALUE ZERO.

01  LCR-HDR-LINE.
    05  FILLER                            PIC X(42)
        VALUE 'LABOR COST VERSUS DOLLAR BUDGET REPORT    '.
    05  FILLER                            PIC X(8)
        VALUE 'QUARTER '.
    05  LCR-HDR-QTR                       PIC 9(3).
    05  FILLER                            PIC X(27) VALUE SPACE.
01  LCR-BASIS-LINE.
    05  FILLER                            PIC X(14)
        VALUE 'ANNUALIZED AT '.
    05  LCR-BASIS-HOURS                   PIC ZZZ9.
    05  FILLER                            PIC X(20)
        VALUE ' HOURS PER YEAR AND '.
    05  LCR-BASIS-PERIODS                 PIC ZZZ9.
    05  FILLER                            PIC X(12)
        VALUE ' PAY PERIODS'.
    05  FILLER                            PIC X(26) VALUE SPACE.
01  LCR-COL-LINE.
    05  FILLER                            PIC X(30)
        VALUE 'LOC  DEPT HEADS  ACTUAL COST  '.
    05  FILLER                            PIC X(31)
        VALUE '     BUDGET      VARIANCE  FLAG'.
    05  FILLER                            PIC X(19) VALUE SPACE.
01  LCR-DETAIL-LINE.
    05  LCR-DET-LOC                       PIC X(3).
    05  FILLER                            PIC XX VALUE SPACE.
    05  LCR-DET-DEPT                      PIC X(5).
    05  LCR-DET-HEADS                     PIC ZZZZ9.
    05  FILLER                            PIC XX VALUE SPACE.
    05  LCR-DET-ACTUAL                    PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                            PIC XX VALUE SPACE.
    05  LCR-DET-BUDGET                    PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                            PIC XX VALUE SPACE.
    05  LCR-DET-SIGN                      PIC X.
    05  LCR-DET-VARIANCE                  PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                            PIC XX VALUE SPACE.
    05  LCR-DET-FLAG                      PIC X(12).
    05  FILLER                            PIC X(11) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM COSTS THE EMPLOYEE MASTER BY DEPARTMENT       *
* WITHIN LOCATION, MATCHES THE COST AGAINST THE DOLLAR       *
* BUDGET FOR THE QUARTER AND PRINTS THE VARIANCE REPORT. IT  *
* IS ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE      *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
O10-LABOR-COST-REPORT.
    PERFORM O12-READ-COST-PARMS.
    MOVE 'QUARTER   ' TO WS-PARM-KEYWORD.
    PERFORM O80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-QUARTER-ENTRY
    ELSE
        DISPLAY 'ENTER REPORT QUARTER (YYQ, SPACES = LATEST):'
        MOVE SPACE TO WS-QUARTER-ENTRY
        ACCEPT WS-QUARTER-ENTRY.
    IF WS-QUARTER-ENTRY NUMERIC
        MOVE WS-QUARTER-ENTRY TO WS-RPT-QTR
    ELSE
        PERFORM O24-FIND-LATEST-QUARTER
        MOVE WS-LATEST-QTR TO WS-RPT-QTR.
    IF WS-RPT-QTR = ZERO
        DISPLAY 'NO DOLLAR BUDGET QUARTERS ON FILE.'
        STOP RUN.
    PERFORM O20-LOAD-BUDGET-TABLE.
    PERFORM O30-COST-MASTER.
    OPEN OUTPUT LABOR-COST-PRINT-FILE.
    PERFORM O40-PRINT-HEADINGS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY LOC-SORTED
        ON ASCENDING KEY DEPT-SORTED
        INPUT PROCEDURE O50-RELEASE-COST-TABLE
        OUTPUT PROCEDURE O60-PRINT-SORTED.
    CLOSE LABOR-COST-PRINT-FILE.
    DISPLAY 'LABOR COST REPORT WRITTEN TO LCR2.FIL.'.
    STOP RUN.
O12-READ-COST-PARMS.
    MOVE 'HOURS     ' TO WS-PARM-KEYWORD.
    PERFORM O80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        IF WS-PARM-NUMBER NUMERIC AND WS-PARM-NUMBER-9 > ZERO
            MOVE WS-PARM-NUMBER-9 TO WS-STD-HOURS.
    MOVE 'PERIODS   ' TO WS-PARM-KEYWORD.
    PERFORM O80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        IF WS-PARM-NUMBER NUMERIC AND WS-PARM-NUMBER-9 > ZERO
            MOVE WS-PARM-NUMBER-9 TO WS-PAY-PERIODS.
    DISPLAY 'ANNUAL COST USES ' WS-STD-HOURS ' HOURS AND '
        WS-PAY-PERIODS ' PAY PERIODS.'.
O20-LOAD-BUDGET-TABLE.
    OPEN INPUT BUDGET-FILE.
    IF WS-BUDGET-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN BUDGET FILE, STATUS=' WS-BUDGET-STATUS
        STOP RUN.
    PERFORM O22-READ-BUDGET-RECORD
        UNTIL WS-BUDGET-EOF = 'Y'.
    CLOSE BUDGET-FILE.
O22-READ-BUDGET-RECORD.
    READ BUDGET-FILE
        END
            MOVE 'Y' TO WS-BUDGET-EOF.
    IF WS-BUDGET-EOF NOT = 'Y'
        IF BUDGET-QUARTER NUMERIC AND BUDGET-REC-TYPE = 'D'
            IF BUDGET-QUARTER = WS-RPT-QTR
                    AND BUDGET-DOLLARS NUMERIC
                MOVE BUDGET-LOC-CODE TO WS-LOOKUP-LOC
                MOVE BUDGET-DEPT-CODE TO WS-LOOKUP-DEPT
                PERFORM O34-FIND-COST-ENTRY
                IF WS-CST-FOUND = 'Y'
                    ADD BUDGET-DOLLARS TO CST-BUDGET (WS-CST-IX)
                    MOVE 'Y' TO CST-BUDGET-FOUND (WS-CST-IX).
O24-FIND-LATEST-QUARTER.
    MOVE ZERO TO WS-LATEST-QTR.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT BUDGET-FILE.
    IF WS-BUDGET-STATUS NOT = '00'
        MOVE 'Y' TO WS-SCAN-EOF
    ELSE
        PERFORM O26-SCAN-BUDGET-QUARTER
            UNTIL WS-SCAN-EOF = 'Y'
        CLOSE BUDGET-FILE.
O26-SCAN-BUDGET-QUARTER.
    READ BUDGET-FILE
        END
            MOVE 'Y' TO WS-SCAN-EOF.
    IF WS-SCAN-EOF NOT = 'Y'
        IF BUDGET-QUARTER NUMERIC AND BUDGET-REC-TYPE = 'D'
            IF BUDGET-QUARTER > WS-LATEST-QTR
                MOVE BUDGET-QUARTER TO WS-LATEST-QTR.
O30-COST-MASTER.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    PERFORM O32-READ-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
    CLOSE EMP-REPORT-FILE.
O32-READ-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        MOVE LOC-CODE-REPORT TO WS-LOOKUP-LOC
        MOVE DEPT-NUM-REPORT TO WS-LOOKUP-DEPT
        PERFORM O34-FIND-COST-ENTRY
        IF WS-CST-FOUND = 'Y'
            PERFORM O38-ANNUAL-COST
            ADD 1 TO CST-HEADS (WS-CST-IX)
            ADD WS-ANNUAL-COST TO CST-ACTUAL (WS-CST-IX).
O34-FIND-COST-ENTRY.
    MOVE 'N' TO WS-CST-FOUND.
    MOVE 1 TO WS-CST-IX.
    PERFORM O36-SCAN-COST-ENTRY
        UNTIL WS-CST-IX > WS-CST-COUNT OR WS-CST-FOUND = 'Y'.
    IF WS-CST-FOUND = 'N'
        IF WS-CST-COUNT < 50
            ADD 1 TO WS-CST-COUNT
            MOVE WS-CST-COUNT TO WS-CST-IX
            MOVE WS-LOOKUP-LOC TO CST-LOC-CODE (WS-CST-IX)
            MOVE WS-LOOKUP-DEPT TO CST-DEPT-CODE (WS-CST-IX)
            MOVE ZERO TO CST-HEADS (WS-CST-IX)
            MOVE ZERO TO CST-ACTUAL (WS-CST-IX)
            MOVE ZERO TO CST-BUDGET (WS-CST-IX)
            MOVE 'N' TO CST-BUDGET-FOUND (WS-CST-IX)
            MOVE 'Y' TO WS-CST-FOUND
        ELSE
            DISPLAY 'COST TABLE FULL -- LOC ' WS-LOOKUP-LOC
                ' DEPT ' WS-LOOKUP-DEPT ' NOT COSTED'.
O36-SCAN-COST-ENTRY.
    IF CST-LOC-CODE (WS-CST-IX) = WS-LOOKUP-LOC
            AND CST-DEPT-CODE (WS-CST-IX) = WS-LOOKUP-DEPT
        MOVE 'Y' TO WS-CST-FOUND
    ELSE
        ADD 1 TO WS-CST-IX.
O38-ANNUAL-COST.
    IF PAY-TYPE-REPORT = 'H'
        MULTIPLY PAY-RATE-REPORT BY WS-STD-HOURS
            GIVING WS-ANNUAL-COST
    ELSE
        MULTIPLY PAY-RATE-REPORT BY WS-PAY-PERIODS
            GIVING WS-ANNUAL-COST.
O40-PRINT-HEADINGS.
    MOVE WS-RPT-QTR TO LCR-HDR-QTR.
    WRITE LABOR-COST-PRINT-LINE FROM LCR-HDR-LINE
        AFTER ADVANCING 1.
    MOVE WS-STD-HOURS TO LCR-BASIS-HOURS.
    MOVE WS-PAY-PERIODS TO LCR-BASIS-PERIODS.
    WRITE LABOR-COST-PRINT-LINE FROM LCR-BASIS-LINE
        AFTER ADVANCING 1.
    WRITE LABOR-COST-PRINT-LINE FROM LCR-COL-LINE
        AFTER ADVANCING 2.
O50-RELEASE-COST-TABLE.
    MOVE 1 TO WS-CST-IX.
    PERFORM O52-RELEASE-ONE-ENTRY
        UNTIL WS-CST-IX > WS-CST-COUNT.
O52-RELEASE-ONE-ENTRY.
    MOVE CST-LOC-CODE (WS-CST-IX) TO LOC-SORTED.
    MOVE CST-DEPT-CODE (WS-CST-IX) TO DEPT-SORTED.
    MOVE CST-HEADS (WS-CST-IX) TO HEADS-SORTED.
    MOVE CST-ACTUAL (WS-CST-IX) TO COST-SORTED.
    MOVE CST-BUDGET (WS-CST-IX) TO BUDGET-SORTED.
    MOVE CST-BUDGET-FOUND (WS-CST-IX) TO BUDGET-FOUND-SORTED.
    RELEASE SORT-WORK-RECORD.
    ADD 1 TO WS-CST-IX.
O60-PRINT-SORTED.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE SPACE TO WS-PREV-LOC.
    MOVE ZERO TO WS-LOC-COUNT.
    PERFORM O62-PRINT-SORTED-RECORD
        UNTIL WS-SORT-EOF = 'Y'.
    IF WS-LOC-COUNT > 0
        PERFORM O64-PRINT-LOC-TOTAL.
    MOVE 'ALL' TO LCR-DET-LOC.
    MOVE 'TOTAL' TO LCR-DET-DEPT.
    MOVE WS-TOT-HEADS TO WS-LINE-HEADS.
    MOVE WS-TOT-ACTUAL TO WS-LINE-ACTUAL.
    MOVE WS-TOT-BUDGET TO WS-LINE-BUDGET.
    MOVE 'Y' TO WS-LINE-BUDGET-FOUND.
    PERFORM O70-FORMAT-COST-LINE.
    WRITE LABOR-COST-PRINT-LINE FROM LCR-DETAIL-LINE
        AFTER ADVANCING 2.
O62-PRINT-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF WS-LOC-COUNT > 0 AND LOC-SORTED NOT = WS-PREV-LOC
            PERFORM O64-PRINT-LOC-TOTAL.
    IF WS-SORT-EOF NOT = 'Y'
        MOVE LOC-SORTED TO WS-PREV-LOC
        MOVE LOC-SORTED TO LCR-DET-LOC
        MOVE DEPT-SORTED TO LCR-DET-DEPT
        MOVE HEADS-SORTED TO WS-LINE-HEADS
        MOVE COST-SORTED TO WS-LINE-ACTUAL
        MOVE BUDGET-SORTED TO WS-LINE-BUDGET
        MOVE BUDGET-FOUND-SORTED TO WS-LINE-BUDGET-FOUND
        PERFORM O70-FORMAT-COST-LINE
        WRITE LABOR-COST-PRINT-LINE FROM LCR-DETAIL-LINE
            AFTER ADVANCING 1
        ADD HEADS-SORTED TO WS-LOC-HEADS
        ADD COST-SORTED TO WS-LOC-ACTUAL
        ADD BUDGET-SORTED TO WS-LOC-BUDGET
        ADD 1 TO WS-LOC-COUNT.
O64-PRINT-LOC-TOTAL.
    MOVE WS-PREV-LOC TO LCR-DET-LOC.
    MOVE 'TOTAL' TO LCR-DET-DEPT.
    MOVE WS-LOC-HEADS TO WS-LINE-HEADS.
    MOVE WS-LOC-ACTUAL TO WS-LINE-ACTUAL.
    MOVE WS-LOC-BUDGET TO WS-LINE-BUDGET.
    MOVE 'Y' TO WS-LINE-BUDGET-FOUND.
    PERFORM O70-FORMAT-COST-LINE.
    WRITE LABOR-COST-PRINT-LINE FROM LCR-DETAIL-LINE
        AFTER ADVANCING 1.
    MOVE SPACE TO LABOR-COST-PRINT-LINE.
    WRITE LABOR-COST-PRINT-LINE
        AFTER ADVANCING 1.
    ADD WS-LOC-HEADS TO WS-TOT-HEADS.
    ADD WS-LOC-ACTUAL TO WS-TOT-ACTUAL.
    ADD WS-LOC-BUDGET TO WS-TOT-BUDGET.
    MOVE ZERO TO WS-LOC-HEADS.
    MOVE ZERO TO WS-LOC-ACTUAL.
    MOVE ZERO TO WS-LOC-BUDGET.
    MOVE ZERO TO WS-LOC-COUNT.
O70-FORMAT-COST-LINE.
    MOVE WS-LINE-ACTUAL TO WS-LINE-DOLLARS.
    MOVE WS-LINE-HEADS TO LCR-DET-HEADS.
    MOVE WS-LINE-DOLLARS TO LCR-DET-ACTUAL.
    MOVE WS-LINE-BUDGET TO LCR-DET-BUDGET.
    SUBTRACT WS-LINE-BUDGET FROM WS-LINE-DOLLARS
        GIVING WS-VARIANCE.
    IF WS-VARIANCE < 0
        MOVE '-' TO LCR-DET-SIGN
        MULTIPLY -1 BY WS-VARIANCE
        MOVE WS-VARIANCE TO LCR-DET-VARIANCE
    ELSE
        MOVE SPACE TO LCR-DET-SIGN
        MOVE WS-VARIANCE TO LCR-DET-VARIANCE.
    IF WS-LINE-BUDGET-FOUND NOT = 'Y'
        MOVE '*NO BUDGET' TO LCR-DET-FLAG
    ELSE
        IF WS-LINE-DOLLARS > WS-LINE-BUDGET
            MOVE '*OVER BUDGET' TO LCR-DET-FLAG
        ELSE
            MOVE SPACE TO LCR-DET-FLAG.
O80-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM O82-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
O82-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL2O     '
                AND PRM-KEYWORD = WS-PARM-KEYWORD
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
