*  THIS PROGRAM READS THE QUARTERLY BUDGET FILE   *
*  BUD2.FIL (QUARTER, DEPARTMENT CODE AND         *
*  AUTHORIZED HEADCOUNT -- PRIOR QUARTERS ARE     *
*  RETAINED ON THE FILE; THE DOLLAR BUDGET        *
*  RECORDS (TYPE D) ARE LEFT TO CBL2O), COUNTS    *
*  ACTUAL EMPLOYEES PER DEPARTMENT ON THE         *
*  EMPLOYEE MASTER PRL2.FIL, SHOWING THOSE ON     *
*  LEAVE SEPARATELY FROM THE ACTIVE (BOTH COUNT   *
*  AGAINST THE BUDGET), AND PRINTS A HEADCOUNT    *
*  VERSUS BUDGET VARIANCE REPORT WITH AN          *
*  OVER-BUDGET FLAG PER DEPARTMENT AND GRAND      *
*  TOTALS TO VAR2.FIL. EACH RUN ALSO APPENDS A    *
*  PER-DEPARTMENT SNAPSHOT TO THE HEADCOUNT       *
*  HISTORY FILE HCT2.FIL FOR THE CBL2Q TREND      *
*  REPORT.                                        *
*  EACH RUN LOGS A START AND AN END RECORD ON     *
*  JOBLOG.DAT.                                    *
*                                                 *
***************************************************

    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT JOB-LOG-FILE ASSIGN
    JOBLOG.DAT
    FILE STATUS WS-JOBLOG-STATUS.

DATA DIVISION.

    05  BUDGET-DEPT-CODE                  PIC XX.
    05  FILLER                            PIC X.
    05  BUDGET-HEADCOUNT                  PIC 9(5).
    05  FILLER                            PIC X.
    05  BUDGET-REC-TYPE                   PIC X.
    05  FILLER                            PIC X(66).
FD  EMP-REPORT-FILE
      LABEL RECORDS
      OMITTED.
    05  SSN-REPORT                        PIC X(11).
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  FILLER                            PIC X(27).
    05  EMP-STATUS-REPORT                 PIC X.
        88  EMP-ON-LEAVE  VALUE 'L'.
    05  FILLER                            PIC X(8).
FD  VARIANCE-PRINT-FILE
      LABEL RECORDS
      OMITTED.
    05  FILLER                            PIC X.
    05  PRM-VALUE                         PIC X(20).
    05  FILLER                            PIC X(38).
FD  JOB-LOG-FILE
      LABEL RECORDS
      OMITTED.
01  JOB-LOG-RECORD                        PIC X(60).

WORKING-STORAGE SECTION.

        10  VAR-DEPT-CODE         PIC XX.
        10  VAR-BUDGET            PIC 9(5).
        10  VAR-ACTUAL            PIC 9(5).
        10  VAR-LEAVE             PIC 9(5).

01  VARIANCE-TOTALS.
    05  WS-TOT-ACTUAL             PIC 9(6) VALUE ZERO.
    05  WS-TOT-BUDGET             PIC 9(6) VALUE ZERO.
    05  WS-TOT-LEAVE              PIC 9(6) VALUE ZERO.
    05  WS-ACTIVE                 PIC 9(6) VALUE ZERO.
    05  WS-VARIANCE               PIC S9(6) VALUE ZERO.

01  VAR-HDR-LINE.
    05  VAR-HDR-QTR                       PIC 9(3).
    05  FILLER                            PIC X(27) VALUE SPACE.
01  VAR-COL-LINE.
    05  FILLER                            PIC X(41)
        VALUE 'DEPT ACTIVE  ON LEAVE    ACTUAL    BUDGET'.
    05  FILLER                            PIC X(16)
        VALUE '  VARIANCE  FLAG'.
    05  FILLER                            PIC X(23) VALUE SPACE.
01  VAR-DETAIL-LINE.
    05  VAR-DET-DEPT                      PIC XX.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  VAR-DET-ACTIVE                    PIC ZZZZZ9.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  VAR-DET-LEAVE                     PIC ZZZZZ9.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  VAR-DET-ACTUAL                    PIC ZZZZZ9.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  VAR-DET-BUDGET                    PIC ZZZZZ9.
    05  VAR-DET-VARIANCE                  PIC ZZZZZ9.
    05  FILLER                            PIC XX VALUE SPACE.
    05  VAR-DET-FLAG                      PIC X(12).
    05  FILLER                            PIC X(15) VALUE SPACE.
01  JOB-LOG-CONTROL.
    05  WS-JOBLOG-STATUS          PIC XX.
01  JOB-LOG-LINE.
    05  JL-PROGRAM                PIC X(10).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-DATE                   PIC 9(6).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-TIME                   PIC 9(8).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-FLAG                   PIC X(5).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-STATUS                 PIC X(8).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-COUNT                  PIC 9(7).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-OPERATOR               PIC X(10) VALUE SPACE.

PROCEDURE DIVISION.

*                                                            *
**************************************************************
V10-VARIANCE-REPORT.
    MOVE 'START' TO JL-FLAG.
    MOVE 'RUNNING ' TO JL-STATUS.
    MOVE ZERO TO JL-COUNT.
    PERFORM V90-WRITE-JOB-LOG.
    PERFORM V12-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-QUARTER-ENTRY
    CLOSE VARIANCE-PRINT-FILE.
    PERFORM V50-WRITE-HEADCOUNT-HISTORY.
    DISPLAY 'VARIANCE REPORT WRITTEN TO VAR2.FIL.'.
    MOVE 'END  ' TO JL-FLAG.
    MOVE 'NORMAL  ' TO JL-STATUS.
    MOVE WS-VAR-COUNT TO JL-COUNT.
    PERFORM V90-WRITE-JOB-LOG.
    STOP RUN.
V12-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
        END
            MOVE 'Y' TO WS-BUDGET-EOF.
    IF WS-BUDGET-EOF NOT = 'Y'
        IF BUDGET-QUARTER NUMERIC AND BUDGET-REC-TYPE NOT = 'D'
            IF BUDGET-QUARTER = WS-RPT-QTR
                ADD 1 TO WS-VAR-COUNT
                MOVE BUDGET-DEPT-CODE TO VAR-DEPT-CODE (WS-VAR-COUNT)
                MOVE BUDGET-HEADCOUNT TO VAR-BUDGET (WS-VAR-COUNT)
                MOVE ZERO TO VAR-ACTUAL (WS-VAR-COUNT)
                MOVE ZERO TO VAR-LEAVE (WS-VAR-COUNT).
V24-FIND-LATEST-QUARTER.
    MOVE ZERO TO WS-LATEST-QTR.
    MOVE 'N' TO WS-SCAN-EOF.
        END
            MOVE 'Y' TO WS-SCAN-EOF.
    IF WS-SCAN-EOF NOT = 'Y'
        IF BUDGET-QUARTER NUMERIC AND BUDGET-REC-TYPE NOT = 'D'
            IF BUDGET-QUARTER > WS-LATEST-QTR
                MOVE BUDGET-QUARTER TO WS-LATEST-QTR.
V30-COUNT-ACTUALS.
        MOVE DEPT-NUM-REPORT TO WS-LOOKUP-DEPT
        PERFORM V34-FIND-DEPT-ENTRY
        IF WS-VAR-FOUND = 'Y'
            ADD 1 TO VAR-ACTUAL (WS-VAR-IX)
            IF EMP-ON-LEAVE
                ADD 1 TO VAR-LEAVE (WS-VAR-IX).
V34-FIND-DEPT-ENTRY.
    MOVE 'N' TO WS-VAR-FOUND.
    MOVE 1 TO WS-VAR-IX.
            MOVE WS-LOOKUP-DEPT TO VAR-DEPT-CODE (WS-VAR-IX)
            MOVE ZERO TO VAR-BUDGET (WS-VAR-IX)
            MOVE ZERO TO VAR-ACTUAL (WS-VAR-IX)
            MOVE ZERO TO VAR-LEAVE (WS-VAR-IX)
            MOVE 'Y' TO WS-VAR-FOUND
        ELSE
            DISPLAY 'DEPARTMENT TABLE FULL -- DEPT '
    PERFORM V42-PRINT-DEPT-LINE
        UNTIL WS-VAR-IX > WS-VAR-COUNT.
    MOVE 'ALL' TO VAR-DET-DEPT.
    SUBTRACT WS-TOT-LEAVE FROM WS-TOT-ACTUAL GIVING WS-ACTIVE.
    MOVE WS-ACTIVE TO VAR-DET-ACTIVE.
    MOVE WS-TOT-LEAVE TO VAR-DET-LEAVE.
    MOVE WS-TOT-ACTUAL TO VAR-DET-ACTUAL.
    MOVE WS-TOT-BUDGET TO VAR-DET-BUDGET.
    SUBTRACT WS-TOT-BUDGET FROM WS-TOT-ACTUAL
        AFTER ADVANCING 2.
V42-PRINT-DEPT-LINE.
    MOVE VAR-DEPT-CODE (WS-VAR-IX) TO VAR-DET-DEPT.
    SUBTRACT VAR-LEAVE (WS-VAR-IX) FROM VAR-ACTUAL (WS-VAR-IX)
        GIVING WS-ACTIVE.
    MOVE WS-ACTIVE TO VAR-DET-ACTIVE.
    MOVE VAR-LEAVE (WS-VAR-IX) TO VAR-DET-LEAVE.
    MOVE VAR-ACTUAL (WS-VAR-IX) TO VAR-DET-ACTUAL.
    MOVE VAR-BUDGET (WS-VAR-IX) TO VAR-DET-BUDGET.
    SUBTRACT VAR-BUDGET (WS-VAR-IX) FROM VAR-ACTUAL (WS-VAR-IX)
        MOVE SPACE TO VAR-DET-FLAG.
    ADD VAR-ACTUAL (WS-VAR-IX) TO WS-TOT-ACTUAL.
    ADD VAR-BUDGET (WS-VAR-IX) TO WS-TOT-BUDGET.
    ADD VAR-LEAVE (WS-VAR-IX) TO WS-TOT-LEAVE.
    WRITE VARIANCE-PRINT-LINE FROM VAR-DETAIL-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-VAR-IX.
    ELSE
        MOVE SPACE TO VAR-DET-SIGN
        MOVE WS-VARIANCE TO VAR-DET-VARIANCE.
V90-WRITE-JOB-LOG.
    MOVE 'CBL2V' TO JL-PROGRAM.
    ACCEPT JL-DATE FROM DATE.
    ACCEPT JL-TIME FROM TIME.
    OPEN EXTEND JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS NOT = '00'
        OPEN OUTPUT JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS = '00'
        WRITE JOB-LOG-RECORD FROM JOB-LOG-LINE
        CLOSE JOB-LOG-FILE.
