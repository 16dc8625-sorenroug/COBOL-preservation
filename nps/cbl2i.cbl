*  AND EVERY RECORD IS CHECKED FOR: A DEPARTMENT  *
*  MISSING OR INACTIVE ON DEPT2.FIL, AN SSN KEY   *
*  FAILING THE AREA/GROUP/SERIAL RULES CBL2       *
*  APPLIES ON INPUT, A DUPLICATE EMPLOYEE ID, AN  *
*  EMPLOYEE NUMBER NEVER ASSIGNED BY CBL2E, AND   *
*  A HIRE DATE FAILING THE CALENDAR RULES.        *
*  FINDINGS GO TO ITG2.FIL SO CORRUPTION FROM     *
*  RESTORES OR ONLINE EDITS SURFACES BEFORE IT    *
*  POISONS A PAYROLL EXTRACT.                     *
*  EACH RUN LOGS A START AND AN END RECORD ON     *
*  JOBLOG.DAT; THE END STATUS IS FINDINGS WHEN    *
*  ANY RULE FAILED.                               *
*                                                 *
***************************************************

    SELECT MASTER-COUNT-FILE ASSIGN
    MCT2.FIL
    FILE STATUS WS-MCT-STATUS.
    SELECT JOB-LOG-FILE ASSIGN
    JOBLOG.DAT
    FILE STATUS WS-JOBLOG-STATUS.

DATA DIVISION.

01  MASTER-COUNT-RECORD.
    05  MCT-COUNT                         PIC 9(5).
    05  FILLER                            PIC X(75).
FD  JOB-LOG-FILE
      LABEL RECORDS
      OMITTED.
01  JOB-LOG-RECORD                        PIC X(60).

WORKING-STORAGE SECTION.

    05  WS-DEPT-ERR-COUNT         PIC 9(5) VALUE ZERO.
    05  WS-SSN-ERR-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-DUP-ID-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-UNNUMBERED-COUNT       PIC 9(5) VALUE ZERO.
    05  WS-DATE-ERR-COUNT         PIC 9(5) VALUE ZERO.
    05  WS-FINDING-COUNT          PIC 9(5) VALUE ZERO.

    05  ITG-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(45) VALUE SPACE.
01  WS-RUN-DATE                           PIC 9(6) VALUE ZERO.
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

**************************************************************
I10-INTEGRITY-SCAN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE 'START' TO JL-FLAG.
    MOVE 'RUNNING ' TO JL-STATUS.
    MOVE ZERO TO JL-COUNT.
    PERFORM I90-WRITE-JOB-LOG.
    PERFORM I15-LOAD-DEPT-TABLE.
    OPEN OUTPUT INTEG-PRINT-FILE.
    MOVE WS-RUN-DATE TO ITG-HDR-DATE.
    CLOSE INTEG-PRINT-FILE.
    DISPLAY 'INTEGRITY SCAN WRITTEN TO ITG2.FIL.'.
    DISPLAY 'FINDINGS: ' WS-FINDING-COUNT.
    MOVE 'END  ' TO JL-FLAG.
    IF WS-FINDING-COUNT > ZERO
        MOVE 'FINDINGS' TO JL-STATUS
    ELSE
        MOVE 'NORMAL  ' TO JL-STATUS.
    MOVE WS-FINDING-COUNT TO JL-COUNT.
    PERFORM I90-WRITE-JOB-LOG.
    STOP RUN.
I15-LOAD-DEPT-TABLE.
    MOVE 'N' TO WS-DEPT-EOF.
        MOVE 'N' TO WS-SSN-VALID-SW
        MOVE 'SSN SERIAL 0000 NOT ISSUED' TO WS-SSN-REASON.
I40-CHECK-DUP-EMP-ID.
    IF EMP-ID-NUM-REPORT NOT NUMERIC
        ADD 1 TO WS-UNNUMBERED-COUNT
        MOVE 'EMPLOYEE NUMBER NOT ASSIGNED' TO ITG-DET-REASON
        PERFORM I50-WRITE-FINDING.
    MOVE 'N' TO WS-ID-DUP-SW.
    MOVE 1 TO WS-ID-IX.
    PERFORM I42-SCAN-ID-TABLE
    MOVE 'DUPLICATE EMPLOYEE IDS:' TO ITG-TOT-LABEL.
    MOVE WS-DUP-ID-COUNT TO ITG-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
    MOVE 'EMPLOYEE NUMBERS NOT ASSIGNED:' TO ITG-TOT-LABEL.
    MOVE WS-UNNUMBERED-COUNT TO ITG-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
    MOVE 'HIRE DATE FAILURES:' TO ITG-TOT-LABEL.
    MOVE WS-DATE-ERR-COUNT TO ITG-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
        MOVE WS-RECORD-COUNT TO MCT-COUNT
        WRITE MASTER-COUNT-RECORD
        CLOSE MASTER-COUNT-FILE.
I90-WRITE-JOB-LOG.
    MOVE 'CBL2I' TO JL-PROGRAM.
    ACCEPT JL-DATE FROM DATE.
    ACCEPT JL-TIME FROM TIME.
    OPEN EXTEND JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS NOT = '00'
        OPEN OUTPUT JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS = '00'
        WRITE JOB-LOG-RECORD FROM JOB-LOG-LINE
        CLOSE JOB-LOG-FILE.
