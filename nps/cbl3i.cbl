IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3I.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  WEEKLY SUPERVISOR EXCEPTION LIST. EVERY LINE   *
*  ON THE REPORTING-LINE FILE RPT2.FIL IS         *
*  CHECKED AGAINST THE EMPLOYEE MASTER PRL2.FIL   *
*  AND EACH EMPLOYEE WHOSE SUPERVISOR IS NO       *
*  LONGER ON THE MASTER IS LISTED ON SVX2.FIL BY  *
*  DEPARTMENT, LOCATION AND NAME. WHEN THE        *
*  SUPERVISOR IS FOUND ON THE TERMINATION FILE    *
*  TRM2.FIL THE NAME AND TERMINATION DATE ARE     *
*  SHOWN SO THE DEPARTMENT KNOWS WHO LEFT. THE    *
*  SUMMARY ALSO COUNTS LINES FOR EMPLOYEES WHO    *
*  ARE THEMSELVES GONE AND EMPLOYEES WITH NO      *
*  SUPERVISOR RECORDED AT ALL.                    *
*  EACH RUN LOGS A START AND AN END RECORD ON     *
*  JOBLOG.DAT; THE END STATUS IS FINDINGS WHEN    *
*  ANY EMPLOYEE WAS LISTED.                       *
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
    SELECT REPORTING-LINE-FILE ASSIGN
    RPT2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY RPL-SSN
    FILE STATUS WS-RPL-STATUS.
    SELECT EMP-TERM-FILE ASSIGN
    TRM2.FIL
    FILE STATUS WS-TERM-STATUS.
    SELECT SUPV-EXCEPTION-FILE ASSIGN
    SVX2.FIL.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3I.FIL.
    SELECT JOB-LOG-FILE ASSIGN
    JOBLOG.DAT
    FILE STATUS WS-JOBLOG-STATUS.

DATA DIVISION.

FILE SECTION.

FD  EMP-REPORT-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-REPORT-LINE.
    05  FILLER                            PIC X(21).
    05  NAME-REPORT                       PIC X(20).
    05  FILLER                            PIC X(10).
    05  SSN-REPORT                        PIC X(11).
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  FILLER                            PIC X(23).
    05  LOC-CODE-REPORT                   PIC XX.
    05  FILLER                            PIC X(11).
FD  REPORTING-LINE-FILE
      LABEL RECORDS
      OMITTED.
01  REPORTING-LINE-RECORD.
    05  RPL-SSN                           PIC X(11).
    05  FILLER                            PIC X.
    05  RPL-SUPV-SSN                      PIC X(11).
    05  FILLER                            PIC X.
    05  RPL-UPD-DATE                      PIC 9(6).
    05  FILLER                            PIC X.
    05  RPL-UPD-BY                        PIC X(10).
    05  FILLER                            PIC X(39).
FD  EMP-TERM-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-RECORD.
    05  TERM-MASTER-IMAGE.
        10  FILLER                        PIC X(21).
        10  TERM-IMAGE-NAME               PIC X(20).
        10  FILLER                        PIC X(10).
        10  TERM-IMAGE-SSN                PIC X(11).
        10  FILLER                        PIC X(48).
    05  TERM-DATE                         PIC 9(6).
    05  TERM-REASON                       PIC XX.
    05  FILLER                            PIC XX.
FD  SUPV-EXCEPTION-FILE
      LABEL RECORDS
      OMITTED.
01  SUPV-EXCEPTION-LINE                   PIC X(80).
FD  JOB-LOG-FILE
      LABEL RECORDS
      OMITTED.
01  JOB-LOG-RECORD                        PIC X(60).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  DEPT-SORTED                       PIC XX.
    05  LOC-SORTED                        PIC XX.
    05  NAME-SORTED                       PIC X(20).
    05  SSN-SORTED                        PIC X(11).
    05  SUPV-SSN-SORTED                   PIC X(11).
    05  SUPV-NAME-SORTED                  PIC X(20).
    05  TERM-DATE-SORTED                  PIC 9(6).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-RPL-STATUS             PIC XX.
    05  WS-TERM-STATUS            PIC XX.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-RPL-EOF                PIC X VALUE 'N'.
    05  WS-TERM-EOF               PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
    05  WS-TABLE-FULL             PIC X VALUE 'N'.
    05  WS-RPL-ON-HAND            PIC X VALUE 'N'.
    05  WS-LAST-DEPT              PIC XX VALUE SPACE.
    05  WS-LAST-LOC               PIC XX VALUE SPACE.
01  WS-RUN-DATE                           PIC 9(6) VALUE ZERO.

01  MASTER-TABLE-CONTROL.
    05  WS-EMP-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-EMP-IX                 PIC 9(4) VALUE ZERO.
    05  WS-SCAN-IX                PIC 9(4) VALUE ZERO.
    05  WS-FIND-IX                PIC 9(4) VALUE ZERO.
    05  WS-FIND-SSN               PIC X(11) VALUE SPACE.
01  MASTER-TABLE.
    05  MST-TBL-ENTRY OCCURS 1000.
        10  MST-TBL-SSN           PIC X(11).
        10  MST-TBL-NAME          PIC X(20).
        10  MST-TBL-DEPT          PIC XX.
        10  MST-TBL-LOC           PIC XX.
        10  MST-TBL-HAS-LINE      PIC X.

01  SUPV-EXCEPTION-TOTALS.
    05  WS-LINES-READ             PIC 9(5) VALUE ZERO.
    05  WS-EXCEPTION-COUNT        PIC 9(5) VALUE ZERO.
    05  WS-TERMINATED-COUNT       PIC 9(5) VALUE ZERO.
    05  WS-STALE-COUNT            PIC 9(5) VALUE ZERO.
    05  WS-NO-LINE-COUNT          PIC 9(5) VALUE ZERO.

01  SVX-HDR-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'SUPERVISORS NO LONGER ON THE MASTER AS O'.
    05  FILLER                            PIC X(2) VALUE 'F '.
    05  SVX-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(32) VALUE SPACE.
01  SVX-COL-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'EMPLOYEE             SSN         SUPERVI'.
    05  FILLER                            PIC X(40)
        VALUE 'SOR           TERMINATED  SUPV SSN      '.
01  SVX-GROUP-LINE.
    05  FILLER                            PIC X(5) VALUE 'DEPT '.
    05  SVX-GRP-DEPT                      PIC XX.
    05  FILLER                            PIC X(11)
        VALUE '  LOCATION '.
    05  SVX-GRP-LOC                       PIC XX.
    05  FILLER                            PIC X(60) VALUE SPACE.
01  SVX-DETAIL-LINE.
    05  SVX-DET-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  SVX-DET-SSN.
        10  FILLER                        PIC X(7)
            VALUE '***-**-'.
        10  SVX-DET-SSN-LST-4             PIC X(4).
    05  FILLER                            PIC X VALUE SPACE.
    05  SVX-DET-SUPV-NAME                 PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  SVX-DET-TERM-DATE                 PIC X(6).
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  SVX-DET-SUPV-SSN.
        10  FILLER                        PIC X(7)
            VALUE '***-**-'.
        10  SVX-DET-SUPV-LST-4            PIC X(4).
    05  FILLER                            PIC X(3) VALUE SPACE.
01  SSN-SPLIT-WORK.
    05  WS-SSN-WORK.
        10  FILLER                        PIC X(7).
        10  WS-SSN-WORK-LST-4             PIC X(4).
01  SVX-TOTAL-LINE.
    05  SVX-TOT-LABEL                     PIC X(35).
    05  SVX-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(40) VALUE SPACE.

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
*                                                            *
* THIS PROGRAM LOADS THE MASTER INTO A TABLE, PASSES THE     *
* REPORTING-LINE FILE ONCE, SORTS THE EMPLOYEES WHOSE        *
* SUPERVISOR HAS LEFT AND PRINTS THEM WITH A SUMMARY. IT IS  *
* ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE         *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
I10-SUPERVISOR-EXCEPTIONS.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE 'START' TO JL-FLAG.
    MOVE 'RUNNING ' TO JL-STATUS.
    MOVE ZERO TO JL-COUNT.
    PERFORM I90-WRITE-JOB-LOG.
    PERFORM I15-LOAD-MASTER-TABLE.
    OPEN OUTPUT SUPV-EXCEPTION-FILE.
    MOVE WS-RUN-DATE TO SVX-HDR-DATE.
    WRITE SUPV-EXCEPTION-LINE FROM SVX-HDR-LINE
        AFTER ADVANCING 1.
    WRITE SUPV-EXCEPTION-LINE FROM SVX-COL-LINE
        AFTER ADVANCING 2.
    OPEN INPUT REPORTING-LINE-FILE.
    IF WS-RPL-STATUS = '00'
        MOVE 'Y' TO WS-RPL-ON-HAND
    ELSE
        DISPLAY 'RPT2.FIL NOT ON HAND -- NO LINES TO CHECK.'.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY DEPT-SORTED
        ON ASCENDING KEY LOC-SORTED
        ON ASCENDING KEY NAME-SORTED
        INPUT PROCEDURE I20-SELECT-EXCEPTIONS
        OUTPUT PROCEDURE I40-PRINT-EXCEPTIONS.
    IF WS-RPL-ON-HAND = 'Y'
        CLOSE REPORTING-LINE-FILE.
    MOVE 1 TO WS-EMP-IX.
    PERFORM I50-COUNT-NO-LINE
        UNTIL WS-EMP-IX > WS-EMP-COUNT.
    PERFORM I60-PRINT-SUMMARY.
    CLOSE SUPV-EXCEPTION-FILE.
    DISPLAY 'SUPERVISOR EXCEPTIONS WRITTEN TO SVX2.FIL.'.
    DISPLAY 'EMPLOYEES LISTED: ' WS-EXCEPTION-COUNT.
    MOVE 'END  ' TO JL-FLAG.
    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 'FINDINGS' TO JL-STATUS
    ELSE
        MOVE 'NORMAL  ' TO JL-STATUS.
    MOVE WS-EXCEPTION-COUNT TO JL-COUNT.
    PERFORM I90-WRITE-JOB-LOG.
    STOP RUN.
I15-LOAD-MASTER-TABLE.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM I17-TABLE-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
    CLOSE EMP-REPORT-FILE.
    IF WS-TABLE-FULL = 'Y'
        DISPLAY 'MORE THAN 1000 EMPLOYEES -- LIST IS PARTIAL.'.
I17-TABLE-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        IF WS-EMP-COUNT = 1000
            MOVE 'Y' TO WS-TABLE-FULL
        ELSE
            ADD 1 TO WS-EMP-COUNT
            MOVE SSN-REPORT TO MST-TBL-SSN (WS-EMP-COUNT)
            MOVE NAME-REPORT TO MST-TBL-NAME (WS-EMP-COUNT)
            MOVE DEPT-NUM-REPORT TO MST-TBL-DEPT (WS-EMP-COUNT)
            MOVE LOC-CODE-REPORT TO MST-TBL-LOC (WS-EMP-COUNT)
            MOVE 'N' TO MST-TBL-HAS-LINE (WS-EMP-COUNT).
I20-SELECT-EXCEPTIONS.
    IF WS-RPL-ON-HAND = 'Y'
        MOVE 'N' TO WS-RPL-EOF
        PERFORM I22-CHECK-REPORTING-LINE
            UNTIL WS-RPL-EOF = 'Y'.
I22-CHECK-REPORTING-LINE.
    READ REPORTING-LINE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-RPL-EOF.
    IF WS-RPL-EOF NOT = 'Y'
        ADD 1 TO WS-LINES-READ
        MOVE RPL-SSN TO WS-FIND-SSN
        PERFORM I30-FIND-EMPLOYEE
        IF WS-FIND-IX = 0
            ADD 1 TO WS-STALE-COUNT
        ELSE
            MOVE 'Y' TO MST-TBL-HAS-LINE (WS-FIND-IX)
            MOVE WS-FIND-IX TO WS-EMP-IX
            PERFORM I24-CHECK-SUPERVISOR.
I24-CHECK-SUPERVISOR.
    MOVE RPL-SUPV-SSN TO WS-FIND-SSN.
    PERFORM I30-FIND-EMPLOYEE.
    IF WS-FIND-IX = 0
        MOVE MST-TBL-DEPT (WS-EMP-IX) TO DEPT-SORTED
        MOVE MST-TBL-LOC (WS-EMP-IX) TO LOC-SORTED
        MOVE MST-TBL-NAME (WS-EMP-IX) TO NAME-SORTED
        MOVE RPL-SSN TO SSN-SORTED
        MOVE RPL-SUPV-SSN TO SUPV-SSN-SORTED
        MOVE 'NOT ON FILE' TO SUPV-NAME-SORTED
        MOVE ZERO TO TERM-DATE-SORTED
        PERFORM I26-FIND-TERMINATION
        RELEASE SORT-WORK-RECORD.
I26-FIND-TERMINATION.
    OPEN INPUT EMP-TERM-FILE.
    IF WS-TERM-STATUS = '00'
        MOVE 'N' TO WS-TERM-EOF
        PERFORM I28-READ-TERMINATION
            UNTIL WS-TERM-EOF = 'Y'
        CLOSE EMP-TERM-FILE.
I28-READ-TERMINATION.
    READ EMP-TERM-FILE
        END
            MOVE 'Y' TO WS-TERM-EOF.
    IF WS-TERM-EOF NOT = 'Y'
        IF TERM-IMAGE-SSN = RPL-SUPV-SSN
            MOVE TERM-IMAGE-NAME TO SUPV-NAME-SORTED
            MOVE TERM-DATE TO TERM-DATE-SORTED.
I30-FIND-EMPLOYEE.
    MOVE ZERO TO WS-FIND-IX.
    MOVE 1 TO WS-SCAN-IX.
    PERFORM I32-SCAN-EMPLOYEE
        UNTIL WS-SCAN-IX > WS-EMP-COUNT OR WS-FIND-IX > 0.
I32-SCAN-EMPLOYEE.
    IF MST-TBL-SSN (WS-SCAN-IX) = WS-FIND-SSN
        MOVE WS-SCAN-IX TO WS-FIND-IX.
    ADD 1 TO WS-SCAN-IX.
I40-PRINT-EXCEPTIONS.
    MOVE 'N' TO WS-SORT-EOF.
    PERFORM I42-PRINT-ONE-EXCEPTION
        UNTIL WS-SORT-EOF = 'Y'.
I42-PRINT-ONE-EXCEPTION.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF DEPT-SORTED NOT = WS-LAST-DEPT
                OR LOC-SORTED NOT = WS-LAST-LOC
            MOVE DEPT-SORTED TO WS-LAST-DEPT
            MOVE LOC-SORTED TO WS-LAST-LOC
            MOVE DEPT-SORTED TO SVX-GRP-DEPT
            MOVE LOC-SORTED TO SVX-GRP-LOC
            WRITE SUPV-EXCEPTION-LINE FROM SVX-GROUP-LINE
                AFTER ADVANCING 2.
    IF WS-SORT-EOF NOT = 'Y'
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE NAME-SORTED TO SVX-DET-NAME
        MOVE SSN-SORTED TO WS-SSN-WORK
        MOVE WS-SSN-WORK-LST-4 TO SVX-DET-SSN-LST-4
        MOVE SUPV-NAME-SORTED TO SVX-DET-SUPV-NAME
        MOVE SUPV-SSN-SORTED TO WS-SSN-WORK
        MOVE WS-SSN-WORK-LST-4 TO SVX-DET-SUPV-LST-4
        MOVE SPACE TO SVX-DET-TERM-DATE
        IF TERM-DATE-SORTED > ZERO
            ADD 1 TO WS-TERMINATED-COUNT
            MOVE TERM-DATE-SORTED TO SVX-DET-TERM-DATE.
    IF WS-SORT-EOF NOT = 'Y'
        WRITE SUPV-EXCEPTION-LINE FROM SVX-DETAIL-LINE
            AFTER ADVANCING 1.
I50-COUNT-NO-LINE.
    IF MST-TBL-HAS-LINE (WS-EMP-IX) NOT = 'Y'
        ADD 1 TO WS-NO-LINE-COUNT.
    ADD 1 TO WS-EMP-IX.
I60-PRINT-SUMMARY.
    MOVE 'REPORTING LINES READ:' TO SVX-TOT-LABEL.
    MOVE WS-LINES-READ TO SVX-TOT-COUNT.
    WRITE SUPV-EXCEPTION-LINE FROM SVX-TOTAL-LINE
        AFTER ADVANCING 3.
    MOVE 'SUPERVISOR NOT ON MASTER:' TO SVX-TOT-LABEL.
    MOVE WS-EXCEPTION-COUNT TO SVX-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
    MOVE '  OF WHICH FOUND ON TRM2.FIL:' TO SVX-TOT-LABEL.
    MOVE WS-TERMINATED-COUNT TO SVX-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
    MOVE 'LINES FOR EMPLOYEES NOT ON MASTER:' TO SVX-TOT-LABEL.
    MOVE WS-STALE-COUNT TO SVX-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
    MOVE 'EMPLOYEES WITH NO SUPERVISOR:' TO SVX-TOT-LABEL.
    MOVE WS-NO-LINE-COUNT TO SVX-TOT-COUNT.
    PERFORM I62-WRITE-TOTAL-LINE.
I62-WRITE-TOTAL-LINE.
    WRITE SUPV-EXCEPTION-LINE FROM SVX-TOTAL-LINE
        AFTER ADVANCING 1.
I90-WRITE-JOB-LOG.
    MOVE 'CBL3I' TO JL-PROGRAM.
    ACCEPT JL-DATE FROM DATE.
    ACCEPT JL-TIME FROM TIME.
    OPEN EXTEND JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS NOT = '00'
        OPEN OUTPUT JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS = '00'
        WRITE JOB-LOG-RECORD FROM JOB-LOG-LINE
        CLOSE JOB-LOG-FILE.
