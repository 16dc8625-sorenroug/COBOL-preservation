IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3H.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM PRINTS THE ORGANIZATION CHART TO  *
*  ORG2.FIL. EVERY EMPLOYEE ON THE EMPLOYEE       *
*  MASTER PRL2.FIL IS SHOWN BY DEPARTMENT AND     *
*  LOCATION, INDENTED UNDER THE SUPERVISOR        *
*  RECORDED FOR HIM OR HER ON THE REPORTING-LINE  *
*  FILE RPT2.FIL, WITH THE NUMBER OF DIRECT       *
*  REPORTS AND THE TOTAL NUMBER OF PEOPLE BELOW   *
*  EACH SUPERVISOR. AN EMPLOYEE WITH NO           *
*  SUPERVISOR IN HIS OR HER OWN DEPARTMENT AND    *
*  LOCATION STARTS A NEW BRANCH, AND WHEN THE     *
*  SUPERVISOR WORKS ELSEWHERE THAT SUPERVISOR IS  *
*  NAMED UNDER THE LINE. EMPLOYEES WHOSE          *
*  REPORTING LINES RUN IN A CIRCLE ARE LISTED     *
*  AFTER THE CHART OF THEIR GROUP. EACH GROUP     *
*  ENDS WITH ITS HEADCOUNT, SUPERVISORS, PEOPLE   *
*  WITH NO SUPERVISOR RECORDED, AND WIDEST AND    *
*  AVERAGE SPAN OF CONTROL, AND THE SAME FIGURES  *
*  ARE GIVEN FOR THE WHOLE COMPANY AT THE END.    *
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
    SELECT ORG-CHART-PRINT-FILE ASSIGN
    ORG2.FIL.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3H.FIL.

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
    05  SSN-REPORT                        PIC X(11).
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  FILLER                            PIC XX.
    05  EMP-STATUS-REPORT                 PIC X.
    05  FILLER                            PIC X(8).
FD  REPORTING-LINE-FILE
      LABEL RECORDS
      OMITTED.
01  REPORTING-LINE-RECORD.
    05  RPL-SSN                           PIC X(11).
    05  FILLER                            PIC X.
    05  RPL-SUPV-SSN                      PIC X(11).
    05  FILLER                            PIC X(57).
FD  ORG-CHART-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  ORG-CHART-PRINT-LINE                  PIC X(80).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  DEPT-SORTED                       PIC XX.
    05  LOC-SORTED                        PIC XX.
    05  NAME-SORTED                       PIC X(20).
    05  SSN-SORTED                        PIC X(11).
    05  EMP-ID-SORTED                     PIC X(7).
    05  TITLE-SORTED                      PIC X(10).
    05  STATUS-SORTED                     PIC X.

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-RPL-STATUS             PIC XX.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-RPL-EOF                PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
    05  WS-TABLE-FULL             PIC X VALUE 'N'.
    05  WS-RUN-DATE               PIC X(6).

01  EMPLOYEE-TABLE-CONTROL.
    05  WS-EMP-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-EMP-IX                 PIC 9(4) VALUE ZERO.
    05  WS-SCAN-IX                PIC 9(4) VALUE ZERO.
    05  WS-FIND-IX                PIC 9(4) VALUE ZERO.
    05  WS-FIND-SSN               PIC X(11) VALUE SPACE.
    05  WS-CLIMB-IX               PIC 9(4) VALUE ZERO.
    05  WS-DEPTH                  PIC 99 VALUE ZERO.
01  EMPLOYEE-TABLE.
    05  EMP-TBL-ENTRY OCCURS 1000.
        10  EMP-TBL-SSN           PIC X(11).
        10  EMP-TBL-ID            PIC X(7).
        10  EMP-TBL-NAME          PIC X(20).
        10  EMP-TBL-DEPT          PIC XX.
        10  EMP-TBL-LOC           PIC XX.
        10  EMP-TBL-TITLE         PIC X(10).
        10  EMP-TBL-STATUS        PIC X.
        10  EMP-TBL-SUPV-SSN      PIC X(11).
        10  EMP-TBL-SUPV-IX       PIC 9(4).
        10  EMP-TBL-DIRECT        PIC 9(4).
        10  EMP-TBL-TOTAL         PIC 9(4).
        10  EMP-TBL-LOOP          PIC X.
        10  EMP-TBL-PRINTED       PIC X.

01  CHART-CONTROL.
    05  WS-GRP-START              PIC 9(4) VALUE ZERO.
    05  WS-GRP-END                PIC 9(4) VALUE ZERO.
    05  WS-NEXT-IX                PIC 9(4) VALUE ZERO.
    05  WS-GRP-DONE               PIC X VALUE 'N'.
    05  WS-ROOT-IX                PIC 9(4) VALUE ZERO.
    05  WS-IS-ROOT                PIC X VALUE 'N'.
    05  WS-NODE-IX                PIC 9(4) VALUE ZERO.
    05  WS-NODE-LEVEL             PIC 9(3) VALUE ZERO.
    05  WS-CHILD-IX               PIC 9(4) VALUE ZERO.
    05  WS-STK-TOP                PIC 9(4) VALUE ZERO.
    05  WS-LOOP-HDR-DONE          PIC X VALUE 'N'.
    05  WS-INDENT                 PIC 99 VALUE ZERO.
    05  WS-CHAR-IX                PIC 99 VALUE ZERO.
    05  WS-CHAR-POS               PIC 99 VALUE ZERO.
01  CHART-STACK.
    05  STK-ENTRY OCCURS 1000.
        10  STK-IX                PIC 9(4).
        10  STK-LEVEL             PIC 9(3).
01  CHART-NAME-WORK.
    05  WS-CHART-AREA             PIC X(40).
    05  WS-CHART-CHARS REDEFINES WS-CHART-AREA.
        10  WS-CHART-CHAR         PIC X OCCURS 40.
    05  WS-CHART-NAME             PIC X(20).
    05  WS-NAME-CHARS REDEFINES WS-CHART-NAME.
        10  WS-NAME-CHAR          PIC X OCCURS 20.

01  ORG-CHART-TOTALS.
    05  WS-GRP-EMPLOYEES          PIC 9(4) VALUE ZERO.
    05  WS-GRP-SUPERVISORS        PIC 9(4) VALUE ZERO.
    05  WS-GRP-DIRECTS            PIC 9(5) VALUE ZERO.
    05  WS-GRP-NO-SUPV            PIC 9(4) VALUE ZERO.
    05  WS-GRP-WIDEST             PIC 9(4) VALUE ZERO.
    05  WS-TOT-MASTER             PIC 9(5) VALUE ZERO.
    05  WS-TOT-CHARTED            PIC 9(5) VALUE ZERO.
    05  WS-TOT-IN-LOOP            PIC 9(5) VALUE ZERO.
    05  WS-TOT-SUPERVISORS        PIC 9(5) VALUE ZERO.
    05  WS-TOT-DIRECTS            PIC 9(5) VALUE ZERO.
    05  WS-TOT-NO-SUPV            PIC 9(5) VALUE ZERO.
    05  WS-TOT-SUPV-GONE          PIC 9(5) VALUE ZERO.
    05  WS-TOT-WIDEST             PIC 9(4) VALUE ZERO.
    05  WS-TOT-LINES              PIC 9(5) VALUE ZERO.
    05  WS-TOT-STALE              PIC 9(5) VALUE ZERO.
    05  WS-AVG-SPAN               PIC 9(3)V9 VALUE ZERO.

01  ORG-HDR-LINE.
    05  FILLER                            PIC X(42)
        VALUE 'ORGANIZATION CHART AS OF                  '.
    05  ORG-HDR-DATE                      PIC X(6).
    05  FILLER                            PIC X(32) VALUE SPACE.
01  ORG-COL-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'NAME (INDENTED UNDER SUPERVISOR)        '.
    05  FILLER                            PIC X(40)
        VALUE ' EMP ID  TITLE      DIR TOTL FLAG       '.
01  ORG-GROUP-LINE.
    05  FILLER                            PIC X(5) VALUE 'DEPT '.
    05  ORG-GRP-DEPT                      PIC XX.
    05  FILLER                            PIC X(11)
        VALUE '  LOCATION '.
    05  ORG-GRP-LOC                       PIC XX.
    05  FILLER                            PIC X(60) VALUE SPACE.
01  ORG-DETAIL-LINE.
    05  ORG-DET-CHART                     PIC X(40).
    05  FILLER                            PIC X VALUE SPACE.
    05  ORG-DET-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  ORG-DET-TITLE                     PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  ORG-DET-DIRECT                    PIC ZZ9.
    05  FILLER                            PIC X VALUE SPACE.
    05  ORG-DET-TOTAL                     PIC ZZZ9.
    05  FILLER                            PIC X VALUE SPACE.
    05  ORG-DET-FLAG                      PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
01  ORG-ELSEWHERE-LINE.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  FILLER                            PIC X(11)
        VALUE 'REPORTS TO '.
    05  ORG-ELS-NAME                      PIC X(20).
    05  FILLER                            PIC X(7)
        VALUE '  DEPT '.
    05  ORG-ELS-DEPT                      PIC XX.
    05  FILLER                            PIC X(6)
        VALUE '  LOC '.
    05  ORG-ELS-LOC                       PIC XX.
    05  FILLER                            PIC X(26) VALUE SPACE.
01  ORG-LOOP-HDR-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'NOT CHARTED -- IN OR UNDER A REPORTING L'.
    05  FILLER                            PIC X(40)
        VALUE 'OOP                                     '.
01  ORG-GRP-TOTAL-LINE.
    05  FILLER                            PIC X(12)
        VALUE '  EMPLOYEES '.
    05  ORG-GRP-EMPLOYEES                 PIC ZZZ9.
    05  FILLER                            PIC X(14)
        VALUE '  SUPERVISORS '.
    05  ORG-GRP-SUPERVISORS               PIC ZZZ9.
    05  FILLER                            PIC X(10)
        VALUE '  NO SUPV '.
    05  ORG-GRP-NO-SUPV                   PIC ZZZ9.
    05  FILLER                            PIC X(10)
        VALUE '  WIDEST '.
    05  ORG-GRP-WIDEST                    PIC ZZ9.
    05  FILLER                            PIC X(7)
        VALUE '  AVG  '.
    05  ORG-GRP-AVG                       PIC ZZ9.9.
    05  FILLER                            PIC X(7) VALUE SPACE.
01  ORG-TOTAL-LINE.
    05  ORG-TOTAL-LABEL                   PIC X(35).
    05  ORG-TOTAL-COUNT                   PIC ZZZZ9.
    05  FILLER                            PIC X(40) VALUE SPACE.
01  ORG-AVG-LINE.
    05  ORG-AVG-LABEL                     PIC X(35).
    05  ORG-AVG-SPAN                      PIC ZZ9.9.
    05  FILLER                            PIC X(40) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SORTS THE MASTER BY DEPARTMENT, LOCATION AND  *
* NAME INTO A TABLE, ATTACHES EACH EMPLOYEE TO HIS OR HER    *
* SUPERVISOR FROM THE REPORTING-LINE FILE, COUNTS THE SPANS  *
* OF CONTROL, AND PRINTS EACH GROUP AS AN INDENTED TREE. IT  *
* IS ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE      *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
H10-ORG-CHART.
    ACCEPT WS-RUN-DATE FROM DATE.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY DEPT-SORTED
        ON ASCENDING KEY LOC-SORTED
        ON ASCENDING KEY NAME-SORTED
        INPUT PROCEDURE H20-RELEASE-MASTER
        OUTPUT PROCEDURE H30-LOAD-EMPLOYEE-TABLE.
    CLOSE EMP-REPORT-FILE.
    IF WS-TABLE-FULL = 'Y'
        DISPLAY 'MORE THAN 1000 EMPLOYEES -- CHART IS PARTIAL.'.
    PERFORM H40-LOAD-REPORTING-LINES.
    PERFORM H50-COUNT-SPANS.
    OPEN OUTPUT ORG-CHART-PRINT-FILE.
    MOVE WS-RUN-DATE TO ORG-HDR-DATE.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-HDR-LINE
        AFTER ADVANCING 1.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-COL-LINE
        AFTER ADVANCING 2.
    MOVE 1 TO WS-GRP-START.
    PERFORM H60-PRINT-GROUP
        UNTIL WS-GRP-START > WS-EMP-COUNT.
    PERFORM H80-PRINT-SUMMARY.
    CLOSE ORG-CHART-PRINT-FILE.
    DISPLAY 'EMPLOYEES CHARTED: ' WS-TOT-CHARTED
        '  IN A REPORTING LOOP: ' WS-TOT-IN-LOOP.
    DISPLAY 'ORGANIZATION CHART WRITTEN TO ORG2.FIL.'.
    STOP RUN.
H20-RELEASE-MASTER.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM H22-READ-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
H22-READ-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        ADD 1 TO WS-TOT-MASTER
        MOVE DEPT-NUM-REPORT TO DEPT-SORTED
        MOVE LOC-CODE-REPORT TO LOC-SORTED
        MOVE NAME-REPORT TO NAME-SORTED
        MOVE SSN-REPORT TO SSN-SORTED
        MOVE EMP-ID-NUM-REPORT TO EMP-ID-SORTED
        MOVE JOB-TITLE-REPORT TO TITLE-SORTED
        MOVE EMP-STATUS-REPORT TO STATUS-SORTED
        RELEASE SORT-WORK-RECORD.
H30-LOAD-EMPLOYEE-TABLE.
    MOVE 'N' TO WS-SORT-EOF.
    PERFORM H32-TABLE-SORTED-RECORD
        UNTIL WS-SORT-EOF = 'Y'.
H32-TABLE-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF WS-EMP-COUNT = 1000
            MOVE 'Y' TO WS-TABLE-FULL
        ELSE
            ADD 1 TO WS-EMP-COUNT
            MOVE SSN-SORTED TO EMP-TBL-SSN (WS-EMP-COUNT)
            MOVE EMP-ID-SORTED TO EMP-TBL-ID (WS-EMP-COUNT)
            MOVE NAME-SORTED TO EMP-TBL-NAME (WS-EMP-COUNT)
            MOVE DEPT-SORTED TO EMP-TBL-DEPT (WS-EMP-COUNT)
            MOVE LOC-SORTED TO EMP-TBL-LOC (WS-EMP-COUNT)
            MOVE TITLE-SORTED TO EMP-TBL-TITLE (WS-EMP-COUNT)
            MOVE STATUS-SORTED TO EMP-TBL-STATUS (WS-EMP-COUNT)
            MOVE SPACE TO EMP-TBL-SUPV-SSN (WS-EMP-COUNT)
            MOVE ZERO TO EMP-TBL-SUPV-IX (WS-EMP-COUNT)
            MOVE ZERO TO EMP-TBL-DIRECT (WS-EMP-COUNT)
            MOVE ZERO TO EMP-TBL-TOTAL (WS-EMP-COUNT)
            MOVE 'N' TO EMP-TBL-LOOP (WS-EMP-COUNT)
            MOVE 'N' TO EMP-TBL-PRINTED (WS-EMP-COUNT).
H40-LOAD-REPORTING-LINES.
    OPEN INPUT REPORTING-LINE-FILE.
    IF WS-RPL-STATUS NOT = '00'
        DISPLAY 'RPT2.FIL NOT ON HAND -- NO SUPERVISORS WILL BE'
        DISPLAY 'SHOWN.'
    ELSE
        MOVE 'N' TO WS-RPL-EOF
        PERFORM H42-READ-REPORTING-LINE
            UNTIL WS-RPL-EOF = 'Y'
        CLOSE REPORTING-LINE-FILE.
H42-READ-REPORTING-LINE.
    READ REPORTING-LINE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-RPL-EOF.
    IF WS-RPL-EOF NOT = 'Y'
        ADD 1 TO WS-TOT-LINES
        PERFORM H44-ATTACH-SUPERVISOR.
H44-ATTACH-SUPERVISOR.
    MOVE RPL-SSN TO WS-FIND-SSN.
    PERFORM H46-FIND-EMPLOYEE.
    IF WS-FIND-IX = 0
        ADD 1 TO WS-TOT-STALE
    ELSE
        MOVE WS-FIND-IX TO WS-EMP-IX
        MOVE RPL-SUPV-SSN TO EMP-TBL-SUPV-SSN (WS-EMP-IX)
        MOVE RPL-SUPV-SSN TO WS-FIND-SSN
        PERFORM H46-FIND-EMPLOYEE
        MOVE WS-FIND-IX TO EMP-TBL-SUPV-IX (WS-EMP-IX).
H46-FIND-EMPLOYEE.
    MOVE ZERO TO WS-FIND-IX.
    MOVE 1 TO WS-SCAN-IX.
    PERFORM H48-SCAN-EMPLOYEE
        UNTIL WS-SCAN-IX > WS-EMP-COUNT OR WS-FIND-IX > 0.
H48-SCAN-EMPLOYEE.
    IF EMP-TBL-SSN (WS-SCAN-IX) = WS-FIND-SSN
        MOVE WS-SCAN-IX TO WS-FIND-IX.
    ADD 1 TO WS-SCAN-IX.
H50-COUNT-SPANS.
    MOVE 1 TO WS-EMP-IX.
    PERFORM H52-CHECK-LOOP
        UNTIL WS-EMP-IX > WS-EMP-COUNT.
    MOVE 1 TO WS-EMP-IX.
    PERFORM H54-ADD-TO-CHAIN
        UNTIL WS-EMP-IX > WS-EMP-COUNT.
H52-CHECK-LOOP.
    MOVE EMP-TBL-SUPV-IX (WS-EMP-IX) TO WS-CLIMB-IX.
    MOVE ZERO TO WS-DEPTH.
    PERFORM H522-CLIMB-FOR-LOOP
        UNTIL WS-CLIMB-IX = 0 OR WS-CLIMB-IX = WS-EMP-IX
            OR WS-DEPTH = 50.
    IF WS-CLIMB-IX = WS-EMP-IX
        MOVE 'Y' TO EMP-TBL-LOOP (WS-EMP-IX).
    ADD 1 TO WS-EMP-IX.
H522-CLIMB-FOR-LOOP.
    MOVE EMP-TBL-SUPV-IX (WS-CLIMB-IX) TO WS-CLIMB-IX.
    ADD 1 TO WS-DEPTH.
H54-ADD-TO-CHAIN.
    MOVE EMP-TBL-SUPV-IX (WS-EMP-IX) TO WS-CLIMB-IX.
    IF WS-CLIMB-IX > 0
        ADD 1 TO EMP-TBL-DIRECT (WS-CLIMB-IX).
    IF EMP-TBL-LOOP (WS-EMP-IX) = 'Y'
        MOVE ZERO TO WS-CLIMB-IX.
    MOVE ZERO TO WS-DEPTH.
    PERFORM H542-CLIMB-AND-ADD
        UNTIL WS-CLIMB-IX = 0 OR WS-DEPTH = 50.
    ADD 1 TO WS-EMP-IX.
H542-CLIMB-AND-ADD.
    IF EMP-TBL-LOOP (WS-CLIMB-IX) = 'Y'
        MOVE ZERO TO WS-CLIMB-IX
    ELSE
        ADD 1 TO EMP-TBL-TOTAL (WS-CLIMB-IX)
        MOVE EMP-TBL-SUPV-IX (WS-CLIMB-IX) TO WS-CLIMB-IX
        ADD 1 TO WS-DEPTH.
H60-PRINT-GROUP.
    MOVE WS-GRP-START TO WS-GRP-END.
    COMPUTE WS-NEXT-IX = WS-GRP-START + 1.
    MOVE 'N' TO WS-GRP-DONE.
    PERFORM H602-FIND-GROUP-END
        UNTIL WS-GRP-DONE = 'Y'.
    MOVE EMP-TBL-DEPT (WS-GRP-START) TO ORG-GRP-DEPT.
    MOVE EMP-TBL-LOC (WS-GRP-START) TO ORG-GRP-LOC.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-GROUP-LINE
        AFTER ADVANCING 2.
    MOVE 'N' TO WS-LOOP-HDR-DONE.
    MOVE WS-GRP-START TO WS-ROOT-IX.
    PERFORM H62-CHART-ROOT
        UNTIL WS-ROOT-IX > WS-GRP-END.
    MOVE WS-GRP-START TO WS-EMP-IX.
    PERFORM H68-PRINT-UNCHARTED
        UNTIL WS-EMP-IX > WS-GRP-END.
    PERFORM H76-PRINT-GROUP-TOTALS.
    COMPUTE WS-GRP-START = WS-GRP-END + 1.
H602-FIND-GROUP-END.
    IF WS-NEXT-IX > WS-EMP-COUNT
        MOVE 'Y' TO WS-GRP-DONE
    ELSE
        IF EMP-TBL-DEPT (WS-NEXT-IX) NOT = EMP-TBL-DEPT (WS-GRP-START)
                OR EMP-TBL-LOC (WS-NEXT-IX)
                    NOT = EMP-TBL-LOC (WS-GRP-START)
            MOVE 'Y' TO WS-GRP-DONE
        ELSE
            MOVE WS-NEXT-IX TO WS-GRP-END
            ADD 1 TO WS-NEXT-IX.
H62-CHART-ROOT.
    MOVE 'N' TO WS-IS-ROOT.
    MOVE EMP-TBL-SUPV-IX (WS-ROOT-IX) TO WS-CLIMB-IX.
    IF EMP-TBL-LOOP (WS-ROOT-IX) NOT = 'Y'
        IF WS-CLIMB-IX = 0
            MOVE 'Y' TO WS-IS-ROOT
        ELSE
            IF EMP-TBL-DEPT (WS-CLIMB-IX)
                        NOT = EMP-TBL-DEPT (WS-ROOT-IX)
                    OR EMP-TBL-LOC (WS-CLIMB-IX)
                        NOT = EMP-TBL-LOC (WS-ROOT-IX)
                MOVE 'Y' TO WS-IS-ROOT.
    IF WS-IS-ROOT = 'Y'
        MOVE 1 TO WS-STK-TOP
        MOVE WS-ROOT-IX TO STK-IX (1)
        MOVE ZERO TO STK-LEVEL (1)
        PERFORM H64-CHART-NEXT-NODE
            UNTIL WS-STK-TOP = 0.
    ADD 1 TO WS-ROOT-IX.
H64-CHART-NEXT-NODE.
    MOVE STK-IX (WS-STK-TOP) TO WS-NODE-IX.
    MOVE STK-LEVEL (WS-STK-TOP) TO WS-NODE-LEVEL.
    SUBTRACT 1 FROM WS-STK-TOP.
    PERFORM H70-PRINT-CHART-LINE.
    MOVE 'Y' TO EMP-TBL-PRINTED (WS-NODE-IX).
    ADD 1 TO WS-TOT-CHARTED.
    MOVE WS-GRP-END TO WS-CHILD-IX.
    PERFORM H66-PUSH-CHILD
        UNTIL WS-CHILD-IX < WS-GRP-START.
H66-PUSH-CHILD.
    IF EMP-TBL-SUPV-IX (WS-CHILD-IX) = WS-NODE-IX
            AND EMP-TBL-PRINTED (WS-CHILD-IX) NOT = 'Y'
            AND WS-STK-TOP < 1000
        ADD 1 TO WS-STK-TOP
        MOVE WS-CHILD-IX TO STK-IX (WS-STK-TOP)
        COMPUTE STK-LEVEL (WS-STK-TOP) = WS-NODE-LEVEL + 1.
    SUBTRACT 1 FROM WS-CHILD-IX.
H68-PRINT-UNCHARTED.
    IF EMP-TBL-PRINTED (WS-EMP-IX) NOT = 'Y'
        IF WS-LOOP-HDR-DONE NOT = 'Y'
            MOVE 'Y' TO WS-LOOP-HDR-DONE
            WRITE ORG-CHART-PRINT-LINE FROM ORG-LOOP-HDR-LINE
                AFTER ADVANCING 2.
    IF EMP-TBL-PRINTED (WS-EMP-IX) NOT = 'Y'
        MOVE WS-EMP-IX TO WS-NODE-IX
        MOVE ZERO TO WS-NODE-LEVEL
        PERFORM H70-PRINT-CHART-LINE
        MOVE 'Y' TO EMP-TBL-PRINTED (WS-EMP-IX)
        ADD 1 TO WS-TOT-IN-LOOP.
    ADD 1 TO WS-EMP-IX.
H70-PRINT-CHART-LINE.
    COMPUTE WS-INDENT = WS-NODE-LEVEL * 2.
    IF WS-NODE-LEVEL > 10
        MOVE 20 TO WS-INDENT.
    MOVE SPACE TO WS-CHART-AREA.
    MOVE EMP-TBL-NAME (WS-NODE-IX) TO WS-CHART-NAME.
    MOVE 1 TO WS-CHAR-IX.
    PERFORM H72-PLACE-NAME-CHAR
        UNTIL WS-CHAR-IX > 20.
    MOVE WS-CHART-AREA TO ORG-DET-CHART.
    MOVE EMP-TBL-ID (WS-NODE-IX) TO ORG-DET-EMP-ID.
    MOVE EMP-TBL-TITLE (WS-NODE-IX) TO ORG-DET-TITLE.
    MOVE EMP-TBL-DIRECT (WS-NODE-IX) TO ORG-DET-DIRECT.
    MOVE EMP-TBL-TOTAL (WS-NODE-IX) TO ORG-DET-TOTAL.
    PERFORM H74-SET-FLAG.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-DETAIL-LINE
        AFTER ADVANCING 1.
    MOVE EMP-TBL-SUPV-IX (WS-NODE-IX) TO WS-CLIMB-IX.
    IF WS-NODE-LEVEL = 0 AND WS-CLIMB-IX > 0
        MOVE EMP-TBL-NAME (WS-CLIMB-IX) TO ORG-ELS-NAME
        MOVE EMP-TBL-DEPT (WS-CLIMB-IX) TO ORG-ELS-DEPT
        MOVE EMP-TBL-LOC (WS-CLIMB-IX) TO ORG-ELS-LOC
        WRITE ORG-CHART-PRINT-LINE FROM ORG-ELSEWHERE-LINE
            AFTER ADVANCING 1.
H72-PLACE-NAME-CHAR.
    COMPUTE WS-CHAR-POS = WS-INDENT + WS-CHAR-IX.
    MOVE WS-NAME-CHAR (WS-CHAR-IX) TO WS-CHART-CHAR (WS-CHAR-POS).
    ADD 1 TO WS-CHAR-IX.
H74-SET-FLAG.
    MOVE SPACE TO ORG-DET-FLAG.
    IF EMP-TBL-STATUS (WS-NODE-IX) = 'L'
        MOVE 'LEAVE' TO ORG-DET-FLAG.
    IF EMP-TBL-SUPV-SSN (WS-NODE-IX) NOT = SPACE
            AND EMP-TBL-SUPV-IX (WS-NODE-IX) = 0
        MOVE 'SUPV GONE' TO ORG-DET-FLAG.
    IF EMP-TBL-PRINTED (WS-NODE-IX) NOT = 'Y'
            AND WS-LOOP-HDR-DONE = 'Y'
        MOVE 'UNDER LOOP' TO ORG-DET-FLAG.
    IF EMP-TBL-LOOP (WS-NODE-IX) = 'Y'
        MOVE 'LOOP' TO ORG-DET-FLAG.
H76-PRINT-GROUP-TOTALS.
    MOVE ZERO TO WS-GRP-EMPLOYEES.
    MOVE ZERO TO WS-GRP-SUPERVISORS.
    MOVE ZERO TO WS-GRP-DIRECTS.
    MOVE ZERO TO WS-GRP-NO-SUPV.
    MOVE ZERO TO WS-GRP-WIDEST.
    MOVE WS-GRP-START TO WS-EMP-IX.
    PERFORM H78-ADD-GROUP-MEMBER
        UNTIL WS-EMP-IX > WS-GRP-END.
    MOVE ZERO TO WS-AVG-SPAN.
    IF WS-GRP-SUPERVISORS > 0
        COMPUTE WS-AVG-SPAN =
            WS-GRP-DIRECTS / WS-GRP-SUPERVISORS.
    MOVE WS-GRP-EMPLOYEES TO ORG-GRP-EMPLOYEES.
    MOVE WS-GRP-SUPERVISORS TO ORG-GRP-SUPERVISORS.
    MOVE WS-GRP-NO-SUPV TO ORG-GRP-NO-SUPV.
    MOVE WS-GRP-WIDEST TO ORG-GRP-WIDEST.
    MOVE WS-AVG-SPAN TO ORG-GRP-AVG.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-GRP-TOTAL-LINE
        AFTER ADVANCING 2.
H78-ADD-GROUP-MEMBER.
    ADD 1 TO WS-GRP-EMPLOYEES.
    IF EMP-TBL-DIRECT (WS-EMP-IX) > 0
        ADD 1 TO WS-GRP-SUPERVISORS
        ADD 1 TO WS-TOT-SUPERVISORS
        ADD EMP-TBL-DIRECT (WS-EMP-IX) TO WS-GRP-DIRECTS
        ADD EMP-TBL-DIRECT (WS-EMP-IX) TO WS-TOT-DIRECTS.
    IF EMP-TBL-DIRECT (WS-EMP-IX) > WS-GRP-WIDEST
        MOVE EMP-TBL-DIRECT (WS-EMP-IX) TO WS-GRP-WIDEST.
    IF EMP-TBL-DIRECT (WS-EMP-IX) > WS-TOT-WIDEST
        MOVE EMP-TBL-DIRECT (WS-EMP-IX) TO WS-TOT-WIDEST.
    IF EMP-TBL-SUPV-SSN (WS-EMP-IX) = SPACE
        ADD 1 TO WS-GRP-NO-SUPV
        ADD 1 TO WS-TOT-NO-SUPV
    ELSE
        IF EMP-TBL-SUPV-IX (WS-EMP-IX) = 0
            ADD 1 TO WS-TOT-SUPV-GONE.
    ADD 1 TO WS-EMP-IX.
H80-PRINT-SUMMARY.
    MOVE 'EMPLOYEES ON MASTER:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-MASTER TO ORG-TOTAL-COUNT.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-TOTAL-LINE
        AFTER ADVANCING 3.
    MOVE 'CHARTED:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-CHARTED TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE 'IN OR UNDER A REPORTING LOOP:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-IN-LOOP TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE 'SUPERVISORS:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-SUPERVISORS TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE 'NO SUPERVISOR RECORDED:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-NO-SUPV TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE 'SUPERVISOR NO LONGER ON MASTER:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-SUPV-GONE TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE 'WIDEST SPAN OF CONTROL:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-WIDEST TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE ZERO TO WS-AVG-SPAN.
    IF WS-TOT-SUPERVISORS > 0
        COMPUTE WS-AVG-SPAN =
            WS-TOT-DIRECTS / WS-TOT-SUPERVISORS.
    MOVE 'AVERAGE SPAN OF CONTROL:' TO ORG-AVG-LABEL.
    MOVE WS-AVG-SPAN TO ORG-AVG-SPAN.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-AVG-LINE
        AFTER ADVANCING 1.
    MOVE 'REPORTING LINES ON RPT2.FIL:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-LINES TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
    MOVE 'LINES FOR EMPLOYEES NOT ON MASTER:' TO ORG-TOTAL-LABEL.
    MOVE WS-TOT-STALE TO ORG-TOTAL-COUNT.
    PERFORM H82-WRITE-TOTAL-LINE.
H82-WRITE-TOTAL-LINE.
    WRITE ORG-CHART-PRINT-LINE FROM ORG-TOTAL-LINE
        AFTER ADVANCING 1.
