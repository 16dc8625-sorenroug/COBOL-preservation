IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3G.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM PRINTS THE EMERGENCY CALL LIST    *
*  TO ECL2.FIL. EVERY EMPLOYEE ON THE EMPLOYEE    *
*  MASTER PRL2.FIL WHO HAS A RECORD ON THE        *
*  CONTACT FILE CON2.FIL IS LISTED BY DEPARTMENT  *
*  AND LOCATION WITH HOME PHONE AND EMERGENCY     *
*  CONTACT NAME, RELATIONSHIP AND PHONE. AN       *
*  EXCEPTION LIST OF EMPLOYEES ON THE MASTER WITH *
*  NO CONTACT RECORD FOLLOWS, SO HR CAN CHASE     *
*  THEM UP THROUGH CBL2M. EMPLOYEES ON A LEAVE OF *
*  ABSENCE ARE INCLUDED IN BOTH LISTS AND MARKED. *
*  CONTACT RECORDS WHOSE SSN IS NO LONGER ON THE  *
*  MASTER ARE COUNTED AT THE END.                 *
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
    SELECT CONTACT-FILE ASSIGN
    CON2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY CON-SSN
    FILE STATUS WS-CON-STATUS.
    SELECT CALL-LIST-PRINT-FILE ASSIGN
    ECL2.FIL.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3G.FIL.

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
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  FILLER                            PIC XX.
    05  EMP-STATUS-REPORT                 PIC X.
        88  EMP-ON-LEAVE                  VALUE 'L'.
    05  FILLER                            PIC X(8).
FD  CONTACT-FILE
      LABEL RECORDS
      OMITTED.
01  CONTACT-RECORD.
    05  CON-SSN                           PIC X(11).
    05  CON-STREET                        PIC X(25).
    05  CON-CITY                          PIC X(15).
    05  CON-STATE                         PIC XX.
    05  CON-ZIP                           PIC X(5).
    05  CON-HOME-PHONE                    PIC X(10).
    05  CON-EMRG-NAME                     PIC X(20).
    05  CON-EMRG-REL                      PIC XX.
    05  CON-EMRG-PHONE                    PIC X(10).
    05  CON-UPD-DATE                      PIC 9(6).
    05  FILLER                            PIC X(4).
FD  CALL-LIST-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  CALL-LIST-PRINT-LINE                  PIC X(80).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  LIST-SORTED                       PIC X.
    05  DEPT-SORTED                       PIC XX.
    05  LOC-SORTED                        PIC XX.
    05  NAME-SORTED                       PIC X(20).
    05  EMP-ID-SORTED                     PIC X(7).
    05  SSN-LST-4-SORTED                  PIC X(4).
    05  STATUS-SORTED                     PIC X.
    05  HOME-PHONE-SORTED                 PIC X(10).
    05  EMRG-NAME-SORTED                  PIC X(20).
    05  EMRG-REL-SORTED                   PIC XX.
    05  EMRG-PHONE-SORTED                 PIC X(10).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-CON-STATUS             PIC XX.
    05  WS-CON-OPEN               PIC X VALUE 'N'.
    05  WS-CON-EOF                PIC X VALUE 'N'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
    05  WS-RUN-DATE               PIC X(6).

01  CALL-LIST-TOTALS.
    05  WS-PREV-LIST              PIC X VALUE SPACE.
    05  WS-PREV-DEPT              PIC XX VALUE SPACE.
    05  WS-PREV-LOC               PIC XX VALUE SPACE.
    05  WS-TOT-MASTER             PIC 9(5) VALUE ZERO.
    05  WS-TOT-LISTED             PIC 9(5) VALUE ZERO.
    05  WS-TOT-NO-CONTACT         PIC 9(5) VALUE ZERO.
    05  WS-TOT-ON-LEAVE           PIC 9(5) VALUE ZERO.
    05  WS-TOT-CONTACTS           PIC 9(5) VALUE ZERO.
    05  WS-TOT-ORPHANS            PIC 9(5) VALUE ZERO.

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN.
        10  FILLER                PIC X(7) VALUE '***-**-'.
        10  WS-MASK-LST-4         PIC X(4).

01  ECL-HDR-LINE.
    05  FILLER                            PIC X(42)
        VALUE 'EMERGENCY CALL LIST AS OF                 '.
    05  ECL-HDR-DATE                      PIC X(6).
    05  FILLER                            PIC X(32) VALUE SPACE.
01  ECL-COL-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'EMP ID  NAME                 HOME PHONE '.
    05  FILLER                            PIC X(40)
        VALUE 'EMERGENCY CONTACT    RL PHONE      FLAG '.
01  ECL-GROUP-LINE.
    05  FILLER                            PIC X(5) VALUE 'DEPT '.
    05  ECL-GRP-DEPT                      PIC XX.
    05  FILLER                            PIC X(11)
        VALUE '  LOCATION '.
    05  ECL-GRP-LOC                       PIC XX.
    05  FILLER                            PIC X(60) VALUE SPACE.
01  ECL-DETAIL-LINE.
    05  ECL-DET-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-DET-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-DET-HOME-PHONE                PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-DET-EMRG-NAME                 PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-DET-EMRG-REL                  PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-DET-EMRG-PHONE                PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-DET-FLAG                      PIC X(5).
01  ECL-EXC-HDR-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'EMPLOYEES WITH NO CONTACT RECORD ON CON2'.
    05  FILLER                            PIC X(40)
        VALUE '.FIL                                    '.
01  ECL-EXC-COL-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'EMP ID  NAME                 SSN        '.
    05  FILLER                            PIC X(40)
        VALUE 'DEPT LOC FLAG                           '.
01  ECL-EXC-LINE.
    05  ECL-EXC-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-EXC-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  ECL-EXC-SSN                       PIC X(11).
    05  FILLER                            PIC XX VALUE SPACE.
    05  ECL-EXC-DEPT                      PIC XX.
    05  FILLER                            PIC X(3) VALUE SPACE.
    05  ECL-EXC-LOC                       PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  ECL-EXC-FLAG                      PIC X(8).
    05  FILLER                            PIC X(21) VALUE SPACE.
01  ECL-TOTAL-LINE.
    05  ECL-TOTAL-LABEL                   PIC X(35).
    05  ECL-TOTAL-COUNT                   PIC ZZZZ9.
    05  FILLER                            PIC X(40) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM MATCHES THE MASTER TO THE CONTACT FILE, SORTS *
* THE CALL LIST AND THE EXCEPTIONS BY DEPARTMENT, LOCATION   *
* AND NAME, PRINTS BOTH, AND COUNTS CONTACT RECORDS LEFT     *
* WITHOUT A MASTER. IT IS ENTERED FROM THE OPERATING SYSTEM  *
* AND EXITS TO THE OPERATING SYSTEM.                         *
*                                                            *
**************************************************************
G10-CALL-LIST.
    ACCEPT WS-RUN-DATE FROM DATE.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    OPEN INPUT CONTACT-FILE.
    IF WS-CON-STATUS = '00'
        MOVE 'Y' TO WS-CON-OPEN
    ELSE
        DISPLAY 'CON2.FIL NOT ON HAND -- EVERY EMPLOYEE WILL BE'
        DISPLAY 'LISTED AS HAVING NO CONTACT RECORD.'.
    OPEN OUTPUT CALL-LIST-PRINT-FILE.
    MOVE WS-RUN-DATE TO ECL-HDR-DATE.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-HDR-LINE
        AFTER ADVANCING 1.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-COL-LINE
        AFTER ADVANCING 2.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY LIST-SORTED
        ON ASCENDING KEY DEPT-SORTED
        ON ASCENDING KEY LOC-SORTED
        ON ASCENDING KEY NAME-SORTED
        INPUT PROCEDURE G20-MATCH-CONTACTS
        OUTPUT PROCEDURE G50-PRINT-SORTED.
    CLOSE EMP-REPORT-FILE.
    IF WS-CON-OPEN = 'Y'
        PERFORM G60-COUNT-CONTACTS
        CLOSE CONTACT-FILE.
    PERFORM G70-PRINT-SUMMARY.
    CLOSE CALL-LIST-PRINT-FILE.
    DISPLAY 'EMPLOYEES LISTED: ' WS-TOT-LISTED
        '  WITH NO CONTACT RECORD: ' WS-TOT-NO-CONTACT.
    DISPLAY 'EMERGENCY CALL LIST WRITTEN TO ECL2.FIL.'.
    STOP RUN.
G20-MATCH-CONTACTS.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM G22-READ-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
G22-READ-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        ADD 1 TO WS-TOT-MASTER
        PERFORM G24-RELEASE-EMPLOYEE.
G24-RELEASE-EMPLOYEE.
    MOVE SPACE TO SORT-WORK-RECORD.
    MOVE DEPT-NUM-REPORT TO DEPT-SORTED.
    MOVE LOC-CODE-REPORT TO LOC-SORTED.
    MOVE NAME-REPORT TO NAME-SORTED.
    MOVE EMP-ID-NUM-REPORT TO EMP-ID-SORTED.
    MOVE SSN-LST-4-REPORT TO SSN-LST-4-SORTED.
    MOVE EMP-STATUS-REPORT TO STATUS-SORTED.
    MOVE '23' TO WS-CON-STATUS.
    IF WS-CON-OPEN = 'Y'
        MOVE SSN-REPORT TO CON-SSN
        PERFORM G26-READ-CONTACT.
    IF WS-CON-STATUS = '00'
        MOVE '1' TO LIST-SORTED
        MOVE CON-HOME-PHONE TO HOME-PHONE-SORTED
        MOVE CON-EMRG-NAME TO EMRG-NAME-SORTED
        MOVE CON-EMRG-REL TO EMRG-REL-SORTED
        MOVE CON-EMRG-PHONE TO EMRG-PHONE-SORTED
    ELSE
        MOVE '2' TO LIST-SORTED.
    RELEASE SORT-WORK-RECORD.
G26-READ-CONTACT.
    READ CONTACT-FILE
        INVALID KEY
            MOVE '23' TO WS-CON-STATUS.
G50-PRINT-SORTED.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE SPACE TO WS-PREV-LIST.
    PERFORM G52-PRINT-SORTED-RECORD
        UNTIL WS-SORT-EOF = 'Y'.
    IF WS-PREV-LIST NOT = '2'
        PERFORM G56-PRINT-EXCEPTION-HEADINGS
        MOVE '    NONE' TO CALL-LIST-PRINT-LINE
        WRITE CALL-LIST-PRINT-LINE
            AFTER ADVANCING 1.
G52-PRINT-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF LIST-SORTED = '1'
            PERFORM G54-PRINT-CALL-LINE
        ELSE
            PERFORM G58-PRINT-EXCEPTION-LINE.
G54-PRINT-CALL-LINE.
    IF WS-PREV-LIST NOT = '1' OR DEPT-SORTED NOT = WS-PREV-DEPT
            OR LOC-SORTED NOT = WS-PREV-LOC
        MOVE DEPT-SORTED TO ECL-GRP-DEPT
        MOVE LOC-SORTED TO ECL-GRP-LOC
        WRITE CALL-LIST-PRINT-LINE FROM ECL-GROUP-LINE
            AFTER ADVANCING 2.
    MOVE '1' TO WS-PREV-LIST.
    MOVE DEPT-SORTED TO WS-PREV-DEPT.
    MOVE LOC-SORTED TO WS-PREV-LOC.
    MOVE EMP-ID-SORTED TO ECL-DET-EMP-ID.
    MOVE NAME-SORTED TO ECL-DET-NAME.
    MOVE HOME-PHONE-SORTED TO ECL-DET-HOME-PHONE.
    MOVE EMRG-NAME-SORTED TO ECL-DET-EMRG-NAME.
    MOVE EMRG-REL-SORTED TO ECL-DET-EMRG-REL.
    MOVE EMRG-PHONE-SORTED TO ECL-DET-EMRG-PHONE.
    IF STATUS-SORTED = 'L'
        MOVE 'LEAVE' TO ECL-DET-FLAG
        ADD 1 TO WS-TOT-ON-LEAVE
    ELSE
        MOVE SPACE TO ECL-DET-FLAG.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-DETAIL-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-TOT-LISTED.
G56-PRINT-EXCEPTION-HEADINGS.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-EXC-HDR-LINE
        AFTER ADVANCING 3.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-EXC-COL-LINE
        AFTER ADVANCING 2.
G58-PRINT-EXCEPTION-LINE.
    IF WS-PREV-LIST NOT = '2'
        PERFORM G56-PRINT-EXCEPTION-HEADINGS.
    MOVE '2' TO WS-PREV-LIST.
    MOVE EMP-ID-SORTED TO ECL-EXC-EMP-ID.
    MOVE NAME-SORTED TO ECL-EXC-NAME.
    MOVE SSN-LST-4-SORTED TO WS-MASK-LST-4.
    MOVE WS-MASKED-SSN TO ECL-EXC-SSN.
    MOVE DEPT-SORTED TO ECL-EXC-DEPT.
    MOVE LOC-SORTED TO ECL-EXC-LOC.
    IF STATUS-SORTED = 'L'
        MOVE 'ON LEAVE' TO ECL-EXC-FLAG
    ELSE
        MOVE SPACE TO ECL-EXC-FLAG.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-EXC-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-TOT-NO-CONTACT.
G60-COUNT-CONTACTS.
    CLOSE CONTACT-FILE.
    OPEN INPUT CONTACT-FILE.
    MOVE 'N' TO WS-CON-EOF.
    PERFORM G62-READ-NEXT-CONTACT
        UNTIL WS-CON-EOF = 'Y'.
    SUBTRACT WS-TOT-LISTED FROM WS-TOT-CONTACTS
        GIVING WS-TOT-ORPHANS.
G62-READ-NEXT-CONTACT.
    READ CONTACT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-CON-EOF.
    IF WS-CON-EOF NOT = 'Y'
        ADD 1 TO WS-TOT-CONTACTS.
G70-PRINT-SUMMARY.
    MOVE 'EMPLOYEES ON MASTER:' TO ECL-TOTAL-LABEL.
    MOVE WS-TOT-MASTER TO ECL-TOTAL-COUNT.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-TOTAL-LINE
        AFTER ADVANCING 3.
    MOVE 'ON THE CALL LIST:' TO ECL-TOTAL-LABEL.
    MOVE WS-TOT-LISTED TO ECL-TOTAL-COUNT.
    PERFORM G72-WRITE-TOTAL-LINE.
    MOVE '  OF WHOM ON LEAVE:' TO ECL-TOTAL-LABEL.
    MOVE WS-TOT-ON-LEAVE TO ECL-TOTAL-COUNT.
    PERFORM G72-WRITE-TOTAL-LINE.
    MOVE 'WITH NO CONTACT RECORD:' TO ECL-TOTAL-LABEL.
    MOVE WS-TOT-NO-CONTACT TO ECL-TOTAL-COUNT.
    PERFORM G72-WRITE-TOTAL-LINE.
    MOVE 'CONTACT RECORDS ON CON2.FIL:' TO ECL-TOTAL-LABEL.
    MOVE WS-TOT-CONTACTS TO ECL-TOTAL-COUNT.
    PERFORM G72-WRITE-TOTAL-LINE.
    MOVE 'CONTACT RECORDS WITH NO MASTER:' TO ECL-TOTAL-LABEL.
    MOVE WS-TOT-ORPHANS TO ECL-TOTAL-COUNT.
    PERFORM G72-WRITE-TOTAL-LINE.
G72-WRITE-TOTAL-LINE.
    WRITE CALL-LIST-PRINT-LINE FROM ECL-TOTAL-LINE
        AFTER ADVANCING 1.
