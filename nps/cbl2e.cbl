IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2E.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  ONE-TIME ASSIGNMENT OF PERMANENT EMPLOYEE      *
*  NUMBERS. EVERY MASTER RECORD ON PRL2.FIL STILL *
*  CARRYING THE OLD NAME/SSN/DEPARTMENT ID IS     *
*  GIVEN THE NEXT NUMBER FROM THE CONTROL FILE    *
*  ENC2.FIL, WHICH CBL2 DRAWS ON FOR EVERY NEW    *
*  HIRE FROM THEN ON. EACH CHANGE IS LOGGED ON    *
*  MNT2.FIL, THE OLD-TO-NEW CROSS-REFERENCE IS    *
*  PRINTED TO EXR2.FIL, AND THE SAME PAIRS ARE    *
*  WRITTEN WITH A HEADER AND A COUNT AND SSN HASH *
*  TRAILER TO EID2.FIL FOR THE PAYROLL BUREAU.    *
*  RECORDS ALREADY NUMBERED ARE LEFT ALONE, SO A  *
*  RERUN PICKS UP WHERE AN INTERRUPTED RUN ENDED. *
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
    SELECT EMP-NUMBER-FILE ASSIGN
    ENC2.FIL
    FILE STATUS WS-ENC-STATUS.
    SELECT MAINT-AUDIT-FILE ASSIGN
    MNT2.FIL
    FILE STATUS WS-MAINT-STATUS.
    SELECT RUN-LOCK-FILE ASSIGN
    LCK2.FIL
    FILE STATUS WS-LOCK-STATUS.
    SELECT ID-XREF-PRINT-FILE ASSIGN
    EXR2.FIL.
    SELECT ID-XREF-FEED-FILE ASSIGN
    EID2.FIL
    FILE STATUS WS-FEED-STATUS.

DATA DIVISION.

FILE SECTION.

FD  EMP-REPORT-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-REPORT-LINE.
    05  FILLER                            PIC X(4).
    05  EMP-ID-NUM-REPORT                 PIC X(7).
    05  EMP-ID-NUM-REPORT-9 REDEFINES EMP-ID-NUM-REPORT
                                          PIC 9(7).
    05  FILLER                            PIC X(10).
    05  NAME-REPORT                       PIC X(20).
    05  FILLER                            PIC X(10).
    05  SSN-REPORT.
        10  FST-3-SSN-REPORT              PIC X(3).
        10  FILLER                        PIC X.
        10  MID-2-SSN-REPORT              PIC XX.
        10  FILLER                        PIC X.
        10  LST-4-SSN-REPORT              PIC X(4).
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  FILLER                            PIC X(36).
FD  EMP-NUMBER-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-NUMBER-RECORD.
    05  ENC-NEXT-NUM                      PIC 9(7).
    05  FILLER                            PIC X(73).
FD  MAINT-AUDIT-FILE
      LABEL RECORDS
      OMITTED.
01  MAINT-AUDIT-RECORD.
    05  MNT-DATE                          PIC 9(6).
    05  FILLER                            PIC X.
    05  MNT-TIME                          PIC 9(8).
    05  FILLER                            PIC X.
    05  MNT-ACTION                        PIC X(8).
    05  FILLER                            PIC X.
    05  MNT-SSN                           PIC X(11).
    05  FILLER                            PIC X.
    05  MNT-BEFORE-IMAGE                  PIC X(110).
    05  FILLER                            PIC X.
    05  MNT-AFTER-IMAGE                   PIC X(110).
    05  FILLER                            PIC X.
    05  MNT-OPERATOR                      PIC X(10).
    05  FILLER                            PIC X.
    05  MNT-BATCH-NUM                     PIC 9(4).
FD  RUN-LOCK-FILE
      LABEL RECORDS
      OMITTED.
01  RUN-LOCK-RECORD.
    05  LCK-TYPE                          PIC X(6).
    05  FILLER                            PIC X.
    05  LCK-DATE                          PIC 9(6).
    05  FILLER                            PIC X.
    05  LCK-TIME                          PIC 9(8).
    05  FILLER                            PIC X.
    05  LCK-OPERATOR                      PIC X(10).
    05  FILLER                            PIC X(47).
FD  ID-XREF-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  ID-XREF-PRINT-LINE                    PIC X(80).
FD  ID-XREF-FEED-FILE
      LABEL RECORDS
      OMITTED.
01  ID-XREF-FEED-RECORD                   PIC X(80).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-MAINT-STATUS           PIC XX.
    05  WS-MAINT-OPEN             PIC X VALUE 'N'.
    05  WS-FEED-STATUS            PIC XX.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.
    05  WS-BEFORE-IMAGE           PIC X(110) VALUE SPACE.
    05  WS-OLD-EMP-ID             PIC X(7) VALUE SPACE.

01  RUN-LOCK-CONTROL.
    05  WS-LOCK-STATUS            PIC XX.
    05  WS-LOCK-EOF               PIC X VALUE 'N'.
    05  WS-LOCK-TYPE              PIC X(6) VALUE SPACE.

01  EMP-NUMBER-CONTROL.
    05  WS-ENC-STATUS             PIC XX.
    05  WS-ENC-EOF                PIC X VALUE 'N'.
    05  WS-NEXT-EMP-NUM           PIC 9(7) VALUE 1.
    05  WS-HIGH-EMP-NUM           PIC 9(7) VALUE ZERO.

01  ASSIGN-COUNTS.
    05  WS-READ-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-ASSIGN-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-KEPT-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-SSN-NUMERIC            PIC 9(9) VALUE ZERO.
    05  WS-SSN-HASH-TOTAL         PIC 9(15) VALUE ZERO.

01  SSN-WORK.
    05  WS-SSN-9.
        10  WS-SSN-9-FST-3        PIC X(3).
        10  WS-SSN-9-MID-2        PIC XX.
        10  WS-SSN-9-LST-4        PIC X(4).
    05  WS-MASKED-SSN-9.
        10  FILLER                PIC X(5) VALUE '*****'.
        10  WS-MASK9-LST-4        PIC X(4).

01  EXR-HDR-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'EMPLOYEE NUMBER CROSS-REFERENCE -- RUN '.
    05  EXR-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(34) VALUE SPACE.
01  EXR-COLUMN-LINE.
    05  FILLER                            PIC X(50)
            VALUE 'OLD ID   NEW ID   SSN        NAME'.
    05  FILLER                            PIC X(30)
            VALUE '            DEPT'.
01  EXR-DETAIL-LINE.
    05  EXR-DET-OLD-ID                    PIC X(7).
    05  FILLER                            PIC XX VALUE SPACE.
    05  EXR-DET-NEW-ID                    PIC X(7).
    05  FILLER                            PIC XX VALUE SPACE.
    05  EXR-DET-SSN                       PIC X(9).
    05  FILLER                            PIC XX VALUE SPACE.
    05  EXR-DET-NAME                      PIC X(20).
    05  FILLER                            PIC XX VALUE SPACE.
    05  EXR-DET-DEPT                      PIC XX.
    05  FILLER                            PIC X(27) VALUE SPACE.
01  EXR-TOTAL-LINE.
    05  EXR-TOT-LABEL                     PIC X(30).
    05  EXR-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(45) VALUE SPACE.

01  FEED-HEADER-RECORD.
    05  FILLER                            PIC XX VALUE 'H '.
    05  FHD-DATE                          PIC 9(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  FILLER                            PIC X(20)
            VALUE 'EMPLOYEE NUMBER XREF'.
    05  FILLER                            PIC X(51) VALUE SPACE.
01  FEED-XREF-RECORD.
    05  FILLER                            PIC XX VALUE 'I '.
    05  FXR-OLD-ID                        PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  FXR-NEW-ID                        PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  FXR-SSN                           PIC X(9).
    05  FILLER                            PIC X VALUE SPACE.
    05  FXR-NAME                          PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  FXR-DEPT                          PIC XX.
    05  FILLER                            PIC X(29) VALUE SPACE.
01  FEED-TRAILER-RECORD.
    05  FILLER                            PIC XX VALUE 'T '.
    05  FTR-COUNT                         PIC 9(5).
    05  FILLER                            PIC X VALUE SPACE.
    05  FTR-HASH                          PIC 9(15).
    05  FILLER                            PIC X(57) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM FINDS THE NEXT FREE EMPLOYEE NUMBER, NUMBERS  *
* EVERY MASTER RECORD THAT DOES NOT YET HAVE ONE, AND WRITES *
* THE CROSS-REFERENCE REPORT AND BUREAU FILE. IT IS ENTERED  *
* FROM THE OPERATING SYSTEM AND EXITS TO THE OPERATING       *
* SYSTEM.                                                    *
*                                                            *
**************************************************************
E10-ASSIGN-EMP-NUMBERS.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM E12-SET-BATCH-LOCK.
    PERFORM E20-READ-NUMBER-CONTROL.
    PERFORM E22-FIND-HIGH-NUMBER.
    IF WS-HIGH-EMP-NUM NOT < WS-NEXT-EMP-NUM
        MOVE WS-HIGH-EMP-NUM TO WS-NEXT-EMP-NUM
        ADD 1 TO WS-NEXT-EMP-NUM.
    DISPLAY 'FIRST NUMBER TO ASSIGN: ' WS-NEXT-EMP-NUM.
    OPEN I-O EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMP-REPORT-FILE, STATUS=' EMP-REPORT-STATUS
        PERFORM E90-CLEAR-BATCH-LOCK
        STOP RUN.
    OPEN OUTPUT ID-XREF-FEED-FILE.
    IF WS-FEED-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EID2.FIL, STATUS=' WS-FEED-STATUS
        CLOSE EMP-REPORT-FILE
        PERFORM E90-CLEAR-BATCH-LOCK
        STOP RUN.
    PERFORM E16-OPEN-MAINT-AUDIT.
    OPEN OUTPUT ID-XREF-PRINT-FILE.
    MOVE WS-RUN-DATE TO EXR-HDR-DATE.
    WRITE ID-XREF-PRINT-LINE FROM EXR-HDR-LINE
        AFTER ADVANCING 1.
    WRITE ID-XREF-PRINT-LINE FROM EXR-COLUMN-LINE
        AFTER ADVANCING 2.
    MOVE WS-RUN-DATE TO FHD-DATE.
    WRITE ID-XREF-FEED-RECORD FROM FEED-HEADER-RECORD.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM E30-NUMBER-ONE-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
    CLOSE EMP-REPORT-FILE.
    IF WS-MAINT-OPEN = 'Y'
        CLOSE MAINT-AUDIT-FILE.
    MOVE WS-ASSIGN-COUNT TO FTR-COUNT.
    MOVE WS-SSN-HASH-TOTAL TO FTR-HASH.
    WRITE ID-XREF-FEED-RECORD FROM FEED-TRAILER-RECORD.
    CLOSE ID-XREF-FEED-FILE.
    PERFORM E60-PRINT-TOTALS.
    CLOSE ID-XREF-PRINT-FILE.
    PERFORM E90-CLEAR-BATCH-LOCK.
    DISPLAY 'RECORDS READ:            ' WS-READ-COUNT.
    DISPLAY 'NUMBERS ASSIGNED:        ' WS-ASSIGN-COUNT.
    DISPLAY 'ALREADY NUMBERED:        ' WS-KEPT-COUNT.
    DISPLAY 'NEXT NUMBER ON ENC2.FIL: ' WS-NEXT-EMP-NUM.
    DISPLAY 'CROSS-REFERENCE WRITTEN TO EXR2.FIL AND EID2.FIL.'.
    STOP RUN.
E12-SET-BATCH-LOCK.
    MOVE SPACE TO WS-LOCK-TYPE.
    MOVE 'N' TO WS-LOCK-EOF.
    OPEN INPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        MOVE 'Y' TO WS-LOCK-EOF
    ELSE
        PERFORM E13-READ-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
    IF WS-LOCK-EOF NOT = 'Y'
        MOVE LCK-TYPE TO WS-LOCK-TYPE.
    IF WS-LOCK-TYPE NOT = SPACE
        DISPLAY 'LCK2.FIL SHOWS A ' WS-LOCK-TYPE ' SESSION ON THE'
        DISPLAY 'MASTER -- RUN REFUSED. TRY AGAIN WHEN IT ENDS.'
        STOP RUN.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY 'CANNOT WRITE LCK2.FIL, STATUS=' WS-LOCK-STATUS
    ELSE
        MOVE SPACE TO RUN-LOCK-RECORD
        MOVE 'BATCH ' TO LCK-TYPE
        MOVE WS-RUN-DATE TO LCK-DATE
        ACCEPT LCK-TIME FROM TIME
        MOVE 'CBL2E' TO LCK-OPERATOR
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
E13-READ-LOCK-RECORD.
    READ RUN-LOCK-FILE
        END
            MOVE 'Y' TO WS-LOCK-EOF.
E16-OPEN-MAINT-AUDIT.
    OPEN EXTEND MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        OPEN OUTPUT MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS = '00'
        MOVE 'Y' TO WS-MAINT-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT WRITE MNT2.FIL'.
E20-READ-NUMBER-CONTROL.
    MOVE 'N' TO WS-ENC-EOF.
    OPEN INPUT EMP-NUMBER-FILE.
    IF WS-ENC-STATUS NOT = '00'
        DISPLAY 'ENC2.FIL NOT ON HAND -- STARTING A NEW NUMBER SERIES'
    ELSE
        PERFORM E21-READ-NUMBER-RECORD
        CLOSE EMP-NUMBER-FILE.
E21-READ-NUMBER-RECORD.
    READ EMP-NUMBER-FILE
        END
            MOVE 'Y' TO WS-ENC-EOF.
    IF WS-ENC-EOF NOT = 'Y'
        IF ENC-NEXT-NUM NUMERIC AND ENC-NEXT-NUM > ZERO
            MOVE ENC-NEXT-NUM TO WS-NEXT-EMP-NUM.
E22-FIND-HIGH-NUMBER.
    MOVE ZERO TO WS-HIGH-EMP-NUM.
    MOVE 'N' TO WS-MASTER-EOF.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS = '00'
        PERFORM E24-CHECK-HIGH-NUMBER
            UNTIL WS-MASTER-EOF = 'Y'
        CLOSE EMP-REPORT-FILE.
E24-CHECK-HIGH-NUMBER.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        IF EMP-ID-NUM-REPORT NUMERIC
            IF EMP-ID-NUM-REPORT-9 > WS-HIGH-EMP-NUM
                MOVE EMP-ID-NUM-REPORT-9 TO WS-HIGH-EMP-NUM.
E30-NUMBER-ONE-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        ADD 1 TO WS-READ-COUNT
        IF EMP-ID-NUM-REPORT NUMERIC
            ADD 1 TO WS-KEPT-COUNT
        ELSE
            PERFORM E32-ASSIGN-NUMBER.
E32-ASSIGN-NUMBER.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    MOVE EMP-ID-NUM-REPORT TO WS-OLD-EMP-ID.
    MOVE WS-NEXT-EMP-NUM TO EMP-ID-NUM-REPORT-9.
    REWRITE EMP-REPORT-LINE
        INVALID KEY
            DISPLAY 'REWRITE FAILED, STATUS=' EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS = '00'
        ADD 1 TO WS-ASSIGN-COUNT
        ADD 1 TO WS-NEXT-EMP-NUM
        PERFORM E40-WRITE-NUMBER-CONTROL
        PERFORM E42-WRITE-MAINT-AUDIT
        PERFORM E44-WRITE-XREF.
E40-WRITE-NUMBER-CONTROL.
    OPEN OUTPUT EMP-NUMBER-FILE.
    IF WS-ENC-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE ENC2.FIL, STATUS=' WS-ENC-STATUS
    ELSE
        MOVE SPACE TO EMP-NUMBER-RECORD
        MOVE WS-NEXT-EMP-NUM TO ENC-NEXT-NUM
        WRITE EMP-NUMBER-RECORD
        CLOSE EMP-NUMBER-FILE.
E42-WRITE-MAINT-AUDIT.
    IF WS-MAINT-OPEN = 'Y'
        MOVE SPACE TO MAINT-AUDIT-RECORD
        MOVE WS-RUN-DATE TO MNT-DATE
        ACCEPT MNT-TIME FROM TIME
        MOVE 'REWRITE ' TO MNT-ACTION
        MOVE SSN-REPORT TO MNT-SSN
        MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-IMAGE
        MOVE EMP-REPORT-LINE TO MNT-AFTER-IMAGE
        MOVE 'CBL2E' TO MNT-OPERATOR
        MOVE ZERO TO MNT-BATCH-NUM
        WRITE MAINT-AUDIT-RECORD.
E44-WRITE-XREF.
    MOVE FST-3-SSN-REPORT TO WS-SSN-9-FST-3.
    MOVE MID-2-SSN-REPORT TO WS-SSN-9-MID-2.
    MOVE LST-4-SSN-REPORT TO WS-SSN-9-LST-4.
    MOVE LST-4-SSN-REPORT TO WS-MASK9-LST-4.
    MOVE WS-OLD-EMP-ID TO EXR-DET-OLD-ID.
    MOVE EMP-ID-NUM-REPORT TO EXR-DET-NEW-ID.
    MOVE WS-MASKED-SSN-9 TO EXR-DET-SSN.
    MOVE NAME-REPORT TO EXR-DET-NAME.
    MOVE DEPT-NUM-REPORT TO EXR-DET-DEPT.
    WRITE ID-XREF-PRINT-LINE FROM EXR-DETAIL-LINE
        AFTER ADVANCING 1.
    MOVE WS-OLD-EMP-ID TO FXR-OLD-ID.
    MOVE EMP-ID-NUM-REPORT TO FXR-NEW-ID.
    MOVE WS-SSN-9 TO FXR-SSN.
    MOVE NAME-REPORT TO FXR-NAME.
    MOVE DEPT-NUM-REPORT TO FXR-DEPT.
    WRITE ID-XREF-FEED-RECORD FROM FEED-XREF-RECORD.
    IF WS-SSN-9 NUMERIC
        MOVE WS-SSN-9 TO WS-SSN-NUMERIC
        ADD WS-SSN-NUMERIC TO WS-SSN-HASH-TOTAL.
E60-PRINT-TOTALS.
    MOVE SPACE TO ID-XREF-PRINT-LINE.
    WRITE ID-XREF-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE 'MASTER RECORDS READ:' TO EXR-TOT-LABEL.
    MOVE WS-READ-COUNT TO EXR-TOT-COUNT.
    PERFORM E62-WRITE-TOTAL-LINE.
    MOVE 'NUMBERS ASSIGNED:' TO EXR-TOT-LABEL.
    MOVE WS-ASSIGN-COUNT TO EXR-TOT-COUNT.
    PERFORM E62-WRITE-TOTAL-LINE.
    MOVE 'ALREADY NUMBERED:' TO EXR-TOT-LABEL.
    MOVE WS-KEPT-COUNT TO EXR-TOT-COUNT.
    PERFORM E62-WRITE-TOTAL-LINE.
E62-WRITE-TOTAL-LINE.
    WRITE ID-XREF-PRINT-LINE FROM EXR-TOTAL-LINE
        AFTER ADVANCING 1.
E90-CLEAR-BATCH-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        CLOSE RUN-LOCK-FILE.
