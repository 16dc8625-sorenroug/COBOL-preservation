IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2W.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM GIVES A GENERAL PAY INCREASE TO   *
*  EVERY EMPLOYEE ON PRL2.FIL IN A DEPARTMENT,    *
*  LOCATION AND PAY TYPE CHOSEN BY THE OPERATOR   *
*  (ANY OF THEM MAY BE LEFT BLANK FOR ALL). THE   *
*  INCREASE IS A PERCENTAGE OR A FLAT AMOUNT, THE *
*  NEW RATE IS ROUNDED TO THE NEAREST CENT,       *
*  NICKEL OR DOLLAR, AND NO EMPLOYEE RECEIVES     *
*  MORE THAN THE CAP, IF ONE IS GIVEN. A PREVIEW  *
*  PASS PRINTS EVERY AFFECTED EMPLOYEE WITH THE   *
*  OLD AND NEW RATE AND THE ANNUAL COST, FROM THE *
*  STANDARD HOURS AND PAY PERIODS ON PARM2.FIL,   *
*  TO MIP2.FIL. ONLY WHEN A SUPERVISOR FROM       *
*  OPR2.FIL CONFIRMS DOES THE APPLY PASS REWRITE  *
*  THE MASTER, LOG EACH CHANGE ON MNT2.FIL, FROM  *
*  WHICH CBL2F FEEDS IT TO THE PAYROLL BUREAU,    *
*  AND RECORD IT ON THE PAY HISTORY FILE          *
*  PHS2.FIL.                                      *
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
    SELECT MAINT-AUDIT-FILE ASSIGN
    MNT2.FIL
    FILE STATUS WS-MAINT-STATUS.
    SELECT PAY-HISTORY-FILE ASSIGN
    PHS2.FIL
    FILE STATUS WS-PHS-STATUS.
    SELECT OPERATOR-FILE ASSIGN
    OPR2.FIL
    FILE STATUS WS-OPR-STATUS.
    SELECT RUN-LOCK-FILE ASSIGN
    LCK2.FIL
    FILE STATUS WS-LOCK-STATUS.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT INCREASE-PRINT-FILE ASSIGN
    MIP2.FIL
    FILE STATUS WS-PRINT-STATUS.

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
        10  FST-3-SSN-REPORT              PIC X(3).
        10  FILLER                        PIC X.
        10  MID-2-SSN-REPORT              PIC XX.
        10  FILLER                        PIC X.
        10  LST-4-SSN-REPORT              PIC X(4).
    05  FILLER                            PIC X(10).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  HIRE-CC-REPORT                    PIC XX.
    05  FILLER                            PIC X(9).
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
FD  PAY-HISTORY-FILE
      LABEL RECORDS
      OMITTED.
01  PAY-HISTORY-RECORD.
    05  PHS-DATE                          PIC 9(6).
    05  FILLER                            PIC X.
    05  PHS-SSN.
        10  PHS-SSN-FST-3                 PIC X(3).
        10  PHS-SSN-MID-2                 PIC X(2).
        10  PHS-SSN-LST-4                 PIC X(4).
    05  FILLER                            PIC X.
    05  PHS-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X.
    05  PHS-NAME                          PIC X(20).
    05  FILLER                            PIC X.
    05  PHS-DEPT                          PIC XX.
    05  FILLER                            PIC X.
    05  PHS-OLD-PAY-TYPE                  PIC X.
    05  PHS-OLD-RATE                      PIC 9(4)V99.
    05  FILLER                            PIC X.
    05  PHS-NEW-PAY-TYPE                  PIC X.
    05  PHS-NEW-RATE                      PIC 9(4)V99.
    05  FILLER                            PIC X.
    05  PHS-SOURCE                        PIC X.
    05  FILLER                            PIC X.
    05  PHS-SOURCE-ID                     PIC X(10).
    05  FILLER                            PIC X.
    05  PHS-REASON                        PIC XX.
FD  OPERATOR-FILE
      LABEL RECORDS
      OMITTED.
01  OPERATOR-RECORD.
    05  OPR-ID                            PIC X(10).
    05  FILLER                            PIC X.
    05  OPR-NAME                          PIC X(20).
    05  FILLER                            PIC X.
    05  OPR-LEVEL                         PIC X.
    05  FILLER                            PIC X(47).
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
FD  INCREASE-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  INCREASE-PRINT-LINE                   PIC X(80).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-MAINT-STATUS           PIC XX.
    05  WS-MAINT-OPEN             PIC X VALUE 'N'.
    05  WS-PHS-STATUS             PIC XX.
    05  WS-PHS-OPEN               PIC X VALUE 'N'.
    05  WS-PRINT-STATUS           PIC XX.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.
    05  WS-BEFORE-IMAGE           PIC X(110) VALUE SPACE.
    05  WS-CONFIRM                PIC X VALUE SPACE.

01  OPERATOR-CONTROL.
    05  WS-OPR-STATUS             PIC XX.
    05  WS-OPR-EOF                PIC X VALUE 'N'.
    05  WS-LOOKUP-ID              PIC X(10) VALUE SPACE.
    05  WS-OPR-FOUND-SW           PIC X VALUE 'N'.
    05  WS-OPR-FOUND-NAME         PIC X(20) VALUE SPACE.
    05  WS-OPR-FOUND-LEVEL        PIC X VALUE SPACE.
    05  WS-OPERATOR-ID            PIC X(10) VALUE SPACE.
    05  WS-OPERATOR-NAME          PIC X(20) VALUE SPACE.
    05  WS-SUPERVISOR-ID          PIC X(10) VALUE SPACE.
    05  WS-SUPERVISOR-NAME        PIC X(20) VALUE SPACE.

01  RUN-LOCK-CONTROL.
    05  WS-LOCK-STATUS            PIC XX.
    05  WS-LOCK-EOF               PIC X VALUE 'N'.
    05  WS-LOCK-TYPE              PIC X(6) VALUE SPACE.

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

01  INCREASE-SELECTION.
    05  WS-SEL-DEPT               PIC XX VALUE SPACE.
    05  WS-SEL-LOC                PIC XX VALUE SPACE.
    05  WS-SEL-PAY-TYPE           PIC X VALUE SPACE.
    05  WS-SEL-METHOD             PIC X VALUE SPACE.
        88  PERCENT-INCREASE      VALUE 'P'.
        88  FLAT-INCREASE         VALUE 'F'.
    05  WS-PCT-ENTRY              PIC X(4) VALUE SPACE.
    05  WS-PCT-9 REDEFINES WS-PCT-ENTRY
                                  PIC 99V99.
    05  WS-AMOUNT-ENTRY           PIC X(6) VALUE SPACE.
    05  WS-AMOUNT-9 REDEFINES WS-AMOUNT-ENTRY
                                  PIC 9(4)V99.
    05  WS-ROUND-RULE             PIC X VALUE SPACE.
        88  ROUND-TO-CENT         VALUE 'C'.
        88  ROUND-TO-NICKEL       VALUE 'N'.
        88  ROUND-TO-DOLLAR       VALUE 'D'.
    05  WS-CAP-ENTRY              PIC X(6) VALUE SPACE.
    05  WS-CAP-9 REDEFINES WS-CAP-ENTRY
                                  PIC 9(4)V99.
    05  WS-CAP-AMOUNT             PIC 9(4)V99 VALUE ZERO.
    05  WS-REASON                 PIC XX VALUE SPACE.
    05  WS-SELECTION-OK           PIC X VALUE 'N'.

01  INCREASE-WORK.
    05  WS-RAW-RATE               PIC 9(7)V9(6) VALUE ZERO.
    05  WS-NICKEL-COUNT           PIC 9(9) VALUE ZERO.
    05  WS-DOLLAR-WORK            PIC 9(7) VALUE ZERO.
    05  WS-NEW-RATE-WORK          PIC 9(5)V99 VALUE ZERO.
    05  WS-CAP-RATE               PIC 9(5)V99 VALUE ZERO.
    05  WS-INCREASE               PIC 9(5)V99 VALUE ZERO.
    05  WS-ANNUAL-COST            PIC 9(7)V99 VALUE ZERO.
    05  WS-OLD-PAY-RATE           PIC 9(4)V99 VALUE ZERO.
    05  WS-EMP-SELECTED           PIC X VALUE 'N'.
    05  WS-EMP-RESULT             PIC X VALUE SPACE.
        88  RATE-INCREASED        VALUE 'I'.
        88  RATE-UNCHANGED        VALUE 'U'.
        88  RATE-OVER-MAXIMUM     VALUE 'M'.
    05  WS-CAPPED-SW              PIC X VALUE 'N'.

01  INCREASE-COUNTS.
    05  WS-READ-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-SELECT-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-AFFECTED-COUNT         PIC 9(5) VALUE ZERO.
    05  WS-CAPPED-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-OVER-MAX-COUNT         PIC 9(5) VALUE ZERO.
    05  WS-APPLIED-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-TOTAL-COST             PIC 9(9)V99 VALUE ZERO.

01  MIP-HDR-LINE.
    05  FILLER                            PIC X(34)
            VALUE 'GENERAL PAY INCREASE PREVIEW  RUN '.
    05  MIP-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(13)
            VALUE '  PREPARED BY'.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-HDR-OPERATOR                  PIC X(10).
    05  FILLER                            PIC X(16) VALUE SPACE.
01  MIP-SELECT-LINE.
    05  FILLER                            PIC X(5) VALUE 'DEPT '.
    05  MIP-SEL-DEPT                      PIC XX.
    05  FILLER                            PIC X(6) VALUE '  LOC '.
    05  MIP-SEL-LOC                       PIC XX.
    05  FILLER                            PIC X(7) VALUE '  TYPE '.
    05  MIP-SEL-TYPE                      PIC X.
    05  FILLER                            PIC X(2) VALUE SPACE.
    05  MIP-SEL-METHOD                    PIC X(8).
    05  MIP-SEL-AMOUNT                    PIC ZZZ9.99.
    05  FILLER                            PIC X(8) VALUE '  ROUND '.
    05  MIP-SEL-ROUND                     PIC X.
    05  FILLER                            PIC X(6) VALUE '  CAP '.
    05  MIP-SEL-CAP                       PIC ZZZ9.99.
    05  FILLER                            PIC X(5) VALUE '  RS '.
    05  MIP-SEL-REASON                    PIC XX.
    05  FILLER                            PIC X(11) VALUE SPACE.
01  MIP-COL-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'EMP ID  NAME                 DP LC T OL'.
    05  FILLER                            PIC X(40)
            VALUE 'D RATE NEW RATE  INCR. ANNUAL COST NOTE '.
01  MIP-DETAIL-LINE.
    05  MIP-DET-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-DEPT                      PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-LOC                       PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-TYPE                      PIC X.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-OLD-RATE                  PIC ZZZ9.99.
    05  FILLER                            PIC XX VALUE SPACE.
    05  MIP-DET-NEW-RATE                  PIC ZZZZ9.99.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-INCREASE                  PIC ZZZ9.99.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-COST                      PIC ZZZZZZ9.99.
    05  FILLER                            PIC X VALUE SPACE.
    05  MIP-DET-NOTE                      PIC X(6).
01  MIP-TOTAL-LINE.
    05  MIP-TOT-LABEL                     PIC X(30).
    05  MIP-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(45) VALUE SPACE.
01  MIP-COST-LINE.
    05  FILLER                            PIC X(30)
            VALUE 'TOTAL ANNUAL COST OF INCREASE:'.
    05  MIP-TOT-COST                      PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                            PIC X(36) VALUE SPACE.
01  MIP-APPLIED-LINE.
    05  FILLER                            PIC X(32)
            VALUE 'APPLIED ON CONFIRMATION OF'.
    05  MIP-APP-SUPERVISOR                PIC X(10).
    05  FILLER                            PIC X(2) VALUE ': '.
    05  MIP-APP-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(31)
            VALUE ' RECORDS REWRITTEN'.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM ASKS FOR THE INCREASE TO BE GIVEN, PRINTS THE *
* PREVIEW OF EVERY AFFECTED EMPLOYEE AND, ON A SUPERVISOR'S  *
* CONFIRMATION, APPLIES THE SAME INCREASES TO THE MASTER. IT *
* IS ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE      *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
W10-GENERAL-INCREASE.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM W12-SIGN-ON.
    IF WS-OPR-FOUND-SW NOT = 'Y'
        DISPLAY 'OPERATOR NOT ON OPR2.FIL -- RUN REFUSED.'
        STOP RUN.
    MOVE WS-LOOKUP-ID TO WS-OPERATOR-ID.
    MOVE WS-OPR-FOUND-NAME TO WS-OPERATOR-NAME.
    DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME.
    PERFORM W14-SET-BATCH-LOCK.
    PERFORM W18-READ-COST-PARMS.
    PERFORM W20-ACCEPT-INCREASE.
    IF WS-SELECTION-OK NOT = 'Y'
        PERFORM W90-CLEAR-BATCH-LOCK
        STOP RUN.
    PERFORM W30-PREVIEW-PASS.
    IF WS-AFFECTED-COUNT = ZERO
        DISPLAY 'NO EMPLOYEE RATES WOULD CHANGE -- NOTHING TO APPLY.'
        PERFORM W90-CLEAR-BATCH-LOCK
        STOP RUN.
    PERFORM W40-SUPERVISOR-CONFIRM.
    IF WS-CONFIRM = 'Y'
        PERFORM W50-APPLY-PASS
    ELSE
        DISPLAY 'INCREASE NOT APPLIED -- MASTER UNCHANGED.'.
    PERFORM W90-CLEAR-BATCH-LOCK.
    STOP RUN.
W12-SIGN-ON.
    DISPLAY 'ENTER OPERATOR ID:'.
    MOVE SPACE TO WS-LOOKUP-ID.
    ACCEPT WS-LOOKUP-ID.
    PERFORM W16-FIND-OPERATOR.
W14-SET-BATCH-LOCK.
    MOVE SPACE TO WS-LOCK-TYPE.
    MOVE 'N' TO WS-LOCK-EOF.
    OPEN INPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        MOVE 'Y' TO WS-LOCK-EOF
    ELSE
        PERFORM W15-READ-LOCK-RECORD
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
        MOVE WS-OPERATOR-ID TO LCK-OPERATOR
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
W15-READ-LOCK-RECORD.
    READ RUN-LOCK-FILE
        END
            MOVE 'Y' TO WS-LOCK-EOF.
W16-FIND-OPERATOR.
    MOVE 'N' TO WS-OPR-FOUND-SW.
    MOVE SPACE TO WS-OPR-FOUND-NAME.
    MOVE SPACE TO WS-OPR-FOUND-LEVEL.
    MOVE 'N' TO WS-OPR-EOF.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPR-STATUS NOT = '00'
        DISPLAY 'OPR2.FIL NOT AVAILABLE.'
    ELSE
        PERFORM W17-READ-OPERATOR-RECORD
            UNTIL WS-OPR-EOF = 'Y' OR WS-OPR-FOUND-SW = 'Y'
        CLOSE OPERATOR-FILE.
W17-READ-OPERATOR-RECORD.
    READ OPERATOR-FILE
        END
            MOVE 'Y' TO WS-OPR-EOF.
    IF WS-OPR-EOF NOT = 'Y'
        IF OPR-ID = WS-LOOKUP-ID
            MOVE 'Y' TO WS-OPR-FOUND-SW
            MOVE OPR-NAME TO WS-OPR-FOUND-NAME
            MOVE OPR-LEVEL TO WS-OPR-FOUND-LEVEL.
W18-READ-COST-PARMS.
    MOVE 'HOURS     ' TO WS-PARM-KEYWORD.
    PERFORM W80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        IF WS-PARM-NUMBER NUMERIC AND WS-PARM-NUMBER-9 > ZERO
            MOVE WS-PARM-NUMBER-9 TO WS-STD-HOURS.
    MOVE 'PERIODS   ' TO WS-PARM-KEYWORD.
    PERFORM W80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        IF WS-PARM-NUMBER NUMERIC AND WS-PARM-NUMBER-9 > ZERO
            MOVE WS-PARM-NUMBER-9 TO WS-PAY-PERIODS.
    DISPLAY 'ANNUAL COST USES ' WS-STD-HOURS ' HOURS AND '
        WS-PAY-PERIODS ' PAY PERIODS.'.
W20-ACCEPT-INCREASE.
    MOVE 'N' TO WS-SELECTION-OK.
    DISPLAY 'ENTER DEPARTMENT CODE, SPACES FOR ALL:'.
    MOVE SPACE TO WS-SEL-DEPT.
    ACCEPT WS-SEL-DEPT.
    DISPLAY 'ENTER LOCATION CODE, SPACES FOR ALL:'.
    MOVE SPACE TO WS-SEL-LOC.
    ACCEPT WS-SEL-LOC.
    DISPLAY 'ENTER PAY TYPE H OR S, SPACE FOR BOTH:'.
    MOVE SPACE TO WS-SEL-PAY-TYPE.
    ACCEPT WS-SEL-PAY-TYPE.
    DISPLAY 'ENTER P FOR A PERCENTAGE OR F FOR A FLAT AMOUNT:'.
    MOVE SPACE TO WS-SEL-METHOD.
    ACCEPT WS-SEL-METHOD.
    IF PERCENT-INCREASE
        DISPLAY 'ENTER PERCENTAGE (0350 MEANS 3.50 PERCENT):'
        MOVE SPACE TO WS-PCT-ENTRY
        ACCEPT WS-PCT-ENTRY.
    IF FLAT-INCREASE
        DISPLAY 'ENTER FLAT AMOUNT (000050 MEANS 0.50):'
        MOVE SPACE TO WS-AMOUNT-ENTRY
        ACCEPT WS-AMOUNT-ENTRY.
    DISPLAY 'ROUND NEW RATE TO C=CENT, N=NICKEL, D=DOLLAR:'.
    MOVE SPACE TO WS-ROUND-RULE.
    ACCEPT WS-ROUND-RULE.
    DISPLAY 'ENTER CAP ON ANY ONE INCREASE (000100 MEANS 1.00),'.
    DISPLAY 'SPACES FOR NO CAP:'.
    MOVE SPACE TO WS-CAP-ENTRY.
    ACCEPT WS-CAP-ENTRY.
    DISPLAY 'ENTER REASON CODE, SPACES FOR GI (GENERAL INCREASE):'.
    MOVE SPACE TO WS-REASON.
    ACCEPT WS-REASON.
    IF WS-REASON = SPACE
        MOVE 'GI' TO WS-REASON.
    MOVE ZERO TO WS-CAP-AMOUNT.
    IF WS-SEL-PAY-TYPE NOT = 'H' AND WS-SEL-PAY-TYPE NOT = 'S'
            AND WS-SEL-PAY-TYPE NOT = SPACE
        DISPLAY 'PAY TYPE MUST BE H, S OR SPACE -- RUN STOPPED.'
    ELSE
        IF NOT PERCENT-INCREASE AND NOT FLAT-INCREASE
            DISPLAY 'METHOD MUST BE P OR F -- RUN STOPPED.'
        ELSE
            IF PERCENT-INCREASE AND WS-PCT-ENTRY NOT NUMERIC
                DISPLAY 'PERCENTAGE NOT NUMERIC -- RUN STOPPED.'
            ELSE
                IF FLAT-INCREASE AND WS-AMOUNT-ENTRY NOT NUMERIC
                    DISPLAY 'AMOUNT NOT NUMERIC -- RUN STOPPED.'
                ELSE
                    PERFORM W22-CHECK-ROUND-AND-CAP.
W22-CHECK-ROUND-AND-CAP.
    IF NOT ROUND-TO-CENT AND NOT ROUND-TO-NICKEL
            AND NOT ROUND-TO-DOLLAR
        DISPLAY 'ROUNDING MUST BE C, N OR D -- RUN STOPPED.'
    ELSE
        IF WS-CAP-ENTRY NOT = SPACE AND WS-CAP-ENTRY NOT NUMERIC
            DISPLAY 'CAP NOT NUMERIC -- RUN STOPPED.'
        ELSE
            IF WS-CAP-ENTRY NOT = SPACE
                MOVE WS-CAP-9 TO WS-CAP-AMOUNT
                MOVE 'Y' TO WS-SELECTION-OK
            ELSE
                MOVE 'Y' TO WS-SELECTION-OK.
W30-PREVIEW-PASS.
    OPEN OUTPUT INCREASE-PRINT-FILE.
    IF WS-PRINT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN MIP2.FIL, STATUS=' WS-PRINT-STATUS
        PERFORM W90-CLEAR-BATCH-LOCK
        STOP RUN.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMP-REPORT-FILE, STATUS=' EMP-REPORT-STATUS
        CLOSE INCREASE-PRINT-FILE
        PERFORM W90-CLEAR-BATCH-LOCK
        STOP RUN.
    PERFORM W32-PRINT-HEADINGS.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM W34-PREVIEW-ONE-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
    CLOSE EMP-REPORT-FILE.
    PERFORM W38-PRINT-TOTALS.
    CLOSE INCREASE-PRINT-FILE.
    DISPLAY 'PREVIEW WRITTEN TO MIP2.FIL.'.
    DISPLAY 'EMPLOYEES SELECTED:      ' WS-SELECT-COUNT.
    DISPLAY 'RATES TO BE INCREASED:   ' WS-AFFECTED-COUNT.
    DISPLAY 'HELD TO THE CAP:         ' WS-CAPPED-COUNT.
    DISPLAY 'OVER 9999.99, LEFT ALONE:' WS-OVER-MAX-COUNT.
    MOVE WS-TOTAL-COST TO MIP-TOT-COST.
    DISPLAY 'TOTAL ANNUAL COST:       ' MIP-TOT-COST.
W32-PRINT-HEADINGS.
    MOVE WS-RUN-DATE TO MIP-HDR-DATE.
    MOVE WS-OPERATOR-ID TO MIP-HDR-OPERATOR.
    WRITE INCREASE-PRINT-LINE FROM MIP-HDR-LINE
        AFTER ADVANCING 1.
    MOVE WS-SEL-DEPT TO MIP-SEL-DEPT.
    MOVE WS-SEL-LOC TO MIP-SEL-LOC.
    MOVE WS-SEL-PAY-TYPE TO MIP-SEL-TYPE.
    IF PERCENT-INCREASE
        MOVE 'PERCENT ' TO MIP-SEL-METHOD
        MOVE WS-PCT-9 TO MIP-SEL-AMOUNT
    ELSE
        MOVE 'FLAT    ' TO MIP-SEL-METHOD
        MOVE WS-AMOUNT-9 TO MIP-SEL-AMOUNT.
    MOVE WS-ROUND-RULE TO MIP-SEL-ROUND.
    MOVE WS-CAP-AMOUNT TO MIP-SEL-CAP.
    MOVE WS-REASON TO MIP-SEL-REASON.
    WRITE INCREASE-PRINT-LINE FROM MIP-SELECT-LINE
        AFTER ADVANCING 1.
    WRITE INCREASE-PRINT-LINE FROM MIP-COL-LINE
        AFTER ADVANCING 2.
W34-PREVIEW-ONE-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        ADD 1 TO WS-READ-COUNT
        PERFORM W60-COMPUTE-NEW-RATE
        IF WS-EMP-SELECTED = 'Y'
            ADD 1 TO WS-SELECT-COUNT
            IF RATE-INCREASED
                ADD 1 TO WS-AFFECTED-COUNT
                ADD WS-ANNUAL-COST TO WS-TOTAL-COST
                PERFORM W36-PRINT-DETAIL
            ELSE
                IF RATE-OVER-MAXIMUM
                    ADD 1 TO WS-OVER-MAX-COUNT
                    PERFORM W36-PRINT-DETAIL.
W36-PRINT-DETAIL.
    MOVE EMP-ID-NUM-REPORT TO MIP-DET-EMP-ID.
    MOVE NAME-REPORT TO MIP-DET-NAME.
    MOVE DEPT-NUM-REPORT TO MIP-DET-DEPT.
    MOVE LOC-CODE-REPORT TO MIP-DET-LOC.
    MOVE PAY-TYPE-REPORT TO MIP-DET-TYPE.
    MOVE PAY-RATE-REPORT TO MIP-DET-OLD-RATE.
    MOVE WS-NEW-RATE-WORK TO MIP-DET-NEW-RATE.
    MOVE WS-INCREASE TO MIP-DET-INCREASE.
    MOVE WS-ANNUAL-COST TO MIP-DET-COST.
    MOVE SPACE TO MIP-DET-NOTE.
    IF RATE-OVER-MAXIMUM
        MOVE 'OVRMAX' TO MIP-DET-NOTE
    ELSE
        IF WS-CAPPED-SW = 'Y'
            ADD 1 TO WS-CAPPED-COUNT
            MOVE 'CAPPED' TO MIP-DET-NOTE.
    WRITE INCREASE-PRINT-LINE FROM MIP-DETAIL-LINE
        AFTER ADVANCING 1.
W38-PRINT-TOTALS.
    MOVE SPACE TO INCREASE-PRINT-LINE.
    WRITE INCREASE-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE 'MASTER RECORDS READ:' TO MIP-TOT-LABEL.
    MOVE WS-READ-COUNT TO MIP-TOT-COUNT.
    PERFORM W39-WRITE-TOTAL-LINE.
    MOVE 'EMPLOYEES SELECTED:' TO MIP-TOT-LABEL.
    MOVE WS-SELECT-COUNT TO MIP-TOT-COUNT.
    PERFORM W39-WRITE-TOTAL-LINE.
    MOVE 'RATES TO BE INCREASED:' TO MIP-TOT-LABEL.
    MOVE WS-AFFECTED-COUNT TO MIP-TOT-COUNT.
    PERFORM W39-WRITE-TOTAL-LINE.
    MOVE 'HELD TO THE CAP:' TO MIP-TOT-LABEL.
    MOVE WS-CAPPED-COUNT TO MIP-TOT-COUNT.
    PERFORM W39-WRITE-TOTAL-LINE.
    MOVE 'OVER 9999.99, LEFT ALONE:' TO MIP-TOT-LABEL.
    MOVE WS-OVER-MAX-COUNT TO MIP-TOT-COUNT.
    PERFORM W39-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-COST TO MIP-TOT-COST.
    WRITE INCREASE-PRINT-LINE FROM MIP-COST-LINE
        AFTER ADVANCING 1.
W39-WRITE-TOTAL-LINE.
    WRITE INCREASE-PRINT-LINE FROM MIP-TOTAL-LINE
        AFTER ADVANCING 1.
W40-SUPERVISOR-CONFIRM.
    MOVE 'N' TO WS-CONFIRM.
    DISPLAY 'REVIEW MIP2.FIL. TO APPLY, A SUPERVISOR MUST ENTER'.
    DISPLAY 'THEIR OPERATOR ID (SPACES TO STOP WITHOUT APPLYING):'.
    MOVE SPACE TO WS-LOOKUP-ID.
    ACCEPT WS-LOOKUP-ID.
    IF WS-LOOKUP-ID NOT = SPACE
        PERFORM W16-FIND-OPERATOR
        IF WS-OPR-FOUND-SW NOT = 'Y'
            DISPLAY 'OPERATOR NOT ON OPR2.FIL.'
        ELSE
            IF WS-OPR-FOUND-LEVEL NOT = 'S'
                DISPLAY 'APPLYING AN INCREASE REQUIRES A SUPERVISOR.'
            ELSE
                MOVE WS-LOOKUP-ID TO WS-SUPERVISOR-ID
                MOVE WS-OPR-FOUND-NAME TO WS-SUPERVISOR-NAME
                PERFORM W42-CONFIRM-APPLY.
W42-CONFIRM-APPLY.
    DISPLAY 'SUPERVISOR: ' WS-SUPERVISOR-NAME.
    DISPLAY 'APPLY ' WS-AFFECTED-COUNT ' INCREASES COSTING '
        MIP-TOT-COST ' A YEAR? (Y/N):'.
    MOVE SPACE TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
W50-APPLY-PASS.
    OPEN I-O EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMP-REPORT-FILE, STATUS=' EMP-REPORT-STATUS
        PERFORM W90-CLEAR-BATCH-LOCK
        STOP RUN.
    PERFORM W52-OPEN-AUDIT-FILES.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM W54-APPLY-ONE-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
    CLOSE EMP-REPORT-FILE.
    IF WS-MAINT-OPEN = 'Y'
        CLOSE MAINT-AUDIT-FILE.
    IF WS-PHS-OPEN = 'Y'
        CLOSE PAY-HISTORY-FILE.
    OPEN EXTEND INCREASE-PRINT-FILE.
    IF WS-PRINT-STATUS = '00'
        MOVE WS-SUPERVISOR-ID TO MIP-APP-SUPERVISOR
        MOVE WS-APPLIED-COUNT TO MIP-APP-COUNT
        WRITE INCREASE-PRINT-LINE FROM MIP-APPLIED-LINE
            AFTER ADVANCING 2
        CLOSE INCREASE-PRINT-FILE.
    DISPLAY 'RATES INCREASED ON PRL2.FIL: ' WS-APPLIED-COUNT.
    DISPLAY 'CHANGES LOGGED ON MNT2.FIL FOR THE NEXT CBL2F FEED.'.
W52-OPEN-AUDIT-FILES.
    OPEN EXTEND MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        OPEN OUTPUT MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS = '00'
        MOVE 'Y' TO WS-MAINT-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT WRITE MNT2.FIL'.
    OPEN EXTEND PAY-HISTORY-FILE.
    IF WS-PHS-STATUS NOT = '00'
        OPEN OUTPUT PAY-HISTORY-FILE.
    IF WS-PHS-STATUS = '00'
        MOVE 'Y' TO WS-PHS-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT WRITE PHS2.FIL'.
W54-APPLY-ONE-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        PERFORM W60-COMPUTE-NEW-RATE
        IF WS-EMP-SELECTED = 'Y' AND RATE-INCREASED
            PERFORM W56-REWRITE-MASTER.
W56-REWRITE-MASTER.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    MOVE PAY-RATE-REPORT TO WS-OLD-PAY-RATE.
    MOVE WS-NEW-RATE-WORK TO PAY-RATE-REPORT.
    REWRITE EMP-REPORT-LINE
        INVALID KEY
            DISPLAY 'REWRITE FAILED, STATUS=' EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS = '00'
        ADD 1 TO WS-APPLIED-COUNT
        PERFORM W57-WRITE-MAINT-AUDIT
        PERFORM W58-WRITE-PAY-HISTORY.
W57-WRITE-MAINT-AUDIT.
    IF WS-MAINT-OPEN = 'Y'
        MOVE SPACE TO MAINT-AUDIT-RECORD
        MOVE WS-RUN-DATE TO MNT-DATE
        ACCEPT MNT-TIME FROM TIME
        MOVE 'REWRITE ' TO MNT-ACTION
        MOVE SSN-REPORT TO MNT-SSN
        MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-IMAGE
        MOVE EMP-REPORT-LINE TO MNT-AFTER-IMAGE
        MOVE WS-SUPERVISOR-ID TO MNT-OPERATOR
        MOVE ZERO TO MNT-BATCH-NUM
        WRITE MAINT-AUDIT-RECORD.
W58-WRITE-PAY-HISTORY.
    IF WS-PHS-OPEN = 'Y'
        MOVE SPACE TO PAY-HISTORY-RECORD
        MOVE WS-RUN-DATE TO PHS-DATE
        MOVE FST-3-SSN-REPORT TO PHS-SSN-FST-3
        MOVE MID-2-SSN-REPORT TO PHS-SSN-MID-2
        MOVE LST-4-SSN-REPORT TO PHS-SSN-LST-4
        MOVE EMP-ID-NUM-REPORT TO PHS-EMP-ID
        MOVE NAME-REPORT TO PHS-NAME
        MOVE DEPT-NUM-REPORT TO PHS-DEPT
        MOVE PAY-TYPE-REPORT TO PHS-OLD-PAY-TYPE
        MOVE WS-OLD-PAY-RATE TO PHS-OLD-RATE
        MOVE PAY-TYPE-REPORT TO PHS-NEW-PAY-TYPE
        MOVE PAY-RATE-REPORT TO PHS-NEW-RATE
        MOVE 'O' TO PHS-SOURCE
        MOVE WS-SUPERVISOR-ID TO PHS-SOURCE-ID
        MOVE WS-REASON TO PHS-REASON
        WRITE PAY-HISTORY-RECORD.
W60-COMPUTE-NEW-RATE.
    MOVE 'N' TO WS-EMP-SELECTED.
    MOVE 'U' TO WS-EMP-RESULT.
    MOVE 'N' TO WS-CAPPED-SW.
    MOVE ZERO TO WS-INCREASE.
    MOVE ZERO TO WS-ANNUAL-COST.
    MOVE PAY-RATE-REPORT TO WS-NEW-RATE-WORK.
    IF PAY-TYPE-REPORT = 'H' OR PAY-TYPE-REPORT = 'S'
        IF WS-SEL-DEPT = SPACE OR WS-SEL-DEPT = DEPT-NUM-REPORT
            IF WS-SEL-LOC = SPACE OR WS-SEL-LOC = LOC-CODE-REPORT
                IF WS-SEL-PAY-TYPE = SPACE
                        OR WS-SEL-PAY-TYPE = PAY-TYPE-REPORT
                    IF PAY-RATE-REPORT NUMERIC
                        MOVE 'Y' TO WS-EMP-SELECTED.
    IF WS-EMP-SELECTED = 'Y'
        PERFORM W62-APPLY-RULES.
W62-APPLY-RULES.
    MOVE PAY-RATE-REPORT TO WS-RAW-RATE.
    IF PERCENT-INCREASE
        MULTIPLY PAY-RATE-REPORT BY WS-PCT-9 GIVING WS-RAW-RATE
        DIVIDE 100 INTO WS-RAW-RATE
        ADD PAY-RATE-REPORT TO WS-RAW-RATE
    ELSE
        ADD WS-AMOUNT-9 TO WS-RAW-RATE.
    PERFORM W64-ROUND-NEW-RATE.
    IF WS-CAP-AMOUNT > ZERO
        MOVE PAY-RATE-REPORT TO WS-CAP-RATE
        ADD WS-CAP-AMOUNT TO WS-CAP-RATE
        IF WS-NEW-RATE-WORK > WS-CAP-RATE
            MOVE WS-CAP-RATE TO WS-NEW-RATE-WORK
            MOVE 'Y' TO WS-CAPPED-SW.
    IF WS-NEW-RATE-WORK > PAY-RATE-REPORT
        SUBTRACT PAY-RATE-REPORT FROM WS-NEW-RATE-WORK
            GIVING WS-INCREASE
        IF WS-NEW-RATE-WORK > 9999.99
            MOVE 'M' TO WS-EMP-RESULT
        ELSE
            MOVE 'I' TO WS-EMP-RESULT
            PERFORM W66-ANNUAL-COST
    ELSE
        MOVE PAY-RATE-REPORT TO WS-NEW-RATE-WORK.
W64-ROUND-NEW-RATE.
    IF ROUND-TO-CENT
        ADD .005 TO WS-RAW-RATE
        MOVE WS-RAW-RATE TO WS-NEW-RATE-WORK.
    IF ROUND-TO-NICKEL
        ADD .025 TO WS-RAW-RATE
        DIVIDE .05 INTO WS-RAW-RATE GIVING WS-NICKEL-COUNT
        MULTIPLY WS-NICKEL-COUNT BY .05 GIVING WS-NEW-RATE-WORK.
    IF ROUND-TO-DOLLAR
        ADD .5 TO WS-RAW-RATE
        MOVE WS-RAW-RATE TO WS-DOLLAR-WORK
        MOVE WS-DOLLAR-WORK TO WS-NEW-RATE-WORK.
W66-ANNUAL-COST.
    IF PAY-TYPE-REPORT = 'H'
        MULTIPLY WS-INCREASE BY WS-STD-HOURS GIVING WS-ANNUAL-COST
    ELSE
        MULTIPLY WS-INCREASE BY WS-PAY-PERIODS GIVING WS-ANNUAL-COST.
W80-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM W82-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
W82-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL2W     '
                AND PRM-KEYWORD = WS-PARM-KEYWORD
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
W90-CLEAR-BATCH-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        CLOSE RUN-LOCK-FILE.
