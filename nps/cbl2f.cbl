IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2F.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM BUILDS THE DAILY CHANGE AND       *
*  TERMINATION FEED CHG2.FIL FOR THE PAYROLL      *
*  BUREAU. NEW HIRES GO TO THE BUREAU ON PAY2.FIL *
*  FROM CBL2; EVERYTHING ELSE IS TAKEN HERE FROM  *
*  THE MAINTENANCE AUDIT MNT2.FIL (BATCH CHANGES  *
*  FROM CBL2 AND ONLINE CHANGES FROM CBL2M) AND   *
*  FROM THE TERMINATION ARCHIVE TRM2.FIL. THE     *
*  FEED CARRIES A HEADER, 'C' CHANGE AND 'X'      *
*  TERMINATION DETAILS, AND A TRAILER WITH THE    *
*  DETAIL COUNT AND SSN HASH TOTAL SO CBL2R CAN   *
*  RECONCILE THE BUREAU'S RETURN. DETAILS THE     *
*  BUREAU REJECTED AND CBL2C RELEASED FOR RESEND  *
*  ARE PICKED UP FROM CRS2.FIL AND SENT AGAIN;    *
*  A 'C' OR 'R' RESEND IS REBUILT FROM THE        *
*  EMPLOYEE'S CURRENT RECORD ON PRL2.FIL SO THE   *
*  CORRECTED VALUES GO OUT, NOT THE REJECTED      *
*  CARD. EVERY DETAIL CARRIES THE BATCH NUMBER    *
*  THAT MADE THE CHANGE SO A BUREAU REJECT CAN BE *
*  TRACED BACK TO ITS BATCH ON THE LEDGER.        *
*  WHEN CBL2K BACKS OUT A BATCH, A REMOVED NEW    *
*  HIRE GOES AS AN 'X' DETAIL WITH REASON BO AND  *
*  A REINSTATED EMPLOYEE AS AN 'R' DETAIL. NO     *
*  CHANGE IS SENT FOR AN EMPLOYEE ON LEAVE; ON    *
*  RETURN A 'C' DETAIL WITH EVERY FIELD FLAGGED   *
*  BRINGS THE BUREAU UP TO DATE.                  *
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
    SELECT MAINT-AUDIT-FILE ASSIGN
    MNT2.FIL
    FILE STATUS WS-MAINT-STATUS.
    SELECT EMP-TERM-FILE ASSIGN
    TRM2.FIL
    FILE STATUS WS-TERM-STATUS.
    SELECT CHANGE-FEED-FILE ASSIGN
    CHG2.FIL
    FILE STATUS WS-FEED-STATUS.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT CHANGE-RESEND-FILE ASSIGN
    CRS2.FIL
    FILE STATUS WS-RESEND-STATUS.
    SELECT EMP-REPORT-FILE ASSIGN
    PRL2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY SSN-REPORT
    FILE STATUS EMP-REPORT-STATUS.

DATA DIVISION.

FILE SECTION.

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
FD  EMP-TERM-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-RECORD.
    05  TERM-MASTER-IMAGE                 PIC X(110).
    05  TERM-DATE                         PIC 9(6).
    05  TERM-REASON                       PIC XX.
    05  FILLER                            PIC XX.
FD  CHANGE-FEED-FILE
      LABEL RECORDS
      OMITTED.
01  CHANGE-FEED-RECORD                    PIC X(80).
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
FD  CHANGE-RESEND-FILE
      LABEL RECORDS
      OMITTED.
01  CHANGE-RESEND-RECORD.
    05  CRS-REC-CODE                      PIC X.
    05  FILLER                            PIC X(30).
    05  CRS-SSN.
        10  CRS-SSN-FST-3                 PIC X(3).
        10  CRS-SSN-MID-2                 PIC XX.
        10  CRS-SSN-LST-4                 PIC X(4).
    05  FILLER                            PIC X(30).
    05  CRS-EFF-DATE                      PIC X(6).
    05  CRS-EFF-DATE-9 REDEFINES CRS-EFF-DATE
                                          PIC 9(6).
    05  CRS-BATCH                         PIC X(4).
    05  CRS-BATCH-9 REDEFINES CRS-BATCH   PIC 9(4).
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
    05  FILLER                            PIC X(48).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-MAINT-STATUS           PIC XX.
    05  WS-TERM-STATUS            PIC XX.
    05  WS-FEED-STATUS            PIC XX.
    05  WS-MAINT-EOF              PIC X VALUE 'N'.
    05  WS-TERM-EOF               PIC X VALUE 'N'.
    05  WS-RESEND-STATUS          PIC XX.
    05  WS-RESEND-EOF             PIC X VALUE 'N'.
    05  WS-RESEND-CLEAR           PIC X VALUE 'Y'.
    05  EMP-REPORT-STATUS         PIC XX.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.

01  FEED-CONTROL.
    05  WS-FEED-DATE              PIC X(6) VALUE SPACE.
    05  WS-FEED-DATE-9 REDEFINES WS-FEED-DATE
                                  PIC 9(6).
    05  WS-CHANGE-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-TERM-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-RESEND-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-REVERSAL-COUNT         PIC 9(5) VALUE ZERO.
    05  WS-LEAVE-HELD-COUNT       PIC 9(5) VALUE ZERO.
    05  WS-DETAIL-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-SSN-NUMERIC            PIC 9(9) VALUE ZERO.
    05  WS-SSN-HASH-TOTAL         PIC 9(15) VALUE ZERO.
    05  WS-CHANGED-SW             PIC X VALUE 'N'.

01  TERM-BATCH-TABLE.
    05  WS-TBT-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-TBT-IX                 PIC 9(4) VALUE ZERO.
    05  WS-TBT-FOUND              PIC X VALUE 'N'.
    05  WS-TBT-OVERFLOW           PIC 9(5) VALUE ZERO.
    05  TBT-ENTRY OCCURS 500.
        10  TBT-SSN               PIC X(11).
        10  TBT-BATCH             PIC 9(4).

01  BEFORE-IMAGE-WORK.
    05  BFR-FIELDS.
        10  FILLER                PIC X(4).
        10  BFR-EMP-ID            PIC X(7).
        10  FILLER                PIC X(10).
        10  BFR-NAME              PIC X(20).
        10  FILLER                PIC X(10).
        10  BFR-SSN               PIC X(11).
        10  FILLER                PIC X(10).
        10  BFR-DEPT              PIC XX.
        10  BFR-HIRE              PIC X(6).
        10  BFR-PAY-TYPE          PIC X.
        10  BFR-PAY-RATE          PIC X(6).
        10  BFR-TITLE             PIC X(10).
        10  BFR-LOC               PIC XX.
        10  FILLER                PIC XX.
        10  BFR-STATUS            PIC X.
        10  FILLER                PIC X(8).
01  AFTER-IMAGE-WORK.
    05  AFT-FIELDS.
        10  FILLER                PIC X(4).
        10  AFT-EMP-ID            PIC X(7).
        10  FILLER                PIC X(10).
        10  AFT-NAME              PIC X(20).
        10  FILLER                PIC X(10).
        10  AFT-SSN.
            15  AFT-SSN-FST-3     PIC X(3).
            15  FILLER            PIC X.
            15  AFT-SSN-MID-2     PIC XX.
            15  FILLER            PIC X.
            15  AFT-SSN-LST-4     PIC X(4).
        10  FILLER                PIC X(10).
        10  AFT-DEPT              PIC XX.
        10  AFT-HIRE              PIC X(6).
        10  AFT-PAY-TYPE          PIC X.
        10  AFT-PAY-RATE          PIC X(6).
        10  AFT-TITLE             PIC X(10).
        10  AFT-LOC               PIC XX.
        10  FILLER                PIC XX.
        10  AFT-STATUS            PIC X.
        10  FILLER                PIC X(8).

01  SSN-PACK-WORK.
    05  WS-SSN-9.
        10  WS-SSN-9-FST-3        PIC X(3).
        10  WS-SSN-9-MID-2        PIC XX.
        10  WS-SSN-9-LST-4        PIC X(4).

01  FEED-HEADER-RECORD.
    05  FILLER                            PIC XX VALUE 'H '.
    05  FHD-DATE                          PIC 9(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  FILLER                            PIC X(11)
            VALUE 'CHANGE FEED'.
    05  FILLER                            PIC X(60) VALUE SPACE.
01  FEED-CHANGE-RECORD.
    05  FCH-REC-CODE                      PIC XX VALUE 'C '.
    05  FCH-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  FCH-NAME                          PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  FCH-SSN                           PIC X(9).
    05  FILLER                            PIC X VALUE SPACE.
    05  FCH-DEPT                          PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  FCH-PAY-TYPE                      PIC X.
    05  FCH-PAY-RATE                      PIC X(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  FCH-TITLE                         PIC X(10).
    05  FCH-LOC                           PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  FCH-WHAT.
        10  FCH-WHAT-NAME                 PIC X.
        10  FCH-WHAT-PAY                  PIC X.
        10  FCH-WHAT-TITLE                PIC X.
        10  FCH-WHAT-DEPT                 PIC X.
        10  FCH-WHAT-LOC                  PIC X.
    05  FCH-EFF-DATE                      PIC 9(6).
    05  FCH-BATCH                         PIC 9(4).
01  FEED-TERM-RECORD.
    05  FILLER                            PIC XX VALUE 'X '.
    05  FTM-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  FTM-NAME                          PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  FTM-SSN                           PIC X(9).
    05  FILLER                            PIC X VALUE SPACE.
    05  FTM-DEPT                          PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  FTM-TERM-DATE                     PIC 9(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  FTM-REASON                        PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  FTM-LOC                           PIC XX.
    05  FILLER                            PIC X(20) VALUE SPACE.
    05  FTM-BATCH                         PIC 9(4).
01  FEED-TRAILER-RECORD.
    05  FILLER                            PIC XX VALUE 'T '.
    05  FTR-COUNT                         PIC 9(5).
    05  FILLER                            PIC X VALUE SPACE.
    05  FTR-HASH                          PIC 9(15).
    05  FILLER                            PIC X(57) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SELECTS THE MASTER REWRITES LOGGED ON         *
* MNT2.FIL AND THE TERMINATIONS ARCHIVED ON TRM2.FIL FOR THE *
* FEED DATE, WRITES ONE BUREAU DETAIL FOR EACH, ADDS ANY     *
* RELEASED RESENDS (CHANGES AND REINSTATEMENTS TAKEN FROM    *
* THE CURRENT MASTER), AND CLOSES THE FEED WITH ITS CONTROL  *
* TRAILER. IT IS ENTERED FROM THE OPERATING SYSTEM AND       *
* EXITS TO THE OPERATING SYSTEM.                             *
*                                                            *
**************************************************************
F10-CHANGE-FEED.
    PERFORM F08-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-FEED-DATE
    ELSE
        DISPLAY 'ENTER FEED DATE (YYMMDD, SPACES = TODAY):'
        MOVE SPACE TO WS-FEED-DATE
        ACCEPT WS-FEED-DATE.
    IF WS-FEED-DATE = SPACE OR WS-FEED-DATE = 'TODAY '
        ACCEPT WS-FEED-DATE FROM DATE.
    IF WS-FEED-DATE NOT NUMERIC
        DISPLAY 'INVALID FEED DATE -- USE YYMMDD.'
        STOP RUN.
    OPEN OUTPUT CHANGE-FEED-FILE.
    IF WS-FEED-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN CHG2.FIL, STATUS=' WS-FEED-STATUS
        STOP RUN.
    MOVE WS-FEED-DATE-9 TO FHD-DATE.
    WRITE CHANGE-FEED-RECORD FROM FEED-HEADER-RECORD.
    PERFORM F20-SCAN-MAINT-AUDIT.
    PERFORM F40-SCAN-TERM-ARCHIVE.
    PERFORM F50-SEND-RESENDS.
    MOVE WS-DETAIL-COUNT TO FTR-COUNT.
    MOVE WS-SSN-HASH-TOTAL TO FTR-HASH.
    WRITE CHANGE-FEED-RECORD FROM FEED-TRAILER-RECORD.
    CLOSE CHANGE-FEED-FILE.
    IF WS-RESEND-CLEAR = 'Y'
        PERFORM F54-CLEAR-RESEND-FILE.
    DISPLAY 'CHANGE DETAILS WRITTEN:      ' WS-CHANGE-COUNT.
    DISPLAY 'TERMINATION DETAILS WRITTEN: ' WS-TERM-COUNT.
    DISPLAY 'REJECTED DETAILS RESENT:     ' WS-RESEND-COUNT.
    DISPLAY 'BACK-OUT DETAILS WRITTEN:    ' WS-REVERSAL-COUNT.
    DISPLAY 'NOT SENT, EMPLOYEE ON LEAVE: ' WS-LEAVE-HELD-COUNT.
    IF WS-TBT-OVERFLOW > ZERO
        DISPLAY 'TERMINATIONS NOT TABLED:     ' WS-TBT-OVERFLOW.
    DISPLAY 'CHANGE FEED WRITTEN TO CHG2.FIL.'.
    STOP RUN.
F08-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM F09-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
F09-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL2F     '
                AND PRM-KEYWORD = 'DATE      '
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
F20-SCAN-MAINT-AUDIT.
    MOVE 'N' TO WS-MAINT-EOF.
    OPEN INPUT MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        DISPLAY 'NO MAINTENANCE AUDIT ON FILE -- NO CHANGES SENT'
    ELSE
        PERFORM F22-READ-MAINT-RECORD
            UNTIL WS-MAINT-EOF = 'Y'
        CLOSE MAINT-AUDIT-FILE.
F22-READ-MAINT-RECORD.
    READ MAINT-AUDIT-FILE
        END
            MOVE 'Y' TO WS-MAINT-EOF.
    IF WS-MAINT-EOF NOT = 'Y'
        IF MNT-DATE = WS-FEED-DATE-9
            PERFORM F23-SELECT-MAINT-ACTION.
F23-SELECT-MAINT-ACTION.
    MOVE MNT-AFTER-IMAGE TO AFT-FIELDS.
    IF MNT-ACTION = 'REWRITE '
        IF AFT-STATUS = 'L'
            ADD 1 TO WS-LEAVE-HELD-COUNT
        ELSE
            PERFORM F24-COMPARE-IMAGES.
    IF MNT-ACTION = 'BACKOUT '
        PERFORM F46-WRITE-BACKOUT-DETAIL.
    IF MNT-ACTION = 'DELETE  ' OR MNT-ACTION = 'CONDEL  '
            OR MNT-ACTION = 'RPLDEL  '
        PERFORM F34-TABLE-TERM-BATCH.
    IF MNT-ACTION = 'REINSTAT'
        IF AFT-STATUS = 'L'
            ADD 1 TO WS-LEAVE-HELD-COUNT
        ELSE
            PERFORM F48-WRITE-REINSTATE-DETAIL.
F24-COMPARE-IMAGES.
    MOVE MNT-BEFORE-IMAGE TO BFR-FIELDS.
    MOVE MNT-AFTER-IMAGE TO AFT-FIELDS.
    MOVE SPACE TO FCH-WHAT.
    MOVE 'N' TO WS-CHANGED-SW.
    IF AFT-NAME NOT = BFR-NAME
        MOVE 'N' TO FCH-WHAT-NAME
        MOVE 'Y' TO WS-CHANGED-SW.
    IF AFT-PAY-TYPE NOT = BFR-PAY-TYPE
            OR AFT-PAY-RATE NOT = BFR-PAY-RATE
        MOVE 'P' TO FCH-WHAT-PAY
        MOVE 'Y' TO WS-CHANGED-SW.
    IF AFT-TITLE NOT = BFR-TITLE
        MOVE 'T' TO FCH-WHAT-TITLE
        MOVE 'Y' TO WS-CHANGED-SW.
    IF AFT-DEPT NOT = BFR-DEPT
        MOVE 'D' TO FCH-WHAT-DEPT
        MOVE 'Y' TO WS-CHANGED-SW.
    IF AFT-LOC NOT = BFR-LOC
        MOVE 'L' TO FCH-WHAT-LOC
        MOVE 'Y' TO WS-CHANGED-SW.
    IF BFR-STATUS = 'L'
        PERFORM F28-MARK-RETURN-FROM-LEAVE.
    IF WS-CHANGED-SW = 'Y'
        PERFORM F26-WRITE-CHANGE-DETAIL.
F26-WRITE-CHANGE-DETAIL.
    MOVE 'C ' TO FCH-REC-CODE.
    MOVE AFT-EMP-ID TO FCH-EMP-ID.
    MOVE AFT-NAME TO FCH-NAME.
    PERFORM F30-PACK-SSN.
    MOVE WS-SSN-9 TO FCH-SSN.
    MOVE AFT-DEPT TO FCH-DEPT.
    MOVE AFT-PAY-TYPE TO FCH-PAY-TYPE.
    MOVE AFT-PAY-RATE TO FCH-PAY-RATE.
    MOVE AFT-TITLE TO FCH-TITLE.
    MOVE AFT-LOC TO FCH-LOC.
    MOVE MNT-DATE TO FCH-EFF-DATE.
    MOVE MNT-BATCH-NUM TO FCH-BATCH.
    WRITE CHANGE-FEED-RECORD FROM FEED-CHANGE-RECORD.
    ADD 1 TO WS-CHANGE-COUNT.
    PERFORM F32-COUNT-AND-HASH.
F28-MARK-RETURN-FROM-LEAVE.
    MOVE 'N' TO FCH-WHAT-NAME.
    MOVE 'P' TO FCH-WHAT-PAY.
    MOVE 'T' TO FCH-WHAT-TITLE.
    MOVE 'D' TO FCH-WHAT-DEPT.
    MOVE 'L' TO FCH-WHAT-LOC.
    MOVE 'Y' TO WS-CHANGED-SW.
F30-PACK-SSN.
    MOVE AFT-SSN-FST-3 TO WS-SSN-9-FST-3.
    MOVE AFT-SSN-MID-2 TO WS-SSN-9-MID-2.
    MOVE AFT-SSN-LST-4 TO WS-SSN-9-LST-4.
F32-COUNT-AND-HASH.
    ADD 1 TO WS-DETAIL-COUNT.
    IF WS-SSN-9 NUMERIC
        MOVE WS-SSN-9 TO WS-SSN-NUMERIC
        ADD WS-SSN-NUMERIC TO WS-SSN-HASH-TOTAL.
F34-TABLE-TERM-BATCH.
    IF WS-TBT-COUNT < 500
        ADD 1 TO WS-TBT-COUNT
        MOVE MNT-SSN TO TBT-SSN (WS-TBT-COUNT)
        MOVE MNT-BATCH-NUM TO TBT-BATCH (WS-TBT-COUNT)
    ELSE
        ADD 1 TO WS-TBT-OVERFLOW
        IF WS-TBT-OVERFLOW = 1
            DISPLAY 'MORE THAN 500 TERMINATIONS -- BATCH NUMBERS'
            DISPLAY 'ON TERMINATION DETAILS ARE PARTIAL.'.
F36-FIND-TERM-BATCH.
    MOVE ZERO TO FTM-BATCH.
    MOVE 'N' TO WS-TBT-FOUND.
    MOVE 1 TO WS-TBT-IX.
    PERFORM F38-SCAN-TERM-BATCH
        UNTIL WS-TBT-IX > WS-TBT-COUNT OR WS-TBT-FOUND = 'Y'.
F38-SCAN-TERM-BATCH.
    IF TBT-SSN (WS-TBT-IX) = AFT-SSN
        MOVE 'Y' TO WS-TBT-FOUND
        MOVE TBT-BATCH (WS-TBT-IX) TO FTM-BATCH
    ELSE
        ADD 1 TO WS-TBT-IX.
F40-SCAN-TERM-ARCHIVE.
    MOVE 'N' TO WS-TERM-EOF.
    OPEN INPUT EMP-TERM-FILE.
    IF WS-TERM-STATUS NOT = '00'
        DISPLAY 'NO TERMINATION ARCHIVE ON FILE -- NO TERMS SENT'
    ELSE
        PERFORM F42-READ-TERM-RECORD
            UNTIL WS-TERM-EOF = 'Y'
        CLOSE EMP-TERM-FILE.
F42-READ-TERM-RECORD.
    READ EMP-TERM-FILE
        END
            MOVE 'Y' TO WS-TERM-EOF.
    IF WS-TERM-EOF NOT = 'Y'
        IF TERM-DATE = WS-FEED-DATE-9
            PERFORM F44-WRITE-TERM-DETAIL.
F44-WRITE-TERM-DETAIL.
    MOVE TERM-MASTER-IMAGE TO AFT-FIELDS.
    MOVE AFT-EMP-ID TO FTM-EMP-ID.
    MOVE AFT-NAME TO FTM-NAME.
    PERFORM F30-PACK-SSN.
    MOVE WS-SSN-9 TO FTM-SSN.
    MOVE AFT-DEPT TO FTM-DEPT.
    MOVE TERM-DATE TO FTM-TERM-DATE.
    MOVE TERM-REASON TO FTM-REASON.
    MOVE AFT-LOC TO FTM-LOC.
    PERFORM F36-FIND-TERM-BATCH.
    WRITE CHANGE-FEED-RECORD FROM FEED-TERM-RECORD.
    ADD 1 TO WS-TERM-COUNT.
    PERFORM F32-COUNT-AND-HASH.
F46-WRITE-BACKOUT-DETAIL.
    MOVE MNT-BEFORE-IMAGE TO AFT-FIELDS.
    MOVE AFT-EMP-ID TO FTM-EMP-ID.
    MOVE AFT-NAME TO FTM-NAME.
    PERFORM F30-PACK-SSN.
    MOVE WS-SSN-9 TO FTM-SSN.
    MOVE AFT-DEPT TO FTM-DEPT.
    MOVE MNT-DATE TO FTM-TERM-DATE.
    MOVE 'BO' TO FTM-REASON.
    MOVE AFT-LOC TO FTM-LOC.
    MOVE MNT-BATCH-NUM TO FTM-BATCH.
    WRITE CHANGE-FEED-RECORD FROM FEED-TERM-RECORD.
    ADD 1 TO WS-REVERSAL-COUNT.
    PERFORM F32-COUNT-AND-HASH.
F48-WRITE-REINSTATE-DETAIL.
    MOVE MNT-AFTER-IMAGE TO AFT-FIELDS.
    MOVE SPACE TO FCH-WHAT.
    MOVE 'R ' TO FCH-REC-CODE.
    MOVE AFT-EMP-ID TO FCH-EMP-ID.
    MOVE AFT-NAME TO FCH-NAME.
    PERFORM F30-PACK-SSN.
    MOVE WS-SSN-9 TO FCH-SSN.
    MOVE AFT-DEPT TO FCH-DEPT.
    MOVE AFT-PAY-TYPE TO FCH-PAY-TYPE.
    MOVE AFT-PAY-RATE TO FCH-PAY-RATE.
    MOVE AFT-TITLE TO FCH-TITLE.
    MOVE AFT-LOC TO FCH-LOC.
    MOVE MNT-DATE TO FCH-EFF-DATE.
    MOVE MNT-BATCH-NUM TO FCH-BATCH.
    WRITE CHANGE-FEED-RECORD FROM FEED-CHANGE-RECORD.
    ADD 1 TO WS-REVERSAL-COUNT.
    PERFORM F32-COUNT-AND-HASH.
F50-SEND-RESENDS.
    MOVE 'N' TO WS-RESEND-EOF.
    OPEN INPUT CHANGE-RESEND-FILE.
    IF WS-RESEND-STATUS = '00'
        OPEN INPUT EMP-REPORT-FILE
        IF EMP-REPORT-STATUS NOT = '00'
            DISPLAY 'CANNOT OPEN PRL2.FIL, STATUS=' EMP-REPORT-STATUS
            DISPLAY 'RESENDS NOT SENT -- LEFT ON CRS2.FIL'
            MOVE 'N' TO WS-RESEND-CLEAR
            CLOSE CHANGE-RESEND-FILE
        ELSE
            PERFORM F52-SEND-ONE-RESEND
                UNTIL WS-RESEND-EOF = 'Y'
            CLOSE CHANGE-RESEND-FILE
            CLOSE EMP-REPORT-FILE.
F52-SEND-ONE-RESEND.
    READ CHANGE-RESEND-FILE
        END
            MOVE 'Y' TO WS-RESEND-EOF.
    IF WS-RESEND-EOF NOT = 'Y'
        IF CRS-REC-CODE = 'X'
            WRITE CHANGE-FEED-RECORD FROM CHANGE-RESEND-RECORD
            ADD 1 TO WS-RESEND-COUNT
            MOVE CRS-SSN TO WS-SSN-9
            PERFORM F32-COUNT-AND-HASH
        ELSE
            IF CRS-REC-CODE = 'C' OR CRS-REC-CODE = 'R'
                PERFORM F56-READ-RESEND-MASTER.
F56-READ-RESEND-MASTER.
    MOVE SPACE TO SSN-REPORT.
    MOVE CRS-SSN-FST-3 TO FST-3-SSN-REPORT.
    MOVE CRS-SSN-MID-2 TO MID-2-SSN-REPORT.
    MOVE CRS-SSN-LST-4 TO LST-4-SSN-REPORT.
    READ EMP-REPORT-FILE
        INVALID KEY
            MOVE '23' TO EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'RESEND ' CRS-SSN ' NOT ON MASTER -- NOT SENT'
    ELSE
        MOVE EMP-REPORT-LINE TO AFT-FIELDS
        IF AFT-STATUS = 'L'
            ADD 1 TO WS-LEAVE-HELD-COUNT
        ELSE
            PERFORM F58-WRITE-RESEND-DETAIL.
F58-WRITE-RESEND-DETAIL.
    MOVE SPACE TO FCH-WHAT.
    IF CRS-REC-CODE = 'C'
        MOVE 'C ' TO FCH-REC-CODE
        PERFORM F28-MARK-RETURN-FROM-LEAVE
    ELSE
        MOVE 'R ' TO FCH-REC-CODE.
    MOVE AFT-EMP-ID TO FCH-EMP-ID.
    MOVE AFT-NAME TO FCH-NAME.
    PERFORM F30-PACK-SSN.
    MOVE WS-SSN-9 TO FCH-SSN.
    MOVE AFT-DEPT TO FCH-DEPT.
    MOVE AFT-PAY-TYPE TO FCH-PAY-TYPE.
    MOVE AFT-PAY-RATE TO FCH-PAY-RATE.
    MOVE AFT-TITLE TO FCH-TITLE.
    MOVE AFT-LOC TO FCH-LOC.
    IF CRS-EFF-DATE NUMERIC
        MOVE CRS-EFF-DATE-9 TO FCH-EFF-DATE
    ELSE
        MOVE WS-FEED-DATE-9 TO FCH-EFF-DATE.
    IF CRS-BATCH NUMERIC
        MOVE CRS-BATCH-9 TO FCH-BATCH
    ELSE
        MOVE ZERO TO FCH-BATCH.
    WRITE CHANGE-FEED-RECORD FROM FEED-CHANGE-RECORD.
    ADD 1 TO WS-RESEND-COUNT.
    PERFORM F32-COUNT-AND-HASH.
F54-CLEAR-RESEND-FILE.
    OPEN OUTPUT CHANGE-RESEND-FILE.
    IF WS-RESEND-STATUS = '00'
        CLOSE CHANGE-RESEND-FILE.
