IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2K.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM BACKS OUT AN ENTIRE CBL2 BATCH BY *
*  BATCH NUMBER. A SUPERVISOR SIGNS ON AGAINST    *
*  OPR2.FIL AND NAMES A BATCH THAT IS ON BCH2.FIL *
*  OR AUDL2.FIL. EVERY MASTER ACTION THE BATCH    *
*  LOGGED ON THE MAINTENANCE AUDIT MNT2.FIL IS    *
*  REVERSED, LAST FIRST: ADDS ARE REMOVED FROM    *
*  PRL2.FIL, CHANGED RECORDS ARE PUT BACK TO      *
*  THEIR BEFORE IMAGES (WITH A REVERSING XFR2.FIL *
*  ENTRY FOR ANY TRANSFER AND A REVERSING         *
*  PHS2.FIL ENTRY FOR ANY PAY CHANGE), AND        *
*  TERMINATIONS ARE REINSTATED FROM TRM2.FIL AND  *
*  TAKEN OFF THE ARCHIVE. A RECORD CHANGED AGAIN  *
*  SINCE THE BATCH IS LEFT ALONE AND FLAGGED.     *
*  EACH REVERSAL IS LOGGED ON MNT2.FIL, SO THE    *
*  NEXT CBL2F FEED CARRIES IT TO THE PAYROLL      *
*  BUREAU, AND PRINTED ON THE REVERSAL REGISTER   *
*  RVR2.FIL FOR HR TO SIGN OFF. MCT2.FIL IS       *
*  ADJUSTED AND THE BATCH IS MARKED X (BACKED     *
*  OUT) ON BCH2.FIL. CARDS THE BATCH HELD ON      *
*  PND2.FIL FOR A LATER EFFECTIVE DATE ARE        *
*  CANCELLED.                                     *
*  A CONTACT RECORD THE BATCH MOVED OFF CON2.FIL  *
*  WHEN IT DELETED AN EMPLOYEE IS PUT BACK ONCE   *
*  THE EMPLOYEE IS REINSTATED; ITS COPY ON THE    *
*  CONTACT ARCHIVE CTA2.FIL IS LEFT AS HISTORY.   *
*  IN THE SAME WAY A REPORTING LINE THE BATCH     *
*  REMOVED FROM RPT2.FIL IS WRITTEN BACK FOR A    *
*  REINSTATED EMPLOYEE AND LOGGED AS RPLSET.      *
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
    ACCESS MODE DYNAMIC
    RECORD KEY SSN-REPORT
    FILE STATUS EMP-REPORT-STATUS.
    SELECT CONTACT-FILE ASSIGN
    CON2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY CON-SSN
    FILE STATUS WS-CON-STATUS.
    SELECT REPORTING-LINE-FILE ASSIGN
    RPT2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY RPL-SSN
    FILE STATUS WS-RPL-STATUS.
    SELECT MAINT-AUDIT-FILE ASSIGN
    MNT2.FIL
    FILE STATUS WS-MAINT-STATUS.
    SELECT EMP-TERM-FILE ASSIGN
    TRM2.FIL
    FILE STATUS WS-TERM-STATUS.
    SELECT TERM-WORK-FILE ASSIGN
    TRMW.FIL
    FILE STATUS WS-TWORK-STATUS.
    SELECT EMP-XFER-FILE ASSIGN
    XFR2.FIL
    FILE STATUS WS-XFER-STATUS.
    SELECT BATCH-REGISTER-FILE ASSIGN
    BCH2.FIL
    FILE STATUS WS-BCH-STATUS.
    SELECT EMP-AUDIT-FILE ASSIGN
    AUDL2.FIL
    FILE STATUS WS-AUDIT-STATUS.
    SELECT OPERATOR-FILE ASSIGN
    OPR2.FIL
    FILE STATUS WS-OPR-STATUS.
    SELECT MASTER-COUNT-FILE ASSIGN
    MCT2.FIL
    FILE STATUS WS-MCT-STATUS.
    SELECT RUN-LOCK-FILE ASSIGN
    LCK2.FIL
    FILE STATUS WS-LOCK-STATUS.
    SELECT REVERSAL-PRINT-FILE ASSIGN
    RVR2.FIL.
    SELECT PAY-HISTORY-FILE ASSIGN
    PHS2.FIL
    FILE STATUS WS-PHS-STATUS.
    SELECT PENDING-TRANS-FILE ASSIGN
    PND2.FIL
    FILE STATUS WS-PND-STATUS.

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
    05  FILLER                            PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  FILLER                            PIC X(23).
FD  CONTACT-FILE
      LABEL RECORDS
      OMITTED.
01  CONTACT-RECORD.
    05  CON-SSN                           PIC X(11).
    05  FILLER                            PIC X(99).
FD  REPORTING-LINE-FILE
      LABEL RECORDS
      OMITTED.
01  REPORTING-LINE-RECORD.
    05  RPL-SSN                           PIC X(11).
    05  FILLER                            PIC X(69).
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
    05  TERM-MASTER-IMAGE.
        10  FILLER                        PIC X(51).
        10  TERM-IMAGE-SSN                PIC X(11).
        10  FILLER                        PIC X(48).
    05  TERM-DATE                         PIC 9(6).
    05  TERM-REASON                       PIC XX.
    05  FILLER                            PIC XX.
FD  TERM-WORK-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-WORK-RECORD                      PIC X(120).
FD  EMP-XFER-FILE
      LABEL RECORDS
      OMITTED.
01  XFER-RECORD.
    05  XFR-DATE                          PIC 9(6).
    05  FILLER                            PIC X.
    05  XFR-SSN.
        10  XFR-SSN-FST-3                 PIC X(3).
        10  XFR-SSN-MID-2                 PIC X(2).
        10  XFR-SSN-LST-4                 PIC X(4).
    05  FILLER                            PIC X.
    05  XFR-NAME                          PIC X(20).
    05  FILLER                            PIC X.
    05  XFR-FROM-DEPT                     PIC XX.
    05  FILLER                            PIC X.
    05  XFR-TO-DEPT                       PIC XX.
    05  FILLER                            PIC X.
    05  XFR-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X(29).
FD  BATCH-REGISTER-FILE
      LABEL RECORDS
      OMITTED.
01  BATCH-REGISTER-RECORD.
    05  BCH-BATCH-NUM                     PIC 9(4).
    05  FILLER                            PIC X.
    05  BCH-RECV-DATE                     PIC 9(6).
    05  FILLER                            PIC X.
    05  BCH-EXP-COUNT                     PIC 9(5).
    05  FILLER                            PIC X.
    05  BCH-STATUS                        PIC X.
    05  FILLER                            PIC X.
    05  BCH-RUN-DATE                      PIC 9(6).
    05  FILLER                            PIC X(54).
FD  EMP-AUDIT-FILE
      LABEL RECORDS
      OMITTED.
01  AUDIT-LINE.
    05  AUDIT-RUN-DATE                    PIC 9(6).
    05  FILLER                            PIC X(2).
    05  AUDIT-RUN-TIME                    PIC 9(8).
    05  FILLER                            PIC X(2).
    05  AUDIT-OPERATOR                    PIC X(10).
    05  FILLER                            PIC X(2).
    05  AUDIT-RECORD-COUNT                PIC 9(5).
    05  FILLER                            PIC X(2).
    05  AUDIT-BATCH-NUM                   PIC 9(4).
    05  FILLER                            PIC X(2).
    05  AUDIT-DELETE-COUNT                PIC 9(5).
    05  FILLER                            PIC X(2).
    05  AUDIT-RUN-CC                      PIC XX.
    05  FILLER                            PIC X(28).
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
FD  MASTER-COUNT-FILE
      LABEL RECORDS
      OMITTED.
01  MASTER-COUNT-RECORD.
    05  MCT-COUNT                         PIC 9(5).
    05  FILLER                            PIC X(75).
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
FD  REVERSAL-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  REVERSAL-PRINT-LINE                   PIC X(80).
FD  PENDING-TRANS-FILE
      LABEL RECORDS
      OMITTED.
01  PENDING-TRANS-RECORD.
    05  PND-EFF-DATE                      PIC 9(6).
    05  FILLER                            PIC X.
    05  PND-BATCH-NUM                     PIC 9(4).
    05  PND-ITEM-NUM                      PIC 9(3).
    05  FILLER                            PIC X.
    05  PND-STATUS                        PIC X.
    05  FILLER                            PIC X.
    05  PND-HELD-DATE                     PIC 9(6).
    05  FILLER                            PIC X.
    05  PND-HELD-BY                       PIC X(10).
    05  FILLER                            PIC X.
    05  PND-DONE-DATE                     PIC 9(6).
    05  FILLER                            PIC X.
    05  PND-DONE-BY                       PIC X(10).
    05  FILLER                            PIC X.
    05  PND-CARD-IMAGE                    PIC X(80).

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

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-MAINT-STATUS           PIC XX.
    05  WS-MAINT-EOF              PIC X VALUE 'N'.
    05  WS-MAINT-OPEN             PIC X VALUE 'N'.
    05  WS-TERM-STATUS            PIC XX.
    05  WS-TERM-EOF               PIC X VALUE 'N'.
    05  WS-TWORK-STATUS           PIC XX.
    05  WS-TWORK-EOF              PIC X VALUE 'N'.
    05  WS-XFER-STATUS            PIC XX.
    05  WS-XFER-OPEN              PIC X VALUE 'N'.
    05  WS-PHS-STATUS             PIC XX.
    05  WS-PHS-OPEN               PIC X VALUE 'N'.
    05  WS-CON-STATUS             PIC XX.
    05  WS-CON-OPEN               PIC X VALUE 'N'.
    05  WS-RPL-STATUS             PIC XX.
    05  WS-RPL-OPEN               PIC X VALUE 'N'.
    05  WS-OLD-PAY-TYPE           PIC X VALUE SPACE.
    05  WS-OLD-PAY-RATE           PIC 9(4)V99 VALUE ZERO.
    05  WS-AUDIT-STATUS           PIC XX.
    05  WS-AUDIT-EOF              PIC X VALUE 'N'.
    05  WS-MCT-STATUS             PIC XX.
    05  WS-MCT-EOF                PIC X VALUE 'N'.
    05  WS-MCT-WORK               PIC 9(5) VALUE ZERO.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.
    05  WS-CONFIRM                PIC X VALUE SPACE.

01  RUN-LOCK-CONTROL.
    05  WS-LOCK-STATUS            PIC XX.
    05  WS-LOCK-EOF               PIC X VALUE 'N'.
    05  WS-LOCK-TYPE              PIC X(6) VALUE SPACE.

01  SIGNON-CONTROL.
    05  WS-OPR-STATUS             PIC XX.
    05  WS-OPR-EOF                PIC X VALUE 'N'.
    05  WS-OPERATOR-ID            PIC X(10) VALUE SPACE.
    05  WS-OPERATOR-NAME          PIC X(20) VALUE SPACE.
    05  WS-OPERATOR-LEVEL         PIC X VALUE SPACE.
        88  SUPERVISOR-SIGNED-ON  VALUE 'S'.
    05  WS-OPR-FOUND-SW           PIC X VALUE 'N'.

01  BATCH-SELECT-CONTROL.
    05  WS-ENTRY-NUM              PIC X(4) VALUE SPACE.
    05  WS-ENTRY-NUM-9 REDEFINES WS-ENTRY-NUM
                                  PIC 9(4).
    05  WS-BACKOUT-BATCH          PIC 9(4) VALUE ZERO.
    05  WS-AUDIT-FOUND            PIC X VALUE 'N'.
    05  WS-AUDIT-RUN-DATE         PIC 9(6) VALUE ZERO.
    05  WS-AUDIT-COUNT            PIC 9(5) VALUE ZERO.

01  BATCH-TABLE-CONTROL.
    05  WS-BCH-STATUS             PIC XX.
    05  WS-BCH-EOF                PIC X VALUE 'N'.
    05  WS-BCH-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-BCH-IX                 PIC 9(3) VALUE ZERO.
    05  WS-BCH-FOUND              PIC X VALUE 'N'.
01  BATCH-REGISTER-TABLE.
    05  BCH-ENTRY OCCURS 200.
        10  BCH-TBL-NUM           PIC 9(4).
        10  BCH-TBL-RECV-DATE     PIC 9(6).
        10  BCH-TBL-EXP-COUNT     PIC 9(5).
        10  BCH-TBL-STATUS        PIC X.
        10  BCH-TBL-RUN-DATE      PIC 9(6).

01  PENDING-TABLE-CONTROL.
    05  WS-PND-STATUS             PIC XX.
    05  WS-PND-EOF                PIC X VALUE 'N'.
    05  WS-PND-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-PND-IX                 PIC 9(3) VALUE ZERO.
    05  WS-PND-CANCELLED          PIC 9(5) VALUE ZERO.
01  PENDING-TRANS-TABLE.
    05  PND-ENTRY OCCURS 500.
        10  PND-TBL-RECORD        PIC X(133).

01  ACTIVITY-TABLE-CONTROL.
    05  WS-ACT-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-ACT-IX                 PIC 9(3) VALUE ZERO.
    05  WS-ACT-OVERFLOW           PIC X VALUE 'N'.
    05  WS-ACT-FOUND              PIC X VALUE 'N'.
    05  WS-PENDING-COUNT          PIC 9(3) VALUE ZERO.
    05  WS-CONTACT-PENDING        PIC 9(3) VALUE ZERO.
    05  WS-LINE-PENDING           PIC 9(3) VALUE ZERO.
01  ACTIVITY-TABLE.
    05  ACT-ENTRY OCCURS 300.
        10  ACT-ACTION            PIC X(8).
        10  ACT-DATE              PIC 9(6).
        10  ACT-SSN               PIC X(11).
        10  ACT-STATE             PIC X.
        10  ACT-BEFORE-IMAGE      PIC X(110).
        10  ACT-AFTER-IMAGE       PIC X(110).

01  REVERSAL-COUNTS.
    05  WS-ADD-LOGGED             PIC 9(5) VALUE ZERO.
    05  WS-CHANGE-LOGGED          PIC 9(5) VALUE ZERO.
    05  WS-TERM-LOGGED            PIC 9(5) VALUE ZERO.
    05  WS-CONTACT-LOGGED         PIC 9(5) VALUE ZERO.
    05  WS-LINE-LOGGED            PIC 9(5) VALUE ZERO.
    05  WS-ADD-REMOVED            PIC 9(5) VALUE ZERO.
    05  WS-CHANGE-RESTORED        PIC 9(5) VALUE ZERO.
    05  WS-TERM-REINSTATED        PIC 9(5) VALUE ZERO.
    05  WS-CONTACT-RESTORED       PIC 9(5) VALUE ZERO.
    05  WS-LINE-RESTORED          PIC 9(5) VALUE ZERO.
    05  WS-NOT-REVERSED           PIC 9(5) VALUE ZERO.
    05  WS-TRM-DROPPED            PIC 9(5) VALUE ZERO.

01  REVERSAL-WORK.
    05  WS-BEFORE-IMAGE           PIC X(110) VALUE SPACE.
    05  WS-AFTER-IMAGE            PIC X(110) VALUE SPACE.
    05  WS-MAINT-ACTION           PIC X(8) VALUE SPACE.
    05  WS-MAINT-SSN              PIC X(11) VALUE SPACE.
    05  WS-FROM-DEPT              PIC XX VALUE SPACE.
    05  WS-KEEP-TERM              PIC X VALUE 'Y'.
01  IMAGE-FIELDS.
    05  FILLER                    PIC X(4).
    05  IMG-EMP-ID                PIC X(7).
    05  FILLER                    PIC X(10).
    05  IMG-NAME                  PIC X(20).
    05  FILLER                    PIC X(10).
    05  IMG-SSN.
        10  IMG-SSN-FST-3         PIC X(3).
        10  FILLER                PIC X.
        10  IMG-SSN-MID-2         PIC XX.
        10  FILLER                PIC X.
        10  IMG-SSN-LST-4         PIC X(4).
    05  FILLER                    PIC X(10).
    05  IMG-DEPT                  PIC XX.
    05  FILLER                    PIC X(6).
    05  IMG-PAY-TYPE              PIC X.
    05  IMG-PAY-RATE              PIC 9(4)V99.
    05  FILLER                    PIC X(23).

01  RVR-HDR-LINE.
    05  FILLER                            PIC X(30)
            VALUE 'BATCH REVERSAL REGISTER  BATCH'.
    05  FILLER                            PIC X VALUE SPACE.
    05  RVR-HDR-BATCH                     PIC 9(4).
    05  FILLER                            PIC X(7)
            VALUE '  RUN  '.
    05  RVR-HDR-RUN                       PIC 9(6).
    05  FILLER                            PIC X(14)
            VALUE '  BACKED OUT  '.
    05  RVR-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(12) VALUE SPACE.
01  RVR-DETAIL-LINE.
    05  RVR-DET-ACTION                    PIC X(18).
    05  FILLER                            PIC XX VALUE SPACE.
    05  RVR-DET-SSN                       PIC X(11).
    05  FILLER                            PIC XX VALUE SPACE.
    05  RVR-DET-NAME                      PIC X(20).
    05  FILLER                            PIC XX VALUE SPACE.
    05  RVR-DET-DEPT                      PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  RVR-DET-NOTE                      PIC X(21).
01  RVR-NOTE-XFER.
    05  FILLER                            PIC X(10)
            VALUE 'BACK FROM '.
    05  RVR-XFER-FROM                     PIC XX.
    05  FILLER                            PIC X(9) VALUE SPACE.
01  RVR-TOTAL-LINE.
    05  RVR-TOT-LABEL                     PIC X(30).
    05  RVR-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(45) VALUE SPACE.
01  RVR-SIGN-LINE.
    05  RVR-SIGN-TEXT                     PIC X(60).
    05  FILLER                            PIC X(20) VALUE SPACE.
01  RVR-BY-LINE.
    05  FILLER                            PIC X(15)
            VALUE 'REVERSED BY:   '.
    05  RVR-BY-OPERATOR                   PIC X(10).
    05  FILLER                            PIC XX VALUE SPACE.
    05  RVR-BY-NAME                       PIC X(20).
    05  FILLER                            PIC X(33) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SIGNS ON A SUPERVISOR, LOCKS THE MASTER,      *
* LOADS THE NAMED BATCH'S LOGGED ACTIONS FROM MNT2.FIL,      *
* REVERSES THEM LAST FIRST, REINSTATES ITS TERMINATIONS      *
* FROM TRM2.FIL, AND PRINTS THE REVERSAL REGISTER. IT IS     *
* ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE         *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
K10-BACKOUT-BATCH.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM K12-SIGN-ON.
    IF WS-OPR-FOUND-SW NOT = 'Y'
        DISPLAY 'OPERATOR NOT ON OPR2.FIL -- RUN REFUSED.'
        STOP RUN.
    IF NOT SUPERVISOR-SIGNED-ON
        DISPLAY 'BATCH BACK-OUT REQUIRES A SUPERVISOR OPERATOR.'
        STOP RUN.
    PERFORM K14-SET-BATCH-LOCK.
    PERFORM K20-SELECT-BATCH.
    PERFORM K30-LOAD-BATCH-ACTIVITY.
    IF WS-ACT-OVERFLOW = 'Y'
        DISPLAY 'BATCH HAS MORE THAN 300 LOGGED ACTIONS -- NOTHING'
        DISPLAY 'WAS REVERSED.'
        PERFORM K90-CLEAR-BATCH-LOCK
        STOP RUN.
    DISPLAY 'ADDS TO REMOVE:           ' WS-ADD-LOGGED.
    DISPLAY 'CHANGES TO RESTORE:       ' WS-CHANGE-LOGGED.
    DISPLAY 'TERMINATIONS TO REINSTATE:' WS-TERM-LOGGED.
    DISPLAY 'CONTACTS TO RESTORE:      ' WS-CONTACT-LOGGED.
    DISPLAY 'SUPERVISORS TO RESTORE:   ' WS-LINE-LOGGED.
    DISPLAY 'BACK OUT BATCH ' WS-BACKOUT-BATCH
        ' -- ARE YOU SURE (Y/N)?'.
    MOVE SPACE TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y'
        DISPLAY 'BACK-OUT CANCELLED.'
        PERFORM K90-CLEAR-BATCH-LOCK
        STOP RUN.
    OPEN I-O EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMP-REPORT-FILE, STATUS=' EMP-REPORT-STATUS
        PERFORM K90-CLEAR-BATCH-LOCK
        STOP RUN.
    PERFORM K16-OPEN-LOG-FILES.
    OPEN OUTPUT REVERSAL-PRINT-FILE.
    MOVE WS-BACKOUT-BATCH TO RVR-HDR-BATCH.
    MOVE WS-AUDIT-RUN-DATE TO RVR-HDR-RUN.
    MOVE WS-RUN-DATE TO RVR-HDR-DATE.
    WRITE REVERSAL-PRINT-LINE FROM RVR-HDR-LINE
        AFTER ADVANCING 1.
    MOVE WS-ACT-COUNT TO WS-ACT-IX.
    PERFORM K40-REVERSE-ONE-ACTION
        UNTIL WS-ACT-IX = 0.
    IF WS-PENDING-COUNT > 0
        PERFORM K50-REINSTATE-TERMINATIONS.
    IF WS-CONTACT-PENDING > 0 OR WS-LINE-PENDING > 0
        PERFORM K66-RESTORE-CONTACTS.
    CLOSE EMP-REPORT-FILE.
    IF WS-CON-OPEN = 'Y'
        CLOSE CONTACT-FILE.
    IF WS-RPL-OPEN = 'Y'
        CLOSE REPORTING-LINE-FILE.
    IF WS-MAINT-OPEN = 'Y'
        CLOSE MAINT-AUDIT-FILE.
    IF WS-XFER-OPEN = 'Y'
        CLOSE EMP-XFER-FILE.
    IF WS-PHS-OPEN = 'Y'
        CLOSE PAY-HISTORY-FILE.
    PERFORM K60-ADJUST-MASTER-COUNT.
    PERFORM K70-MARK-BATCH-BACKED-OUT.
    PERFORM K76-CANCEL-HELD-CARDS.
    PERFORM K80-PRINT-TOTALS.
    CLOSE REVERSAL-PRINT-FILE.
    PERFORM K90-CLEAR-BATCH-LOCK.
    DISPLAY 'BATCH ' WS-BACKOUT-BATCH ' BACKED OUT.'.
    DISPLAY 'REVERSAL REGISTER WRITTEN TO RVR2.FIL.'.
    STOP RUN.
K12-SIGN-ON.
    DISPLAY 'ENTER OPERATOR ID:'.
    MOVE SPACE TO WS-OPERATOR-ID.
    ACCEPT WS-OPERATOR-ID.
    MOVE 'N' TO WS-OPR-FOUND-SW.
    MOVE 'N' TO WS-OPR-EOF.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPR-STATUS NOT = '00'
        DISPLAY 'OPR2.FIL NOT AVAILABLE.'
    ELSE
        PERFORM K13-READ-OPERATOR-RECORD
            UNTIL WS-OPR-EOF = 'Y' OR WS-OPR-FOUND-SW = 'Y'
        CLOSE OPERATOR-FILE.
    IF WS-OPR-FOUND-SW = 'Y'
        DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME.
K13-READ-OPERATOR-RECORD.
    READ OPERATOR-FILE
        END
            MOVE 'Y' TO WS-OPR-EOF.
    IF WS-OPR-EOF NOT = 'Y'
        IF OPR-ID = WS-OPERATOR-ID
            MOVE 'Y' TO WS-OPR-FOUND-SW
            MOVE OPR-NAME TO WS-OPERATOR-NAME
            MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL.
K14-SET-BATCH-LOCK.
    MOVE SPACE TO WS-LOCK-TYPE.
    MOVE 'N' TO WS-LOCK-EOF.
    OPEN INPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        MOVE 'Y' TO WS-LOCK-EOF
    ELSE
        PERFORM K15-READ-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
    IF WS-LOCK-EOF NOT = 'Y'
        MOVE LCK-TYPE TO WS-LOCK-TYPE.
    IF WS-LOCK-TYPE NOT = SPACE
        DISPLAY 'LCK2.FIL SHOWS A ' WS-LOCK-TYPE ' SESSION ON THE'
        DISPLAY 'MASTER -- BACK-OUT REFUSED. TRY AGAIN WHEN IT ENDS.'
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
K15-READ-LOCK-RECORD.
    READ RUN-LOCK-FILE
        END
            MOVE 'Y' TO WS-LOCK-EOF.
K16-OPEN-LOG-FILES.
    OPEN EXTEND MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        OPEN OUTPUT MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS = '00'
        MOVE 'Y' TO WS-MAINT-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT WRITE MNT2.FIL'.
    OPEN EXTEND EMP-XFER-FILE.
    IF WS-XFER-STATUS NOT = '00'
        OPEN OUTPUT EMP-XFER-FILE.
    IF WS-XFER-STATUS = '00'
        MOVE 'Y' TO WS-XFER-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT WRITE XFR2.FIL'.
    OPEN EXTEND PAY-HISTORY-FILE.
    IF WS-PHS-STATUS NOT = '00'
        OPEN OUTPUT PAY-HISTORY-FILE.
    IF WS-PHS-STATUS = '00'
        MOVE 'Y' TO WS-PHS-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT WRITE PHS2.FIL'.
    OPEN I-O CONTACT-FILE.
    IF WS-CON-STATUS NOT = '00'
        OPEN OUTPUT CONTACT-FILE
        CLOSE CONTACT-FILE
        OPEN I-O CONTACT-FILE.
    IF WS-CON-STATUS = '00'
        MOVE 'Y' TO WS-CON-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT UPDATE CON2.FIL'.
    OPEN I-O REPORTING-LINE-FILE.
    IF WS-RPL-STATUS NOT = '00'
        OPEN OUTPUT REPORTING-LINE-FILE
        CLOSE REPORTING-LINE-FILE
        OPEN I-O REPORTING-LINE-FILE.
    IF WS-RPL-STATUS = '00'
        MOVE 'Y' TO WS-RPL-OPEN
    ELSE
        DISPLAY 'WARNING: COULD NOT UPDATE RPT2.FIL'.
K20-SELECT-BATCH.
    DISPLAY 'ENTER BATCH NUMBER TO BACK OUT (4 DIGITS):'.
    MOVE SPACE TO WS-ENTRY-NUM.
    ACCEPT WS-ENTRY-NUM.
    IF WS-ENTRY-NUM NOT NUMERIC OR WS-ENTRY-NUM-9 = ZERO
        DISPLAY 'BATCH NUMBER MUST BE NUMERIC AND NOT ZERO.'
        PERFORM K90-CLEAR-BATCH-LOCK
        STOP RUN.
    MOVE WS-ENTRY-NUM-9 TO WS-BACKOUT-BATCH.
    PERFORM K22-LOAD-BATCH-TABLE.
    MOVE 'N' TO WS-BCH-FOUND.
    MOVE 1 TO WS-BCH-IX.
    PERFORM K24-SCAN-BATCH-TABLE
        UNTIL WS-BCH-IX > WS-BCH-COUNT OR WS-BCH-FOUND = 'Y'.
    PERFORM K26-FIND-AUDIT-RUN.
    IF WS-BCH-FOUND = 'N' AND WS-AUDIT-FOUND = 'N'
        DISPLAY 'BATCH ' WS-BACKOUT-BATCH
            ' IS NOT ON BCH2.FIL OR AUDL2.FIL.'
        PERFORM K90-CLEAR-BATCH-LOCK
        STOP RUN.
    IF WS-BCH-FOUND = 'Y'
        IF BCH-TBL-STATUS (WS-BCH-IX) = 'X'
            DISPLAY 'BATCH ' WS-BACKOUT-BATCH
                ' HAS ALREADY BEEN BACKED OUT.'
            PERFORM K90-CLEAR-BATCH-LOCK
            STOP RUN.
    IF WS-BCH-FOUND = 'Y'
        IF BCH-TBL-STATUS (WS-BCH-IX) = 'R'
            DISPLAY 'BATCH ' WS-BACKOUT-BATCH
                ' WAS RECEIVED BUT NEVER RUN -- NOTHING TO BACK OUT.'
            PERFORM K90-CLEAR-BATCH-LOCK
            STOP RUN.
    IF WS-AUDIT-FOUND = 'Y'
        DISPLAY 'BATCH ' WS-BACKOUT-BATCH ' RUN ' WS-AUDIT-RUN-DATE
            ', ' WS-AUDIT-COUNT ' RECORDS'
    ELSE
        MOVE BCH-TBL-RUN-DATE (WS-BCH-IX) TO WS-AUDIT-RUN-DATE
        DISPLAY 'BATCH ' WS-BACKOUT-BATCH ' RUN ' WS-AUDIT-RUN-DATE.
K22-LOAD-BATCH-TABLE.
    MOVE ZERO TO WS-BCH-COUNT.
    MOVE 'N' TO WS-BCH-EOF.
    OPEN INPUT BATCH-REGISTER-FILE.
    IF WS-BCH-STATUS NOT = '00'
        MOVE 'Y' TO WS-BCH-EOF
    ELSE
        PERFORM K23-READ-BATCH-RECORD
            UNTIL WS-BCH-EOF = 'Y' OR WS-BCH-COUNT = 200
        CLOSE BATCH-REGISTER-FILE.
K23-READ-BATCH-RECORD.
    READ BATCH-REGISTER-FILE
        END
            MOVE 'Y' TO WS-BCH-EOF.
    IF WS-BCH-EOF NOT = 'Y'
        ADD 1 TO WS-BCH-COUNT
        MOVE BCH-BATCH-NUM TO BCH-TBL-NUM (WS-BCH-COUNT)
        MOVE BCH-RECV-DATE TO BCH-TBL-RECV-DATE (WS-BCH-COUNT)
        MOVE BCH-EXP-COUNT TO BCH-TBL-EXP-COUNT (WS-BCH-COUNT)
        MOVE BCH-STATUS TO BCH-TBL-STATUS (WS-BCH-COUNT)
        MOVE BCH-RUN-DATE TO BCH-TBL-RUN-DATE (WS-BCH-COUNT).
K24-SCAN-BATCH-TABLE.
    IF BCH-TBL-NUM (WS-BCH-IX) = WS-BACKOUT-BATCH
        MOVE 'Y' TO WS-BCH-FOUND
    ELSE
        ADD 1 TO WS-BCH-IX.
K26-FIND-AUDIT-RUN.
    MOVE 'N' TO WS-AUDIT-FOUND.
    MOVE 'N' TO WS-AUDIT-EOF.
    OPEN INPUT EMP-AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        MOVE 'Y' TO WS-AUDIT-EOF
    ELSE
        PERFORM K27-READ-AUDIT-RECORD
            UNTIL WS-AUDIT-EOF = 'Y'
        CLOSE EMP-AUDIT-FILE.
K27-READ-AUDIT-RECORD.
    READ EMP-AUDIT-FILE
        END
            MOVE 'Y' TO WS-AUDIT-EOF.
    IF WS-AUDIT-EOF NOT = 'Y'
        IF AUDIT-BATCH-NUM = WS-BACKOUT-BATCH
            MOVE 'Y' TO WS-AUDIT-FOUND
            MOVE AUDIT-RUN-DATE TO WS-AUDIT-RUN-DATE
            MOVE AUDIT-RECORD-COUNT TO WS-AUDIT-COUNT.
K30-LOAD-BATCH-ACTIVITY.
    MOVE ZERO TO WS-ACT-COUNT.
    MOVE 'N' TO WS-MAINT-EOF.
    OPEN INPUT MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        DISPLAY 'NO MAINTENANCE AUDIT ON FILE -- NO MASTER ACTIONS'
        DISPLAY 'CAN BE REVERSED FOR THIS BATCH.'
    ELSE
        PERFORM K32-READ-MAINT-RECORD
            UNTIL WS-MAINT-EOF = 'Y' OR WS-ACT-OVERFLOW = 'Y'
        CLOSE MAINT-AUDIT-FILE.
K32-READ-MAINT-RECORD.
    READ MAINT-AUDIT-FILE
        END
            MOVE 'Y' TO WS-MAINT-EOF.
    IF WS-MAINT-EOF NOT = 'Y'
        IF MNT-BATCH-NUM = WS-BACKOUT-BATCH
            PERFORM K34-TABLE-ACTION.
K34-TABLE-ACTION.
    IF WS-ACT-COUNT = 300
        MOVE 'Y' TO WS-ACT-OVERFLOW
    ELSE
        ADD 1 TO WS-ACT-COUNT
        MOVE MNT-ACTION TO ACT-ACTION (WS-ACT-COUNT)
        MOVE MNT-DATE TO ACT-DATE (WS-ACT-COUNT)
        MOVE MNT-SSN TO ACT-SSN (WS-ACT-COUNT)
        MOVE SPACE TO ACT-STATE (WS-ACT-COUNT)
        MOVE MNT-BEFORE-IMAGE TO ACT-BEFORE-IMAGE (WS-ACT-COUNT)
        MOVE MNT-AFTER-IMAGE TO ACT-AFTER-IMAGE (WS-ACT-COUNT)
        PERFORM K36-COUNT-ACTION.
K36-COUNT-ACTION.
    IF MNT-ACTION = 'ADD     '
        ADD 1 TO WS-ADD-LOGGED.
    IF MNT-ACTION = 'REWRITE '
        ADD 1 TO WS-CHANGE-LOGGED.
    IF MNT-ACTION = 'DELETE  '
        ADD 1 TO WS-TERM-LOGGED.
    IF MNT-ACTION = 'CONDEL  '
        ADD 1 TO WS-CONTACT-LOGGED.
    IF MNT-ACTION = 'RPLDEL  '
        ADD 1 TO WS-LINE-LOGGED.
K40-REVERSE-ONE-ACTION.
    IF ACT-ACTION (WS-ACT-IX) = 'ADD     '
        PERFORM K42-REMOVE-ADD
    ELSE
        IF ACT-ACTION (WS-ACT-IX) = 'REWRITE '
            PERFORM K44-RESTORE-CHANGE
        ELSE
            IF ACT-ACTION (WS-ACT-IX) = 'DELETE  '
                MOVE 'P' TO ACT-STATE (WS-ACT-IX)
                ADD 1 TO WS-PENDING-COUNT
            ELSE
                IF ACT-ACTION (WS-ACT-IX) = 'CONDEL  '
                    MOVE 'C' TO ACT-STATE (WS-ACT-IX)
                    ADD 1 TO WS-CONTACT-PENDING
                ELSE
                    IF ACT-ACTION (WS-ACT-IX) = 'RPLDEL  '
                        MOVE 'S' TO ACT-STATE (WS-ACT-IX)
                        ADD 1 TO WS-LINE-PENDING.
    SUBTRACT 1 FROM WS-ACT-IX.
K42-REMOVE-ADD.
    PERFORM K46-READ-MASTER.
    MOVE ACT-AFTER-IMAGE (WS-ACT-IX) TO IMAGE-FIELDS.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'NOT ON MASTER' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        IF EMP-REPORT-LINE NOT = ACT-AFTER-IMAGE (WS-ACT-IX)
            MOVE 'CHANGED SINCE BATCH' TO RVR-DET-NOTE
            PERFORM K48-PRINT-NOT-REVERSED
        ELSE
            PERFORM K43-DELETE-ADDED-RECORD.
K43-DELETE-ADDED-RECORD.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    DELETE EMP-REPORT-FILE
        INVALID KEY
            DISPLAY 'DELETE FAILED, STATUS=' EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS = '00'
        ADD 1 TO WS-ADD-REMOVED
        MOVE SPACE TO WS-AFTER-IMAGE
        MOVE 'BACKOUT ' TO WS-MAINT-ACTION
        PERFORM K85-WRITE-MAINT-AUDIT
        MOVE 'ADD REMOVED' TO RVR-DET-ACTION
        MOVE SPACE TO RVR-DET-NOTE
        PERFORM K49-PRINT-DETAIL.
K44-RESTORE-CHANGE.
    PERFORM K46-READ-MASTER.
    MOVE ACT-AFTER-IMAGE (WS-ACT-IX) TO IMAGE-FIELDS.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'NOT ON MASTER' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        IF EMP-REPORT-LINE NOT = ACT-AFTER-IMAGE (WS-ACT-IX)
            MOVE 'CHANGED SINCE BATCH' TO RVR-DET-NOTE
            PERFORM K48-PRINT-NOT-REVERSED
        ELSE
            PERFORM K45-REWRITE-BEFORE-IMAGE.
K45-REWRITE-BEFORE-IMAGE.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    MOVE DEPT-NUM-REPORT TO WS-FROM-DEPT.
    MOVE PAY-TYPE-REPORT TO WS-OLD-PAY-TYPE.
    MOVE PAY-RATE-REPORT TO WS-OLD-PAY-RATE.
    MOVE ACT-BEFORE-IMAGE (WS-ACT-IX) TO EMP-REPORT-LINE.
    REWRITE EMP-REPORT-LINE
        INVALID KEY
            DISPLAY 'REWRITE FAILED, STATUS=' EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS = '00'
        ADD 1 TO WS-CHANGE-RESTORED
        MOVE EMP-REPORT-LINE TO WS-AFTER-IMAGE
        MOVE 'REWRITE ' TO WS-MAINT-ACTION
        PERFORM K85-WRITE-MAINT-AUDIT
        MOVE EMP-REPORT-LINE TO IMAGE-FIELDS
        IF IMG-PAY-TYPE NOT = WS-OLD-PAY-TYPE
                OR IMG-PAY-RATE NOT = WS-OLD-PAY-RATE
            PERFORM K86-WRITE-REVERSING-PAY.
    IF EMP-REPORT-STATUS = '00'
        MOVE 'CHANGE RESTORED' TO RVR-DET-ACTION
        MOVE SPACE TO RVR-DET-NOTE
        IF WS-FROM-DEPT NOT = DEPT-NUM-REPORT
            PERFORM K47-WRITE-REVERSING-XFER
            MOVE WS-FROM-DEPT TO RVR-XFER-FROM
            MOVE RVR-NOTE-XFER TO RVR-DET-NOTE
            PERFORM K49-PRINT-DETAIL
        ELSE
            PERFORM K49-PRINT-DETAIL.
K46-READ-MASTER.
    MOVE ACT-SSN (WS-ACT-IX) TO SSN-REPORT.
    READ EMP-REPORT-FILE
        INVALID KEY
            MOVE '23' TO EMP-REPORT-STATUS.
K47-WRITE-REVERSING-XFER.
    IF WS-XFER-OPEN = 'Y'
        MOVE SPACE TO XFER-RECORD
        MOVE WS-RUN-DATE TO XFR-DATE
        MOVE IMG-SSN-FST-3 TO XFR-SSN-FST-3
        MOVE IMG-SSN-MID-2 TO XFR-SSN-MID-2
        MOVE IMG-SSN-LST-4 TO XFR-SSN-LST-4
        MOVE IMG-NAME TO XFR-NAME
        MOVE WS-FROM-DEPT TO XFR-FROM-DEPT
        MOVE IMG-DEPT TO XFR-TO-DEPT
        MOVE IMG-EMP-ID TO XFR-EMP-ID
        WRITE XFER-RECORD.
K86-WRITE-REVERSING-PAY.
    IF WS-PHS-OPEN = 'Y'
        MOVE SPACE TO PAY-HISTORY-RECORD
        MOVE WS-RUN-DATE TO PHS-DATE
        MOVE IMG-SSN-FST-3 TO PHS-SSN-FST-3
        MOVE IMG-SSN-MID-2 TO PHS-SSN-MID-2
        MOVE IMG-SSN-LST-4 TO PHS-SSN-LST-4
        MOVE IMG-EMP-ID TO PHS-EMP-ID
        MOVE IMG-NAME TO PHS-NAME
        MOVE IMG-DEPT TO PHS-DEPT
        MOVE WS-OLD-PAY-TYPE TO PHS-OLD-PAY-TYPE
        MOVE WS-OLD-PAY-RATE TO PHS-OLD-RATE
        MOVE IMG-PAY-TYPE TO PHS-NEW-PAY-TYPE
        MOVE IMG-PAY-RATE TO PHS-NEW-RATE
        MOVE 'O' TO PHS-SOURCE
        MOVE WS-OPERATOR-ID TO PHS-SOURCE-ID
        MOVE 'BO' TO PHS-REASON
        WRITE PAY-HISTORY-RECORD.
K48-PRINT-NOT-REVERSED.
    ADD 1 TO WS-NOT-REVERSED.
    MOVE 'NOT REVERSED' TO RVR-DET-ACTION.
    MOVE ACT-SSN (WS-ACT-IX) TO IMG-SSN.
    PERFORM K49-PRINT-DETAIL.
K49-PRINT-DETAIL.
    MOVE IMG-SSN TO RVR-DET-SSN.
    MOVE IMG-NAME TO RVR-DET-NAME.
    MOVE IMG-DEPT TO RVR-DET-DEPT.
    WRITE REVERSAL-PRINT-LINE FROM RVR-DETAIL-LINE
        AFTER ADVANCING 1.
K50-REINSTATE-TERMINATIONS.
    MOVE ZERO TO WS-TRM-DROPPED.
    MOVE 'N' TO WS-TERM-EOF.
    OPEN INPUT EMP-TERM-FILE.
    IF WS-TERM-STATUS NOT = '00'
        MOVE 'Y' TO WS-TERM-EOF
    ELSE
        OPEN OUTPUT TERM-WORK-FILE
        PERFORM K52-COPY-TERM-RECORD
            UNTIL WS-TERM-EOF = 'Y'
        CLOSE EMP-TERM-FILE
        CLOSE TERM-WORK-FILE.
    IF WS-TRM-DROPPED > 0
        PERFORM K56-REPLACE-TERM-ARCHIVE.
    MOVE 1 TO WS-ACT-IX.
    PERFORM K58-REINSTATE-FROM-AUDIT
        UNTIL WS-ACT-IX > WS-ACT-COUNT.
K52-COPY-TERM-RECORD.
    READ EMP-TERM-FILE
        END
            MOVE 'Y' TO WS-TERM-EOF.
    IF WS-TERM-EOF NOT = 'Y'
        MOVE 'Y' TO WS-KEEP-TERM
        MOVE 'N' TO WS-ACT-FOUND
        MOVE 1 TO WS-ACT-IX
        PERFORM K53-FIND-PENDING-TERM
            UNTIL WS-ACT-IX > WS-ACT-COUNT OR WS-ACT-FOUND = 'Y'
        IF WS-ACT-FOUND = 'Y'
            PERFORM K54-REINSTATE-FROM-ARCHIVE.
    IF WS-TERM-EOF NOT = 'Y'
        IF WS-KEEP-TERM = 'Y'
            WRITE TERM-WORK-RECORD FROM TERM-RECORD
        ELSE
            ADD 1 TO WS-TRM-DROPPED.
K53-FIND-PENDING-TERM.
    IF ACT-STATE (WS-ACT-IX) = 'P'
            AND ACT-SSN (WS-ACT-IX) = TERM-IMAGE-SSN
            AND ACT-DATE (WS-ACT-IX) = TERM-DATE
        MOVE 'Y' TO WS-ACT-FOUND
    ELSE
        ADD 1 TO WS-ACT-IX.
K54-REINSTATE-FROM-ARCHIVE.
    MOVE TERM-MASTER-IMAGE TO EMP-REPORT-LINE.
    MOVE TERM-MASTER-IMAGE TO IMAGE-FIELDS.
    WRITE EMP-REPORT-LINE
        INVALID KEY
            MOVE '22' TO EMP-REPORT-STATUS.
    MOVE 'R' TO ACT-STATE (WS-ACT-IX).
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'ALREADY ON MASTER' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        MOVE 'N' TO WS-KEEP-TERM
        MOVE SPACE TO RVR-DET-NOTE
        PERFORM K55-LOG-REINSTATEMENT.
K55-LOG-REINSTATEMENT.
    ADD 1 TO WS-TERM-REINSTATED.
    MOVE SPACE TO WS-BEFORE-IMAGE.
    MOVE EMP-REPORT-LINE TO WS-AFTER-IMAGE.
    MOVE 'REINSTAT' TO WS-MAINT-ACTION.
    PERFORM K85-WRITE-MAINT-AUDIT.
    MOVE 'TERM REINSTATED' TO RVR-DET-ACTION.
    PERFORM K49-PRINT-DETAIL.
K56-REPLACE-TERM-ARCHIVE.
    MOVE 'N' TO WS-TWORK-EOF.
    OPEN INPUT TERM-WORK-FILE.
    OPEN OUTPUT EMP-TERM-FILE.
    IF WS-TWORK-STATUS NOT = '00' OR WS-TERM-STATUS NOT = '00'
        DISPLAY '*** TRM2.FIL NOT UPDATED -- REINSTATED EMPLOYEES'
        DISPLAY '*** ARE STILL ON THE ARCHIVE. RESTORE FROM TRMW.FIL.'
    ELSE
        PERFORM K57-COPY-BACK-TERM-RECORD
            UNTIL WS-TWORK-EOF = 'Y'
        CLOSE TERM-WORK-FILE
        CLOSE EMP-TERM-FILE.
K57-COPY-BACK-TERM-RECORD.
    READ TERM-WORK-FILE
        END
            MOVE 'Y' TO WS-TWORK-EOF.
    IF WS-TWORK-EOF NOT = 'Y'
        WRITE TERM-RECORD FROM TERM-WORK-RECORD.
K58-REINSTATE-FROM-AUDIT.
    IF ACT-STATE (WS-ACT-IX) = 'P'
        PERFORM K59-WRITE-AUDIT-IMAGE.
    ADD 1 TO WS-ACT-IX.
K59-WRITE-AUDIT-IMAGE.
    MOVE 'R' TO ACT-STATE (WS-ACT-IX).
    MOVE ACT-BEFORE-IMAGE (WS-ACT-IX) TO EMP-REPORT-LINE.
    MOVE ACT-BEFORE-IMAGE (WS-ACT-IX) TO IMAGE-FIELDS.
    WRITE EMP-REPORT-LINE
        INVALID KEY
            MOVE '22' TO EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'ALREADY ON MASTER' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        MOVE 'NOT ON TRM2 -- AUDIT' TO RVR-DET-NOTE
        PERFORM K55-LOG-REINSTATEMENT.
K60-ADJUST-MASTER-COUNT.
    MOVE 'N' TO WS-MCT-EOF.
    OPEN INPUT MASTER-COUNT-FILE.
    IF WS-MCT-STATUS NOT = '00'
        MOVE 'Y' TO WS-MCT-EOF
    ELSE
        PERFORM K62-READ-COUNT-RECORD
        CLOSE MASTER-COUNT-FILE.
    IF WS-MCT-EOF NOT = 'Y'
        ADD WS-TERM-REINSTATED TO WS-MCT-WORK
        IF WS-MCT-WORK < WS-ADD-REMOVED
            MOVE ZERO TO WS-MCT-WORK
            PERFORM K64-REWRITE-COUNT
        ELSE
            SUBTRACT WS-ADD-REMOVED FROM WS-MCT-WORK
            PERFORM K64-REWRITE-COUNT.
K62-READ-COUNT-RECORD.
    READ MASTER-COUNT-FILE
        END
            MOVE 'Y' TO WS-MCT-EOF.
    IF WS-MCT-EOF NOT = 'Y'
        IF MCT-COUNT NUMERIC
            MOVE MCT-COUNT TO WS-MCT-WORK
        ELSE
            MOVE 'Y' TO WS-MCT-EOF.
K64-REWRITE-COUNT.
    OPEN OUTPUT MASTER-COUNT-FILE.
    IF WS-MCT-STATUS NOT = '00'
        DISPLAY 'WARNING: COULD NOT UPDATE MCT2.FIL'
    ELSE
        MOVE SPACE TO MASTER-COUNT-RECORD
        MOVE WS-MCT-WORK TO MCT-COUNT
        WRITE MASTER-COUNT-RECORD
        CLOSE MASTER-COUNT-FILE.
K66-RESTORE-CONTACTS.
    MOVE 1 TO WS-ACT-IX.
    PERFORM K67-RESTORE-ONE-CONTACT
        UNTIL WS-ACT-IX > WS-ACT-COUNT.
K67-RESTORE-ONE-CONTACT.
    IF ACT-STATE (WS-ACT-IX) = 'C'
        PERFORM K68-WRITE-CONTACT-IMAGE.
    IF ACT-STATE (WS-ACT-IX) = 'S'
        PERFORM K63-WRITE-REPORTING-IMAGE.
    ADD 1 TO WS-ACT-IX.
K68-WRITE-CONTACT-IMAGE.
    MOVE 'R' TO ACT-STATE (WS-ACT-IX).
    PERFORM K46-READ-MASTER.
    MOVE SPACE TO IMAGE-FIELDS.
    IF EMP-REPORT-STATUS = '00'
        MOVE EMP-REPORT-LINE TO IMAGE-FIELDS.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'CONTACT NOT RESTORED' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        IF WS-CON-OPEN NOT = 'Y'
            MOVE 'CON2.FIL NOT OPEN' TO RVR-DET-NOTE
            PERFORM K48-PRINT-NOT-REVERSED
        ELSE
            PERFORM K69-ADD-CONTACT-RECORD.
K69-ADD-CONTACT-RECORD.
    MOVE ACT-BEFORE-IMAGE (WS-ACT-IX) TO CONTACT-RECORD.
    WRITE CONTACT-RECORD
        INVALID KEY
            MOVE '22' TO WS-CON-STATUS.
    IF WS-CON-STATUS NOT = '00'
        MOVE 'CONTACT ON FILE' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        ADD 1 TO WS-CONTACT-RESTORED
        MOVE SPACE TO WS-BEFORE-IMAGE
        MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
        MOVE 'CONADD  ' TO WS-MAINT-ACTION
        PERFORM K85-WRITE-MAINT-AUDIT
        MOVE 'CONTACT RESTORED' TO RVR-DET-ACTION
        MOVE SPACE TO RVR-DET-NOTE
        PERFORM K49-PRINT-DETAIL.
K63-WRITE-REPORTING-IMAGE.
    MOVE 'R' TO ACT-STATE (WS-ACT-IX).
    PERFORM K46-READ-MASTER.
    MOVE SPACE TO IMAGE-FIELDS.
    IF EMP-REPORT-STATUS = '00'
        MOVE EMP-REPORT-LINE TO IMAGE-FIELDS.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'SUPERVISOR NOT RESET' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        IF WS-RPL-OPEN NOT = 'Y'
            MOVE 'RPT2.FIL NOT OPEN' TO RVR-DET-NOTE
            PERFORM K48-PRINT-NOT-REVERSED
        ELSE
            PERFORM K65-ADD-REPORTING-LINE.
K65-ADD-REPORTING-LINE.
    MOVE ACT-BEFORE-IMAGE (WS-ACT-IX) TO REPORTING-LINE-RECORD.
    WRITE REPORTING-LINE-RECORD
        INVALID KEY
            MOVE '22' TO WS-RPL-STATUS.
    IF WS-RPL-STATUS NOT = '00'
        MOVE 'SUPERVISOR ON FILE' TO RVR-DET-NOTE
        PERFORM K48-PRINT-NOT-REVERSED
    ELSE
        ADD 1 TO WS-LINE-RESTORED
        MOVE SPACE TO WS-BEFORE-IMAGE
        MOVE REPORTING-LINE-RECORD TO WS-AFTER-IMAGE
        MOVE 'RPLSET  ' TO WS-MAINT-ACTION
        PERFORM K85-WRITE-MAINT-AUDIT
        MOVE 'SUPERVISOR RESET' TO RVR-DET-ACTION
        MOVE SPACE TO RVR-DET-NOTE
        PERFORM K49-PRINT-DETAIL.
K70-MARK-BATCH-BACKED-OUT.
    IF WS-BCH-FOUND = 'N'
        IF WS-BCH-COUNT < 200
            ADD 1 TO WS-BCH-COUNT
            MOVE WS-BCH-COUNT TO WS-BCH-IX
            MOVE WS-BACKOUT-BATCH TO BCH-TBL-NUM (WS-BCH-IX)
            MOVE WS-AUDIT-RUN-DATE TO BCH-TBL-RECV-DATE (WS-BCH-IX)
            MOVE WS-AUDIT-COUNT TO BCH-TBL-EXP-COUNT (WS-BCH-IX)
            MOVE WS-AUDIT-RUN-DATE TO BCH-TBL-RUN-DATE (WS-BCH-IX)
            MOVE 'Y' TO WS-BCH-FOUND.
    IF WS-BCH-FOUND = 'N'
        DISPLAY 'BCH2.FIL FULL -- BATCH NOT MARKED BACKED OUT.'
    ELSE
        MOVE 'X' TO BCH-TBL-STATUS (WS-BCH-IX)
        PERFORM K72-REWRITE-BATCH-FILE.
K72-REWRITE-BATCH-FILE.
    OPEN OUTPUT BATCH-REGISTER-FILE.
    IF WS-BCH-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE BCH2.FIL, STATUS=' WS-BCH-STATUS
    ELSE
        MOVE 1 TO WS-BCH-IX
        PERFORM K74-WRITE-BATCH-RECORD
            UNTIL WS-BCH-IX > WS-BCH-COUNT
        CLOSE BATCH-REGISTER-FILE.
K74-WRITE-BATCH-RECORD.
    MOVE SPACE TO BATCH-REGISTER-RECORD.
    MOVE BCH-TBL-NUM (WS-BCH-IX) TO BCH-BATCH-NUM.
    MOVE BCH-TBL-RECV-DATE (WS-BCH-IX) TO BCH-RECV-DATE.
    MOVE BCH-TBL-EXP-COUNT (WS-BCH-IX) TO BCH-EXP-COUNT.
    MOVE BCH-TBL-STATUS (WS-BCH-IX) TO BCH-STATUS.
    MOVE BCH-TBL-RUN-DATE (WS-BCH-IX) TO BCH-RUN-DATE.
    WRITE BATCH-REGISTER-RECORD.
    ADD 1 TO WS-BCH-IX.
K76-CANCEL-HELD-CARDS.
    MOVE ZERO TO WS-PND-COUNT.
    MOVE 'N' TO WS-PND-EOF.
    OPEN INPUT PENDING-TRANS-FILE.
    IF WS-PND-STATUS NOT = '00'
        MOVE 'Y' TO WS-PND-EOF
    ELSE
        PERFORM K77-READ-PENDING-RECORD
            UNTIL WS-PND-EOF = 'Y' OR WS-PND-COUNT = 500
        CLOSE PENDING-TRANS-FILE.
    IF WS-PND-CANCELLED > 0
        PERFORM K78-REWRITE-PENDING-FILE.
K77-READ-PENDING-RECORD.
    READ PENDING-TRANS-FILE
        END
            MOVE 'Y' TO WS-PND-EOF.
    IF WS-PND-EOF NOT = 'Y'
        IF PND-BATCH-NUM = WS-BACKOUT-BATCH AND PND-STATUS = 'P'
            MOVE 'X' TO PND-STATUS
            MOVE WS-RUN-DATE TO PND-DONE-DATE
            MOVE WS-OPERATOR-ID TO PND-DONE-BY
            ADD 1 TO WS-PND-CANCELLED.
    IF WS-PND-EOF NOT = 'Y'
        ADD 1 TO WS-PND-COUNT
        MOVE PENDING-TRANS-RECORD TO PND-TBL-RECORD (WS-PND-COUNT).
K78-REWRITE-PENDING-FILE.
    OPEN OUTPUT PENDING-TRANS-FILE.
    IF WS-PND-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE PND2.FIL, STATUS=' WS-PND-STATUS
    ELSE
        MOVE 1 TO WS-PND-IX
        PERFORM K79-WRITE-PENDING-RECORD
            UNTIL WS-PND-IX > WS-PND-COUNT
        CLOSE PENDING-TRANS-FILE.
K79-WRITE-PENDING-RECORD.
    MOVE PND-TBL-RECORD (WS-PND-IX) TO PENDING-TRANS-RECORD.
    WRITE PENDING-TRANS-RECORD.
    ADD 1 TO WS-PND-IX.
K80-PRINT-TOTALS.
    MOVE SPACE TO REVERSAL-PRINT-LINE.
    WRITE REVERSAL-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE 'ADDS REMOVED:' TO RVR-TOT-LABEL.
    MOVE WS-ADD-REMOVED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE 'CHANGES RESTORED:' TO RVR-TOT-LABEL.
    MOVE WS-CHANGE-RESTORED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE 'TERMINATIONS REINSTATED:' TO RVR-TOT-LABEL.
    MOVE WS-TERM-REINSTATED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE 'CONTACTS RESTORED:' TO RVR-TOT-LABEL.
    MOVE WS-CONTACT-RESTORED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE 'SUPERVISOR LINES RESTORED:' TO RVR-TOT-LABEL.
    MOVE WS-LINE-RESTORED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE 'HELD CARDS CANCELLED:' TO RVR-TOT-LABEL.
    MOVE WS-PND-CANCELLED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE 'NOT REVERSED (SEE ABOVE):' TO RVR-TOT-LABEL.
    MOVE WS-NOT-REVERSED TO RVR-TOT-COUNT.
    PERFORM K82-WRITE-TOTAL-LINE.
    MOVE WS-OPERATOR-ID TO RVR-BY-OPERATOR.
    MOVE WS-OPERATOR-NAME TO RVR-BY-NAME.
    WRITE REVERSAL-PRINT-LINE FROM RVR-BY-LINE
        AFTER ADVANCING 2.
    MOVE 'HR SIGN-OFF:   ____________________   DATE: ________'
        TO RVR-SIGN-TEXT.
    WRITE REVERSAL-PRINT-LINE FROM RVR-SIGN-LINE
        AFTER ADVANCING 2.
K82-WRITE-TOTAL-LINE.
    WRITE REVERSAL-PRINT-LINE FROM RVR-TOTAL-LINE
        AFTER ADVANCING 1.
K85-WRITE-MAINT-AUDIT.
    IF WS-MAINT-OPEN = 'Y'
        MOVE SPACE TO MAINT-AUDIT-RECORD
        MOVE WS-RUN-DATE TO MNT-DATE
        ACCEPT MNT-TIME FROM TIME
        MOVE WS-MAINT-ACTION TO MNT-ACTION
        MOVE ACT-SSN (WS-ACT-IX) TO MNT-SSN
        MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE TO MNT-AFTER-IMAGE
        MOVE WS-OPERATOR-ID TO MNT-OPERATOR
        MOVE ZERO TO MNT-BATCH-NUM
        WRITE MAINT-AUDIT-RECORD.
K90-CLEAR-BATCH-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        CLOSE RUN-LOCK-FILE.
