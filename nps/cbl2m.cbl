*  PRL2.FIL BUILT BY CBL2. AFTER SIGNING ON       *
*  AGAINST THE OPERATOR FILE OPR2.FIL AND         *
*  REGISTERING THE SESSION ON LCK2.FIL, A CLERK   *
*  MAY FIND A RECORD BY SSN OR BY FULL OR PARTIAL *
*  SURNAME (THROUGH THE NXR2.FIL CROSS-           *
*  REFERENCE), VIEW IT, AND CORRECT THE NAME,     *
*  DEPARTMENT, PAY TYPE, PAY RATE OR JOB TITLE,   *
*  OR START OR END A LEAVE OF ABSENCE. A          *
*  SUPERVISOR MAY DELETE A RECORD, WHICH IS       *
*  ARCHIVED TO TRM2.FIL WITH A TERMINATION REASON *
*  THAT MUST BE ACTIVE ON THE REASON FILE         *
*  TRS2.FIL. EVERY REWRITE AND DELETE IS LOGGED   *
*  WITH BEFORE AND AFTER IMAGES ON THE            *
*  MAINTENANCE AUDIT MNT2.FIL. EVERY PAY TYPE OR  *
*  PAY RATE CHANGE IS ALSO RECORDED, WITH THE     *
*  OPERATOR AND A REASON CODE, ON THE PAY HISTORY *
*  FILE PHS2.FIL. A NEW JOB TITLE MUST BE ON THE  *
*  JOB TITLE FILE TTL2.FIL, AND A PAY OR TITLE    *
*  CHANGE THAT LEAVES THE RATE OUTSIDE THE        *
*  TITLE'S RANGE IS FLAGGED FOR THE CLERK TO      *
*  CONFIRM. A PAY RATE CHANGE LARGER THAN THE     *
*  PERCENTAGE SET ON PARM2.FIL, OR ANY CHANGE AN  *
*  OPERATOR MAKES TO HIS OR HER OWN RECORD, IS    *
*  HELD ON THE APPROVAL QUEUE PAP2.FIL INSTEAD OF *
*  BEING APPLIED. A SUPERVISOR REVIEWS THE QUEUE, *
*  SEES THE BEFORE AND AFTER VALUES, AND APPROVES *
*  OR REJECTS EACH ITEM; AN APPROVED CHANGE IS    *
*  APPLIED AND LOGGED ON MNT2.FIL UNDER THE       *
*  REQUESTING OPERATOR, FOLLOWED BY AN APPROVED   *
*  ENTRY UNDER THE SUPERVISOR.                    *
*  A CLERK MAY ALSO ADD OR CHANGE THE EMPLOYEE'S  *
*  HOME ADDRESS, PHONE AND EMERGENCY CONTACT ON   *
*  THE CONTACT FILE CON2.FIL, LOGGED ON MNT2.FIL  *
*  WITH BEFORE AND AFTER IMAGES AS CONADD OR      *
*  CONCHG. WHEN A RECORD IS DELETED ITS CONTACT   *
*  RECORD IS MOVED TO THE CONTACT ARCHIVE         *
*  CTA2.FIL AND LOGGED AS CONDEL.                 *
*  THE EMPLOYEE'S SUPERVISOR IS KEPT ON THE       *
*  REPORTING-LINE FILE RPT2.FIL. THE CLERK MAY    *
*  SET, CHANGE OR REMOVE IT; THE SUPERVISOR MUST  *
*  BE ON THE MASTER AND MAY NOT ALREADY REPORT,   *
*  DIRECTLY OR INDIRECTLY, TO THE EMPLOYEE. EACH  *
*  CHANGE IS LOGGED ON MNT2.FIL AS RPLSET OR      *
*  RPLDEL. A WARNING IS SHOWN WHEN AN EMPLOYEE    *
*  WHO IS DELETED OR TRANSFERRED TO ANOTHER       *
*  DEPARTMENT STILL HAS PEOPLE REPORTING TO HIM   *
*  OR HER, AND A DELETED EMPLOYEE'S OWN           *
*  REPORTING LINE IS REMOVED.                     *
*                                                 *
***************************************************

    SELECT EMP-DEPT-FILE ASSIGN
    DEPT2.FIL
    FILE STATUS WS-DEPT-STATUS.
    SELECT JOB-TITLE-FILE ASSIGN
    TTL2.FIL
    FILE STATUS WS-TITLE-STATUS.
    SELECT TERM-REASON-FILE ASSIGN
    TRS2.FIL
    FILE STATUS WS-TRS-STATUS.
    SELECT EMP-XREF-FILE ASSIGN
    NXR2.FIL
    FILE STATUS WS-XREF-STATUS.
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
    SELECT CONTACT-FILE ASSIGN
    CON2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY CON-SSN
    FILE STATUS WS-CON-STATUS.
    SELECT CONTACT-ARCHIVE-FILE ASSIGN
    CTA2.FIL
    FILE STATUS WS-CTA-STATUS.
    SELECT REPORTING-LINE-FILE ASSIGN
    RPT2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY RPL-SSN
    FILE STATUS WS-RPL-STATUS.
    SELECT APPROVAL-QUEUE-FILE ASSIGN
    PAP2.FIL
    FILE STATUS WS-PAP-STATUS.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.

DATA DIVISION.

      OMITTED.
01  EMP-REPORT-LINE.
    05  FILLER                            PIC X(4).
    05  EMP-ID-NUM-REPORT                 PIC X(7).
    05  FILLER                            PIC X(10).
    05  NAME-REPORT                       PIC X(20).
    05  FILLER                            PIC X(10).
        10  MID-2-SSN-REPORT              PIC XX.
        10  FILLER                        PIC X.
        10  LST-4-SSN-REPORT              PIC X(4).
    05  LEAVE-RETURN-REPORT               PIC X(6).
    05  FILLER                            PIC X(4).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  HIRE-CC-REPORT                    PIC XX.
    05  EMP-STATUS-REPORT                 PIC X.
        88  EMP-ON-LEAVE  VALUE 'L'.
    05  LEAVE-START-REPORT                PIC X(6).
    05  LEAVE-REASON-REPORT               PIC XX.
FD  EMP-DEPT-FILE
      LABEL RECORDS
      OMITTED.
    05  FILLER                            PIC X.
    05  DEPT-ACTIVE-MASTER                PIC X.
    05  FILLER                            PIC X(55).
FD  JOB-TITLE-FILE
      LABEL RECORDS
      OMITTED.
01  JOB-TITLE-RECORD.
    05  TTL-CODE                          PIC X(10).
    05  FILLER                            PIC X.
    05  TTL-DESC                          PIC X(30).
    05  FILLER                            PIC X.
    05  TTL-PAY-TYPE                      PIC X.
    05  FILLER                            PIC X.
    05  TTL-MIN-RATE                      PIC 9(4)V99.
    05  FILLER                            PIC X.
    05  TTL-MAX-RATE                      PIC 9(4)V99.
    05  FILLER                            PIC X.
    05  TTL-ACTIVE                        PIC X.
    05  FILLER                            PIC X(21).
FD  TERM-REASON-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-REASON-RECORD.
    05  TRS-CODE                          PIC XX.
    05  FILLER                            PIC X.
    05  TRS-DESC                          PIC X(30).
    05  FILLER                            PIC X.
    05  TRS-CLASS                         PIC X.
    05  FILLER                            PIC X.
    05  TRS-ACTIVE                        PIC X.
    05  FILLER                            PIC X(43).
FD  EMP-XREF-FILE
      LABEL RECORDS
      OMITTED.
    05  XFR-FROM-DEPT                     PIC XX.
    05  FILLER                            PIC X.
    05  XFR-TO-DEPT                       PIC XX.
    05  FILLER                            PIC X.
    05  XFR-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X(29).
FD  MAINT-AUDIT-FILE
      LABEL RECORDS
      OMITTED.
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
    05  OPR-NAME                          PIC X(20).
    05  FILLER                            PIC X.
    05  OPR-LEVEL                         PIC X.
    05  FILLER                            PIC X.
    05  OPR-SSN                           PIC X(9).
    05  FILLER                            PIC X(37).
FD  MASTER-COUNT-FILE
      LABEL RECORDS
      OMITTED.
    05  FILLER                            PIC X.
    05  LCK-OPERATOR                      PIC X(10).
    05  FILLER                            PIC X(47).
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
FD  CONTACT-ARCHIVE-FILE
      LABEL RECORDS
      OMITTED.
01  CONTACT-ARCHIVE-RECORD.
    05  CTA-CONTACT-IMAGE                 PIC X(110).
    05  CTA-TERM-DATE                     PIC 9(6).
    05  CTA-TERM-REASON                   PIC XX.
    05  FILLER                            PIC XX.
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
FD  APPROVAL-QUEUE-FILE
      LABEL RECORDS
      OMITTED.
01  APPROVAL-RECORD.
    05  PAP-SEQ                           PIC 9(5).
    05  FILLER                            PIC X.
    05  PAP-STATUS                        PIC X.
    05  FILLER                            PIC X.
    05  PAP-ACTION                        PIC X.
    05  FILLER                            PIC X.
    05  PAP-CAUSE                         PIC X.
    05  FILLER                            PIC X.
    05  PAP-REQ-DATE                      PIC 9(6).
    05  FILLER                            PIC X.
    05  PAP-REQ-TIME                      PIC 9(8).
    05  FILLER                            PIC X.
    05  PAP-REQ-OPERATOR                  PIC X(10).
    05  FILLER                            PIC X.
    05  PAP-REASON                        PIC XX.
    05  FILLER                            PIC X.
    05  PAP-CHANGE-PCT                    PIC 9(4)V99.
    05  FILLER                            PIC X.
    05  PAP-REVIEW-DATE                   PIC 9(6).
    05  FILLER                            PIC X.
    05  PAP-REVIEW-OPERATOR               PIC X(10).
    05  FILLER                            PIC X.
    05  PAP-NOTE                          PIC X(30).
    05  FILLER                            PIC X.
    05  PAP-BEFORE-IMAGE                  PIC X(110).
    05  FILLER                            PIC X.
    05  PAP-AFTER-IMAGE                   PIC X(110).
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

WORKING-STORAGE SECTION.

    05  WS-TERM-REASON            PIC XX VALUE SPACE.
    05  WS-XFER-STATUS            PIC XX.
    05  WS-MAINT-STATUS           PIC XX.
    05  WS-PHS-STATUS             PIC XX.
    05  WS-MCT-STATUS             PIC XX.
    05  WS-MCT-EOF                PIC X VALUE 'N'.
    05  WS-MCT-WORK               PIC 9(5) VALUE ZERO.
    05  WS-OPERATOR-LEVEL         PIC X VALUE SPACE.
        88  SUPERVISOR-SIGNED-ON  VALUE 'S'.
    05  WS-OPR-FOUND-SW           PIC X VALUE 'N'.
    05  WS-OPERATOR-SSN           PIC X(9) VALUE SPACE.
    05  WS-CHANGED-BY-ID          PIC X(10) VALUE SPACE.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-KEYWORD           PIC X(10) VALUE SPACE.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.
    05  WS-PARM-VALUE-R REDEFINES WS-PARM-VALUE.
        10  WS-PARM-NUMBER        PIC X(4).
        10  WS-PARM-PCT-9 REDEFINES WS-PARM-NUMBER
                                  PIC 99V99.
        10  FILLER                PIC X(16).

01  CONTACT-CONTROL.
    05  WS-CON-STATUS             PIC XX.
    05  WS-CON-OPEN               PIC X VALUE 'N'.
    05  WS-CON-FOUND              PIC X VALUE 'N'.
    05  WS-CON-VALID-SW           PIC X VALUE 'N'.
    05  WS-CTA-STATUS             PIC XX.
    05  WS-CON-OLD-IMAGE          PIC X(110) VALUE SPACE.
    05  WS-CON-MASTER-HOLD        PIC X(110) VALUE SPACE.
    05  WS-CON-NEW-STREET         PIC X(25).
    05  WS-CON-NEW-CITY           PIC X(15).
    05  WS-CON-NEW-STATE          PIC XX.
    05  WS-CON-NEW-ZIP            PIC X(5).
    05  WS-CON-NEW-HOME-PHONE     PIC X(10).
    05  WS-CON-NEW-EMRG-NAME      PIC X(20).
    05  WS-CON-NEW-EMRG-REL       PIC XX.
    05  WS-CON-NEW-EMRG-PHONE     PIC X(10).
    05  RELATION-CHECK            PIC XX.
        88  VALID-RELATION  VALUES 'SP', 'PA', 'CH', 'SB', 'RL',
                                   'FR', 'OT'.

01  REPORTING-LINE-CONTROL.
    05  WS-RPL-STATUS             PIC XX.
    05  WS-RPL-OPEN               PIC X VALUE 'N'.
    05  WS-RPL-FOUND              PIC X VALUE 'N'.
    05  WS-RPL-HAD-LINE           PIC X VALUE 'N'.
    05  WS-RPL-EOF                PIC X VALUE 'N'.
    05  WS-RPL-VALID-SW           PIC X VALUE 'N'.
    05  WS-RPL-REPORTS            PIC 9(4) VALUE ZERO.
    05  WS-RPL-TARGET             PIC X(11) VALUE SPACE.
    05  WS-RPL-ENTRY.
        10  WS-RPL-ENTRY-FST-3    PIC X(3).
        10  WS-RPL-ENTRY-MID-2    PIC X(2).
        10  WS-RPL-ENTRY-LST-4    PIC X(4).
    05  WS-RPL-SUPV-KEY.
        10  WS-RPL-SUPV-FST-3     PIC X(3).
        10  FILLER                PIC X VALUE SPACE.
        10  WS-RPL-SUPV-MID-2     PIC XX.
        10  FILLER                PIC X VALUE SPACE.
        10  WS-RPL-SUPV-LST-4     PIC X(4).
    05  WS-RPL-SUPV-NAME          PIC X(20) VALUE SPACE.
    05  WS-RPL-SUPV-ON-FILE       PIC X VALUE 'N'.
    05  WS-RPL-EMP-HOLD           PIC X(110) VALUE SPACE.
    05  WS-RPL-OLD-IMAGE          PIC X(80) VALUE SPACE.
    05  WS-RPL-CLIMB-KEY          PIC X(11) VALUE SPACE.
    05  WS-RPL-DEPTH              PIC 99 VALUE ZERO.
    05  WS-RPL-LOOP-SW            PIC X VALUE 'N'.
    05  WS-RPL-CLIMB-SW           PIC X VALUE 'N'.

01  APPROVAL-CONTROL.
    05  WS-PAP-STATUS             PIC XX.
    05  WS-PAP-EOF                PIC X VALUE 'N'.
    05  WS-PAP-OVERFLOW           PIC X VALUE 'N'.
    05  WS-PAP-COUNT              PIC 99 VALUE ZERO.
    05  WS-PAP-IX                 PIC 99 VALUE ZERO.
    05  WS-PAP-PENDING            PIC 99 VALUE ZERO.
    05  WS-PAP-LAST-SEQ           PIC 9(5) VALUE ZERO.
    05  WS-APPROVE-PCT            PIC 99V99 VALUE 10.00.
    05  WS-APPROVAL-CAUSE         PIC X VALUE SPACE.
        88  OWN-RECORD-CHANGE     VALUE 'O'.
        88  LARGE-RATE-CHANGE     VALUE 'L'.
    05  WS-QUEUE-REASON           PIC XX VALUE SPACE.
    05  WS-QUEUED-AFTER-IMAGE     PIC X(110) VALUE SPACE.
    05  WS-RATE-DIFF              PIC S9(4)V99 VALUE ZERO.
    05  WS-RATE-DIFF-100          PIC 9(6)V99 VALUE ZERO.
    05  WS-CHANGE-PCT             PIC 9(6)V99 VALUE ZERO.
    05  WS-PCT-DISPLAY            PIC ZZZ9.99.
    05  WS-LIMIT-DISPLAY          PIC Z9.99.
    05  WS-REVIEW-ACTION          PIC X VALUE SPACE.
    05  WS-REVIEW-QUIT            PIC X VALUE 'N'.
    05  WS-REVIEW-NOTE            PIC X(30) VALUE SPACE.
    05  WS-IMAGE-TAG              PIC X(8) VALUE SPACE.
    05  WS-CHECK-SSN.
        10  WS-CHECK-SSN-FST-3    PIC X(3).
        10  WS-CHECK-SSN-MID-2    PIC X(2).
        10  WS-CHECK-SSN-LST-4    PIC X(4).
01  APPROVAL-TABLE.
    05  PAP-TBL-RECORD OCCURS 50  PIC X(319).

01  IMAGE-WORK.
    05  IMG-FIELDS.
        10  FILLER                PIC X(4).
        10  IMG-EMP-ID            PIC X(7).
        10  FILLER                PIC X(10).
        10  IMG-NAME              PIC X(20).
        10  FILLER                PIC X(10).
        10  IMG-SSN.
            15  IMG-SSN-FST-3     PIC X(3).
            15  FILLER            PIC X.
            15  IMG-SSN-MID-2     PIC XX.
            15  FILLER            PIC X.
            15  IMG-SSN-LST-4     PIC X(4).
        10  IMG-LEAVE-RETURN      PIC X(6).
        10  FILLER                PIC X(4).
        10  IMG-DEPT              PIC XX.
        10  IMG-HIRE              PIC X(6).
        10  IMG-PAY-TYPE          PIC X.
        10  IMG-PAY-RATE          PIC 9(4)V99.
        10  IMG-TITLE             PIC X(10).
        10  IMG-LOC               PIC XX.
        10  FILLER                PIC XX.
        10  IMG-STATUS            PIC X.
        10  IMG-LEAVE-START       PIC X(6).
        10  IMG-LEAVE-REASON      PIC XX.

01  MAINT-AUDIT-WORK.
    05  WS-BEFORE-IMAGE           PIC X(110) VALUE SPACE.
    05  WS-NEW-RATE-9 REDEFINES WS-NEW-PAY-RATE
                                  PIC 9(4)V99.
    05  WS-NEW-TITLE              PIC X(10).
    05  WS-PAY-REASON             PIC XX.
    05  WS-OLD-PAY-TYPE           PIC X.
    05  WS-OLD-PAY-RATE           PIC 9(4)V99.
    05  WS-RATE-DISPLAY           PIC ZZZ9.99.
    05  WS-CONFIRM                PIC X.

        10  CAND-SSN              PIC X(9).
        10  CAND-DEPT             PIC XX.

01  LEAVE-CONTROL.
    05  LEAVE-REASON-CHECK                PIC XX.
        88  VALID-LEAVE-REASON  VALUES 'MD', 'FM', 'MI', 'PR',
                                       'WC', 'ED'.
    05  WS-LEAVE-START            PIC X(6) VALUE SPACE.
    05  WS-LEAVE-RETURN           PIC X(6) VALUE SPACE.
    05  WS-DATE-ENTRY             PIC X(6) VALUE SPACE.
    05  WS-DATE-PARTS REDEFINES WS-DATE-ENTRY.
        10  WS-DATE-YY            PIC 99.
        10  WS-DATE-MM            PIC 99.
        10  WS-DATE-DD            PIC 99.
    05  WS-DATE-VALID-SW          PIC X VALUE 'N'.
    05  WS-DATE-CCYYMMDD          PIC 9(8) VALUE ZERO.
    05  WS-TODAY-CCYYMMDD         PIC 9(8) VALUE ZERO.
01  MONTH-DAYS-VALUES             PIC X(24)
        VALUE '312931303130313130313031'.
01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
    05  MONTH-DAYS OCCURS 12      PIC 99.

01  DEPT-VALIDATION.
    05  DEPT-NUM-CHECK                    PIC XX.
        88  VALID-DEPARTMENT  VALUES '10', '20', '30', '40', '50'.
        10  DEPT-TBL-CODE         PIC XX.
        10  DEPT-TBL-ACTIVE       PIC X.

01  TITLE-TABLE-CONTROL.
    05  WS-TITLE-STATUS           PIC XX.
    05  WS-TITLE-TABLE-LOADED     PIC X VALUE 'N'.
    05  WS-TITLE-COUNT            PIC 9(3) VALUE ZERO.
    05  WS-TITLE-IX               PIC 9(3) VALUE ZERO.
    05  WS-TITLE-EOF              PIC X VALUE 'N'.
    05  WS-TITLE-LOOKUP-CODE      PIC X(10).
    05  WS-TITLE-FOUND-SW         PIC X VALUE 'N'.
    05  WS-TITLE-FOUND-TYPE       PIC X VALUE SPACE.
    05  WS-TITLE-FOUND-MIN        PIC 9(4)V99 VALUE ZERO.
    05  WS-TITLE-FOUND-MAX        PIC 9(4)V99 VALUE ZERO.
    05  WS-TITLE-FOUND-ACTIVE     PIC X VALUE SPACE.
    05  WS-CHECK-PAY-TYPE         PIC X VALUE SPACE.
    05  WS-CHECK-PAY-RATE         PIC 9(4)V99 VALUE ZERO.
    05  WS-RANGE-RESULT           PIC X VALUE SPACE.
        88  PAY-TYPE-NOT-ALLOWED  VALUE 'T'.
        88  RATE-OUT-OF-RANGE     VALUE 'R'.
    05  WS-MIN-DISPLAY            PIC ZZZ9.99.
    05  WS-MAX-DISPLAY            PIC ZZZ9.99.
01  TITLE-TABLE.
    05  TITLE-ENTRY OCCURS 100.
        10  TITLE-TBL-CODE        PIC X(10).
        10  TITLE-TBL-PAY-TYPE    PIC X.
        10  TITLE-TBL-MIN-RATE    PIC 9(4)V99.
        10  TITLE-TBL-MAX-RATE    PIC 9(4)V99.
        10  TITLE-TBL-ACTIVE      PIC X.

01  TERM-REASON-TABLE-CONTROL.
    05  WS-TRS-STATUS             PIC XX.
    05  WS-TRS-TABLE-LOADED       PIC X VALUE 'N'.
    05  WS-TRS-COUNT              PIC 99 VALUE ZERO.
    05  WS-TRS-IX                 PIC 99 VALUE ZERO.
    05  WS-TRS-EOF                PIC X VALUE 'N'.
    05  WS-TRS-LOOKUP-CODE        PIC XX.
    05  WS-TRS-FOUND-SW           PIC X VALUE 'N'.
    05  WS-TRS-FOUND-DESC         PIC X(30) VALUE SPACE.
    05  WS-TRS-FOUND-CLASS        PIC X VALUE SPACE.
    05  WS-TRS-FOUND-ACTIVE       PIC X VALUE SPACE.
    05  WS-TRS-REASON-OK          PIC X VALUE 'N'.
01  TERM-REASON-TABLE.
    05  TRS-ENTRY OCCURS 50.
        10  TRS-TBL-CODE          PIC XX.
        10  TRS-TBL-DESC          PIC X(30).
        10  TRS-TBL-CLASS         PIC X.
        10  TRS-TBL-ACTIVE        PIC X.

PROCEDURE DIVISION.

**************************************************************
    IF WS-OPR-FOUND-SW NOT = 'Y'
        DISPLAY 'OPERATOR NOT ON OPR2.FIL -- SESSION REFUSED.'
        STOP RUN.
    MOVE WS-OPERATOR-ID TO WS-CHANGED-BY-ID.
    PERFORM M14-SET-ONLINE-LOCK.
    PERFORM M15-LOAD-DEPT-TABLE.
    PERFORM M18-LOAD-TITLE-TABLE.
    PERFORM M76-LOAD-REASON-TABLE.
    PERFORM M11-READ-APPROVAL-PARM.
    IF SUPERVISOR-SIGNED-ON
        PERFORM M48-LOAD-APPROVAL-TABLE
        DISPLAY 'CHANGES AWAITING APPROVAL: ' WS-PAP-PENDING.
    OPEN I-O EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMP-REPORT-FILE, STATUS=' EMP-REPORT-STATUS
        PERFORM M90-CLEAR-ONLINE-LOCK
        STOP RUN.
    PERFORM M21-OPEN-CONTACT-FILE.
    PERFORM M27-OPEN-REPORTING-FILE.
    DISPLAY 'EMPLOYEE MASTER INQUIRY AND MAINTENANCE'.
    PERFORM M20-PROCESS-INQUIRY
          UNTIL WS-MORE-INQUIRIES EQUAL 'NO '.
    CLOSE EMP-REPORT-FILE.
    IF WS-CON-OPEN = 'Y'
        CLOSE CONTACT-FILE.
    IF WS-RPL-OPEN = 'Y'
        CLOSE REPORTING-LINE-FILE.
    PERFORM M90-CLEAR-ONLINE-LOCK.
    DISPLAY 'END OF MAINTENANCE SESSION.'.
    STOP RUN.
M20-PROCESS-INQUIRY.
    DISPLAY 'ENTER SSN (9 DIGITS), N=NAME LOOKUP,'.
    DISPLAY 'A=REVIEW APPROVAL QUEUE, SPACES TO QUIT:'.
    MOVE SPACE TO WS-SSN-ENTRY.
    ACCEPT WS-SSN-ENTRY.
    IF WS-SSN-ENTRY = SPACE
        IF WS-SSN-ENTRY = 'N'
            PERFORM M25-NAME-LOOKUP
        ELSE
            IF WS-SSN-ENTRY = 'A'
                PERFORM M33-REVIEW-APPROVALS
            ELSE
                PERFORM M30-READ-AND-SHOW.
M21-OPEN-CONTACT-FILE.
    MOVE 'N' TO WS-CON-OPEN.
    OPEN I-O CONTACT-FILE.
    IF WS-CON-STATUS NOT = '00'
        OPEN OUTPUT CONTACT-FILE
        CLOSE CONTACT-FILE
        OPEN I-O CONTACT-FILE.
    IF WS-CON-STATUS = '00'
        MOVE 'Y' TO WS-CON-OPEN
    ELSE
        DISPLAY 'CON2.FIL NOT AVAILABLE -- CONTACTS CANNOT BE SHOWN'.
M22-SHOW-CONTACT.
    MOVE 'N' TO WS-CON-FOUND.
    IF WS-CON-OPEN = 'Y'
        MOVE SSN-REPORT TO CON-SSN
        PERFORM M224-READ-CONTACT-RECORD.
    IF WS-CON-FOUND = 'Y'
        DISPLAY 'ADDRESS:      ' CON-STREET
        DISPLAY '              ' CON-CITY ' ' CON-STATE ' ' CON-ZIP
        DISPLAY 'HOME PHONE:   ' CON-HOME-PHONE
        DISPLAY 'EMERGENCY:    ' CON-EMRG-NAME ' (' CON-EMRG-REL ') '
            CON-EMRG-PHONE
    ELSE
        DISPLAY 'CONTACT:      NONE ON FILE'.
M224-READ-CONTACT-RECORD.
    READ CONTACT-FILE
        INVALID KEY
            MOVE '23' TO WS-CON-STATUS.
    IF WS-CON-STATUS = '00'
        MOVE 'Y' TO WS-CON-FOUND.
M23-MAINTAIN-CONTACT.
    IF WS-CON-OPEN NOT = 'Y'
        DISPLAY 'CON2.FIL NOT AVAILABLE -- CONTACT NOT CHANGED.'
    ELSE
        PERFORM M232-ENTER-CONTACT.
M232-ENTER-CONTACT.
    MOVE 'N' TO WS-CON-FOUND.
    MOVE SSN-REPORT TO CON-SSN.
    PERFORM M224-READ-CONTACT-RECORD.
    IF WS-CON-FOUND = 'Y'
        MOVE CONTACT-RECORD TO WS-CON-OLD-IMAGE
        DISPLAY 'ENTER NEW VALUES -- SPACES KEEP THE VALUE SHOWN.'
    ELSE
        MOVE SPACE TO WS-CON-OLD-IMAGE
        MOVE SPACE TO CONTACT-RECORD
        MOVE SSN-REPORT TO CON-SSN
        MOVE ZERO TO CON-UPD-DATE
        DISPLAY 'NO CONTACT RECORD ON FILE -- ENTER A NEW ONE.'.
    PERFORM M234-ACCEPT-CONTACT.
    PERFORM M236-CHECK-CONTACT.
    IF WS-CON-VALID-SW = 'Y'
        PERFORM M238-WRITE-CONTACT
    ELSE
        DISPLAY 'CONTACT NOT CHANGED.'.
M234-ACCEPT-CONTACT.
    DISPLAY 'STREET ADDRESS [' CON-STREET ']:'.
    MOVE SPACE TO WS-CON-NEW-STREET.
    ACCEPT WS-CON-NEW-STREET.
    IF WS-CON-NEW-STREET NOT = SPACE
        MOVE WS-CON-NEW-STREET TO CON-STREET.
    DISPLAY 'CITY [' CON-CITY ']:'.
    MOVE SPACE TO WS-CON-NEW-CITY.
    ACCEPT WS-CON-NEW-CITY.
    IF WS-CON-NEW-CITY NOT = SPACE
        MOVE WS-CON-NEW-CITY TO CON-CITY.
    DISPLAY 'STATE [' CON-STATE ']:'.
    MOVE SPACE TO WS-CON-NEW-STATE.
    ACCEPT WS-CON-NEW-STATE.
    IF WS-CON-NEW-STATE NOT = SPACE
        MOVE WS-CON-NEW-STATE TO CON-STATE.
    DISPLAY 'ZIP CODE (5 DIGITS) [' CON-ZIP ']:'.
    MOVE SPACE TO WS-CON-NEW-ZIP.
    ACCEPT WS-CON-NEW-ZIP.
    IF WS-CON-NEW-ZIP NOT = SPACE
        MOVE WS-CON-NEW-ZIP TO CON-ZIP.
    DISPLAY 'HOME PHONE (10 DIGITS) [' CON-HOME-PHONE ']:'.
    MOVE SPACE TO WS-CON-NEW-HOME-PHONE.
    ACCEPT WS-CON-NEW-HOME-PHONE.
    IF WS-CON-NEW-HOME-PHONE NOT = SPACE
        MOVE WS-CON-NEW-HOME-PHONE TO CON-HOME-PHONE.
    DISPLAY 'EMERGENCY CONTACT NAME [' CON-EMRG-NAME ']:'.
    MOVE SPACE TO WS-CON-NEW-EMRG-NAME.
    ACCEPT WS-CON-NEW-EMRG-NAME.
    IF WS-CON-NEW-EMRG-NAME NOT = SPACE
        MOVE WS-CON-NEW-EMRG-NAME TO CON-EMRG-NAME.
    DISPLAY 'RELATIONSHIP (SP=SPOUSE, PA=PARENT, CH=CHILD, '
        'SB=SIBLING,'.
    DISPLAY 'RL=OTHER RELATIVE, FR=FRIEND, OT=OTHER) ['
        CON-EMRG-REL ']:'.
    MOVE SPACE TO WS-CON-NEW-EMRG-REL.
    ACCEPT WS-CON-NEW-EMRG-REL.
    IF WS-CON-NEW-EMRG-REL NOT = SPACE
        MOVE WS-CON-NEW-EMRG-REL TO CON-EMRG-REL.
    DISPLAY 'EMERGENCY PHONE (10 DIGITS) [' CON-EMRG-PHONE ']:'.
    MOVE SPACE TO WS-CON-NEW-EMRG-PHONE.
    ACCEPT WS-CON-NEW-EMRG-PHONE.
    IF WS-CON-NEW-EMRG-PHONE NOT = SPACE
        MOVE WS-CON-NEW-EMRG-PHONE TO CON-EMRG-PHONE.
M236-CHECK-CONTACT.
    MOVE 'Y' TO WS-CON-VALID-SW.
    IF CON-STREET = SPACE OR CON-CITY = SPACE OR CON-STATE = SPACE
        DISPLAY 'STREET, CITY AND STATE ARE REQUIRED.'
        MOVE 'N' TO WS-CON-VALID-SW.
    IF CON-ZIP NOT NUMERIC
        DISPLAY 'ZIP CODE MUST BE 5 DIGITS.'
        MOVE 'N' TO WS-CON-VALID-SW.
    IF CON-HOME-PHONE NOT NUMERIC
        DISPLAY 'HOME PHONE MUST BE 10 DIGITS.'
        MOVE 'N' TO WS-CON-VALID-SW.
    IF CON-EMRG-NAME = SPACE
        DISPLAY 'AN EMERGENCY CONTACT NAME IS REQUIRED.'
        MOVE 'N' TO WS-CON-VALID-SW.
    MOVE CON-EMRG-REL TO RELATION-CHECK.
    IF NOT VALID-RELATION
        DISPLAY 'RELATIONSHIP MUST BE SP, PA, CH, SB, RL, FR OR OT.'
        MOVE 'N' TO WS-CON-VALID-SW.
    IF CON-EMRG-PHONE NOT NUMERIC
        DISPLAY 'EMERGENCY PHONE MUST BE 10 DIGITS.'
        MOVE 'N' TO WS-CON-VALID-SW.
    IF WS-CON-VALID-SW = 'Y' AND CONTACT-RECORD = WS-CON-OLD-IMAGE
        DISPLAY 'NO CHANGE ENTERED.'
        MOVE 'N' TO WS-CON-VALID-SW.
M238-WRITE-CONTACT.
    MOVE WS-RUN-DATE TO CON-UPD-DATE.
    MOVE WS-BEFORE-IMAGE TO WS-CON-MASTER-HOLD.
    MOVE WS-CON-OLD-IMAGE TO WS-BEFORE-IMAGE.
    IF WS-CON-FOUND = 'Y'
        MOVE 'CONCHG  ' TO WS-MAINT-ACTION
        PERFORM M2382-REWRITE-CONTACT
    ELSE
        MOVE 'CONADD  ' TO WS-MAINT-ACTION
        PERFORM M2384-ADD-CONTACT.
    IF WS-CON-STATUS = '00'
        PERFORM M85-WRITE-MAINT-AUDIT
        DISPLAY 'CONTACT RECORD UPDATED.'.
    MOVE WS-CON-MASTER-HOLD TO WS-BEFORE-IMAGE.
M2382-REWRITE-CONTACT.
    REWRITE CONTACT-RECORD
        INVALID KEY
            DISPLAY 'CONTACT REWRITE FAILED, STATUS=' WS-CON-STATUS.
M2384-ADD-CONTACT.
    WRITE CONTACT-RECORD
        INVALID KEY
            DISPLAY 'CONTACT WRITE FAILED, STATUS=' WS-CON-STATUS.
M24-ARCHIVE-CONTACT.
    MOVE 'N' TO WS-CON-FOUND.
    IF WS-CON-OPEN = 'Y'
        MOVE WS-BEFORE-SSN TO CON-SSN
        PERFORM M224-READ-CONTACT-RECORD.
    IF WS-CON-FOUND = 'Y'
        PERFORM M242-MOVE-CONTACT-TO-ARCHIVE.
M242-MOVE-CONTACT-TO-ARCHIVE.
    OPEN EXTEND CONTACT-ARCHIVE-FILE.
    IF WS-CTA-STATUS NOT = '00'
        OPEN OUTPUT CONTACT-ARCHIVE-FILE.
    IF WS-CTA-STATUS NOT = '00'
        DISPLAY 'WARNING: COULD NOT WRITE CTA2.FIL'
    ELSE
        MOVE SPACE TO CONTACT-ARCHIVE-RECORD
        MOVE CONTACT-RECORD TO CTA-CONTACT-IMAGE
        MOVE WS-RUN-DATE TO CTA-TERM-DATE
        MOVE WS-TERM-REASON TO CTA-TERM-REASON
        WRITE CONTACT-ARCHIVE-RECORD
        CLOSE CONTACT-ARCHIVE-FILE.
    MOVE WS-BEFORE-IMAGE TO WS-CON-MASTER-HOLD.
    MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE.
    PERFORM M244-DELETE-CONTACT.
    MOVE WS-CON-MASTER-HOLD TO WS-BEFORE-IMAGE.
M244-DELETE-CONTACT.
    DELETE CONTACT-FILE
        INVALID KEY
            DISPLAY 'CONTACT DELETE FAILED, STATUS=' WS-CON-STATUS.
    IF WS-CON-STATUS = '00'
        MOVE 'CONDEL  ' TO WS-MAINT-ACTION
        PERFORM M85-WRITE-MAINT-AUDIT
        DISPLAY 'CONTACT RECORD MOVED TO CTA2.FIL.'.
M27-OPEN-REPORTING-FILE.
    MOVE 'N' TO WS-RPL-OPEN.
    OPEN I-O REPORTING-LINE-FILE.
    IF WS-RPL-STATUS NOT = '00'
        OPEN OUTPUT REPORTING-LINE-FILE
        CLOSE REPORTING-LINE-FILE
        OPEN I-O REPORTING-LINE-FILE.
    IF WS-RPL-STATUS = '00'
        MOVE 'Y' TO WS-RPL-OPEN
    ELSE
        DISPLAY 'RPT2.FIL NOT AVAILABLE -- SUPERVISORS CANNOT BE SHOWN'.
M29-SHOW-SUPERVISOR.
    MOVE 'N' TO WS-RPL-FOUND.
    IF WS-RPL-OPEN = 'Y'
        MOVE SSN-REPORT TO RPL-SSN
        PERFORM M92-READ-REPORTING-LINE.
    IF WS-RPL-FOUND = 'Y'
        MOVE RPL-SUPV-SSN TO WS-RPL-SUPV-KEY
        PERFORM M294-FIND-SUPERVISOR-NAME
        DISPLAY 'REPORTS TO:   ' RPL-SUPV-SSN ' ' WS-RPL-SUPV-NAME
    ELSE
        DISPLAY 'REPORTS TO:   NOT RECORDED'.
    IF WS-RPL-OPEN = 'Y'
        MOVE SSN-REPORT TO WS-RPL-TARGET
        PERFORM M891-COUNT-DIRECT-REPORTS
        IF WS-RPL-REPORTS > 0
            DISPLAY 'DIRECT REPORTS: ' WS-RPL-REPORTS.
M294-FIND-SUPERVISOR-NAME.
    MOVE EMP-REPORT-LINE TO WS-RPL-EMP-HOLD.
    MOVE 'N' TO WS-RPL-SUPV-ON-FILE.
    MOVE WS-RPL-SUPV-KEY TO SSN-REPORT.
    READ EMP-REPORT-FILE
        INVALID KEY
            MOVE '23' TO EMP-REPORT-STATUS.
    IF EMP-REPORT-STATUS = '00'
        MOVE 'Y' TO WS-RPL-SUPV-ON-FILE
        MOVE NAME-REPORT TO WS-RPL-SUPV-NAME
    ELSE
        MOVE '** NOT ON MASTER **' TO WS-RPL-SUPV-NAME.
    MOVE WS-RPL-EMP-HOLD TO EMP-REPORT-LINE.
    MOVE '00' TO EMP-REPORT-STATUS.
M25-NAME-LOOKUP.
    DISPLAY 'ENTER FULL OR PARTIAL SURNAME:'.
    MOVE SPACE TO WS-SEARCH-NAME.
        DISPLAY 'PAY TYPE:     ' PAY-TYPE-REPORT
        DISPLAY 'PAY RATE:     ' WS-RATE-DISPLAY
        DISPLAY 'JOB TITLE:    ' JOB-TITLE-REPORT
        PERFORM M31-SHOW-LEAVE-STATUS
        PERFORM M22-SHOW-CONTACT
        PERFORM M29-SHOW-SUPERVISOR
        PERFORM M32-CHECK-OWN-RECORD
        PERFORM M40-ASK-ACTION.
M31-SHOW-LEAVE-STATUS.
    IF EMP-ON-LEAVE
        DISPLAY 'STATUS:       ON LEAVE SINCE ' LEAVE-START-REPORT
            ', REASON ' LEAVE-REASON-REPORT
        DISPLAY 'EXPECTED BACK: ' LEAVE-RETURN-REPORT
    ELSE
        DISPLAY 'STATUS:       ACTIVE'.
M32-CHECK-OWN-RECORD.
    MOVE SPACE TO WS-APPROVAL-CAUSE.
    MOVE SPACE TO WS-QUEUE-REASON.
    MOVE ZERO TO WS-CHANGE-PCT.
    MOVE FST-3-SSN-REPORT TO WS-CHECK-SSN-FST-3.
    MOVE MID-2-SSN-REPORT TO WS-CHECK-SSN-MID-2.
    MOVE LST-4-SSN-REPORT TO WS-CHECK-SSN-LST-4.
    IF WS-OPERATOR-SSN NOT = SPACE AND WS-CHECK-SSN = WS-OPERATOR-SSN
        MOVE 'O' TO WS-APPROVAL-CAUSE
        DISPLAY 'THIS IS YOUR OWN RECORD -- ANY CHANGE WILL BE HELD'
        DISPLAY 'FOR SUPERVISOR APPROVAL.'.
M33-REVIEW-APPROVALS.
    IF NOT SUPERVISOR-SIGNED-ON
        DISPLAY 'THE APPROVAL QUEUE NEEDS A SUPERVISOR OPERATOR.'
    ELSE
        PERFORM M48-LOAD-APPROVAL-TABLE
        IF WS-PAP-OVERFLOW = 'Y'
            DISPLAY 'PAP2.FIL HOLDS OVER 50 ITEMS -- CANNOT REVIEW.'
        ELSE
            IF WS-PAP-PENDING = ZERO
                DISPLAY 'NO CHANGES AWAITING APPROVAL.'
            ELSE
                MOVE 'N' TO WS-REVIEW-QUIT
                MOVE 1 TO WS-PAP-IX
                PERFORM M34-REVIEW-ONE-ITEM
                    UNTIL WS-PAP-IX > WS-PAP-COUNT
                        OR WS-REVIEW-QUIT = 'Y'
                PERFORM M51-REWRITE-APPROVAL-FILE
                DISPLAY 'END OF APPROVAL REVIEW.'.
M34-REVIEW-ONE-ITEM.
    MOVE PAP-TBL-RECORD (WS-PAP-IX) TO APPROVAL-RECORD.
    IF PAP-STATUS = 'P'
        PERFORM M35-SHOW-ITEM
        PERFORM M37-DECIDE-ITEM
        MOVE APPROVAL-RECORD TO PAP-TBL-RECORD (WS-PAP-IX).
    ADD 1 TO WS-PAP-IX.
M35-SHOW-ITEM.
    MOVE PAP-BEFORE-IMAGE TO IMG-FIELDS.
    DISPLAY ' '.
    DISPLAY 'REQUEST ' PAP-SEQ '  KEYED BY ' PAP-REQ-OPERATOR
        ' ON ' PAP-REQ-DATE.
    DISPLAY 'EMPLOYEE ' IMG-SSN '  ' IMG-NAME '  ACTION ' PAP-ACTION.
    IF PAP-CAUSE = 'O'
        DISPLAY 'HELD: OPERATOR CHANGED HIS OR HER OWN RECORD'
    ELSE
        MOVE PAP-CHANGE-PCT TO WS-PCT-DISPLAY
        DISPLAY 'HELD: PAY RATE CHANGE OF ' WS-PCT-DISPLAY ' PERCENT'.
    MOVE 'BEFORE: ' TO WS-IMAGE-TAG.
    PERFORM M36-SHOW-IMAGE.
    IF PAP-ACTION = 'X'
        DISPLAY 'AFTER:  RECORD DELETED, TERMINATION REASON '
            PAP-REASON
    ELSE
        MOVE PAP-AFTER-IMAGE TO IMG-FIELDS
        MOVE 'AFTER:  ' TO WS-IMAGE-TAG
        PERFORM M36-SHOW-IMAGE
        IF PAP-ACTION = 'P'
            DISPLAY 'PAY CHANGE REASON: ' PAP-REASON.
    IF PAP-ACTION = 'L'
        DISPLAY 'LEAVE STARTS ' IMG-LEAVE-START ', REASON '
            IMG-LEAVE-REASON ', EXPECTED BACK ' IMG-LEAVE-RETURN.
    IF PAP-ACTION = 'R'
        DISPLAY 'RETURN TO WORK FROM LEAVE'.
M36-SHOW-IMAGE.
    MOVE IMG-PAY-RATE TO WS-RATE-DISPLAY.
    DISPLAY WS-IMAGE-TAG IMG-NAME ' DEPT ' IMG-DEPT ' PAY '
        IMG-PAY-TYPE ' ' WS-RATE-DISPLAY ' TITLE ' IMG-TITLE.
M37-DECIDE-ITEM.
    MOVE PAP-BEFORE-IMAGE TO IMG-FIELDS.
    MOVE IMG-SSN-FST-3 TO WS-CHECK-SSN-FST-3.
    MOVE IMG-SSN-MID-2 TO WS-CHECK-SSN-MID-2.
    MOVE IMG-SSN-LST-4 TO WS-CHECK-SSN-LST-4.
    IF PAP-REQ-OPERATOR = WS-OPERATOR-ID
        DISPLAY 'YOU KEYED THIS CHANGE -- ANOTHER SUPERVISOR MUST'
        DISPLAY 'REVIEW IT.'
    ELSE
        IF WS-OPERATOR-SSN NOT = SPACE
                AND WS-CHECK-SSN = WS-OPERATOR-SSN
            DISPLAY 'THIS IS YOUR OWN RECORD -- ANOTHER SUPERVISOR'
            DISPLAY 'MUST REVIEW IT.'
        ELSE
            PERFORM M38-ASK-DECISION.
M38-ASK-DECISION.
    DISPLAY 'A=APPROVE, R=REJECT, SPACE=LEAVE PENDING, Q=QUIT:'.
    MOVE SPACE TO WS-REVIEW-ACTION.
    ACCEPT WS-REVIEW-ACTION.
    IF WS-REVIEW-ACTION = 'Q'
        MOVE 'Y' TO WS-REVIEW-QUIT
    ELSE
        IF WS-REVIEW-ACTION = 'A'
            PERFORM M41-APPROVE-ITEM
        ELSE
            IF WS-REVIEW-ACTION = 'R'
                PERFORM M39-REJECT-ITEM.
M39-REJECT-ITEM.
    DISPLAY 'REASON FOR REJECTING (UP TO 30 CHARACTERS):'.
    MOVE SPACE TO WS-REVIEW-NOTE.
    ACCEPT WS-REVIEW-NOTE.
    MOVE 'R' TO PAP-STATUS.
    MOVE WS-RUN-DATE TO PAP-REVIEW-DATE.
    MOVE WS-OPERATOR-ID TO PAP-REVIEW-OPERATOR.
    MOVE WS-REVIEW-NOTE TO PAP-NOTE.
    DISPLAY 'REQUEST ' PAP-SEQ ' REJECTED.'.
M41-APPROVE-ITEM.
    MOVE PAP-BEFORE-IMAGE TO IMG-FIELDS.
    MOVE IMG-SSN TO SSN-REPORT.
    READ EMP-REPORT-FILE
        INVALID KEY
            DISPLAY 'EMPLOYEE NO LONGER ON FILE.'.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'REQUEST LEFT PENDING -- REJECT IT TO CLEAR IT.'
    ELSE
        IF EMP-REPORT-LINE NOT = PAP-BEFORE-IMAGE
            DISPLAY 'THE RECORD HAS CHANGED SINCE THIS REQUEST WAS'
            DISPLAY 'KEYED -- LEFT PENDING. REJECT IT AND RE-KEY.'
        ELSE
            PERFORM M42-APPLY-APPROVED-CHANGE.
M42-APPLY-APPROVED-CHANGE.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    MOVE SSN-REPORT TO WS-BEFORE-SSN.
    MOVE PAP-AFTER-IMAGE TO WS-QUEUED-AFTER-IMAGE.
    MOVE PAP-REQ-OPERATOR TO WS-CHANGED-BY-ID.
    IF PAP-ACTION = 'X'
        MOVE PAP-REASON TO WS-TERM-REASON
        PERFORM M75-DO-DELETE
    ELSE
        PERFORM M43-APPLY-AFTER-IMAGE.
    MOVE WS-OPERATOR-ID TO WS-CHANGED-BY-ID.
    IF EMP-REPORT-STATUS = '00'
        MOVE 'APPROVED' TO WS-MAINT-ACTION
        PERFORM M85-WRITE-MAINT-AUDIT
        MOVE 'A' TO PAP-STATUS
        MOVE WS-RUN-DATE TO PAP-REVIEW-DATE
        MOVE WS-OPERATOR-ID TO PAP-REVIEW-OPERATOR
        DISPLAY 'REQUEST ' PAP-SEQ ' APPROVED AND APPLIED.'.
M43-APPLY-AFTER-IMAGE.
    MOVE PAY-TYPE-REPORT TO WS-OLD-PAY-TYPE.
    MOVE PAY-RATE-REPORT TO WS-OLD-PAY-RATE.
    MOVE PAP-AFTER-IMAGE TO IMG-FIELDS.
    MOVE IMG-DEPT TO WS-NEW-DEPT.
    IF PAP-ACTION = 'D'
        PERFORM M62-WRITE-TRANSFER.
    MOVE PAP-AFTER-IMAGE TO EMP-REPORT-LINE.
    PERFORM M80-REWRITE-RECORD.
    IF EMP-REPORT-STATUS = '00'
        PERFORM M44-APPLY-SIDE-FILES.
M44-APPLY-SIDE-FILES.
    IF PAP-ACTION = 'N' OR PAP-ACTION = 'D'
        PERFORM M58-ADD-XREF-ENTRY.
    IF PAY-TYPE-REPORT NOT = WS-OLD-PAY-TYPE
            OR PAY-RATE-REPORT NOT = WS-OLD-PAY-RATE
        MOVE PAP-REASON TO WS-PAY-REASON
        PERFORM M56-WRITE-PAY-HISTORY.
M45-QUEUE-CHANGE.
    PERFORM M48-LOAD-APPROVAL-TABLE.
    IF WS-PAP-OVERFLOW = 'Y' OR WS-PAP-COUNT = 50
        DISPLAY 'THE APPROVAL QUEUE IS FULL -- CHANGE NOT APPLIED.'
    ELSE
        PERFORM M47-ADD-QUEUE-ENTRY.
    MOVE WS-BEFORE-IMAGE TO EMP-REPORT-LINE.
M47-ADD-QUEUE-ENTRY.
    ADD 1 TO WS-PAP-LAST-SEQ.
    MOVE SPACE TO APPROVAL-RECORD.
    MOVE WS-PAP-LAST-SEQ TO PAP-SEQ.
    MOVE 'P' TO PAP-STATUS.
    MOVE WS-ACTION-CODE TO PAP-ACTION.
    MOVE WS-APPROVAL-CAUSE TO PAP-CAUSE.
    MOVE WS-RUN-DATE TO PAP-REQ-DATE.
    ACCEPT PAP-REQ-TIME FROM TIME.
    MOVE WS-OPERATOR-ID TO PAP-REQ-OPERATOR.
    MOVE WS-QUEUE-REASON TO PAP-REASON.
    IF WS-CHANGE-PCT > 9999.99
        MOVE 9999.99 TO PAP-CHANGE-PCT
    ELSE
        MOVE WS-CHANGE-PCT TO PAP-CHANGE-PCT.
    MOVE ZERO TO PAP-REVIEW-DATE.
    MOVE WS-BEFORE-IMAGE TO PAP-BEFORE-IMAGE.
    IF WS-ACTION-CODE NOT = 'X'
        MOVE EMP-REPORT-LINE TO PAP-AFTER-IMAGE.
    ADD 1 TO WS-PAP-COUNT.
    MOVE APPROVAL-RECORD TO PAP-TBL-RECORD (WS-PAP-COUNT).
    PERFORM M51-REWRITE-APPROVAL-FILE.
    IF WS-PAP-STATUS = '00'
        DISPLAY 'CHANGE HELD FOR SUPERVISOR APPROVAL AS REQUEST '
            WS-PAP-LAST-SEQ '.'.
M46-CHECK-CHANGE-SIZE.
    MOVE ZERO TO WS-CHANGE-PCT.
    IF PAY-RATE-REPORT NOT = WS-OLD-PAY-RATE
        PERFORM M462-COMPUTE-CHANGE-PCT.
    IF WS-CHANGE-PCT > WS-APPROVE-PCT AND WS-APPROVAL-CAUSE = SPACE
        MOVE 'L' TO WS-APPROVAL-CAUSE
        MOVE WS-CHANGE-PCT TO WS-PCT-DISPLAY
        MOVE WS-APPROVE-PCT TO WS-LIMIT-DISPLAY
        DISPLAY 'RATE CHANGE OF ' WS-PCT-DISPLAY ' PERCENT IS OVER THE '
            WS-LIMIT-DISPLAY ' PERCENT LIMIT --'
        DISPLAY 'IT WILL BE HELD FOR SUPERVISOR APPROVAL.'.
M462-COMPUTE-CHANGE-PCT.
    IF WS-OLD-PAY-RATE = ZERO
        MOVE 9999.99 TO WS-CHANGE-PCT
    ELSE
        SUBTRACT WS-OLD-PAY-RATE FROM PAY-RATE-REPORT
            GIVING WS-RATE-DIFF
        IF WS-RATE-DIFF < 0
            MULTIPLY -1 BY WS-RATE-DIFF
            MULTIPLY WS-RATE-DIFF BY 100 GIVING WS-RATE-DIFF-100
            DIVIDE WS-OLD-PAY-RATE INTO WS-RATE-DIFF-100
                GIVING WS-CHANGE-PCT
        ELSE
            MULTIPLY WS-RATE-DIFF BY 100 GIVING WS-RATE-DIFF-100
            DIVIDE WS-OLD-PAY-RATE INTO WS-RATE-DIFF-100
                GIVING WS-CHANGE-PCT.
M48-LOAD-APPROVAL-TABLE.
    MOVE ZERO TO WS-PAP-COUNT.
    MOVE ZERO TO WS-PAP-PENDING.
    MOVE ZERO TO WS-PAP-LAST-SEQ.
    MOVE 'N' TO WS-PAP-OVERFLOW.
    MOVE 'N' TO WS-PAP-EOF.
    OPEN INPUT APPROVAL-QUEUE-FILE.
    IF WS-PAP-STATUS NOT = '00'
        MOVE 'Y' TO WS-PAP-EOF
    ELSE
        PERFORM M49-READ-APPROVAL-RECORD
            UNTIL WS-PAP-EOF = 'Y'
        CLOSE APPROVAL-QUEUE-FILE.
M49-READ-APPROVAL-RECORD.
    READ APPROVAL-QUEUE-FILE
        END
            MOVE 'Y' TO WS-PAP-EOF.
    IF WS-PAP-EOF NOT = 'Y'
        PERFORM M492-TABLE-APPROVAL-RECORD.
M492-TABLE-APPROVAL-RECORD.
    IF PAP-SEQ > WS-PAP-LAST-SEQ
        MOVE PAP-SEQ TO WS-PAP-LAST-SEQ.
    IF PAP-STATUS = 'P'
        ADD 1 TO WS-PAP-PENDING.
    IF PAP-STATUS = 'P' OR PAP-REVIEW-DATE NOT < WS-RUN-DATE
        IF WS-PAP-COUNT = 50
            MOVE 'Y' TO WS-PAP-OVERFLOW
        ELSE
            ADD 1 TO WS-PAP-COUNT
            MOVE APPROVAL-RECORD TO PAP-TBL-RECORD (WS-PAP-COUNT).
M51-REWRITE-APPROVAL-FILE.
    OPEN OUTPUT APPROVAL-QUEUE-FILE.
    IF WS-PAP-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE PAP2.FIL, STATUS=' WS-PAP-STATUS
    ELSE
        MOVE 1 TO WS-PAP-IX
        PERFORM M512-WRITE-APPROVAL-RECORD
            UNTIL WS-PAP-IX > WS-PAP-COUNT
        CLOSE APPROVAL-QUEUE-FILE.
M512-WRITE-APPROVAL-RECORD.
    MOVE PAP-TBL-RECORD (WS-PAP-IX) TO APPROVAL-RECORD.
    WRITE APPROVAL-RECORD.
    ADD 1 TO WS-PAP-IX.
M40-ASK-ACTION.
    DISPLAY 'ACTION? N=CHANGE NAME, D=CHANGE DEPT, P=CHANGE PAY,'.
    DISPLAY 'T=CHANGE TITLE, X=DELETE, L=START LEAVE,'.
    DISPLAY 'R=RETURN FROM LEAVE, C=CONTACT DETAILS, S=SUPERVISOR,'.
    DISPLAY 'SPACE=NO CHANGE:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'N'
                    PERFORM M55-CHANGE-TITLE
                ELSE
                    IF WS-ACTION-CODE = 'X'
                        PERFORM M70-DELETE-RECORD
                    ELSE
                        IF WS-ACTION-CODE = 'L'
                            PERFORM M63-START-LEAVE
                        ELSE
                            IF WS-ACTION-CODE = 'R'
                                PERFORM M71-END-LEAVE
                            ELSE
                                IF WS-ACTION-CODE = 'C'
                                    PERFORM M23-MAINTAIN-CONTACT
                                ELSE
                                    IF WS-ACTION-CODE = 'S'
                                        PERFORM M88-SET-SUPERVISOR.
M50-CHANGE-NAME.
    DISPLAY 'ENTER CORRECTED NAME:'.
    MOVE SPACE TO WS-NEW-NAME.
        DISPLAY 'NAME UNCHANGED.'
    ELSE
        MOVE WS-NEW-NAME TO NAME-REPORT
        IF WS-APPROVAL-CAUSE NOT = SPACE
            PERFORM M45-QUEUE-CHANGE
        ELSE
            PERFORM M80-REWRITE-RECORD
            PERFORM M58-ADD-XREF-ENTRY.
M52-CHANGE-PAY.
    DISPLAY 'ENTER PAY TYPE (H=HOURLY, S=SALARIED):'.
    MOVE SPACE TO WS-NEW-PAY-TYPE.
    DISPLAY 'ENTER PAY RATE (999999 MEANS 9999.99):'.
    MOVE SPACE TO WS-NEW-PAY-RATE.
    ACCEPT WS-NEW-PAY-RATE.
    DISPLAY 'ENTER REASON CODE FOR THE PAY CHANGE (2 CHARACTERS):'.
    MOVE SPACE TO WS-PAY-REASON.
    ACCEPT WS-PAY-REASON.
    IF WS-NEW-PAY-TYPE NOT = 'H' AND WS-NEW-PAY-TYPE NOT = 'S'
            AND WS-NEW-PAY-TYPE NOT = SPACE
        DISPLAY 'PAY TYPE MUST BE H OR S -- NOT APPLIED.'
        IF WS-NEW-PAY-RATE NOT = SPACE
                AND WS-NEW-PAY-RATE NOT NUMERIC
            DISPLAY 'PAY RATE NOT NUMERIC -- NOT APPLIED.'
        ELSE
            IF WS-PAY-REASON = SPACE
                DISPLAY 'A REASON CODE IS REQUIRED -- NOT APPLIED.'
            ELSE
                PERFORM M53-CHECK-PAY-AGAINST-TITLE.
M53-CHECK-PAY-AGAINST-TITLE.
    MOVE PAY-TYPE-REPORT TO WS-CHECK-PAY-TYPE.
    IF WS-NEW-PAY-TYPE NOT = SPACE
        MOVE WS-NEW-PAY-TYPE TO WS-CHECK-PAY-TYPE.
    MOVE PAY-RATE-REPORT TO WS-CHECK-PAY-RATE.
    IF WS-NEW-PAY-RATE NOT = SPACE
        MOVE WS-NEW-RATE-9 TO WS-CHECK-PAY-RATE.
    MOVE JOB-TITLE-REPORT TO WS-TITLE-LOOKUP-CODE.
    PERFORM M59-JUDGE-TITLE-RANGE.
    IF PAY-TYPE-NOT-ALLOWED
        DISPLAY 'PAY TYPE ' WS-CHECK-PAY-TYPE
            ' IS NOT ALLOWED FOR TITLE ' JOB-TITLE-REPORT
        DISPLAY 'PAY CHANGE NOT APPLIED.'
    ELSE
        IF RATE-OUT-OF-RANGE
            PERFORM M57-CONFIRM-OUT-OF-RANGE
            IF WS-CONFIRM = 'Y'
                PERFORM M54-APPLY-PAY-CHANGE
            ELSE
                DISPLAY 'PAY CHANGE NOT APPLIED.'
        ELSE
            PERFORM M54-APPLY-PAY-CHANGE.
M54-APPLY-PAY-CHANGE.
    MOVE PAY-TYPE-REPORT TO WS-OLD-PAY-TYPE.
    MOVE PAY-RATE-REPORT TO WS-OLD-PAY-RATE.
    IF WS-NEW-PAY-TYPE NOT = SPACE
        MOVE WS-NEW-PAY-TYPE TO PAY-TYPE-REPORT.
    IF WS-NEW-PAY-RATE NOT = SPACE
        MOVE WS-NEW-RATE-9 TO PAY-RATE-REPORT.
    PERFORM M46-CHECK-CHANGE-SIZE.
    IF WS-APPROVAL-CAUSE NOT = SPACE
        MOVE WS-PAY-REASON TO WS-QUEUE-REASON
        PERFORM M45-QUEUE-CHANGE
    ELSE
        PERFORM M80-REWRITE-RECORD
        IF EMP-REPORT-STATUS = '00'
            IF PAY-TYPE-REPORT NOT = WS-OLD-PAY-TYPE
                    OR PAY-RATE-REPORT NOT = WS-OLD-PAY-RATE
                PERFORM M56-WRITE-PAY-HISTORY.
M56-WRITE-PAY-HISTORY.
    OPEN EXTEND PAY-HISTORY-FILE.
    IF WS-PHS-STATUS NOT = '00'
        OPEN OUTPUT PAY-HISTORY-FILE.
    IF WS-PHS-STATUS NOT = '00'
        DISPLAY 'WARNING: COULD NOT WRITE PHS2.FIL'
    ELSE
        MOVE SPACE TO PAY-HISTORY-RECORD
        MOVE WS-RUN-DATE TO PHS-DATE
        MOVE FST-3-SSN-REPORT TO PHS-SSN-FST-3
        MOVE MID-2-SSN-REPORT TO PHS-SSN-MID-2
        MOVE LST-4-SSN-REPORT TO PHS-SSN-LST-4
        MOVE EMP-ID-NUM-REPORT TO PHS-EMP-ID
        MOVE NAME-REPORT TO PHS-NAME
        MOVE DEPT-NUM-REPORT TO PHS-DEPT
        MOVE WS-OLD-PAY-TYPE TO PHS-OLD-PAY-TYPE
        MOVE WS-OLD-PAY-RATE TO PHS-OLD-RATE
        MOVE PAY-TYPE-REPORT TO PHS-NEW-PAY-TYPE
        MOVE PAY-RATE-REPORT TO PHS-NEW-RATE
        MOVE 'O' TO PHS-SOURCE
        MOVE WS-CHANGED-BY-ID TO PHS-SOURCE-ID
        MOVE WS-PAY-REASON TO PHS-REASON
        WRITE PAY-HISTORY-RECORD
        CLOSE PAY-HISTORY-FILE.
M55-CHANGE-TITLE.
    DISPLAY 'ENTER CORRECTED JOB TITLE:'.
    MOVE SPACE TO WS-NEW-TITLE.
    IF WS-NEW-TITLE = SPACE
        DISPLAY 'JOB TITLE UNCHANGED.'
    ELSE
        PERFORM M552-CHECK-NEW-TITLE.
M552-CHECK-NEW-TITLE.
    MOVE PAY-TYPE-REPORT TO WS-CHECK-PAY-TYPE.
    MOVE PAY-RATE-REPORT TO WS-CHECK-PAY-RATE.
    MOVE WS-NEW-TITLE TO WS-TITLE-LOOKUP-CODE.
    PERFORM M59-JUDGE-TITLE-RANGE.
    IF WS-TITLE-TABLE-LOADED = 'Y' AND WS-TITLE-FOUND-ACTIVE NOT = 'A'
        DISPLAY 'UNKNOWN JOB TITLE -- NOT APPLIED.'
    ELSE
        IF PAY-TYPE-NOT-ALLOWED
            DISPLAY 'TITLE ' WS-NEW-TITLE ' DOES NOT ALLOW PAY TYPE '
                PAY-TYPE-REPORT ' -- NOT APPLIED.'
        ELSE
            IF RATE-OUT-OF-RANGE
                PERFORM M57-CONFIRM-OUT-OF-RANGE
                IF WS-CONFIRM = 'Y'
                    PERFORM M554-APPLY-TITLE
                ELSE
                    DISPLAY 'JOB TITLE UNCHANGED.'
            ELSE
                PERFORM M554-APPLY-TITLE.
M554-APPLY-TITLE.
    MOVE WS-NEW-TITLE TO JOB-TITLE-REPORT.
    IF WS-APPROVAL-CAUSE NOT = SPACE
        PERFORM M45-QUEUE-CHANGE
    ELSE
        PERFORM M80-REWRITE-RECORD.
M57-CONFIRM-OUT-OF-RANGE.
    MOVE WS-CHECK-PAY-RATE TO WS-RATE-DISPLAY.
    MOVE WS-TITLE-FOUND-MIN TO WS-MIN-DISPLAY.
    MOVE WS-TITLE-FOUND-MAX TO WS-MAX-DISPLAY.
    DISPLAY 'WARNING: RATE ' WS-RATE-DISPLAY ' IS OUTSIDE THE RANGE '
        WS-MIN-DISPLAY ' TO ' WS-MAX-DISPLAY.
    DISPLAY 'FOR TITLE ' WS-TITLE-LOOKUP-CODE '. APPLY ANYWAY? (Y/N):'.
    MOVE SPACE TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
M59-JUDGE-TITLE-RANGE.
    MOVE SPACE TO WS-RANGE-RESULT.
    MOVE 'N' TO WS-TITLE-FOUND-SW.
    IF WS-TITLE-TABLE-LOADED = 'Y' AND WS-TITLE-LOOKUP-CODE NOT = SPACE
        PERFORM M66-FIND-TITLE.
    IF WS-TITLE-FOUND-SW = 'Y'
        IF WS-CHECK-PAY-TYPE NOT = SPACE
                AND WS-TITLE-FOUND-TYPE NOT = 'B'
                AND WS-CHECK-PAY-TYPE NOT = WS-TITLE-FOUND-TYPE
            MOVE 'T' TO WS-RANGE-RESULT
        ELSE
            IF WS-CHECK-PAY-RATE > ZERO
                IF WS-CHECK-PAY-RATE < WS-TITLE-FOUND-MIN
                        OR WS-CHECK-PAY-RATE > WS-TITLE-FOUND-MAX
                    MOVE 'R' TO WS-RANGE-RESULT.
M60-CHANGE-DEPT.
    DISPLAY 'ENTER CORRECTED DEPARTMENT CODE:'.
    MOVE SPACE TO WS-NEW-DEPT.
        IF WS-DEPT-VALID-SW = 'N'
            DISPLAY 'UNKNOWN OR INACTIVE DEPARTMENT -- NOT APPLIED.'
        ELSE
            IF WS-APPROVAL-CAUSE NOT = SPACE
                MOVE WS-NEW-DEPT TO DEPT-NUM-REPORT
                PERFORM M45-QUEUE-CHANGE
            ELSE
                PERFORM M62-WRITE-TRANSFER
                MOVE WS-NEW-DEPT TO DEPT-NUM-REPORT
                PERFORM M80-REWRITE-RECORD
                PERFORM M58-ADD-XREF-ENTRY.
M11-READ-APPROVAL-PARM.
    MOVE 'APPROVEPCT' TO WS-PARM-KEYWORD.
    PERFORM M96-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        IF WS-PARM-NUMBER NUMERIC AND WS-PARM-PCT-9 > ZERO
            MOVE WS-PARM-PCT-9 TO WS-APPROVE-PCT.
M12-SIGN-ON.
    DISPLAY 'ENTER OPERATOR ID:'.
    MOVE SPACE TO WS-OPERATOR-ID.
        IF OPR-ID = WS-OPERATOR-ID
            MOVE 'Y' TO WS-OPR-FOUND-SW
            MOVE OPR-NAME TO WS-OPERATOR-NAME
            MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
            MOVE OPR-SSN TO WS-OPERATOR-SSN.
M14-SET-ONLINE-LOCK.
    MOVE SPACE TO WS-LOCK-TYPE.
    MOVE 'N' TO WS-LOCK-EOF.
        ADD 1 TO WS-DEPT-COUNT
        MOVE DEPT-CODE-MASTER TO DEPT-TBL-CODE (WS-DEPT-COUNT)
        MOVE DEPT-ACTIVE-MASTER TO DEPT-TBL-ACTIVE (WS-DEPT-COUNT).
M18-LOAD-TITLE-TABLE.
    MOVE 'N' TO WS-TITLE-EOF.
    MOVE ZERO TO WS-TITLE-COUNT.
    OPEN INPUT JOB-TITLE-FILE.
    IF WS-TITLE-STATUS NOT = '00'
        DISPLAY 'TTL2.FIL NOT AVAILABLE -- JOB TITLES NOT CHECKED'
    ELSE
        PERFORM M19-READ-TITLE-RECORD
            UNTIL WS-TITLE-EOF = 'Y' OR WS-TITLE-COUNT = 100
        CLOSE JOB-TITLE-FILE
        MOVE 'Y' TO WS-TITLE-TABLE-LOADED.
M19-READ-TITLE-RECORD.
    READ JOB-TITLE-FILE
        END
            MOVE 'Y' TO WS-TITLE-EOF.
    IF WS-TITLE-EOF NOT = 'Y'
        ADD 1 TO WS-TITLE-COUNT
        MOVE TTL-CODE TO TITLE-TBL-CODE (WS-TITLE-COUNT)
        MOVE TTL-PAY-TYPE TO TITLE-TBL-PAY-TYPE (WS-TITLE-COUNT)
        MOVE TTL-MIN-RATE TO TITLE-TBL-MIN-RATE (WS-TITLE-COUNT)
        MOVE TTL-MAX-RATE TO TITLE-TBL-MAX-RATE (WS-TITLE-COUNT)
        MOVE TTL-ACTIVE TO TITLE-TBL-ACTIVE (WS-TITLE-COUNT).
M66-FIND-TITLE.
    MOVE 'N' TO WS-TITLE-FOUND-SW.
    MOVE SPACE TO WS-TITLE-FOUND-TYPE.
    MOVE ZERO TO WS-TITLE-FOUND-MIN.
    MOVE ZERO TO WS-TITLE-FOUND-MAX.
    MOVE SPACE TO WS-TITLE-FOUND-ACTIVE.
    MOVE 1 TO WS-TITLE-IX.
    PERFORM M662-SCAN-TITLE-TABLE
        UNTIL WS-TITLE-IX > WS-TITLE-COUNT OR WS-TITLE-FOUND-SW = 'Y'.
M662-SCAN-TITLE-TABLE.
    IF TITLE-TBL-CODE (WS-TITLE-IX) = WS-TITLE-LOOKUP-CODE
        MOVE 'Y' TO WS-TITLE-FOUND-SW
        MOVE TITLE-TBL-PAY-TYPE (WS-TITLE-IX) TO WS-TITLE-FOUND-TYPE
        MOVE TITLE-TBL-MIN-RATE (WS-TITLE-IX) TO WS-TITLE-FOUND-MIN
        MOVE TITLE-TBL-MAX-RATE (WS-TITLE-IX) TO WS-TITLE-FOUND-MAX
        MOVE TITLE-TBL-ACTIVE (WS-TITLE-IX) TO WS-TITLE-FOUND-ACTIVE
    ELSE
        ADD 1 TO WS-TITLE-IX.
M65-CHECK-DEPARTMENT.
    MOVE 'N' TO WS-DEPT-VALID-SW.
    MOVE WS-NEW-DEPT TO DEPT-NUM-CHECK.
    MOVE SPACE TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM = 'Y'
        MOVE 'N' TO WS-TRS-REASON-OK
        PERFORM M82-ASK-TERM-REASON
            UNTIL WS-TRS-REASON-OK NOT = 'N'
        IF WS-TRS-REASON-OK = 'Y'
            PERFORM M73-DELETE-OR-QUEUE
        ELSE
            DISPLAY 'DELETE CANCELLED.'
    ELSE
        DISPLAY 'DELETE CANCELLED.'.
M73-DELETE-OR-QUEUE.
    IF WS-APPROVAL-CAUSE NOT = SPACE
        MOVE WS-TERM-REASON TO WS-QUEUE-REASON
        PERFORM M45-QUEUE-CHANGE
    ELSE
        PERFORM M75-DO-DELETE.
M75-DO-DELETE.
    PERFORM M77-WRITE-TERM-ARCHIVE.
    DELETE EMP-REPORT-FILE
        MOVE 'DELETE  ' TO WS-MAINT-ACTION
        PERFORM M85-WRITE-MAINT-AUDIT
        PERFORM M79-DECREMENT-MASTER-COUNT
        DISPLAY 'RECORD DELETED.'
        PERFORM M24-ARCHIVE-CONTACT
        PERFORM M89-WARN-DIRECT-REPORTS
        PERFORM M95-DROP-REPORTING-LINE.
M62-WRITE-TRANSFER.
    IF WS-NEW-DEPT NOT = DEPT-NUM-REPORT
        PERFORM M64-APPEND-TRANSFER
        PERFORM M89-WARN-DIRECT-REPORTS.
M63-START-LEAVE.
    IF EMP-ON-LEAVE
        DISPLAY 'EMPLOYEE IS ALREADY ON LEAVE.'
    ELSE
        DISPLAY 'ENTER LEAVE REASON (MD, FM, MI, PR, WC, ED):'
        MOVE SPACE TO LEAVE-REASON-CHECK
        ACCEPT LEAVE-REASON-CHECK
        DISPLAY 'ENTER LEAVE START DATE (YYMMDD, SPACES = TODAY):'
        MOVE SPACE TO WS-LEAVE-START
        ACCEPT WS-LEAVE-START
        DISPLAY 'ENTER EXPECTED RETURN DATE (YYMMDD, SPACES = '
            'NOT KNOWN):'
        MOVE SPACE TO WS-LEAVE-RETURN
        ACCEPT WS-LEAVE-RETURN
        PERFORM M632-CHECK-LEAVE-ENTRY.
M632-CHECK-LEAVE-ENTRY.
    IF WS-LEAVE-START = SPACE
        MOVE WS-RUN-DATE TO WS-LEAVE-START.
    MOVE WS-RUN-DATE TO WS-DATE-ENTRY.
    PERFORM M74-CHECK-DATE.
    MOVE WS-DATE-CCYYMMDD TO WS-TODAY-CCYYMMDD.
    MOVE WS-LEAVE-START TO WS-DATE-ENTRY.
    PERFORM M74-CHECK-DATE.
    IF NOT VALID-LEAVE-REASON
        DISPLAY 'UNKNOWN LEAVE REASON -- NOT APPLIED.'
    ELSE
        IF WS-DATE-VALID-SW = 'N'
            DISPLAY 'INVALID LEAVE START DATE -- NOT APPLIED.'
        ELSE
            IF WS-DATE-CCYYMMDD > WS-TODAY-CCYYMMDD
                DISPLAY 'A LEAVE STARTING LATER MUST BE KEYED ON A '
                    'CARD WITH AN EFFECTIVE DATE -- NOT APPLIED.'
            ELSE
                PERFORM M634-CHECK-RETURN-DATE.
M634-CHECK-RETURN-DATE.
    MOVE 'Y' TO WS-DATE-VALID-SW.
    IF WS-LEAVE-RETURN NOT = SPACE
        MOVE WS-LEAVE-RETURN TO WS-DATE-ENTRY
        PERFORM M74-CHECK-DATE.
    IF WS-DATE-VALID-SW = 'N'
        DISPLAY 'INVALID EXPECTED RETURN DATE -- NOT APPLIED.'
    ELSE
        PERFORM M636-APPLY-LEAVE.
M636-APPLY-LEAVE.
    MOVE 'L' TO EMP-STATUS-REPORT.
    MOVE WS-LEAVE-START TO LEAVE-START-REPORT.
    MOVE LEAVE-REASON-CHECK TO LEAVE-REASON-REPORT.
    MOVE WS-LEAVE-RETURN TO LEAVE-RETURN-REPORT.
    IF WS-APPROVAL-CAUSE NOT = SPACE
        MOVE LEAVE-REASON-CHECK TO WS-QUEUE-REASON
        PERFORM M45-QUEUE-CHANGE
    ELSE
        PERFORM M80-REWRITE-RECORD.
M71-END-LEAVE.
    IF NOT EMP-ON-LEAVE
        DISPLAY 'EMPLOYEE IS NOT ON LEAVE.'
    ELSE
        MOVE SPACE TO EMP-STATUS-REPORT
        MOVE SPACE TO LEAVE-START-REPORT
        MOVE SPACE TO LEAVE-REASON-REPORT
        MOVE SPACE TO LEAVE-RETURN-REPORT
        IF WS-APPROVAL-CAUSE NOT = SPACE
            PERFORM M45-QUEUE-CHANGE
        ELSE
            PERFORM M80-REWRITE-RECORD.
M74-CHECK-DATE.
    MOVE 'N' TO WS-DATE-VALID-SW.
    MOVE ZERO TO WS-DATE-CCYYMMDD.
    IF WS-DATE-ENTRY NUMERIC
        IF WS-DATE-MM NOT < 01 AND WS-DATE-MM NOT > 12
            IF WS-DATE-DD NOT < 01
                IF WS-DATE-DD NOT > MONTH-DAYS (WS-DATE-MM)
                    MOVE 'Y' TO WS-DATE-VALID-SW.
    IF WS-DATE-VALID-SW = 'Y'
        MOVE WS-DATE-ENTRY TO WS-DATE-CCYYMMDD
        IF WS-DATE-YY > 40
            ADD 19000000 TO WS-DATE-CCYYMMDD
        ELSE
            ADD 20000000 TO WS-DATE-CCYYMMDD.
M64-APPEND-TRANSFER.
    OPEN EXTEND EMP-XFER-FILE.
    IF WS-XFER-STATUS NOT = '00'
        MOVE NAME-REPORT TO XFR-NAME
        MOVE DEPT-NUM-REPORT TO XFR-FROM-DEPT
        MOVE WS-NEW-DEPT TO XFR-TO-DEPT
        MOVE EMP-ID-NUM-REPORT TO XFR-EMP-ID
        WRITE XFER-RECORD
        CLOSE EMP-XFER-FILE.
M76-LOAD-REASON-TABLE.
    MOVE 'N' TO WS-TRS-EOF.
    MOVE ZERO TO WS-TRS-COUNT.
    OPEN INPUT TERM-REASON-FILE.
    IF WS-TRS-STATUS NOT = '00'
        DISPLAY 'TRS2.FIL NOT AVAILABLE -- TERM REASONS NOT CHECKED'
    ELSE
        PERFORM M762-READ-REASON-RECORD
            UNTIL WS-TRS-EOF = 'Y' OR WS-TRS-COUNT = 50
        CLOSE TERM-REASON-FILE
        MOVE 'Y' TO WS-TRS-TABLE-LOADED.
M762-READ-REASON-RECORD.
    READ TERM-REASON-FILE
        END
            MOVE 'Y' TO WS-TRS-EOF.
    IF WS-TRS-EOF NOT = 'Y'
        ADD 1 TO WS-TRS-COUNT
        MOVE TRS-CODE TO TRS-TBL-CODE (WS-TRS-COUNT)
        MOVE TRS-DESC TO TRS-TBL-DESC (WS-TRS-COUNT)
        MOVE TRS-CLASS TO TRS-TBL-CLASS (WS-TRS-COUNT)
        MOVE TRS-ACTIVE TO TRS-TBL-ACTIVE (WS-TRS-COUNT).
M77-WRITE-TERM-ARCHIVE.
    OPEN EXTEND EMP-TERM-FILE.
    IF WS-TERM-STATUS NOT = '00'
        MOVE WS-MCT-WORK TO MCT-COUNT
        WRITE MASTER-COUNT-RECORD
        CLOSE MASTER-COUNT-FILE.
M81-FIND-TERM-REASON.
    MOVE 'N' TO WS-TRS-FOUND-SW.
    MOVE SPACE TO WS-TRS-FOUND-DESC.
    MOVE SPACE TO WS-TRS-FOUND-CLASS.
    MOVE SPACE TO WS-TRS-FOUND-ACTIVE.
    MOVE 1 TO WS-TRS-IX.
    PERFORM M812-SCAN-REASON-TABLE
        UNTIL WS-TRS-IX > WS-TRS-COUNT OR WS-TRS-FOUND-SW = 'Y'.
M812-SCAN-REASON-TABLE.
    IF TRS-TBL-CODE (WS-TRS-IX) = WS-TRS-LOOKUP-CODE
        MOVE 'Y' TO WS-TRS-FOUND-SW
        MOVE TRS-TBL-DESC (WS-TRS-IX) TO WS-TRS-FOUND-DESC
        MOVE TRS-TBL-CLASS (WS-TRS-IX) TO WS-TRS-FOUND-CLASS
        MOVE TRS-TBL-ACTIVE (WS-TRS-IX) TO WS-TRS-FOUND-ACTIVE
    ELSE
        ADD 1 TO WS-TRS-IX.
M82-ASK-TERM-REASON.
    DISPLAY 'TERMINATION REASON CODE (SPACES = CANCEL):'.
    MOVE SPACE TO WS-TERM-REASON.
    ACCEPT WS-TERM-REASON.
    IF WS-TERM-REASON = SPACE
        MOVE 'C' TO WS-TRS-REASON-OK
    ELSE
        IF WS-TRS-TABLE-LOADED NOT = 'Y'
            MOVE 'Y' TO WS-TRS-REASON-OK
        ELSE
            MOVE WS-TERM-REASON TO WS-TRS-LOOKUP-CODE
            PERFORM M81-FIND-TERM-REASON
            IF WS-TRS-FOUND-SW = 'Y' AND WS-TRS-FOUND-ACTIVE = 'A'
                PERFORM M84-SHOW-TERM-REASON
                MOVE 'Y' TO WS-TRS-REASON-OK
            ELSE
                DISPLAY 'REASON CODE NOT ON TRS2.FIL OR NOT ACTIVE.'.
M84-SHOW-TERM-REASON.
    IF WS-TRS-FOUND-CLASS = 'V'
        DISPLAY WS-TRS-FOUND-DESC ' -- VOLUNTARY'
    ELSE
        DISPLAY WS-TRS-FOUND-DESC ' -- INVOLUNTARY'.
M85-WRITE-MAINT-AUDIT.
    OPEN EXTEND MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        MOVE WS-BEFORE-SSN TO MNT-SSN
        MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-IMAGE
        PERFORM M87-SET-AFTER-IMAGE
        MOVE WS-CHANGED-BY-ID TO MNT-OPERATOR
        MOVE ZERO TO MNT-BATCH-NUM
        WRITE MAINT-AUDIT-RECORD
        CLOSE MAINT-AUDIT-FILE.
M87-SET-AFTER-IMAGE.
    IF WS-MAINT-ACTION = 'DELETE  ' OR WS-MAINT-ACTION = 'CONDEL  '
        MOVE SPACE TO MNT-AFTER-IMAGE
    ELSE
        IF WS-MAINT-ACTION = 'APPROVED'
            MOVE WS-QUEUED-AFTER-IMAGE TO MNT-AFTER-IMAGE
        ELSE
            IF WS-MAINT-ACTION = 'CONADD  '
                    OR WS-MAINT-ACTION = 'CONCHG  '
                MOVE CONTACT-RECORD TO MNT-AFTER-IMAGE
            ELSE
                IF WS-MAINT-ACTION = 'RPLSET  '
                    MOVE REPORTING-LINE-RECORD TO MNT-AFTER-IMAGE
                ELSE
                    IF WS-MAINT-ACTION = 'RPLDEL  '
                        MOVE SPACE TO MNT-AFTER-IMAGE
                    ELSE
                        MOVE EMP-REPORT-LINE TO MNT-AFTER-IMAGE.
M88-SET-SUPERVISOR.
    IF WS-RPL-OPEN NOT = 'Y'
        DISPLAY 'RPT2.FIL NOT AVAILABLE -- SUPERVISOR NOT CHANGED.'
    ELSE
        PERFORM M881-ENTER-SUPERVISOR.
M881-ENTER-SUPERVISOR.
    MOVE 'N' TO WS-RPL-FOUND.
    MOVE SSN-REPORT TO RPL-SSN.
    PERFORM M92-READ-REPORTING-LINE.
    MOVE WS-RPL-FOUND TO WS-RPL-HAD-LINE.
    IF WS-RPL-FOUND = 'Y'
        MOVE REPORTING-LINE-RECORD TO WS-RPL-OLD-IMAGE
    ELSE
        MOVE SPACE TO WS-RPL-OLD-IMAGE.
    DISPLAY 'ENTER SUPERVISOR SSN (9 DIGITS), R=REMOVE,'.
    DISPLAY 'SPACES=NO CHANGE:'.
    MOVE SPACE TO WS-RPL-ENTRY.
    ACCEPT WS-RPL-ENTRY.
    IF WS-RPL-ENTRY = SPACE
        DISPLAY 'SUPERVISOR UNCHANGED.'
    ELSE
        IF WS-RPL-ENTRY = 'R'
            PERFORM M91-REMOVE-REPORTING-LINE
        ELSE
            PERFORM M882-CHECK-SUPERVISOR
            IF WS-RPL-VALID-SW = 'Y'
                PERFORM M883-WRITE-REPORTING-LINE
            ELSE
                DISPLAY 'SUPERVISOR NOT CHANGED.'.
M882-CHECK-SUPERVISOR.
    MOVE 'Y' TO WS-RPL-VALID-SW.
    MOVE SPACE TO WS-RPL-SUPV-KEY.
    MOVE WS-RPL-ENTRY-FST-3 TO WS-RPL-SUPV-FST-3.
    MOVE WS-RPL-ENTRY-MID-2 TO WS-RPL-SUPV-MID-2.
    MOVE WS-RPL-ENTRY-LST-4 TO WS-RPL-SUPV-LST-4.
    IF WS-RPL-ENTRY NOT NUMERIC
        DISPLAY 'SUPERVISOR SSN MUST BE 9 DIGITS.'
        MOVE 'N' TO WS-RPL-VALID-SW.
    IF WS-RPL-VALID-SW = 'Y' AND WS-RPL-SUPV-KEY = SSN-REPORT
        DISPLAY 'AN EMPLOYEE CANNOT REPORT TO HIMSELF OR HERSELF.'
        MOVE 'N' TO WS-RPL-VALID-SW.
    IF WS-RPL-VALID-SW = 'Y' AND WS-RPL-HAD-LINE = 'Y'
            AND RPL-SUPV-SSN = WS-RPL-SUPV-KEY
        DISPLAY 'ALREADY REPORTS TO THAT SUPERVISOR.'
        MOVE 'N' TO WS-RPL-VALID-SW.
    IF WS-RPL-VALID-SW = 'Y'
        PERFORM M294-FIND-SUPERVISOR-NAME
        IF WS-RPL-SUPV-ON-FILE NOT = 'Y'
            DISPLAY 'SUPERVISOR SSN NOT ON FILE.'
            MOVE 'N' TO WS-RPL-VALID-SW.
    IF WS-RPL-VALID-SW = 'Y'
        PERFORM M93-CHECK-REPORTING-LOOP
        IF WS-RPL-LOOP-SW = 'Y'
            DISPLAY 'THAT SUPERVISOR ALREADY REPORTS, DIRECTLY OR'
            DISPLAY 'INDIRECTLY, TO THIS EMPLOYEE.'
            MOVE 'N' TO WS-RPL-VALID-SW.
M883-WRITE-REPORTING-LINE.
    MOVE SPACE TO REPORTING-LINE-RECORD.
    MOVE SSN-REPORT TO RPL-SSN.
    MOVE WS-RPL-SUPV-KEY TO RPL-SUPV-SSN.
    MOVE WS-RUN-DATE TO RPL-UPD-DATE.
    MOVE WS-CHANGED-BY-ID TO RPL-UPD-BY.
    IF WS-RPL-HAD-LINE = 'Y'
        PERFORM M884-REWRITE-REPORTING-LINE
    ELSE
        PERFORM M885-ADD-REPORTING-LINE.
    IF WS-RPL-STATUS = '00'
        MOVE 'RPLSET  ' TO WS-MAINT-ACTION
        PERFORM M887-LOG-REPORTING-LINE
        DISPLAY 'NOW REPORTS TO ' RPL-SUPV-SSN ' ' WS-RPL-SUPV-NAME.
M884-REWRITE-REPORTING-LINE.
    REWRITE REPORTING-LINE-RECORD
        INVALID KEY
            DISPLAY 'REPORTING LINE REWRITE FAILED, STATUS='
                WS-RPL-STATUS.
M885-ADD-REPORTING-LINE.
    WRITE REPORTING-LINE-RECORD
        INVALID KEY
            DISPLAY 'REPORTING LINE WRITE FAILED, STATUS='
                WS-RPL-STATUS.
M886-DELETE-REPORTING-LINE.
    MOVE WS-BEFORE-SSN TO RPL-SSN.
    DELETE REPORTING-LINE-FILE
        INVALID KEY
            DISPLAY 'REPORTING LINE DELETE FAILED, STATUS='
                WS-RPL-STATUS.
    IF WS-RPL-STATUS = '00'
        MOVE 'RPLDEL  ' TO WS-MAINT-ACTION
        PERFORM M887-LOG-REPORTING-LINE
        DISPLAY 'REPORTING LINE REMOVED.'.
M887-LOG-REPORTING-LINE.
    MOVE WS-BEFORE-IMAGE TO WS-CON-MASTER-HOLD.
    MOVE WS-RPL-OLD-IMAGE TO WS-BEFORE-IMAGE.
    PERFORM M85-WRITE-MAINT-AUDIT.
    MOVE WS-CON-MASTER-HOLD TO WS-BEFORE-IMAGE.
M89-WARN-DIRECT-REPORTS.
    IF WS-RPL-OPEN = 'Y'
        MOVE WS-BEFORE-SSN TO WS-RPL-TARGET
        PERFORM M891-COUNT-DIRECT-REPORTS
        IF WS-RPL-REPORTS > 0
            DISPLAY 'WARNING: ' WS-RPL-REPORTS
                ' EMPLOYEE(S) STILL REPORT TO THIS PERSON.'
            DISPLAY 'REASSIGN THEM WITH ACTION S (SUPERVISOR).'.
M891-COUNT-DIRECT-REPORTS.
    MOVE ZERO TO WS-RPL-REPORTS.
    MOVE 'N' TO WS-RPL-EOF.
    CLOSE REPORTING-LINE-FILE.
    OPEN I-O REPORTING-LINE-FILE.
    IF WS-RPL-STATUS NOT = '00'
        MOVE 'N' TO WS-RPL-OPEN
        DISPLAY 'RPT2.FIL COULD NOT BE REOPENED, STATUS='
            WS-RPL-STATUS
    ELSE
        PERFORM M892-COUNT-ONE-LINE
            UNTIL WS-RPL-EOF = 'Y'.
M892-COUNT-ONE-LINE.
    READ REPORTING-LINE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-RPL-EOF.
    IF WS-RPL-EOF NOT = 'Y'
        IF RPL-SUPV-SSN = WS-RPL-TARGET
            ADD 1 TO WS-RPL-REPORTS.
M91-REMOVE-REPORTING-LINE.
    IF WS-RPL-HAD-LINE NOT = 'Y'
        DISPLAY 'NO SUPERVISOR RECORDED -- NOTHING TO REMOVE.'
    ELSE
        PERFORM M886-DELETE-REPORTING-LINE.
M92-READ-REPORTING-LINE.
    READ REPORTING-LINE-FILE
        INVALID KEY
            MOVE '23' TO WS-RPL-STATUS.
    IF WS-RPL-STATUS = '00'
        MOVE 'Y' TO WS-RPL-FOUND.
M93-CHECK-REPORTING-LOOP.
    MOVE 'N' TO WS-RPL-LOOP-SW.
    MOVE 'Y' TO WS-RPL-CLIMB-SW.
    MOVE WS-RPL-SUPV-KEY TO WS-RPL-CLIMB-KEY.
    MOVE ZERO TO WS-RPL-DEPTH.
    PERFORM M932-CLIMB-ONE-LEVEL
        UNTIL WS-RPL-CLIMB-SW = 'N' OR WS-RPL-LOOP-SW = 'Y'
            OR WS-RPL-DEPTH = 50.
M932-CLIMB-ONE-LEVEL.
    ADD 1 TO WS-RPL-DEPTH.
    MOVE 'N' TO WS-RPL-FOUND.
    MOVE WS-RPL-CLIMB-KEY TO RPL-SSN.
    PERFORM M92-READ-REPORTING-LINE.
    IF WS-RPL-FOUND NOT = 'Y'
        MOVE 'N' TO WS-RPL-CLIMB-SW
    ELSE
        IF RPL-SUPV-SSN = SSN-REPORT
            MOVE 'Y' TO WS-RPL-LOOP-SW
        ELSE
            MOVE RPL-SUPV-SSN TO WS-RPL-CLIMB-KEY.
M95-DROP-REPORTING-LINE.
    MOVE 'N' TO WS-RPL-FOUND.
    IF WS-RPL-OPEN = 'Y'
        MOVE WS-BEFORE-SSN TO RPL-SSN
        PERFORM M92-READ-REPORTING-LINE.
    IF WS-RPL-FOUND = 'Y'
        MOVE REPORTING-LINE-RECORD TO WS-RPL-OLD-IMAGE
        PERFORM M886-DELETE-REPORTING-LINE.
M96-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM M97-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
M97-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL2M     '
                AND PRM-KEYWORD = WS-PARM-KEYWORD
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
