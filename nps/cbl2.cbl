    SELECT EMP-XFER-FILE ASSIGN
    XFR2.FIL
    FILE STATUS WS-XFER-STATUS.
    SELECT PAY-HISTORY-FILE ASSIGN
    PHS2.FIL
    FILE STATUS WS-PHS-STATUS.
    SELECT BATCH-REGISTER-FILE ASSIGN
    BCH2.FIL
    FILE STATUS WS-BCH-STATUS.
    SELECT EMP-LOC-FILE ASSIGN
    LOC2.FIL
    FILE STATUS WS-LOC-STATUS.
    SELECT JOB-TITLE-FILE ASSIGN
    TTL2.FIL
    FILE STATUS WS-TITLE-STATUS.
    SELECT TERM-REASON-FILE ASSIGN
    TRS2.FIL
    FILE STATUS WS-TRS-STATUS.
    SELECT EXC-LEDGER-FILE ASSIGN
    XLG2.FIL
    FILE STATUS WS-LEDGER-STATUS.
    SELECT RUN-LOCK-FILE ASSIGN
    LCK2.FIL
    FILE STATUS WS-LOCK-STATUS.
    SELECT MAINT-AUDIT-FILE ASSIGN
    MNT2.FIL
    FILE STATUS WS-MAINT-STATUS.
    SELECT BUREAU-RESEND-FILE ASSIGN
    BRS2.FIL
    FILE STATUS WS-RESEND-STATUS.
    SELECT EMP-NUMBER-FILE ASSIGN
    ENC2.FIL
    FILE STATUS WS-ENC-STATUS.
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
    SELECT TERM-SSN-FILE ASSIGN
    TSN2.FIL
    FILE STATUS WS-TSN-STATUS.
    SELECT PENDING-TRANS-FILE ASSIGN
    PND2.FIL
    FILE STATUS WS-PND-STATUS.

DATA DIVISION.

    05  FILLER                            PIC X.
    05  TERM-REASON-INPUT                 PIC XX.
    05  DEPT-NUM-INPUT                    PIC XX.
    05  PAY-REASON-INPUT                  PIC XX.
    05  FILLER                            PIC X.
    05  NAME-INPUT.
        10  FIRST-LETTER-INPUT            PIC X.
        10  REST-OF-NAME-INPUT            PIC X(19).
    05  EFF-DATE-INPUT                    PIC X(6).
    05  RETURN-DATE-INPUT                 PIC X(6).
    05  FILLER                            PIC X(3).
    05  SSN-INPUT.
        10  FST-3-SSN-INPUT               PIC X(3).
        10  MID-2-SSN-INPUT               PIC X(2).
    05  FILLER                            PIC X.
    05  TERM-REASON-SORTED                PIC XX.
    05  DEPT-NUM-SORTED                   PIC XX.
    05  PAY-REASON-SORTED                 PIC XX.
    05  FILLER                            PIC X.
    05  NAME-SORTED.
        10  FIRST-LETTER-SORTED           PIC X.
        10  REST-OF-NAME-SORTED           PIC X(19).
    05  EFF-DATE-SORTED                   PIC X(6).
    05  RETURN-DATE-SORTED                PIC X(6).
    05  FILLER                            PIC X(3).
    05  SSN-SORTED.
        10  FST-3-SSN-SORTED              PIC X(3).
        10  MID-2-SSN-SORTED              PIC X(2).
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
FD  EMP-EXCEPTION-FILE
      LABEL RECORDS
      OMITTED.
      OMITTED.
01  TERM-RECORD.
    05  TERM-MASTER-IMAGE.
        10  FILLER                        PIC X(4).
        10  TERM-IMAGE-EMP-ID             PIC X(7).
        10  FILLER                        PIC X(40).
        10  TERM-IMAGE-SSN                PIC X(11).
        10  FILLER                        PIC X(48).
    05  TERM-DATE                         PIC 9(6).
    05  XFR-FROM-DEPT                     PIC XX.
    05  FILLER                            PIC X.
    05  XFR-TO-DEPT                       PIC XX.
    05  FILLER                            PIC X.
    05  XFR-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X(29).
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
FD  MASTER-COUNT-FILE
      LABEL RECORDS
      OMITTED.
    05  XLG-CARD-IMAGE                    PIC X(80).
    05  FILLER                            PIC X.
    05  XLG-REASON                        PIC X(30).
    05  FILLER                            PIC X.
    05  XLG-SOURCE                        PIC X.
FD  EMP-LOC-FILE
      LABEL RECORDS
      OMITTED.
    05  FILLER                            PIC X.
    05  LOC-ACTIVE-MASTER                 PIC X.
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
FD  BATCH-REGISTER-FILE
      LABEL RECORDS
      OMITTED.
    05  FILLER                            PIC X(2) VALUE SPACE.
    05  AUDIT-RUN-CC                      PIC XX.
    05  FILLER                            PIC X(28) VALUE SPACE.
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
FD  BUREAU-RESEND-FILE
      LABEL RECORDS
      OMITTED.
01  BUREAU-RESEND-RECORD.
    05  FILLER                            PIC X(31).
    05  BRS-SSN.
        10  BRS-SSN-FST-3                 PIC X(3).
        10  BRS-SSN-MID-2                 PIC XX.
        10  BRS-SSN-LST-4                 PIC X(4).
    05  FILLER                            PIC X(40).
FD  EMP-NUMBER-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-NUMBER-RECORD.
    05  ENC-NEXT-NUM                      PIC 9(7).
    05  FILLER                            PIC X(73).
FD  CONTACT-FILE
      LABEL RECORDS
      OMITTED.
01  CONTACT-RECORD.
    05  CON-SSN                           PIC X(11).
    05  FILLER                            PIC X(99).
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
    05  FILLER                            PIC X(57).
FD  TERM-SSN-FILE
      LABEL RECORDS
      OMITTED.
01  TERM-SSN-RECORD.
    05  TSN-SSN                           PIC X(11).
    05  FILLER                            PIC X.
    05  TSN-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X(61).
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

WORKING-STORAGE SECTION.
01  PROGRAM-INDICATORS.
    05  MORE-RECORDS  PIC X(3) VALUE 'YES'.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-XFER-STATUS            PIC XX.
    05  WS-XFER-OPEN              PIC X VALUE 'N'.

01  PAY-HISTORY-CONTROL.
    05  WS-PHS-STATUS             PIC XX.
    05  WS-PHS-OPEN               PIC X VALUE 'N'.
    05  WS-PHS-REASON             PIC XX VALUE SPACE.
    05  WS-OLD-PAY-TYPE           PIC X VALUE SPACE.
    05  WS-OLD-PAY-RATE           PIC 9(4)V99 VALUE ZERO.

01  CONTACT-CONTROL.
    05  WS-CON-STATUS             PIC XX.
    05  WS-CON-OPEN               PIC X VALUE 'N'.
    05  WS-CTA-STATUS             PIC XX.
    05  WS-CTA-OPEN               PIC X VALUE 'N'.
    05  WS-CON-ARCHIVED           PIC 9(5) VALUE ZERO.

01  REPORTING-LINE-CONTROL.
    05  WS-RPL-STATUS             PIC XX.
    05  WS-RPL-OPEN               PIC X VALUE 'N'.
    05  WS-RPL-EOF                PIC X VALUE 'N'.
    05  WS-RPL-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-RPL-IX                 PIC 9(4) VALUE ZERO.
    05  WS-RPL-REPORTS            PIC 9(4) VALUE ZERO.
    05  WS-RPL-WARNED             PIC 9(5) VALUE ZERO.
    05  WS-RPL-REMOVED            PIC 9(5) VALUE ZERO.
    05  WS-RPL-WARN-TEXT          PIC X(30) VALUE SPACE.
    05  WS-RPL-REASON-TEXT        PIC X(30) VALUE SPACE.
    05  WS-RPL-REASON-BUILD.
        10  FILLER                PIC X(10) VALUE 'STILL HAS '.
        10  WS-RPL-REASON-COUNT   PIC ZZZ9.
        10  FILLER                PIC X(16)
                VALUE ' DIRECT REPORTS '.
    05  WS-RPL-MATCH-BUILD.
        10  WS-RPL-MATCH-COUNT    PIC ZZZ9.
        10  FILLER                PIC X(16)
                VALUE ' DIRECT REPORTS '.
01  REPORTING-LINE-TABLE.
    05  RPL-TBL-ENTRY OCCURS 2000.
        10  RPL-TBL-SSN           PIC X(11).
        10  RPL-TBL-SUPV-SSN      PIC X(11).

01  MAINT-AUDIT-CONTROL.
    05  WS-MAINT-STATUS           PIC XX.
    05  WS-MAINT-OPEN             PIC X VALUE 'N'.
    05  WS-MAINT-ACTION           PIC X(8) VALUE SPACE.
    05  WS-BEFORE-IMAGE           PIC X(110) VALUE SPACE.

01  EMP-NUMBER-CONTROL.
    05  WS-ENC-STATUS             PIC XX.
    05  WS-ENC-EOF                PIC X VALUE 'N'.
    05  WS-NEXT-EMP-NUM           PIC 9(7) VALUE ZERO.
    05  WS-REHIRE-EMP-ID          PIC X(7) VALUE SPACE.
    05  WS-REHIRE-EMP-NUM REDEFINES WS-REHIRE-EMP-ID
                                  PIC 9(7).

01  PENDING-TRANS-CONTROL.
    05  WS-PND-STATUS             PIC XX.
    05  WS-PND-EOF                PIC X VALUE 'N'.
    05  WS-PND-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-PND-LOAD-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-PND-IX                 PIC 9(3) VALUE ZERO.
    05  WS-PND-ITEM-NUM           PIC 9(3) VALUE ZERO.
    05  WS-PND-CHANGED            PIC X VALUE 'N'.
    05  WS-HELD-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-PND-RELEASE-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-EFF-VALID-SW           PIC X VALUE 'N'.
    05  WS-EFF-SERIAL             PIC 9(7) VALUE ZERO.
    05  WS-HELD-REASON.
        10  FILLER                PIC X(23)
                VALUE 'HELD TO EFFECTIVE DATE '.
        10  WS-HELD-EFF-DATE      PIC X(6).
        10  FILLER                PIC X VALUE SPACE.
01  PENDING-TRANS-TABLE.
    05  PND-ENTRY OCCURS 500.
        10  PND-TBL-EFF-DATE      PIC 9(6).
        10  PND-TBL-BATCH-NUM     PIC 9(4).
        10  PND-TBL-ITEM-NUM      PIC 9(3).
        10  PND-TBL-STATUS        PIC X.
        10  PND-TBL-HELD-DATE     PIC 9(6).
        10  PND-TBL-HELD-BY       PIC X(10).
        10  PND-TBL-DONE-DATE     PIC 9(6).
        10  PND-TBL-DONE-BY       PIC X(10).
        10  PND-TBL-CARD          PIC X(80).

01  BUREAU-RESEND-CONTROL.
    05  WS-RESEND-STATUS          PIC XX.
    05  WS-RESEND-EOF             PIC X VALUE 'N'.
    05  WS-RESEND-COUNT           PIC 9(5) VALUE ZERO.

01  NAME-SCREEN-CONTROL.
    05  WS-WARN-STATUS            PIC XX.
    05  WS-WARN-OPEN              PIC X VALUE 'N'.
    05  WS-TERM-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-TERM-IX                PIC 9(3) VALUE ZERO.
    05  WS-REHIRE-SW              PIC X VALUE 'N'.
    05  WS-TSN-STATUS             PIC XX.
    05  WS-TSN-EOF                PIC X VALUE 'N'.
    05  WS-TSN-FOUND              PIC X VALUE 'N'.
    05  WS-SSN-KEY-WORK.
        10  WS-KEY-FST-3          PIC X(3).
        10  FILLER                PIC X VALUE SPACE.
        10  WS-KEY-MID-2          PIC XX.
        10  FILLER                PIC X VALUE SPACE.
        10  WS-KEY-LST-4          PIC X(4).
    05  WS-TOKEN-SSN.
        10  WS-TOKEN-FST-3        PIC X(3).
        10  WS-TOKEN-MID-2        PIC XX.
        10  WS-TOKEN-LST-4        PIC X(4).
    05  WS-TOKEN-SSN-NUM REDEFINES WS-TOKEN-SSN
                                  PIC 9(9).
    05  WS-SSN-TOKEN.
        10  WS-TOKEN-PREFIX       PIC XX.
        10  WS-TOKEN-DIGITS       PIC 9(9).
    05  WS-TOKEN-KEY-X            PIC X(9) VALUE '271828183'.
    05  WS-TOKEN-KEY REDEFINES WS-TOKEN-KEY-X
                                  PIC 9(9).
    05  WS-TOKEN-VALUE            PIC 9(9) VALUE ZERO.
    05  WS-TOKEN-WORK             PIC 9(18) VALUE ZERO.
    05  WS-TOKEN-QUOT             PIC 9(18) VALUE ZERO.
    05  WS-TOKEN-ROUND            PIC 9 VALUE ZERO.
01  TERM-SSN-TABLE.
    05  TERM-TBL-ENTRY OCCURS 500.
        10  TERM-TBL-SSN          PIC X(11).
        10  TERM-TBL-EMP-ID       PIC X(7).

01  AUDIT-CONTROL.
    05  WS-RUN-TIME               PIC 9(8).
        10  LOC-TBL-NAME          PIC X(20).
        10  LOC-TBL-ACTIVE        PIC X.

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
    05  WS-RANGE-FLAG-TEXT        PIC X(30) VALUE SPACE.
    05  WS-RANGE-FLAG-COUNT       PIC 9(5) VALUE ZERO.
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
    05  WS-TRS-FOUND-ACTIVE       PIC X VALUE SPACE.
01  TERM-REASON-TABLE.
    05  TRS-ENTRY OCCURS 50.
        10  TRS-TBL-CODE          PIC XX.
        10  TRS-TBL-ACTIVE        PIC X.

01  LOC-VALIDATION.
    05  LOC-NUM-CHECK                     PIC XX.
        88  VALID-LOCATION  VALUES '01', '02'.
        88  TRANS-ADD     VALUES 'A', ' '.
        88  TRANS-CHANGE  VALUE 'C'.
        88  TRANS-DELETE  VALUE 'D'.
        88  TRANS-LEAVE   VALUE 'L'.
        88  TRANS-RETURN  VALUE 'R'.
        88  VALID-TRANS-CODE  VALUES 'A', ' ', 'C', 'D', 'L', 'R'.

01  LEAVE-VALIDATION.
    05  LEAVE-REASON-CHECK                PIC XX.
        88  VALID-LEAVE-REASON  VALUES 'MD', 'FM', 'MI', 'PR',
                                       'WC', 'ED'.
    05  WS-RETURN-VALID-SW        PIC X VALUE 'N'.

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN.
    05  PAY-TRL-COUNT                     PIC 9(5).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAY-TRL-HASH                      PIC 9(15).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAY-TRL-BATCH                     PIC 9(4).
    05  FILLER                            PIC X(52) VALUE SPACE.

01  BAL-HDR-LINE.
    05  FILLER                            PIC X(16)
    PERFORM A74-SET-BATCH-LOCK.
    PERFORM A09-LOAD-DEPT-TABLE.
    PERFORM A61-LOAD-LOC-TABLE.
    PERFORM A95-LOAD-TITLE-TABLE.
    PERFORM A83-LOAD-REASON-TABLE.
    PERFORM A52-LOAD-TERM-TABLE.
    PERFORM A65-LOAD-NAME-TABLE.
    PERFORM A70-READ-MASTER-COUNT.
    PERFORM A80-READ-EMP-NUMBER-CONTROL.
    PERFORM A87-LOAD-PENDING-TABLE.
    PERFORM A06-READ-CHECKPOINT.
    OPEN OUTPUT EMP-CHECKPOINT-FILE.
    OPEN I-O EMP-REPORT-FILE.
        ACCEPT WS-RUN-MODE.
    IF WS-RUN-MODE NOT = 'W'
        MOVE 'F' TO WS-RUN-MODE.
    MOVE 'TOKENKEY  ' TO WS-PARM-KEYWORD.
    PERFORM A64-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-TOKEN-KEY-X.
    IF WS-TOKEN-KEY-X NOT NUMERIC
        MOVE '271828183' TO WS-TOKEN-KEY-X.
    MOVE WS-RUN-DATE TO WS-DTS-DATE.
    IF WS-DTS-YY > 40
        MOVE 19 TO WS-RUN-CC
    MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
    PERFORM A54-OPEN-TERM-ARCHIVE.
    PERFORM A56-OPEN-XFER-FILE.
    PERFORM A90-OPEN-PAY-HISTORY.
    PERFORM A76-OPEN-MAINT-AUDIT.
    PERFORM A62-OPEN-EXC-LEDGER.
    PERFORM A47-OPEN-CONTACT-FILES.
    PERFORM A71-LOAD-REPORTING-LINES.
    MOVE 'START' TO JL-FLAG.
    MOVE 'RUNNING ' TO JL-STATUS.
    MOVE ZERO TO JL-COUNT.
        PERFORM A60-PRINT-LOC-SUBTOTAL.
    PERFORM A30-PRINT-TRAILER.
    PERFORM A31-PRINT-REGISTER-TOTALS.
    PERFORM A78-SEND-BUREAU-RESENDS.
    PERFORM A41-WRITE-PAY-TRAILER.
    CLOSE EMP-REPORT-FILE.
    PERFORM A33-PRINT-BALANCING.
    PERFORM A51-REBUILD-NAME-XREF.
    PERFORM A08-OPEN-AUDIT-FILE.
    PERFORM A32-WRITE-AUDIT-RECORD.
    PERFORM A89-REWRITE-PENDING-FILE.
    PERFORM A38-CLEAR-CHECKPOINT.
    PERFORM A39-CLEAR-RESUB-FILE.
    PERFORM A79-CLEAR-RESEND-FILE.
    CLOSE EMP-EXCEPTION-FILE.
    CLOSE EMP-PRINT-FILE.
    CLOSE DEPT10-PRINT-FILE.
        CLOSE EMP-TERM-FILE.
    IF WS-XFER-OPEN = 'Y'
        CLOSE EMP-XFER-FILE.
    IF WS-PHS-OPEN = 'Y'
        CLOSE PAY-HISTORY-FILE.
    IF WS-MAINT-OPEN = 'Y'
        CLOSE MAINT-AUDIT-FILE.
    IF WS-LEDGER-OPEN = 'Y'
        CLOSE EXC-LEDGER-FILE.
    IF WS-WARN-OPEN = 'Y'
        CLOSE EMP-WARN-FILE.
    IF WS-CON-OPEN = 'Y'
        CLOSE CONTACT-FILE.
    IF WS-CTA-OPEN = 'Y'
        CLOSE CONTACT-ARCHIVE-FILE.
    IF WS-CON-ARCHIVED > 0
        DISPLAY 'CONTACT RECORDS ARCHIVED TO CTA2.FIL: '
            WS-CON-ARCHIVED.
    IF WS-RPL-OPEN = 'Y'
        CLOSE REPORTING-LINE-FILE.
    IF WS-RPL-WARNED > 0
        DISPLAY 'LEAVERS AND TRANSFERS WITH DIRECT REPORTS (WRN2): '
            WS-RPL-WARNED.
    IF WS-RPL-REMOVED > 0
        DISPLAY 'REPORTING LINES REMOVED FROM RPT2.FIL: '
            WS-RPL-REMOVED.
    CLOSE EMP-AUDIT-FILE.
    MOVE 'END  ' TO JL-FLAG.
    MOVE 'NORMAL  ' TO JL-STATUS.
        PERFORM A17-RELEASE-RESUB
            UNTIL WS-RESUB-EOF = 'Y'
        CLOSE EMP-RESUB-FILE.
    MOVE 1 TO WS-PND-IX.
    PERFORM A88-RELEASE-DUE-PENDING
        UNTIL WS-PND-IX > WS-PND-LOAD-COUNT.
A16-RELEASE-PRIMARY.
    READ EMP-INPUT-FILE
        END
        PERFORM A153-VALIDATE-CHANGE.
    IF WS-RELEASE-OK = 'Y' AND TRANS-DELETE
        PERFORM A154-VALIDATE-DELETE.
    IF WS-RELEASE-OK = 'Y' AND TRANS-LEAVE
        PERFORM A156-VALIDATE-LEAVE.
    IF WS-RELEASE-OK = 'Y' AND TRANS-RETURN
        PERFORM A157-VALIDATE-RETURN.
    IF WS-RELEASE-OK = 'Y' AND TRANS-ADD
        IF LOC-CODE-SORTED = SPACE
            MOVE '01' TO LOC-CODE-SORTED.
    IF WS-RELEASE-OK = 'Y' AND NOT TRANS-ADD
        PERFORM A86-CHECK-EFFECTIVE-DATE.
    IF WS-RELEASE-OK = 'Y'
        RELEASE SORT-WORK-RECORD
        ADD 1 TO WS-RELEASED-COUNT.
        MOVE 'INVALID LOCATION CODE' TO WS-EXCEPTION-REASON-TEXT.
    PERFORM A25-WRITE-EXCEPTION.
A154-VALIDATE-DELETE.
    MOVE SPACES TO WS-EXCEPTION-REASON-TEXT.
    IF SSN-SORTED NOT NUMERIC
        MOVE 'N' TO WS-RELEASE-OK
    ELSE
        PERFORM A85-CHECK-TERM-REASON.
    IF WS-RELEASE-OK = 'N'
        PERFORM A25-WRITE-EXCEPTION.
A156-VALIDATE-LEAVE.
    MOVE TERM-REASON-SORTED TO LEAVE-REASON-CHECK.
    PERFORM A158-CHECK-RETURN-DATE.
    IF SSN-SORTED NOT NUMERIC
        MOVE 'N' TO WS-RELEASE-OK
        PERFORM A25-WRITE-EXCEPTION
    ELSE
        IF NOT VALID-LEAVE-REASON
            MOVE 'N' TO WS-RELEASE-OK
            MOVE 'INVALID LEAVE REASON' TO WS-EXCEPTION-REASON-TEXT
            PERFORM A25-WRITE-EXCEPTION
        ELSE
            IF WS-RETURN-VALID-SW = 'N'
                MOVE 'N' TO WS-RELEASE-OK
                MOVE 'INVALID EXPECTED RETURN DATE'
                    TO WS-EXCEPTION-REASON-TEXT
                PERFORM A25-WRITE-EXCEPTION.
A157-VALIDATE-RETURN.
    IF SSN-SORTED NOT NUMERIC
        MOVE 'N' TO WS-RELEASE-OK
        PERFORM A25-WRITE-EXCEPTION.
A158-CHECK-RETURN-DATE.
    MOVE 'N' TO WS-RETURN-VALID-SW.
    IF RETURN-DATE-SORTED = SPACE
        MOVE 'B' TO WS-RETURN-VALID-SW
    ELSE
        IF RETURN-DATE-SORTED NUMERIC
            PERFORM A159-CHECK-RETURN-CALENDAR.
A159-CHECK-RETURN-CALENDAR.
    MOVE RETURN-DATE-SORTED TO WS-DTS-DATE.
    IF WS-DTS-YY > 40
        MOVE 19 TO WS-DTS-CC
    ELSE
        MOVE 20 TO WS-DTS-CC.
    IF WS-DTS-MM NOT < 01 AND WS-DTS-MM NOT > 12
        IF WS-DTS-DD NOT < 01
            IF WS-DTS-DD NOT > MONTH-DAYS (WS-DTS-MM)
                MOVE 'Y' TO WS-RETURN-VALID-SW.
    IF WS-RETURN-VALID-SW = 'N'
            AND WS-DTS-MM = 02 AND WS-DTS-DD = 29
        COMPUTE WS-DTS-YEAR = WS-DTS-CC * 100 + WS-DTS-YY
        PERFORM A424-CHECK-LEAP-YEAR
        IF WS-IS-LEAP = 'Y'
            MOVE 'Y' TO WS-RETURN-VALID-SW.
A18-CHECK-SSN.
    MOVE 'Y' TO WS-SSN-VALID-SW.
    MOVE SPACES TO WS-SSN-REASON.
            AND PAY-RATE-SORTED NOT NUMERIC
        MOVE 'N' TO WS-PAY-VALID-SW
        MOVE 'INVALID PAY RATE' TO WS-PAY-REASON.
    IF WS-PAY-VALID-SW = 'Y' AND WS-TITLE-TABLE-LOADED = 'Y'
            AND JOB-TITLE-SORTED NOT = SPACE
        PERFORM A502-CHECK-JOB-TITLE.
A502-CHECK-JOB-TITLE.
    MOVE JOB-TITLE-SORTED TO WS-TITLE-LOOKUP-CODE.
    PERFORM A97-FIND-TITLE.
    IF WS-TITLE-FOUND-SW = 'N' OR WS-TITLE-FOUND-ACTIVE NOT = 'A'
        MOVE 'N' TO WS-PAY-VALID-SW
        MOVE 'UNKNOWN JOB TITLE' TO WS-PAY-REASON
    ELSE
        IF PAY-TYPE-SORTED NOT = SPACE
                AND WS-TITLE-FOUND-TYPE NOT = 'B'
                AND PAY-TYPE-SORTED NOT = WS-TITLE-FOUND-TYPE
            MOVE 'N' TO WS-PAY-VALID-SW
            MOVE 'PAY TYPE NOT ALLOWED FOR TITLE' TO WS-PAY-REASON.
A42-CHECK-HIRE-DATE.
    MOVE 'N' TO WS-HIRE-VALID-SW.
    IF HIRE-CC-SORTED NOT = SPACE
        MOVE 'BATCH' TO LCK-OPERATOR
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
A76-OPEN-MAINT-AUDIT.
    MOVE 'N' TO WS-MAINT-OPEN.
    OPEN EXTEND MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        OPEN OUTPUT MAINT-AUDIT-FILE.
    IF WS-MAINT-STATUS = '00'
        MOVE 'Y' TO WS-MAINT-OPEN.
A77-WRITE-MAINT-AUDIT.
    IF WS-MAINT-OPEN = 'Y'
        PERFORM A772-BUILD-MAINT-RECORD
        WRITE MAINT-AUDIT-RECORD.
A772-BUILD-MAINT-RECORD.
    MOVE SPACE TO MAINT-AUDIT-RECORD.
    MOVE WS-RUN-DATE TO MNT-DATE.
    ACCEPT MNT-TIME FROM TIME.
    MOVE WS-MAINT-ACTION TO MNT-ACTION.
    MOVE SSN-REPORT TO MNT-SSN.
    MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-IMAGE.
    IF WS-MAINT-ACTION = 'DELETE  ' OR WS-MAINT-ACTION = 'CONDEL  '
            OR WS-MAINT-ACTION = 'RPLDEL  '
        MOVE SPACE TO MNT-AFTER-IMAGE
    ELSE
        MOVE EMP-REPORT-LINE TO MNT-AFTER-IMAGE.
    MOVE WS-OPERATOR-ID TO MNT-OPERATOR.
    MOVE WS-BATCH-NUM TO MNT-BATCH-NUM.
A78-SEND-BUREAU-RESENDS.
    MOVE ZERO TO WS-RESEND-COUNT.
    MOVE 'N' TO WS-RESEND-EOF.
    OPEN INPUT BUREAU-RESEND-FILE.
    IF WS-RESEND-STATUS = '00'
        PERFORM A782-RESEND-ONE-DETAIL
            UNTIL WS-RESEND-EOF = 'Y'
        CLOSE BUREAU-RESEND-FILE
        DISPLAY 'BUREAU RESENDS ADDED TO PAY2.FIL: ' WS-RESEND-COUNT.
A782-RESEND-ONE-DETAIL.
    READ BUREAU-RESEND-FILE
        END
            MOVE 'Y' TO WS-RESEND-EOF.
    IF WS-RESEND-EOF NOT = 'Y'
        MOVE SPACE TO SSN-REPORT
        MOVE BRS-SSN-FST-3 TO FST-3-SSN-REPORT
        MOVE BRS-SSN-MID-2 TO MID-2-SSN-REPORT
        MOVE BRS-SSN-LST-4 TO LST-4-SSN-REPORT
        READ EMP-REPORT-FILE
            INVALID KEY
                MOVE '23' TO EMP-REPORT-STATUS.
    IF WS-RESEND-EOF NOT = 'Y'
        IF EMP-REPORT-STATUS = '00'
            PERFORM A784-WRITE-RESEND-DETAIL
        ELSE
            DISPLAY 'RESEND ' BRS-SSN ' NOT ON MASTER -- NOT SENT'.
A784-WRITE-RESEND-DETAIL.
    MOVE EMP-ID-NUM-REPORT TO PAY-EMP-ID.
    MOVE NAME-REPORT TO PAY-NAME.
    MOVE BRS-SSN TO PAY-SSN.
    MOVE DEPT-NUM-REPORT TO PAY-DEPT.
    MOVE PAY-TYPE-REPORT TO PAY-TYPE.
    MOVE PAY-RATE-REPORT TO PAY-RATE.
    MOVE JOB-TITLE-REPORT TO PAY-TITLE.
    MOVE LOC-CODE-REPORT TO PAY-LOC.
    WRITE EMP-PAYROLL-RECORD FROM PAY-DETAIL-RECORD.
    ADD 1 TO WS-PAY-COUNT.
    ADD 1 TO WS-RESEND-COUNT.
    IF PAY-SSN NUMERIC
        MOVE PAY-SSN TO WS-SSN-NUMERIC
        ADD WS-SSN-NUMERIC TO WS-SSN-HASH-TOTAL.
A79-CLEAR-RESEND-FILE.
    OPEN OUTPUT BUREAU-RESEND-FILE.
    IF WS-RESEND-STATUS = '00'
        CLOSE BUREAU-RESEND-FILE.
A62-OPEN-EXC-LEDGER.
    MOVE 'N' TO WS-LEDGER-OPEN.
    OPEN EXTEND EXC-LEDGER-FILE.
A41-WRITE-PAY-TRAILER.
    MOVE WS-PAY-COUNT TO PAY-TRL-COUNT.
    MOVE WS-SSN-HASH-TOTAL TO PAY-TRL-HASH.
    MOVE WS-BATCH-NUM TO PAY-TRL-BATCH.
    WRITE EMP-PAYROLL-RECORD FROM PAY-TRAILER-RECORD.
A49-PRIME-PAY-COUNTERS.
    MOVE ZERO TO WS-PAY-COUNT.
    IF WS-DEPT-SPLIT-CODE = '50'
        WRITE DEPT50-PRINT-LINE FROM DEPT-SUBTOTAL-LINE
            AFTER ADVANCING 1.
A47-OPEN-CONTACT-FILES.
    MOVE 'N' TO WS-CON-OPEN.
    MOVE 'N' TO WS-CTA-OPEN.
    OPEN I-O CONTACT-FILE.
    IF WS-CON-STATUS = '00'
        MOVE 'Y' TO WS-CON-OPEN
        OPEN EXTEND CONTACT-ARCHIVE-FILE
        IF WS-CTA-STATUS NOT = '00'
            OPEN OUTPUT CONTACT-ARCHIVE-FILE.
    IF WS-CON-OPEN = 'Y' AND WS-CTA-STATUS = '00'
        MOVE 'Y' TO WS-CTA-OPEN.
A472-ARCHIVE-CONTACT.
    IF WS-CON-OPEN = 'Y'
        MOVE SSN-REPORT TO CON-SSN
        READ CONTACT-FILE
            INVALID KEY
                MOVE '23' TO WS-CON-STATUS.
    IF WS-CON-OPEN = 'Y' AND WS-CON-STATUS = '00'
        PERFORM A474-MOVE-CONTACT-TO-ARCHIVE.
A474-MOVE-CONTACT-TO-ARCHIVE.
    IF WS-CTA-OPEN = 'Y'
        MOVE SPACE TO CONTACT-ARCHIVE-RECORD
        MOVE CONTACT-RECORD TO CTA-CONTACT-IMAGE
        MOVE WS-RUN-DATE TO CTA-TERM-DATE
        MOVE TERM-REASON-SORTED TO CTA-TERM-REASON
        WRITE CONTACT-ARCHIVE-RECORD.
    MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE.
    MOVE 'CONDEL  ' TO WS-MAINT-ACTION.
    PERFORM A77-WRITE-MAINT-AUDIT.
    DELETE CONTACT-FILE
        INVALID KEY
            DISPLAY 'CONTACT DELETE FAILED, STATUS=' WS-CON-STATUS.
    ADD 1 TO WS-CON-ARCHIVED.
A71-LOAD-REPORTING-LINES.
    MOVE 'N' TO WS-RPL-OPEN.
    MOVE ZERO TO WS-RPL-COUNT.
    MOVE 'N' TO WS-RPL-EOF.
    OPEN I-O REPORTING-LINE-FILE.
    IF WS-RPL-STATUS = '00'
        MOVE 'Y' TO WS-RPL-OPEN
        PERFORM A712-READ-REPORTING-LINE
            UNTIL WS-RPL-EOF = 'Y' OR WS-RPL-COUNT = 2000.
    IF WS-RPL-COUNT = 2000
        DISPLAY 'REPORTING-LINE TABLE FULL AT 2000 -- CHECK PARTIAL'.
A712-READ-REPORTING-LINE.
    READ REPORTING-LINE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-RPL-EOF.
    IF WS-RPL-EOF NOT = 'Y'
        ADD 1 TO WS-RPL-COUNT
        MOVE RPL-SSN TO RPL-TBL-SSN (WS-RPL-COUNT)
        MOVE RPL-SUPV-SSN TO RPL-TBL-SUPV-SSN (WS-RPL-COUNT).
A73-CHECK-DIRECT-REPORTS.
    MOVE SPACE TO WS-RPL-REASON-TEXT.
    MOVE ZERO TO WS-RPL-REPORTS.
    MOVE 1 TO WS-RPL-IX.
    PERFORM A732-SCAN-REPORTING-TABLE
        UNTIL WS-RPL-IX > WS-RPL-COUNT.
    IF WS-RPL-REPORTS > 0
        MOVE WS-RPL-REPORTS TO WS-RPL-REASON-COUNT
        MOVE WS-RPL-REASON-BUILD TO WS-RPL-REASON-TEXT
        ADD 1 TO WS-RPL-WARNED
        PERFORM A734-WRITE-REPORTS-WARNING.
A732-SCAN-REPORTING-TABLE.
    IF RPL-TBL-SUPV-SSN (WS-RPL-IX) = SSN-REPORT
        ADD 1 TO WS-RPL-REPORTS.
    ADD 1 TO WS-RPL-IX.
A734-WRITE-REPORTS-WARNING.
    IF WS-WARN-OPEN = 'Y'
        MOVE SPACE TO NAME-WARN-RECORD
        MOVE NAME-REPORT TO WRN-NEW-NAME
        MOVE DEPT-NUM-REPORT TO WRN-DEPT
        MOVE WS-RPL-REPORTS TO WS-RPL-MATCH-COUNT
        MOVE WS-RPL-MATCH-BUILD TO WRN-MATCH-NAME
        MOVE WS-RPL-WARN-TEXT TO WRN-TEXT
        WRITE NAME-WARN-RECORD
        ADD 1 TO WS-WARN-COUNT.
A99-REMOVE-REPORTING-LINE.
    IF WS-RPL-OPEN = 'Y'
        MOVE SSN-REPORT TO RPL-SSN
        READ REPORTING-LINE-FILE
            INVALID KEY
                MOVE '23' TO WS-RPL-STATUS.
    IF WS-RPL-OPEN = 'Y' AND WS-RPL-STATUS = '00'
        PERFORM A992-DELETE-REPORTING-LINE.
A992-DELETE-REPORTING-LINE.
    MOVE REPORTING-LINE-RECORD TO WS-BEFORE-IMAGE.
    MOVE 'RPLDEL  ' TO WS-MAINT-ACTION.
    PERFORM A77-WRITE-MAINT-AUDIT.
    DELETE REPORTING-LINE-FILE
        INVALID KEY
            DISPLAY 'REPORTING LINE DELETE FAILED, STATUS='
                WS-RPL-STATUS.
    ADD 1 TO WS-RPL-REMOVED.
    MOVE 1 TO WS-RPL-IX.
    PERFORM A994-DROP-TABLE-ENTRY
        UNTIL WS-RPL-IX > WS-RPL-COUNT.
A994-DROP-TABLE-ENTRY.
    IF RPL-TBL-SSN (WS-RPL-IX) = SSN-REPORT
        MOVE SPACE TO RPL-TBL-SUPV-SSN (WS-RPL-IX).
    ADD 1 TO WS-RPL-IX.
A48-WRITE-JOB-LOG.
    MOVE 'CBL2' TO JL-PROGRAM.
    MOVE WS-OPERATOR-ID TO JL-OPERATOR.
        IF TRANS-DELETE
            PERFORM A24-APPLY-DELETE
        ELSE
            IF TRANS-LEAVE
                PERFORM A92-APPLY-LEAVE
            ELSE
                IF TRANS-RETURN
                    PERFORM A93-APPLY-RETURN
                ELSE
                    PERFORM A21-WRITE-VALID-RECORD.
    IF WS-WRITE-OK = 'Y'
        PERFORM A202-COUNT-AND-PRINT.
    PERFORM A141-RETURN-RECORD.
    MOVE DEPT-NUM-SORTED TO WS-PREV-DEPT.
    MOVE LOC-CODE-SORTED TO WS-PREV-LOC.
    MOVE SPACE TO EMP-REPORT-LINE.
    PERFORM A53-CHECK-REHIRE.
    PERFORM A82-ASSIGN-EMP-NUMBER.
    MOVE NAME-SORTED TO NAME-REPORT.
    MOVE FST-3-SSN-SORTED TO FST-3-SSN-REPORT.
    MOVE MID-2-SSN-SORTED TO MID-2-SSN-REPORT.
        PERFORM A203-REGISTER-APPLIED-ADD.
A203-REGISTER-APPLIED-ADD.
    ADD 1 TO WS-MASTER-WRITE-COUNT.
    PERFORM A67-CHECK-NAME-DUP.
    MOVE 'APPLIED ' TO WS-REG-DISPOSITION.
    MOVE SPACES TO WS-REGISTER-REASON.
    IF WS-REHIRE-SW = 'Y'
        MOVE 'REHIRE - PREVIOUSLY TERMINATED'
            TO WS-REGISTER-REASON.
    PERFORM A96-CHECK-TITLE-RANGE.
    PERFORM A26-WRITE-REGISTER.
    PERFORM A40-WRITE-PAY-DETAIL.
    IF PAY-TYPE-REPORT NOT = SPACE OR PAY-RATE-REPORT > ZERO
        MOVE SPACE TO WS-OLD-PAY-TYPE
        MOVE ZERO TO WS-OLD-PAY-RATE
        MOVE 'NH' TO WS-PHS-REASON
        PERFORM A91-WRITE-PAY-HISTORY.
    MOVE SPACE TO WS-BEFORE-IMAGE.
    MOVE 'ADD     ' TO WS-MAINT-ACTION.
    PERFORM A77-WRITE-MAINT-AUDIT.
A23-APPLY-CHANGE.
    PERFORM A27-READ-MASTER-BY-SSN.
    IF EMP-REPORT-STATUS = '00'
    PERFORM A27-READ-MASTER-BY-SSN.
    IF EMP-REPORT-STATUS = '00'
        PERFORM A55-WRITE-TERM-ARCHIVE
        MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE
        MOVE 'DELETE  ' TO WS-MAINT-ACTION
        PERFORM A77-WRITE-MAINT-AUDIT
        PERFORM A472-ARCHIVE-CONTACT
        MOVE 'TERMINATED - HAS REPORTS' TO WS-RPL-WARN-TEXT
        PERFORM A73-CHECK-DIRECT-REPORTS
        PERFORM A99-REMOVE-REPORTING-LINE
        DELETE EMP-REPORT-FILE
        ADD 1 TO WS-DELETE-COUNT
        MOVE 'APPLIED ' TO WS-REG-DISPOSITION
        MOVE WS-RPL-REASON-TEXT TO WS-REGISTER-REASON
        PERFORM A26-WRITE-REGISTER
    ELSE
        MOVE 'SSN NOT ON MASTER' TO WS-EXCEPTION-REASON-TEXT
        PERFORM A25-WRITE-EXCEPTION.
A92-APPLY-LEAVE.
    PERFORM A27-READ-MASTER-BY-SSN.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'SSN NOT ON MASTER' TO WS-EXCEPTION-REASON-TEXT
        PERFORM A25-WRITE-EXCEPTION
    ELSE
        IF EMP-ON-LEAVE
            MOVE 'EMPLOYEE ALREADY ON LEAVE' TO WS-EXCEPTION-REASON-TEXT
            PERFORM A25-WRITE-EXCEPTION
        ELSE
            PERFORM A98-SET-LEAVE-STATUS
            PERFORM A94-REWRITE-LEAVE-STATUS.
A93-APPLY-RETURN.
    PERFORM A27-READ-MASTER-BY-SSN.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'SSN NOT ON MASTER' TO WS-EXCEPTION-REASON-TEXT
        PERFORM A25-WRITE-EXCEPTION
    ELSE
        IF NOT EMP-ON-LEAVE
            MOVE 'EMPLOYEE NOT ON LEAVE' TO WS-EXCEPTION-REASON-TEXT
            PERFORM A25-WRITE-EXCEPTION
        ELSE
            MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE
            MOVE SPACE TO EMP-STATUS-REPORT
            MOVE SPACE TO LEAVE-START-REPORT
            MOVE SPACE TO LEAVE-REASON-REPORT
            MOVE SPACE TO LEAVE-RETURN-REPORT
            PERFORM A94-REWRITE-LEAVE-STATUS.
A94-REWRITE-LEAVE-STATUS.
    REWRITE EMP-REPORT-LINE.
    MOVE 'REWRITE ' TO WS-MAINT-ACTION.
    PERFORM A77-WRITE-MAINT-AUDIT.
    ADD 1 TO WS-CHANGE-COUNT.
    MOVE 'APPLIED ' TO WS-REG-DISPOSITION.
    MOVE SPACES TO WS-REGISTER-REASON.
    PERFORM A26-WRITE-REGISTER.
A98-SET-LEAVE-STATUS.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    MOVE 'L' TO EMP-STATUS-REPORT.
    IF EFF-DATE-SORTED = SPACE
        MOVE WS-RUN-DATE TO LEAVE-START-REPORT
    ELSE
        MOVE EFF-DATE-SORTED TO LEAVE-START-REPORT.
    MOVE TERM-REASON-SORTED TO LEAVE-REASON-REPORT.
    MOVE RETURN-DATE-SORTED TO LEAVE-RETURN-REPORT.
A26-WRITE-REGISTER.
    MOVE SPACE TO REGISTER-DETAIL-LINE.
    MOVE TRANS-CODE-SORTED TO REG-TRANS-CODE.
    IF WS-REG-DISPOSITION = 'APPLIED '
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        IF WS-REG-DISPOSITION = 'HELD    '
            ADD 1 TO WS-HELD-COUNT
        ELSE
            ADD 1 TO WS-REJECTED-COUNT.
    WRITE EMP-REGISTER-LINE FROM REGISTER-DETAIL-LINE
        AFTER ADVANCING 1.
A27-READ-MASTER-BY-SSN.
        INVALID KEY
            MOVE '23' TO EMP-REPORT-STATUS.
A28-REWRITE-CHANGED-MASTER.
    MOVE EMP-REPORT-LINE TO WS-BEFORE-IMAGE.
    MOVE PAY-TYPE-REPORT TO WS-OLD-PAY-TYPE.
    MOVE PAY-RATE-REPORT TO WS-OLD-PAY-RATE.
    MOVE SPACE TO WS-RPL-REASON-TEXT.
    IF DEPT-NUM-SORTED NOT = DEPT-NUM-REPORT
        PERFORM A57-WRITE-TRANSFER
        MOVE 'TRANSFERRED - HAS REPORTS' TO WS-RPL-WARN-TEXT
        PERFORM A73-CHECK-DIRECT-REPORTS.
    MOVE DEPT-NUM-SORTED TO DEPT-NUM-REPORT.
    IF NAME-SORTED NOT = SPACE
        MOVE NAME-SORTED TO NAME-REPORT.
    IF PAY-TYPE-SORTED NOT = SPACE
    IF LOC-CODE-SORTED NOT = SPACE
        MOVE LOC-CODE-SORTED TO LOC-CODE-REPORT.
    REWRITE EMP-REPORT-LINE.
    MOVE 'REWRITE ' TO WS-MAINT-ACTION.
    PERFORM A77-WRITE-MAINT-AUDIT.
    IF PAY-TYPE-REPORT NOT = WS-OLD-PAY-TYPE
            OR PAY-RATE-REPORT NOT = WS-OLD-PAY-RATE
        MOVE PAY-REASON-SORTED TO WS-PHS-REASON
        PERFORM A91-WRITE-PAY-HISTORY.
    ADD 1 TO WS-CHANGE-COUNT.
    MOVE 'APPLIED ' TO WS-REG-DISPOSITION.
    MOVE WS-RPL-REASON-TEXT TO WS-REGISTER-REASON.
    IF JOB-TITLE-SORTED NOT = SPACE OR PAY-TYPE-SORTED NOT = SPACE
            OR PAY-RATE-SORTED NOT = SPACE
        PERFORM A96-CHECK-TITLE-RANGE.
    PERFORM A26-WRITE-REGISTER.
A29-PRINT-DETAIL-LINE.
    MOVE EMP-ID-NUM-REPORT TO DETAIL-EMP-ID.
    MOVE 'LINES SKIPPED BY DATE WINDOW' TO BAL-LABEL.
    MOVE WS-DATE-SKIP-COUNT TO BAL-COUNT.
    PERFORM A34-WRITE-BAL-LINE.
    MOVE 'HELD FOR EFFECTIVE DATE:' TO BAL-LABEL.
    MOVE WS-HELD-COUNT TO BAL-COUNT.
    PERFORM A34-WRITE-BAL-LINE.
    MOVE 'RELEASED FROM PENDING:' TO BAL-LABEL.
    MOVE WS-PND-RELEASE-COUNT TO BAL-COUNT.
    PERFORM A34-WRITE-BAL-LINE.
    MOVE 'PAY FLAGGED AGAINST TITLE:' TO BAL-LABEL.
    MOVE WS-RANGE-FLAG-COUNT TO BAL-COUNT.
    PERFORM A34-WRITE-BAL-LINE.
    ADD WS-APPLIED-COUNT WS-REJECTED-COUNT WS-HELD-COUNT
        GIVING WS-BAL-TEMP.
    IF IS-RESTARTING
        ADD WS-SKIP-COUNT TO WS-BAL-TEMP
        MOVE 'SKIPPED AT RESTART:' TO BAL-LABEL
        PERFORM A522-READ-TERM-RECORD
            UNTIL WS-TERM-EOF = 'Y' OR WS-TERM-COUNT = 500
        CLOSE EMP-TERM-FILE.
    MOVE 'N' TO WS-TSN-EOF.
    OPEN INPUT TERM-SSN-FILE.
    IF WS-TSN-STATUS NOT = '00'
        MOVE 'Y' TO WS-TSN-EOF
    ELSE
        PERFORM A524-READ-TERM-SSN
            UNTIL WS-TSN-EOF = 'Y' OR WS-TERM-COUNT = 500
        CLOSE TERM-SSN-FILE.
A522-READ-TERM-RECORD.
    READ EMP-TERM-FILE
        END
            MOVE 'Y' TO WS-TERM-EOF.
    IF WS-TERM-EOF NOT = 'Y'
        ADD 1 TO WS-TERM-COUNT
        MOVE TERM-IMAGE-SSN TO TERM-TBL-SSN (WS-TERM-COUNT)
        MOVE TERM-IMAGE-EMP-ID TO TERM-TBL-EMP-ID (WS-TERM-COUNT).
A524-READ-TERM-SSN.
    READ TERM-SSN-FILE
        END
            MOVE 'Y' TO WS-TSN-EOF.
    IF WS-TSN-EOF NOT = 'Y'
        MOVE 'N' TO WS-TSN-FOUND
        MOVE 1 TO WS-TERM-IX
        PERFORM A526-SCAN-TERM-SSN
            UNTIL WS-TERM-IX > WS-TERM-COUNT
        IF WS-TSN-FOUND NOT = 'Y'
            ADD 1 TO WS-TERM-COUNT
            MOVE TSN-SSN TO TERM-TBL-SSN (WS-TERM-COUNT)
            MOVE TSN-EMP-ID TO TERM-TBL-EMP-ID (WS-TERM-COUNT).
A526-SCAN-TERM-SSN.
    IF TERM-TBL-SSN (WS-TERM-IX) = TSN-SSN
        MOVE 'Y' TO WS-TSN-FOUND.
    ADD 1 TO WS-TERM-IX.
A53-CHECK-REHIRE.
    MOVE 'N' TO WS-REHIRE-SW.
    MOVE SPACE TO WS-REHIRE-EMP-ID.
    MOVE FST-3-SSN-SORTED TO WS-KEY-FST-3.
    MOVE MID-2-SSN-SORTED TO WS-KEY-MID-2.
    MOVE LST-4-SSN-SORTED TO WS-KEY-LST-4.
    PERFORM A534-SET-SSN-TOKEN.
    MOVE 1 TO WS-TERM-IX.
    PERFORM A532-SCAN-TERM-TABLE
        UNTIL WS-TERM-IX > WS-TERM-COUNT.
A532-SCAN-TERM-TABLE.
    IF TERM-TBL-SSN (WS-TERM-IX) = WS-SSN-KEY-WORK
            OR TERM-TBL-SSN (WS-TERM-IX) = WS-SSN-TOKEN
        MOVE 'Y' TO WS-REHIRE-SW
        IF TERM-TBL-EMP-ID (WS-TERM-IX) NUMERIC
            MOVE TERM-TBL-EMP-ID (WS-TERM-IX) TO WS-REHIRE-EMP-ID.
    ADD 1 TO WS-TERM-IX.
**************************************************************
*                                                            *
* FORMER EMPLOYEES PAST THE RETENTION PERIOD ARE HELD ON     *
* TRM2.FIL AND TSN2.FIL UNDER A ONE-WAY TOKEN IN PLACE OF    *
* THE SSN (SEE RETSCRUB). THE TOKEN IS THE SSN PUT THROUGH   *
* THREE ROUNDS OF (X + 1) SQUARED PLUS THE TOKENKEY          *
* PARAMETER, MODULO 999999937, AND MUST BE BUILT EXACTLY AS  *
* RETSCRUB BUILDS IT.                                        *
*                                                            *
**************************************************************
A534-SET-SSN-TOKEN.
    MOVE SPACE TO WS-SSN-TOKEN.
    MOVE FST-3-SSN-SORTED TO WS-TOKEN-FST-3.
    MOVE MID-2-SSN-SORTED TO WS-TOKEN-MID-2.
    MOVE LST-4-SSN-SORTED TO WS-TOKEN-LST-4.
    IF WS-TOKEN-SSN NUMERIC
        MOVE WS-TOKEN-SSN-NUM TO WS-TOKEN-VALUE
        MOVE 1 TO WS-TOKEN-ROUND
        PERFORM A536-TOKEN-ROUND
            UNTIL WS-TOKEN-ROUND > 3
        MOVE 'T-' TO WS-TOKEN-PREFIX
        MOVE WS-TOKEN-VALUE TO WS-TOKEN-DIGITS.
A536-TOKEN-ROUND.
    ADD 1 TO WS-TOKEN-VALUE.
    MULTIPLY WS-TOKEN-VALUE BY WS-TOKEN-VALUE
        GIVING WS-TOKEN-WORK.
    ADD WS-TOKEN-KEY TO WS-TOKEN-WORK.
    DIVIDE 999999937 INTO WS-TOKEN-WORK
        GIVING WS-TOKEN-QUOT REMAINDER WS-TOKEN-VALUE.
    ADD 1 TO WS-TOKEN-ROUND.
A54-OPEN-TERM-ARCHIVE.
    MOVE 'N' TO WS-TERM-OPEN.
    OPEN EXTEND EMP-TERM-FILE.
        MOVE NAME-REPORT TO XFR-NAME
        MOVE DEPT-NUM-REPORT TO XFR-FROM-DEPT
        MOVE DEPT-NUM-SORTED TO XFR-TO-DEPT
        MOVE EMP-ID-NUM-REPORT TO XFR-EMP-ID
        WRITE XFER-RECORD.
A90-OPEN-PAY-HISTORY.
    MOVE 'N' TO WS-PHS-OPEN.
    OPEN EXTEND PAY-HISTORY-FILE.
    IF WS-PHS-STATUS NOT = '00'
        OPEN OUTPUT PAY-HISTORY-FILE.
    IF WS-PHS-STATUS = '00'
        MOVE 'Y' TO WS-PHS-OPEN.
A91-WRITE-PAY-HISTORY.
    IF WS-PHS-OPEN = 'Y'
        MOVE SPACE TO PAY-HISTORY-RECORD
        MOVE WS-RUN-DATE TO PHS-DATE
        MOVE FST-3-SSN-SORTED TO PHS-SSN-FST-3
        MOVE MID-2-SSN-SORTED TO PHS-SSN-MID-2
        MOVE LST-4-SSN-SORTED TO PHS-SSN-LST-4
        MOVE EMP-ID-NUM-REPORT TO PHS-EMP-ID
        MOVE NAME-REPORT TO PHS-NAME
        MOVE DEPT-NUM-REPORT TO PHS-DEPT
        MOVE WS-OLD-PAY-TYPE TO PHS-OLD-PAY-TYPE
        MOVE WS-OLD-PAY-RATE TO PHS-OLD-RATE
        MOVE PAY-TYPE-REPORT TO PHS-NEW-PAY-TYPE
        MOVE PAY-RATE-REPORT TO PHS-NEW-RATE
        MOVE 'B' TO PHS-SOURCE
        MOVE WS-BATCH-NUM TO PHS-SOURCE-ID
        MOVE WS-PHS-REASON TO PHS-REASON
        WRITE PAY-HISTORY-RECORD.
A95-LOAD-TITLE-TABLE.
    MOVE 'N' TO WS-TITLE-EOF.
    MOVE ZERO TO WS-TITLE-COUNT.
    OPEN INPUT JOB-TITLE-FILE.
    IF WS-TITLE-STATUS NOT = '00'
        DISPLAY 'TTL2.FIL NOT AVAILABLE -- JOB TITLES NOT CHECKED'
    ELSE
        PERFORM A952-READ-TITLE-RECORD
            UNTIL WS-TITLE-EOF = 'Y' OR WS-TITLE-COUNT = 100
        CLOSE JOB-TITLE-FILE
        MOVE 'Y' TO WS-TITLE-TABLE-LOADED.
A952-READ-TITLE-RECORD.
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
A96-CHECK-TITLE-RANGE.
    MOVE SPACE TO WS-RANGE-FLAG-TEXT.
    IF WS-TITLE-TABLE-LOADED = 'Y' AND JOB-TITLE-REPORT NOT = SPACE
        MOVE JOB-TITLE-REPORT TO WS-TITLE-LOOKUP-CODE
        PERFORM A97-FIND-TITLE
        IF WS-TITLE-FOUND-SW = 'Y'
            PERFORM A962-JUDGE-TITLE-RANGE.
    IF WS-RANGE-FLAG-TEXT NOT = SPACE
        ADD 1 TO WS-RANGE-FLAG-COUNT
        IF WS-REGISTER-REASON = SPACES
            MOVE WS-RANGE-FLAG-TEXT TO WS-REGISTER-REASON.
A962-JUDGE-TITLE-RANGE.
    IF PAY-TYPE-REPORT NOT = SPACE AND WS-TITLE-FOUND-TYPE NOT = 'B'
            AND PAY-TYPE-REPORT NOT = WS-TITLE-FOUND-TYPE
        MOVE 'FLAG - PAY TYPE NOT FOR TITLE' TO WS-RANGE-FLAG-TEXT
    ELSE
        IF PAY-RATE-REPORT > ZERO
            IF PAY-RATE-REPORT < WS-TITLE-FOUND-MIN
                MOVE 'FLAG - RATE BELOW TITLE RANGE'
                    TO WS-RANGE-FLAG-TEXT
            ELSE
                IF PAY-RATE-REPORT > WS-TITLE-FOUND-MAX
                    MOVE 'FLAG - RATE ABOVE TITLE RANGE'
                        TO WS-RANGE-FLAG-TEXT.
A97-FIND-TITLE.
    MOVE 'N' TO WS-TITLE-FOUND-SW.
    MOVE SPACE TO WS-TITLE-FOUND-TYPE.
    MOVE ZERO TO WS-TITLE-FOUND-MIN.
    MOVE ZERO TO WS-TITLE-FOUND-MAX.
    MOVE SPACE TO WS-TITLE-FOUND-ACTIVE.
    MOVE 1 TO WS-TITLE-IX.
    PERFORM A972-SCAN-TITLE-TABLE
        UNTIL WS-TITLE-IX > WS-TITLE-COUNT OR WS-TITLE-FOUND-SW = 'Y'.
A972-SCAN-TITLE-TABLE.
    IF TITLE-TBL-CODE (WS-TITLE-IX) = WS-TITLE-LOOKUP-CODE
        MOVE 'Y' TO WS-TITLE-FOUND-SW
        MOVE TITLE-TBL-PAY-TYPE (WS-TITLE-IX) TO WS-TITLE-FOUND-TYPE
        MOVE TITLE-TBL-MIN-RATE (WS-TITLE-IX) TO WS-TITLE-FOUND-MIN
        MOVE TITLE-TBL-MAX-RATE (WS-TITLE-IX) TO WS-TITLE-FOUND-MAX
        MOVE TITLE-TBL-ACTIVE (WS-TITLE-IX) TO WS-TITLE-FOUND-ACTIVE
    ELSE
        ADD 1 TO WS-TITLE-IX.
A58-UPDATE-BATCH-REGISTER.
    PERFORM A582-LOAD-BATCH-TABLE.
    MOVE 'N' TO WS-BCH-FOUND.
        MOVE WS-MASTER-EXPECTED-COUNT TO MCT-COUNT
        WRITE MASTER-COUNT-RECORD
        CLOSE MASTER-COUNT-FILE.
A80-READ-EMP-NUMBER-CONTROL.
    MOVE 'N' TO WS-ENC-EOF.
    OPEN INPUT EMP-NUMBER-FILE.
    IF WS-ENC-STATUS NOT = '00'
        MOVE 'Y' TO WS-ENC-EOF
    ELSE
        PERFORM A81-READ-EMP-NUMBER-RECORD
        CLOSE EMP-NUMBER-FILE.
    IF WS-ENC-EOF = 'Y' OR ENC-NEXT-NUM NOT NUMERIC
        DISPLAY 'ENC2.FIL MISSING OR UNREADABLE -- EMPLOYEE NUMBERS'
        DISPLAY 'CANNOT BE ASSIGNED. RUN CBL2E, THEN RESUBMIT.'
        PERFORM A75-CLEAR-BATCH-LOCK
        STOP RUN.
    MOVE ENC-NEXT-NUM TO WS-NEXT-EMP-NUM.
A81-READ-EMP-NUMBER-RECORD.
    READ EMP-NUMBER-FILE
        END
            MOVE 'Y' TO WS-ENC-EOF.
A82-ASSIGN-EMP-NUMBER.
    IF WS-REHIRE-EMP-ID NUMERIC
        MOVE WS-REHIRE-EMP-ID TO EMP-ID-NUM-REPORT
    ELSE
        MOVE WS-NEXT-EMP-NUM TO WS-REHIRE-EMP-NUM
        MOVE WS-REHIRE-EMP-ID TO EMP-ID-NUM-REPORT
        ADD 1 TO WS-NEXT-EMP-NUM
        PERFORM A84-WRITE-EMP-NUMBER-CONTROL.
A84-WRITE-EMP-NUMBER-CONTROL.
    OPEN OUTPUT EMP-NUMBER-FILE.
    IF WS-ENC-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE ENC2.FIL, STATUS=' WS-ENC-STATUS
    ELSE
        MOVE SPACE TO EMP-NUMBER-RECORD
        MOVE WS-NEXT-EMP-NUM TO ENC-NEXT-NUM
        WRITE EMP-NUMBER-RECORD
        CLOSE EMP-NUMBER-FILE.
A83-LOAD-REASON-TABLE.
    MOVE 'N' TO WS-TRS-EOF.
    MOVE ZERO TO WS-TRS-COUNT.
    OPEN INPUT TERM-REASON-FILE.
    IF WS-TRS-STATUS NOT = '00'
        DISPLAY 'TRS2.FIL NOT AVAILABLE -- TERM REASONS NOT CHECKED'
    ELSE
        PERFORM A832-READ-REASON-RECORD
            UNTIL WS-TRS-EOF = 'Y' OR WS-TRS-COUNT = 50
        CLOSE TERM-REASON-FILE
        MOVE 'Y' TO WS-TRS-TABLE-LOADED.
A832-READ-REASON-RECORD.
    READ TERM-REASON-FILE
        END
            MOVE 'Y' TO WS-TRS-EOF.
    IF WS-TRS-EOF NOT = 'Y'
        ADD 1 TO WS-TRS-COUNT
        MOVE TRS-CODE TO TRS-TBL-CODE (WS-TRS-COUNT)
        MOVE TRS-ACTIVE TO TRS-TBL-ACTIVE (WS-TRS-COUNT).
A85-CHECK-TERM-REASON.
    IF WS-TRS-TABLE-LOADED = 'Y'
        MOVE TERM-REASON-SORTED TO WS-TRS-LOOKUP-CODE
        PERFORM A852-FIND-TERM-REASON
        IF WS-TRS-FOUND-SW = 'N' OR WS-TRS-FOUND-ACTIVE NOT = 'A'
            MOVE 'N' TO WS-RELEASE-OK
            MOVE 'INVALID TERMINATION REASON'
                TO WS-EXCEPTION-REASON-TEXT.
A852-FIND-TERM-REASON.
    MOVE 'N' TO WS-TRS-FOUND-SW.
    MOVE SPACE TO WS-TRS-FOUND-ACTIVE.
    MOVE 1 TO WS-TRS-IX.
    PERFORM A854-SCAN-REASON-TABLE
        UNTIL WS-TRS-IX > WS-TRS-COUNT OR WS-TRS-FOUND-SW = 'Y'.
A854-SCAN-REASON-TABLE.
    IF TRS-TBL-CODE (WS-TRS-IX) = WS-TRS-LOOKUP-CODE
        MOVE 'Y' TO WS-TRS-FOUND-SW
        MOVE TRS-TBL-ACTIVE (WS-TRS-IX) TO WS-TRS-FOUND-ACTIVE
    ELSE
        ADD 1 TO WS-TRS-IX.
A86-CHECK-EFFECTIVE-DATE.
    MOVE 'N' TO WS-EFF-VALID-SW.
    IF EFF-DATE-SORTED = SPACE
        MOVE 'B' TO WS-EFF-VALID-SW
    ELSE
        IF EFF-DATE-SORTED NUMERIC
            PERFORM A862-CHECK-EFF-CALENDAR.
    IF WS-EFF-VALID-SW = 'N'
        MOVE 'N' TO WS-RELEASE-OK
        MOVE 'INVALID EFFECTIVE DATE' TO WS-EXCEPTION-REASON-TEXT
        PERFORM A25-WRITE-EXCEPTION.
    IF WS-EFF-VALID-SW = 'Y'
        IF WS-EFF-SERIAL > WS-RUN-SERIAL
            MOVE 'N' TO WS-RELEASE-OK
            PERFORM A864-HOLD-PENDING.
A862-CHECK-EFF-CALENDAR.
    MOVE EFF-DATE-SORTED TO WS-DTS-DATE.
    IF WS-DTS-YY > 40
        MOVE 19 TO WS-DTS-CC
    ELSE
        MOVE 20 TO WS-DTS-CC.
    IF WS-DTS-MM NOT < 01 AND WS-DTS-MM NOT > 12
        IF WS-DTS-DD NOT < 01
            IF WS-DTS-DD NOT > MONTH-DAYS (WS-DTS-MM)
                MOVE 'Y' TO WS-EFF-VALID-SW.
    IF WS-EFF-VALID-SW = 'N'
            AND WS-DTS-MM = 02 AND WS-DTS-DD = 29
        COMPUTE WS-DTS-YEAR = WS-DTS-CC * 100 + WS-DTS-YY
        PERFORM A424-CHECK-LEAP-YEAR
        IF WS-IS-LEAP = 'Y'
            MOVE 'Y' TO WS-EFF-VALID-SW.
    IF WS-EFF-VALID-SW = 'Y'
        PERFORM A43-DATE-TO-SERIAL
        MOVE WS-DTS-SERIAL TO WS-EFF-SERIAL.
A864-HOLD-PENDING.
    IF WS-PND-COUNT < 500
        ADD 1 TO WS-PND-COUNT
        ADD 1 TO WS-PND-ITEM-NUM
        MOVE EFF-DATE-SORTED TO PND-TBL-EFF-DATE (WS-PND-COUNT)
        MOVE WS-BATCH-NUM TO PND-TBL-BATCH-NUM (WS-PND-COUNT)
        MOVE WS-PND-ITEM-NUM TO PND-TBL-ITEM-NUM (WS-PND-COUNT)
        MOVE 'P' TO PND-TBL-STATUS (WS-PND-COUNT)
        MOVE WS-RUN-DATE TO PND-TBL-HELD-DATE (WS-PND-COUNT)
        MOVE WS-OPERATOR-ID TO PND-TBL-HELD-BY (WS-PND-COUNT)
        MOVE ZERO TO PND-TBL-DONE-DATE (WS-PND-COUNT)
        MOVE SPACE TO PND-TBL-DONE-BY (WS-PND-COUNT)
        MOVE SORT-WORK-RECORD TO PND-TBL-CARD (WS-PND-COUNT)
        MOVE 'Y' TO WS-PND-CHANGED
        MOVE EFF-DATE-SORTED TO WS-HELD-EFF-DATE
        MOVE 'HELD    ' TO WS-REG-DISPOSITION
        MOVE WS-HELD-REASON TO WS-REGISTER-REASON
        PERFORM A26-WRITE-REGISTER
    ELSE
        MOVE 'PENDING FILE PND2.FIL FULL' TO WS-EXCEPTION-REASON-TEXT
        PERFORM A25-WRITE-EXCEPTION.
A87-LOAD-PENDING-TABLE.
    MOVE ZERO TO WS-PND-COUNT.
    MOVE 'N' TO WS-PND-EOF.
    OPEN INPUT PENDING-TRANS-FILE.
    IF WS-PND-STATUS NOT = '00'
        MOVE 'Y' TO WS-PND-EOF
    ELSE
        PERFORM A872-READ-PENDING-RECORD
            UNTIL WS-PND-EOF = 'Y' OR WS-PND-COUNT = 500
        CLOSE PENDING-TRANS-FILE.
    MOVE WS-PND-COUNT TO WS-PND-LOAD-COUNT.
A872-READ-PENDING-RECORD.
    READ PENDING-TRANS-FILE
        END
            MOVE 'Y' TO WS-PND-EOF.
    IF WS-PND-EOF NOT = 'Y'
        ADD 1 TO WS-PND-COUNT
        MOVE PND-EFF-DATE TO PND-TBL-EFF-DATE (WS-PND-COUNT)
        MOVE PND-BATCH-NUM TO PND-TBL-BATCH-NUM (WS-PND-COUNT)
        MOVE PND-ITEM-NUM TO PND-TBL-ITEM-NUM (WS-PND-COUNT)
        MOVE PND-STATUS TO PND-TBL-STATUS (WS-PND-COUNT)
        MOVE PND-HELD-DATE TO PND-TBL-HELD-DATE (WS-PND-COUNT)
        MOVE PND-HELD-BY TO PND-TBL-HELD-BY (WS-PND-COUNT)
        MOVE PND-DONE-DATE TO PND-TBL-DONE-DATE (WS-PND-COUNT)
        MOVE PND-DONE-BY TO PND-TBL-DONE-BY (WS-PND-COUNT)
        MOVE PND-CARD-IMAGE TO PND-TBL-CARD (WS-PND-COUNT).
A88-RELEASE-DUE-PENDING.
    IF PND-TBL-STATUS (WS-PND-IX) = 'P'
        MOVE PND-TBL-CARD (WS-PND-IX) TO SORT-WORK-RECORD
        MOVE 'N' TO WS-EFF-VALID-SW
        PERFORM A862-CHECK-EFF-CALENDAR
        IF WS-EFF-VALID-SW = 'Y'
            IF WS-EFF-SERIAL NOT > WS-RUN-SERIAL
                PERFORM A882-FIRE-PENDING-ENTRY.
    ADD 1 TO WS-PND-IX.
A882-FIRE-PENDING-ENTRY.
    MOVE 'A' TO PND-TBL-STATUS (WS-PND-IX).
    MOVE WS-RUN-DATE TO PND-TBL-DONE-DATE (WS-PND-IX).
    MOVE WS-OPERATOR-ID TO PND-TBL-DONE-BY (WS-PND-IX).
    MOVE 'Y' TO WS-PND-CHANGED.
    ADD 1 TO WS-PND-RELEASE-COUNT.
    PERFORM A151-VALIDATE-AND-RELEASE.
A89-REWRITE-PENDING-FILE.
    IF WS-PND-CHANGED = 'Y'
        PERFORM A892-OPEN-PENDING-OUTPUT.
A892-OPEN-PENDING-OUTPUT.
    OPEN OUTPUT PENDING-TRANS-FILE.
    IF WS-PND-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE PND2.FIL, STATUS=' WS-PND-STATUS
    ELSE
        MOVE 1 TO WS-PND-IX
        PERFORM A894-WRITE-PENDING-RECORD
            UNTIL WS-PND-IX > WS-PND-COUNT
        CLOSE PENDING-TRANS-FILE.
A894-WRITE-PENDING-RECORD.
    IF PND-TBL-STATUS (WS-PND-IX) = 'P'
            OR PND-TBL-DONE-DATE (WS-PND-IX) = WS-RUN-DATE
        MOVE SPACE TO PENDING-TRANS-RECORD
        MOVE PND-TBL-EFF-DATE (WS-PND-IX) TO PND-EFF-DATE
        MOVE PND-TBL-BATCH-NUM (WS-PND-IX) TO PND-BATCH-NUM
        MOVE PND-TBL-ITEM-NUM (WS-PND-IX) TO PND-ITEM-NUM
        MOVE PND-TBL-STATUS (WS-PND-IX) TO PND-STATUS
        MOVE PND-TBL-HELD-DATE (WS-PND-IX) TO PND-HELD-DATE
        MOVE PND-TBL-HELD-BY (WS-PND-IX) TO PND-HELD-BY
        MOVE PND-TBL-DONE-DATE (WS-PND-IX) TO PND-DONE-DATE
        MOVE PND-TBL-DONE-BY (WS-PND-IX) TO PND-DONE-BY
        MOVE PND-TBL-CARD (WS-PND-IX) TO PND-CARD-IMAGE
        WRITE PENDING-TRANS-RECORD.
    ADD 1 TO WS-PND-IX.
A35-RECOUNT-MASTER.
    MOVE ZERO TO WS-MASTER-PHYS-COUNT.
    MOVE 'N' TO WS-RECOUNT-EOF.
