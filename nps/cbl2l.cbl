IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2L.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM KEYS AND KEY-VERIFIES A BATCH OF  *
*  EMPLOYEE CARDS AND BUILDS THE CBL2 INPUT FILE  *
*  CDL2.FIL FROM THEM. AN OPERATOR SIGNED ON      *
*  AGAINST OPR2.FIL OPENS A BATCH, WHICH LOGS ITS *
*  RECEIPT ON BCH2.FIL, AND KEYS EACH ADD,        *
*  CHANGE, TERMINATION, LEAVE AND                 *
*  RETURN-FROM-LEAVE CARD FIELD BY FIELD UNDER    *
*  THE SAME SSN, DEPARTMENT, LOCATION, HIRE-DATE, *
*  PAY, JOB TITLE AND TERMINATION REASON EDITS    *
*  CBL2 APPLIES. THE KEYED CARDS ARE HELD ON THE  *
*  KEY WORK FILE KEY2.FIL. A SECOND OPERATOR THEN *
*  KEYS EVERY CARD AGAIN WITHOUT SEEING THE FIRST *
*  KEYING; EACH FIELD THAT DIFFERS MUST BE        *
*  RESOLVED BEFORE THE CARD IS VERIFIED. ONLY A   *
*  FULLY VERIFIED BATCH IS RELEASED: CDL2.FIL IS  *
*  WRITTEN WITH THE H HEADER, THE CARDS AND THE T *
*  TRAILER COUNT, AND THE EXPECTED COUNT IS SET   *
*  ON BCH2.FIL.                                   *
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
    SELECT KEY-ENTRY-FILE ASSIGN
    KEY2.FIL
    FILE STATUS WS-KEY-STATUS.
    SELECT EMP-INPUT-FILE ASSIGN
    CDL2.FIL
    FILE STATUS WS-INPUT-STATUS.
    SELECT BATCH-REGISTER-FILE ASSIGN
    BCH2.FIL
    FILE STATUS WS-BCH-STATUS.
    SELECT EMP-DEPT-FILE ASSIGN
    DEPT2.FIL
    FILE STATUS WS-DEPT-STATUS.
    SELECT EMP-LOC-FILE ASSIGN
    LOC2.FIL
    FILE STATUS WS-LOC-STATUS.
    SELECT JOB-TITLE-FILE ASSIGN
    TTL2.FIL
    FILE STATUS WS-TITLE-STATUS.
    SELECT TERM-REASON-FILE ASSIGN
    TRS2.FIL
    FILE STATUS WS-TRS-STATUS.
    SELECT OPERATOR-FILE ASSIGN
    OPR2.FIL
    FILE STATUS WS-OPR-STATUS.
    SELECT RUN-LOCK-FILE ASSIGN
    LCK2.FIL
    FILE STATUS WS-LOCK-STATUS.

DATA DIVISION.

FILE SECTION.

FD  KEY-ENTRY-FILE
      LABEL RECORDS
      OMITTED.
01  KEY-ENTRY-RECORD.
    05  KEY-REC-TYPE                      PIC X.
    05  FILLER                            PIC X.
    05  KEY-BATCH-NUM                     PIC 9(4).
    05  FILLER                            PIC X.
    05  KEY-SEQ-NUM                       PIC 9(3).
    05  FILLER                            PIC X.
    05  KEY-CARD-STATUS                   PIC X.
    05  FILLER                            PIC X.
    05  KEY-KEYED-BY                      PIC X(10).
    05  FILLER                            PIC X.
    05  KEY-VERIFIED-BY                   PIC X(10).
    05  FILLER                            PIC X.
    05  KEY-DATE                          PIC 9(6).
    05  FILLER                            PIC X.
    05  KEY-CARD-IMAGE                    PIC X(80).
FD  EMP-INPUT-FILE
      LABEL RECORDS
      OMITTED.
01  EMP-INPUT-RECORD                      PIC X(80).
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
FD  EMP-DEPT-FILE
      LABEL RECORDS
      OMITTED.
01  DEPT-MASTER-RECORD.
    05  DEPT-CODE-MASTER                  PIC XX.
    05  FILLER                            PIC X.
    05  DEPT-NAME-MASTER                  PIC X(20).
    05  FILLER                            PIC X.
    05  DEPT-ACTIVE-MASTER                PIC X.
    05  FILLER                            PIC X(55).
FD  EMP-LOC-FILE
      LABEL RECORDS
      OMITTED.
01  LOC-MASTER-RECORD.
    05  LOC-CODE-MASTER                   PIC XX.
    05  FILLER                            PIC X.
    05  LOC-NAME-MASTER                   PIC X(20).
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

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-KEY-STATUS             PIC XX.
    05  WS-KEY-EOF                PIC X VALUE 'N'.
    05  WS-INPUT-STATUS           PIC XX.
    05  WS-INPUT-EOF              PIC X VALUE 'N'.
    05  WS-MORE-ACTIONS           PIC X(3) VALUE 'YES'.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.
    05  WS-ACTION-CODE            PIC X VALUE SPACE.
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
    05  WS-OPR-FOUND-SW           PIC X VALUE 'N'.

01  OPEN-BATCH-CONTROL.
    05  WS-BATCH-OPEN             PIC X VALUE 'N'.
    05  WS-OPEN-BATCH-NUM         PIC 9(4) VALUE ZERO.
    05  WS-OPEN-DATE              PIC 9(6) VALUE ZERO.
    05  WS-OPENED-BY              PIC X(10) VALUE SPACE.
    05  WS-ENTRY-NUM              PIC X(4) VALUE SPACE.
    05  WS-ENTRY-NUM-9 REDEFINES WS-ENTRY-NUM
                                  PIC 9(4).
    05  WS-ENTRY-SEQ              PIC X(3) VALUE SPACE.
    05  WS-ENTRY-SEQ-9 REDEFINES WS-ENTRY-SEQ
                                  PIC 9(3).
    05  WS-PRIOR-BATCH-NUM        PIC 9(4) VALUE ZERO.

01  CARD-TABLE-CONTROL.
    05  WS-CARD-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-CARD-IX                PIC 9(3) VALUE ZERO.
    05  WS-KEYED-COUNT            PIC 9(3) VALUE ZERO.
    05  WS-VERIFIED-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-VOID-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-OWN-CARD-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-MISMATCH-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-RELEASE-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-KEY-DONE               PIC X VALUE 'N'.
    05  WS-KEY-CHANGED            PIC X VALUE 'N'.
01  CARD-TABLE.
    05  CARD-ENTRY OCCURS 300.
        10  CARD-TBL-STATUS       PIC X.
        10  CARD-TBL-KEYED-BY     PIC X(10).
        10  CARD-TBL-VERIFIED-BY  PIC X(10).
        10  CARD-TBL-DATE         PIC 9(6).
        10  CARD-TBL-IMAGE        PIC X(80).

01  BATCH-TABLE-CONTROL.
    05  WS-BCH-STATUS             PIC XX.
    05  WS-BCH-EOF                PIC X VALUE 'N'.
    05  WS-BCH-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-BCH-IX                 PIC 9(3) VALUE ZERO.
    05  WS-BCH-FOUND              PIC X VALUE 'N'.
    05  WS-BCH-LOOKUP-NUM         PIC 9(4) VALUE ZERO.
01  BATCH-REGISTER-TABLE.
    05  BCH-ENTRY OCCURS 200.
        10  BCH-TBL-NUM           PIC 9(4).
        10  BCH-TBL-RECV-DATE     PIC 9(6).
        10  BCH-TBL-EXP-COUNT     PIC 9(5).
        10  BCH-TBL-STATUS        PIC X.
        10  BCH-TBL-RUN-DATE      PIC 9(6).

01  BATCH-HEADER-IMAGE.
    05  BH-CODE                   PIC X.
    05  BH-CREATE-DATE            PIC 9(6).
    05  BH-BATCH-NUM              PIC 9(4).
    05  FILLER                    PIC X(69).
01  BATCH-TRAILER-IMAGE.
    05  BT-CODE                   PIC X.
    05  BT-COUNT                  PIC 9(5).
    05  FILLER                    PIC X(74).

01  ENTRY-CARD.
    05  ENT-TRANS-CODE            PIC X.
        88  ENT-ADD       VALUE 'A'.
        88  ENT-CHANGE    VALUE 'C'.
        88  ENT-DELETE    VALUE 'D'.
        88  ENT-LEAVE     VALUE 'L'.
        88  ENT-RETURN    VALUE 'R'.
    05  ENT-LOC                   PIC XX.
    05  ENT-HIRE-CC               PIC XX.
    05  FILLER                    PIC X.
    05  ENT-TERM-REASON           PIC XX.
    05  ENT-DEPT                  PIC XX.
    05  ENT-PAY-REASON            PIC XX.
    05  FILLER                    PIC X.
    05  ENT-NAME                  PIC X(20).
    05  ENT-EFF-DATE              PIC X(6).
    05  ENT-RETURN-DATE           PIC X(6).
    05  FILLER                    PIC X(3).
    05  ENT-SSN                   PIC X(9).
    05  ENT-HIRE-DATE             PIC X(6).
    05  ENT-PAY-TYPE              PIC X.
    05  ENT-PAY-RATE              PIC X(6).
    05  ENT-TITLE                 PIC X(10).
01  FIRST-CARD.
    05  FST-TRANS-CODE            PIC X.
    05  FST-LOC                   PIC XX.
    05  FST-HIRE-CC               PIC XX.
    05  FILLER                    PIC X.
    05  FST-TERM-REASON           PIC XX.
    05  FST-DEPT                  PIC XX.
    05  FST-PAY-REASON            PIC XX.
    05  FILLER                    PIC X.
    05  FST-NAME                  PIC X(20).
    05  FST-EFF-DATE              PIC X(6).
    05  FST-RETURN-DATE           PIC X(6).
    05  FILLER                    PIC X(3).
    05  FST-SSN                   PIC X(9).
    05  FST-HIRE-DATE             PIC X(6).
    05  FST-PAY-TYPE              PIC X.
    05  FST-PAY-RATE              PIC X(6).
    05  FST-TITLE                 PIC X(10).

01  FIELD-ENTRY-CONTROL.
    05  WS-FIELD-OK               PIC X VALUE 'N'.
    05  WS-FIELD-NUM              PIC 99 VALUE ZERO.
    05  WS-FIELD-NAME             PIC X(12) VALUE SPACE.
    05  WS-FIRST-VALUE            PIC X(20) VALUE SPACE.
    05  WS-SECOND-VALUE           PIC X(20) VALUE SPACE.
    05  WS-FIELD-RESOLVED         PIC X VALUE 'N'.
    05  WS-ENTRY-CODE             PIC X VALUE SPACE.
    05  WS-ENTRY-SSN.
        10  WS-SSN-FST-3          PIC X(3).
        10  WS-SSN-MID-2          PIC X(2).
        10  WS-SSN-LST-4          PIC X(4).
    05  WS-ENTRY-NAME             PIC X(20) VALUE SPACE.
    05  WS-ENTRY-DEPT             PIC XX VALUE SPACE.
    05  WS-ENTRY-LOC              PIC XX VALUE SPACE.
    05  WS-ENTRY-CC               PIC XX VALUE SPACE.
    05  WS-ENTRY-DATE             PIC X(6) VALUE SPACE.
    05  WS-ENTRY-PAY-TYPE         PIC X VALUE SPACE.
    05  WS-ENTRY-PAY-RATE         PIC X(6) VALUE SPACE.
    05  WS-ENTRY-TITLE            PIC X(10) VALUE SPACE.
    05  WS-ENTRY-REASON           PIC XX VALUE SPACE.
        88  VALID-LEAVE-REASON  VALUES 'MD', 'FM', 'MI', 'PR',
                                       'WC', 'ED'.

01  DEPT-VALIDATION.
    05  DEPT-NUM-CHECK                    PIC XX.
        88  VALID-DEPARTMENT  VALUES '10', '20', '30', '40', '50'.
01  DEPT-TABLE-CONTROL.
    05  WS-DEPT-STATUS            PIC XX.
    05  WS-DEPT-TABLE-LOADED      PIC X VALUE 'N'.
    05  WS-DEPT-COUNT             PIC 99 VALUE ZERO.
    05  WS-DEPT-IX                PIC 99 VALUE ZERO.
    05  WS-DEPT-EOF               PIC X VALUE 'N'.
    05  WS-DEPT-FOUND-SW          PIC X VALUE 'N'.
    05  WS-DEPT-FOUND-ACTIVE      PIC X VALUE SPACE.
    05  WS-DEPT-VALID-SW          PIC X VALUE 'N'.
01  DEPT-TABLE.
    05  DEPT-ENTRY OCCURS 50.
        10  DEPT-TBL-CODE         PIC XX.
        10  DEPT-TBL-ACTIVE       PIC X.

01  LOC-VALIDATION.
    05  LOC-NUM-CHECK                     PIC XX.
        88  VALID-LOCATION  VALUES '01', '02'.
01  LOC-TABLE-CONTROL.
    05  WS-LOC-STATUS             PIC XX.
    05  WS-LOC-TABLE-LOADED       PIC X VALUE 'N'.
    05  WS-LOC-COUNT              PIC 99 VALUE ZERO.
    05  WS-LOC-IX                 PIC 99 VALUE ZERO.
    05  WS-LOC-EOF                PIC X VALUE 'N'.
    05  WS-LOC-FOUND-SW           PIC X VALUE 'N'.
    05  WS-LOC-FOUND-ACTIVE       PIC X VALUE SPACE.
    05  WS-LOC-VALID-SW           PIC X VALUE 'N'.
01  LOC-TABLE.
    05  LOC-ENTRY OCCURS 20.
        10  LOC-TBL-CODE          PIC XX.
        10  LOC-TBL-ACTIVE        PIC X.

01  TITLE-TABLE-CONTROL.
    05  WS-TITLE-STATUS           PIC XX.
    05  WS-TITLE-TABLE-LOADED     PIC X VALUE 'N'.
    05  WS-TITLE-COUNT            PIC 9(3) VALUE ZERO.
    05  WS-TITLE-IX               PIC 9(3) VALUE ZERO.
    05  WS-TITLE-EOF              PIC X VALUE 'N'.
    05  WS-TITLE-FOUND-SW         PIC X VALUE 'N'.
    05  WS-CHECK-RATE-X           PIC X(6) VALUE SPACE.
    05  WS-CHECK-RATE-9 REDEFINES WS-CHECK-RATE-X
                                  PIC 9(4)V99.
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
    05  WS-TRS-FOUND-SW           PIC X VALUE 'N'.
01  TERM-REASON-TABLE.
    05  TRS-ENTRY OCCURS 50.
        10  TRS-TBL-CODE          PIC XX.
        10  TRS-TBL-ACTIVE        PIC X.

01  DATE-CHECK-CONTROL.
    05  WS-DATE-VALID-SW          PIC X VALUE 'N'.
    05  WS-DTS-DATE.
        10  WS-DTS-YY             PIC 99.
        10  WS-DTS-MM             PIC 99.
        10  WS-DTS-DD             PIC 99.
    05  WS-DTS-CC                 PIC 99 VALUE ZERO.
    05  WS-DTS-YEAR               PIC 9(4) VALUE ZERO.
    05  WS-LEAP-Q                 PIC 9(3).
    05  WS-LEAP-R4                PIC 9.
    05  WS-CENT-Q                 PIC 99.
    05  WS-CENT-R                 PIC 99.
    05  WS-QUAD-Q                 PIC 9.
    05  WS-QUAD-R                 PIC 9(3).
    05  WS-IS-LEAP                PIC X VALUE 'N'.
01  MONTH-DAYS-VALUES             PIC X(24)
        VALUE '312831303130313130313031'.
01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
    05  MONTH-DAYS                PIC 99 OCCURS 12.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SIGNS THE OPERATOR ON, LOADS THE DEPARTMENT   *
* AND LOCATION TABLES AND THE BATCH IN PROGRESS, AND THEN    *
* OPENS, KEYS, VERIFIES, VOIDS OR RELEASES ON DEMAND. IT IS  *
* ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE         *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
L10-KEY-ENTRY.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM L12-SIGN-ON.
    IF WS-OPR-FOUND-SW NOT = 'Y'
        DISPLAY 'OPERATOR NOT ON OPR2.FIL -- SESSION REFUSED.'
        STOP RUN.
    PERFORM L15-LOAD-DEPT-TABLE.
    PERFORM L17-LOAD-LOC-TABLE.
    PERFORM L19-LOAD-TITLE-TABLE.
    PERFORM L14-LOAD-REASON-TABLE.
    PERFORM L20-LOAD-KEY-FILE.
    PERFORM L90-SHOW-STATUS.
    PERFORM L25-PROCESS-ACTION
        UNTIL WS-MORE-ACTIONS = 'NO '.
    DISPLAY 'END OF KEY-ENTRY SESSION.'.
    STOP RUN.
L12-SIGN-ON.
    DISPLAY 'ENTER OPERATOR ID:'.
    MOVE SPACE TO WS-OPERATOR-ID.
    ACCEPT WS-OPERATOR-ID.
    MOVE 'N' TO WS-OPR-FOUND-SW.
    MOVE 'N' TO WS-OPR-EOF.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPR-STATUS NOT = '00'
        DISPLAY 'OPR2.FIL NOT AVAILABLE.'
    ELSE
        PERFORM L13-READ-OPERATOR-RECORD
            UNTIL WS-OPR-EOF = 'Y' OR WS-OPR-FOUND-SW = 'Y'
        CLOSE OPERATOR-FILE.
    IF WS-OPR-FOUND-SW = 'Y'
        DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME.
L13-READ-OPERATOR-RECORD.
    READ OPERATOR-FILE
        END
            MOVE 'Y' TO WS-OPR-EOF.
    IF WS-OPR-EOF NOT = 'Y'
        IF OPR-ID = WS-OPERATOR-ID
            MOVE 'Y' TO WS-OPR-FOUND-SW
            MOVE OPR-NAME TO WS-OPERATOR-NAME
            MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL.
L14-LOAD-REASON-TABLE.
    MOVE 'N' TO WS-TRS-EOF.
    MOVE ZERO TO WS-TRS-COUNT.
    OPEN INPUT TERM-REASON-FILE.
    IF WS-TRS-STATUS NOT = '00'
        DISPLAY 'TRS2.FIL NOT AVAILABLE -- TERM REASONS NOT CHECKED'
    ELSE
        PERFORM L142-READ-REASON-RECORD
            UNTIL WS-TRS-EOF = 'Y' OR WS-TRS-COUNT = 50
        CLOSE TERM-REASON-FILE
        MOVE 'Y' TO WS-TRS-TABLE-LOADED.
L142-READ-REASON-RECORD.
    READ TERM-REASON-FILE
        END
            MOVE 'Y' TO WS-TRS-EOF.
    IF WS-TRS-EOF NOT = 'Y'
        ADD 1 TO WS-TRS-COUNT
        MOVE TRS-CODE TO TRS-TBL-CODE (WS-TRS-COUNT)
        MOVE TRS-ACTIVE TO TRS-TBL-ACTIVE (WS-TRS-COUNT).
L15-LOAD-DEPT-TABLE.
    MOVE 'N' TO WS-DEPT-EOF.
    MOVE ZERO TO WS-DEPT-COUNT.
    OPEN INPUT EMP-DEPT-FILE.
    IF WS-DEPT-STATUS NOT = '00'
        DISPLAY 'DEPT2.FIL NOT AVAILABLE -- USING BUILT-IN LIST'
    ELSE
        PERFORM L16-READ-DEPT-RECORD
            UNTIL WS-DEPT-EOF = 'Y' OR WS-DEPT-COUNT = 50
        CLOSE EMP-DEPT-FILE
        MOVE 'Y' TO WS-DEPT-TABLE-LOADED.
L16-READ-DEPT-RECORD.
    READ EMP-DEPT-FILE
        END
            MOVE 'Y' TO WS-DEPT-EOF.
    IF WS-DEPT-EOF NOT = 'Y'
        ADD 1 TO WS-DEPT-COUNT
        MOVE DEPT-CODE-MASTER TO DEPT-TBL-CODE (WS-DEPT-COUNT)
        MOVE DEPT-ACTIVE-MASTER TO DEPT-TBL-ACTIVE (WS-DEPT-COUNT).
L17-LOAD-LOC-TABLE.
    MOVE 'N' TO WS-LOC-EOF.
    MOVE ZERO TO WS-LOC-COUNT.
    OPEN INPUT EMP-LOC-FILE.
    IF WS-LOC-STATUS NOT = '00'
        DISPLAY 'LOC2.FIL NOT AVAILABLE -- USING BUILT-IN LIST'
    ELSE
        PERFORM L18-READ-LOC-RECORD
            UNTIL WS-LOC-EOF = 'Y' OR WS-LOC-COUNT = 20
        CLOSE EMP-LOC-FILE
        MOVE 'Y' TO WS-LOC-TABLE-LOADED.
L18-READ-LOC-RECORD.
    READ EMP-LOC-FILE
        END
            MOVE 'Y' TO WS-LOC-EOF.
    IF WS-LOC-EOF NOT = 'Y'
        ADD 1 TO WS-LOC-COUNT
        MOVE LOC-CODE-MASTER TO LOC-TBL-CODE (WS-LOC-COUNT)
        MOVE LOC-ACTIVE-MASTER TO LOC-TBL-ACTIVE (WS-LOC-COUNT).
L19-LOAD-TITLE-TABLE.
    MOVE 'N' TO WS-TITLE-EOF.
    MOVE ZERO TO WS-TITLE-COUNT.
    OPEN INPUT JOB-TITLE-FILE.
    IF WS-TITLE-STATUS NOT = '00'
        DISPLAY 'TTL2.FIL NOT AVAILABLE -- JOB TITLES NOT CHECKED'
    ELSE
        PERFORM L192-READ-TITLE-RECORD
            UNTIL WS-TITLE-EOF = 'Y' OR WS-TITLE-COUNT = 100
        CLOSE JOB-TITLE-FILE
        MOVE 'Y' TO WS-TITLE-TABLE-LOADED.
L192-READ-TITLE-RECORD.
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
L20-LOAD-KEY-FILE.
    MOVE 'N' TO WS-BATCH-OPEN.
    MOVE ZERO TO WS-CARD-COUNT.
    MOVE 'N' TO WS-KEY-EOF.
    OPEN INPUT KEY-ENTRY-FILE.
    IF WS-KEY-STATUS NOT = '00'
        MOVE 'Y' TO WS-KEY-EOF
    ELSE
        PERFORM L21-READ-KEY-RECORD
            UNTIL WS-KEY-EOF = 'Y' OR WS-CARD-COUNT = 300
        CLOSE KEY-ENTRY-FILE.
L21-READ-KEY-RECORD.
    READ KEY-ENTRY-FILE
        END
            MOVE 'Y' TO WS-KEY-EOF.
    IF WS-KEY-EOF NOT = 'Y'
        IF KEY-REC-TYPE = 'H'
            MOVE 'Y' TO WS-BATCH-OPEN
            MOVE KEY-BATCH-NUM TO WS-OPEN-BATCH-NUM
            MOVE KEY-DATE TO WS-OPEN-DATE
            MOVE KEY-KEYED-BY TO WS-OPENED-BY
        ELSE
            ADD 1 TO WS-CARD-COUNT
            MOVE KEY-CARD-STATUS TO CARD-TBL-STATUS (WS-CARD-COUNT)
            MOVE KEY-KEYED-BY TO CARD-TBL-KEYED-BY (WS-CARD-COUNT)
            MOVE KEY-VERIFIED-BY
                TO CARD-TBL-VERIFIED-BY (WS-CARD-COUNT)
            MOVE KEY-DATE TO CARD-TBL-DATE (WS-CARD-COUNT)
            MOVE KEY-CARD-IMAGE TO CARD-TBL-IMAGE (WS-CARD-COUNT).
L25-PROCESS-ACTION.
    DISPLAY 'ACTION? O=OPEN BATCH, K=KEY CARDS, V=VERIFY,'.
    DISPLAY 'X=VOID A CARD, R=RELEASE TO CBL2, S=STATUS, E=END:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'E'
        MOVE 'NO ' TO WS-MORE-ACTIONS
    ELSE
        IF WS-ACTION-CODE = 'O'
            PERFORM L30-OPEN-BATCH
        ELSE
            IF WS-ACTION-CODE = 'K'
                PERFORM L38-KEY-CARDS
            ELSE
                IF WS-ACTION-CODE = 'V'
                    PERFORM L60-VERIFY-BATCH
                ELSE
                    PERFORM L26-PROCESS-OTHER-ACTION.
L26-PROCESS-OTHER-ACTION.
    IF WS-ACTION-CODE = 'X'
        PERFORM L68-VOID-CARD
    ELSE
        IF WS-ACTION-CODE = 'R'
            PERFORM L70-RELEASE-BATCH
        ELSE
            IF WS-ACTION-CODE = 'S'
                PERFORM L90-SHOW-STATUS
            ELSE
                DISPLAY 'UNRECOGNIZED ACTION.'.
L30-OPEN-BATCH.
    IF WS-BATCH-OPEN = 'Y'
        DISPLAY 'BATCH ' WS-OPEN-BATCH-NUM ' IS STILL OPEN ON KEY2.FIL'
        DISPLAY '-- RELEASE IT BEFORE OPENING ANOTHER.'
    ELSE
        DISPLAY 'ENTER BATCH NUMBER (4 DIGITS):'
        MOVE SPACE TO WS-ENTRY-NUM
        ACCEPT WS-ENTRY-NUM
        IF WS-ENTRY-NUM NOT NUMERIC
            DISPLAY 'BATCH NUMBER MUST BE NUMERIC.'
        ELSE
            PERFORM L31-LOAD-BATCH-TABLE
            MOVE WS-ENTRY-NUM-9 TO WS-BCH-LOOKUP-NUM
            PERFORM L33-FIND-BATCH
            PERFORM L36-LOG-NEW-BATCH.
L31-LOAD-BATCH-TABLE.
    MOVE ZERO TO WS-BCH-COUNT.
    MOVE 'N' TO WS-BCH-EOF.
    OPEN INPUT BATCH-REGISTER-FILE.
    IF WS-BCH-STATUS NOT = '00'
        MOVE 'Y' TO WS-BCH-EOF
    ELSE
        PERFORM L32-READ-BATCH-RECORD
            UNTIL WS-BCH-EOF = 'Y' OR WS-BCH-COUNT = 200
        CLOSE BATCH-REGISTER-FILE.
L32-READ-BATCH-RECORD.
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
L33-FIND-BATCH.
    MOVE 'N' TO WS-BCH-FOUND.
    MOVE 1 TO WS-BCH-IX.
    PERFORM L34-SCAN-BATCH-TABLE
        UNTIL WS-BCH-IX > WS-BCH-COUNT OR WS-BCH-FOUND = 'Y'.
L34-SCAN-BATCH-TABLE.
    IF BCH-TBL-NUM (WS-BCH-IX) = WS-BCH-LOOKUP-NUM
        MOVE 'Y' TO WS-BCH-FOUND
    ELSE
        ADD 1 TO WS-BCH-IX.
L36-LOG-NEW-BATCH.
    IF WS-BCH-FOUND = 'Y'
        DISPLAY 'BATCH ALREADY ON BCH2.FIL, STATUS '
            BCH-TBL-STATUS (WS-BCH-IX) ' -- NOT OPENED.'
    ELSE
        IF WS-BCH-COUNT = 200
            DISPLAY 'BCH2.FIL FULL -- NOT OPENED.'
        ELSE
            ADD 1 TO WS-BCH-COUNT
            MOVE WS-ENTRY-NUM-9 TO BCH-TBL-NUM (WS-BCH-COUNT)
            MOVE WS-RUN-DATE TO BCH-TBL-RECV-DATE (WS-BCH-COUNT)
            MOVE ZERO TO BCH-TBL-EXP-COUNT (WS-BCH-COUNT)
            MOVE 'R' TO BCH-TBL-STATUS (WS-BCH-COUNT)
            MOVE ZERO TO BCH-TBL-RUN-DATE (WS-BCH-COUNT)
            PERFORM L84-REWRITE-BATCH-FILE
            MOVE 'Y' TO WS-BATCH-OPEN
            MOVE WS-ENTRY-NUM-9 TO WS-OPEN-BATCH-NUM
            MOVE WS-RUN-DATE TO WS-OPEN-DATE
            MOVE WS-OPERATOR-ID TO WS-OPENED-BY
            MOVE ZERO TO WS-CARD-COUNT
            PERFORM L80-REWRITE-KEY-FILE
            DISPLAY 'BATCH ' WS-OPEN-BATCH-NUM
                ' OPENED AND LOGGED AS RECEIVED.'.
L38-KEY-CARDS.
    IF WS-BATCH-OPEN NOT = 'Y'
        DISPLAY 'NO BATCH IS OPEN -- USE O FIRST.'
    ELSE
        DISPLAY 'KEYING BATCH ' WS-OPEN-BATCH-NUM
            ' -- ENTER * AS THE CODE TO STOP.'
        MOVE 'N' TO WS-KEY-DONE
        PERFORM L39-KEY-ONE-CARD
            UNTIL WS-KEY-DONE = 'Y'.
L39-KEY-ONE-CARD.
    MOVE SPACE TO ENTRY-CARD.
    PERFORM L40-ENTER-TRANS-CODE.
    IF ENT-TRANS-CODE = '*'
        MOVE 'Y' TO WS-KEY-DONE
    ELSE
        IF WS-CARD-COUNT = 300
            DISPLAY 'BATCH IS FULL AT 300 CARDS -- RELEASE IT AND'
            DISPLAY 'KEY THE REST AS A NEW BATCH.'
            MOVE 'Y' TO WS-KEY-DONE
        ELSE
            PERFORM L41-KEY-CARD-FIELDS
            ADD 1 TO WS-CARD-COUNT
            MOVE 'K' TO CARD-TBL-STATUS (WS-CARD-COUNT)
            MOVE WS-OPERATOR-ID TO CARD-TBL-KEYED-BY (WS-CARD-COUNT)
            MOVE SPACE TO CARD-TBL-VERIFIED-BY (WS-CARD-COUNT)
            MOVE WS-RUN-DATE TO CARD-TBL-DATE (WS-CARD-COUNT)
            MOVE ENTRY-CARD TO CARD-TBL-IMAGE (WS-CARD-COUNT)
            MOVE WS-CARD-COUNT TO WS-CARD-IX
            PERFORM L82-APPEND-KEY-CARD
            DISPLAY 'CARD ' WS-CARD-COUNT ' KEYED.'.
L40-ENTER-TRANS-CODE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L402-ASK-TRANS-CODE
        UNTIL WS-FIELD-OK = 'Y'.
L402-ASK-TRANS-CODE.
    DISPLAY 'CODE (A=ADD, C=CHANGE, D=TERMINATION, L=LEAVE,'.
    DISPLAY '      R=RETURN FROM LEAVE):'.
    MOVE SPACE TO WS-ENTRY-CODE.
    ACCEPT WS-ENTRY-CODE.
    IF WS-ENTRY-CODE = 'A' OR WS-ENTRY-CODE = 'C'
            OR WS-ENTRY-CODE = 'D' OR WS-ENTRY-CODE = 'L'
            OR WS-ENTRY-CODE = 'R' OR WS-ENTRY-CODE = '*'
        MOVE WS-ENTRY-CODE TO ENT-TRANS-CODE
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        DISPLAY 'CODE MUST BE A, C, D, L OR R.'.
L41-KEY-CARD-FIELDS.
    PERFORM L42-ENTER-SSN.
    IF ENT-ADD
        PERFORM L43-ENTER-NAME
        PERFORM L44-ENTER-DEPT
        PERFORM L45-ENTER-LOC
        PERFORM L46-ENTER-HIRE-CC
        PERFORM L47-ENTER-HIRE-DATE
        PERFORM L48-ENTER-PAY-TYPE
        PERFORM L49-ENTER-PAY-RATE
        PERFORM L50-ENTER-TITLE.
    IF ENT-CHANGE
        PERFORM L44-ENTER-DEPT
        PERFORM L43-ENTER-NAME
        PERFORM L45-ENTER-LOC
        PERFORM L48-ENTER-PAY-TYPE
        PERFORM L49-ENTER-PAY-RATE
        PERFORM L50-ENTER-TITLE
        PERFORM L53-ENTER-PAY-REASON
        PERFORM L52-ENTER-EFF-DATE.
    IF ENT-DELETE
        PERFORM L51-ENTER-TERM-REASON
        PERFORM L52-ENTER-EFF-DATE.
    IF ENT-LEAVE
        PERFORM L51-ENTER-TERM-REASON
        PERFORM L52-ENTER-EFF-DATE
        PERFORM L524-ENTER-RETURN-DATE.
    IF ENT-RETURN
        PERFORM L52-ENTER-EFF-DATE.
L42-ENTER-SSN.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L422-ASK-SSN
        UNTIL WS-FIELD-OK = 'Y'.
L422-ASK-SSN.
    DISPLAY 'SSN (9 DIGITS):'.
    MOVE SPACE TO WS-ENTRY-SSN.
    ACCEPT WS-ENTRY-SSN.
    IF WS-ENTRY-SSN NOT NUMERIC
        DISPLAY 'INVALID SSN.'
    ELSE
        MOVE 'Y' TO WS-FIELD-OK
        IF ENT-ADD
            PERFORM L424-CHECK-SSN-PARTS.
    IF WS-FIELD-OK = 'Y'
        MOVE WS-ENTRY-SSN TO ENT-SSN.
L424-CHECK-SSN-PARTS.
    IF WS-SSN-FST-3 = '000' OR WS-SSN-FST-3 = '666'
        MOVE 'N' TO WS-FIELD-OK
        DISPLAY 'SSN AREA ' WS-SSN-FST-3 ' NOT ISSUED.'.
    IF WS-FIELD-OK = 'Y' AND WS-SSN-FST-3 NOT < '900'
        MOVE 'N' TO WS-FIELD-OK
        DISPLAY 'SSN AREA 900-999 NOT ISSUED.'.
    IF WS-FIELD-OK = 'Y' AND WS-SSN-MID-2 = '00'
        MOVE 'N' TO WS-FIELD-OK
        DISPLAY 'SSN GROUP 00 NOT ISSUED.'.
    IF WS-FIELD-OK = 'Y' AND WS-SSN-LST-4 = '0000'
        MOVE 'N' TO WS-FIELD-OK
        DISPLAY 'SSN SERIAL 0000 NOT ISSUED.'.
L43-ENTER-NAME.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L432-ASK-NAME
        UNTIL WS-FIELD-OK = 'Y'.
L432-ASK-NAME.
    IF ENT-ADD
        DISPLAY 'NAME (LAST FIRST):'
    ELSE
        DISPLAY 'NAME (SPACES = UNCHANGED):'.
    MOVE SPACE TO WS-ENTRY-NAME.
    ACCEPT WS-ENTRY-NAME.
    IF WS-ENTRY-NAME = SPACE AND ENT-ADD
        DISPLAY 'NAME IS REQUIRED ON AN ADD.'
    ELSE
        MOVE WS-ENTRY-NAME TO ENT-NAME
        MOVE 'Y' TO WS-FIELD-OK.
L44-ENTER-DEPT.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L442-ASK-DEPT
        UNTIL WS-FIELD-OK = 'Y'.
L442-ASK-DEPT.
    DISPLAY 'DEPARTMENT CODE:'.
    MOVE SPACE TO WS-ENTRY-DEPT.
    ACCEPT WS-ENTRY-DEPT.
    PERFORM L54-CHECK-DEPARTMENT.
    IF WS-DEPT-VALID-SW = 'Y'
        MOVE WS-ENTRY-DEPT TO ENT-DEPT
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        DISPLAY 'INVALID DEPARTMENT CODE.'.
L45-ENTER-LOC.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L452-ASK-LOC
        UNTIL WS-FIELD-OK = 'Y'.
L452-ASK-LOC.
    IF ENT-ADD
        DISPLAY 'LOCATION CODE (SPACES = 01):'
    ELSE
        DISPLAY 'LOCATION CODE (SPACES = UNCHANGED):'.
    MOVE SPACE TO WS-ENTRY-LOC.
    ACCEPT WS-ENTRY-LOC.
    PERFORM L56-CHECK-LOCATION.
    IF WS-LOC-VALID-SW = 'Y'
        MOVE WS-ENTRY-LOC TO ENT-LOC
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        DISPLAY 'INVALID LOCATION CODE.'.
L46-ENTER-HIRE-CC.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L462-ASK-HIRE-CC
        UNTIL WS-FIELD-OK = 'Y'.
L462-ASK-HIRE-CC.
    DISPLAY 'HIRE CENTURY 19 OR 20 (SPACES = FROM YEAR):'.
    MOVE SPACE TO WS-ENTRY-CC.
    ACCEPT WS-ENTRY-CC.
    IF WS-ENTRY-CC NOT = SPACE AND WS-ENTRY-CC NOT NUMERIC
        DISPLAY 'HIRE CENTURY MUST BE NUMERIC.'
    ELSE
        MOVE WS-ENTRY-CC TO ENT-HIRE-CC
        MOVE 'Y' TO WS-FIELD-OK.
L47-ENTER-HIRE-DATE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L472-ASK-HIRE-DATE
        UNTIL WS-FIELD-OK = 'Y'.
L472-ASK-HIRE-DATE.
    DISPLAY 'HIRE DATE (YYMMDD):'.
    MOVE SPACE TO WS-ENTRY-DATE.
    ACCEPT WS-ENTRY-DATE.
    IF WS-ENTRY-DATE = SPACE
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        IF WS-ENTRY-DATE NUMERIC
            IF ENT-HIRE-CC NUMERIC
                MOVE ENT-HIRE-CC TO WS-DTS-CC
                PERFORM L58-CHECK-CALENDAR
            ELSE
                PERFORM L57-WINDOW-CENTURY
                PERFORM L58-CHECK-CALENDAR.
    IF WS-ENTRY-DATE NOT = SPACE
        IF WS-ENTRY-DATE NUMERIC AND WS-DATE-VALID-SW = 'Y'
            MOVE 'Y' TO WS-FIELD-OK
        ELSE
            DISPLAY 'INVALID HIRE DATE.'.
    IF WS-FIELD-OK = 'Y'
        MOVE WS-ENTRY-DATE TO ENT-HIRE-DATE.
L48-ENTER-PAY-TYPE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L482-ASK-PAY-TYPE
        UNTIL WS-FIELD-OK = 'Y'.
L482-ASK-PAY-TYPE.
    DISPLAY 'PAY TYPE (H=HOURLY, S=SALARIED):'.
    MOVE SPACE TO WS-ENTRY-PAY-TYPE.
    ACCEPT WS-ENTRY-PAY-TYPE.
    IF WS-ENTRY-PAY-TYPE NOT = 'H' AND WS-ENTRY-PAY-TYPE NOT = 'S'
            AND WS-ENTRY-PAY-TYPE NOT = SPACE
        DISPLAY 'INVALID PAY TYPE.'
    ELSE
        MOVE WS-ENTRY-PAY-TYPE TO ENT-PAY-TYPE
        MOVE 'Y' TO WS-FIELD-OK.
L49-ENTER-PAY-RATE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L492-ASK-PAY-RATE
        UNTIL WS-FIELD-OK = 'Y'.
L492-ASK-PAY-RATE.
    DISPLAY 'PAY RATE (999999 MEANS 9999.99):'.
    MOVE SPACE TO WS-ENTRY-PAY-RATE.
    ACCEPT WS-ENTRY-PAY-RATE.
    IF WS-ENTRY-PAY-RATE NOT = SPACE
            AND WS-ENTRY-PAY-RATE NOT NUMERIC
        DISPLAY 'INVALID PAY RATE.'
    ELSE
        MOVE WS-ENTRY-PAY-RATE TO ENT-PAY-RATE
        MOVE 'Y' TO WS-FIELD-OK.
L50-ENTER-TITLE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L502-ASK-TITLE
        UNTIL WS-FIELD-OK = 'Y'.
L502-ASK-TITLE.
    DISPLAY 'JOB TITLE:'.
    MOVE SPACE TO WS-ENTRY-TITLE.
    ACCEPT WS-ENTRY-TITLE.
    IF WS-ENTRY-TITLE = SPACE OR WS-TITLE-TABLE-LOADED NOT = 'Y'
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        PERFORM L55-CHECK-TITLE.
    IF WS-FIELD-OK = 'Y'
        MOVE WS-ENTRY-TITLE TO ENT-TITLE.
L51-ENTER-TERM-REASON.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L512-ASK-TERM-REASON
        UNTIL WS-FIELD-OK = 'Y'.
L512-ASK-TERM-REASON.
    IF ENT-LEAVE
        DISPLAY 'LEAVE REASON CODE (MD, FM, MI, PR, WC, ED):'
    ELSE
        DISPLAY 'TERMINATION REASON CODE:'.
    MOVE SPACE TO WS-ENTRY-REASON.
    ACCEPT WS-ENTRY-REASON.
    IF WS-ENTRY-REASON = SPACE
        DISPLAY 'A TERMINATION OR LEAVE NEEDS A REASON CODE.'
    ELSE
        IF ENT-LEAVE AND NOT VALID-LEAVE-REASON
            DISPLAY 'INVALID LEAVE REASON CODE.'
        ELSE
            PERFORM L514-CHECK-TERM-REASON
            IF WS-TRS-FOUND-SW = 'N'
                DISPLAY 'REASON CODE NOT ON TRS2.FIL OR NOT ACTIVE.'
            ELSE
                MOVE WS-ENTRY-REASON TO ENT-TERM-REASON
                MOVE 'Y' TO WS-FIELD-OK.
L514-CHECK-TERM-REASON.
    MOVE 'Y' TO WS-TRS-FOUND-SW.
    IF NOT ENT-LEAVE AND WS-TRS-TABLE-LOADED = 'Y'
        MOVE 'N' TO WS-TRS-FOUND-SW
        MOVE 1 TO WS-TRS-IX
        PERFORM L516-SCAN-REASON-TABLE
            UNTIL WS-TRS-IX > WS-TRS-COUNT OR WS-TRS-FOUND-SW = 'Y'.
L516-SCAN-REASON-TABLE.
    IF TRS-TBL-CODE (WS-TRS-IX) = WS-ENTRY-REASON
            AND TRS-TBL-ACTIVE (WS-TRS-IX) = 'A'
        MOVE 'Y' TO WS-TRS-FOUND-SW
    ELSE
        ADD 1 TO WS-TRS-IX.
L52-ENTER-EFF-DATE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L522-ASK-EFF-DATE
        UNTIL WS-FIELD-OK = 'Y'.
L522-ASK-EFF-DATE.
    DISPLAY 'EFFECTIVE DATE YYMMDD (SPACES = AT ONCE):'.
    MOVE SPACE TO WS-ENTRY-DATE.
    ACCEPT WS-ENTRY-DATE.
    IF WS-ENTRY-DATE = SPACE
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        IF WS-ENTRY-DATE NUMERIC
            PERFORM L57-WINDOW-CENTURY
            PERFORM L58-CHECK-CALENDAR
            IF WS-DATE-VALID-SW = 'Y'
                MOVE 'Y' TO WS-FIELD-OK.
    IF WS-FIELD-OK = 'Y'
        MOVE WS-ENTRY-DATE TO ENT-EFF-DATE
    ELSE
        DISPLAY 'INVALID EFFECTIVE DATE.'.
L524-ENTER-RETURN-DATE.
    MOVE 'N' TO WS-FIELD-OK.
    PERFORM L5242-ASK-RETURN-DATE
        UNTIL WS-FIELD-OK = 'Y'.
L5242-ASK-RETURN-DATE.
    DISPLAY 'EXPECTED RETURN DATE YYMMDD (SPACES = NOT KNOWN):'.
    MOVE SPACE TO WS-ENTRY-DATE.
    ACCEPT WS-ENTRY-DATE.
    IF WS-ENTRY-DATE = SPACE
        MOVE 'Y' TO WS-FIELD-OK
    ELSE
        IF WS-ENTRY-DATE NUMERIC
            PERFORM L57-WINDOW-CENTURY
            PERFORM L58-CHECK-CALENDAR
            IF WS-DATE-VALID-SW = 'Y'
                MOVE 'Y' TO WS-FIELD-OK.
    IF WS-FIELD-OK = 'Y'
        MOVE WS-ENTRY-DATE TO ENT-RETURN-DATE
    ELSE
        DISPLAY 'INVALID EXPECTED RETURN DATE.'.
L53-ENTER-PAY-REASON.
    MOVE 'N' TO WS-FIELD-OK.
    IF ENT-PAY-TYPE = SPACE AND ENT-PAY-RATE = SPACE
        MOVE SPACE TO ENT-PAY-REASON
        MOVE 'Y' TO WS-FIELD-OK.
    PERFORM L532-ASK-PAY-REASON
        UNTIL WS-FIELD-OK = 'Y'.
L532-ASK-PAY-REASON.
    DISPLAY 'PAY CHANGE REASON CODE:'.
    MOVE SPACE TO WS-ENTRY-REASON.
    ACCEPT WS-ENTRY-REASON.
    IF WS-ENTRY-REASON = SPACE
        DISPLAY 'A PAY CHANGE NEEDS A REASON CODE.'
    ELSE
        MOVE WS-ENTRY-REASON TO ENT-PAY-REASON
        MOVE 'Y' TO WS-FIELD-OK.
L54-CHECK-DEPARTMENT.
    MOVE 'N' TO WS-DEPT-VALID-SW.
    MOVE WS-ENTRY-DEPT TO DEPT-NUM-CHECK.
    IF WS-DEPT-TABLE-LOADED = 'Y'
        PERFORM L542-FIND-DEPT
    ELSE
        IF VALID-DEPARTMENT
            MOVE 'Y' TO WS-DEPT-VALID-SW.
L542-FIND-DEPT.
    MOVE 'N' TO WS-DEPT-FOUND-SW.
    MOVE SPACE TO WS-DEPT-FOUND-ACTIVE.
    MOVE 1 TO WS-DEPT-IX.
    PERFORM L544-SCAN-DEPT-TABLE
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT OR WS-DEPT-FOUND-SW = 'Y'.
    IF WS-DEPT-FOUND-SW = 'Y' AND WS-DEPT-FOUND-ACTIVE = 'A'
        MOVE 'Y' TO WS-DEPT-VALID-SW.
L544-SCAN-DEPT-TABLE.
    IF DEPT-TBL-CODE (WS-DEPT-IX) = DEPT-NUM-CHECK
        MOVE 'Y' TO WS-DEPT-FOUND-SW
        MOVE DEPT-TBL-ACTIVE (WS-DEPT-IX) TO WS-DEPT-FOUND-ACTIVE
    ELSE
        ADD 1 TO WS-DEPT-IX.
L55-CHECK-TITLE.
    MOVE 'N' TO WS-TITLE-FOUND-SW.
    MOVE 1 TO WS-TITLE-IX.
    PERFORM L552-SCAN-TITLE-TABLE
        UNTIL WS-TITLE-IX > WS-TITLE-COUNT OR WS-TITLE-FOUND-SW = 'Y'.
    IF WS-TITLE-FOUND-SW = 'N'
        DISPLAY 'UNKNOWN JOB TITLE.'
    ELSE
        IF TITLE-TBL-ACTIVE (WS-TITLE-IX) NOT = 'A'
            DISPLAY 'JOB TITLE IS INACTIVE.'
        ELSE
            IF ENT-PAY-TYPE NOT = SPACE
                    AND TITLE-TBL-PAY-TYPE (WS-TITLE-IX) NOT = 'B'
                    AND TITLE-TBL-PAY-TYPE (WS-TITLE-IX)
                        NOT = ENT-PAY-TYPE
                DISPLAY 'PAY TYPE ' ENT-PAY-TYPE
                    ' IS NOT ALLOWED FOR THIS TITLE.'
                PERFORM L48-ENTER-PAY-TYPE
                MOVE 'N' TO WS-FIELD-OK
            ELSE
                MOVE 'Y' TO WS-FIELD-OK
                PERFORM L554-CHECK-TITLE-RANGE.
L552-SCAN-TITLE-TABLE.
    IF TITLE-TBL-CODE (WS-TITLE-IX) = WS-ENTRY-TITLE
        MOVE 'Y' TO WS-TITLE-FOUND-SW
    ELSE
        ADD 1 TO WS-TITLE-IX.
L554-CHECK-TITLE-RANGE.
    MOVE ENT-PAY-RATE TO WS-CHECK-RATE-X.
    IF WS-CHECK-RATE-X NUMERIC
        IF WS-CHECK-RATE-9 < TITLE-TBL-MIN-RATE (WS-TITLE-IX)
                OR WS-CHECK-RATE-9 > TITLE-TBL-MAX-RATE (WS-TITLE-IX)
            DISPLAY 'WARNING: PAY RATE IS OUTSIDE THE RANGE FOR '
                'THIS TITLE -- CBL2 WILL FLAG IT.'.
L56-CHECK-LOCATION.
    MOVE 'N' TO WS-LOC-VALID-SW.
    MOVE WS-ENTRY-LOC TO LOC-NUM-CHECK.
    IF WS-ENTRY-LOC = SPACE
        MOVE 'Y' TO WS-LOC-VALID-SW
    ELSE
        IF WS-LOC-TABLE-LOADED = 'Y'
            PERFORM L562-FIND-LOC
        ELSE
            IF VALID-LOCATION
                MOVE 'Y' TO WS-LOC-VALID-SW.
L562-FIND-LOC.
    MOVE 'N' TO WS-LOC-FOUND-SW.
    MOVE SPACE TO WS-LOC-FOUND-ACTIVE.
    MOVE 1 TO WS-LOC-IX.
    PERFORM L564-SCAN-LOC-TABLE
        UNTIL WS-LOC-IX > WS-LOC-COUNT OR WS-LOC-FOUND-SW = 'Y'.
    IF WS-LOC-FOUND-SW = 'Y' AND WS-LOC-FOUND-ACTIVE = 'A'
        MOVE 'Y' TO WS-LOC-VALID-SW.
L564-SCAN-LOC-TABLE.
    IF LOC-TBL-CODE (WS-LOC-IX) = LOC-NUM-CHECK
        MOVE 'Y' TO WS-LOC-FOUND-SW
        MOVE LOC-TBL-ACTIVE (WS-LOC-IX) TO WS-LOC-FOUND-ACTIVE
    ELSE
        ADD 1 TO WS-LOC-IX.
L57-WINDOW-CENTURY.
    MOVE WS-ENTRY-DATE TO WS-DTS-DATE.
    IF WS-DTS-YY > 40
        MOVE 19 TO WS-DTS-CC
    ELSE
        MOVE 20 TO WS-DTS-CC.
L58-CHECK-CALENDAR.
    MOVE 'N' TO WS-DATE-VALID-SW.
    MOVE WS-ENTRY-DATE TO WS-DTS-DATE.
    IF WS-DTS-MM NOT < 01 AND WS-DTS-MM NOT > 12
        IF WS-DTS-DD NOT < 01
            IF WS-DTS-DD NOT > MONTH-DAYS (WS-DTS-MM)
                MOVE 'Y' TO WS-DATE-VALID-SW.
    IF WS-DATE-VALID-SW = 'N'
            AND WS-DTS-MM = 02 AND WS-DTS-DD = 29
        COMPUTE WS-DTS-YEAR = WS-DTS-CC * 100 + WS-DTS-YY
        PERFORM L59-CHECK-LEAP-YEAR
        IF WS-IS-LEAP = 'Y'
            MOVE 'Y' TO WS-DATE-VALID-SW.
L59-CHECK-LEAP-YEAR.
    DIVIDE 4 INTO WS-DTS-YEAR
        GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4.
    DIVIDE 100 INTO WS-DTS-YEAR
        GIVING WS-CENT-Q REMAINDER WS-CENT-R.
    DIVIDE 400 INTO WS-DTS-YEAR
        GIVING WS-QUAD-Q REMAINDER WS-QUAD-R.
    MOVE 'N' TO WS-IS-LEAP.
    IF WS-LEAP-R4 = 0
        MOVE 'Y' TO WS-IS-LEAP.
    IF WS-CENT-R = 0
        MOVE 'N' TO WS-IS-LEAP.
    IF WS-QUAD-R = 0
        MOVE 'Y' TO WS-IS-LEAP.
L60-VERIFY-BATCH.
    IF WS-BATCH-OPEN NOT = 'Y'
        DISPLAY 'NO BATCH IS OPEN.'
    ELSE
        DISPLAY 'VERIFYING BATCH ' WS-OPEN-BATCH-NUM
            ' -- ENTER * AS THE CODE TO STOP.'
        MOVE ZERO TO WS-OWN-CARD-COUNT
        MOVE ZERO TO WS-MISMATCH-COUNT
        MOVE 'N' TO WS-KEY-DONE
        MOVE 'N' TO WS-KEY-CHANGED
        MOVE 1 TO WS-CARD-IX
        PERFORM L61-VERIFY-ONE-CARD
            UNTIL WS-CARD-IX > WS-CARD-COUNT OR WS-KEY-DONE = 'Y'
        IF WS-KEY-CHANGED = 'Y'
            PERFORM L80-REWRITE-KEY-FILE.
    IF WS-OWN-CARD-COUNT > 0
        DISPLAY WS-OWN-CARD-COUNT ' CARDS YOU KEYED YOURSELF WERE'
        DISPLAY 'SKIPPED -- A SECOND OPERATOR MUST VERIFY THEM.'.
    IF WS-BATCH-OPEN = 'Y'
        DISPLAY 'FIELDS RESOLVED THIS PASS: ' WS-MISMATCH-COUNT.
L61-VERIFY-ONE-CARD.
    IF CARD-TBL-STATUS (WS-CARD-IX) = 'K'
        IF CARD-TBL-KEYED-BY (WS-CARD-IX) = WS-OPERATOR-ID
            ADD 1 TO WS-OWN-CARD-COUNT
        ELSE
            PERFORM L62-REKEY-CARD.
    IF WS-KEY-DONE NOT = 'Y'
        ADD 1 TO WS-CARD-IX.
L62-REKEY-CARD.
    MOVE CARD-TBL-IMAGE (WS-CARD-IX) TO FIRST-CARD.
    DISPLAY 'VERIFY CARD ' WS-CARD-IX.
    MOVE SPACE TO ENTRY-CARD.
    PERFORM L40-ENTER-TRANS-CODE.
    IF ENT-TRANS-CODE = '*'
        MOVE 'Y' TO WS-KEY-DONE
    ELSE
        IF ENT-TRANS-CODE NOT = FST-TRANS-CODE
            MOVE 1 TO WS-FIELD-NUM
            PERFORM L64-LOAD-FIELD-VALUES
            MOVE 'N' TO WS-FIELD-RESOLVED
            PERFORM L65-RESOLVE-FIELD
                UNTIL WS-FIELD-RESOLVED = 'Y'.
    IF WS-KEY-DONE NOT = 'Y'
        PERFORM L41-KEY-CARD-FIELDS
        MOVE 2 TO WS-FIELD-NUM
        PERFORM L63-COMPARE-FIELD
            UNTIL WS-FIELD-NUM > 14
        MOVE ENTRY-CARD TO CARD-TBL-IMAGE (WS-CARD-IX)
        MOVE 'V' TO CARD-TBL-STATUS (WS-CARD-IX)
        MOVE WS-OPERATOR-ID TO CARD-TBL-VERIFIED-BY (WS-CARD-IX)
        MOVE 'Y' TO WS-KEY-CHANGED
        DISPLAY 'CARD ' WS-CARD-IX ' VERIFIED.'.
L63-COMPARE-FIELD.
    PERFORM L64-LOAD-FIELD-VALUES.
    IF WS-FIRST-VALUE NOT = WS-SECOND-VALUE
        MOVE 'N' TO WS-FIELD-RESOLVED
        PERFORM L65-RESOLVE-FIELD
            UNTIL WS-FIELD-RESOLVED = 'Y'.
    ADD 1 TO WS-FIELD-NUM.
L64-LOAD-FIELD-VALUES.
    MOVE SPACE TO WS-FIRST-VALUE.
    MOVE SPACE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 1
        MOVE 'CODE' TO WS-FIELD-NAME
        MOVE FST-TRANS-CODE TO WS-FIRST-VALUE
        MOVE ENT-TRANS-CODE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 2
        MOVE 'SSN' TO WS-FIELD-NAME
        MOVE FST-SSN TO WS-FIRST-VALUE
        MOVE ENT-SSN TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 3
        MOVE 'NAME' TO WS-FIELD-NAME
        MOVE FST-NAME TO WS-FIRST-VALUE
        MOVE ENT-NAME TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 4
        MOVE 'DEPARTMENT' TO WS-FIELD-NAME
        MOVE FST-DEPT TO WS-FIRST-VALUE
        MOVE ENT-DEPT TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 5
        MOVE 'LOCATION' TO WS-FIELD-NAME
        MOVE FST-LOC TO WS-FIRST-VALUE
        MOVE ENT-LOC TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 6
        MOVE 'HIRE CENTURY' TO WS-FIELD-NAME
        MOVE FST-HIRE-CC TO WS-FIRST-VALUE
        MOVE ENT-HIRE-CC TO WS-SECOND-VALUE.
    PERFORM L642-LOAD-MORE-VALUES.
L642-LOAD-MORE-VALUES.
    IF WS-FIELD-NUM = 7
        MOVE 'HIRE DATE' TO WS-FIELD-NAME
        MOVE FST-HIRE-DATE TO WS-FIRST-VALUE
        MOVE ENT-HIRE-DATE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 8
        MOVE 'PAY TYPE' TO WS-FIELD-NAME
        MOVE FST-PAY-TYPE TO WS-FIRST-VALUE
        MOVE ENT-PAY-TYPE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 9
        MOVE 'PAY RATE' TO WS-FIELD-NAME
        MOVE FST-PAY-RATE TO WS-FIRST-VALUE
        MOVE ENT-PAY-RATE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 10
        MOVE 'JOB TITLE' TO WS-FIELD-NAME
        MOVE FST-TITLE TO WS-FIRST-VALUE
        MOVE ENT-TITLE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 11
        MOVE 'TERM/LV RSN' TO WS-FIELD-NAME
        MOVE FST-TERM-REASON TO WS-FIRST-VALUE
        MOVE ENT-TERM-REASON TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 12
        MOVE 'EFFECTIVE' TO WS-FIELD-NAME
        MOVE FST-EFF-DATE TO WS-FIRST-VALUE
        MOVE ENT-EFF-DATE TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 13
        MOVE 'PAY REASON' TO WS-FIELD-NAME
        MOVE FST-PAY-REASON TO WS-FIRST-VALUE
        MOVE ENT-PAY-REASON TO WS-SECOND-VALUE.
    IF WS-FIELD-NUM = 14
        MOVE 'RETURN DATE' TO WS-FIELD-NAME
        MOVE FST-RETURN-DATE TO WS-FIRST-VALUE
        MOVE ENT-RETURN-DATE TO WS-SECOND-VALUE.
L65-RESOLVE-FIELD.
    DISPLAY 'MISMATCH ON ' WS-FIELD-NAME.
    DISPLAY '  FIRST KEYING:  ' WS-FIRST-VALUE.
    DISPLAY '  SECOND KEYING: ' WS-SECOND-VALUE.
    DISPLAY '1=TAKE FIRST, 2=TAKE SECOND, R=KEY IT AGAIN:'.
    MOVE SPACE TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM = '1'
        PERFORM L66-TAKE-FIRST-VALUE
        MOVE 'Y' TO WS-FIELD-RESOLVED
    ELSE
        IF WS-CONFIRM = '2'
            MOVE 'Y' TO WS-FIELD-RESOLVED
        ELSE
            IF WS-CONFIRM = 'R'
                PERFORM L67-REKEY-FIELD
                MOVE 'Y' TO WS-FIELD-RESOLVED
                IF ENT-TRANS-CODE = '*'
                    MOVE 'N' TO WS-FIELD-RESOLVED
            ELSE
                DISPLAY 'ANSWER 1, 2 OR R.'.
    IF WS-FIELD-RESOLVED = 'Y'
        ADD 1 TO WS-MISMATCH-COUNT.
L66-TAKE-FIRST-VALUE.
    IF WS-FIELD-NUM = 1
        MOVE FST-TRANS-CODE TO ENT-TRANS-CODE.
    IF WS-FIELD-NUM = 2
        MOVE FST-SSN TO ENT-SSN.
    IF WS-FIELD-NUM = 3
        MOVE FST-NAME TO ENT-NAME.
    IF WS-FIELD-NUM = 4
        MOVE FST-DEPT TO ENT-DEPT.
    IF WS-FIELD-NUM = 5
        MOVE FST-LOC TO ENT-LOC.
    IF WS-FIELD-NUM = 6
        MOVE FST-HIRE-CC TO ENT-HIRE-CC.
    IF WS-FIELD-NUM = 7
        MOVE FST-HIRE-DATE TO ENT-HIRE-DATE.
    IF WS-FIELD-NUM = 8
        MOVE FST-PAY-TYPE TO ENT-PAY-TYPE.
    IF WS-FIELD-NUM = 9
        MOVE FST-PAY-RATE TO ENT-PAY-RATE.
    IF WS-FIELD-NUM = 10
        MOVE FST-TITLE TO ENT-TITLE.
    IF WS-FIELD-NUM = 11
        MOVE FST-TERM-REASON TO ENT-TERM-REASON.
    IF WS-FIELD-NUM = 12
        MOVE FST-EFF-DATE TO ENT-EFF-DATE.
    IF WS-FIELD-NUM = 13
        MOVE FST-PAY-REASON TO ENT-PAY-REASON.
    IF WS-FIELD-NUM = 14
        MOVE FST-RETURN-DATE TO ENT-RETURN-DATE.
L67-REKEY-FIELD.
    IF WS-FIELD-NUM = 1
        PERFORM L40-ENTER-TRANS-CODE.
    IF WS-FIELD-NUM = 2
        PERFORM L42-ENTER-SSN.
    IF WS-FIELD-NUM = 3
        PERFORM L43-ENTER-NAME.
    IF WS-FIELD-NUM = 4
        PERFORM L44-ENTER-DEPT.
    IF WS-FIELD-NUM = 5
        PERFORM L45-ENTER-LOC.
    IF WS-FIELD-NUM = 6
        PERFORM L46-ENTER-HIRE-CC.
    IF WS-FIELD-NUM = 7
        PERFORM L47-ENTER-HIRE-DATE.
    IF WS-FIELD-NUM = 8
        PERFORM L48-ENTER-PAY-TYPE.
    IF WS-FIELD-NUM = 9
        PERFORM L49-ENTER-PAY-RATE.
    IF WS-FIELD-NUM = 10
        PERFORM L50-ENTER-TITLE.
    IF WS-FIELD-NUM = 11
        PERFORM L51-ENTER-TERM-REASON.
    IF WS-FIELD-NUM = 12
        PERFORM L52-ENTER-EFF-DATE.
    IF WS-FIELD-NUM = 13
        PERFORM L53-ENTER-PAY-REASON.
    IF WS-FIELD-NUM = 14
        PERFORM L524-ENTER-RETURN-DATE.
L68-VOID-CARD.
    IF WS-BATCH-OPEN NOT = 'Y'
        DISPLAY 'NO BATCH IS OPEN.'
    ELSE
        DISPLAY 'ENTER CARD NUMBER TO VOID (3 DIGITS):'
        MOVE SPACE TO WS-ENTRY-SEQ
        ACCEPT WS-ENTRY-SEQ
        IF WS-ENTRY-SEQ NOT NUMERIC
            DISPLAY 'CARD NUMBER MUST BE NUMERIC.'
        ELSE
            IF WS-ENTRY-SEQ-9 < 1 OR WS-ENTRY-SEQ-9 > WS-CARD-COUNT
                DISPLAY 'NO SUCH CARD IN THIS BATCH.'
            ELSE
                MOVE WS-ENTRY-SEQ-9 TO WS-CARD-IX
                PERFORM L69-CONFIRM-VOID.
L69-CONFIRM-VOID.
    IF CARD-TBL-STATUS (WS-CARD-IX) = 'X'
        DISPLAY 'CARD IS ALREADY VOID.'
    ELSE
        DISPLAY 'CARD: ' CARD-TBL-IMAGE (WS-CARD-IX)
        DISPLAY 'VOID THIS CARD (Y/N)?'
        MOVE SPACE TO WS-CONFIRM
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM = 'Y'
            MOVE 'X' TO CARD-TBL-STATUS (WS-CARD-IX)
            MOVE WS-OPERATOR-ID TO CARD-TBL-VERIFIED-BY (WS-CARD-IX)
            PERFORM L80-REWRITE-KEY-FILE
            DISPLAY 'CARD VOIDED.'.
L70-RELEASE-BATCH.
    PERFORM L92-COUNT-CARDS.
    IF WS-BATCH-OPEN NOT = 'Y'
        DISPLAY 'NO BATCH IS OPEN.'
    ELSE
        IF WS-KEYED-COUNT > 0
            DISPLAY WS-KEYED-COUNT ' CARDS ARE NOT YET VERIFIED --'
            DISPLAY 'BATCH NOT RELEASED.'
        ELSE
            IF WS-VERIFIED-COUNT = 0
                DISPLAY 'BATCH HAS NO CARDS -- NOT RELEASED.'
            ELSE
                PERFORM L72-CHECK-RELEASE.
L72-CHECK-RELEASE.
    MOVE SPACE TO WS-LOCK-TYPE.
    MOVE 'N' TO WS-LOCK-EOF.
    OPEN INPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        MOVE 'Y' TO WS-LOCK-EOF
    ELSE
        PERFORM L73-READ-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
    IF WS-LOCK-EOF NOT = 'Y'
        MOVE LCK-TYPE TO WS-LOCK-TYPE.
    PERFORM L74-CHECK-PRIOR-INPUT.
    IF WS-LOCK-TYPE = 'BATCH '
        DISPLAY 'A BATCH RUN IS IN PROGRESS -- NOT RELEASED.'
    ELSE
        IF WS-PRIOR-BATCH-NUM NOT = ZERO
            DISPLAY 'CDL2.FIL STILL HOLDS BATCH ' WS-PRIOR-BATCH-NUM
                ', NOT YET RUN -- NOT RELEASED.'
        ELSE
            PERFORM L76-WRITE-INPUT-FILE.
L73-READ-LOCK-RECORD.
    READ RUN-LOCK-FILE
        END
            MOVE 'Y' TO WS-LOCK-EOF.
L74-CHECK-PRIOR-INPUT.
    MOVE ZERO TO WS-PRIOR-BATCH-NUM.
    MOVE 'N' TO WS-INPUT-EOF.
    OPEN INPUT EMP-INPUT-FILE.
    IF WS-INPUT-STATUS = '00'
        PERFORM L75-READ-PRIOR-HEADER
        CLOSE EMP-INPUT-FILE.
L75-READ-PRIOR-HEADER.
    READ EMP-INPUT-FILE
        END
            MOVE 'Y' TO WS-INPUT-EOF.
    IF WS-INPUT-EOF NOT = 'Y'
        MOVE EMP-INPUT-RECORD TO BATCH-HEADER-IMAGE
        IF BH-CODE = 'H' AND BH-BATCH-NUM NUMERIC
            PERFORM L31-LOAD-BATCH-TABLE
            MOVE BH-BATCH-NUM TO WS-BCH-LOOKUP-NUM
            PERFORM L33-FIND-BATCH
            IF WS-BCH-FOUND = 'Y'
                IF BCH-TBL-STATUS (WS-BCH-IX) = 'R'
                    MOVE BH-BATCH-NUM TO WS-PRIOR-BATCH-NUM.
L76-WRITE-INPUT-FILE.
    OPEN OUTPUT EMP-INPUT-FILE.
    IF WS-INPUT-STATUS NOT = '00'
        DISPLAY 'CANNOT WRITE CDL2.FIL, STATUS=' WS-INPUT-STATUS
    ELSE
        MOVE SPACE TO BATCH-HEADER-IMAGE
        MOVE 'H' TO BH-CODE
        MOVE WS-RUN-DATE TO BH-CREATE-DATE
        MOVE WS-OPEN-BATCH-NUM TO BH-BATCH-NUM
        WRITE EMP-INPUT-RECORD FROM BATCH-HEADER-IMAGE
        MOVE ZERO TO WS-RELEASE-COUNT
        MOVE 1 TO WS-CARD-IX
        PERFORM L77-WRITE-INPUT-CARD
            UNTIL WS-CARD-IX > WS-CARD-COUNT
        MOVE SPACE TO BATCH-TRAILER-IMAGE
        MOVE 'T' TO BT-CODE
        MOVE WS-RELEASE-COUNT TO BT-COUNT
        WRITE EMP-INPUT-RECORD FROM BATCH-TRAILER-IMAGE
        CLOSE EMP-INPUT-FILE
        PERFORM L78-SET-EXPECTED-COUNT
        MOVE 'N' TO WS-BATCH-OPEN
        MOVE ZERO TO WS-CARD-COUNT
        PERFORM L79-CLEAR-KEY-FILE
        DISPLAY 'BATCH ' WS-OPEN-BATCH-NUM ' RELEASED TO CDL2.FIL, '
            WS-RELEASE-COUNT ' CARDS.'.
L77-WRITE-INPUT-CARD.
    IF CARD-TBL-STATUS (WS-CARD-IX) = 'V'
        WRITE EMP-INPUT-RECORD FROM CARD-TBL-IMAGE (WS-CARD-IX)
        ADD 1 TO WS-RELEASE-COUNT.
    ADD 1 TO WS-CARD-IX.
L78-SET-EXPECTED-COUNT.
    PERFORM L31-LOAD-BATCH-TABLE.
    MOVE WS-OPEN-BATCH-NUM TO WS-BCH-LOOKUP-NUM.
    PERFORM L33-FIND-BATCH.
    IF WS-BCH-FOUND = 'Y'
        MOVE WS-RELEASE-COUNT TO BCH-TBL-EXP-COUNT (WS-BCH-IX)
        PERFORM L84-REWRITE-BATCH-FILE
    ELSE
        DISPLAY 'BATCH NOT FOUND ON BCH2.FIL -- LOG IT WITH CBL2B.'.
L79-CLEAR-KEY-FILE.
    OPEN OUTPUT KEY-ENTRY-FILE.
    IF WS-KEY-STATUS = '00'
        CLOSE KEY-ENTRY-FILE.
L80-REWRITE-KEY-FILE.
    OPEN OUTPUT KEY-ENTRY-FILE.
    IF WS-KEY-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE KEY2.FIL, STATUS=' WS-KEY-STATUS
    ELSE
        MOVE SPACE TO KEY-ENTRY-RECORD
        MOVE 'H' TO KEY-REC-TYPE
        MOVE WS-OPEN-BATCH-NUM TO KEY-BATCH-NUM
        MOVE ZERO TO KEY-SEQ-NUM
        MOVE WS-OPENED-BY TO KEY-KEYED-BY
        MOVE WS-OPEN-DATE TO KEY-DATE
        WRITE KEY-ENTRY-RECORD
        MOVE 1 TO WS-CARD-IX
        PERFORM L81-WRITE-KEY-CARD
            UNTIL WS-CARD-IX > WS-CARD-COUNT
        CLOSE KEY-ENTRY-FILE.
L81-WRITE-KEY-CARD.
    PERFORM L83-BUILD-KEY-CARD.
    WRITE KEY-ENTRY-RECORD.
    ADD 1 TO WS-CARD-IX.
L82-APPEND-KEY-CARD.
    OPEN EXTEND KEY-ENTRY-FILE.
    IF WS-KEY-STATUS NOT = '00'
        OPEN OUTPUT KEY-ENTRY-FILE.
    IF WS-KEY-STATUS NOT = '00'
        DISPLAY 'CANNOT WRITE KEY2.FIL, STATUS=' WS-KEY-STATUS
    ELSE
        PERFORM L83-BUILD-KEY-CARD
        WRITE KEY-ENTRY-RECORD
        CLOSE KEY-ENTRY-FILE.
L83-BUILD-KEY-CARD.
    MOVE SPACE TO KEY-ENTRY-RECORD.
    MOVE 'D' TO KEY-REC-TYPE.
    MOVE WS-OPEN-BATCH-NUM TO KEY-BATCH-NUM.
    MOVE WS-CARD-IX TO KEY-SEQ-NUM.
    MOVE CARD-TBL-STATUS (WS-CARD-IX) TO KEY-CARD-STATUS.
    MOVE CARD-TBL-KEYED-BY (WS-CARD-IX) TO KEY-KEYED-BY.
    MOVE CARD-TBL-VERIFIED-BY (WS-CARD-IX) TO KEY-VERIFIED-BY.
    MOVE CARD-TBL-DATE (WS-CARD-IX) TO KEY-DATE.
    MOVE CARD-TBL-IMAGE (WS-CARD-IX) TO KEY-CARD-IMAGE.
L84-REWRITE-BATCH-FILE.
    OPEN OUTPUT BATCH-REGISTER-FILE.
    IF WS-BCH-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE BCH2.FIL, STATUS=' WS-BCH-STATUS
    ELSE
        MOVE 1 TO WS-BCH-IX
        PERFORM L85-WRITE-BATCH-RECORD
            UNTIL WS-BCH-IX > WS-BCH-COUNT
        CLOSE BATCH-REGISTER-FILE.
L85-WRITE-BATCH-RECORD.
    MOVE SPACE TO BATCH-REGISTER-RECORD.
    MOVE BCH-TBL-NUM (WS-BCH-IX) TO BCH-BATCH-NUM.
    MOVE BCH-TBL-RECV-DATE (WS-BCH-IX) TO BCH-RECV-DATE.
    MOVE BCH-TBL-EXP-COUNT (WS-BCH-IX) TO BCH-EXP-COUNT.
    MOVE BCH-TBL-STATUS (WS-BCH-IX) TO BCH-STATUS.
    MOVE BCH-TBL-RUN-DATE (WS-BCH-IX) TO BCH-RUN-DATE.
    WRITE BATCH-REGISTER-RECORD.
    ADD 1 TO WS-BCH-IX.
L90-SHOW-STATUS.
    IF WS-BATCH-OPEN NOT = 'Y'
        DISPLAY 'NO BATCH OPEN ON KEY2.FIL.'
    ELSE
        PERFORM L92-COUNT-CARDS
        DISPLAY 'BATCH ' WS-OPEN-BATCH-NUM ' OPENED ' WS-OPEN-DATE
            ' BY ' WS-OPENED-BY
        DISPLAY '  AWAITING VERIFY: ' WS-KEYED-COUNT
            '  VERIFIED: ' WS-VERIFIED-COUNT
            '  VOID: ' WS-VOID-COUNT.
L92-COUNT-CARDS.
    MOVE ZERO TO WS-KEYED-COUNT.
    MOVE ZERO TO WS-VERIFIED-COUNT.
    MOVE ZERO TO WS-VOID-COUNT.
    MOVE 1 TO WS-CARD-IX.
    PERFORM L94-COUNT-ONE-CARD
        UNTIL WS-CARD-IX > WS-CARD-COUNT.
L94-COUNT-ONE-CARD.
    IF CARD-TBL-STATUS (WS-CARD-IX) = 'K'
        ADD 1 TO WS-KEYED-COUNT.
    IF CARD-TBL-STATUS (WS-CARD-IX) = 'V'
        ADD 1 TO WS-VERIFIED-COUNT.
    IF CARD-TBL-STATUS (WS-CARD-IX) = 'X'
        ADD 1 TO WS-VOID-COUNT.
    ADD 1 TO WS-CARD-IX.
