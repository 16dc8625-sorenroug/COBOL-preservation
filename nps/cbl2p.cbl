IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2P.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM REPORTS AND CANCELS THE FUTURE-   *
*  DATED CHANGE AND TERMINATION CARDS THAT CBL2   *
*  HOLDS ON THE PENDING-TRANSACTIONS FILE         *
*  PND2.FIL UNTIL THEIR EFFECTIVE DATE ARRIVES.   *
*  A CLERK SIGNS ON AGAINST OPR2.FIL AND          *
*  REGISTERS THE SESSION ON LCK2.FIL SO THE CBL2  *
*  RUN CANNOT RELEASE ITEMS WHILE THEY ARE BEING  *
*  CANCELLED. THE PENDING REPORT PRP2.FIL LISTS   *
*  THE HELD ITEMS BY EFFECTIVE DATE. AN ITEM IS   *
*  CANCELLED BY ITS BATCH AND ITEM NUMBER, WHICH  *
*  THE FIND ACTION SHOWS FOR AN SSN; A CANCELLED  *
*  ITEM IS MARKED X AND NEVER FIRES.              *
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
    SELECT PENDING-TRANS-FILE ASSIGN
    PND2.FIL
    FILE STATUS WS-PND-STATUS.
    SELECT OPERATOR-FILE ASSIGN
    OPR2.FIL
    FILE STATUS WS-OPR-STATUS.
    SELECT RUN-LOCK-FILE ASSIGN
    LCK2.FIL
    FILE STATUS WS-LOCK-STATUS.
    SELECT PENDING-PRINT-FILE ASSIGN
    PRP2.FIL.
    SELECT SORT-WORK-FILE ASSIGN
    SRTP.FIL.

DATA DIVISION.

FILE SECTION.

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
FD  PENDING-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  PENDING-PRINT-LINE                    PIC X(80).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  EFF-CC-SORTED                     PIC XX.
    05  EFF-DATE-SORTED                   PIC 9(6).
    05  BATCH-NUM-SORTED                  PIC 9(4).
    05  ITEM-NUM-SORTED                   PIC 9(3).
    05  TABLE-IX-SORTED                   PIC 9(3).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-PND-STATUS             PIC XX.
    05  WS-PND-EOF                PIC X VALUE 'N'.
    05  WS-MORE-ACTIONS           PIC X(3) VALUE 'YES'.
    05  WS-CHANGED-SW             PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
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
    05  WS-OPR-FOUND-SW           PIC X VALUE 'N'.

01  MAINT-CONTROL.
    05  WS-ACTION-CODE            PIC X VALUE SPACE.
    05  WS-ENTRY-BATCH            PIC X(4).
    05  WS-ENTRY-BATCH-9 REDEFINES WS-ENTRY-BATCH
                                  PIC 9(4).
    05  WS-ENTRY-ITEM             PIC X(3).
    05  WS-ENTRY-ITEM-9 REDEFINES WS-ENTRY-ITEM
                                  PIC 9(3).
    05  WS-ENTRY-SSN              PIC X(9).
    05  WS-CANCEL-COUNT           PIC 9(3) VALUE ZERO.

01  PENDING-TABLE-CONTROL.
    05  WS-PND-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-PND-IX                 PIC 9(3) VALUE ZERO.
    05  WS-PND-FOUND              PIC X VALUE 'N'.
    05  WS-PND-OPEN-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-RPT-COUNT              PIC 9(3) VALUE ZERO.
    05  WS-DATE-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-PREV-EFF-DATE          PIC 9(6) VALUE ZERO.
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

01  CARD-WORK.
    05  CARD-IMAGE.
        10  CARD-TRANS-CODE       PIC X.
        10  FILLER                PIC X(5).
        10  CARD-TERM-REASON      PIC XX.
        10  CARD-DEPT             PIC XX.
        10  FILLER                PIC X(3).
        10  CARD-NAME             PIC X(20).
        10  CARD-EFF-DATE         PIC X(6).
        10  FILLER                PIC X(9).
        10  CARD-SSN.
            15  FILLER            PIC X(5).
            15  CARD-SSN-LST-4    PIC X(4).
        10  FILLER                PIC X(23).
    05  WS-MASKED-SSN-9.
        10  FILLER                PIC X(5) VALUE '*****'.
        10  WS-MASK9-LST-4        PIC X(4).
    05  WS-EFF-YY                 PIC 99.

01  PRP-HDR-LINE.
    05  FILLER                            PIC X(30)
            VALUE 'PENDING TRANSACTIONS REPORT   '.
    05  FILLER                            PIC X(10)
            VALUE 'RUN DATE: '.
    05  PRP-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(34) VALUE SPACE.
01  PRP-COL-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'EFFECT  BTCH-ITM  C  SSN        NAME    '.
    05  FILLER                            PIC X(40)
            VALUE '              DP  RS  HELD              '.
01  PRP-DETAIL-LINE.
    05  PRP-DET-EFF                       PIC 9(6).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-BATCH                     PIC 9(4).
    05  FILLER                            PIC X VALUE '-'.
    05  PRP-DET-ITEM                      PIC 9(3).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-CODE                      PIC X.
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-SSN                       PIC X(9).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-NAME                      PIC X(20).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-DEPT                      PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-REASON                    PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  PRP-DET-HELD                      PIC 9(6).
    05  FILLER                            PIC X(12) VALUE SPACE.
01  PRP-DATE-TOTAL-LINE.
    05  FILLER                            PIC X(26)
            VALUE '    ITEMS EFFECTIVE ON    '.
    05  PRP-DTOT-DATE                     PIC 9(6).
    05  FILLER                            PIC XX VALUE ': '.
    05  PRP-DTOT-COUNT                    PIC ZZ9.
    05  FILLER                            PIC X(43) VALUE SPACE.
01  PRP-TOTAL-LINE.
    05  FILLER                            PIC X(26)
            VALUE 'TOTAL ITEMS PENDING:      '.
    05  PRP-TOT-COUNT                     PIC ZZ9.
    05  FILLER                            PIC X(51) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SIGNS THE CLERK ON, LOADS THE PENDING FILE,   *
* PRINTS THE PENDING REPORT OR CANCELS HELD ITEMS ON DEMAND  *
* AND REWRITES THE FILE AT THE END OF THE SESSION. IT IS     *
* ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE         *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
P10-PENDING-TRANSACTIONS.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM P12-SIGN-ON.
    IF WS-OPR-FOUND-SW NOT = 'Y'
        DISPLAY 'OPERATOR NOT ON OPR2.FIL -- SESSION REFUSED.'
        STOP RUN.
    PERFORM P14-SET-ONLINE-LOCK.
    PERFORM P20-LOAD-PENDING-TABLE.
    DISPLAY 'PENDING TRANSACTIONS -- ' WS-PND-OPEN-COUNT
        ' ITEMS HELD'.
    PERFORM P30-PROCESS-ACTION
        UNTIL WS-MORE-ACTIONS = 'NO '.
    IF WS-CHANGED-SW = 'Y'
        PERFORM P70-REWRITE-PENDING-FILE.
    PERFORM P90-CLEAR-ONLINE-LOCK.
    DISPLAY 'ITEMS CANCELLED: ' WS-CANCEL-COUNT.
    DISPLAY 'END OF PENDING TRANSACTIONS SESSION.'.
    STOP RUN.
P12-SIGN-ON.
    DISPLAY 'ENTER OPERATOR ID:'.
    MOVE SPACE TO WS-OPERATOR-ID.
    ACCEPT WS-OPERATOR-ID.
    MOVE 'N' TO WS-OPR-FOUND-SW.
    MOVE 'N' TO WS-OPR-EOF.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPR-STATUS NOT = '00'
        DISPLAY 'OPR2.FIL NOT AVAILABLE.'
    ELSE
        PERFORM P13-READ-OPERATOR-RECORD
            UNTIL WS-OPR-EOF = 'Y' OR WS-OPR-FOUND-SW = 'Y'
        CLOSE OPERATOR-FILE.
    IF WS-OPR-FOUND-SW = 'Y'
        DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME.
P13-READ-OPERATOR-RECORD.
    READ OPERATOR-FILE
        END
            MOVE 'Y' TO WS-OPR-EOF.
    IF WS-OPR-EOF NOT = 'Y'
        IF OPR-ID = WS-OPERATOR-ID
            MOVE 'Y' TO WS-OPR-FOUND-SW
            MOVE OPR-NAME TO WS-OPERATOR-NAME
            MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL.
P14-SET-ONLINE-LOCK.
    MOVE SPACE TO WS-LOCK-TYPE.
    MOVE 'N' TO WS-LOCK-EOF.
    OPEN INPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        MOVE 'Y' TO WS-LOCK-EOF
    ELSE
        PERFORM P16-READ-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
    IF WS-LOCK-EOF NOT = 'Y'
        MOVE LCK-TYPE TO WS-LOCK-TYPE.
    IF WS-LOCK-TYPE = 'BATCH '
        DISPLAY 'A BATCH RUN IS IN PROGRESS -- PENDING ITEMS'
        DISPLAY 'CANNOT BE WORKED. TRY AGAIN AFTER IT FINISHES.'
        STOP RUN.
    IF WS-LOCK-TYPE = 'ONLINE'
        DISPLAY 'STALE ONLINE LOCK ON LCK2.FIL -- TAKING OVER.'.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY 'CANNOT WRITE LCK2.FIL, STATUS=' WS-LOCK-STATUS
    ELSE
        MOVE SPACE TO RUN-LOCK-RECORD
        MOVE 'ONLINE' TO LCK-TYPE
        MOVE WS-RUN-DATE TO LCK-DATE
        ACCEPT LCK-TIME FROM TIME
        MOVE WS-OPERATOR-ID TO LCK-OPERATOR
        WRITE RUN-LOCK-RECORD
        CLOSE RUN-LOCK-FILE.
P16-READ-LOCK-RECORD.
    READ RUN-LOCK-FILE
        END
            MOVE 'Y' TO WS-LOCK-EOF.
P20-LOAD-PENDING-TABLE.
    MOVE ZERO TO WS-PND-COUNT.
    MOVE ZERO TO WS-PND-OPEN-COUNT.
    MOVE 'N' TO WS-PND-EOF.
    OPEN INPUT PENDING-TRANS-FILE.
    IF WS-PND-STATUS NOT = '00'
        MOVE 'Y' TO WS-PND-EOF
    ELSE
        PERFORM P22-READ-PENDING-RECORD
            UNTIL WS-PND-EOF = 'Y' OR WS-PND-COUNT = 500
        CLOSE PENDING-TRANS-FILE.
P22-READ-PENDING-RECORD.
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
        MOVE PND-CARD-IMAGE TO PND-TBL-CARD (WS-PND-COUNT)
        IF PND-STATUS = 'P'
            ADD 1 TO WS-PND-OPEN-COUNT.
P30-PROCESS-ACTION.
    DISPLAY 'ACTION? R=PENDING REPORT, F=FIND BY SSN,'.
    DISPLAY 'C=CANCEL AN ITEM, E=END SESSION:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'E'
        MOVE 'NO ' TO WS-MORE-ACTIONS
    ELSE
        IF WS-ACTION-CODE = 'R'
            PERFORM P40-PENDING-REPORT
        ELSE
            IF WS-ACTION-CODE = 'F'
                PERFORM P50-FIND-BY-SSN
            ELSE
                IF WS-ACTION-CODE = 'C'
                    PERFORM P60-CANCEL-ITEM
                ELSE
                    DISPLAY 'UNRECOGNIZED ACTION.'.
P40-PENDING-REPORT.
    OPEN OUTPUT PENDING-PRINT-FILE.
    MOVE WS-RUN-DATE TO PRP-HDR-DATE.
    WRITE PENDING-PRINT-LINE FROM PRP-HDR-LINE
        AFTER ADVANCING 1.
    WRITE PENDING-PRINT-LINE FROM PRP-COL-LINE
        AFTER ADVANCING 2.
    MOVE ZERO TO WS-RPT-COUNT.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY EFF-CC-SORTED
        ON ASCENDING KEY EFF-DATE-SORTED
        ON ASCENDING KEY BATCH-NUM-SORTED
        ON ASCENDING KEY ITEM-NUM-SORTED
        INPUT PROCEDURE P42-RELEASE-PENDING
        OUTPUT PROCEDURE P44-PRINT-PENDING.
    MOVE WS-RPT-COUNT TO PRP-TOT-COUNT.
    WRITE PENDING-PRINT-LINE FROM PRP-TOTAL-LINE
        AFTER ADVANCING 2.
    CLOSE PENDING-PRINT-FILE.
    DISPLAY 'PENDING REPORT WRITTEN TO PRP2.FIL.'.
P42-RELEASE-PENDING.
    MOVE 1 TO WS-PND-IX.
    PERFORM P43-RELEASE-ONE-ENTRY
        UNTIL WS-PND-IX > WS-PND-COUNT.
P43-RELEASE-ONE-ENTRY.
    IF PND-TBL-STATUS (WS-PND-IX) = 'P'
        MOVE PND-TBL-EFF-DATE (WS-PND-IX) TO EFF-DATE-SORTED
        DIVIDE 10000 INTO PND-TBL-EFF-DATE (WS-PND-IX)
            GIVING WS-EFF-YY
        IF WS-EFF-YY > 40
            MOVE '19' TO EFF-CC-SORTED
        ELSE
            MOVE '20' TO EFF-CC-SORTED.
    IF PND-TBL-STATUS (WS-PND-IX) = 'P'
        MOVE PND-TBL-BATCH-NUM (WS-PND-IX) TO BATCH-NUM-SORTED
        MOVE PND-TBL-ITEM-NUM (WS-PND-IX) TO ITEM-NUM-SORTED
        MOVE WS-PND-IX TO TABLE-IX-SORTED
        RELEASE SORT-WORK-RECORD.
    ADD 1 TO WS-PND-IX.
P44-PRINT-PENDING.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE ZERO TO WS-PREV-EFF-DATE.
    MOVE ZERO TO WS-DATE-COUNT.
    PERFORM P45-PRINT-SORTED-ENTRY
        UNTIL WS-SORT-EOF = 'Y'.
    IF WS-DATE-COUNT > 0
        PERFORM P47-PRINT-DATE-TOTAL.
P45-PRINT-SORTED-ENTRY.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF WS-DATE-COUNT > 0
                AND EFF-DATE-SORTED NOT = WS-PREV-EFF-DATE
            PERFORM P47-PRINT-DATE-TOTAL.
    IF WS-SORT-EOF NOT = 'Y'
        MOVE EFF-DATE-SORTED TO WS-PREV-EFF-DATE
        MOVE TABLE-IX-SORTED TO WS-PND-IX
        PERFORM P46-PRINT-DETAIL
        ADD 1 TO WS-DATE-COUNT
        ADD 1 TO WS-RPT-COUNT.
P46-PRINT-DETAIL.
    MOVE PND-TBL-CARD (WS-PND-IX) TO CARD-IMAGE.
    MOVE CARD-SSN-LST-4 TO WS-MASK9-LST-4.
    MOVE PND-TBL-EFF-DATE (WS-PND-IX) TO PRP-DET-EFF.
    MOVE PND-TBL-BATCH-NUM (WS-PND-IX) TO PRP-DET-BATCH.
    MOVE PND-TBL-ITEM-NUM (WS-PND-IX) TO PRP-DET-ITEM.
    MOVE CARD-TRANS-CODE TO PRP-DET-CODE.
    MOVE WS-MASKED-SSN-9 TO PRP-DET-SSN.
    MOVE CARD-NAME TO PRP-DET-NAME.
    MOVE CARD-DEPT TO PRP-DET-DEPT.
    MOVE CARD-TERM-REASON TO PRP-DET-REASON.
    MOVE PND-TBL-HELD-DATE (WS-PND-IX) TO PRP-DET-HELD.
    WRITE PENDING-PRINT-LINE FROM PRP-DETAIL-LINE
        AFTER ADVANCING 1.
P47-PRINT-DATE-TOTAL.
    MOVE WS-PREV-EFF-DATE TO PRP-DTOT-DATE.
    MOVE WS-DATE-COUNT TO PRP-DTOT-COUNT.
    WRITE PENDING-PRINT-LINE FROM PRP-DATE-TOTAL-LINE
        AFTER ADVANCING 1.
    MOVE SPACE TO PENDING-PRINT-LINE.
    WRITE PENDING-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE ZERO TO WS-DATE-COUNT.
P50-FIND-BY-SSN.
    DISPLAY 'ENTER SSN (9 DIGITS):'.
    MOVE SPACE TO WS-ENTRY-SSN.
    ACCEPT WS-ENTRY-SSN.
    MOVE ZERO TO WS-RPT-COUNT.
    MOVE 1 TO WS-PND-IX.
    PERFORM P52-SHOW-IF-SSN-MATCHES
        UNTIL WS-PND-IX > WS-PND-COUNT.
    IF WS-RPT-COUNT = ZERO
        DISPLAY 'NO PENDING ITEMS FOR THAT SSN.'.
P52-SHOW-IF-SSN-MATCHES.
    MOVE PND-TBL-CARD (WS-PND-IX) TO CARD-IMAGE.
    IF PND-TBL-STATUS (WS-PND-IX) = 'P'
            AND CARD-SSN = WS-ENTRY-SSN
        ADD 1 TO WS-RPT-COUNT
        DISPLAY 'ITEM ' PND-TBL-BATCH-NUM (WS-PND-IX) '-'
            PND-TBL-ITEM-NUM (WS-PND-IX)
            '  CODE ' CARD-TRANS-CODE
            '  EFFECTIVE ' PND-TBL-EFF-DATE (WS-PND-IX)
            '  ' CARD-NAME.
    ADD 1 TO WS-PND-IX.
P60-CANCEL-ITEM.
    DISPLAY 'ENTER BATCH NUMBER (4 DIGITS):'.
    MOVE SPACE TO WS-ENTRY-BATCH.
    ACCEPT WS-ENTRY-BATCH.
    DISPLAY 'ENTER ITEM NUMBER (3 DIGITS):'.
    MOVE SPACE TO WS-ENTRY-ITEM.
    ACCEPT WS-ENTRY-ITEM.
    MOVE 'N' TO WS-PND-FOUND.
    IF WS-ENTRY-BATCH NOT NUMERIC OR WS-ENTRY-ITEM NOT NUMERIC
        DISPLAY 'BATCH AND ITEM NUMBERS MUST BE NUMERIC.'
    ELSE
        MOVE 1 TO WS-PND-IX
        PERFORM P62-SCAN-PENDING-TABLE
            UNTIL WS-PND-IX > WS-PND-COUNT OR WS-PND-FOUND = 'Y'
        IF WS-PND-FOUND NOT = 'Y'
            DISPLAY 'ITEM NOT ON PND2.FIL.'
        ELSE
            PERFORM P64-CONFIRM-CANCEL.
P62-SCAN-PENDING-TABLE.
    IF PND-TBL-BATCH-NUM (WS-PND-IX) = WS-ENTRY-BATCH-9
            AND PND-TBL-ITEM-NUM (WS-PND-IX) = WS-ENTRY-ITEM-9
        MOVE 'Y' TO WS-PND-FOUND
    ELSE
        ADD 1 TO WS-PND-IX.
P64-CONFIRM-CANCEL.
    IF PND-TBL-STATUS (WS-PND-IX) NOT = 'P'
        DISPLAY 'ITEM IS NO LONGER PENDING, STATUS '
            PND-TBL-STATUS (WS-PND-IX) ' ON '
            PND-TBL-DONE-DATE (WS-PND-IX)
    ELSE
        MOVE PND-TBL-CARD (WS-PND-IX) TO CARD-IMAGE
        DISPLAY 'CARD: ' CARD-IMAGE
        DISPLAY 'EFFECTIVE ' PND-TBL-EFF-DATE (WS-PND-IX)
            '  HELD ' PND-TBL-HELD-DATE (WS-PND-IX)
            ' BY ' PND-TBL-HELD-BY (WS-PND-IX)
        DISPLAY 'CANCEL THIS ITEM (Y/N)?'
        MOVE SPACE TO WS-CONFIRM
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM = 'Y'
            MOVE 'X' TO PND-TBL-STATUS (WS-PND-IX)
            MOVE WS-RUN-DATE TO PND-TBL-DONE-DATE (WS-PND-IX)
            MOVE WS-OPERATOR-ID TO PND-TBL-DONE-BY (WS-PND-IX)
            MOVE 'Y' TO WS-CHANGED-SW
            ADD 1 TO WS-CANCEL-COUNT
            DISPLAY 'ITEM CANCELLED.'
        ELSE
            DISPLAY 'ITEM LEFT PENDING.'.
P70-REWRITE-PENDING-FILE.
    OPEN OUTPUT PENDING-TRANS-FILE.
    IF WS-PND-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE PND2.FIL, STATUS=' WS-PND-STATUS
    ELSE
        MOVE 1 TO WS-PND-IX
        PERFORM P72-WRITE-PENDING-RECORD
            UNTIL WS-PND-IX > WS-PND-COUNT
        CLOSE PENDING-TRANS-FILE
        DISPLAY 'PND2.FIL REWRITTEN.'.
P72-WRITE-PENDING-RECORD.
    MOVE SPACE TO PENDING-TRANS-RECORD.
    MOVE PND-TBL-EFF-DATE (WS-PND-IX) TO PND-EFF-DATE.
    MOVE PND-TBL-BATCH-NUM (WS-PND-IX) TO PND-BATCH-NUM.
    MOVE PND-TBL-ITEM-NUM (WS-PND-IX) TO PND-ITEM-NUM.
    MOVE PND-TBL-STATUS (WS-PND-IX) TO PND-STATUS.
    MOVE PND-TBL-HELD-DATE (WS-PND-IX) TO PND-HELD-DATE.
    MOVE PND-TBL-HELD-BY (WS-PND-IX) TO PND-HELD-BY.
    MOVE PND-TBL-DONE-DATE (WS-PND-IX) TO PND-DONE-DATE.
    MOVE PND-TBL-DONE-BY (WS-PND-IX) TO PND-DONE-BY.
    MOVE PND-TBL-CARD (WS-PND-IX) TO PND-CARD-IMAGE.
    WRITE PENDING-TRANS-RECORD.
    ADD 1 TO WS-PND-IX.
P90-CLEAR-ONLINE-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        CLOSE RUN-LOCK-FILE.
