IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2Z.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  DAILY LIST OF THE CBL2M APPROVAL QUEUE         *
*  PAP2.FIL. A PAY RATE CHANGE OVER THE PARM2.FIL *
*  PERCENTAGE, OR A CHANGE AN OPERATOR MAKES TO   *
*  HIS OR HER OWN RECORD, IS HELD ON PAP2.FIL     *
*  UNTIL A SUPERVISOR APPROVES OR REJECTS IT.     *
*  THIS PROGRAM PRINTS TO PAL2.FIL EVERY ITEM     *
*  STILL AWAITING APPROVAL, WITH ITS BEFORE AND   *
*  AFTER VALUES, AND EVERY ITEM REJECTED ON THE   *
*  REPORT DATE WITH THE REVIEWER AND THE REASON   *
*  GIVEN.                                         *
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
    SELECT APPROVAL-QUEUE-FILE ASSIGN
    PAP2.FIL
    FILE STATUS WS-PAP-STATUS.
    SELECT APPROVAL-PRINT-FILE ASSIGN
    PAL2.FIL.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.

DATA DIVISION.

FILE SECTION.

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
FD  APPROVAL-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  APPROVAL-PRINT-LINE                   PIC X(80).
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

01  PROGRAM-INDICATORS.
    05  WS-PAP-STATUS             PIC XX.
    05  WS-PAP-EOF                PIC X VALUE 'N'.
    05  WS-LIST-STATUS            PIC X VALUE SPACE.
    05  WS-PENDING-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-REJECTED-COUNT         PIC 9(5) VALUE ZERO.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.

01  REPORT-DATE-CONTROL.
    05  WS-REPORT-DATE            PIC X(6).
    05  WS-REPORT-DATE-9 REDEFINES WS-REPORT-DATE
                                  PIC 9(6).

01  IMAGE-WORK.
    05  IMG-FIELDS.
        10  FILLER                PIC X(4).
        10  IMG-EMP-ID            PIC X(7).
        10  FILLER                PIC X(10).
        10  IMG-NAME              PIC X(20).
        10  FILLER                PIC X(10).
        10  IMG-SSN.
            15  FILLER            PIC X(7).
            15  IMG-SSN-LST-4     PIC X(4).
        10  FILLER                PIC X(10).
        10  IMG-DEPT              PIC XX.
        10  IMG-HIRE              PIC X(6).
        10  IMG-PAY-TYPE          PIC X.
        10  IMG-PAY-RATE          PIC 9(4)V99.
        10  IMG-TITLE             PIC X(10).
        10  IMG-LOC               PIC XX.
        10  FILLER                PIC X(11).

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN.
        10  FILLER                PIC X(7) VALUE '***-**-'.
        10  WS-MASK-LST-4         PIC X(4).

01  PAL-HDR-LINE.
    05  FILLER                            PIC X(36)
            VALUE 'CBL2M APPROVAL QUEUE LIST FOR DAY   '.
    05  PAL-HDR-DATE                      PIC X(6).
    05  FILLER                            PIC X(38) VALUE SPACE.
01  PAL-SECTION-LINE.
    05  PAL-SECTION-TITLE                 PIC X(40).
    05  FILLER                            PIC X(40) VALUE SPACE.
01  PAL-ITEM-LINE.
    05  FILLER                            PIC X(4) VALUE 'REQ '.
    05  PAL-ITEM-SEQ                      PIC 9(5).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAL-ITEM-DATE                     PIC 9(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAL-ITEM-OPERATOR                 PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAL-ITEM-ACTION                   PIC X(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAL-ITEM-SSN                      PIC X(11).
    05  FILLER                            PIC X VALUE SPACE.
    05  PAL-ITEM-CAUSE                    PIC X(16).
    05  FILLER                            PIC X(17) VALUE SPACE.
01  PAL-IMAGE-LINE.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  PAL-IMG-TAG                       PIC X(8).
    05  PAL-IMG-NAME                      PIC X(20).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PAL-IMG-DEPT                      PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  PAL-IMG-PAY-TYPE                  PIC X.
    05  FILLER                            PIC X VALUE SPACE.
    05  PAL-IMG-PAY-RATE                  PIC ZZZ9.99.
    05  FILLER                            PIC XX VALUE SPACE.
    05  PAL-IMG-TITLE                     PIC X(10).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PAL-IMG-REASON-TAG                PIC X(11).
    05  PAL-IMG-REASON                    PIC XX.
    05  FILLER                            PIC X(4) VALUE SPACE.
01  PAL-DELETE-LINE.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  FILLER                            PIC X(40)
            VALUE 'AFTER:  RECORD DELETED, TERM REASON    '.
    05  PAL-DEL-REASON                    PIC XX.
    05  FILLER                            PIC X(32) VALUE SPACE.
01  PAL-REJECT-LINE.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  FILLER                            PIC X(12)
            VALUE 'REJECTED BY '.
    05  PAL-REJ-OPERATOR                  PIC X(10).
    05  FILLER                            PIC XX VALUE SPACE.
    05  PAL-REJ-NOTE                      PIC X(30).
    05  FILLER                            PIC X(20) VALUE SPACE.
01  PAL-TOTAL-LINE.
    05  PAL-TOTAL-LABEL                   PIC X(25).
    05  PAL-TOTAL-COUNT                   PIC ZZZZ9.
    05  FILLER                            PIC X(50) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM READS THE APPROVAL QUEUE TWICE, PRINTING THE  *
* PENDING ITEMS AND THEN THE ITEMS REJECTED ON THE REPORT    *
* DATE. IT IS ENTERED FROM THE OPERATING SYSTEM AND EXITS TO *
* THE OPERATING SYSTEM.                                      *
*                                                            *
**************************************************************
Z10-APPROVAL-LIST.
    PERFORM Z80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-REPORT-DATE
    ELSE
        DISPLAY 'ENTER REPORT DATE (YYMMDD, SPACES = TODAY):'
        MOVE SPACE TO WS-REPORT-DATE
        ACCEPT WS-REPORT-DATE.
    IF WS-REPORT-DATE = SPACE OR WS-REPORT-DATE = 'TODAY '
        ACCEPT WS-REPORT-DATE FROM DATE.
    IF WS-REPORT-DATE NOT NUMERIC
        DISPLAY 'INVALID REPORT DATE -- USE YYMMDD.'
        STOP RUN.
    OPEN OUTPUT APPROVAL-PRINT-FILE.
    MOVE WS-REPORT-DATE TO PAL-HDR-DATE.
    WRITE APPROVAL-PRINT-LINE FROM PAL-HDR-LINE
        AFTER ADVANCING 1.
    MOVE 'CHANGES AWAITING APPROVAL' TO PAL-SECTION-TITLE.
    WRITE APPROVAL-PRINT-LINE FROM PAL-SECTION-LINE
        AFTER ADVANCING 2.
    MOVE 'P' TO WS-LIST-STATUS.
    PERFORM Z20-LIST-QUEUE.
    MOVE 'CHANGES REJECTED ON THE REPORT DATE' TO PAL-SECTION-TITLE.
    WRITE APPROVAL-PRINT-LINE FROM PAL-SECTION-LINE
        AFTER ADVANCING 3.
    MOVE 'R' TO WS-LIST-STATUS.
    PERFORM Z20-LIST-QUEUE.
    MOVE 'AWAITING APPROVAL:' TO PAL-TOTAL-LABEL.
    MOVE WS-PENDING-COUNT TO PAL-TOTAL-COUNT.
    WRITE APPROVAL-PRINT-LINE FROM PAL-TOTAL-LINE
        AFTER ADVANCING 3.
    MOVE 'REJECTED ON REPORT DATE:' TO PAL-TOTAL-LABEL.
    MOVE WS-REJECTED-COUNT TO PAL-TOTAL-COUNT.
    WRITE APPROVAL-PRINT-LINE FROM PAL-TOTAL-LINE
        AFTER ADVANCING 1.
    CLOSE APPROVAL-PRINT-FILE.
    DISPLAY 'APPROVAL QUEUE LIST WRITTEN TO PAL2.FIL.'.
    STOP RUN.
Z20-LIST-QUEUE.
    MOVE 'N' TO WS-PAP-EOF.
    OPEN INPUT APPROVAL-QUEUE-FILE.
    IF WS-PAP-STATUS NOT = '00'
        MOVE 'Y' TO WS-PAP-EOF
    ELSE
        PERFORM Z22-READ-QUEUE-RECORD
            UNTIL WS-PAP-EOF = 'Y'
        CLOSE APPROVAL-QUEUE-FILE.
Z22-READ-QUEUE-RECORD.
    READ APPROVAL-QUEUE-FILE
        END
            MOVE 'Y' TO WS-PAP-EOF.
    IF WS-PAP-EOF NOT = 'Y'
        IF PAP-STATUS = WS-LIST-STATUS
            IF PAP-STATUS = 'P'
                ADD 1 TO WS-PENDING-COUNT
                PERFORM Z30-PRINT-ITEM
            ELSE
                IF PAP-REVIEW-DATE = WS-REPORT-DATE-9
                    ADD 1 TO WS-REJECTED-COUNT
                    PERFORM Z30-PRINT-ITEM.
Z30-PRINT-ITEM.
    MOVE PAP-BEFORE-IMAGE TO IMG-FIELDS.
    MOVE PAP-SEQ TO PAL-ITEM-SEQ.
    MOVE PAP-REQ-DATE TO PAL-ITEM-DATE.
    MOVE PAP-REQ-OPERATOR TO PAL-ITEM-OPERATOR.
    PERFORM Z32-SET-ACTION-TEXT.
    MOVE IMG-SSN-LST-4 TO WS-MASK-LST-4.
    MOVE WS-MASKED-SSN TO PAL-ITEM-SSN.
    IF PAP-CAUSE = 'O'
        MOVE 'OWN RECORD' TO PAL-ITEM-CAUSE
    ELSE
        MOVE 'RATE OVER LIMIT' TO PAL-ITEM-CAUSE.
    WRITE APPROVAL-PRINT-LINE FROM PAL-ITEM-LINE
        AFTER ADVANCING 2.
    MOVE 'BEFORE: ' TO PAL-IMG-TAG.
    MOVE SPACE TO PAL-IMG-REASON-TAG.
    MOVE SPACE TO PAL-IMG-REASON.
    PERFORM Z34-PRINT-IMAGE.
    IF PAP-ACTION = 'X'
        MOVE PAP-REASON TO PAL-DEL-REASON
        WRITE APPROVAL-PRINT-LINE FROM PAL-DELETE-LINE
            AFTER ADVANCING 1
    ELSE
        MOVE PAP-AFTER-IMAGE TO IMG-FIELDS
        MOVE 'AFTER:  ' TO PAL-IMG-TAG
        IF PAP-ACTION = 'P'
            MOVE 'PAY REASON ' TO PAL-IMG-REASON-TAG
            MOVE PAP-REASON TO PAL-IMG-REASON
            PERFORM Z34-PRINT-IMAGE
        ELSE
            IF PAP-ACTION = 'L'
                MOVE 'LEAVE RSN  ' TO PAL-IMG-REASON-TAG
                MOVE PAP-REASON TO PAL-IMG-REASON
                PERFORM Z34-PRINT-IMAGE
            ELSE
                PERFORM Z34-PRINT-IMAGE.
    IF PAP-STATUS = 'R'
        MOVE PAP-REVIEW-OPERATOR TO PAL-REJ-OPERATOR
        MOVE PAP-NOTE TO PAL-REJ-NOTE
        WRITE APPROVAL-PRINT-LINE FROM PAL-REJECT-LINE
            AFTER ADVANCING 1.
Z32-SET-ACTION-TEXT.
    MOVE PAP-ACTION TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'N'
        MOVE 'NAME' TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'D'
        MOVE 'DEPT' TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'P'
        MOVE 'PAY' TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'T'
        MOVE 'TITLE' TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'X'
        MOVE 'DELETE' TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'L'
        MOVE 'LEAVE' TO PAL-ITEM-ACTION.
    IF PAP-ACTION = 'R'
        MOVE 'RETURN' TO PAL-ITEM-ACTION.
Z34-PRINT-IMAGE.
    MOVE IMG-NAME TO PAL-IMG-NAME.
    MOVE IMG-DEPT TO PAL-IMG-DEPT.
    MOVE IMG-PAY-TYPE TO PAL-IMG-PAY-TYPE.
    MOVE IMG-PAY-RATE TO PAL-IMG-PAY-RATE.
    MOVE IMG-TITLE TO PAL-IMG-TITLE.
    WRITE APPROVAL-PRINT-LINE FROM PAL-IMAGE-LINE
        AFTER ADVANCING 1.
Z80-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM Z82-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
Z82-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL2Z     '
                AND PRM-KEYWORD = 'DATE      '
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
