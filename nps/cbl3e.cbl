IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3E.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM RECORDS THE RESULTS OF THE AUDIT  *
*  SAMPLE DRAWN BY CBL3D. AFTER SIGNING ON        *
*  AGAINST THE OPERATOR FILE OPR2.FIL THE CLERK   *
*  KEYS, BY ITEM NUMBER FROM THE VERIFICATION     *
*  WORKSHEET, WHETHER HR FOUND THE MASTER TO      *
*  AGREE WITH THE PERSONNEL FILE AND, WHEN IT DID *
*  NOT, THE CODES OF THE FIELDS IN DISAGREEMENT   *
*  AND A NOTE. EACH RESULT IS STAMPED ON THE      *
*  SAMPLE FILE SMP2.FIL WITH THE OPERATOR AND     *
*  DATE. THE SUMMARY ACTION PRINTS TO SRS2.FIL    *
*  EVERY DISCREPANCY FOR FOLLOW-UP AND THE ERROR  *
*  RATE OF EACH DEPARTMENT, WHICH IS THE ITEMS IN *
*  DISAGREEMENT AS A PERCENTAGE OF THE ITEMS      *
*  VERIFIED.                                      *
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
    SELECT AUDIT-SAMPLE-FILE ASSIGN
    SMP2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY SMP-ITEM-KEY
    FILE STATUS WS-SAMPLE-STATUS.
    SELECT OPERATOR-FILE ASSIGN
    OPR2.FIL
    FILE STATUS WS-OPR-STATUS.
    SELECT RESULTS-PRINT-FILE ASSIGN
    SRS2.FIL.

DATA DIVISION.

FILE SECTION.

FD  AUDIT-SAMPLE-FILE
      LABEL RECORDS
      OMITTED.
01  AUDIT-SAMPLE-RECORD.
    05  SMP-ITEM-KEY                      PIC X(4).
    05  SMP-SAMPLE-DATE                   PIC X(6).
    05  SMP-METHOD                        PIC X.
    05  SMP-DEPT                          PIC XX.
    05  SMP-IMAGE.
        10  FILLER                        PIC X(4).
        10  SMP-EMP-ID                    PIC X(7).
        10  FILLER                        PIC X(10).
        10  SMP-NAME                      PIC X(20).
        10  FILLER                        PIC X(69).
    05  SMP-RESULT                        PIC X.
    05  SMP-FIELD-CODES                   PIC X(8).
    05  SMP-NOTE                          PIC X(30).
    05  SMP-VERIFIED-BY                   PIC X(10).
    05  SMP-VERIFIED-DATE                 PIC X(6).
    05  FILLER                            PIC X(22).
FD  OPERATOR-FILE
      LABEL RECORDS
      OMITTED.
01  OPERATOR-RECORD.
    05  OPR-ID                            PIC X(10).
    05  FILLER                            PIC X.
    05  OPR-NAME                          PIC X(20).
    05  FILLER                            PIC X.
    05  OPR-LEVEL                         PIC X.
    05  FILLER                            PIC X.
    05  OPR-SSN                           PIC X(9).
    05  FILLER                            PIC X(37).
FD  RESULTS-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  RESULTS-PRINT-LINE                    PIC X(80).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-SAMPLE-STATUS          PIC XX.
    05  WS-SAMPLE-EOF             PIC X VALUE 'N'.
    05  WS-MORE-ACTIONS           PIC XXX VALUE 'YES'.
    05  WS-MORE-ITEMS             PIC XXX VALUE 'YES'.
    05  WS-ACTION-CODE            PIC X VALUE SPACE.
    05  WS-RUN-DATE               PIC X(6).
    05  WS-KEYED-COUNT            PIC 9(4) VALUE ZERO.

01  OPERATOR-CONTROL.
    05  WS-OPR-STATUS             PIC XX.
    05  WS-OPR-EOF                PIC X VALUE 'N'.
    05  WS-OPERATOR-ID            PIC X(10) VALUE SPACE.
    05  WS-OPERATOR-NAME          PIC X(20) VALUE SPACE.
    05  WS-OPR-FOUND-SW           PIC X VALUE 'N'.

01  RESULT-ENTRY-CONTROL.
    05  WS-ITEM-ENTRY             PIC X(4).
    05  WS-RESULT-ENTRY           PIC X VALUE SPACE.
    05  WS-NOTE-ENTRY             PIC X(30) VALUE SPACE.
    05  WS-CODE-ENTRY             PIC X(8) VALUE SPACE.
    05  WS-CODE-CHARS REDEFINES WS-CODE-ENTRY.
        10  CODE-CHAR OCCURS 8    PIC X.
    05  WS-CODE-IX                PIC 99 VALUE ZERO.
    05  WS-VALID-IX               PIC 99 VALUE ZERO.
    05  WS-CODES-GIVEN            PIC 9 VALUE ZERO.
    05  WS-CODES-OK               PIC X VALUE 'N'.
    05  WS-VALID-FOUND            PIC X VALUE 'N'.

01  FIELD-CODE-VALUES.
    05  FILLER                    PIC X(10) VALUE 'NNAME     '.
    05  FILLER                    PIC X(10) VALUE 'SSSN      '.
    05  FILLER                    PIC X(10) VALUE 'DDEPT     '.
    05  FILLER                    PIC X(10) VALUE 'LLOCATION '.
    05  FILLER                    PIC X(10) VALUE 'HHIRE DATE'.
    05  FILLER                    PIC X(10) VALUE 'TPAY TYPE '.
    05  FILLER                    PIC X(10) VALUE 'RRATE     '.
    05  FILLER                    PIC X(10) VALUE 'JJOB TITLE'.
01  FIELD-CODE-TABLE REDEFINES FIELD-CODE-VALUES.
    05  FLD-ENTRY OCCURS 8.
        10  FLD-CODE              PIC X.
        10  FLD-DESC              PIC X(9).
01  FIELD-CODE-COUNTS.
    05  FLD-COUNT OCCURS 8        PIC 9(4).

01  DEPT-RESULT-CONTROL.
    05  WS-DEPT-COUNT             PIC 999 VALUE ZERO.
    05  WS-DEPT-IX                PIC 999 VALUE ZERO.
    05  WS-DEPT-FOUND             PIC X VALUE 'N'.
    05  WS-VERIFIED               PIC 9(4) VALUE ZERO.
    05  WS-NOT-DONE               PIC 9(4) VALUE ZERO.
    05  WS-RATE-WORK              PIC 9(7) VALUE ZERO.
    05  WS-ERROR-RATE             PIC 999V9 VALUE ZERO.
    05  WS-DISCREPANCIES          PIC 9(4) VALUE ZERO.
    05  WS-SAMPLE-DATE            PIC X(6) VALUE SPACE.
01  DEPT-RESULT-TABLE.
    05  DRS-ENTRY OCCURS 101.
        10  DRS-CODE              PIC XX.
        10  DRS-SAMPLED           PIC 9(4).
        10  DRS-AGREE             PIC 9(4).
        10  DRS-DISAGREE          PIC 9(4).

01  SRS-HDR-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'AUDIT SAMPLE VERIFICATION RESULTS       '.
    05  FILLER                            PIC X(12)
        VALUE 'SAMPLE DATE '.
    05  SRS-HDR-SAMPLE                    PIC X(6).
    05  FILLER                            PIC X(6) VALUE '  RUN '.
    05  SRS-HDR-RUN                       PIC X(6).
    05  FILLER                            PIC X(10) VALUE SPACE.
01  SRS-DISC-HEAD-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'ITEM  DP   EMP ID  NAME                 '.
    05  FILLER                            PIC X(40)
        VALUE 'FIELDS   NOTE                           '.
01  SRS-DISC-LINE.
    05  SRS-DSC-ITEM                      PIC X(4).
    05  FILLER                            PIC XX VALUE SPACE.
    05  SRS-DSC-DEPT                      PIC XX.
    05  FILLER                            PIC XXX VALUE SPACE.
    05  SRS-DSC-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  SRS-DSC-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  SRS-DSC-FIELDS                    PIC X(8).
    05  FILLER                            PIC X VALUE SPACE.
    05  SRS-DSC-NOTE                      PIC X(30).
    05  FILLER                            PIC X VALUE SPACE.
01  SRS-FIELD-LINE.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  SRS-FLD-CODE                      PIC X.
    05  FILLER                            PIC XX VALUE SPACE.
    05  SRS-FLD-DESC                      PIC X(9).
    05  FILLER                            PIC XX VALUE SPACE.
    05  SRS-FLD-COUNT                     PIC ZZZ9.
    05  FILLER                            PIC X(58) VALUE SPACE.
01  SRS-DEPT-HEAD-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'DEPT   SAMPLED  VERIFIED     AGREE  DISA'.
    05  FILLER                            PIC X(40)
        VALUE 'GREE  NOT DONE  ERROR %                 '.
01  SRS-DEPT-LINE.
    05  SRS-DPT-CODE                      PIC X(4).
    05  FILLER                            PIC X(5) VALUE SPACE.
    05  SRS-DPT-SAMPLED                   PIC ZZZ9.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  SRS-DPT-VERIFIED                  PIC ZZZ9.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  SRS-DPT-AGREE                     PIC ZZZ9.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  SRS-DPT-DISAGREE                  PIC ZZZ9.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  SRS-DPT-NOT-DONE                  PIC ZZZ9.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  SRS-DPT-RATE                      PIC X(5).
    05  SRS-DPT-RATE-9 REDEFINES SRS-DPT-RATE
                                          PIC ZZ9.9.
    05  FILLER                            PIC X(18) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM SIGNS THE CLERK ON AND PROCESSES ACTIONS      *
* AGAINST THE AUDIT SAMPLE UNTIL THE SESSION IS ENDED. IT IS *
* ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE         *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
E10-SAMPLE-RESULTS.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM E12-SIGN-ON.
    IF WS-OPR-FOUND-SW NOT = 'Y'
        DISPLAY 'OPERATOR NOT ON OPR2.FIL -- SESSION REFUSED.'
        STOP RUN.
    OPEN I-O AUDIT-SAMPLE-FILE.
    IF WS-SAMPLE-STATUS NOT = '00'
        DISPLAY 'NO AUDIT SAMPLE ON FILE -- RUN CBL3D FIRST.'
        STOP RUN.
    DISPLAY 'AUDIT SAMPLE VERIFICATION RESULTS'.
    PERFORM E20-PROCESS-ACTION
        UNTIL WS-MORE-ACTIONS = 'NO '.
    CLOSE AUDIT-SAMPLE-FILE.
    DISPLAY 'RESULTS RECORDED THIS SESSION: ' WS-KEYED-COUNT.
    DISPLAY 'END OF AUDIT SAMPLE RESULTS.'.
    STOP RUN.
E12-SIGN-ON.
    DISPLAY 'ENTER OPERATOR ID:'.
    MOVE SPACE TO WS-OPERATOR-ID.
    ACCEPT WS-OPERATOR-ID.
    MOVE 'N' TO WS-OPR-FOUND-SW.
    MOVE 'N' TO WS-OPR-EOF.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPR-STATUS NOT = '00'
        DISPLAY 'OPR2.FIL NOT AVAILABLE.'
    ELSE
        PERFORM E13-READ-OPERATOR-RECORD
            UNTIL WS-OPR-EOF = 'Y' OR WS-OPR-FOUND-SW = 'Y'
        CLOSE OPERATOR-FILE.
    IF WS-OPR-FOUND-SW = 'Y'
        DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME.
E13-READ-OPERATOR-RECORD.
    READ OPERATOR-FILE
        END
            MOVE 'Y' TO WS-OPR-EOF.
    IF WS-OPR-EOF NOT = 'Y'
        IF OPR-ID = WS-OPERATOR-ID
            MOVE 'Y' TO WS-OPR-FOUND-SW
            MOVE OPR-NAME TO WS-OPERATOR-NAME.
E20-PROCESS-ACTION.
    DISPLAY 'ACTION? K=KEY RESULTS, L=LIST ITEMS NOT VERIFIED,'.
    DISPLAY 'S=SUMMARY REPORT, E=END SESSION:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'E'
        MOVE 'NO ' TO WS-MORE-ACTIONS
    ELSE
        IF WS-ACTION-CODE = 'K'
            MOVE 'YES' TO WS-MORE-ITEMS
            PERFORM E30-KEY-ONE-ITEM
                UNTIL WS-MORE-ITEMS = 'NO '
        ELSE
            IF WS-ACTION-CODE = 'L'
                PERFORM E40-LIST-NOT-VERIFIED
            ELSE
                IF WS-ACTION-CODE = 'S'
                    PERFORM E50-SUMMARY-REPORT
                ELSE
                    DISPLAY 'UNRECOGNIZED ACTION.'.
E30-KEY-ONE-ITEM.
    DISPLAY 'ENTER ITEM NUMBER (4 DIGITS, SPACES = DONE):'.
    MOVE SPACE TO WS-ITEM-ENTRY.
    ACCEPT WS-ITEM-ENTRY.
    IF WS-ITEM-ENTRY = SPACE
        MOVE 'NO ' TO WS-MORE-ITEMS
    ELSE
        IF WS-ITEM-ENTRY NOT NUMERIC
            DISPLAY 'ITEM NUMBER MUST BE 4 DIGITS.'
        ELSE
            PERFORM E32-READ-ITEM.
E32-READ-ITEM.
    MOVE WS-ITEM-ENTRY TO SMP-ITEM-KEY.
    READ AUDIT-SAMPLE-FILE
        INVALID KEY
            DISPLAY 'ITEM NOT IN THE SAMPLE.'.
    IF WS-SAMPLE-STATUS = '00'
        DISPLAY 'ITEM ' SMP-ITEM-KEY '  DEPT ' SMP-DEPT
            '  EMP ID ' SMP-EMP-ID '  ' SMP-NAME
        IF SMP-RESULT NOT = SPACE
            DISPLAY 'ALREADY RECORDED: ' SMP-RESULT ' '
                SMP-FIELD-CODES ' BY ' SMP-VERIFIED-BY
                ' ON ' SMP-VERIFIED-DATE.
    IF WS-SAMPLE-STATUS = '00'
        PERFORM E34-ACCEPT-RESULT.
E34-ACCEPT-RESULT.
    DISPLAY 'RESULT? A=AGREES, D=DISAGREES, SPACES=NO CHANGE:'.
    MOVE SPACE TO WS-RESULT-ENTRY.
    ACCEPT WS-RESULT-ENTRY.
    IF WS-RESULT-ENTRY = 'A'
        MOVE 'A' TO SMP-RESULT
        MOVE SPACE TO SMP-FIELD-CODES
        MOVE SPACE TO SMP-NOTE
        PERFORM E38-STAMP-AND-REWRITE
    ELSE
        IF WS-RESULT-ENTRY = 'D'
            PERFORM E35-ACCEPT-DISCREPANCY
        ELSE
            IF WS-RESULT-ENTRY = SPACE
                DISPLAY 'ITEM UNCHANGED.'
            ELSE
                DISPLAY 'RESULT MUST BE A OR D -- ITEM UNCHANGED.'.
E35-ACCEPT-DISCREPANCY.
    DISPLAY 'ENTER CODES OF THE FIELDS THAT DISAGREE'.
    DISPLAY '(N S D L H T R J -- SEE THE WORKSHEET):'.
    MOVE SPACE TO WS-CODE-ENTRY.
    ACCEPT WS-CODE-ENTRY.
    PERFORM E36-CHECK-FIELD-CODES.
    IF WS-CODES-OK NOT = 'Y'
        DISPLAY 'FIELD CODES MUST BE N S D L H T R OR J'
            ' -- ITEM UNCHANGED.'
    ELSE
        DISPLAY 'ENTER NOTE FOR FOLLOW-UP (UP TO 30 CHARACTERS):'
        MOVE SPACE TO WS-NOTE-ENTRY
        ACCEPT WS-NOTE-ENTRY
        MOVE 'D' TO SMP-RESULT
        MOVE WS-CODE-ENTRY TO SMP-FIELD-CODES
        MOVE WS-NOTE-ENTRY TO SMP-NOTE
        PERFORM E38-STAMP-AND-REWRITE.
E36-CHECK-FIELD-CODES.
    MOVE 'Y' TO WS-CODES-OK.
    MOVE ZERO TO WS-CODES-GIVEN.
    MOVE 1 TO WS-CODE-IX.
    PERFORM E37-CHECK-ONE-CODE
        UNTIL WS-CODE-IX > 8.
    IF WS-CODES-GIVEN = 0
        MOVE 'N' TO WS-CODES-OK.
E37-CHECK-ONE-CODE.
    IF CODE-CHAR (WS-CODE-IX) NOT = SPACE
        ADD 1 TO WS-CODES-GIVEN
        MOVE 'N' TO WS-VALID-FOUND
        MOVE 1 TO WS-VALID-IX
        PERFORM E372-SCAN-FIELD-CODE
            UNTIL WS-VALID-IX > 8 OR WS-VALID-FOUND = 'Y'
        IF WS-VALID-FOUND = 'N'
            MOVE 'N' TO WS-CODES-OK.
    ADD 1 TO WS-CODE-IX.
E372-SCAN-FIELD-CODE.
    IF FLD-CODE (WS-VALID-IX) = CODE-CHAR (WS-CODE-IX)
        MOVE 'Y' TO WS-VALID-FOUND
    ELSE
        ADD 1 TO WS-VALID-IX.
E38-STAMP-AND-REWRITE.
    MOVE WS-OPERATOR-ID TO SMP-VERIFIED-BY.
    MOVE WS-RUN-DATE TO SMP-VERIFIED-DATE.
    REWRITE AUDIT-SAMPLE-RECORD
        INVALID KEY
            DISPLAY 'CANNOT REWRITE ITEM ' SMP-ITEM-KEY.
    IF WS-SAMPLE-STATUS = '00'
        ADD 1 TO WS-KEYED-COUNT
        DISPLAY 'RESULT RECORDED.'.
E40-LIST-NOT-VERIFIED.
    PERFORM E46-REOPEN-SAMPLE.
    MOVE ZERO TO WS-NOT-DONE.
    PERFORM E42-LIST-ONE-ITEM
        UNTIL WS-SAMPLE-EOF = 'Y'.
    DISPLAY 'ITEMS NOT YET VERIFIED: ' WS-NOT-DONE.
E42-LIST-ONE-ITEM.
    READ AUDIT-SAMPLE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-SAMPLE-EOF.
    IF WS-SAMPLE-EOF NOT = 'Y'
        IF SMP-RESULT = SPACE
            ADD 1 TO WS-NOT-DONE
            DISPLAY SMP-ITEM-KEY '  ' SMP-DEPT '  ' SMP-EMP-ID
                '  ' SMP-NAME.
E46-REOPEN-SAMPLE.
    CLOSE AUDIT-SAMPLE-FILE.
    OPEN I-O AUDIT-SAMPLE-FILE.
    MOVE 'N' TO WS-SAMPLE-EOF.
E50-SUMMARY-REPORT.
    PERFORM E46-REOPEN-SAMPLE.
    MOVE ZERO TO WS-DEPT-COUNT.
    MOVE ZERO TO WS-DISCREPANCIES.
    MOVE ZERO TO FIELD-CODE-COUNTS.
    MOVE SPACE TO WS-SAMPLE-DATE.
    OPEN OUTPUT RESULTS-PRINT-FILE.
    PERFORM E52-SUMMARIZE-ONE-ITEM
        UNTIL WS-SAMPLE-EOF = 'Y'.
    IF WS-SAMPLE-DATE = SPACE
        PERFORM E54-PRINT-REPORT-HEADING.
    IF WS-DISCREPANCIES = 0
        MOVE '    NONE' TO RESULTS-PRINT-LINE
        WRITE RESULTS-PRINT-LINE
            AFTER ADVANCING 1.
    MOVE 'DISAGREEMENTS BY FIELD:' TO RESULTS-PRINT-LINE.
    WRITE RESULTS-PRINT-LINE
        AFTER ADVANCING 2.
    MOVE 1 TO WS-VALID-IX.
    PERFORM E58-PRINT-FIELD-LINE
        UNTIL WS-VALID-IX > 8.
    WRITE RESULTS-PRINT-LINE FROM SRS-DEPT-HEAD-LINE
        AFTER ADVANCING 2.
    MOVE 1 TO WS-DEPT-IX.
    PERFORM E60-PRINT-DEPT-LINE
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
    PERFORM E62-PRINT-TOTAL-LINE.
    CLOSE RESULTS-PRINT-FILE.
    PERFORM E46-REOPEN-SAMPLE.
    DISPLAY 'DISCREPANCIES: ' WS-DISCREPANCIES
        '  SUMMARY WRITTEN TO SRS2.FIL.'.
E52-SUMMARIZE-ONE-ITEM.
    READ AUDIT-SAMPLE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-SAMPLE-EOF.
    IF WS-SAMPLE-EOF NOT = 'Y'
        IF WS-SAMPLE-DATE = SPACE
            MOVE SMP-SAMPLE-DATE TO WS-SAMPLE-DATE
            PERFORM E54-PRINT-REPORT-HEADING.
    IF WS-SAMPLE-EOF NOT = 'Y'
        PERFORM E56-COUNT-DEPT-RESULT
        IF SMP-RESULT = 'D'
            PERFORM E57-PRINT-DISCREPANCY.
E54-PRINT-REPORT-HEADING.
    MOVE WS-SAMPLE-DATE TO SRS-HDR-SAMPLE.
    MOVE WS-RUN-DATE TO SRS-HDR-RUN.
    WRITE RESULTS-PRINT-LINE FROM SRS-HDR-LINE
        AFTER ADVANCING 1.
    MOVE 'DISCREPANCIES FOR FOLLOW-UP' TO RESULTS-PRINT-LINE.
    WRITE RESULTS-PRINT-LINE
        AFTER ADVANCING 2.
    WRITE RESULTS-PRINT-LINE FROM SRS-DISC-HEAD-LINE
        AFTER ADVANCING 2.
E56-COUNT-DEPT-RESULT.
    MOVE 'N' TO WS-DEPT-FOUND.
    MOVE 1 TO WS-DEPT-IX.
    PERFORM E562-SCAN-DEPT
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT OR WS-DEPT-FOUND = 'Y'.
    IF WS-DEPT-FOUND = 'N'
        IF WS-DEPT-COUNT < 100
            ADD 1 TO WS-DEPT-COUNT
            MOVE WS-DEPT-COUNT TO WS-DEPT-IX
            MOVE SMP-DEPT TO DRS-CODE (WS-DEPT-IX)
            MOVE ZERO TO DRS-SAMPLED (WS-DEPT-IX)
            MOVE ZERO TO DRS-AGREE (WS-DEPT-IX)
            MOVE ZERO TO DRS-DISAGREE (WS-DEPT-IX)
        ELSE
            MOVE 100 TO WS-DEPT-IX.
    ADD 1 TO DRS-SAMPLED (WS-DEPT-IX).
    IF SMP-RESULT = 'A'
        ADD 1 TO DRS-AGREE (WS-DEPT-IX).
    IF SMP-RESULT = 'D'
        ADD 1 TO DRS-DISAGREE (WS-DEPT-IX).
E562-SCAN-DEPT.
    IF DRS-CODE (WS-DEPT-IX) = SMP-DEPT
        MOVE 'Y' TO WS-DEPT-FOUND
    ELSE
        ADD 1 TO WS-DEPT-IX.
E57-PRINT-DISCREPANCY.
    ADD 1 TO WS-DISCREPANCIES.
    MOVE SMP-ITEM-KEY TO SRS-DSC-ITEM.
    MOVE SMP-DEPT TO SRS-DSC-DEPT.
    MOVE SMP-EMP-ID TO SRS-DSC-EMP-ID.
    MOVE SMP-NAME TO SRS-DSC-NAME.
    MOVE SMP-FIELD-CODES TO SRS-DSC-FIELDS.
    MOVE SMP-NOTE TO SRS-DSC-NOTE.
    WRITE RESULTS-PRINT-LINE FROM SRS-DISC-LINE
        AFTER ADVANCING 1.
    MOVE SMP-FIELD-CODES TO WS-CODE-ENTRY.
    MOVE 1 TO WS-CODE-IX.
    PERFORM E572-TALLY-FIELD-CODE
        UNTIL WS-CODE-IX > 8.
E572-TALLY-FIELD-CODE.
    IF CODE-CHAR (WS-CODE-IX) NOT = SPACE
        MOVE 'N' TO WS-VALID-FOUND
        MOVE 1 TO WS-VALID-IX
        PERFORM E372-SCAN-FIELD-CODE
            UNTIL WS-VALID-IX > 8 OR WS-VALID-FOUND = 'Y'
        IF WS-VALID-FOUND = 'Y'
            ADD 1 TO FLD-COUNT (WS-VALID-IX).
    ADD 1 TO WS-CODE-IX.
E58-PRINT-FIELD-LINE.
    MOVE FLD-CODE (WS-VALID-IX) TO SRS-FLD-CODE.
    MOVE FLD-DESC (WS-VALID-IX) TO SRS-FLD-DESC.
    MOVE FLD-COUNT (WS-VALID-IX) TO SRS-FLD-COUNT.
    WRITE RESULTS-PRINT-LINE FROM SRS-FIELD-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-VALID-IX.
E60-PRINT-DEPT-LINE.
    MOVE DRS-CODE (WS-DEPT-IX) TO SRS-DPT-CODE.
    PERFORM E64-FORMAT-RESULT-LINE.
    WRITE RESULTS-PRINT-LINE FROM SRS-DEPT-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-DEPT-IX.
E62-PRINT-TOTAL-LINE.
    MOVE 101 TO WS-DEPT-IX.
    MOVE ZERO TO DRS-SAMPLED (101).
    MOVE ZERO TO DRS-AGREE (101).
    MOVE ZERO TO DRS-DISAGREE (101).
    MOVE 1 TO WS-VALID-IX.
    PERFORM E63-ADD-DEPT-TO-TOTAL
        UNTIL WS-VALID-IX > WS-DEPT-COUNT.
    MOVE 'ALL' TO SRS-DPT-CODE.
    PERFORM E64-FORMAT-RESULT-LINE.
    WRITE RESULTS-PRINT-LINE FROM SRS-DEPT-LINE
        AFTER ADVANCING 2.
E63-ADD-DEPT-TO-TOTAL.
    ADD DRS-SAMPLED (WS-VALID-IX) TO DRS-SAMPLED (101).
    ADD DRS-AGREE (WS-VALID-IX) TO DRS-AGREE (101).
    ADD DRS-DISAGREE (WS-VALID-IX) TO DRS-DISAGREE (101).
    ADD 1 TO WS-VALID-IX.
E64-FORMAT-RESULT-LINE.
    ADD DRS-AGREE (WS-DEPT-IX) DRS-DISAGREE (WS-DEPT-IX)
        GIVING WS-VERIFIED.
    SUBTRACT WS-VERIFIED FROM DRS-SAMPLED (WS-DEPT-IX)
        GIVING WS-NOT-DONE.
    MOVE DRS-SAMPLED (WS-DEPT-IX) TO SRS-DPT-SAMPLED.
    MOVE WS-VERIFIED TO SRS-DPT-VERIFIED.
    MOVE DRS-AGREE (WS-DEPT-IX) TO SRS-DPT-AGREE.
    MOVE DRS-DISAGREE (WS-DEPT-IX) TO SRS-DPT-DISAGREE.
    MOVE WS-NOT-DONE TO SRS-DPT-NOT-DONE.
    IF WS-VERIFIED = 0
        MOVE '  N/A' TO SRS-DPT-RATE
    ELSE
        MULTIPLY DRS-DISAGREE (WS-DEPT-IX) BY 100
            GIVING WS-RATE-WORK
        DIVIDE WS-VERIFIED INTO WS-RATE-WORK
            GIVING WS-ERROR-RATE
        MOVE WS-ERROR-RATE TO SRS-DPT-RATE-9.
