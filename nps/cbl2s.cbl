IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2S.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM READS THE PAY HISTORY FILE        *
*  PHS2.FIL, WRITTEN BY CBL2 FOR EVERY NEW HIRE   *
*  AND EVERY BATCH PAY CHANGE, BY CBL2M FOR EVERY *
*  ONLINE PAY CHANGE, BY CBL2K FOR EVERY PAY      *
*  CHANGE A BATCH BACK-OUT REVERSES AND BY CBL2W  *
*  FOR EVERY GENERAL INCREASE, AND PRINTS         *
*  TO PHR2.FIL EITHER THE FULL PAY HISTORY OF ONE *
*  EMPLOYEE OR EVERY CHANGE IN A REQUESTED PERIOD *
*  BY DEPARTMENT. EACH LINE SHOWS THE OLD AND NEW *
*  PAY TYPE AND RATE, THE PERCENTAGE CHANGE, THE  *
*  SOURCE (BATCH NUMBER OR OPERATOR) AND THE      *
*  REASON CODE. USED FOR SALARY REVIEWS AND TO    *
*  ANSWER WAGE DISPUTES.                          *
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
    SELECT PAY-HISTORY-FILE ASSIGN
    PHS2.FIL
    FILE STATUS WS-PHS-STATUS.
    SELECT HISTORY-PRINT-FILE ASSIGN
    PHR2.FIL.
    SELECT SORT-WORK-FILE ASSIGN
    SRTS.FIL.

DATA DIVISION.

FILE SECTION.

FD  PAY-HISTORY-FILE
      LABEL RECORDS
      OMITTED.
01  PAY-HISTORY-RECORD.
    05  PHS-DATE                          PIC 9(6).
    05  FILLER                            PIC X.
    05  PHS-SSN.
        10  FILLER                        PIC X(5).
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
FD  HISTORY-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  HISTORY-PRINT-LINE                    PIC X(80).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  DEPT-SORTED                       PIC XX.
    05  DATE-CC-SORTED                    PIC XX.
    05  DATE-SORTED                       PIC 9(6).
    05  SEQ-SORTED                        PIC 9(5).
    05  HISTORY-SORTED                    PIC X(80).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-PHS-STATUS             PIC XX.
    05  WS-PHS-EOF                PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
    05  WS-REPORT-MODE            PIC X VALUE SPACE.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.

01  SELECTION-CONTROL.
    05  WS-ENTRY-SSN              PIC X(9) VALUE SPACE.
    05  WS-ENTRY-DEPT             PIC XX VALUE SPACE.
    05  WS-START-DATE             PIC 9(6) VALUE ZERO.
    05  WS-END-DATE               PIC 9(6) VALUE ZERO.
    05  WS-START-KEY              PIC 9(8) VALUE ZERO.
    05  WS-END-KEY                PIC 9(8) VALUE ZERO.
    05  WS-DATE-KEY               PIC 9(8) VALUE ZERO.
    05  WS-DATE-WORK.
        10  WS-DATE-YY            PIC 99.
        10  WS-DATE-MMDD          PIC 9(4).
    05  WS-DATE-CC                PIC 99 VALUE ZERO.
    05  WS-READ-SEQ               PIC 9(5) VALUE ZERO.

01  REPORT-COUNTERS.
    05  WS-LINE-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-DEPT-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-PREV-DEPT              PIC XX VALUE SPACE.
    05  WS-PCT-WORK               PIC S9(5)V9 VALUE ZERO.
    05  WS-RATE-DIFF              PIC S9(5)V99 VALUE ZERO.

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN-9.
        10  FILLER                PIC X(5) VALUE '*****'.
        10  WS-MASK9-LST-4        PIC X(4).

01  PHR-HDR-LINE.
    05  PHR-HDR-TEXT                      PIC X(30).
    05  PHR-HDR-SELECT                    PIC X(40).
    05  FILLER                            PIC X(10) VALUE SPACE.
01  PHR-EMP-SELECT.
    05  FILLER                            PIC X(9) VALUE 'EMPLOYEE '.
    05  PHR-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-EMP-NAME                      PIC X(20).
    05  FILLER                            PIC X(3) VALUE SPACE.
01  PHR-PERIOD-SELECT.
    05  PHR-PRD-START                     PIC 9(6).
    05  FILLER                            PIC X(4) VALUE ' TO '.
    05  PHR-PRD-END                       PIC 9(6).
    05  FILLER                            PIC X(7) VALUE '  DEPT '.
    05  PHR-PRD-DEPT                      PIC XX.
    05  FILLER                            PIC X(15) VALUE SPACE.
01  PHR-COL-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'DATE   SSN       NAME                 DP'.
    05  FILLER                            PIC X(40)
            VALUE ' OLD RATE NEW RATE  PCT   SOURCE      RS'.
01  PHR-LEGEND-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'SOURCE B = BATCH NUMBER, O = OPERATOR. '.
    05  FILLER                            PIC X(40)
            VALUE 'RATE PREFIX H = HOURLY, S = SALARIED.   '.
01  PHR-DETAIL-LINE.
    05  PHR-DET-DATE                      PIC 9(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-SSN                       PIC X(9).
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-DEPT                      PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-OLD-TYPE                  PIC X.
    05  PHR-DET-OLD-RATE                  PIC ZZZ9.99.
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-NEW-TYPE                  PIC X.
    05  PHR-DET-NEW-RATE                  PIC ZZZ9.99.
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-PCT                       PIC -ZZ9.9.
    05  PHR-DET-PCT-X REDEFINES PHR-DET-PCT
                                          PIC X(6).
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-SOURCE                    PIC X.
    05  PHR-DET-SOURCE-ID                 PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DET-REASON                    PIC XX.
01  PHR-DEPT-TOTAL-LINE.
    05  FILLER                            PIC X(26)
            VALUE '    CHANGES FOR DEPARTMENT'.
    05  FILLER                            PIC X VALUE SPACE.
    05  PHR-DTOT-DEPT                     PIC XX.
    05  FILLER                            PIC XX VALUE ': '.
    05  PHR-DTOT-COUNT                    PIC ZZZZ9.
    05  FILLER                            PIC X(44) VALUE SPACE.
01  PHR-TOTAL-LINE.
    05  FILLER                            PIC X(26)
            VALUE 'TOTAL PAY CHANGES LISTED: '.
    05  PHR-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(49) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM ASKS FOR AN EMPLOYEE OR A PERIOD, SELECTS THE *
* MATCHING PAY HISTORY RECORDS AND PRINTS THEM WITH THE      *
* PERCENTAGE CHANGE ON EACH LINE. IT IS ENTERED FROM THE     *
* OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM.        *
*                                                            *
**************************************************************
S10-PAY-HISTORY-REPORT.
    ACCEPT WS-RUN-DATE FROM DATE.
    DISPLAY 'REPORT? E=ONE EMPLOYEE, D=PERIOD BY DEPARTMENT:'.
    ACCEPT WS-REPORT-MODE.
    IF WS-REPORT-MODE NOT = 'E' AND WS-REPORT-MODE NOT = 'D'
        DISPLAY 'ANSWER E OR D.'
        STOP RUN.
    IF WS-REPORT-MODE = 'E'
        DISPLAY 'ENTER SSN (9 DIGITS):'
        ACCEPT WS-ENTRY-SSN
        IF WS-ENTRY-SSN NOT NUMERIC
            DISPLAY 'SSN MUST BE 9 DIGITS.'
            STOP RUN.
    IF WS-REPORT-MODE = 'D'
        PERFORM S12-ACCEPT-PERIOD.
    OPEN INPUT PAY-HISTORY-FILE.
    IF WS-PHS-STATUS NOT = '00'
        DISPLAY 'NO PAY HISTORY FILE ON HAND, STATUS=' WS-PHS-STATUS
        STOP RUN.
    OPEN OUTPUT HISTORY-PRINT-FILE.
    IF WS-REPORT-MODE = 'E'
        PERFORM S20-EMPLOYEE-HISTORY
    ELSE
        PERFORM S30-PERIOD-HISTORY.
    CLOSE PAY-HISTORY-FILE.
    MOVE WS-LINE-COUNT TO PHR-TOT-COUNT.
    WRITE HISTORY-PRINT-LINE FROM PHR-TOTAL-LINE
        AFTER ADVANCING 2.
    CLOSE HISTORY-PRINT-FILE.
    DISPLAY 'PAY HISTORY REPORT WRITTEN TO PHR2.FIL.'.
    STOP RUN.
S12-ACCEPT-PERIOD.
    DISPLAY 'ENTER PERIOD START DATE (YYMMDD):'.
    ACCEPT WS-START-DATE.
    DISPLAY 'ENTER PERIOD END DATE (YYMMDD):'.
    ACCEPT WS-END-DATE.
    IF WS-START-DATE NOT NUMERIC OR WS-END-DATE NOT NUMERIC
        DISPLAY 'INVALID PERIOD -- USE YYMMDD.'
        STOP RUN.
    MOVE WS-START-DATE TO WS-DATE-WORK.
    PERFORM S14-WINDOW-DATE.
    MOVE WS-DATE-KEY TO WS-START-KEY.
    MOVE WS-END-DATE TO WS-DATE-WORK.
    PERFORM S14-WINDOW-DATE.
    MOVE WS-DATE-KEY TO WS-END-KEY.
    IF WS-START-KEY > WS-END-KEY
        DISPLAY 'INVALID PERIOD -- START IS AFTER END.'
        STOP RUN.
    DISPLAY 'ENTER DEPARTMENT CODE (SPACES = ALL):'.
    MOVE SPACE TO WS-ENTRY-DEPT.
    ACCEPT WS-ENTRY-DEPT.
S14-WINDOW-DATE.
    IF WS-DATE-YY > 40
        MOVE 19 TO WS-DATE-CC
    ELSE
        MOVE 20 TO WS-DATE-CC.
    COMPUTE WS-DATE-KEY = WS-DATE-CC * 1000000
        + WS-DATE-YY * 10000 + WS-DATE-MMDD.
S20-EMPLOYEE-HISTORY.
    MOVE 'PAY HISTORY                   ' TO PHR-HDR-TEXT.
    MOVE SPACE TO PHR-EMP-ID.
    MOVE SPACE TO PHR-EMP-NAME.
    MOVE ZERO TO WS-LINE-COUNT.
    PERFORM S22-SCAN-FOR-EMPLOYEE
        UNTIL WS-PHS-EOF = 'Y'.
    IF WS-LINE-COUNT = ZERO
        MOVE 'NO PAY HISTORY FOR THAT SSN' TO PHR-HDR-SELECT
        WRITE HISTORY-PRINT-LINE FROM PHR-HDR-LINE
            AFTER ADVANCING 1.
S22-SCAN-FOR-EMPLOYEE.
    READ PAY-HISTORY-FILE
        END
            MOVE 'Y' TO WS-PHS-EOF.
    IF WS-PHS-EOF NOT = 'Y'
        IF PHS-SSN = WS-ENTRY-SSN
            IF WS-LINE-COUNT = ZERO
                MOVE PHS-EMP-ID TO PHR-EMP-ID
                MOVE PHS-NAME TO PHR-EMP-NAME
                MOVE PHR-EMP-SELECT TO PHR-HDR-SELECT
                PERFORM S40-PRINT-HEADINGS
                PERFORM S50-PRINT-DETAIL
            ELSE
                PERFORM S50-PRINT-DETAIL.
S30-PERIOD-HISTORY.
    MOVE 'PAY CHANGES BY DEPARTMENT     ' TO PHR-HDR-TEXT.
    MOVE WS-START-DATE TO PHR-PRD-START.
    MOVE WS-END-DATE TO PHR-PRD-END.
    IF WS-ENTRY-DEPT = SPACE
        MOVE 'AL' TO PHR-PRD-DEPT
    ELSE
        MOVE WS-ENTRY-DEPT TO PHR-PRD-DEPT.
    MOVE PHR-PERIOD-SELECT TO PHR-HDR-SELECT.
    PERFORM S40-PRINT-HEADINGS.
    MOVE ZERO TO WS-LINE-COUNT.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY DEPT-SORTED
        ON ASCENDING KEY DATE-CC-SORTED
        ON ASCENDING KEY DATE-SORTED
        ON ASCENDING KEY SEQ-SORTED
        INPUT PROCEDURE S32-RELEASE-HISTORY
        OUTPUT PROCEDURE S34-PRINT-SORTED.
S32-RELEASE-HISTORY.
    MOVE ZERO TO WS-READ-SEQ.
    PERFORM S33-RELEASE-ONE-RECORD
        UNTIL WS-PHS-EOF = 'Y'.
S33-RELEASE-ONE-RECORD.
    READ PAY-HISTORY-FILE
        END
            MOVE 'Y' TO WS-PHS-EOF.
    IF WS-PHS-EOF NOT = 'Y'
        ADD 1 TO WS-READ-SEQ
        MOVE PHS-DATE TO WS-DATE-WORK
        PERFORM S14-WINDOW-DATE
        IF WS-DATE-KEY NOT < WS-START-KEY
                AND WS-DATE-KEY NOT > WS-END-KEY
            IF WS-ENTRY-DEPT = SPACE OR PHS-DEPT = WS-ENTRY-DEPT
                MOVE PHS-DEPT TO DEPT-SORTED
                MOVE WS-DATE-CC TO DATE-CC-SORTED
                MOVE PHS-DATE TO DATE-SORTED
                MOVE WS-READ-SEQ TO SEQ-SORTED
                MOVE PAY-HISTORY-RECORD TO HISTORY-SORTED
                RELEASE SORT-WORK-RECORD.
S34-PRINT-SORTED.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE SPACE TO WS-PREV-DEPT.
    MOVE ZERO TO WS-DEPT-COUNT.
    PERFORM S35-PRINT-SORTED-RECORD
        UNTIL WS-SORT-EOF = 'Y'.
    IF WS-DEPT-COUNT > 0
        PERFORM S36-PRINT-DEPT-TOTAL.
S35-PRINT-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF WS-DEPT-COUNT > 0 AND DEPT-SORTED NOT = WS-PREV-DEPT
            PERFORM S36-PRINT-DEPT-TOTAL.
    IF WS-SORT-EOF NOT = 'Y'
        MOVE DEPT-SORTED TO WS-PREV-DEPT
        MOVE HISTORY-SORTED TO PAY-HISTORY-RECORD
        PERFORM S50-PRINT-DETAIL
        ADD 1 TO WS-DEPT-COUNT.
S36-PRINT-DEPT-TOTAL.
    MOVE WS-PREV-DEPT TO PHR-DTOT-DEPT.
    MOVE WS-DEPT-COUNT TO PHR-DTOT-COUNT.
    WRITE HISTORY-PRINT-LINE FROM PHR-DEPT-TOTAL-LINE
        AFTER ADVANCING 1.
    MOVE SPACE TO HISTORY-PRINT-LINE.
    WRITE HISTORY-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE ZERO TO WS-DEPT-COUNT.
S40-PRINT-HEADINGS.
    WRITE HISTORY-PRINT-LINE FROM PHR-HDR-LINE
        AFTER ADVANCING 1.
    WRITE HISTORY-PRINT-LINE FROM PHR-LEGEND-LINE
        AFTER ADVANCING 1.
    WRITE HISTORY-PRINT-LINE FROM PHR-COL-LINE
        AFTER ADVANCING 2.
S50-PRINT-DETAIL.
    ADD 1 TO WS-LINE-COUNT.
    MOVE PHS-DATE TO PHR-DET-DATE.
    MOVE PHS-SSN-LST-4 TO WS-MASK9-LST-4.
    MOVE WS-MASKED-SSN-9 TO PHR-DET-SSN.
    MOVE PHS-NAME TO PHR-DET-NAME.
    MOVE PHS-DEPT TO PHR-DET-DEPT.
    MOVE PHS-OLD-PAY-TYPE TO PHR-DET-OLD-TYPE.
    MOVE PHS-OLD-RATE TO PHR-DET-OLD-RATE.
    MOVE PHS-NEW-PAY-TYPE TO PHR-DET-NEW-TYPE.
    MOVE PHS-NEW-RATE TO PHR-DET-NEW-RATE.
    PERFORM S52-SET-PERCENT.
    MOVE PHS-SOURCE TO PHR-DET-SOURCE.
    MOVE PHS-SOURCE-ID TO PHR-DET-SOURCE-ID.
    MOVE PHS-REASON TO PHR-DET-REASON.
    WRITE HISTORY-PRINT-LINE FROM PHR-DETAIL-LINE
        AFTER ADVANCING 1.
S52-SET-PERCENT.
    MOVE SPACE TO PHR-DET-PCT-X.
    IF PHS-OLD-RATE > ZERO
        IF PHS-OLD-PAY-TYPE = PHS-NEW-PAY-TYPE
                OR PHS-OLD-PAY-TYPE = SPACE
            COMPUTE WS-RATE-DIFF = PHS-NEW-RATE - PHS-OLD-RATE
            COMPUTE WS-PCT-WORK = WS-RATE-DIFF * 100 / PHS-OLD-RATE
            IF WS-PCT-WORK > 999.9
                MOVE 999.9 TO WS-PCT-WORK.
    IF PHS-OLD-RATE > ZERO
        IF PHS-OLD-PAY-TYPE = PHS-NEW-PAY-TYPE
                OR PHS-OLD-PAY-TYPE = SPACE
            MOVE WS-PCT-WORK TO PHR-DET-PCT.
