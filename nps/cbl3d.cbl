IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3D.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM DRAWS THE QUARTERLY AUDIT SAMPLE  *
*  OF THE EMPLOYEE MASTER PRL2.FIL. THE OPERATOR  *
*  GIVES THE SAMPLE SIZE, THE METHOD (R = RANDOM, *
*  N = EVERY NTH WITH A RANDOM START) AND A SEED, *
*  OR SPACES TO TAKE THE SEED FROM THE CLOCK. THE *
*  SAMPLE IS STRATIFIED BY DEPARTMENT: EACH       *
*  DEPARTMENT GETS ITS SHARE OF THE SAMPLE IN     *
*  PROPORTION TO ITS HEADCOUNT, AND AT LEAST ONE  *
*  ITEM. THE SAMPLED EMPLOYEES ARE WRITTEN TO THE *
*  SAMPLE FILE SMP2.FIL, NUMBERED IN DEPARTMENT   *
*  AND NAME ORDER, AND THE VERIFICATION WORKSHEET *
*  FOR HR IS PRINTED TO AWS2.FIL. THE SEED IS     *
*  PRINTED ON THE WORKSHEET SO THE SAME SAMPLE    *
*  CAN BE DRAWN AGAIN. RESULTS ARE KEYED BACK     *
*  WITH CBL3E.                                    *
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
    SELECT AUDIT-SAMPLE-FILE ASSIGN
    SMP2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY SMP-ITEM-KEY
    FILE STATUS WS-SAMPLE-STATUS.
    SELECT WORKSHEET-PRINT-FILE ASSIGN
    AWS2.FIL.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3D.FIL.

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
    05  FILLER                            PIC X(36).
FD  AUDIT-SAMPLE-FILE
      LABEL RECORDS
      OMITTED.
01  AUDIT-SAMPLE-RECORD.
    05  SMP-ITEM-KEY                      PIC X(4).
    05  SMP-SAMPLE-DATE                   PIC X(6).
    05  SMP-METHOD                        PIC X.
    05  SMP-DEPT                          PIC XX.
    05  SMP-IMAGE                         PIC X(110).
    05  SMP-RESULT                        PIC X.
    05  SMP-FIELD-CODES                   PIC X(8).
    05  SMP-NOTE                          PIC X(30).
    05  SMP-VERIFIED-BY                   PIC X(10).
    05  SMP-VERIFIED-DATE                 PIC X(6).
    05  FILLER                            PIC X(22).
FD  WORKSHEET-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  WORKSHEET-PRINT-LINE                  PIC X(80).
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  DEPT-SORTED                       PIC XX.
    05  NAME-SORTED                       PIC X(20).
    05  IMAGE-SORTED                      PIC X(110).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-SAMPLE-STATUS          PIC XX.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-SAMPLE-EOF             PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
    05  WS-TAKE-SW                PIC X VALUE 'N'.
    05  WS-CONFIRM                PIC X VALUE SPACE.

01  SAMPLE-CONTROL.
    05  WS-RUN-DATE               PIC X(6).
    05  WS-SIZE-ENTRY             PIC X(4).
    05  WS-SIZE-ENTRY-9 REDEFINES WS-SIZE-ENTRY
                                  PIC 9(4).
    05  WS-SAMPLE-SIZE            PIC 9(4) VALUE ZERO.
    05  WS-PLANNED                PIC 9(4) VALUE ZERO.
    05  WS-METHOD                 PIC X VALUE SPACE.
    05  WS-METHOD-TEXT            PIC X(13) VALUE SPACE.
    05  WS-SEED-ENTRY             PIC X(5).
    05  WS-SEED-ENTRY-9 REDEFINES WS-SEED-ENTRY
                                  PIC 9(5).
    05  WS-TIME                   PIC 9(8) VALUE ZERO.
    05  WS-START-SEED             PIC 9(5) VALUE ZERO.
    05  WS-TOTAL-COUNT            PIC 9(5) VALUE ZERO.
    05  WS-TOTAL-HALF             PIC 9(5) VALUE ZERO.
    05  WS-QUOTA-WORK             PIC 9(9) VALUE ZERO.
    05  WS-ITEM                   PIC 9(4) VALUE ZERO.
    05  WS-ITEM-X REDEFINES WS-ITEM
                                  PIC X(4).
    05  WS-OLD-DATE               PIC X(6) VALUE SPACE.
    05  WS-OLD-ITEMS              PIC 9(4) VALUE ZERO.
    05  WS-OLD-OPEN               PIC 9(4) VALUE ZERO.

01  RANDOM-CONTROL.
    05  WS-SEED                   PIC 9(5) VALUE ZERO.
    05  WS-RAND-WORK              PIC 9(10) VALUE ZERO.
    05  WS-RAND-Q                 PIC 9(5) VALUE ZERO.
    05  WS-RAND-RANGE             PIC 9(5) VALUE ZERO.
    05  WS-RAND-RESULT            PIC 9(5) VALUE ZERO.
    05  WS-REMAINING              PIC 9(5) VALUE ZERO.
    05  WS-NEEDED                 PIC 9(4) VALUE ZERO.

01  DEPT-STRATA-CONTROL.
    05  WS-DEPT-COUNT             PIC 999 VALUE ZERO.
    05  WS-DEPT-IX                PIC 999 VALUE ZERO.
    05  WS-DEPT-FOUND             PIC X VALUE 'N'.
01  DEPT-STRATA-TABLE.
    05  DPT-ENTRY OCCURS 100.
        10  DPT-CODE              PIC XX.
        10  DPT-COUNT             PIC 9(5).
        10  DPT-QUOTA             PIC 9(4).
        10  DPT-SEEN              PIC 9(5).
        10  DPT-TAKEN             PIC 9(4).
        10  DPT-INTERVAL          PIC 9(5).
        10  DPT-NEXT              PIC 9(5).

01  SAMPLED-IMAGE.
    05  FILLER                    PIC X(4).
    05  SLI-EMP-ID                PIC X(7).
    05  FILLER                    PIC X(10).
    05  SLI-NAME                  PIC X(20).
    05  FILLER                    PIC X(10).
    05  SLI-SSN                   PIC X(11).
    05  SLI-LEAVE-RETURN          PIC X(6).
    05  FILLER                    PIC X(4).
    05  SLI-DEPT                  PIC XX.
    05  SLI-HIRE-DATE             PIC X(6).
    05  SLI-PAY-TYPE              PIC X.
    05  SLI-PAY-RATE              PIC 9(4)V99.
    05  SLI-JOB-TITLE             PIC X(10).
    05  SLI-LOC                   PIC XX.
    05  SLI-HIRE-CC               PIC XX.
    05  SLI-EMP-STATUS            PIC X.
    05  SLI-LEAVE-START           PIC X(6).
    05  SLI-LEAVE-REASON          PIC XX.

01  HIRE-DATE-CONTROL.
    05  WS-HP-CC                  PIC 99 VALUE ZERO.
    05  WS-HP-YYMMDD              PIC 9(6) VALUE ZERO.
    05  WS-HP-YYMMDD-PARTS REDEFINES WS-HP-YYMMDD.
        10  WS-HP-YY              PIC 99.
        10  FILLER                PIC 9(4).
    05  WS-HIRE-CCYYMMDD          PIC 9(8) VALUE ZERO.
    05  WS-HIRE-X REDEFINES WS-HIRE-CCYYMMDD
                                  PIC X(8).

01  AWS-HDR-LINE-1.
    05  FILLER                            PIC X(40)
        VALUE 'MASTER FILE VERIFICATION WORKSHEET      '.
    05  FILLER                            PIC X(13)
        VALUE 'SAMPLE DATE  '.
    05  AWS-HDR-DATE                      PIC X(6).
    05  FILLER                            PIC X(21) VALUE SPACE.
01  AWS-HDR-LINE-2.
    05  FILLER                            PIC X(7) VALUE 'METHOD '.
    05  AWS-HDR-METHOD                    PIC X(13).
    05  FILLER                            PIC X(7) VALUE '  SEED '.
    05  AWS-HDR-SEED                      PIC 9(5).
    05  FILLER                            PIC X(8) VALUE '  ITEMS '.
    05  AWS-HDR-ITEMS                     PIC ZZZ9.
    05  FILLER                            PIC X(4) VALUE ' OF '.
    05  AWS-HDR-TOTAL                     PIC ZZZZ9.
    05  FILLER                            PIC X(10) VALUE ' EMPLOYEES'.
    05  FILLER                            PIC X(17) VALUE SPACE.
01  AWS-HDR-LINE-3.
    05  FILLER                            PIC X(40)
        VALUE 'CONFIDENTIAL -- CHECK EACH ITEM AGAINST '.
    05  FILLER                            PIC X(40)
        VALUE 'THE PERSONNEL FILE.                     '.
01  AWS-HDR-LINE-4.
    05  FILLER                            PIC X(40)
        VALUE 'FIELD CODES: N NAME  S SSN  D DEPT  L LO'.
    05  FILLER                            PIC X(40)
        VALUE 'C  H HIRED  T TYPE  R RATE  J TITLE     '.
01  AWS-ITEM-LINE-1.
    05  FILLER                            PIC X(5) VALUE 'ITEM '.
    05  AWS-ITEM                          PIC X(4).
    05  FILLER                            PIC X(9) VALUE '  EMP ID '.
    05  AWS-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X(7) VALUE '  NAME '.
    05  AWS-NAME                          PIC X(20).
    05  FILLER                            PIC X(6) VALUE '  SSN '.
    05  AWS-SSN                           PIC X(11).
    05  FILLER                            PIC XX VALUE SPACE.
    05  AWS-STATUS                        PIC X(6).
    05  FILLER                            PIC X(3) VALUE SPACE.
01  AWS-ITEM-LINE-2.
    05  FILLER                            PIC X(10)
        VALUE '     DEPT '.
    05  AWS-DEPT                          PIC XX.
    05  FILLER                            PIC X(6) VALUE '  LOC '.
    05  AWS-LOC                           PIC XX.
    05  FILLER                            PIC X(8) VALUE '  HIRED '.
    05  AWS-HIRED                         PIC X(8).
    05  FILLER                            PIC X(7) VALUE '  TYPE '.
    05  AWS-PAY-TYPE                      PIC X.
    05  FILLER                            PIC X(7) VALUE '  RATE '.
    05  AWS-RATE                          PIC ZZZ9.99.
    05  FILLER                            PIC X(8) VALUE '  TITLE '.
    05  AWS-TITLE                         PIC X(10).
    05  FILLER                            PIC X(4) VALUE SPACE.
01  AWS-ITEM-LINE-3.
    05  FILLER                            PIC X(40)
        VALUE '     AGREE [ ]   DISAGREE [ ]   FIELDS _'.
    05  FILLER                            PIC X(40)
        VALUE '_______   CHECKED BY __________         '.
01  AWS-DEPT-HEAD-LINE.
    05  FILLER                            PIC X(40)
        VALUE 'DEPT  EMPLOYEES  SAMPLED                '.
    05  FILLER                            PIC X(40) VALUE SPACE.
01  AWS-DEPT-LINE.
    05  AWS-DPT-CODE                      PIC XX.
    05  FILLER                            PIC X(6) VALUE SPACE.
    05  AWS-DPT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  AWS-DPT-TAKEN                     PIC ZZZ9.
    05  FILLER                            PIC X(59) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM COUNTS THE EMPLOYEES IN EACH DEPARTMENT, SETS *
* EACH DEPARTMENT'S SHARE OF THE SAMPLE, DRAWS THE SAMPLE    *
* AND PRINTS THE WORKSHEET. IT IS ENTERED FROM THE OPERATING *
* SYSTEM AND EXITS TO THE OPERATING SYSTEM.                  *
*                                                            *
**************************************************************
D10-AUDIT-SAMPLE.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM D12-CHECK-CURRENT-SAMPLE.
    PERFORM D14-ACCEPT-SAMPLE-REQUEST.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    PERFORM D20-COUNT-DEPARTMENTS.
    CLOSE EMP-REPORT-FILE.
    IF WS-TOTAL-COUNT = 0
        DISPLAY 'EMPLOYEE MASTER IS EMPTY -- NO SAMPLE DRAWN.'
        STOP RUN.
    IF WS-SAMPLE-SIZE > WS-TOTAL-COUNT
        MOVE WS-TOTAL-COUNT TO WS-SAMPLE-SIZE.
    PERFORM D30-SET-QUOTAS.
    IF WS-PLANNED NOT = WS-SAMPLE-SIZE
        DISPLAY 'SAMPLE ADJUSTED TO ' WS-PLANNED
            ' BY THE DEPARTMENT SHARES.'.
    OPEN INPUT EMP-REPORT-FILE.
    OPEN OUTPUT AUDIT-SAMPLE-FILE.
    IF WS-SAMPLE-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN SMP2.FIL, STATUS=' WS-SAMPLE-STATUS
        STOP RUN.
    OPEN OUTPUT WORKSHEET-PRINT-FILE.
    PERFORM D40-PRINT-HEADINGS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY DEPT-SORTED
        ON ASCENDING KEY NAME-SORTED
        INPUT PROCEDURE D50-DRAW-SAMPLE
        OUTPUT PROCEDURE D60-WRITE-SAMPLE.
    PERFORM D66-PRINT-DEPT-SUMMARY.
    CLOSE EMP-REPORT-FILE.
    CLOSE AUDIT-SAMPLE-FILE.
    CLOSE WORKSHEET-PRINT-FILE.
    DISPLAY 'SAMPLE OF ' WS-ITEM ' ITEMS WRITTEN TO SMP2.FIL, SEED '
        WS-START-SEED '.'.
    DISPLAY 'VERIFICATION WORKSHEET WRITTEN TO AWS2.FIL.'.
    STOP RUN.
D12-CHECK-CURRENT-SAMPLE.
    MOVE 'N' TO WS-SAMPLE-EOF.
    OPEN INPUT AUDIT-SAMPLE-FILE.
    IF WS-SAMPLE-STATUS = '00'
        PERFORM D13-READ-OLD-SAMPLE
            UNTIL WS-SAMPLE-EOF = 'Y'
        CLOSE AUDIT-SAMPLE-FILE.
    IF WS-OLD-ITEMS > 0
        DISPLAY 'SAMPLE OF ' WS-OLD-DATE ' ON FILE: ' WS-OLD-ITEMS
            ' ITEMS, ' WS-OLD-OPEN ' NOT YET VERIFIED.'
        DISPLAY 'REPLACE IT WITH A NEW SAMPLE (Y/N)?'
        MOVE SPACE TO WS-CONFIRM
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM NOT = 'Y'
            DISPLAY 'CURRENT SAMPLE KEPT -- NO SAMPLE DRAWN.'
            STOP RUN.
D13-READ-OLD-SAMPLE.
    READ AUDIT-SAMPLE-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-SAMPLE-EOF.
    IF WS-SAMPLE-EOF NOT = 'Y'
        ADD 1 TO WS-OLD-ITEMS
        MOVE SMP-SAMPLE-DATE TO WS-OLD-DATE
        IF SMP-RESULT = SPACE
            ADD 1 TO WS-OLD-OPEN.
D14-ACCEPT-SAMPLE-REQUEST.
    DISPLAY 'ENTER SAMPLE SIZE (4 DIGITS):'.
    MOVE SPACE TO WS-SIZE-ENTRY.
    ACCEPT WS-SIZE-ENTRY.
    IF WS-SIZE-ENTRY NOT NUMERIC
        DISPLAY 'SAMPLE SIZE MUST BE 4 DIGITS -- NO SAMPLE DRAWN.'
        STOP RUN.
    MOVE WS-SIZE-ENTRY-9 TO WS-SAMPLE-SIZE.
    IF WS-SAMPLE-SIZE = 0
        DISPLAY 'SAMPLE SIZE IS ZERO -- NO SAMPLE DRAWN.'
        STOP RUN.
    DISPLAY 'ENTER METHOD (R=RANDOM, N=EVERY NTH):'.
    MOVE SPACE TO WS-METHOD.
    ACCEPT WS-METHOD.
    IF WS-METHOD = 'R'
        MOVE 'RANDOM' TO WS-METHOD-TEXT
    ELSE
        IF WS-METHOD = 'N'
            MOVE 'EVERY NTH' TO WS-METHOD-TEXT
        ELSE
            DISPLAY 'METHOD MUST BE R OR N -- NO SAMPLE DRAWN.'
            STOP RUN.
    DISPLAY 'ENTER SEED (5 DIGITS, SPACES = FROM THE CLOCK):'.
    MOVE SPACE TO WS-SEED-ENTRY.
    ACCEPT WS-SEED-ENTRY.
    IF WS-SEED-ENTRY = SPACE
        ACCEPT WS-TIME FROM TIME
        DIVIDE 65536 INTO WS-TIME
            GIVING WS-RAND-WORK REMAINDER WS-SEED
    ELSE
        IF WS-SEED-ENTRY NOT NUMERIC
            DISPLAY 'SEED MUST BE 5 DIGITS -- NO SAMPLE DRAWN.'
            STOP RUN
        ELSE
            DIVIDE 65536 INTO WS-SEED-ENTRY-9
                GIVING WS-RAND-WORK REMAINDER WS-SEED.
    MOVE WS-SEED TO WS-START-SEED.
D20-COUNT-DEPARTMENTS.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM D22-COUNT-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
D22-COUNT-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        PERFORM D24-FIND-DEPT
        IF WS-DEPT-FOUND = 'N'
            PERFORM D26-ADD-DEPT.
    IF WS-MASTER-EOF NOT = 'Y' AND WS-DEPT-FOUND = 'Y'
        ADD 1 TO DPT-COUNT (WS-DEPT-IX)
        ADD 1 TO WS-TOTAL-COUNT.
D24-FIND-DEPT.
    MOVE 'N' TO WS-DEPT-FOUND.
    MOVE 1 TO WS-DEPT-IX.
    PERFORM D25-SCAN-DEPT
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT OR WS-DEPT-FOUND = 'Y'.
D25-SCAN-DEPT.
    IF DPT-CODE (WS-DEPT-IX) = DEPT-NUM-REPORT
        MOVE 'Y' TO WS-DEPT-FOUND
    ELSE
        ADD 1 TO WS-DEPT-IX.
D26-ADD-DEPT.
    IF WS-DEPT-COUNT < 100
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-DEPT-COUNT TO WS-DEPT-IX
        MOVE DEPT-NUM-REPORT TO DPT-CODE (WS-DEPT-IX)
        MOVE ZERO TO DPT-COUNT (WS-DEPT-IX)
        MOVE ZERO TO DPT-QUOTA (WS-DEPT-IX)
        MOVE ZERO TO DPT-SEEN (WS-DEPT-IX)
        MOVE ZERO TO DPT-TAKEN (WS-DEPT-IX)
        MOVE ZERO TO DPT-INTERVAL (WS-DEPT-IX)
        MOVE ZERO TO DPT-NEXT (WS-DEPT-IX)
        MOVE 'Y' TO WS-DEPT-FOUND
    ELSE
        DISPLAY 'MORE THAN 100 DEPARTMENTS -- DEPT '
            DEPT-NUM-REPORT ' LEFT OUT OF THE SAMPLE.'.
D30-SET-QUOTAS.
    DIVIDE 2 INTO WS-TOTAL-COUNT GIVING WS-TOTAL-HALF.
    MOVE ZERO TO WS-PLANNED.
    MOVE 1 TO WS-DEPT-IX.
    PERFORM D32-SET-DEPT-QUOTA
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
D32-SET-DEPT-QUOTA.
    MULTIPLY WS-SAMPLE-SIZE BY DPT-COUNT (WS-DEPT-IX)
        GIVING WS-QUOTA-WORK.
    ADD WS-TOTAL-HALF TO WS-QUOTA-WORK.
    DIVIDE WS-TOTAL-COUNT INTO WS-QUOTA-WORK
        GIVING DPT-QUOTA (WS-DEPT-IX).
    IF DPT-QUOTA (WS-DEPT-IX) = 0
        MOVE 1 TO DPT-QUOTA (WS-DEPT-IX).
    IF DPT-QUOTA (WS-DEPT-IX) > DPT-COUNT (WS-DEPT-IX)
        MOVE DPT-COUNT (WS-DEPT-IX) TO DPT-QUOTA (WS-DEPT-IX).
    DIVIDE DPT-QUOTA (WS-DEPT-IX) INTO DPT-COUNT (WS-DEPT-IX)
        GIVING DPT-INTERVAL (WS-DEPT-IX).
    MOVE DPT-INTERVAL (WS-DEPT-IX) TO WS-RAND-RANGE.
    PERFORM D70-NEXT-RANDOM.
    ADD 1 TO WS-RAND-RESULT GIVING DPT-NEXT (WS-DEPT-IX).
    ADD DPT-QUOTA (WS-DEPT-IX) TO WS-PLANNED.
    ADD 1 TO WS-DEPT-IX.
D40-PRINT-HEADINGS.
    MOVE WS-RUN-DATE TO AWS-HDR-DATE.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-HDR-LINE-1
        AFTER ADVANCING 1.
    MOVE WS-METHOD-TEXT TO AWS-HDR-METHOD.
    MOVE WS-START-SEED TO AWS-HDR-SEED.
    MOVE WS-PLANNED TO AWS-HDR-ITEMS.
    MOVE WS-TOTAL-COUNT TO AWS-HDR-TOTAL.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-HDR-LINE-2
        AFTER ADVANCING 1.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-HDR-LINE-3
        AFTER ADVANCING 2.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-HDR-LINE-4
        AFTER ADVANCING 1.
    MOVE SPACE TO WORKSHEET-PRINT-LINE.
    WRITE WORKSHEET-PRINT-LINE
        AFTER ADVANCING 1.
D50-DRAW-SAMPLE.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM D52-DRAW-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
D52-DRAW-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        PERFORM D24-FIND-DEPT
        IF WS-DEPT-FOUND = 'Y'
            PERFORM D54-DECIDE-ON-RECORD.
D54-DECIDE-ON-RECORD.
    MOVE 'N' TO WS-TAKE-SW.
    ADD 1 TO DPT-SEEN (WS-DEPT-IX).
    IF DPT-TAKEN (WS-DEPT-IX) < DPT-QUOTA (WS-DEPT-IX)
        IF WS-METHOD = 'N'
            PERFORM D56-CHECK-NTH
        ELSE
            PERFORM D58-CHECK-RANDOM.
    IF WS-TAKE-SW = 'Y'
        ADD 1 TO DPT-TAKEN (WS-DEPT-IX)
        MOVE DEPT-NUM-REPORT TO DEPT-SORTED
        MOVE NAME-REPORT TO NAME-SORTED
        MOVE EMP-REPORT-LINE TO IMAGE-SORTED
        RELEASE SORT-WORK-RECORD.
D56-CHECK-NTH.
    IF DPT-SEEN (WS-DEPT-IX) = DPT-NEXT (WS-DEPT-IX)
        MOVE 'Y' TO WS-TAKE-SW
        ADD DPT-INTERVAL (WS-DEPT-IX) TO DPT-NEXT (WS-DEPT-IX).
D58-CHECK-RANDOM.
    IF DPT-SEEN (WS-DEPT-IX) > DPT-COUNT (WS-DEPT-IX)
        MOVE 1 TO WS-REMAINING
    ELSE
        SUBTRACT DPT-SEEN (WS-DEPT-IX) FROM DPT-COUNT (WS-DEPT-IX)
            GIVING WS-REMAINING
        ADD 1 TO WS-REMAINING.
    SUBTRACT DPT-TAKEN (WS-DEPT-IX) FROM DPT-QUOTA (WS-DEPT-IX)
        GIVING WS-NEEDED.
    MOVE WS-REMAINING TO WS-RAND-RANGE.
    PERFORM D70-NEXT-RANDOM.
    IF WS-RAND-RESULT < WS-NEEDED
        MOVE 'Y' TO WS-TAKE-SW.
D60-WRITE-SAMPLE.
    MOVE ZERO TO WS-ITEM.
    MOVE 'N' TO WS-SORT-EOF.
    PERFORM D62-WRITE-SAMPLE-ITEM
        UNTIL WS-SORT-EOF = 'Y'.
D62-WRITE-SAMPLE-ITEM.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        ADD 1 TO WS-ITEM
        MOVE IMAGE-SORTED TO SAMPLED-IMAGE
        MOVE SPACE TO AUDIT-SAMPLE-RECORD
        MOVE WS-ITEM-X TO SMP-ITEM-KEY
        MOVE WS-RUN-DATE TO SMP-SAMPLE-DATE
        MOVE WS-METHOD TO SMP-METHOD
        MOVE DEPT-SORTED TO SMP-DEPT
        MOVE IMAGE-SORTED TO SMP-IMAGE
        WRITE AUDIT-SAMPLE-RECORD
            INVALID KEY
                DISPLAY 'CANNOT WRITE SAMPLE ITEM ' WS-ITEM-X.
    IF WS-SORT-EOF NOT = 'Y'
        PERFORM D64-PRINT-WORKSHEET-ITEM.
D64-PRINT-WORKSHEET-ITEM.
    MOVE WS-ITEM-X TO AWS-ITEM.
    MOVE SLI-EMP-ID TO AWS-EMP-ID.
    MOVE SLI-NAME TO AWS-NAME.
    MOVE SLI-SSN TO AWS-SSN.
    IF SLI-EMP-STATUS = 'L'
        MOVE 'LEAVE' TO AWS-STATUS
    ELSE
        MOVE 'ACTIVE' TO AWS-STATUS.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-ITEM-LINE-1
        AFTER ADVANCING 2.
    MOVE SLI-DEPT TO AWS-DEPT.
    MOVE SLI-LOC TO AWS-LOC.
    PERFORM D68-RESOLVE-HIRE-DATE.
    MOVE SLI-PAY-TYPE TO AWS-PAY-TYPE.
    MOVE SLI-PAY-RATE TO AWS-RATE.
    MOVE SLI-JOB-TITLE TO AWS-TITLE.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-ITEM-LINE-2
        AFTER ADVANCING 1.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-ITEM-LINE-3
        AFTER ADVANCING 1.
D66-PRINT-DEPT-SUMMARY.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-DEPT-HEAD-LINE
        AFTER ADVANCING 3.
    MOVE 1 TO WS-DEPT-IX.
    PERFORM D67-PRINT-DEPT-LINE
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
D67-PRINT-DEPT-LINE.
    MOVE DPT-CODE (WS-DEPT-IX) TO AWS-DPT-CODE.
    MOVE DPT-COUNT (WS-DEPT-IX) TO AWS-DPT-COUNT.
    MOVE DPT-TAKEN (WS-DEPT-IX) TO AWS-DPT-TAKEN.
    WRITE WORKSHEET-PRINT-LINE FROM AWS-DEPT-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-DEPT-IX.
D68-RESOLVE-HIRE-DATE.
    IF SLI-HIRE-DATE NUMERIC
        MOVE SLI-HIRE-DATE TO WS-HP-YYMMDD
        IF SLI-HIRE-CC NUMERIC
            MOVE SLI-HIRE-CC TO WS-HP-CC
        ELSE
            IF WS-HP-YY > 40
                MOVE 19 TO WS-HP-CC
            ELSE
                MOVE 20 TO WS-HP-CC.
    IF SLI-HIRE-DATE NUMERIC
        COMPUTE WS-HIRE-CCYYMMDD = WS-HP-CC * 1000000 + WS-HP-YYMMDD
        MOVE WS-HIRE-X TO AWS-HIRED
    ELSE
        MOVE SLI-HIRE-DATE TO AWS-HIRED.
D70-NEXT-RANDOM.
    MULTIPLY WS-SEED BY 25173 GIVING WS-RAND-WORK.
    ADD 13849 TO WS-RAND-WORK.
    DIVIDE 65536 INTO WS-RAND-WORK
        GIVING WS-RAND-Q REMAINDER WS-SEED.
    MULTIPLY WS-SEED BY WS-RAND-RANGE GIVING WS-RAND-WORK.
    DIVIDE 65536 INTO WS-RAND-WORK GIVING WS-RAND-RESULT.
