IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL2X.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM PROVIDES ON-DEMAND MAINTENANCE OF *
*  THE JOB TITLE REFERENCE FILE TTL2.FIL THAT     *
*  DRIVES TITLE AND PAY RANGE VALIDATION IN CBL2, *
*  CBL2L AND CBL2M. EACH TITLE CODE CARRIES A     *
*  DESCRIPTION, THE PAY TYPE ALLOWED (H, S OR B   *
*  FOR BOTH) AND A MINIMUM AND MAXIMUM RATE. A    *
*  TITLE MAY BE ADDED, REDESCRIBED, GIVEN A NEW   *
*  PAY RANGE, OR ACTIVATED AND DEACTIVATED; A     *
*  DEACTIVATION IS REFUSED WHILE EMPLOYEES ON     *
*  PRL2.FIL STILL HOLD THE TITLE. EVERY CHANGE IS *
*  PRINTED TO THE REGISTER TRG2.FIL. THE X ACTION *
*  PRINTS TO TXR2.FIL EVERY MASTER RECORD WHOSE   *
*  TITLE, PAY TYPE OR RATE DOES NOT FIT THE       *
*  TABLE.                                         *
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
    SELECT JOB-TITLE-FILE ASSIGN
    TTL2.FIL
    FILE STATUS WS-TITLE-STATUS.
    SELECT EMP-REPORT-FILE ASSIGN
    PRL2.FIL
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY SSN-REPORT
    FILE STATUS EMP-REPORT-STATUS.
    SELECT TITLE-REGISTER-FILE ASSIGN
    TRG2.FIL
    FILE STATUS WS-REGISTER-STATUS.
    SELECT TITLE-EXCEPTION-FILE ASSIGN
    TXR2.FIL
    FILE STATUS WS-EXCEPTION-STATUS.

DATA DIVISION.

FILE SECTION.

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
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  HIRE-CC-REPORT                    PIC XX.
    05  FILLER                            PIC X(9).
FD  TITLE-REGISTER-FILE
      LABEL RECORDS
      OMITTED.
01  TITLE-REGISTER-LINE                   PIC X(80).
FD  TITLE-EXCEPTION-FILE
      LABEL RECORDS
      OMITTED.
01  TITLE-EXCEPTION-LINE                  PIC X(80).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  WS-TITLE-STATUS           PIC XX.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-REGISTER-STATUS        PIC XX.
    05  WS-EXCEPTION-STATUS       PIC XX.
    05  WS-TITLE-EOF              PIC X VALUE 'N'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-MORE-ACTIONS           PIC X(3) VALUE 'YES'.
    05  WS-CHANGED-SW             PIC X VALUE 'N'.

01  MAINT-CONTROL.
    05  WS-ACTION-CODE            PIC X VALUE SPACE.
    05  WS-WORK-CODE              PIC X(10).
    05  WS-WORK-DESC              PIC X(30).
    05  WS-WORK-ACTIVE            PIC X.
    05  WS-WORK-PAY-TYPE          PIC X.
    05  WS-MIN-ENTRY              PIC X(6).
    05  WS-MIN-9 REDEFINES WS-MIN-ENTRY
                                  PIC 9(4)V99.
    05  WS-MAX-ENTRY              PIC X(6).
    05  WS-MAX-9 REDEFINES WS-MAX-ENTRY
                                  PIC 9(4)V99.
    05  WS-RANGE-OK               PIC X VALUE 'N'.
    05  WS-EMP-IN-TITLE           PIC 9(5) VALUE ZERO.
    05  WS-CHANGE-COUNT           PIC 9(3) VALUE ZERO.

01  TITLE-TABLE-CONTROL.
    05  WS-TITLE-COUNT            PIC 9(3) VALUE ZERO.
    05  WS-TITLE-IX               PIC 9(3) VALUE ZERO.
    05  WS-TITLE-FOUND-SW         PIC X VALUE 'N'.
01  TITLE-TABLE.
    05  TITLE-ENTRY OCCURS 100.
        10  TITLE-TBL-CODE        PIC X(10).
        10  TITLE-TBL-DESC        PIC X(30).
        10  TITLE-TBL-PAY-TYPE    PIC X.
        10  TITLE-TBL-MIN-RATE    PIC 9(4)V99.
        10  TITLE-TBL-MAX-RATE    PIC 9(4)V99.
        10  TITLE-TBL-ACTIVE      PIC X.

01  EXCEPTION-COUNTS.
    05  WS-READ-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-EXCEPTION-COUNT        PIC 9(5) VALUE ZERO.
    05  WS-PROBLEM-TEXT           PIC X(24) VALUE SPACE.

01  TRG-HDR-LINE.
    05  FILLER                            PIC X(32)
            VALUE 'JOB TITLE MAINTENANCE REGISTER  '.
    05  FILLER                            PIC X(10)
            VALUE 'RUN DATE: '.
    05  TRG-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(32) VALUE SPACE.
01  TRG-DETAIL-LINE.
    05  TRG-DET-ACTION                    PIC X(12).
    05  FILLER                            PIC XX VALUE SPACE.
    05  TRG-DET-CODE                      PIC X(10).
    05  FILLER                            PIC XX VALUE SPACE.
    05  TRG-DET-DESC                      PIC X(30).
    05  FILLER                            PIC XX VALUE SPACE.
    05  TRG-DET-TEXT                      PIC X(22).
01  TRG-RANGE-TEXT.
    05  TRG-RNG-TYPE                      PIC X.
    05  FILLER                            PIC X VALUE SPACE.
    05  TRG-RNG-MIN                       PIC ZZZ9.99.
    05  FILLER                            PIC X VALUE '-'.
    05  TRG-RNG-MAX                       PIC ZZZ9.99.
    05  FILLER                            PIC X(5) VALUE SPACE.

01  TXR-HDR-LINE.
    05  FILLER                            PIC X(36)
            VALUE 'JOB TITLE AND PAY RANGE EXCEPTIONS  '.
    05  FILLER                            PIC X(10)
            VALUE 'RUN DATE: '.
    05  TXR-HDR-DATE                      PIC 9(6).
    05  FILLER                            PIC X(28) VALUE SPACE.
01  TXR-COL-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'EMP ID  NAME                 DP TITLE   '.
    05  FILLER                            PIC X(40)
            VALUE '   T    RATE PROBLEM'.
01  TXR-DETAIL-LINE.
    05  TXR-DET-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X VALUE SPACE.
    05  TXR-DET-NAME                      PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  TXR-DET-DEPT                      PIC XX.
    05  FILLER                            PIC X VALUE SPACE.
    05  TXR-DET-TITLE                     PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  TXR-DET-TYPE                      PIC X.
    05  FILLER                            PIC X VALUE SPACE.
    05  TXR-DET-RATE                      PIC ZZZ9.99.
    05  FILLER                            PIC X VALUE SPACE.
    05  TXR-DET-PROBLEM                   PIC X(24).
    05  FILLER                            PIC X(3) VALUE SPACE.
01  TXR-TOTAL-LINE.
    05  TXR-TOT-LABEL                     PIC X(30).
    05  TXR-TOT-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(45) VALUE SPACE.
01  WS-RUN-DATE                           PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM LOADS THE JOB TITLE TABLE, APPLIES THE        *
* CLERK'S ADDS AND DESCRIPTION, RANGE AND STATUS CHANGES,    *
* PRINTS THE EXCEPTION REPORT ON REQUEST, AND REWRITES       *
* TTL2.FIL AND THE CHANGE REGISTER WHEN THE SESSION ENDS. IT *
* IS ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE      *
* OPERATING SYSTEM.                                          *
*                                                            *
**************************************************************
X10-TITLE-MAINT.
    ACCEPT WS-RUN-DATE FROM DATE.
    PERFORM X15-LOAD-TITLE-TABLE.
    OPEN OUTPUT TITLE-REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN REGISTER TRG2.FIL, STATUS='
            WS-REGISTER-STATUS
        STOP RUN.
    MOVE WS-RUN-DATE TO TRG-HDR-DATE.
    WRITE TITLE-REGISTER-LINE FROM TRG-HDR-LINE
        AFTER ADVANCING 1.
    DISPLAY 'JOB TITLE REFERENCE MAINTENANCE'.
    PERFORM X20-PROCESS-ACTION
        UNTIL WS-MORE-ACTIONS = 'NO '.
    IF WS-CHANGED-SW = 'Y'
        PERFORM X70-REWRITE-TITLE-FILE.
    CLOSE TITLE-REGISTER-FILE.
    DISPLAY 'CHANGES THIS SESSION: ' WS-CHANGE-COUNT.
    DISPLAY 'END OF JOB TITLE MAINTENANCE.'.
    STOP RUN.
X15-LOAD-TITLE-TABLE.
    MOVE 'N' TO WS-TITLE-EOF.
    MOVE ZERO TO WS-TITLE-COUNT.
    OPEN INPUT JOB-TITLE-FILE.
    IF WS-TITLE-STATUS NOT = '00'
        DISPLAY 'TTL2.FIL NOT ON HAND -- STARTING EMPTY'
    ELSE
        PERFORM X17-READ-TITLE-RECORD
            UNTIL WS-TITLE-EOF = 'Y' OR WS-TITLE-COUNT = 100
        CLOSE JOB-TITLE-FILE.
X17-READ-TITLE-RECORD.
    READ JOB-TITLE-FILE
        END
            MOVE 'Y' TO WS-TITLE-EOF.
    IF WS-TITLE-EOF NOT = 'Y'
        ADD 1 TO WS-TITLE-COUNT
        MOVE TTL-CODE TO TITLE-TBL-CODE (WS-TITLE-COUNT)
        MOVE TTL-DESC TO TITLE-TBL-DESC (WS-TITLE-COUNT)
        MOVE TTL-PAY-TYPE TO TITLE-TBL-PAY-TYPE (WS-TITLE-COUNT)
        MOVE TTL-MIN-RATE TO TITLE-TBL-MIN-RATE (WS-TITLE-COUNT)
        MOVE TTL-MAX-RATE TO TITLE-TBL-MAX-RATE (WS-TITLE-COUNT)
        MOVE TTL-ACTIVE TO TITLE-TBL-ACTIVE (WS-TITLE-COUNT).
X20-PROCESS-ACTION.
    DISPLAY 'ACTION? L=LIST, A=ADD, D=DESCRIPTION, R=PAY RANGE,'.
    DISPLAY 'S=SET STATUS, X=EXCEPTION REPORT, E=END SESSION:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'E'
        MOVE 'NO ' TO WS-MORE-ACTIONS
    ELSE
        IF WS-ACTION-CODE = 'L'
            PERFORM X30-LIST-TITLES
        ELSE
            IF WS-ACTION-CODE = 'A'
                PERFORM X40-ADD-TITLE
            ELSE
                PERFORM X22-PROCESS-OTHER-ACTION.
X22-PROCESS-OTHER-ACTION.
    IF WS-ACTION-CODE = 'D'
        PERFORM X50-REDESCRIBE-TITLE
    ELSE
        IF WS-ACTION-CODE = 'R'
            PERFORM X55-CHANGE-RANGE
        ELSE
            IF WS-ACTION-CODE = 'S'
                PERFORM X60-SET-STATUS
            ELSE
                IF WS-ACTION-CODE = 'X'
                    PERFORM X80-EXCEPTION-REPORT
                ELSE
                    DISPLAY 'UNRECOGNIZED ACTION.'.
X30-LIST-TITLES.
    MOVE 1 TO WS-TITLE-IX.
    PERFORM X32-LIST-ONE-TITLE
        UNTIL WS-TITLE-IX > WS-TITLE-COUNT.
X32-LIST-ONE-TITLE.
    MOVE TITLE-TBL-PAY-TYPE (WS-TITLE-IX) TO TRG-RNG-TYPE.
    MOVE TITLE-TBL-MIN-RATE (WS-TITLE-IX) TO TRG-RNG-MIN.
    MOVE TITLE-TBL-MAX-RATE (WS-TITLE-IX) TO TRG-RNG-MAX.
    DISPLAY TITLE-TBL-CODE (WS-TITLE-IX) ' '
        TITLE-TBL-DESC (WS-TITLE-IX) ' '
        TRG-RANGE-TEXT ' '
        TITLE-TBL-ACTIVE (WS-TITLE-IX).
    ADD 1 TO WS-TITLE-IX.
X35-FIND-TITLE.
    MOVE 'N' TO WS-TITLE-FOUND-SW.
    MOVE 1 TO WS-TITLE-IX.
    PERFORM X37-SCAN-TITLE-TABLE
        UNTIL WS-TITLE-IX > WS-TITLE-COUNT
            OR WS-TITLE-FOUND-SW = 'Y'.
X37-SCAN-TITLE-TABLE.
    IF TITLE-TBL-CODE (WS-TITLE-IX) = WS-WORK-CODE
        MOVE 'Y' TO WS-TITLE-FOUND-SW
    ELSE
        ADD 1 TO WS-TITLE-IX.
X40-ADD-TITLE.
    DISPLAY 'ENTER NEW JOB TITLE CODE (UP TO 10 CHARACTERS):'.
    MOVE SPACE TO WS-WORK-CODE.
    ACCEPT WS-WORK-CODE.
    IF WS-WORK-CODE = SPACE
        DISPLAY 'NOTHING ADDED.'
    ELSE
        PERFORM X35-FIND-TITLE
        IF WS-TITLE-FOUND-SW = 'Y'
            DISPLAY 'CODE ALREADY ON FILE -- NOT ADDED.'
        ELSE
            IF WS-TITLE-COUNT = 100
                DISPLAY 'JOB TITLE TABLE FULL -- NOT ADDED.'
            ELSE
                PERFORM X42-APPLY-ADD.
X42-APPLY-ADD.
    DISPLAY 'ENTER DESCRIPTION:'.
    MOVE SPACE TO WS-WORK-DESC.
    ACCEPT WS-WORK-DESC.
    PERFORM X57-ACCEPT-RANGE.
    IF WS-RANGE-OK NOT = 'Y'
        DISPLAY 'NOT ADDED.'
    ELSE
        ADD 1 TO WS-TITLE-COUNT
        MOVE WS-WORK-CODE TO TITLE-TBL-CODE (WS-TITLE-COUNT)
        MOVE WS-WORK-DESC TO TITLE-TBL-DESC (WS-TITLE-COUNT)
        MOVE WS-WORK-PAY-TYPE TO TITLE-TBL-PAY-TYPE (WS-TITLE-COUNT)
        MOVE WS-MIN-9 TO TITLE-TBL-MIN-RATE (WS-TITLE-COUNT)
        MOVE WS-MAX-9 TO TITLE-TBL-MAX-RATE (WS-TITLE-COUNT)
        MOVE 'A' TO TITLE-TBL-ACTIVE (WS-TITLE-COUNT)
        MOVE 'Y' TO WS-CHANGED-SW
        MOVE 'ADDED       ' TO TRG-DET-ACTION
        MOVE WS-WORK-DESC TO TRG-DET-DESC
        MOVE WS-WORK-PAY-TYPE TO TRG-RNG-TYPE
        MOVE WS-MIN-9 TO TRG-RNG-MIN
        MOVE WS-MAX-9 TO TRG-RNG-MAX
        MOVE TRG-RANGE-TEXT TO TRG-DET-TEXT
        PERFORM X90-WRITE-REGISTER
        DISPLAY 'JOB TITLE ADDED.'.
X50-REDESCRIBE-TITLE.
    DISPLAY 'ENTER JOB TITLE CODE TO REDESCRIBE:'.
    MOVE SPACE TO WS-WORK-CODE.
    ACCEPT WS-WORK-CODE.
    PERFORM X35-FIND-TITLE.
    IF WS-TITLE-FOUND-SW = 'N'
        DISPLAY 'CODE NOT ON FILE.'
    ELSE
        DISPLAY 'CURRENT DESCRIPTION: ' TITLE-TBL-DESC (WS-TITLE-IX)
        DISPLAY 'ENTER NEW DESCRIPTION:'
        MOVE SPACE TO WS-WORK-DESC
        ACCEPT WS-WORK-DESC
        IF WS-WORK-DESC = SPACE
            DISPLAY 'DESCRIPTION UNCHANGED.'
        ELSE
            PERFORM X52-APPLY-DESCRIPTION.
X52-APPLY-DESCRIPTION.
    MOVE 'REDESCRIBED ' TO TRG-DET-ACTION.
    MOVE TITLE-TBL-DESC (WS-TITLE-IX) TO TRG-DET-TEXT.
    MOVE WS-WORK-DESC TO TITLE-TBL-DESC (WS-TITLE-IX).
    MOVE WS-WORK-DESC TO TRG-DET-DESC.
    MOVE 'Y' TO WS-CHANGED-SW.
    PERFORM X90-WRITE-REGISTER.
    DISPLAY 'DESCRIPTION CHANGED.'.
X55-CHANGE-RANGE.
    DISPLAY 'ENTER JOB TITLE CODE:'.
    MOVE SPACE TO WS-WORK-CODE.
    ACCEPT WS-WORK-CODE.
    PERFORM X35-FIND-TITLE.
    IF WS-TITLE-FOUND-SW = 'N'
        DISPLAY 'CODE NOT ON FILE.'
    ELSE
        MOVE TITLE-TBL-PAY-TYPE (WS-TITLE-IX) TO TRG-RNG-TYPE
        MOVE TITLE-TBL-MIN-RATE (WS-TITLE-IX) TO TRG-RNG-MIN
        MOVE TITLE-TBL-MAX-RATE (WS-TITLE-IX) TO TRG-RNG-MAX
        DISPLAY 'CURRENT PAY TYPE AND RANGE: ' TRG-RANGE-TEXT
        PERFORM X57-ACCEPT-RANGE
        IF WS-RANGE-OK NOT = 'Y'
            DISPLAY 'RANGE UNCHANGED.'
        ELSE
            PERFORM X56-APPLY-RANGE.
X56-APPLY-RANGE.
    MOVE 'NEW RANGE   ' TO TRG-DET-ACTION.
    MOVE TITLE-TBL-DESC (WS-TITLE-IX) TO TRG-DET-DESC.
    MOVE WS-WORK-PAY-TYPE TO TITLE-TBL-PAY-TYPE (WS-TITLE-IX).
    MOVE WS-MIN-9 TO TITLE-TBL-MIN-RATE (WS-TITLE-IX).
    MOVE WS-MAX-9 TO TITLE-TBL-MAX-RATE (WS-TITLE-IX).
    MOVE WS-WORK-PAY-TYPE TO TRG-RNG-TYPE.
    MOVE WS-MIN-9 TO TRG-RNG-MIN.
    MOVE WS-MAX-9 TO TRG-RNG-MAX.
    MOVE TRG-RANGE-TEXT TO TRG-DET-TEXT.
    MOVE 'Y' TO WS-CHANGED-SW.
    PERFORM X90-WRITE-REGISTER.
    DISPLAY 'PAY RANGE CHANGED.'.
X57-ACCEPT-RANGE.
    MOVE 'N' TO WS-RANGE-OK.
    DISPLAY 'ENTER PAY TYPE ALLOWED (H, S OR B FOR BOTH):'.
    MOVE SPACE TO WS-WORK-PAY-TYPE.
    ACCEPT WS-WORK-PAY-TYPE.
    DISPLAY 'ENTER MINIMUM RATE (999999 MEANS 9999.99):'.
    MOVE SPACE TO WS-MIN-ENTRY.
    ACCEPT WS-MIN-ENTRY.
    DISPLAY 'ENTER MAXIMUM RATE (999999 MEANS 9999.99):'.
    MOVE SPACE TO WS-MAX-ENTRY.
    ACCEPT WS-MAX-ENTRY.
    IF WS-WORK-PAY-TYPE NOT = 'H' AND WS-WORK-PAY-TYPE NOT = 'S'
            AND WS-WORK-PAY-TYPE NOT = 'B'
        DISPLAY 'PAY TYPE MUST BE H, S OR B.'
    ELSE
        IF WS-MIN-ENTRY NOT NUMERIC OR WS-MAX-ENTRY NOT NUMERIC
            DISPLAY 'RATES MUST BE 6 DIGITS.'
        ELSE
            IF WS-MIN-9 > WS-MAX-9
                DISPLAY 'MINIMUM IS ABOVE MAXIMUM.'
            ELSE
                MOVE 'Y' TO WS-RANGE-OK.
X60-SET-STATUS.
    DISPLAY 'ENTER JOB TITLE CODE:'.
    MOVE SPACE TO WS-WORK-CODE.
    ACCEPT WS-WORK-CODE.
    PERFORM X35-FIND-TITLE.
    IF WS-TITLE-FOUND-SW = 'N'
        DISPLAY 'CODE NOT ON FILE.'
    ELSE
        DISPLAY 'CURRENT STATUS: ' TITLE-TBL-ACTIVE (WS-TITLE-IX)
        DISPLAY 'ENTER NEW STATUS (A=ACTIVE, I=INACTIVE):'
        MOVE SPACE TO WS-WORK-ACTIVE
        ACCEPT WS-WORK-ACTIVE
        IF WS-WORK-ACTIVE NOT = 'A' AND WS-WORK-ACTIVE NOT = 'I'
            DISPLAY 'STATUS MUST BE A OR I -- UNCHANGED.'
        ELSE
            PERFORM X62-CHECK-AND-APPLY-STATUS.
X62-CHECK-AND-APPLY-STATUS.
    IF WS-WORK-ACTIVE = 'I'
        PERFORM X64-COUNT-EMPLOYEES
        IF WS-EMP-IN-TITLE > 0
            DISPLAY WS-EMP-IN-TITLE
                ' EMPLOYEES STILL HOLD THE TITLE -- NOT DEACTIVATED.'
        ELSE
            PERFORM X66-APPLY-STATUS
    ELSE
        PERFORM X66-APPLY-STATUS.
X64-COUNT-EMPLOYEES.
    MOVE ZERO TO WS-EMP-IN-TITLE.
    MOVE 'N' TO WS-MASTER-EOF.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        MOVE 'Y' TO WS-MASTER-EOF
    ELSE
        PERFORM X65-COUNT-ONE-MASTER
            UNTIL WS-MASTER-EOF = 'Y'
        CLOSE EMP-REPORT-FILE.
X65-COUNT-ONE-MASTER.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        IF JOB-TITLE-REPORT = WS-WORK-CODE
            ADD 1 TO WS-EMP-IN-TITLE.
X66-APPLY-STATUS.
    IF WS-WORK-ACTIVE = 'A'
        MOVE 'ACTIVATED   ' TO TRG-DET-ACTION
    ELSE
        MOVE 'DEACTIVATED ' TO TRG-DET-ACTION.
    MOVE TITLE-TBL-ACTIVE (WS-TITLE-IX) TO TRG-DET-TEXT.
    MOVE WS-WORK-ACTIVE TO TITLE-TBL-ACTIVE (WS-TITLE-IX).
    MOVE TITLE-TBL-DESC (WS-TITLE-IX) TO TRG-DET-DESC.
    MOVE 'Y' TO WS-CHANGED-SW.
    PERFORM X90-WRITE-REGISTER.
    DISPLAY 'STATUS CHANGED.'.
X70-REWRITE-TITLE-FILE.
    OPEN OUTPUT JOB-TITLE-FILE.
    IF WS-TITLE-STATUS NOT = '00'
        DISPLAY 'CANNOT REWRITE TTL2.FIL, STATUS=' WS-TITLE-STATUS
    ELSE
        MOVE 1 TO WS-TITLE-IX
        PERFORM X72-WRITE-ONE-TITLE
            UNTIL WS-TITLE-IX > WS-TITLE-COUNT
        CLOSE JOB-TITLE-FILE
        DISPLAY 'TTL2.FIL REWRITTEN.'.
X72-WRITE-ONE-TITLE.
    MOVE SPACE TO JOB-TITLE-RECORD.
    MOVE TITLE-TBL-CODE (WS-TITLE-IX) TO TTL-CODE.
    MOVE TITLE-TBL-DESC (WS-TITLE-IX) TO TTL-DESC.
    MOVE TITLE-TBL-PAY-TYPE (WS-TITLE-IX) TO TTL-PAY-TYPE.
    MOVE TITLE-TBL-MIN-RATE (WS-TITLE-IX) TO TTL-MIN-RATE.
    MOVE TITLE-TBL-MAX-RATE (WS-TITLE-IX) TO TTL-MAX-RATE.
    MOVE TITLE-TBL-ACTIVE (WS-TITLE-IX) TO TTL-ACTIVE.
    WRITE JOB-TITLE-RECORD.
    ADD 1 TO WS-TITLE-IX.
X80-EXCEPTION-REPORT.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMP-REPORT-FILE, STATUS=' EMP-REPORT-STATUS
    ELSE
        PERFORM X82-PRINT-EXCEPTIONS
        CLOSE EMP-REPORT-FILE.
X82-PRINT-EXCEPTIONS.
    OPEN OUTPUT TITLE-EXCEPTION-FILE.
    MOVE WS-RUN-DATE TO TXR-HDR-DATE.
    WRITE TITLE-EXCEPTION-LINE FROM TXR-HDR-LINE
        AFTER ADVANCING 1.
    WRITE TITLE-EXCEPTION-LINE FROM TXR-COL-LINE
        AFTER ADVANCING 2.
    MOVE ZERO TO WS-READ-COUNT.
    MOVE ZERO TO WS-EXCEPTION-COUNT.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM X84-CHECK-ONE-MASTER
        UNTIL WS-MASTER-EOF = 'Y'.
    MOVE SPACE TO TITLE-EXCEPTION-LINE.
    WRITE TITLE-EXCEPTION-LINE
        AFTER ADVANCING 1.
    MOVE 'MASTER RECORDS READ:' TO TXR-TOT-LABEL.
    MOVE WS-READ-COUNT TO TXR-TOT-COUNT.
    WRITE TITLE-EXCEPTION-LINE FROM TXR-TOTAL-LINE
        AFTER ADVANCING 1.
    MOVE 'RECORDS NOT FITTING THE TABLE:' TO TXR-TOT-LABEL.
    MOVE WS-EXCEPTION-COUNT TO TXR-TOT-COUNT.
    WRITE TITLE-EXCEPTION-LINE FROM TXR-TOTAL-LINE
        AFTER ADVANCING 1.
    CLOSE TITLE-EXCEPTION-FILE.
    DISPLAY 'MASTER RECORDS READ: ' WS-READ-COUNT.
    DISPLAY 'EXCEPTIONS LISTED:   ' WS-EXCEPTION-COUNT.
    DISPLAY 'EXCEPTION REPORT WRITTEN TO TXR2.FIL.'.
X84-CHECK-ONE-MASTER.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        ADD 1 TO WS-READ-COUNT
        PERFORM X86-JUDGE-MASTER
        IF WS-PROBLEM-TEXT NOT = SPACE
            PERFORM X88-PRINT-EXCEPTION.
X86-JUDGE-MASTER.
    MOVE SPACE TO WS-PROBLEM-TEXT.
    MOVE JOB-TITLE-REPORT TO WS-WORK-CODE.
    PERFORM X35-FIND-TITLE.
    IF JOB-TITLE-REPORT = SPACE
        MOVE 'NO JOB TITLE' TO WS-PROBLEM-TEXT
    ELSE
        IF WS-TITLE-FOUND-SW = 'N'
            MOVE 'TITLE NOT ON TTL2.FIL' TO WS-PROBLEM-TEXT
        ELSE
            IF TITLE-TBL-ACTIVE (WS-TITLE-IX) NOT = 'A'
                MOVE 'TITLE INACTIVE' TO WS-PROBLEM-TEXT
            ELSE
                PERFORM X87-JUDGE-PAY.
X87-JUDGE-PAY.
    IF TITLE-TBL-PAY-TYPE (WS-TITLE-IX) NOT = 'B'
            AND PAY-TYPE-REPORT NOT = TITLE-TBL-PAY-TYPE (WS-TITLE-IX)
        MOVE 'PAY TYPE NOT ALLOWED' TO WS-PROBLEM-TEXT
    ELSE
        IF PAY-RATE-REPORT < TITLE-TBL-MIN-RATE (WS-TITLE-IX)
            MOVE 'RATE BELOW TITLE RANGE' TO WS-PROBLEM-TEXT
        ELSE
            IF PAY-RATE-REPORT > TITLE-TBL-MAX-RATE (WS-TITLE-IX)
                MOVE 'RATE ABOVE TITLE RANGE' TO WS-PROBLEM-TEXT.
X88-PRINT-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT.
    MOVE EMP-ID-NUM-REPORT TO TXR-DET-EMP-ID.
    MOVE NAME-REPORT TO TXR-DET-NAME.
    MOVE DEPT-NUM-REPORT TO TXR-DET-DEPT.
    MOVE JOB-TITLE-REPORT TO TXR-DET-TITLE.
    MOVE PAY-TYPE-REPORT TO TXR-DET-TYPE.
    IF PAY-RATE-REPORT NUMERIC
        MOVE PAY-RATE-REPORT TO TXR-DET-RATE
    ELSE
        MOVE ZERO TO TXR-DET-RATE.
    MOVE WS-PROBLEM-TEXT TO TXR-DET-PROBLEM.
    WRITE TITLE-EXCEPTION-LINE FROM TXR-DETAIL-LINE
        AFTER ADVANCING 1.
X90-WRITE-REGISTER.
    MOVE WS-WORK-CODE TO TRG-DET-CODE.
    ADD 1 TO WS-CHANGE-COUNT.
    WRITE TITLE-REGISTER-LINE FROM TRG-DETAIL-LINE
        AFTER ADVANCING 1.
