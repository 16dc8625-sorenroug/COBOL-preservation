IDENTIFICATION DIVISION.

PROGRAM-ID.      CBL3C.
AUTHOR.          EILEEN STRAUS.
DATE-WRITTEN.    10/15/26.

***************************************************
*                                                 *
*  THIS PROGRAM LISTS THE EMPLOYEES ON THE        *
*  EMPLOYEE MASTER PRL2.FIL THAT MEET A SET OF    *
*  SELECTION CARDS KEPT ON SEL2.FIL. EACH CARD    *
*  CARRIES A REQUEST NAME, A KEYWORD AND A VALUE  *
*  IN THE PARM2.FIL LAYOUT, AND THE REQUEST TO    *
*  RUN IS TAKEN FROM PARM2.FIL (CBL3C REQUEST) OR *
*  KEYED. SELECTIONS ARE DEPT, LOC, PAYTYPE AND   *
*  JOBTITLE (ONE CODE PER CARD, ANY CARD MAY      *
*  MATCH), RATEFROM AND RATETO (9999V99),         *
*  HIREFROM AND HIRETO (CCYYMMDD OR YYMMDD) AND   *
*  NAME (A NAME PREFIX). TITLE GIVES THE REPORT   *
*  HEADING, SORT THE ORDER (NAME, SSN, EMPID,     *
*  DEPT, LOC, TITLE, PAYTYPE, RATE OR HIRE),      *
*  COLUMNS THE CODES OF THE COLUMNS TO PRINT,     *
*  TOTALS Y ADDS RATE TOTALS AND EXTRACT Y COPIES *
*  THE SELECTED RECORDS TO SLX2.FIL. THE LISTING  *
*  IS WRITTEN TO ADL2.FIL WITH GROUP AND FINAL    *
*  COUNTS.                                        *
*                                                 *
*  COLUMN CODES ARE ID EMP ID, NM NAME, SS SSN    *
*  (LAST FOUR ONLY), DP DEPT, LC LOCATION, PT PAY *
*  TYPE, RT RATE, TT TITLE, HD HIRE DATE AND ST   *
*  STATUS, WRITTEN ONE SPACE APART ON THE COLUMNS *
*  CARD. COLUMNS THAT WILL NOT FIT ON THE LINE    *
*  ARE DROPPED. A CARD IN ERROR STOPS THE RUN     *
*  BEFORE ANY OUTPUT IS WRITTEN.                  *
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
    SELECT SELECTION-FILE ASSIGN
    SEL2.FIL
    FILE STATUS WS-SEL-STATUS.
    SELECT LISTING-PRINT-FILE ASSIGN
    ADL2.FIL.
    SELECT SELECTED-EXTRACT-FILE ASSIGN
    SLX2.FIL.
    SELECT RUN-PARM-FILE ASSIGN
    PARM2.FIL
    FILE STATUS WS-PARM-STATUS.
    SELECT SORT-WORK-FILE ASSIGN
    SRT3C.FIL.

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
    05  LEAVE-RETURN-REPORT               PIC X(6).
    05  FILLER                            PIC X(4).
    05  DEPT-NUM-REPORT                   PIC XX.
    05  HIRE-DATE-REPORT                  PIC X(6).
    05  PAY-TYPE-REPORT                   PIC X.
    05  PAY-RATE-REPORT                   PIC 9(4)V99.
    05  JOB-TITLE-REPORT                  PIC X(10).
    05  LOC-CODE-REPORT                   PIC XX.
    05  HIRE-CC-REPORT                    PIC XX.
    05  EMP-STATUS-REPORT                 PIC X.
    05  LEAVE-START-REPORT                PIC X(6).
    05  LEAVE-REASON-REPORT               PIC XX.
FD  SELECTION-FILE
      LABEL RECORDS
      OMITTED.
01  SELECTION-RECORD.
    05  SEL-REQUEST                       PIC X(10).
    05  FILLER                            PIC X.
    05  SEL-KEYWORD                       PIC X(10).
    05  FILLER                            PIC X.
    05  SEL-VALUE                         PIC X(40).
    05  SEL-VALUE-CODES REDEFINES SEL-VALUE.
        10  SEL-CODE-ENTRY OCCURS 13.
            15  SEL-CODE                  PIC XX.
            15  FILLER                    PIC X.
    05  SEL-VALUE-DATE REDEFINES SEL-VALUE.
        10  SEL-DATE-6                    PIC X(6).
        10  SEL-DATE-78                   PIC XX.
        10  FILLER                        PIC X(32).
    05  SEL-VALUE-DATE-8 REDEFINES SEL-VALUE.
        10  SEL-DATE-8                    PIC X(8).
        10  FILLER                        PIC X(32).
    05  SEL-VALUE-RATE REDEFINES SEL-VALUE.
        10  SEL-RATE                      PIC X(6).
        10  SEL-RATE-REST                 PIC X(34).
    05  SEL-VALUE-TYPE REDEFINES SEL-VALUE.
        10  SEL-TYPE                      PIC X.
        10  SEL-TYPE-REST                 PIC X(39).
    05  SEL-VALUE-TITLE REDEFINES SEL-VALUE.
        10  SEL-TITLE                     PIC X(10).
        10  SEL-TITLE-REST                PIC X(30).
    05  SEL-VALUE-NAME REDEFINES SEL-VALUE.
        10  SEL-NAME                      PIC X(20).
        10  SEL-NAME-REST                 PIC X(20).
    05  FILLER                            PIC X(18).
FD  LISTING-PRINT-FILE
      LABEL RECORDS
      OMITTED.
01  LISTING-PRINT-LINE                    PIC X(80).
FD  SELECTED-EXTRACT-FILE
      LABEL RECORDS
      OMITTED.
01  SELECTED-EXTRACT-RECORD               PIC X(110).
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
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  GROUP-SORTED                      PIC X(10).
    05  KEY-SORTED                        PIC X(20).
    05  NAME-SORTED                       PIC X(20).
    05  IMAGE-SORTED                      PIC X(110).

WORKING-STORAGE SECTION.

01  PROGRAM-INDICATORS.
    05  EMP-REPORT-STATUS         PIC XX VALUE '00'.
    05  WS-MASTER-EOF             PIC X VALUE 'N'.
    05  WS-SORT-EOF               PIC X VALUE 'N'.
    05  WS-SEL-STATUS             PIC XX.
    05  WS-SEL-EOF                PIC X VALUE 'N'.
    05  WS-SELECTED               PIC X VALUE 'N'.
    05  WS-LIST-FOUND             PIC X VALUE 'N'.
    05  WS-KEYWORD-KNOWN          PIC X VALUE 'N'.
    05  WS-TRIM-DONE              PIC X VALUE 'N'.

01  RUN-PARM-CONTROL.
    05  WS-PARM-STATUS            PIC XX.
    05  WS-PARM-EOF               PIC X VALUE 'N'.
    05  WS-PARM-FOUND             PIC X VALUE 'N'.
    05  WS-PARM-VALUE             PIC X(20) VALUE SPACE.

01  REQUEST-CONTROL.
    05  WS-REQUEST-NAME           PIC X(10) VALUE SPACE.
    05  WS-REPORT-TITLE           PIC X(40) VALUE SPACE.
    05  WS-REPORT-DATE            PIC X(6).
    05  WS-SORT-ORDER             PIC X(10) VALUE 'NAME'.
    05  WS-GROUP-LABEL            PIC X(10) VALUE SPACE.
    05  WS-GROUPED                PIC X VALUE 'N'.
    05  WS-TOTALS-SW              PIC X VALUE 'N'.
    05  WS-EXTRACT-SW             PIC X VALUE 'N'.
    05  WS-CARD-COUNT             PIC 999 VALUE ZERO.
    05  WS-SEL-ERRORS             PIC 999 VALUE ZERO.
    05  WS-CARD-ERROR             PIC X(30) VALUE SPACE.
    05  WS-READ-COUNT             PIC 9(5) VALUE ZERO.

01  SELECTION-LISTS.
    05  WS-DEPT-COUNT             PIC 99 VALUE ZERO.
    05  DEPT-LIST OCCURS 20       PIC XX.
    05  WS-LOC-COUNT              PIC 99 VALUE ZERO.
    05  LOC-LIST OCCURS 20        PIC XX.
    05  WS-TYPE-COUNT             PIC 99 VALUE ZERO.
    05  TYPE-LIST OCCURS 5        PIC X.
    05  WS-TITLE-COUNT            PIC 99 VALUE ZERO.
    05  TITLE-LIST OCCURS 20      PIC X(10).
    05  WS-LX                     PIC 99 VALUE ZERO.

01  RANGE-SELECTIONS.
    05  WS-RATE-FROM              PIC 9(4)V99 VALUE ZERO.
    05  WS-RATE-FROM-SW           PIC X VALUE 'N'.
    05  WS-RATE-TO                PIC 9(4)V99 VALUE ZERO.
    05  WS-RATE-TO-SW             PIC X VALUE 'N'.
    05  WS-HIRE-FROM              PIC 9(8) VALUE ZERO.
    05  WS-HIRE-FROM-SW           PIC X VALUE 'N'.
    05  WS-HIRE-TO                PIC 9(8) VALUE ZERO.
    05  WS-HIRE-TO-SW             PIC X VALUE 'N'.
    05  WS-RATE-IN                PIC X(6).
    05  WS-RATE-IN-9 REDEFINES WS-RATE-IN
                                  PIC 9(4)V99.
    05  WS-HIRE-IN-X              PIC X(8).
    05  WS-HIRE-IN REDEFINES WS-HIRE-IN-X
                                  PIC 9(8).
    05  WS-HIRE-IN-OK             PIC X VALUE 'N'.

01  NAME-PREFIX-CONTROL.
    05  WS-NAME-PREFIX            PIC X(20) VALUE SPACE.
    05  WS-NAME-PREFIX-CHARS REDEFINES WS-NAME-PREFIX.
        10  PFX-CHAR OCCURS 20    PIC X.
    05  WS-PFX-LEN                PIC 99 VALUE ZERO.
    05  WS-NAME-WORK              PIC X(20) VALUE SPACE.
    05  WS-NAME-WORK-CHARS REDEFINES WS-NAME-WORK.
        10  NAMEW-CHAR OCCURS 20  PIC X.
    05  WS-NX                     PIC 99 VALUE ZERO.

01  HIRE-DATE-CONTROL.
    05  WS-HP-IN-DATE             PIC X(6).
    05  WS-HP-IN-CC               PIC XX.
    05  WS-HP-OK                  PIC X VALUE 'N'.
    05  WS-HP-CC                  PIC 99 VALUE ZERO.
    05  WS-HP-YYMMDD              PIC 9(6) VALUE ZERO.
    05  WS-HP-YYMMDD-PARTS REDEFINES WS-HP-YYMMDD.
        10  WS-HP-YY              PIC 99.
        10  FILLER                PIC 9(4).
    05  WS-HIRE-CCYYMMDD          PIC 9(8) VALUE ZERO.
    05  WS-HIRE-X REDEFINES WS-HIRE-CCYYMMDD
                                  PIC X(8).

01  RATE-KEY-CONTROL.
    05  WS-RATE-COMP              PIC 9(4)V99 VALUE ZERO.
    05  WS-RATE-COMP-X REDEFINES WS-RATE-COMP
                                  PIC X(6).
    05  WS-RATE-EDIT              PIC ZZZ9.99.

01  CARD-ECHO-CONTROL.
    05  WS-ECHO-COUNT             PIC 99 VALUE ZERO.
    05  WS-EX                     PIC 99 VALUE ZERO.
    05  ECHO-ENTRY OCCURS 40.
        10  ECHO-KEYWORD          PIC X(10).
        10  ECHO-VALUE            PIC X(40).

01  COLUMN-DEFINITION-VALUES.
    05  FILLER                    PIC X(24)
            VALUE 'ID07EMP ID              '.
    05  FILLER                    PIC X(24)
            VALUE 'NM20NAME                '.
    05  FILLER                    PIC X(24)
            VALUE 'SS11SSN                 '.
    05  FILLER                    PIC X(24)
            VALUE 'DP04DEPT                '.
    05  FILLER                    PIC X(24)
            VALUE 'LC03LOC                 '.
    05  FILLER                    PIC X(24)
            VALUE 'PT04TYPE                '.
    05  FILLER                    PIC X(24)
            VALUE 'RT07   RATE             '.
    05  FILLER                    PIC X(24)
            VALUE 'TT10TITLE               '.
    05  FILLER                    PIC X(24)
            VALUE 'HD08HIRED               '.
    05  FILLER                    PIC X(24)
            VALUE 'ST06STATUS              '.
01  COLUMN-DEFINITION-TABLE REDEFINES COLUMN-DEFINITION-VALUES.
    05  COLDEF-ENTRY OCCURS 10.
        10  COLDEF-CODE           PIC XX.
        10  COLDEF-WIDTH          PIC 99.
        10  COLDEF-HEAD           PIC X(20).

01  CHOSEN-COLUMN-CONTROL.
    05  WS-COL-COUNT              PIC 99 VALUE ZERO.
    05  WS-CIX                    PIC 99 VALUE ZERO.
    05  WS-DIX                    PIC 99 VALUE ZERO.
    05  WS-CODE-IX                PIC 99 VALUE ZERO.
    05  WS-NEXT-POS               PIC 999 VALUE ZERO.
    05  WS-COL-END                PIC 999 VALUE ZERO.
    05  CHOSEN-ENTRY OCCURS 13.
        10  CHOSEN-DEF            PIC 99.
        10  CHOSEN-WIDTH          PIC 99.
        10  CHOSEN-START          PIC 99.

01  LINE-BUILD-AREA.
    05  WS-BUILD-LINE             PIC X(80).
    05  WS-BUILD-CHARS REDEFINES WS-BUILD-LINE.
        10  BUILD-CHAR OCCURS 80  PIC X.
    05  WS-COL-TEXT               PIC X(20).
    05  WS-COL-TEXT-CHARS REDEFINES WS-COL-TEXT.
        10  COLT-CHAR OCCURS 20   PIC X.
    05  WS-BX                     PIC 99 VALUE ZERO.
    05  WS-CX                     PIC 99 VALUE ZERO.

01  SELECTED-IMAGE.
    05  FILLER                    PIC X(4).
    05  SLI-EMP-ID                PIC X(7).
    05  FILLER                    PIC X(10).
    05  SLI-NAME                  PIC X(20).
    05  FILLER                    PIC X(10).
    05  SLI-SSN.
        10  FILLER                PIC X(7).
        10  SLI-SSN-LST-4         PIC X(4).
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

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN.
        10  FILLER                PIC X(7) VALUE '***-**-'.
        10  WS-MASK-LST-4         PIC X(4).

01  GROUP-CONTROL.
    05  WS-PREV-GROUP             PIC X(10) VALUE SPACE.
    05  WS-TX                     PIC 9 VALUE ZERO.
    05  WS-RT-LABEL               PIC X(10) VALUE SPACE.
    05  WS-RT-COUNT               PIC 9(5) VALUE ZERO.
    05  WS-RT-TOTAL               PIC 9(8)V99 VALUE ZERO.
    05  WS-AVG-RATE               PIC 9(4)V99 VALUE ZERO.

01  TOTAL-ACCUMULATORS.
    05  TOT-SET OCCURS 2.
        10  TOT-COUNT             PIC 9(5).
        10  TOT-H-COUNT           PIC 9(5).
        10  TOT-H-RATE            PIC 9(8)V99.
        10  TOT-S-COUNT           PIC 9(5).
        10  TOT-S-RATE            PIC 9(8)V99.
        10  TOT-O-COUNT           PIC 9(5).
        10  TOT-O-RATE            PIC 9(8)V99.

01  ADL-HDR-LINE.
    05  ADL-HDR-TITLE                     PIC X(40).
    05  FILLER                            PIC X(14)
        VALUE '  REPORT DATE '.
    05  ADL-HDR-DATE                      PIC X(6).
    05  FILLER                            PIC X(20) VALUE SPACE.
01  ADL-REQUEST-LINE.
    05  FILLER                            PIC X(18)
        VALUE 'SELECTION REQUEST '.
    05  ADL-REQ-NAME                      PIC X(10).
    05  FILLER                            PIC X(52) VALUE SPACE.
01  ADL-ECHO-LINE.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  ADL-ECHO-KEYWORD                  PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  ADL-ECHO-VALUE                    PIC X(40).
    05  FILLER                            PIC X(25) VALUE SPACE.
01  ADL-GROUP-LINE.
    05  ADL-GRP-LABEL                     PIC X(10).
    05  FILLER                            PIC X VALUE SPACE.
    05  ADL-GRP-VALUE                     PIC X(10).
    05  FILLER                            PIC X(12)
        VALUE ' EMPLOYEES: '.
    05  ADL-GRP-COUNT                     PIC ZZZZ9.
    05  FILLER                            PIC X(42) VALUE SPACE.
01  ADL-COUNT-LINE.
    05  ADL-COUNT-LABEL                   PIC X(30).
    05  ADL-COUNT                         PIC ZZZZ9.
    05  FILLER                            PIC X(45) VALUE SPACE.
01  ADL-RATE-LINE.
    05  FILLER                            PIC X(4) VALUE SPACE.
    05  ADL-RT-LABEL                      PIC X(10).
    05  ADL-RT-COUNT                      PIC ZZZZ9.
    05  FILLER                            PIC X(14)
        VALUE '  RATE TOTAL  '.
    05  ADL-RT-TOTAL                      PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                            PIC X(11)
        VALUE '  AVERAGE  '.
    05  ADL-RT-AVERAGE                    PIC ZZZ9.99.
    05  FILLER                            PIC X(16) VALUE SPACE.

PROCEDURE DIVISION.

**************************************************************
*                                                            *
* THIS PROGRAM LOADS THE SELECTION CARDS FOR THE REQUEST,    *
* SORTS THE SELECTED EMPLOYEES INTO THE CHOSEN ORDER AND     *
* PRINTS THE LISTING. IT IS ENTERED FROM THE OPERATING       *
* SYSTEM AND EXITS TO THE OPERATING SYSTEM.                  *
*                                                            *
**************************************************************
C10-SELECTION-LISTING.
    PERFORM C80-FIND-RUN-PARM.
    IF WS-PARM-FOUND = 'Y'
        MOVE WS-PARM-VALUE TO WS-REQUEST-NAME
    ELSE
        DISPLAY 'ENTER SELECTION REQUEST NAME:'
        MOVE SPACE TO WS-REQUEST-NAME
        ACCEPT WS-REQUEST-NAME.
    IF WS-REQUEST-NAME = SPACE
        DISPLAY 'NO SELECTION REQUEST GIVEN.'
        STOP RUN.
    ACCEPT WS-REPORT-DATE FROM DATE.
    PERFORM C12-LOAD-SELECTION.
    IF WS-CARD-COUNT = 0
        DISPLAY 'NO CARDS FOR REQUEST ' WS-REQUEST-NAME
            ' ON SEL2.FIL.'
        STOP RUN.
    PERFORM C16-SET-UP-COLUMNS.
    IF WS-SEL-ERRORS > 0
        DISPLAY WS-SEL-ERRORS ' SELECTION CARD ERROR(S) -- '
            'CORRECT SEL2.FIL AND RERUN.'
        STOP RUN.
    OPEN INPUT EMP-REPORT-FILE.
    IF EMP-REPORT-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS='
            EMP-REPORT-STATUS
        STOP RUN.
    OPEN OUTPUT LISTING-PRINT-FILE.
    IF WS-EXTRACT-SW = 'Y'
        OPEN OUTPUT SELECTED-EXTRACT-FILE.
    MOVE ZERO TO TOTAL-ACCUMULATORS.
    PERFORM C40-PRINT-HEADINGS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY GROUP-SORTED
        ON ASCENDING KEY KEY-SORTED
        ON ASCENDING KEY NAME-SORTED
        INPUT PROCEDURE C20-SELECT-EMPLOYEES
        OUTPUT PROCEDURE C50-PRINT-SORTED.
    PERFORM C60-PRINT-SUMMARY.
    CLOSE EMP-REPORT-FILE.
    CLOSE LISTING-PRINT-FILE.
    IF WS-EXTRACT-SW = 'Y'
        CLOSE SELECTED-EXTRACT-FILE.
    DISPLAY 'EMPLOYEES SELECTED: ' TOT-COUNT (2)
        '  OF ' WS-READ-COUNT ' READ.'.
    DISPLAY 'LISTING WRITTEN TO ADL2.FIL.'.
    IF WS-EXTRACT-SW = 'Y'
        DISPLAY 'SELECTED RECORDS WRITTEN TO SLX2.FIL.'.
    STOP RUN.
C12-LOAD-SELECTION.
    MOVE 'N' TO WS-SEL-EOF.
    OPEN INPUT SELECTION-FILE.
    IF WS-SEL-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN SEL2.FIL, STATUS=' WS-SEL-STATUS
        STOP RUN.
    PERFORM C13-READ-SELECTION
        UNTIL WS-SEL-EOF = 'Y'.
    CLOSE SELECTION-FILE.
C13-READ-SELECTION.
    READ SELECTION-FILE
        END
            MOVE 'Y' TO WS-SEL-EOF.
    IF WS-SEL-EOF NOT = 'Y'
        IF SEL-REQUEST = WS-REQUEST-NAME
            PERFORM C14-APPLY-SELECTION-CARD.
C14-APPLY-SELECTION-CARD.
    ADD 1 TO WS-CARD-COUNT.
    IF WS-ECHO-COUNT < 40
        ADD 1 TO WS-ECHO-COUNT
        MOVE SEL-KEYWORD TO ECHO-KEYWORD (WS-ECHO-COUNT)
        MOVE SEL-VALUE TO ECHO-VALUE (WS-ECHO-COUNT).
    MOVE 'N' TO WS-KEYWORD-KNOWN.
    IF SEL-KEYWORD = 'TITLE     '
        MOVE 'Y' TO WS-KEYWORD-KNOWN
        MOVE SEL-VALUE TO WS-REPORT-TITLE.
    IF SEL-KEYWORD = 'DEPT      '
        PERFORM C141-ADD-DEPT.
    IF SEL-KEYWORD = 'LOC       '
        PERFORM C142-ADD-LOC.
    IF SEL-KEYWORD = 'PAYTYPE   '
        PERFORM C143-ADD-PAY-TYPE.
    IF SEL-KEYWORD = 'JOBTITLE  '
        PERFORM C144-ADD-JOB-TITLE.
    IF SEL-KEYWORD = 'RATEFROM  ' OR SEL-KEYWORD = 'RATETO    '
        PERFORM C145-SET-RATE.
    IF SEL-KEYWORD = 'HIREFROM  ' OR SEL-KEYWORD = 'HIRETO    '
        PERFORM C146-SET-HIRE.
    IF SEL-KEYWORD = 'NAME      '
        PERFORM C148-SET-NAME-PREFIX.
    IF SEL-KEYWORD = 'SORT      '
        PERFORM C150-SET-SORT.
    IF SEL-KEYWORD = 'COLUMNS   '
        PERFORM C152-ADD-COLUMNS.
    IF SEL-KEYWORD = 'TOTALS    ' OR SEL-KEYWORD = 'EXTRACT   '
        PERFORM C156-SET-OPTION.
    IF WS-KEYWORD-KNOWN = 'N'
        MOVE 'UNKNOWN KEYWORD' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR.
C141-ADD-DEPT.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    IF SEL-CODE (1) = SPACE
        MOVE 'NO DEPARTMENT GIVEN' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        IF WS-DEPT-COUNT = 20
            MOVE 'MORE THAN 20 DEPT CARDS' TO WS-CARD-ERROR
            PERFORM C15-CARD-ERROR
        ELSE
            ADD 1 TO WS-DEPT-COUNT
            MOVE SEL-CODE (1) TO DEPT-LIST (WS-DEPT-COUNT).
C142-ADD-LOC.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    IF SEL-CODE (1) = SPACE
        MOVE 'NO LOCATION GIVEN' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        IF WS-LOC-COUNT = 20
            MOVE 'MORE THAN 20 LOC CARDS' TO WS-CARD-ERROR
            PERFORM C15-CARD-ERROR
        ELSE
            ADD 1 TO WS-LOC-COUNT
            MOVE SEL-CODE (1) TO LOC-LIST (WS-LOC-COUNT).
C143-ADD-PAY-TYPE.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    IF SEL-TYPE NOT = 'H' AND SEL-TYPE NOT = 'S'
        MOVE 'PAY TYPE MUST BE H OR S' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        IF WS-TYPE-COUNT = 5
            MOVE 'MORE THAN 5 PAYTYPE CARDS' TO WS-CARD-ERROR
            PERFORM C15-CARD-ERROR
        ELSE
            ADD 1 TO WS-TYPE-COUNT
            MOVE SEL-TYPE TO TYPE-LIST (WS-TYPE-COUNT).
C144-ADD-JOB-TITLE.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    IF SEL-TITLE = SPACE
        MOVE 'NO JOB TITLE GIVEN' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        IF WS-TITLE-COUNT = 20
            MOVE 'MORE THAN 20 JOBTITLE CARDS' TO WS-CARD-ERROR
            PERFORM C15-CARD-ERROR
        ELSE
            ADD 1 TO WS-TITLE-COUNT
            MOVE SEL-TITLE TO TITLE-LIST (WS-TITLE-COUNT).
C145-SET-RATE.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    IF SEL-RATE NOT NUMERIC OR SEL-RATE-REST NOT = SPACE
        MOVE 'RATE MUST BE 6 DIGITS 9999V99' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        MOVE SEL-RATE TO WS-RATE-IN
        IF SEL-KEYWORD = 'RATEFROM  '
            MOVE WS-RATE-IN-9 TO WS-RATE-FROM
            MOVE 'Y' TO WS-RATE-FROM-SW
        ELSE
            MOVE WS-RATE-IN-9 TO WS-RATE-TO
            MOVE 'Y' TO WS-RATE-TO-SW.
C146-SET-HIRE.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    PERFORM C147-EDIT-HIRE-VALUE.
    IF WS-HIRE-IN-OK = 'N'
        MOVE 'DATE MUST BE CCYYMMDD OR YYMMDD' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        IF SEL-KEYWORD = 'HIREFROM  '
            MOVE WS-HIRE-IN TO WS-HIRE-FROM
            MOVE 'Y' TO WS-HIRE-FROM-SW
        ELSE
            MOVE WS-HIRE-IN TO WS-HIRE-TO
            MOVE 'Y' TO WS-HIRE-TO-SW.
C147-EDIT-HIRE-VALUE.
    MOVE 'N' TO WS-HIRE-IN-OK.
    IF SEL-DATE-8 NUMERIC
        MOVE SEL-DATE-8 TO WS-HIRE-IN-X
        MOVE 'Y' TO WS-HIRE-IN-OK
    ELSE
        IF SEL-DATE-6 NUMERIC AND SEL-DATE-78 = SPACE
            MOVE SEL-DATE-6 TO WS-HP-IN-DATE
            MOVE SPACE TO WS-HP-IN-CC
            PERFORM C70-RESOLVE-HIRE-DATE
            MOVE WS-HIRE-CCYYMMDD TO WS-HIRE-IN
            MOVE 'Y' TO WS-HIRE-IN-OK.
C148-SET-NAME-PREFIX.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    MOVE SEL-NAME TO WS-NAME-PREFIX.
    MOVE 20 TO WS-PFX-LEN.
    MOVE 'N' TO WS-TRIM-DONE.
    PERFORM C149-TRIM-PREFIX
        UNTIL WS-TRIM-DONE = 'Y'.
    IF WS-PFX-LEN = 0
        MOVE 'NO NAME PREFIX GIVEN' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR.
C149-TRIM-PREFIX.
    IF PFX-CHAR (WS-PFX-LEN) NOT = SPACE
        MOVE 'Y' TO WS-TRIM-DONE
    ELSE
        SUBTRACT 1 FROM WS-PFX-LEN
        IF WS-PFX-LEN = 0
            MOVE 'Y' TO WS-TRIM-DONE.
C150-SET-SORT.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    MOVE SEL-VALUE TO WS-SORT-ORDER.
    MOVE 'N' TO WS-GROUPED.
    MOVE SPACE TO WS-GROUP-LABEL.
    IF WS-SORT-ORDER = 'DEPT'
        MOVE 'Y' TO WS-GROUPED
        MOVE 'DEPT' TO WS-GROUP-LABEL.
    IF WS-SORT-ORDER = 'LOC'
        MOVE 'Y' TO WS-GROUPED
        MOVE 'LOCATION' TO WS-GROUP-LABEL.
    IF WS-SORT-ORDER = 'TITLE'
        MOVE 'Y' TO WS-GROUPED
        MOVE 'TITLE' TO WS-GROUP-LABEL.
    IF WS-SORT-ORDER = 'PAYTYPE'
        MOVE 'Y' TO WS-GROUPED
        MOVE 'PAY TYPE' TO WS-GROUP-LABEL.
    IF WS-GROUPED = 'N'
        IF WS-SORT-ORDER NOT = 'NAME' AND WS-SORT-ORDER NOT = 'SSN'
                AND WS-SORT-ORDER NOT = 'EMPID'
                AND WS-SORT-ORDER NOT = 'RATE'
                AND WS-SORT-ORDER NOT = 'HIRE'
            MOVE 'UNKNOWN SORT ORDER' TO WS-CARD-ERROR
            PERFORM C15-CARD-ERROR.
C152-ADD-COLUMNS.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    MOVE 1 TO WS-CODE-IX.
    PERFORM C153-ADD-ONE-COLUMN
        UNTIL WS-CODE-IX > 13.
C153-ADD-ONE-COLUMN.
    IF SEL-CODE (WS-CODE-IX) NOT = SPACE
        MOVE 1 TO WS-DIX
        MOVE 'N' TO WS-LIST-FOUND
        PERFORM C154-FIND-COLUMN-CODE
            UNTIL WS-DIX > 10 OR WS-LIST-FOUND = 'Y'
        IF WS-LIST-FOUND = 'N'
            MOVE 'UNKNOWN COLUMN CODE' TO WS-CARD-ERROR
            PERFORM C15-CARD-ERROR
        ELSE
            IF WS-COL-COUNT = 13
                MOVE 'MORE THAN 13 COLUMNS' TO WS-CARD-ERROR
                PERFORM C15-CARD-ERROR
            ELSE
                ADD 1 TO WS-COL-COUNT
                MOVE WS-DIX TO CHOSEN-DEF (WS-COL-COUNT).
    ADD 1 TO WS-CODE-IX.
C154-FIND-COLUMN-CODE.
    IF COLDEF-CODE (WS-DIX) = SEL-CODE (WS-CODE-IX)
        MOVE 'Y' TO WS-LIST-FOUND
    ELSE
        ADD 1 TO WS-DIX.
C156-SET-OPTION.
    MOVE 'Y' TO WS-KEYWORD-KNOWN.
    IF SEL-TYPE NOT = 'Y' AND SEL-TYPE NOT = 'N'
        MOVE 'OPTION MUST BE Y OR N' TO WS-CARD-ERROR
        PERFORM C15-CARD-ERROR
    ELSE
        IF SEL-KEYWORD = 'TOTALS    '
            MOVE SEL-TYPE TO WS-TOTALS-SW
        ELSE
            MOVE SEL-TYPE TO WS-EXTRACT-SW.
C15-CARD-ERROR.
    ADD 1 TO WS-SEL-ERRORS.
    DISPLAY 'SEL2.FIL ' SEL-REQUEST ' ' SEL-KEYWORD ' -- '
        WS-CARD-ERROR.
C16-SET-UP-COLUMNS.
    IF WS-COL-COUNT = 0
        MOVE 1 TO CHOSEN-DEF (1)
        MOVE 2 TO CHOSEN-DEF (2)
        MOVE 4 TO CHOSEN-DEF (3)
        MOVE 5 TO CHOSEN-DEF (4)
        MOVE 6 TO CHOSEN-DEF (5)
        MOVE 7 TO CHOSEN-DEF (6)
        MOVE 8 TO CHOSEN-DEF (7)
        MOVE 9 TO CHOSEN-DEF (8)
        MOVE 8 TO WS-COL-COUNT.
    MOVE 1 TO WS-NEXT-POS.
    MOVE 1 TO WS-CIX.
    PERFORM C162-PLACE-COLUMN
        UNTIL WS-CIX > WS-COL-COUNT.
C162-PLACE-COLUMN.
    MOVE CHOSEN-DEF (WS-CIX) TO WS-DIX.
    ADD WS-NEXT-POS COLDEF-WIDTH (WS-DIX) GIVING WS-COL-END.
    SUBTRACT 1 FROM WS-COL-END.
    IF WS-COL-END > 80
        DISPLAY 'COLUMN ' COLDEF-CODE (WS-DIX)
            ' AND THOSE AFTER IT DO NOT FIT -- DROPPED.'
        SUBTRACT 1 FROM WS-CIX GIVING WS-COL-COUNT
    ELSE
        MOVE COLDEF-WIDTH (WS-DIX) TO CHOSEN-WIDTH (WS-CIX)
        MOVE WS-NEXT-POS TO CHOSEN-START (WS-CIX)
        ADD 2 TO WS-COL-END GIVING WS-NEXT-POS
        ADD 1 TO WS-CIX.
C20-SELECT-EMPLOYEES.
    MOVE 'N' TO WS-MASTER-EOF.
    PERFORM C22-READ-MASTER-RECORD
        UNTIL WS-MASTER-EOF = 'Y'.
C22-READ-MASTER-RECORD.
    READ EMP-REPORT-FILE NEXT RECORD
        END
            MOVE 'Y' TO WS-MASTER-EOF.
    IF WS-MASTER-EOF NOT = 'Y'
        ADD 1 TO WS-READ-COUNT
        PERFORM C30-CHECK-SELECTION
        IF WS-SELECTED = 'Y'
            PERFORM C24-RELEASE-SELECTED.
C24-RELEASE-SELECTED.
    MOVE SPACE TO GROUP-SORTED.
    MOVE SPACE TO KEY-SORTED.
    MOVE NAME-REPORT TO NAME-SORTED.
    MOVE EMP-REPORT-LINE TO IMAGE-SORTED.
    IF WS-SORT-ORDER = 'SSN'
        MOVE SSN-REPORT TO KEY-SORTED.
    IF WS-SORT-ORDER = 'EMPID'
        MOVE EMP-ID-NUM-REPORT TO KEY-SORTED.
    IF WS-SORT-ORDER = 'DEPT'
        MOVE DEPT-NUM-REPORT TO GROUP-SORTED.
    IF WS-SORT-ORDER = 'LOC'
        MOVE LOC-CODE-REPORT TO GROUP-SORTED.
    IF WS-SORT-ORDER = 'TITLE'
        MOVE JOB-TITLE-REPORT TO GROUP-SORTED.
    IF WS-SORT-ORDER = 'PAYTYPE'
        MOVE PAY-TYPE-REPORT TO GROUP-SORTED.
    IF WS-SORT-ORDER = 'RATE'
        SUBTRACT PAY-RATE-REPORT FROM 9999.99 GIVING WS-RATE-COMP
        MOVE WS-RATE-COMP-X TO KEY-SORTED.
    IF WS-SORT-ORDER = 'HIRE'
        MOVE HIRE-DATE-REPORT TO WS-HP-IN-DATE
        MOVE HIRE-CC-REPORT TO WS-HP-IN-CC
        PERFORM C70-RESOLVE-HIRE-DATE
        IF WS-HP-OK = 'Y'
            MOVE WS-HIRE-X TO KEY-SORTED.
    RELEASE SORT-WORK-RECORD.
C30-CHECK-SELECTION.
    MOVE 'Y' TO WS-SELECTED.
    IF WS-DEPT-COUNT > 0
        PERFORM C31-CHECK-DEPT.
    IF WS-SELECTED = 'Y' AND WS-LOC-COUNT > 0
        PERFORM C32-CHECK-LOC.
    IF WS-SELECTED = 'Y' AND WS-TYPE-COUNT > 0
        PERFORM C33-CHECK-PAY-TYPE.
    IF WS-SELECTED = 'Y' AND WS-TITLE-COUNT > 0
        PERFORM C34-CHECK-JOB-TITLE.
    IF WS-SELECTED = 'Y' AND WS-RATE-FROM-SW = 'Y'
        IF PAY-RATE-REPORT < WS-RATE-FROM
            MOVE 'N' TO WS-SELECTED.
    IF WS-SELECTED = 'Y' AND WS-RATE-TO-SW = 'Y'
        IF PAY-RATE-REPORT > WS-RATE-TO
            MOVE 'N' TO WS-SELECTED.
    IF WS-SELECTED = 'Y'
        IF WS-HIRE-FROM-SW = 'Y' OR WS-HIRE-TO-SW = 'Y'
            PERFORM C35-CHECK-HIRE-DATE.
    IF WS-SELECTED = 'Y' AND WS-PFX-LEN > 0
        PERFORM C36-CHECK-NAME-PREFIX.
C31-CHECK-DEPT.
    MOVE 'N' TO WS-LIST-FOUND.
    MOVE 1 TO WS-LX.
    PERFORM C312-SCAN-DEPT
        UNTIL WS-LX > WS-DEPT-COUNT OR WS-LIST-FOUND = 'Y'.
    MOVE WS-LIST-FOUND TO WS-SELECTED.
C312-SCAN-DEPT.
    IF DEPT-LIST (WS-LX) = DEPT-NUM-REPORT
        MOVE 'Y' TO WS-LIST-FOUND
    ELSE
        ADD 1 TO WS-LX.
C32-CHECK-LOC.
    MOVE 'N' TO WS-LIST-FOUND.
    MOVE 1 TO WS-LX.
    PERFORM C322-SCAN-LOC
        UNTIL WS-LX > WS-LOC-COUNT OR WS-LIST-FOUND = 'Y'.
    MOVE WS-LIST-FOUND TO WS-SELECTED.
C322-SCAN-LOC.
    IF LOC-LIST (WS-LX) = LOC-CODE-REPORT
        MOVE 'Y' TO WS-LIST-FOUND
    ELSE
        ADD 1 TO WS-LX.
C33-CHECK-PAY-TYPE.
    MOVE 'N' TO WS-LIST-FOUND.
    MOVE 1 TO WS-LX.
    PERFORM C332-SCAN-PAY-TYPE
        UNTIL WS-LX > WS-TYPE-COUNT OR WS-LIST-FOUND = 'Y'.
    MOVE WS-LIST-FOUND TO WS-SELECTED.
C332-SCAN-PAY-TYPE.
    IF TYPE-LIST (WS-LX) = PAY-TYPE-REPORT
        MOVE 'Y' TO WS-LIST-FOUND
    ELSE
        ADD 1 TO WS-LX.
C34-CHECK-JOB-TITLE.
    MOVE 'N' TO WS-LIST-FOUND.
    MOVE 1 TO WS-LX.
    PERFORM C342-SCAN-JOB-TITLE
        UNTIL WS-LX > WS-TITLE-COUNT OR WS-LIST-FOUND = 'Y'.
    MOVE WS-LIST-FOUND TO WS-SELECTED.
C342-SCAN-JOB-TITLE.
    IF TITLE-LIST (WS-LX) = JOB-TITLE-REPORT
        MOVE 'Y' TO WS-LIST-FOUND
    ELSE
        ADD 1 TO WS-LX.
C35-CHECK-HIRE-DATE.
    MOVE HIRE-DATE-REPORT TO WS-HP-IN-DATE.
    MOVE HIRE-CC-REPORT TO WS-HP-IN-CC.
    PERFORM C70-RESOLVE-HIRE-DATE.
    IF WS-HP-OK = 'N'
        MOVE 'N' TO WS-SELECTED.
    IF WS-SELECTED = 'Y' AND WS-HIRE-FROM-SW = 'Y'
        IF WS-HIRE-CCYYMMDD < WS-HIRE-FROM
            MOVE 'N' TO WS-SELECTED.
    IF WS-SELECTED = 'Y' AND WS-HIRE-TO-SW = 'Y'
        IF WS-HIRE-CCYYMMDD > WS-HIRE-TO
            MOVE 'N' TO WS-SELECTED.
C36-CHECK-NAME-PREFIX.
    MOVE NAME-REPORT TO WS-NAME-WORK.
    MOVE 1 TO WS-NX.
    PERFORM C362-COMPARE-NAME-CHAR
        UNTIL WS-NX > WS-PFX-LEN OR WS-SELECTED = 'N'.
C362-COMPARE-NAME-CHAR.
    IF NAMEW-CHAR (WS-NX) NOT = PFX-CHAR (WS-NX)
        MOVE 'N' TO WS-SELECTED
    ELSE
        ADD 1 TO WS-NX.
C40-PRINT-HEADINGS.
    IF WS-REPORT-TITLE = SPACE
        MOVE 'EMPLOYEE SELECTION LISTING' TO ADL-HDR-TITLE
    ELSE
        MOVE WS-REPORT-TITLE TO ADL-HDR-TITLE.
    MOVE WS-REPORT-DATE TO ADL-HDR-DATE.
    WRITE LISTING-PRINT-LINE FROM ADL-HDR-LINE
        AFTER ADVANCING 1.
    MOVE WS-REQUEST-NAME TO ADL-REQ-NAME.
    WRITE LISTING-PRINT-LINE FROM ADL-REQUEST-LINE
        AFTER ADVANCING 2.
    MOVE 1 TO WS-EX.
    PERFORM C42-PRINT-ECHO-LINE
        UNTIL WS-EX > WS-ECHO-COUNT.
    MOVE SPACE TO WS-BUILD-LINE.
    MOVE 1 TO WS-CIX.
    PERFORM C44-PLACE-COLUMN-HEAD
        UNTIL WS-CIX > WS-COL-COUNT.
    WRITE LISTING-PRINT-LINE FROM WS-BUILD-LINE
        AFTER ADVANCING 2.
    MOVE SPACE TO LISTING-PRINT-LINE.
    WRITE LISTING-PRINT-LINE
        AFTER ADVANCING 1.
C42-PRINT-ECHO-LINE.
    MOVE ECHO-KEYWORD (WS-EX) TO ADL-ECHO-KEYWORD.
    MOVE ECHO-VALUE (WS-EX) TO ADL-ECHO-VALUE.
    WRITE LISTING-PRINT-LINE FROM ADL-ECHO-LINE
        AFTER ADVANCING 1.
    ADD 1 TO WS-EX.
C44-PLACE-COLUMN-HEAD.
    MOVE CHOSEN-DEF (WS-CIX) TO WS-DIX.
    MOVE COLDEF-HEAD (WS-DIX) TO WS-COL-TEXT.
    PERFORM C46-PLACE-COLUMN-TEXT.
    ADD 1 TO WS-CIX.
C46-PLACE-COLUMN-TEXT.
    MOVE CHOSEN-START (WS-CIX) TO WS-BX.
    MOVE 1 TO WS-CX.
    PERFORM C47-MOVE-COLUMN-CHAR
        UNTIL WS-CX > CHOSEN-WIDTH (WS-CIX).
C47-MOVE-COLUMN-CHAR.
    MOVE COLT-CHAR (WS-CX) TO BUILD-CHAR (WS-BX).
    ADD 1 TO WS-CX.
    ADD 1 TO WS-BX.
C50-PRINT-SORTED.
    MOVE 'N' TO WS-SORT-EOF.
    MOVE SPACE TO WS-PREV-GROUP.
    PERFORM C52-PRINT-SORTED-RECORD
        UNTIL WS-SORT-EOF = 'Y'.
    IF WS-GROUPED = 'Y' AND TOT-COUNT (1) > 0
        PERFORM C54-PRINT-GROUP-TOTALS.
C52-PRINT-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        END
            MOVE 'Y' TO WS-SORT-EOF.
    IF WS-SORT-EOF NOT = 'Y'
        IF WS-GROUPED = 'Y' AND TOT-COUNT (1) > 0
                AND GROUP-SORTED NOT = WS-PREV-GROUP
            PERFORM C54-PRINT-GROUP-TOTALS.
    IF WS-SORT-EOF NOT = 'Y'
        MOVE GROUP-SORTED TO WS-PREV-GROUP
        MOVE IMAGE-SORTED TO SELECTED-IMAGE
        PERFORM C56-FORMAT-DETAIL-LINE
        WRITE LISTING-PRINT-LINE FROM WS-BUILD-LINE
            AFTER ADVANCING 1
        MOVE 1 TO WS-TX
        PERFORM C58-ADD-TO-TOTALS
        MOVE 2 TO WS-TX
        PERFORM C58-ADD-TO-TOTALS
        IF WS-EXTRACT-SW = 'Y'
            WRITE SELECTED-EXTRACT-RECORD FROM SELECTED-IMAGE.
C54-PRINT-GROUP-TOTALS.
    MOVE WS-GROUP-LABEL TO ADL-GRP-LABEL.
    MOVE WS-PREV-GROUP TO ADL-GRP-VALUE.
    MOVE TOT-COUNT (1) TO ADL-GRP-COUNT.
    WRITE LISTING-PRINT-LINE FROM ADL-GROUP-LINE
        AFTER ADVANCING 2.
    IF WS-TOTALS-SW = 'Y'
        MOVE 1 TO WS-TX
        PERFORM C64-PRINT-RATE-TOTALS.
    MOVE SPACE TO LISTING-PRINT-LINE.
    WRITE LISTING-PRINT-LINE
        AFTER ADVANCING 1.
    MOVE ZERO TO TOT-SET (1).
C56-FORMAT-DETAIL-LINE.
    MOVE SPACE TO WS-BUILD-LINE.
    MOVE 1 TO WS-CIX.
    PERFORM C57-FORMAT-COLUMN
        UNTIL WS-CIX > WS-COL-COUNT.
C57-FORMAT-COLUMN.
    MOVE SPACE TO WS-COL-TEXT.
    MOVE CHOSEN-DEF (WS-CIX) TO WS-DIX.
    IF WS-DIX = 1
        MOVE SLI-EMP-ID TO WS-COL-TEXT.
    IF WS-DIX = 2
        MOVE SLI-NAME TO WS-COL-TEXT.
    IF WS-DIX = 3
        MOVE SLI-SSN-LST-4 TO WS-MASK-LST-4
        MOVE WS-MASKED-SSN TO WS-COL-TEXT.
    IF WS-DIX = 4
        MOVE SLI-DEPT TO WS-COL-TEXT.
    IF WS-DIX = 5
        MOVE SLI-LOC TO WS-COL-TEXT.
    IF WS-DIX = 6
        MOVE SLI-PAY-TYPE TO WS-COL-TEXT.
    IF WS-DIX = 7
        MOVE SLI-PAY-RATE TO WS-RATE-EDIT
        MOVE WS-RATE-EDIT TO WS-COL-TEXT.
    IF WS-DIX = 8
        MOVE SLI-JOB-TITLE TO WS-COL-TEXT.
    IF WS-DIX = 9
        PERFORM C572-FORMAT-HIRE-DATE.
    IF WS-DIX = 10
        IF SLI-EMP-STATUS = 'L'
            MOVE 'LEAVE' TO WS-COL-TEXT
        ELSE
            MOVE 'ACTIVE' TO WS-COL-TEXT.
    PERFORM C46-PLACE-COLUMN-TEXT.
    ADD 1 TO WS-CIX.
C572-FORMAT-HIRE-DATE.
    MOVE SLI-HIRE-DATE TO WS-HP-IN-DATE.
    MOVE SLI-HIRE-CC TO WS-HP-IN-CC.
    PERFORM C70-RESOLVE-HIRE-DATE.
    IF WS-HP-OK = 'Y'
        MOVE WS-HIRE-X TO WS-COL-TEXT
    ELSE
        MOVE SLI-HIRE-DATE TO WS-COL-TEXT.
C58-ADD-TO-TOTALS.
    ADD 1 TO TOT-COUNT (WS-TX).
    IF SLI-PAY-TYPE = 'H'
        ADD 1 TO TOT-H-COUNT (WS-TX)
        ADD SLI-PAY-RATE TO TOT-H-RATE (WS-TX)
    ELSE
        IF SLI-PAY-TYPE = 'S'
            ADD 1 TO TOT-S-COUNT (WS-TX)
            ADD SLI-PAY-RATE TO TOT-S-RATE (WS-TX)
        ELSE
            ADD 1 TO TOT-O-COUNT (WS-TX)
            ADD SLI-PAY-RATE TO TOT-O-RATE (WS-TX).
C60-PRINT-SUMMARY.
    MOVE 'EMPLOYEES SELECTED:' TO ADL-COUNT-LABEL.
    MOVE TOT-COUNT (2) TO ADL-COUNT.
    WRITE LISTING-PRINT-LINE FROM ADL-COUNT-LINE
        AFTER ADVANCING 2.
    MOVE 'MASTER RECORDS READ:' TO ADL-COUNT-LABEL.
    MOVE WS-READ-COUNT TO ADL-COUNT.
    WRITE LISTING-PRINT-LINE FROM ADL-COUNT-LINE
        AFTER ADVANCING 1.
    IF WS-EXTRACT-SW = 'Y'
        MOVE 'RECORDS WRITTEN TO SLX2.FIL:' TO ADL-COUNT-LABEL
        MOVE TOT-COUNT (2) TO ADL-COUNT
        WRITE LISTING-PRINT-LINE FROM ADL-COUNT-LINE
            AFTER ADVANCING 1.
    IF WS-TOTALS-SW = 'Y'
        MOVE 'RATE TOTALS BY PAY TYPE:' TO LISTING-PRINT-LINE
        WRITE LISTING-PRINT-LINE
            AFTER ADVANCING 2
        MOVE 2 TO WS-TX
        PERFORM C64-PRINT-RATE-TOTALS.
C64-PRINT-RATE-TOTALS.
    MOVE 'HOURLY' TO WS-RT-LABEL.
    MOVE TOT-H-COUNT (WS-TX) TO WS-RT-COUNT.
    MOVE TOT-H-RATE (WS-TX) TO WS-RT-TOTAL.
    PERFORM C66-PRINT-RATE-LINE.
    MOVE 'SALARIED' TO WS-RT-LABEL.
    MOVE TOT-S-COUNT (WS-TX) TO WS-RT-COUNT.
    MOVE TOT-S-RATE (WS-TX) TO WS-RT-TOTAL.
    PERFORM C66-PRINT-RATE-LINE.
    MOVE 'OTHER' TO WS-RT-LABEL.
    MOVE TOT-O-COUNT (WS-TX) TO WS-RT-COUNT.
    MOVE TOT-O-RATE (WS-TX) TO WS-RT-TOTAL.
    PERFORM C66-PRINT-RATE-LINE.
C66-PRINT-RATE-LINE.
    IF WS-RT-COUNT > 0
        DIVIDE WS-RT-COUNT INTO WS-RT-TOTAL GIVING WS-AVG-RATE
        MOVE WS-RT-LABEL TO ADL-RT-LABEL
        MOVE WS-RT-COUNT TO ADL-RT-COUNT
        MOVE WS-RT-TOTAL TO ADL-RT-TOTAL
        MOVE WS-AVG-RATE TO ADL-RT-AVERAGE
        WRITE LISTING-PRINT-LINE FROM ADL-RATE-LINE
            AFTER ADVANCING 1.
C70-RESOLVE-HIRE-DATE.
    MOVE 'N' TO WS-HP-OK.
    MOVE ZERO TO WS-HIRE-CCYYMMDD.
    IF WS-HP-IN-DATE NUMERIC
        MOVE 'Y' TO WS-HP-OK
        MOVE WS-HP-IN-DATE TO WS-HP-YYMMDD
        IF WS-HP-IN-CC NUMERIC
            MOVE WS-HP-IN-CC TO WS-HP-CC
        ELSE
            IF WS-HP-YY > 40
                MOVE 19 TO WS-HP-CC
            ELSE
                MOVE 20 TO WS-HP-CC.
    IF WS-HP-OK = 'Y'
        COMPUTE WS-HIRE-CCYYMMDD = WS-HP-CC * 1000000 + WS-HP-YYMMDD.
C80-FIND-RUN-PARM.
    MOVE 'N' TO WS-PARM-FOUND.
    MOVE SPACE TO WS-PARM-VALUE.
    MOVE 'N' TO WS-PARM-EOF.
    OPEN INPUT RUN-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        MOVE 'Y' TO WS-PARM-EOF
    ELSE
        PERFORM C82-READ-RUN-PARM
            UNTIL WS-PARM-EOF = 'Y' OR WS-PARM-FOUND = 'Y'
        CLOSE RUN-PARM-FILE.
C82-READ-RUN-PARM.
    READ RUN-PARM-FILE
        END
            MOVE 'Y' TO WS-PARM-EOF.
    IF WS-PARM-EOF NOT = 'Y'
        IF PRM-PROGRAM = 'CBL3C     '
                AND PRM-KEYWORD = 'REQUEST   '
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE TO WS-PARM-VALUE.
