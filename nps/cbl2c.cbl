*  NEXT CBL2 RUN PICKS UP ALONG WITH CDL2.FIL,    *
*  AND MARKS THE LEDGER ENTRY CORRECTED. IF NO    *
*  LEDGER IS ON HAND YET THE CURRENT EXCEPTION    *
*  FILE CDL2X.FIL IS WALKED THE OLD WAY. PAYROLL  *
*  BUREAU REJECTS OPENED BY CBL2R ARE CORRECTED   *
*  ON THE MASTER WITH CBL2M AND THEN RELEASED     *
*  HERE FOR RESENDING: NEW-HIRE DETAILS GO TO     *
*  BRS2.FIL FOR THE NEXT CBL2 EXTRACT, CHANGE AND *
*  TERMINATION DETAILS TO CRS2.FIL FOR THE NEXT   *
*  CBL2F FEED.                                    *
*                                                 *
***************************************************

    SELECT EXC-LEDGER-FILE ASSIGN
    XLG2.FIL
    FILE STATUS WS-LEDGER-STATUS.
    SELECT BUREAU-RESEND-FILE ASSIGN
    BRS2.FIL
    FILE STATUS WS-RESEND-STATUS.
    SELECT CHANGE-RESEND-FILE ASSIGN
    CRS2.FIL
    FILE STATUS WS-CRESEND-STATUS.

DATA DIVISION.

    05  XLG-CARD-IMAGE                    PIC X(80).
    05  FILLER                            PIC X.
    05  XLG-REASON                        PIC X(30).
    05  FILLER                            PIC X.
    05  XLG-SOURCE                        PIC X.
FD  BUREAU-RESEND-FILE
      LABEL RECORDS
      OMITTED.
01  BUREAU-RESEND-RECORD                  PIC X(80).
FD  CHANGE-RESEND-FILE
      LABEL RECORDS
      OMITTED.
01  CHANGE-RESEND-RECORD                  PIC X(80).

WORKING-STORAGE SECTION.

    05  WS-ACTION-CODE            PIC X VALUE SPACE.
    05  WS-LEDGER-MODE            PIC X VALUE 'N'.
    05  WS-LEDGER-CHANGED         PIC X VALUE 'N'.
    05  WS-RESEND-STATUS          PIC XX.
    05  WS-CRESEND-STATUS         PIC XX.
    05  WS-RESEND-OPEN            PIC X VALUE 'N'.
    05  WS-CRESEND-OPEN           PIC X VALUE 'N'.

01  CORRECTION-COUNTS.
    05  WS-READ-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-RESUB-COUNT            PIC 9(5) VALUE ZERO.
    05  WS-SKIP-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-RESEND-COUNT           PIC 9(5) VALUE ZERO.

01  LEDGER-TABLE-CONTROL.
    05  WS-LDG-COUNT              PIC 9(3) VALUE ZERO.
        10  LDG-RUN-DATE          PIC 9(6).
        10  LDG-CARD-IMAGE        PIC X(80).
        10  LDG-REASON            PIC X(30).
        10  LDG-SOURCE            PIC X.

01  CORRECTION-WORK.
    05  WORK-IMAGE.
        10  WORK-DEPT             PIC XX.
        10  FILLER                PIC X(3).
        10  WORK-NAME             PIC X(20).
        10  WORK-EFF-DATE         PIC X(6).
        10  FILLER                PIC X(9).
        10  WORK-SSN              PIC X(9).
        10  FILLER                PIC X(23).
    05  WORK-PAY-IMAGE REDEFINES WORK-IMAGE.
        10  WORK-PAY-CODE         PIC X.
        10  FILLER                PIC X(79).
    05  WORK-REASON               PIC X(30).
    05  WS-NEW-SSN                PIC X(9).
    05  WS-NEW-DEPT               PIC XX.
    05  WS-NEW-EFF-DATE           PIC X(6).

PROCEDURE DIVISION.

*                                                            *
* THIS PROGRAM LOADS THE EXCEPTION LEDGER, LETS THE CLERK    *
* CORRECT EACH OPEN ENTRY AND WRITES THE CORRECTED IMAGE TO  *
* THE RESUBMISSION FILE, MARKING THE LEDGER ENTRY OFF.       *
* PAYROLL BUREAU REJECTS ARE RELEASED TO THE BUREAU RESEND   *
* FILES INSTEAD. IT IS ENTERED FROM THE OPERATING SYSTEM AND *
* EXITS TO THE OPERATING SYSTEM.                             *
*                                                            *
**************************************************************
C10-CORRECT-EXCEPTIONS.
    ELSE
        PERFORM C19-WALK-EXCEPTION-FILE.
    CLOSE EMP-RESUB-FILE.
    IF WS-RESEND-OPEN = 'Y'
        CLOSE BUREAU-RESEND-FILE.
    IF WS-CRESEND-OPEN = 'Y'
        CLOSE CHANGE-RESEND-FILE.
    IF WS-LEDGER-CHANGED = 'Y'
        PERFORM C70-REWRITE-LEDGER.
    DISPLAY 'EXCEPTIONS REVIEWED:    ' WS-READ-COUNT.
    DISPLAY 'WRITTEN FOR RESUBMIT:   ' WS-RESUB-COUNT.
    DISPLAY 'RELEASED TO BUREAU:     ' WS-RESEND-COUNT.
    DISPLAY 'SKIPPED:                ' WS-SKIP-COUNT.
    STOP RUN.
C15-LOAD-LEDGER.
            MOVE XLG-RUN-DATE TO LDG-RUN-DATE (WS-LDG-COUNT)
            MOVE XLG-CARD-IMAGE TO LDG-CARD-IMAGE (WS-LDG-COUNT)
            MOVE XLG-REASON TO LDG-REASON (WS-LDG-COUNT)
            MOVE XLG-SOURCE TO LDG-SOURCE (WS-LDG-COUNT)
            IF XLG-STATUS = 'O'
                ADD 1 TO WS-OPEN-COUNT.
C18-WALK-LEDGER.
        DISPLAY 'RECORD: ' WORK-IMAGE
        DISPLAY 'REASON: ' WORK-REASON
        MOVE 'N' TO WS-RECORD-DONE
        PERFORM C21-ASK-LEDGER-ACTION.
    ADD 1 TO WS-LDG-IX.
C21-ASK-LEDGER-ACTION.
    IF LDG-SOURCE (WS-LDG-IX) = 'B'
        DISPLAY 'PAYROLL BUREAU REJECT -- CORRECT THE MASTER'
        DISPLAY 'WITH CBL2M BEFORE RELEASING IT FOR RESEND.'
        PERFORM C80-ASK-BUREAU-ACTION
            UNTIL WS-RECORD-DONE = 'Y'
    ELSE
        PERFORM C30-ASK-ACTION
            UNTIL WS-RECORD-DONE = 'Y'.
C22-PROCESS-EXCEPTION.
    READ EMP-EXCEPTION-FILE
        END
        PERFORM C30-ASK-ACTION
            UNTIL WS-RECORD-DONE = 'Y'.
C30-ASK-ACTION.
    DISPLAY 'ACTION? S=FIX SSN, D=FIX DEPT, E=FIX EFFECTIVE DATE,'.
    DISPLAY 'W=WRITE FOR RESUBMIT, K=SKIP THIS RECORD:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'S'
        IF WS-ACTION-CODE = 'D'
            PERFORM C50-FIX-DEPT
        ELSE
            IF WS-ACTION-CODE = 'E'
                PERFORM C52-FIX-EFF-DATE
            ELSE
                IF WS-ACTION-CODE = 'W'
                    PERFORM C60-WRITE-RESUB
                ELSE
                    IF WS-ACTION-CODE = 'K'
                        ADD 1 TO WS-SKIP-COUNT
                        MOVE 'Y' TO WS-RECORD-DONE
                    ELSE
                        DISPLAY 'UNRECOGNIZED ACTION.'.
C40-FIX-SSN.
    DISPLAY 'SSN ON CARD IS ' WORK-SSN.
    DISPLAY 'ENTER CORRECTED SSN (9 DIGITS):'.
        DISPLAY 'DEPARTMENT UNCHANGED.'
    ELSE
        MOVE WS-NEW-DEPT TO WORK-DEPT.
C52-FIX-EFF-DATE.
    DISPLAY 'EFFECTIVE DATE ON CARD IS ' WORK-EFF-DATE.
    DISPLAY 'ENTER CORRECTED EFFECTIVE DATE (YYMMDD, N=NONE):'.
    MOVE SPACE TO WS-NEW-EFF-DATE.
    ACCEPT WS-NEW-EFF-DATE.
    IF WS-NEW-EFF-DATE = SPACE
        DISPLAY 'EFFECTIVE DATE UNCHANGED.'
    ELSE
        IF WS-NEW-EFF-DATE = 'N'
            MOVE SPACE TO WORK-EFF-DATE
        ELSE
            MOVE WS-NEW-EFF-DATE TO WORK-EFF-DATE.
C60-WRITE-RESUB.
    MOVE WORK-IMAGE TO EMP-RESUB-RECORD.
    WRITE EMP-RESUB-RECORD.
    MOVE LDG-RUN-DATE (WS-LDG-IX) TO XLG-RUN-DATE.
    MOVE LDG-CARD-IMAGE (WS-LDG-IX) TO XLG-CARD-IMAGE.
    MOVE LDG-REASON (WS-LDG-IX) TO XLG-REASON.
    MOVE LDG-SOURCE (WS-LDG-IX) TO XLG-SOURCE.
    WRITE EXC-LEDGER-RECORD.
    ADD 1 TO WS-LDG-IX.
C80-ASK-BUREAU-ACTION.
    DISPLAY 'ACTION? R=RELEASE FOR RESEND TO BUREAU,'.
    DISPLAY 'K=SKIP THIS RECORD:'.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    IF WS-ACTION-CODE = 'R'
        PERFORM C82-WRITE-BUREAU-RESEND
    ELSE
        IF WS-ACTION-CODE = 'K'
            ADD 1 TO WS-SKIP-COUNT
            MOVE 'Y' TO WS-RECORD-DONE
        ELSE
            DISPLAY 'UNRECOGNIZED ACTION.'.
C82-WRITE-BUREAU-RESEND.
    IF WORK-PAY-CODE = 'D'
        PERFORM C84-OPEN-BUREAU-RESEND
        IF WS-RESEND-OPEN = 'Y'
            MOVE WORK-IMAGE TO BUREAU-RESEND-RECORD
            WRITE BUREAU-RESEND-RECORD
            PERFORM C88-MARK-RESENT
        ELSE
            DISPLAY 'CANNOT OPEN BRS2.FIL, STATUS=' WS-RESEND-STATUS
            MOVE 'Y' TO WS-RECORD-DONE
    ELSE
        PERFORM C86-OPEN-CHANGE-RESEND
        IF WS-CRESEND-OPEN = 'Y'
            MOVE WORK-IMAGE TO CHANGE-RESEND-RECORD
            WRITE CHANGE-RESEND-RECORD
            PERFORM C88-MARK-RESENT
        ELSE
            DISPLAY 'CANNOT OPEN CRS2.FIL, STATUS=' WS-CRESEND-STATUS
            MOVE 'Y' TO WS-RECORD-DONE.
C84-OPEN-BUREAU-RESEND.
    IF WS-RESEND-OPEN NOT = 'Y'
        OPEN EXTEND BUREAU-RESEND-FILE
        IF WS-RESEND-STATUS NOT = '00'
            OPEN OUTPUT BUREAU-RESEND-FILE.
    IF WS-RESEND-OPEN NOT = 'Y' AND WS-RESEND-STATUS = '00'
        MOVE 'Y' TO WS-RESEND-OPEN.
C86-OPEN-CHANGE-RESEND.
    IF WS-CRESEND-OPEN NOT = 'Y'
        OPEN EXTEND CHANGE-RESEND-FILE
        IF WS-CRESEND-STATUS NOT = '00'
            OPEN OUTPUT CHANGE-RESEND-FILE.
    IF WS-CRESEND-OPEN NOT = 'Y' AND WS-CRESEND-STATUS = '00'
        MOVE 'Y' TO WS-CRESEND-OPEN.
C88-MARK-RESENT.
    ADD 1 TO WS-RESEND-COUNT.
    MOVE 'Y' TO WS-RECORD-DONE.
    MOVE 'C' TO LDG-STATUS (WS-LDG-IX).
    MOVE 'Y' TO WS-LEDGER-CHANGED.
    DISPLAY 'RELEASED FOR RESEND TO THE BUREAU.'.
