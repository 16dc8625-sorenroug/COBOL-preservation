*  SSN HASH TOTAL, AND PER-SSN STATUS. EMPLOYEES  *
*  ACCEPTED, REJECTED OR MISSING FROM THE         *
*  BUREAU'S RETURN ARE PRINTED TO RCN2.FIL SO     *
*  THE MISSES CAN BE CHASED THE SAME DAY. THE     *
*  DAILY CHANGE AND TERMINATION FEED CHG2.FIL IS  *
*  THEN RECONCILED THE SAME WAY AGAINST THE       *
*  BUREAU'S RETURN FOR IT, CAK2.FIL. REJECTED     *
*  AND MISSING EMPLOYEES FROM EITHER RETURN ARE   *
*  ALSO OPENED ON THE EXCEPTION LEDGER XLG2.FIL   *
*  SO THEY AGE ON CBL2G AND ARE CORRECTED AND     *
*  RESENT THROUGH CBL2C. A NEW-HIRE EXCEPTION     *
*  CARRIES THE BATCH NUMBER FROM THE PAY2.FIL     *
*  TRAILER; A CHANGE-FEED EXCEPTION CARRIES THE   *
*  BATCH NUMBER ON ITS OWN CHG2.FIL DETAIL.       *
*  EACH RUN LOGS A START AND AN END RECORD ON     *
*  JOBLOG.DAT; THE END STATUS IS NORECON WHEN     *
*  EITHER RETURN DOES NOT RECONCILE.              *
*                                                 *
***************************************************

    FILE STATUS WS-ACK-STATUS.
    SELECT RECON-PRINT-FILE ASSIGN
    RCN2.FIL.
    SELECT CHANGE-FEED-FILE ASSIGN
    CHG2.FIL
    FILE STATUS WS-CHG-STATUS.
    SELECT CHANGE-ACK-FILE ASSIGN
    CAK2.FIL
    FILE STATUS WS-CAK-STATUS.
    SELECT EXC-LEDGER-FILE ASSIGN
    XLG2.FIL
    FILE STATUS WS-LEDGER-STATUS.
    SELECT JOB-LOG-FILE ASSIGN
    JOBLOG.DAT
    FILE STATUS WS-JOBLOG-STATUS.

DATA DIVISION.

      LABEL RECORDS
      OMITTED.
01  RECON-PRINT-LINE                      PIC X(80).
FD  CHANGE-FEED-FILE
      LABEL RECORDS
      OMITTED.
01  CHANGE-FEED-RECORD.
    05  CHG-REC-CODE                      PIC X.
    05  FILLER                            PIC X(79).
FD  CHANGE-ACK-FILE
      LABEL RECORDS
      OMITTED.
01  CHANGE-ACK-RECORD.
    05  CAK-REC-CODE                      PIC X.
    05  FILLER                            PIC X(79).
FD  EXC-LEDGER-FILE
      LABEL RECORDS
      OMITTED.
01  EXC-LEDGER-RECORD.
    05  XLG-STATUS                        PIC X.
    05  FILLER                            PIC X.
    05  XLG-BATCH-NUM                     PIC 9(4).
    05  FILLER                            PIC X.
    05  XLG-RUN-DATE                      PIC 9(6).
    05  FILLER                            PIC X.
    05  XLG-CARD-IMAGE                    PIC X(80).
    05  FILLER                            PIC X.
    05  XLG-REASON                        PIC X(30).
    05  FILLER                            PIC X.
    05  XLG-SOURCE                        PIC X.
FD  JOB-LOG-FILE
      LABEL RECORDS
      OMITTED.
01  JOB-LOG-RECORD                        PIC X(60).

WORKING-STORAGE SECTION.

    05  WS-ACK-STATUS             PIC XX.
    05  WS-PAY-EOF                PIC X VALUE 'N'.
    05  WS-ACK-EOF                PIC X VALUE 'N'.
    05  WS-CHG-STATUS             PIC XX.
    05  WS-CAK-STATUS             PIC XX.
    05  WS-CHG-EOF                PIC X VALUE 'N'.
    05  WS-CAK-EOF                PIC X VALUE 'N'.

01  LEDGER-CONTROL.
    05  WS-LEDGER-STATUS          PIC XX.
    05  WS-LEDGER-OPEN            PIC X VALUE 'N'.
    05  WS-LEDGER-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-LEDGER-BATCH           PIC 9(4) VALUE ZERO.
    05  WS-RUN-DATE               PIC 9(6) VALUE ZERO.
01  LEDGER-REASON-WORK.
    05  FILLER                    PIC X(8) VALUE 'BUREAU: '.
    05  LRW-TEXT                  PIC X(20).
    05  FILLER                    PIC XX VALUE SPACE.

01  PAY-DETAIL-IMAGE.
    05  FILLER                            PIC XX.
    05  PDI-SSN                           PIC X(9).
    05  FILLER                            PIC X.
    05  PDI-DEPT                          PIC XX.
    05  FILLER                            PIC X(33).
    05  PDI-BATCH                         PIC X(4).
    05  PDI-BATCH-9 REDEFINES PDI-BATCH   PIC 9(4).
01  PAY-TRAILER-IMAGE.
    05  FILLER                            PIC XX.
    05  PTI-COUNT                         PIC 9(5).
    05  FILLER                            PIC X.
    05  PTI-HASH                          PIC 9(15).
    05  FILLER                            PIC X.
    05  PTI-BATCH                         PIC X(4).
    05  PTI-BATCH-9 REDEFINES PTI-BATCH   PIC 9(4).
    05  FILLER                            PIC X(52).
01  ACK-DETAIL-IMAGE.
    05  FILLER                            PIC XX.
    05  ADI-SSN                           PIC X(9).
    05  WS-DTL-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-DTL-IX                 PIC 9(4) VALUE ZERO.
    05  WS-DTL-FOUND              PIC X VALUE 'N'.
    05  WS-RECON-SW               PIC X VALUE 'Y'.

01  SENT-DETAIL-TABLE.
    05  SENT-ENTRY OCCURS 1000.
        10  SENT-NAME             PIC X(20).
        10  SENT-DEPT             PIC XX.
        10  SENT-MARK             PIC X.
        10  SENT-BATCH            PIC 9(4).
        10  SENT-IMAGE            PIC X(80).

01  RCN-HDR-LINE.
    05  FILLER                            PIC X(40)
            VALUE 'PAYROLL BUREAU RECONCILIATION REPORT    '.
    05  FILLER                            PIC X(40) VALUE SPACE.
01  RCN-CHG-HDR-LINE.
    05  FILLER                            PIC X(44)
            VALUE 'CHANGE AND TERMINATION FEED RECONCILIATION  '.
    05  FILLER                            PIC X(36) VALUE SPACE.
01  RCN-DETAIL-LINE.
    05  RCN-DET-TAG                       PIC X(10).
    05  FILLER                            PIC XX VALUE SPACE.
01  RCN-STATUS-LINE.
    05  RCN-STATUS-TEXT                   PIC X(40).
    05  FILLER                            PIC X(40) VALUE SPACE.
01  JOB-LOG-CONTROL.
    05  WS-JOBLOG-STATUS          PIC XX.
01  JOB-LOG-LINE.
    05  JL-PROGRAM                PIC X(10).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-DATE                   PIC 9(6).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-TIME                   PIC 9(8).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-FLAG                   PIC X(5).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-STATUS                 PIC X(8).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-COUNT                  PIC 9(7).
    05  FILLER                    PIC X VALUE SPACE.
    05  JL-OPERATOR               PIC X(10) VALUE SPACE.

PROCEDURE DIVISION.

* THIS PROGRAM LOADS THE PAY2.FIL DETAILS INTO A TABLE,      *
* MATCHES EACH ACKNOWLEDGMENT RECORD AGAINST IT, AND PRINTS  *
* THE ACCEPTED, REJECTED AND MISSING EMPLOYEES TOGETHER      *
* WITH THE COUNT AND HASH COMPARISON. THE CHANGE FEED        *
* CHG2.FIL AND ITS RETURN CAK2.FIL ARE THEN RUN THROUGH THE  *
* SAME MATCH AS A SECOND SECTION OF THE REPORT. EVERY        *
* REJECTED OR MISSING EMPLOYEE IS WRITTEN AS AN OPEN ENTRY   *
* ON THE EXCEPTION LEDGER. IT IS ENTERED FROM THE OPERATING  *
* SYSTEM AND EXITS TO THE OPERATING SYSTEM.                  *
*                                                            *
**************************************************************
R10-RECONCILE.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE 'START' TO JL-FLAG.
    MOVE 'RUNNING ' TO JL-STATUS.
    MOVE ZERO TO JL-COUNT.
    PERFORM R90-WRITE-JOB-LOG.
    PERFORM R20-LOAD-SENT-TABLE.
    PERFORM R70-OPEN-EXC-LEDGER.
    OPEN OUTPUT RECON-PRINT-FILE.
    WRITE RECON-PRINT-LINE FROM RCN-HDR-LINE
        AFTER ADVANCING 1.
    PERFORM R30-PROCESS-ACK-FILE.
    PERFORM R40-LIST-MISSING.
    PERFORM R50-PRINT-CONTROL-TOTALS.
    PERFORM R60-RECONCILE-CHANGE-FEED.
    CLOSE RECON-PRINT-FILE.
    IF WS-LEDGER-OPEN = 'Y'
        CLOSE EXC-LEDGER-FILE.
    DISPLAY 'RECONCILIATION REPORT WRITTEN TO RCN2.FIL.'.
    DISPLAY 'BUREAU EXCEPTIONS OPENED ON XLG2.FIL: ' WS-LEDGER-COUNT.
    MOVE 'END  ' TO JL-FLAG.
    IF WS-RECON-SW = 'Y'
        MOVE 'NORMAL  ' TO JL-STATUS
    ELSE
        MOVE 'NORECON ' TO JL-STATUS.
    MOVE WS-LEDGER-COUNT TO JL-COUNT.
    PERFORM R90-WRITE-JOB-LOG.
    STOP RUN.
R20-LOAD-SENT-TABLE.
    MOVE 'N' TO WS-PAY-EOF.
            MOVE 'Y' TO WS-PAY-EOF.
    IF WS-PAY-EOF NOT = 'Y'
        IF PAY-REC-CODE = 'D'
            MOVE EMP-PAYROLL-RECORD TO PAY-DETAIL-IMAGE
            PERFORM R24-TABLE-PAY-DETAIL
        ELSE
            IF PAY-REC-CODE = 'T'
                MOVE EMP-PAYROLL-RECORD TO PAY-TRAILER-IMAGE
                MOVE PTI-COUNT TO WS-SENT-TRL-COUNT
                MOVE PTI-HASH TO WS-SENT-TRL-HASH
                PERFORM R28-SET-LEDGER-BATCH.
R24-TABLE-PAY-DETAIL.
    IF WS-DTL-COUNT = 1000
        DISPLAY 'MORE THAN 1000 DETAILS -- EXTRA NOT MATCHED'
    ELSE
        ADD 1 TO WS-DTL-COUNT
        ADD 1 TO WS-SENT-COUNT
        MOVE PDI-SSN TO SENT-SSN (WS-DTL-COUNT)
        MOVE PDI-NAME TO SENT-NAME (WS-DTL-COUNT)
        MOVE PDI-DEPT TO SENT-DEPT (WS-DTL-COUNT)
        MOVE SPACE TO SENT-MARK (WS-DTL-COUNT)
        MOVE PAY-DETAIL-IMAGE TO SENT-IMAGE (WS-DTL-COUNT)
        PERFORM R25-SET-SENT-BATCH
        PERFORM R26-ADD-SENT-HASH.
R25-SET-SENT-BATCH.
    IF PDI-BATCH NUMERIC
        MOVE PDI-BATCH-9 TO SENT-BATCH (WS-DTL-COUNT)
    ELSE
        MOVE ZERO TO SENT-BATCH (WS-DTL-COUNT).
R26-ADD-SENT-HASH.
    IF PDI-SSN NUMERIC
        MOVE PDI-SSN TO WS-SSN-NUMERIC
        ADD WS-SSN-NUMERIC TO WS-SENT-HASH.
R28-SET-LEDGER-BATCH.
    IF PTI-BATCH NUMERIC
        MOVE PTI-BATCH-9 TO WS-LEDGER-BATCH
    ELSE
        MOVE ZERO TO WS-LEDGER-BATCH.
R30-PROCESS-ACK-FILE.
    MOVE 'N' TO WS-ACK-EOF.
    OPEN INPUT BUREAU-ACK-FILE.
            MOVE 'Y' TO WS-ACK-EOF.
    IF WS-ACK-EOF NOT = 'Y'
        IF ACK-REC-CODE = 'D'
            MOVE BUREAU-ACK-RECORD TO ACK-DETAIL-IMAGE
            PERFORM R34-MATCH-ACK-DETAIL
        ELSE
            IF ACK-REC-CODE = 'T'
                MOVE ATI-COUNT TO WS-ACK-TRL-COUNT
                MOVE ATI-HASH TO WS-ACK-TRL-HASH.
R34-MATCH-ACK-DETAIL.
    ADD 1 TO WS-ACK-COUNT.
    IF ADI-SSN NUMERIC
        MOVE ADI-SSN TO WS-SSN-NUMERIC
        PERFORM R38-MARK-ACK-STATUS.
R36-SCAN-SENT-TABLE.
    IF SENT-SSN (WS-DTL-IX) = ADI-SSN
            AND SENT-MARK (WS-DTL-IX) = SPACE
        MOVE 'Y' TO WS-DTL-FOUND
    ELSE
        ADD 1 TO WS-DTL-IX.
        MOVE SENT-NAME (WS-DTL-IX) TO RCN-DET-NAME
        MOVE ADI-REASON TO RCN-DET-TEXT
        WRITE RECON-PRINT-LINE FROM RCN-DETAIL-LINE
            AFTER ADVANCING 1
        MOVE ADI-REASON TO LRW-TEXT
        PERFORM R72-WRITE-LEDGER-ENTRY.
R40-LIST-MISSING.
    MOVE 1 TO WS-DTL-IX.
    PERFORM R42-CHECK-ONE-SENT
        MOVE SENT-NAME (WS-DTL-IX) TO RCN-DET-NAME
        MOVE 'NO ACK FROM BUREAU' TO RCN-DET-TEXT
        WRITE RECON-PRINT-LINE FROM RCN-DETAIL-LINE
            AFTER ADVANCING 1
        MOVE 'NO ACK RETURNED' TO LRW-TEXT
        PERFORM R72-WRITE-LEDGER-ENTRY.
    ADD 1 TO WS-DTL-IX.
R50-PRINT-CONTROL-TOTALS.
    MOVE 'DETAILS SENT:' TO RCN-TOT-LABEL.
            AND WS-EXTRA-COUNT = ZERO
        MOVE 'BUREAU RETURN RECONCILES CLEAN' TO RCN-STATUS-TEXT
    ELSE
        MOVE 'N' TO WS-RECON-SW
        MOVE '*** BUREAU RETURN DOES NOT RECONCILE ***'
            TO RCN-STATUS-TEXT.
    WRITE RECON-PRINT-LINE FROM RCN-STATUS-LINE
R52-WRITE-TOTAL-LINE.
    WRITE RECON-PRINT-LINE FROM RCN-TOTAL-LINE
        AFTER ADVANCING 1.
R60-RECONCILE-CHANGE-FEED.
    WRITE RECON-PRINT-LINE FROM RCN-CHG-HDR-LINE
        AFTER ADVANCING 3.
    MOVE ZERO TO WS-SENT-COUNT WS-SENT-HASH WS-SENT-TRL-COUNT
        WS-SENT-TRL-HASH WS-ACK-COUNT WS-ACK-HASH WS-ACK-TRL-COUNT
        WS-ACK-TRL-HASH WS-ACCEPT-COUNT WS-REJECT-COUNT
        WS-MISSING-COUNT WS-EXTRA-COUNT WS-DTL-COUNT WS-LEDGER-BATCH.
    MOVE 'N' TO WS-CHG-EOF.
    OPEN INPUT CHANGE-FEED-FILE.
    IF WS-CHG-STATUS NOT = '00'
        MOVE 'NO CHANGE FEED ON HAND' TO RCN-STATUS-TEXT
        WRITE RECON-PRINT-LINE FROM RCN-STATUS-LINE
            AFTER ADVANCING 1
    ELSE
        PERFORM R62-READ-CHANGE-RECORD
            UNTIL WS-CHG-EOF = 'Y'
        CLOSE CHANGE-FEED-FILE
        PERFORM R64-PROCESS-CHANGE-ACK
        PERFORM R40-LIST-MISSING
        PERFORM R50-PRINT-CONTROL-TOTALS.
R62-READ-CHANGE-RECORD.
    READ CHANGE-FEED-FILE
        END
            MOVE 'Y' TO WS-CHG-EOF.
    IF WS-CHG-EOF NOT = 'Y'
        IF CHG-REC-CODE = 'C' OR CHG-REC-CODE = 'X'
                OR CHG-REC-CODE = 'R'
            MOVE CHANGE-FEED-RECORD TO PAY-DETAIL-IMAGE
            PERFORM R24-TABLE-PAY-DETAIL
        ELSE
            IF CHG-REC-CODE = 'T'
                MOVE CHANGE-FEED-RECORD TO PAY-TRAILER-IMAGE
                MOVE PTI-COUNT TO WS-SENT-TRL-COUNT
                MOVE PTI-HASH TO WS-SENT-TRL-HASH.
R64-PROCESS-CHANGE-ACK.
    MOVE 'N' TO WS-CAK-EOF.
    OPEN INPUT CHANGE-ACK-FILE.
    IF WS-CAK-STATUS NOT = '00'
        DISPLAY 'CANNOT OPEN CAK2.FIL, STATUS=' WS-CAK-STATUS
        MOVE 'NO CHANGE FEED ACKNOWLEDGMENT ON HAND' TO RCN-STATUS-TEXT
        WRITE RECON-PRINT-LINE FROM RCN-STATUS-LINE
            AFTER ADVANCING 1
    ELSE
        PERFORM R66-READ-CHANGE-ACK
            UNTIL WS-CAK-EOF = 'Y'
        CLOSE CHANGE-ACK-FILE.
R66-READ-CHANGE-ACK.
    READ CHANGE-ACK-FILE
        END
            MOVE 'Y' TO WS-CAK-EOF.
    IF WS-CAK-EOF NOT = 'Y'
        IF CAK-REC-CODE = 'D'
            MOVE CHANGE-ACK-RECORD TO ACK-DETAIL-IMAGE
            PERFORM R34-MATCH-ACK-DETAIL
        ELSE
            IF CAK-REC-CODE = 'T'
                MOVE CHANGE-ACK-RECORD TO ACK-TRAILER-IMAGE
                MOVE ATI-COUNT TO WS-ACK-TRL-COUNT
                MOVE ATI-HASH TO WS-ACK-TRL-HASH.
R70-OPEN-EXC-LEDGER.
    MOVE 'N' TO WS-LEDGER-OPEN.
    OPEN EXTEND EXC-LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = '00'
        OPEN OUTPUT EXC-LEDGER-FILE.
    IF WS-LEDGER-STATUS = '00'
        MOVE 'Y' TO WS-LEDGER-OPEN
    ELSE
        DISPLAY 'CANNOT OPEN XLG2.FIL, STATUS=' WS-LEDGER-STATUS.
R72-WRITE-LEDGER-ENTRY.
    IF WS-LEDGER-OPEN = 'Y'
        MOVE SPACE TO EXC-LEDGER-RECORD
        MOVE 'O' TO XLG-STATUS
        PERFORM R74-SET-ENTRY-BATCH
        MOVE WS-RUN-DATE TO XLG-RUN-DATE
        MOVE SENT-IMAGE (WS-DTL-IX) TO XLG-CARD-IMAGE
        MOVE LEDGER-REASON-WORK TO XLG-REASON
        MOVE 'B' TO XLG-SOURCE
        WRITE EXC-LEDGER-RECORD
        ADD 1 TO WS-LEDGER-COUNT.
R74-SET-ENTRY-BATCH.
    IF SENT-BATCH (WS-DTL-IX) = ZERO
        MOVE WS-LEDGER-BATCH TO XLG-BATCH-NUM
    ELSE
        MOVE SENT-BATCH (WS-DTL-IX) TO XLG-BATCH-NUM.
R90-WRITE-JOB-LOG.
    MOVE 'CBL2R' TO JL-PROGRAM.
    ACCEPT JL-DATE FROM DATE.
    ACCEPT JL-TIME FROM TIME.
    OPEN EXTEND JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS NOT = '00'
        OPEN OUTPUT JOB-LOG-FILE.
    IF WS-JOBLOG-STATUS = '00'
        WRITE JOB-LOG-RECORD FROM JOB-LOG-LINE
        CLOSE JOB-LOG-FILE.
