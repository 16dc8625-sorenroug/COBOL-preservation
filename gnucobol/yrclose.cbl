       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
      * Year-end close of the employee activity files that otherwise
      * only ever grow: the termination archive TRM2.FIL, transfers
      * XFR2.FIL, the maintenance audit MNT2.FIL, the exception
      * ledger XLG2.FIL and the batch register BCH2.FIL.  A shift
      * supervisor keys the year being closed; every record dated in
      * that year or earlier is moved to a yearly history file named
      * <file>.Y<ccyy> (TRM2.FIL.Y2025 for 2025), the way FILE-SAFE
      * names its generations, and the live file keeps only the
      * current-year records and anything still open: ledger entries
      * not yet corrected (status O) and batches received but never
      * run (status R), whatever their date.  Terminations moved to
      * history are carried forward to TSN2.FIL, one entry per SSN
      * holding the latest termination, so CBL2 still screens
      * rehires against every SSN the shop has ever terminated.
      * Control totals to YRCLOSE.PRN prove live plus history equals
      * what each file held before the close, and each file's counts
      * are registered on YRCLOSE.DAT; a year can be closed only once
      * and only after the years before it.  Take a FILE-SAFE backup
      * first.  The run holds the BATCH lock on LCK2.FIL throughout.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "TRM2.FIL"
               FILE STATUS WS-LIVE-STATUS.
           SELECT XFER-FILE ASSIGN TO "XFR2.FIL"
               FILE STATUS WS-LIVE-STATUS.
           SELECT MAINT-FILE ASSIGN TO "MNT2.FIL"
               FILE STATUS WS-LIVE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "XLG2.FIL"
               FILE STATUS WS-LIVE-STATUS.
           SELECT BATCH-FILE ASSIGN TO "BCH2.FIL"
               FILE STATUS WS-LIVE-STATUS.
           SELECT TERM-OUT-FILE ASSIGN TO WS-OUT-NAME
               FILE STATUS WS-OUT-STATUS.
           SELECT XFER-OUT-FILE ASSIGN TO WS-OUT-NAME
               FILE STATUS WS-OUT-STATUS.
           SELECT MAINT-OUT-FILE ASSIGN TO WS-OUT-NAME
               FILE STATUS WS-OUT-STATUS.
           SELECT LEDGER-OUT-FILE ASSIGN TO WS-OUT-NAME
               FILE STATUS WS-OUT-STATUS.
           SELECT BATCH-OUT-FILE ASSIGN TO WS-OUT-NAME
               FILE STATUS WS-OUT-STATUS.
           SELECT TERM-SSN-FILE ASSIGN TO "TSN2.FIL"
               FILE STATUS WS-TSN-STATUS.
           SELECT CLOSE-REGISTER-FILE ASSIGN TO "YRCLOSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "YRCLOSE.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPR2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPR-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "LCK2.FIL"
               FILE STATUS WS-LOCK-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               FILE STATUS WS-JOBLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE.
       01  TERM-RECORD                     PIC X(120).
       FD  XFER-FILE.
       01  XFER-RECORD                     PIC X(80).
       FD  MAINT-FILE.
       01  MAINT-RECORD                    PIC X(274).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD                   PIC X(127).
       FD  BATCH-FILE.
       01  BATCH-RECORD                    PIC X(80).
       FD  TERM-OUT-FILE.
       01  TERM-OUT-RECORD                 PIC X(120).
       FD  XFER-OUT-FILE.
       01  XFER-OUT-RECORD                 PIC X(80).
       FD  MAINT-OUT-FILE.
       01  MAINT-OUT-RECORD                PIC X(274).
       FD  LEDGER-OUT-FILE.
       01  LEDGER-OUT-RECORD               PIC X(127).
       FD  BATCH-OUT-FILE.
       01  BATCH-OUT-RECORD                PIC X(80).
       FD  TERM-SSN-FILE.
       01  TERM-SSN-RECORD.
           05  TSN-SSN                     PIC X(11).
           05  FILLER                      PIC X.
           05  TSN-EMP-ID                  PIC X(7).
           05  FILLER                      PIC X.
           05  TSN-TERM-DATE               PIC 9(6).
           05  FILLER                      PIC X.
           05  TSN-REASON                  PIC XX.
           05  FILLER                      PIC X.
           05  TSN-NAME                    PIC X(20).
           05  FILLER                      PIC X.
           05  TSN-CLOSE-YEAR              PIC 9(4).
           05  FILLER                      PIC X(25).
       FD  CLOSE-REGISTER-FILE.
       01  CLOSE-REGISTER-RECORD.
           05  REG-CLOSE-YEAR              PIC 9(4).
           05  FILLER                      PIC X.
           05  REG-FILE-NAME               PIC X(12).
           05  FILLER                      PIC X.
           05  REG-RUN-DATE                PIC 9(6).
           05  FILLER                      PIC X.
           05  REG-BEFORE                  PIC 9(7).
           05  FILLER                      PIC X.
           05  REG-LIVE                    PIC 9(7).
           05  FILLER                      PIC X.
           05  REG-HISTORY                 PIC 9(7).
           05  FILLER                      PIC X.
           05  REG-OPERATOR                PIC X(10).
       FD  CLOSE-REPORT.
       01  REPORT-LINE                     PIC X(80).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                      PIC X(10).
           05  FILLER                      PIC X.
           05  OPR-NAME                    PIC X(20).
           05  FILLER                      PIC X.
           05  OPR-LEVEL                   PIC X.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LCK-TYPE                    PIC X(6).
           05  FILLER                      PIC X.
           05  LCK-DATE                    PIC 9(6).
           05  FILLER                      PIC X.
           05  LCK-TIME                    PIC 9(8).
           05  FILLER                      PIC X.
           05  LCK-OPERATOR                PIC X(10).
           05  FILLER                      PIC X(47).
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05  JL-PROGRAM                  PIC X(10).
           05  FILLER                      PIC X.
           05  JL-DATE                     PIC 9(6).
           05  FILLER                      PIC X.
           05  JL-TIME                     PIC 9(8).
           05  FILLER                      PIC X.
           05  JL-FLAG                     PIC X(5).
           05  FILLER                      PIC X.
           05  JL-STATUS                   PIC X(8).
           05  FILLER                      PIC X.
           05  JL-COUNT                    PIC 9(7).
           05  FILLER                      PIC X.
           05  JL-OPERATOR                 PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-LIVE-STATUS                  PIC XX.
       01  WS-OUT-STATUS                   PIC XX.
       01  WS-TSN-STATUS                   PIC XX.
       01  WS-REGISTER-STATUS              PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-OPR-STATUS                   PIC XX.
       01  WS-LOCK-STATUS                  PIC XX.
       01  WS-JOBLOG-STATUS                PIC XX.
       01  WS-OUT-NAME                     PIC X(30) VALUE SPACE.
       01  WS-HISTORY-NAME                 PIC X(30) VALUE SPACE.
       01  WS-WORK-NAME                    PIC X(30)
               VALUE "YRCLOSE.WRK".
       01  WS-FILE-IX                      PIC 9 VALUE 0.
       01  WS-EOF-SW                       PIC X VALUE "N".
       01  WS-LIVE-OPEN                    PIC X VALUE "N".
       01  WS-OUT-OPEN                     PIC X VALUE "N".
       01  WS-TODAY.
           05  WS-TODAY-YY                 PIC 99.
           05  FILLER                      PIC 9(4).
       01  WS-TODAY-CCYY                   PIC 9(4) VALUE ZERO.
       01  WS-CLOSE-YEAR                   PIC 9(4) VALUE ZERO.
       01  WS-CONFIRM                      PIC X VALUE "N".
       01  WS-LOCK-TYPE                    PIC X(6) VALUE SPACE.
       01  WS-OPER-ID                      PIC X(10) VALUE SPACE.
       01  WS-OPER-NAME                    PIC X(20) VALUE SPACE.
       01  WS-OPER-LEVEL                   PIC X VALUE SPACE.
           88  SUPERVISOR-SIGNED-ON        VALUE "S".
       01  WS-OPER-FOUND                   PIC X VALUE "N".
       01  WS-CLOSED-THROUGH               PIC 9(4) VALUE ZERO.
       01  WS-CHECK-OK                     PIC X VALUE "Y".
       01  WS-ALL-BALANCED                 PIC X VALUE "Y".
       01  WS-JL-FLAG                      PIC X(5) VALUE SPACE.
       01  WS-JL-STATUS                    PIC X(8) VALUE SPACE.
       01  WS-JL-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-TO-HISTORY                   PIC X VALUE "N".
       01  WS-OPEN-ITEM                    PIC X VALUE "N".
       01  WS-REC-DATE                     PIC 9(6) VALUE ZERO.
       01  WS-REC-DATE-PARTS REDEFINES WS-REC-DATE.
           05  WS-REC-YY                   PIC 99.
           05  WS-REC-MMDD                 PIC 9(4).
       01  WS-REC-CCYY                     PIC 9(4) VALUE ZERO.
       01  WS-FULL-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-RECORD-DATA                  PIC X(274).
       01  TERM-VIEW REDEFINES WS-RECORD-DATA.
           05  FILLER                      PIC X(4).
           05  TV-EMP-ID                   PIC X(7).
           05  FILLER                      PIC X(10).
           05  TV-NAME                     PIC X(20).
           05  FILLER                      PIC X(10).
           05  TV-SSN                      PIC X(11).
           05  FILLER                      PIC X(48).
           05  TV-TERM-DATE                PIC 9(6).
           05  TV-REASON                   PIC XX.
           05  FILLER                      PIC X(156).
       01  XFER-VIEW REDEFINES WS-RECORD-DATA.
           05  XV-DATE                     PIC 9(6).
           05  FILLER                      PIC X(268).
       01  MAINT-VIEW REDEFINES WS-RECORD-DATA.
           05  MV-DATE                     PIC 9(6).
           05  FILLER                      PIC X(268).
       01  LEDGER-VIEW REDEFINES WS-RECORD-DATA.
           05  LV-STATUS                   PIC X.
           05  FILLER                      PIC X.
           05  LV-BATCH-NUM                PIC 9(4).
           05  FILLER                      PIC X.
           05  LV-RUN-DATE                 PIC 9(6).
           05  FILLER                      PIC X(261).
       01  BATCH-VIEW REDEFINES WS-RECORD-DATA.
           05  BV-BATCH-NUM                PIC 9(4).
           05  FILLER                      PIC X.
           05  BV-RECV-DATE                PIC 9(6).
           05  FILLER                      PIC X.
           05  BV-EXP-COUNT                PIC 9(5).
           05  FILLER                      PIC X.
           05  BV-STATUS                   PIC X.
           05  FILLER                      PIC X.
           05  BV-RUN-DATE                 PIC 9(6).
           05  FILLER                      PIC X(248).
       01  FILE-NAME-TABLE.
           05  FILLER                      PIC X(12) VALUE "TRM2.FIL".
           05  FILLER                      PIC X(12) VALUE "XFR2.FIL".
           05  FILLER                      PIC X(12) VALUE "MNT2.FIL".
           05  FILLER                      PIC X(12) VALUE "XLG2.FIL".
           05  FILLER                      PIC X(12) VALUE "BCH2.FIL".
       01  FILE-NAMES REDEFINES FILE-NAME-TABLE.
           05  FILE-BASE-NAME OCCURS 5     PIC X(12).
       01  CLOSE-COUNT-TABLE.
           05  CLOSE-COUNTS OCCURS 5.
               10  CC-PRESENT              PIC X.
               10  CC-BEFORE               PIC 9(7).
               10  CC-CLOSED               PIC 9(7).
               10  CC-OPEN-KEPT            PIC 9(7).
               10  CC-CURRENT              PIC 9(7).
               10  CC-LIVE-NOW             PIC 9(7).
               10  CC-HISTORY-NOW          PIC 9(7).
               10  CC-BALANCED             PIC X.
       01  WS-COUNT-TOTAL                  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-WORK                   PIC 9(7) VALUE ZERO.
       01  WS-TSN-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-TSN-IX                       PIC 9(4) VALUE ZERO.
       01  WS-TSN-FOUND                    PIC X VALUE "N".
       01  WS-TSN-BEFORE                   PIC 9(4) VALUE ZERO.
       01  WS-TSN-ADDED                    PIC 9(4) VALUE ZERO.
       01  WS-TSN-UPDATED                  PIC 9(4) VALUE ZERO.
       01  WS-TSN-AFTER                    PIC 9(4) VALUE ZERO.
       01  WS-TSN-OVERFLOW                 PIC X VALUE "N".
       01  WS-TSN-NEW-DATE                 PIC 9(8) VALUE ZERO.
       01  TERM-SSN-TABLE.
           05  TSN-ENTRY OCCURS 3000.
               10  TT-SSN                  PIC X(11).
               10  TT-EMP-ID               PIC X(7).
               10  TT-TERM-DATE            PIC 9(6).
               10  TT-FULL-DATE            PIC 9(8).
               10  TT-REASON               PIC XX.
               10  TT-NAME                 PIC X(20).
               10  TT-CLOSE-YEAR           PIC 9(4).
       01  RPT-HDR-LINE.
           05  FILLER                      PIC X(33)
                   VALUE "YEAR-END CLOSE OF ACTIVITY FILES".
           05  FILLER                      PIC X(11)
                   VALUE "CLOSE YEAR ".
           05  RPT-HDR-YEAR                PIC 9(4).
           05  FILLER                      PIC X(6) VALUE "  RUN ".
           05  RPT-HDR-DATE                PIC 9(6).
           05  FILLER                      PIC X(5) VALUE "  BY ".
           05  RPT-HDR-OPERATOR            PIC X(10).
           05  FILLER                      PIC X(5) VALUE SPACE.
       01  RPT-COL-LINE.
           05  FILLER                      PIC X(40)
                   VALUE "FILE          BEFORE  CLOSED  OPEN KEPT ".
           05  FILLER                      PIC X(40)
                   VALUE "CURRENT  LIVE NOW  HISTORY  CHECK       ".
       01  RPT-DETAIL-LINE.
           05  RPT-FILE                    PIC X(12).
           05  RPT-BEFORE                  PIC Z(6)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-CLOSED                  PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-OPEN-KEPT               PIC Z(6)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-CURRENT                 PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-LIVE-NOW                PIC Z(6)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-HISTORY-NOW             PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-CHECK                   PIC X(13).
       01  RPT-NAME-LINE.
           05  FILLER                      PIC X(4) VALUE SPACE.
           05  FILLER                      PIC X(14)
                   VALUE "HISTORY FILE: ".
           05  RPT-HISTORY-NAME            PIC X(30).
           05  FILLER                      PIC X(32) VALUE SPACE.
       01  RPT-TEXT-LINE.
           05  RPT-TEXT                    PIC X(80).
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL               PIC X(40).
           05  RPT-TOT-COUNT               PIC Z(6)9.
           05  FILLER                      PIC X(33) VALUE SPACE.
       PROCEDURE DIVISION.
       YEARENDCLOSE.
           ACCEPT WS-TODAY FROM DATE.
           IF WS-TODAY-YY > 40
               COMPUTE WS-TODAY-CCYY = 1900 + WS-TODAY-YY
           ELSE
               COMPUTE WS-TODAY-CCYY = 2000 + WS-TODAY-YY.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF WS-OPER-FOUND NOT = "Y"
               DISPLAY "OPERATOR NOT ON OPR2.FIL -- CLOSE REFUSED."
               STOP RUN.
           IF NOT SUPERVISOR-SIGNED-ON
               DISPLAY "YEAR-END CLOSE REQUIRES A SUPERVISOR OPERATOR."
               STOP RUN.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-TYPE NOT = SPACE
               DISPLAY "LCK2.FIL SHOWS A " WS-LOCK-TYPE
                   " SESSION ON THE MASTER -- CLOSE REFUSED."
               STOP RUN.
           DISPLAY "YEAR TO CLOSE (CCYY)? " WITH NO ADVANCING.
           ACCEPT WS-CLOSE-YEAR.
           PERFORM CHECK-CLOSE-YEAR THRU CHECK-CLOSE-YEAR-EXIT.
           IF WS-CHECK-OK NOT = "Y"
               STOP RUN.
           DISPLAY "RECORDS DATED " WS-CLOSE-YEAR
               " AND EARLIER WILL MOVE TO HISTORY FILES <FILE>.Y"
               WS-CLOSE-YEAR.
           DISPLAY "TAKE A FILE-SAFE BACKUP FIRST.  CLOSE NOW (Y/N)?".
           MOVE "N" TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "YEAR-END CLOSE CANCELLED."
               STOP RUN.
           PERFORM SET-RUN-LOCK.
           MOVE "START" TO WS-JL-FLAG.
           MOVE "RUNNING " TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           MOVE ZERO TO WS-JL-COUNT.
           PERFORM LOAD-TERM-SSN-TABLE THRU LOAD-TERM-SSN-EXIT.
           PERFORM CLOSE-ONE-FILE THRU CLOSE-ONE-EXIT
               VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 5.
           PERFORM REWRITE-TERM-SSN-FILE THRU REWRITE-TERM-SSN-EXIT.
           PERFORM WRITE-CLOSE-REGISTER.
           PERFORM PRINT-CLOSE-REPORT THRU PRINT-CLOSE-REPORT-EXIT.
           PERFORM CLEAR-RUN-LOCK.
           MOVE "END  " TO WS-JL-FLAG.
           IF WS-ALL-BALANCED = "Y"
               MOVE "NORMAL  " TO WS-JL-STATUS
           ELSE
               MOVE "UNBALNCD" TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           DISPLAY "CONTROL TOTALS WRITTEN TO YRCLOSE.PRN".
           IF WS-ALL-BALANCED = "Y"
               DISPLAY "YEAR " WS-CLOSE-YEAR " CLOSED -- ALL FILES "
                   "BALANCE."
           ELSE
               DISPLAY "*** CLOSE OUT OF BALANCE -- SEE YRCLOSE.PRN "
                   "AND RESTORE FROM THE FILE-SAFE BACKUP ***".
           STOP RUN.

       SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPER-ID.
           MOVE "N" TO WS-OPER-FOUND.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "OPR2.FIL NOT AVAILABLE."
               GO TO SIGN-ON-EXIT.
       SIGN-ON-READ.
           READ OPERATOR-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE OPERATOR-FILE
               GO TO SIGN-ON-EXIT.
           IF OPR-ID = WS-OPER-ID
               MOVE "Y" TO WS-OPER-FOUND
               MOVE OPR-NAME TO WS-OPER-NAME
               MOVE OPR-LEVEL TO WS-OPER-LEVEL
               DISPLAY "SIGNED ON: " WS-OPER-NAME
               CLOSE OPERATOR-FILE
               GO TO SIGN-ON-EXIT.
           GO TO SIGN-ON-READ.
       SIGN-ON-EXIT.
           EXIT.

      * The close year must be before the current year and after the
      * last year on the close register, and no history file for it
      * may exist already.
       CHECK-CLOSE-YEAR.
           MOVE "Y" TO WS-CHECK-OK.
           IF WS-CLOSE-YEAR NOT NUMERIC OR WS-CLOSE-YEAR < 1941
               DISPLAY "CLOSE YEAR MUST BE FOUR DIGITS, CCYY."
               MOVE "N" TO WS-CHECK-OK
               GO TO CHECK-CLOSE-YEAR-EXIT.
           IF WS-CLOSE-YEAR NOT < WS-TODAY-CCYY
               DISPLAY "ONLY A YEAR BEFORE " WS-TODAY-CCYY
                   " CAN BE CLOSED."
               MOVE "N" TO WS-CHECK-OK
               GO TO CHECK-CLOSE-YEAR-EXIT.
           MOVE ZERO TO WS-CLOSED-THROUGH.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLOSE-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM READ-CLOSE-REGISTER
                   UNTIL WS-EOF-SW = "Y"
               CLOSE CLOSE-REGISTER-FILE.
           IF WS-CLOSE-YEAR NOT > WS-CLOSED-THROUGH
               DISPLAY "YRCLOSE.DAT SHOWS THE FILES CLOSED THROUGH "
                   WS-CLOSED-THROUGH " -- CLOSE REFUSED."
               MOVE "N" TO WS-CHECK-OK
               GO TO CHECK-CLOSE-YEAR-EXIT.
           PERFORM CHECK-HISTORY-ABSENT
               VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 5.
       CHECK-CLOSE-YEAR-EXIT.
           EXIT.

       READ-CLOSE-REGISTER.
           READ CLOSE-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF REG-CLOSE-YEAR NUMERIC
                       IF REG-CLOSE-YEAR > WS-CLOSED-THROUGH
                           MOVE REG-CLOSE-YEAR TO WS-CLOSED-THROUGH
                       END-IF
                   END-IF
           END-READ.

       CHECK-HISTORY-ABSENT.
           PERFORM SET-HISTORY-NAME.
           MOVE WS-HISTORY-NAME TO WS-OUT-NAME.
           PERFORM OPEN-OUT-INPUT.
           IF WS-OUT-OPEN = "Y"
               PERFORM CLOSE-OUT
               DISPLAY WS-HISTORY-NAME " ALREADY EXISTS -- CLOSE "
                   "REFUSED."
               MOVE "N" TO WS-CHECK-OK.

       SET-HISTORY-NAME.
           MOVE SPACE TO WS-HISTORY-NAME.
           STRING FILE-BASE-NAME (WS-FILE-IX) DELIMITED BY SPACE
               ".Y" DELIMITED BY SIZE
               WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-HISTORY-NAME.

      * ---- CLOSE ONE FILE ----
      * Pass 1 writes the closed records to the history file, pass 2
      * the records that stay live to a work file, pass 3 copies the
      * work file back over the live file, and pass 4 recounts both
      * so the control totals come from what is actually on disk.
       CLOSE-ONE-FILE.
           MOVE ZERO TO CC-BEFORE (WS-FILE-IX) CC-CLOSED (WS-FILE-IX)
               CC-OPEN-KEPT (WS-FILE-IX) CC-CURRENT (WS-FILE-IX)
               CC-LIVE-NOW (WS-FILE-IX) CC-HISTORY-NOW (WS-FILE-IX).
           MOVE "Y" TO CC-BALANCED (WS-FILE-IX).
           MOVE "N" TO CC-PRESENT (WS-FILE-IX).
           PERFORM SET-HISTORY-NAME.
           PERFORM OPEN-LIVE-INPUT.
           IF WS-LIVE-OPEN NOT = "Y"
               DISPLAY FILE-BASE-NAME (WS-FILE-IX)
                   " NOT PRESENT -- SKIPPED"
               GO TO CLOSE-ONE-EXIT.
           MOVE "Y" TO CC-PRESENT (WS-FILE-IX).
           MOVE WS-HISTORY-NAME TO WS-OUT-NAME.
           PERFORM OPEN-OUT-OUTPUT.
           IF WS-OUT-OPEN NOT = "Y"
               DISPLAY "CANNOT OPEN " WS-HISTORY-NAME
               PERFORM CLOSE-LIVE
               MOVE "N" TO CC-BALANCED (WS-FILE-IX)
               MOVE "N" TO WS-ALL-BALANCED
               GO TO CLOSE-ONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CLOSE-HISTORY-LOOP.
           PERFORM READ-LIVE-RECORD.
           IF WS-EOF-SW = "Y" GO TO CLOSE-HISTORY-DONE.
           ADD 1 TO CC-BEFORE (WS-FILE-IX).
           PERFORM CLASSIFY-RECORD THRU CLASSIFY-RECORD-EXIT.
           IF WS-TO-HISTORY = "Y"
               ADD 1 TO CC-CLOSED (WS-FILE-IX)
               ADD 1 TO WS-JL-COUNT
               PERFORM WRITE-OUT-RECORD
               IF WS-FILE-IX = 1
                   PERFORM CARRY-TERM-SSN THRU CARRY-TERM-SSN-EXIT
               END-IF
           ELSE
               IF WS-OPEN-ITEM = "Y"
                   ADD 1 TO CC-OPEN-KEPT (WS-FILE-IX)
               ELSE
                   ADD 1 TO CC-CURRENT (WS-FILE-IX)
               END-IF
           END-IF.
           GO TO CLOSE-HISTORY-LOOP.
       CLOSE-HISTORY-DONE.
           PERFORM CLOSE-LIVE.
           PERFORM CLOSE-OUT.
           PERFORM OPEN-LIVE-INPUT.
           MOVE WS-WORK-NAME TO WS-OUT-NAME.
           PERFORM OPEN-OUT-OUTPUT.
           IF WS-OUT-OPEN NOT = "Y"
               DISPLAY "CANNOT OPEN " WS-WORK-NAME
                   " -- " FILE-BASE-NAME (WS-FILE-IX) " LEFT AS IT WAS"
               PERFORM CLOSE-LIVE
               MOVE "N" TO CC-BALANCED (WS-FILE-IX)
               MOVE "N" TO WS-ALL-BALANCED
               GO TO CLOSE-ONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CLOSE-KEEP-LOOP.
           PERFORM READ-LIVE-RECORD.
           IF WS-EOF-SW = "Y" GO TO CLOSE-KEEP-DONE.
           PERFORM CLASSIFY-RECORD THRU CLASSIFY-RECORD-EXIT.
           IF WS-TO-HISTORY NOT = "Y"
               PERFORM WRITE-OUT-RECORD.
           GO TO CLOSE-KEEP-LOOP.
       CLOSE-KEEP-DONE.
           PERFORM CLOSE-LIVE.
           PERFORM CLOSE-OUT.
           PERFORM OPEN-OUT-INPUT.
           PERFORM OPEN-LIVE-OUTPUT.
           IF WS-LIVE-OPEN NOT = "Y"
               DISPLAY "CANNOT REWRITE " FILE-BASE-NAME (WS-FILE-IX)
                   " -- KEPT RECORDS ARE ON " WS-WORK-NAME
               PERFORM CLOSE-OUT
               MOVE "N" TO CC-BALANCED (WS-FILE-IX)
               MOVE "N" TO WS-ALL-BALANCED
               GO TO CLOSE-ONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CLOSE-COPY-LOOP.
           PERFORM READ-OUT-RECORD.
           IF WS-EOF-SW = "Y" GO TO CLOSE-COPY-DONE.
           PERFORM WRITE-LIVE-RECORD.
           GO TO CLOSE-COPY-LOOP.
       CLOSE-COPY-DONE.
           PERFORM CLOSE-LIVE.
           PERFORM CLOSE-OUT.
           PERFORM RECOUNT-FILES.
           ADD CC-OPEN-KEPT (WS-FILE-IX) CC-CURRENT (WS-FILE-IX)
               GIVING WS-COUNT-WORK.
           ADD CC-LIVE-NOW (WS-FILE-IX) CC-HISTORY-NOW (WS-FILE-IX)
               GIVING WS-COUNT-TOTAL.
           IF WS-COUNT-TOTAL NOT = CC-BEFORE (WS-FILE-IX)
                   OR CC-LIVE-NOW (WS-FILE-IX) NOT = WS-COUNT-WORK
                   OR CC-HISTORY-NOW (WS-FILE-IX)
                       NOT = CC-CLOSED (WS-FILE-IX)
               MOVE "N" TO CC-BALANCED (WS-FILE-IX)
               MOVE "N" TO WS-ALL-BALANCED.
           DISPLAY FILE-BASE-NAME (WS-FILE-IX) " "
               CC-CLOSED (WS-FILE-IX) " TO " WS-HISTORY-NAME.
       CLOSE-ONE-EXIT.
           EXIT.

       RECOUNT-FILES.
           PERFORM OPEN-LIVE-INPUT.
           IF WS-LIVE-OPEN = "Y"
               MOVE "N" TO WS-EOF-SW
               PERFORM COUNT-LIVE-RECORD
                   UNTIL WS-EOF-SW = "Y"
               PERFORM CLOSE-LIVE.
           MOVE WS-HISTORY-NAME TO WS-OUT-NAME.
           PERFORM OPEN-OUT-INPUT.
           IF WS-OUT-OPEN = "Y"
               MOVE "N" TO WS-EOF-SW
               PERFORM COUNT-OUT-RECORD
                   UNTIL WS-EOF-SW = "Y"
               PERFORM CLOSE-OUT.

       COUNT-LIVE-RECORD.
           PERFORM READ-LIVE-RECORD.
           IF WS-EOF-SW NOT = "Y"
               ADD 1 TO CC-LIVE-NOW (WS-FILE-IX).

       COUNT-OUT-RECORD.
           PERFORM READ-OUT-RECORD.
           IF WS-EOF-SW NOT = "Y"
               ADD 1 TO CC-HISTORY-NOW (WS-FILE-IX).

      * A record goes to history when its date falls in the close
      * year or before, unless it is still open.  Records with no
      * readable date stay live.
       CLASSIFY-RECORD.
           MOVE "N" TO WS-TO-HISTORY.
           MOVE "N" TO WS-OPEN-ITEM.
           MOVE ZERO TO WS-REC-DATE.
           IF WS-FILE-IX = 1 AND TV-TERM-DATE NUMERIC
               MOVE TV-TERM-DATE TO WS-REC-DATE.
           IF WS-FILE-IX = 2 AND XV-DATE NUMERIC
               MOVE XV-DATE TO WS-REC-DATE.
           IF WS-FILE-IX = 3 AND MV-DATE NUMERIC
               MOVE MV-DATE TO WS-REC-DATE.
           IF WS-FILE-IX = 4 AND LV-RUN-DATE NUMERIC
               MOVE LV-RUN-DATE TO WS-REC-DATE.
           IF WS-FILE-IX = 5
               IF BV-RUN-DATE NUMERIC AND BV-RUN-DATE > ZERO
                   MOVE BV-RUN-DATE TO WS-REC-DATE
               ELSE
                   IF BV-RECV-DATE NUMERIC
                       MOVE BV-RECV-DATE TO WS-REC-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-REC-DATE = ZERO
               GO TO CLASSIFY-RECORD-EXIT.
           PERFORM SET-RECORD-YEAR.
           IF WS-REC-CCYY > WS-CLOSE-YEAR
               GO TO CLASSIFY-RECORD-EXIT.
           IF WS-FILE-IX = 4 AND LV-STATUS = "O"
               MOVE "Y" TO WS-OPEN-ITEM
               GO TO CLASSIFY-RECORD-EXIT.
           IF WS-FILE-IX = 5 AND BV-STATUS = "R"
               MOVE "Y" TO WS-OPEN-ITEM
               GO TO CLASSIFY-RECORD-EXIT.
           MOVE "Y" TO WS-TO-HISTORY.
       CLASSIFY-RECORD-EXIT.
           EXIT.

       SET-RECORD-YEAR.
           IF WS-REC-YY > 40
               COMPUTE WS-REC-CCYY = 1900 + WS-REC-YY
           ELSE
               COMPUTE WS-REC-CCYY = 2000 + WS-REC-YY.
           COMPUTE WS-FULL-DATE = WS-REC-CCYY * 10000 + WS-REC-MMDD.

      * ---- TERMINATED SSN CARRY-FORWARD ----
       LOAD-TERM-SSN-TABLE.
           MOVE ZERO TO WS-TSN-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TERM-SSN-FILE.
           IF WS-TSN-STATUS NOT = "00"
               GO TO LOAD-TERM-SSN-EXIT.
       LOAD-TERM-SSN-LOOP.
           READ TERM-SSN-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE TERM-SSN-FILE
               GO TO LOAD-TERM-SSN-EXIT.
           IF WS-TSN-COUNT = 3000
               MOVE "Y" TO WS-TSN-OVERFLOW
               CLOSE TERM-SSN-FILE
               GO TO LOAD-TERM-SSN-EXIT.
           ADD 1 TO WS-TSN-COUNT.
           MOVE TSN-SSN TO TT-SSN (WS-TSN-COUNT).
           MOVE TSN-EMP-ID TO TT-EMP-ID (WS-TSN-COUNT).
           MOVE TSN-TERM-DATE TO TT-TERM-DATE (WS-TSN-COUNT).
           MOVE TSN-REASON TO TT-REASON (WS-TSN-COUNT).
           MOVE TSN-NAME TO TT-NAME (WS-TSN-COUNT).
           MOVE TSN-CLOSE-YEAR TO TT-CLOSE-YEAR (WS-TSN-COUNT).
           MOVE ZERO TO TT-FULL-DATE (WS-TSN-COUNT).
           IF TSN-TERM-DATE NUMERIC
               MOVE TSN-TERM-DATE TO WS-REC-DATE
               PERFORM SET-RECORD-YEAR
               MOVE WS-FULL-DATE TO TT-FULL-DATE (WS-TSN-COUNT).
           GO TO LOAD-TERM-SSN-LOOP.
       LOAD-TERM-SSN-EXIT.
           MOVE WS-TSN-COUNT TO WS-TSN-BEFORE.

      * One entry per SSN, holding its latest termination.
       CARRY-TERM-SSN.
           MOVE WS-FULL-DATE TO WS-TSN-NEW-DATE.
           MOVE "N" TO WS-TSN-FOUND.
           MOVE 1 TO WS-TSN-IX.
       CARRY-TERM-SSN-SCAN.
           IF WS-TSN-IX > WS-TSN-COUNT
               GO TO CARRY-TERM-SSN-ADD.
           IF TT-SSN (WS-TSN-IX) = TV-SSN
               MOVE "Y" TO WS-TSN-FOUND
               GO TO CARRY-TERM-SSN-UPDATE.
           ADD 1 TO WS-TSN-IX.
           GO TO CARRY-TERM-SSN-SCAN.
       CARRY-TERM-SSN-UPDATE.
           IF WS-TSN-NEW-DATE < TT-FULL-DATE (WS-TSN-IX)
               GO TO CARRY-TERM-SSN-EXIT.
           ADD 1 TO WS-TSN-UPDATED.
           GO TO CARRY-TERM-SSN-STORE.
       CARRY-TERM-SSN-ADD.
           IF WS-TSN-COUNT = 3000
               MOVE "Y" TO WS-TSN-OVERFLOW
               GO TO CARRY-TERM-SSN-EXIT.
           ADD 1 TO WS-TSN-COUNT.
           MOVE WS-TSN-COUNT TO WS-TSN-IX.
           ADD 1 TO WS-TSN-ADDED.
       CARRY-TERM-SSN-STORE.
           MOVE TV-SSN TO TT-SSN (WS-TSN-IX).
           MOVE TV-EMP-ID TO TT-EMP-ID (WS-TSN-IX).
           MOVE TV-TERM-DATE TO TT-TERM-DATE (WS-TSN-IX).
           MOVE WS-TSN-NEW-DATE TO TT-FULL-DATE (WS-TSN-IX).
           MOVE TV-REASON TO TT-REASON (WS-TSN-IX).
           MOVE TV-NAME TO TT-NAME (WS-TSN-IX).
           MOVE WS-CLOSE-YEAR TO TT-CLOSE-YEAR (WS-TSN-IX).
       CARRY-TERM-SSN-EXIT.
           EXIT.

       REWRITE-TERM-SSN-FILE.
           MOVE ZERO TO WS-TSN-AFTER.
           IF WS-TSN-OVERFLOW = "Y"
               DISPLAY "*** MORE THAN 3000 TERMINATED SSNS -- TSN2.FIL"
                   " NOT COMPLETE"
               MOVE "N" TO WS-ALL-BALANCED.
           OPEN OUTPUT TERM-SSN-FILE.
           IF WS-TSN-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE TSN2.FIL, STATUS=" WS-TSN-STATUS
               MOVE "N" TO WS-ALL-BALANCED
               GO TO REWRITE-TERM-SSN-EXIT.
           PERFORM WRITE-TERM-SSN-ENTRY
               VARYING WS-TSN-IX FROM 1 BY 1
               UNTIL WS-TSN-IX > WS-TSN-COUNT.
           CLOSE TERM-SSN-FILE.
       REWRITE-TERM-SSN-EXIT.
           EXIT.

       WRITE-TERM-SSN-ENTRY.
           MOVE SPACE TO TERM-SSN-RECORD.
           MOVE TT-SSN (WS-TSN-IX) TO TSN-SSN.
           MOVE TT-EMP-ID (WS-TSN-IX) TO TSN-EMP-ID.
           MOVE TT-TERM-DATE (WS-TSN-IX) TO TSN-TERM-DATE.
           MOVE TT-REASON (WS-TSN-IX) TO TSN-REASON.
           MOVE TT-NAME (WS-TSN-IX) TO TSN-NAME.
           MOVE TT-CLOSE-YEAR (WS-TSN-IX) TO TSN-CLOSE-YEAR.
           WRITE TERM-SSN-RECORD.
           ADD 1 TO WS-TSN-AFTER.

      * ---- REGISTER AND REPORT ----
       WRITE-CLOSE-REGISTER.
           OPEN EXTEND CLOSE-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "WARNING: COULD NOT UPDATE YRCLOSE.DAT"
           ELSE
               PERFORM WRITE-REGISTER-ENTRY
                   VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > 5
               CLOSE CLOSE-REGISTER-FILE.

       WRITE-REGISTER-ENTRY.
           MOVE SPACE TO CLOSE-REGISTER-RECORD.
           MOVE WS-CLOSE-YEAR TO REG-CLOSE-YEAR.
           MOVE FILE-BASE-NAME (WS-FILE-IX) TO REG-FILE-NAME.
           MOVE WS-TODAY TO REG-RUN-DATE.
           MOVE CC-BEFORE (WS-FILE-IX) TO REG-BEFORE.
           MOVE CC-LIVE-NOW (WS-FILE-IX) TO REG-LIVE.
           MOVE CC-HISTORY-NOW (WS-FILE-IX) TO REG-HISTORY.
           MOVE WS-OPER-ID TO REG-OPERATOR.
           WRITE CLOSE-REGISTER-RECORD.

       PRINT-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN YRCLOSE.PRN, STATUS="
                   WS-REPORT-STATUS
               GO TO PRINT-CLOSE-REPORT-EXIT.
           MOVE WS-CLOSE-YEAR TO RPT-HDR-YEAR.
           MOVE WS-TODAY TO RPT-HDR-DATE.
           MOVE WS-OPER-ID TO RPT-HDR-OPERATOR.
           WRITE REPORT-LINE FROM RPT-HDR-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COL-LINE.
           PERFORM PRINT-FILE-LINE
               VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 5.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BEFORE = CLOSED + OPEN KEPT + CURRENT;  LIVE NOW = "
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "OPEN KEPT + CURRENT;  HISTORY = CLOSED." TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "OPEN KEPT: XLG2 ENTRIES STILL OPEN (O), BCH2 BATCHES"
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "RECEIVED BUT NEVER RUN (R), FROM THE CLOSED YEARS."
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TERMINATED SSNS CARRIED FORWARD ON TSN2.FIL"
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "  ON FILE BEFORE THE CLOSE:" TO RPT-TOT-LABEL.
           MOVE WS-TSN-BEFORE TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  NEW SSNS ADDED:" TO RPT-TOT-LABEL.
           MOVE WS-TSN-ADDED TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  REPLACED BY A LATER TERMINATION:"
               TO RPT-TOT-LABEL.
           MOVE WS-TSN-UPDATED TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  ON FILE NOW:" TO RPT-TOT-LABEL.
           MOVE WS-TSN-AFTER TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           ADD WS-TSN-BEFORE WS-TSN-ADDED GIVING WS-COUNT-WORK.
           IF WS-COUNT-WORK NOT = WS-TSN-AFTER
               MOVE "N" TO WS-ALL-BALANCED
               MOVE "  *** BEFORE + ADDED DOES NOT EQUAL ON FILE NOW"
                   TO RPT-TEXT
               WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ALL-BALANCED = "Y"
               MOVE "ALL FILES BALANCE: LIVE + HISTORY = BEFORE."
                   TO RPT-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE -- RESTORE THE FILE-SAFE BACKUP"
                   TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           CLOSE CLOSE-REPORT.
       PRINT-CLOSE-REPORT-EXIT.
           EXIT.

       PRINT-FILE-LINE.
           MOVE FILE-BASE-NAME (WS-FILE-IX) TO RPT-FILE.
           MOVE CC-BEFORE (WS-FILE-IX) TO RPT-BEFORE.
           MOVE CC-CLOSED (WS-FILE-IX) TO RPT-CLOSED.
           MOVE CC-OPEN-KEPT (WS-FILE-IX) TO RPT-OPEN-KEPT.
           MOVE CC-CURRENT (WS-FILE-IX) TO RPT-CURRENT.
           MOVE CC-LIVE-NOW (WS-FILE-IX) TO RPT-LIVE-NOW.
           MOVE CC-HISTORY-NOW (WS-FILE-IX) TO RPT-HISTORY-NOW.
           IF CC-PRESENT (WS-FILE-IX) NOT = "Y"
               MOVE "NOT PRESENT" TO RPT-CHECK
           ELSE
               IF CC-BALANCED (WS-FILE-IX) = "Y"
                   MOVE "BALANCED" TO RPT-CHECK
               ELSE
                   MOVE "*** OUT ***" TO RPT-CHECK.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           IF CC-PRESENT (WS-FILE-IX) = "Y"
               PERFORM SET-HISTORY-NAME
               MOVE WS-HISTORY-NAME TO RPT-HISTORY-NAME
               WRITE REPORT-LINE FROM RPT-NAME-LINE.

      * ---- LOCK AND JOB LOG ----
       CHECK-RUN-LOCK.
           MOVE SPACE TO WS-LOCK-TYPE.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END MOVE SPACE TO WS-LOCK-TYPE
                   NOT AT END MOVE LCK-TYPE TO WS-LOCK-TYPE
               END-READ
               CLOSE RUN-LOCK-FILE.

       SET-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE LCK2.FIL, STATUS=" WS-LOCK-STATUS
           ELSE
               MOVE SPACE TO RUN-LOCK-RECORD
               MOVE "BATCH " TO LCK-TYPE
               MOVE WS-TODAY TO LCK-DATE
               ACCEPT LCK-TIME FROM TIME
               MOVE WS-OPER-ID TO LCK-OPERATOR
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE.

       CLEAR-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               CLOSE RUN-LOCK-FILE.

       WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               MOVE SPACE TO JOB-LOG-RECORD
               MOVE "YRCLOSE" TO JL-PROGRAM
               ACCEPT JL-DATE FROM DATE
               ACCEPT JL-TIME FROM TIME
               MOVE WS-JL-FLAG TO JL-FLAG
               MOVE WS-JL-STATUS TO JL-STATUS
               MOVE WS-JL-COUNT TO JL-COUNT
               MOVE WS-OPER-ID TO JL-OPERATOR
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE.

      * ---- PER-FILE DISPATCH ----
       OPEN-LIVE-INPUT.
           MOVE "N" TO WS-LIVE-OPEN.
           IF WS-FILE-IX = 1 OPEN INPUT TERM-FILE.
           IF WS-FILE-IX = 2 OPEN INPUT XFER-FILE.
           IF WS-FILE-IX = 3 OPEN INPUT MAINT-FILE.
           IF WS-FILE-IX = 4 OPEN INPUT LEDGER-FILE.
           IF WS-FILE-IX = 5 OPEN INPUT BATCH-FILE.
           IF WS-LIVE-STATUS = "00"
               MOVE "Y" TO WS-LIVE-OPEN.

       OPEN-LIVE-OUTPUT.
           MOVE "N" TO WS-LIVE-OPEN.
           IF WS-FILE-IX = 1 OPEN OUTPUT TERM-FILE.
           IF WS-FILE-IX = 2 OPEN OUTPUT XFER-FILE.
           IF WS-FILE-IX = 3 OPEN OUTPUT MAINT-FILE.
           IF WS-FILE-IX = 4 OPEN OUTPUT LEDGER-FILE.
           IF WS-FILE-IX = 5 OPEN OUTPUT BATCH-FILE.
           IF WS-LIVE-STATUS = "00"
               MOVE "Y" TO WS-LIVE-OPEN.

       CLOSE-LIVE.
           IF WS-FILE-IX = 1 CLOSE TERM-FILE.
           IF WS-FILE-IX = 2 CLOSE XFER-FILE.
           IF WS-FILE-IX = 3 CLOSE MAINT-FILE.
           IF WS-FILE-IX = 4 CLOSE LEDGER-FILE.
           IF WS-FILE-IX = 5 CLOSE BATCH-FILE.

       READ-LIVE-RECORD.
           MOVE SPACE TO WS-RECORD-DATA.
           IF WS-FILE-IX = 1
               READ TERM-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE TERM-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 2
               READ XFER-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE XFER-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 3
               READ MAINT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE MAINT-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 4
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE LEDGER-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 5
               READ BATCH-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE BATCH-RECORD TO WS-RECORD-DATA
               END-READ.

       WRITE-LIVE-RECORD.
           IF WS-FILE-IX = 1
               MOVE WS-RECORD-DATA TO TERM-RECORD
               WRITE TERM-RECORD.
           IF WS-FILE-IX = 2
               MOVE WS-RECORD-DATA TO XFER-RECORD
               WRITE XFER-RECORD.
           IF WS-FILE-IX = 3
               MOVE WS-RECORD-DATA TO MAINT-RECORD
               WRITE MAINT-RECORD.
           IF WS-FILE-IX = 4
               MOVE WS-RECORD-DATA TO LEDGER-RECORD
               WRITE LEDGER-RECORD.
           IF WS-FILE-IX = 5
               MOVE WS-RECORD-DATA TO BATCH-RECORD
               WRITE BATCH-RECORD.

       OPEN-OUT-INPUT.
           MOVE "N" TO WS-OUT-OPEN.
           IF WS-FILE-IX = 1 OPEN INPUT TERM-OUT-FILE.
           IF WS-FILE-IX = 2 OPEN INPUT XFER-OUT-FILE.
           IF WS-FILE-IX = 3 OPEN INPUT MAINT-OUT-FILE.
           IF WS-FILE-IX = 4 OPEN INPUT LEDGER-OUT-FILE.
           IF WS-FILE-IX = 5 OPEN INPUT BATCH-OUT-FILE.
           IF WS-OUT-STATUS = "00"
               MOVE "Y" TO WS-OUT-OPEN.

       OPEN-OUT-OUTPUT.
           MOVE "N" TO WS-OUT-OPEN.
           IF WS-FILE-IX = 1 OPEN OUTPUT TERM-OUT-FILE.
           IF WS-FILE-IX = 2 OPEN OUTPUT XFER-OUT-FILE.
           IF WS-FILE-IX = 3 OPEN OUTPUT MAINT-OUT-FILE.
           IF WS-FILE-IX = 4 OPEN OUTPUT LEDGER-OUT-FILE.
           IF WS-FILE-IX = 5 OPEN OUTPUT BATCH-OUT-FILE.
           IF WS-OUT-STATUS = "00"
               MOVE "Y" TO WS-OUT-OPEN.

       CLOSE-OUT.
           IF WS-FILE-IX = 1 CLOSE TERM-OUT-FILE.
           IF WS-FILE-IX = 2 CLOSE XFER-OUT-FILE.
           IF WS-FILE-IX = 3 CLOSE MAINT-OUT-FILE.
           IF WS-FILE-IX = 4 CLOSE LEDGER-OUT-FILE.
           IF WS-FILE-IX = 5 CLOSE BATCH-OUT-FILE.

       READ-OUT-RECORD.
           MOVE SPACE TO WS-RECORD-DATA.
           IF WS-FILE-IX = 1
               READ TERM-OUT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE TERM-OUT-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 2
               READ XFER-OUT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE XFER-OUT-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 3
               READ MAINT-OUT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE MAINT-OUT-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 4
               READ LEDGER-OUT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE LEDGER-OUT-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-FILE-IX = 5
               READ BATCH-OUT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE BATCH-OUT-RECORD TO WS-RECORD-DATA
               END-READ.

       WRITE-OUT-RECORD.
           IF WS-FILE-IX = 1
               MOVE WS-RECORD-DATA TO TERM-OUT-RECORD
               WRITE TERM-OUT-RECORD.
           IF WS-FILE-IX = 2
               MOVE WS-RECORD-DATA TO XFER-OUT-RECORD
               WRITE XFER-OUT-RECORD.
           IF WS-FILE-IX = 3
               MOVE WS-RECORD-DATA TO MAINT-OUT-RECORD
               WRITE MAINT-OUT-RECORD.
           IF WS-FILE-IX = 4
               MOVE WS-RECORD-DATA TO LEDGER-OUT-RECORD
               WRITE LEDGER-OUT-RECORD.
           IF WS-FILE-IX = 5
               MOVE WS-RECORD-DATA TO BATCH-OUT-RECORD
               WRITE BATCH-OUT-RECORD.
