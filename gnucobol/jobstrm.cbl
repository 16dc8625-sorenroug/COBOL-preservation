       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
      * Runs the nightly job stream unattended from the step list
      * JOBSTEP.DAT: step number, program, run condition (A always, F
      * only when the named file is on hand, Q only on the last
      * business day of a quarter by the shop calendar CAL2.FIL, W
      * only on the last business day of the week by the same
      * calendar), failure rule and highest return code allowed, and
      * the command that starts the program.  Each step's keyed answers
      * come from PARM2.FIL entries JOBSTRM <program> <answer>, one
      * per line in the order the program asks for them, fed to the
      * step through JOBSTRM.IN.  After a step ends its START and END
      * records on JOBLOG.DAT are checked before the next one starts:
      * a step fails when its return code is too high, when it logged
      * no START or no END, or, under rule E, when its END status is
      * not NORMAL (rule X accepts any END status and only shows
      * it).  A failure stops the stream and leaves JOBSTRM.CKP naming
      * the failed step; the next run offers to restart from that
      * step, and will not start a fresh stream over a pending restart
      * unless the operator says so.  A one-page summary goes to
      * JOBSTRM.PRN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LIST-FILE ASSIGN TO "JOBSTEP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STEP-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARM2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT ANSWER-FILE ASSIGN TO "JOBSTRM.IN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ANSWER-STATUS.
           SELECT RESTART-FILE ASSIGN TO "JOBSTRM.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESTART-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               FILE STATUS WS-JOBLOG-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "JOBSTRM.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SUMMARY-STATUS.
           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CAL2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CALENDAR-STATUS.
           SELECT CONDITION-FILE ASSIGN TO WS-CONDITION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONDITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LIST-FILE.
       01  STEP-LIST-RECORD.
           05  STP-SEQ                     PIC 99.
           05  FILLER                      PIC X.
           05  STP-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X.
           05  STP-CONDITION               PIC X.
           05  FILLER                      PIC X.
           05  STP-CONDITION-FILE          PIC X(12).
           05  FILLER                      PIC X.
           05  STP-FAIL-RULE               PIC X.
           05  FILLER                      PIC X.
           05  STP-MAX-RC                  PIC 999.
           05  FILLER                      PIC X.
           05  STP-COMMAND                 PIC X(30).
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  PRM-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-KEYWORD                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-VALUE                   PIC X(20).
       FD  ANSWER-FILE.
       01  ANSWER-RECORD                   PIC X(20).
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  CKP-STREAM-DATE             PIC 9(6).
           05  FILLER                      PIC X.
           05  CKP-STEP-SEQ                PIC 99.
           05  FILLER                      PIC X.
           05  CKP-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X.
           05  CKP-FAIL-DATE               PIC 9(6).
           05  FILLER                      PIC X.
           05  CKP-FAIL-TIME               PIC 9(8).
           05  FILLER                      PIC X.
           05  CKP-REASON                  PIC X(30).
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
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                    PIC X(80).
       FD  SHOP-CALENDAR-FILE.
       01  SHOP-CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  FILLER                      PIC X.
           05  CAL-TYPE                    PIC X.
           05  FILLER                      PIC X.
           05  CAL-DESC                    PIC X(30).
       FD  CONDITION-FILE.
       01  CONDITION-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-STEP-STATUS                  PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-ANSWER-STATUS                PIC XX.
       01  WS-RESTART-STATUS               PIC XX.
       01  WS-JOBLOG-STATUS                PIC XX.
       01  WS-SUMMARY-STATUS               PIC XX.
       01  WS-CALENDAR-STATUS              PIC XX.
       01  WS-CONDITION-STATUS             PIC XX.
       01  WS-CONDITION-NAME               PIC X(12) VALUE SPACE.
       01  WS-EOF-SW                       PIC X VALUE "N".
       01  WS-TODAY                        PIC 9(6) VALUE ZERO.
       01  WS-STREAM-DATE                  PIC 9(6) VALUE ZERO.
       01  WS-STREAM-START                 PIC 9(8) VALUE ZERO.
       01  WS-STREAM-END                   PIC 9(8) VALUE ZERO.
       01  WS-LIST-OK                      PIC X VALUE "Y".
       01  WS-RESTART-PENDING              PIC X VALUE "N".
       01  WS-RESTARTING                   PIC X VALUE "N".
       01  WS-RESTART-SEQ                  PIC 99 VALUE ZERO.
       01  WS-REPLY                        PIC X VALUE SPACE.
       01  WS-STREAM-FAILED                PIC X VALUE "N".
       01  WS-FAILED-SEQ                   PIC 99 VALUE ZERO.
       01  WS-STEP-COUNT                   PIC 99 VALUE ZERO.
       01  WS-STEP-IX                      PIC 99 VALUE ZERO.
       01  WS-LAST-SEQ                     PIC 99 VALUE ZERO.
       01  WS-RUN-COUNT                    PIC 99 VALUE ZERO.
       01  WS-SKIP-COUNT                   PIC 99 VALUE ZERO.
       01  WS-EARLIER-COUNT                PIC 99 VALUE ZERO.
       01  WS-NOT-RUN-COUNT                PIC 99 VALUE ZERO.
       01  WS-RUN-STEP                     PIC X VALUE "N".
       01  WS-ANSWER-COUNT                 PIC 99 VALUE ZERO.
       01  WS-COMMAND                      PIC X(80) VALUE SPACE.
       01  WS-STEP-RC                      PIC S9(9) VALUE ZERO.
       01  WS-STEP-DATE                    PIC 9(6) VALUE ZERO.
       01  WS-STEP-TIME                    PIC 9(8) VALUE ZERO.
       01  WS-LOG-START-SEEN               PIC X VALUE "N".
       01  WS-LOG-END-SEEN                 PIC X VALUE "N".
       01  WS-LOG-END-STATUS               PIC X(8) VALUE SPACE.
       01  WS-LOG-AFTER                    PIC X VALUE "N".
       01  WS-STEP-REASON                  PIC X(30) VALUE SPACE.
       01  WS-JL-FLAG                      PIC X(5) VALUE SPACE.
       01  WS-JL-STATUS                    PIC X(8) VALUE SPACE.
       01  WS-JL-COUNT                     PIC 9(7) VALUE ZERO.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 50.
               10  ST-SEQ                  PIC 99.
               10  ST-PROGRAM              PIC X(10).
               10  ST-CONDITION            PIC X.
               10  ST-CONDITION-FILE       PIC X(12).
               10  ST-FAIL-RULE            PIC X.
               10  ST-MAX-RC               PIC 999.
               10  ST-COMMAND              PIC X(30).
               10  ST-RESULT               PIC X(30).
               10  ST-RC                   PIC 999.
               10  ST-RAN                  PIC X.
               10  ST-START-TIME           PIC 9(8).
               10  ST-END-TIME             PIC 9(8).
       01  WS-CALENDAR-EOF                 PIC X VALUE "N".
       01  WS-CAL-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-CAL-IX                       PIC 9(3) VALUE ZERO.
       01  WS-CAL-LOADED                   PIC X VALUE "N".
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 400.
               10  WS-CAL-TBL-DATE         PIC 9(8).
               10  WS-CAL-TBL-TYPE         PIC X.
       01  WS-QUARTER-END                  PIC X VALUE "N".
       01  WS-WEEK-END                     PIC X VALUE "N".
       01  WS-WEEK-WORK                    PIC 9(7).
       01  WS-STREAM-WEEK                  PIC 9(7).
       01  WS-NEXT-WEEK                    PIC 9(7).
       01  WS-RPT-DATE.
           05  WS-RPT-YY                   PIC 99.
           05  WS-RPT-MM                   PIC 99.
           05  WS-RPT-DD                   PIC 99.
       01  WS-STREAM-MM                    PIC 99.
       01  WS-LEAP-Q                       PIC 99.
       01  WS-LEAP-R                       PIC 9.
       01  WS-FORWARD-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-RPT-CCYY                     PIC 9(4).
       01  WS-RPT-FULL-DATE                PIC 9(8).
       01  WS-RPT-SERIAL                   PIC 9(7).
       01  WS-SERIAL-Q                     PIC 9(7).
       01  WS-Q4                           PIC 9(4).
       01  WS-Q100                         PIC 99.
       01  WS-Q400                         PIC 9.
       01  WS-R4                           PIC 9.
       01  WS-R100                         PIC 99.
       01  WS-R400                         PIC 9(3).
       01  WS-RPT-DOW                      PIC 9.
       01  WS-RPT-CAL-TYPE                 PIC X.
       01  WS-BUSINESS-DAY                 PIC X VALUE "N".
       01  CUM-DAYS-VALUES                 PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           05  CUM-MONTH-DAYS OCCURS 12    PIC 999.
       01  MONTH-DAYS-VALUES               PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS OCCURS 12        PIC 99.
       01  WS-TIME-IN.
           05  WS-TIME-HH                  PIC 99.
           05  WS-TIME-MI                  PIC 99.
           05  WS-TIME-SS                  PIC 99.
           05  WS-TIME-CC                  PIC 99.
       01  WS-TIME-OUT.
           05  WS-TOUT-HH                  PIC 99.
           05  FILLER                      PIC X VALUE ":".
           05  WS-TOUT-MI                  PIC 99.
           05  FILLER                      PIC X VALUE ":".
           05  WS-TOUT-SS                  PIC 99.
       01  SUM-HDR-LINE.
           05  FILLER                      PIC X(26)
                   VALUE "NIGHTLY JOB STREAM SUMMARY".
           05  FILLER                      PIC X(15)
                   VALUE "   STREAM DATE ".
           05  SUM-HDR-STREAM              PIC 9(6).
           05  FILLER                      PIC X(8) VALUE "   RUN ".
           05  SUM-HDR-RUN-DATE            PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  SUM-HDR-RUN-TIME            PIC X(8).
           05  FILLER                      PIC X(10) VALUE SPACE.
       01  SUM-NOTE-LINE.
           05  SUM-NOTE-TEXT               PIC X(80).
       01  SUM-COL-LINE.
           05  FILLER                      PIC X(40)
                   VALUE "STEP PROGRAM    RUN WHEN       STARTED  ".
           05  FILLER                      PIC X(40)
                   VALUE "ENDED     RC  RESULT                    ".
       01  SUM-DETAIL-LINE.
           05  FILLER                      PIC XX VALUE SPACE.
           05  SUM-SEQ                     PIC 99.
           05  FILLER                      PIC X VALUE SPACE.
           05  SUM-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  SUM-CONDITION               PIC X(14).
           05  FILLER                      PIC X VALUE SPACE.
           05  SUM-START                   PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  SUM-END                     PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  SUM-RC                      PIC X(3).
           05  FILLER                      PIC XX VALUE SPACE.
           05  SUM-RESULT                  PIC X(26).
       01  SUM-TOTAL-LINE.
           05  SUM-TOT-LABEL               PIC X(30).
           05  SUM-TOT-COUNT               PIC Z9.
           05  FILLER                      PIC X(48) VALUE SPACE.
       01  SUM-RC-EDIT                     PIC ZZ9.
       PROCEDURE DIVISION.
       JOBSTREAM.
           ACCEPT WS-TODAY FROM DATE.
           ACCEPT WS-STREAM-START FROM TIME.
           PERFORM LOAD-STEP-LIST THRU LOAD-STEP-LIST-EXIT.
           IF WS-LIST-OK NOT = "Y"
               DISPLAY "JOBSTEP.DAT IN ERROR -- STREAM NOT RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-TODAY TO WS-STREAM-DATE.
           PERFORM CHECK-RESTART THRU CHECK-RESTART-EXIT.
           IF WS-RESTART-PENDING = "Y" AND WS-RESTARTING = "N"
               DISPLAY "STREAM NOT RUN -- RESTART STILL PENDING."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "START" TO WS-JL-FLAG.
           MOVE "RUNNING " TO WS-JL-STATUS.
           MOVE ZERO TO WS-JL-COUNT.
           PERFORM WRITE-JOB-LOG.
           PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT.
           IF WS-STREAM-FAILED NOT = "Y" AND WS-RESTART-PENDING = "Y"
               PERFORM CLEAR-RESTART.
           ACCEPT WS-STREAM-END FROM TIME.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           MOVE "END  " TO WS-JL-FLAG.
           IF WS-STREAM-FAILED = "Y"
               MOVE "FAILED  " TO WS-JL-STATUS
           ELSE
               MOVE "NORMAL  " TO WS-JL-STATUS.
           MOVE WS-RUN-COUNT TO WS-JL-COUNT.
           PERFORM WRITE-JOB-LOG.
           DISPLAY "STREAM SUMMARY WRITTEN TO JOBSTRM.PRN".
           IF WS-STREAM-FAILED = "Y"
               DISPLAY "STREAM STOPPED AT STEP " WS-FAILED-SEQ
                   " -- RESTART WITH JOB-STREAM."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STREAM ENDED NORMALLY."
               MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * ---- STEP LIST ----
       LOAD-STEP-LIST.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STEP-LIST-FILE.
           IF WS-STEP-STATUS NOT = "00"
               DISPLAY "NO STEP LIST ON FILE, STATUS=" WS-STEP-STATUS
               MOVE "N" TO WS-LIST-OK
               GO TO LOAD-STEP-LIST-EXIT.
       LOAD-STEP-LIST-READ.
           READ STEP-LIST-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE STEP-LIST-FILE
               GO TO LOAD-STEP-LIST-END.
           IF STEP-LIST-RECORD = SPACE
               GO TO LOAD-STEP-LIST-READ.
           IF WS-STEP-COUNT = 50
               DISPLAY "MORE THAN 50 STEPS ON JOBSTEP.DAT"
               MOVE "N" TO WS-LIST-OK
               CLOSE STEP-LIST-FILE
               GO TO LOAD-STEP-LIST-EXIT.
           IF STP-SEQ NOT NUMERIC OR STP-SEQ NOT > WS-LAST-SEQ
               DISPLAY "STEP NUMBER MISSING OR OUT OF ORDER: "
                   STEP-LIST-RECORD
               MOVE "N" TO WS-LIST-OK
               GO TO LOAD-STEP-LIST-READ.
           IF STP-PROGRAM = SPACE
               DISPLAY "STEP " STP-SEQ " HAS NO PROGRAM"
               MOVE "N" TO WS-LIST-OK.
           IF STP-CONDITION NOT = "A" AND STP-CONDITION NOT = "F"
                   AND STP-CONDITION NOT = "Q"
                   AND STP-CONDITION NOT = "W"
               DISPLAY "STEP " STP-SEQ " RUN CONDITION MUST BE A,"
                   " F, Q OR W"
               MOVE "N" TO WS-LIST-OK.
           IF STP-CONDITION = "F" AND STP-CONDITION-FILE = SPACE
               DISPLAY "STEP " STP-SEQ " CONDITION F NAMES NO FILE"
               MOVE "N" TO WS-LIST-OK.
           IF STP-FAIL-RULE NOT = "E" AND STP-FAIL-RULE NOT = "X"
               DISPLAY "STEP " STP-SEQ " FAILURE RULE MUST BE E OR X"
               MOVE "N" TO WS-LIST-OK.
           IF STP-MAX-RC NOT NUMERIC
               DISPLAY "STEP " STP-SEQ " RETURN CODE LIMIT NOT"
                   " NUMERIC"
               MOVE "N" TO WS-LIST-OK.
           MOVE STP-SEQ TO WS-LAST-SEQ.
           ADD 1 TO WS-STEP-COUNT.
           MOVE STP-SEQ TO ST-SEQ (WS-STEP-COUNT).
           MOVE STP-PROGRAM TO ST-PROGRAM (WS-STEP-COUNT).
           MOVE STP-CONDITION TO ST-CONDITION (WS-STEP-COUNT).
           MOVE STP-CONDITION-FILE TO ST-CONDITION-FILE (WS-STEP-COUNT).
           MOVE STP-FAIL-RULE TO ST-FAIL-RULE (WS-STEP-COUNT).
           MOVE STP-MAX-RC TO ST-MAX-RC (WS-STEP-COUNT).
           IF STP-COMMAND = SPACE
               MOVE STP-PROGRAM TO ST-COMMAND (WS-STEP-COUNT)
           ELSE
               MOVE STP-COMMAND TO ST-COMMAND (WS-STEP-COUNT).
           MOVE "NOT RUN" TO ST-RESULT (WS-STEP-COUNT).
           MOVE ZERO TO ST-RC (WS-STEP-COUNT).
           MOVE "N" TO ST-RAN (WS-STEP-COUNT).
           MOVE ZERO TO ST-START-TIME (WS-STEP-COUNT).
           MOVE ZERO TO ST-END-TIME (WS-STEP-COUNT).
           GO TO LOAD-STEP-LIST-READ.
       LOAD-STEP-LIST-END.
           IF WS-STEP-COUNT = ZERO
               DISPLAY "NO STEPS ON JOBSTEP.DAT"
               MOVE "N" TO WS-LIST-OK.
       LOAD-STEP-LIST-EXIT.
           EXIT.

      * ---- RESTART ----
      * A failed stream leaves one record on JOBSTRM.CKP.  The
      * restart keeps the original stream date, so a quarter-end
      * step still runs when the restart comes the next morning.
       CHECK-RESTART.
           MOVE "N" TO WS-RESTART-PENDING.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = "00"
               GO TO CHECK-RESTART-EXIT.
           MOVE "N" TO WS-EOF-SW.
           READ RESTART-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           CLOSE RESTART-FILE.
           IF WS-EOF-SW = "Y" OR CKP-STEP-SEQ NOT NUMERIC
               GO TO CHECK-RESTART-EXIT.
           MOVE "Y" TO WS-RESTART-PENDING.
           DISPLAY "STREAM OF " CKP-STREAM-DATE " STOPPED AT STEP "
               CKP-STEP-SEQ " " CKP-PROGRAM.
           DISPLAY "REASON: " CKP-REASON.
           DISPLAY "R = RESTART FROM STEP " CKP-STEP-SEQ
               ", F = FULL STREAM FROM STEP 1, ANY OTHER = CANCEL: "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-REPLY.
           ACCEPT WS-REPLY.
           IF WS-REPLY = "R"
               MOVE "Y" TO WS-RESTARTING
               MOVE CKP-STEP-SEQ TO WS-RESTART-SEQ
               MOVE CKP-STREAM-DATE TO WS-STREAM-DATE
               GO TO CHECK-RESTART-EXIT.
           IF WS-REPLY = "F"
               MOVE "Y" TO WS-RESTARTING
               MOVE ZERO TO WS-RESTART-SEQ.
       CHECK-RESTART-EXIT.
           EXIT.

       WRITE-RESTART.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE JOBSTRM.CKP, STATUS="
                   WS-RESTART-STATUS
           ELSE
               MOVE SPACE TO RESTART-RECORD
               MOVE WS-STREAM-DATE TO CKP-STREAM-DATE
               MOVE WS-FAILED-SEQ TO CKP-STEP-SEQ
               MOVE ST-PROGRAM (WS-STEP-IX) TO CKP-PROGRAM
               ACCEPT CKP-FAIL-DATE FROM DATE
               ACCEPT CKP-FAIL-TIME FROM TIME
               MOVE ST-RESULT (WS-STEP-IX) TO CKP-REASON
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE.

       CLEAR-RESTART.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RESTART-STATUS = "00"
               CLOSE RESTART-FILE.

      * ---- ONE STEP ----
       RUN-ONE-STEP.
           IF WS-STREAM-FAILED = "Y"
               ADD 1 TO WS-NOT-RUN-COUNT
               GO TO RUN-ONE-STEP-EXIT.
           IF ST-SEQ (WS-STEP-IX) < WS-RESTART-SEQ
               MOVE "DONE BEFORE RESTART" TO ST-RESULT (WS-STEP-IX)
               ADD 1 TO WS-EARLIER-COUNT
               GO TO RUN-ONE-STEP-EXIT.
           PERFORM CHECK-CONDITION THRU CHECK-CONDITION-EXIT.
           IF WS-RUN-STEP NOT = "Y"
               ADD 1 TO WS-SKIP-COUNT
               GO TO RUN-ONE-STEP-EXIT.
           PERFORM BUILD-ANSWERS THRU BUILD-ANSWERS-EXIT.
           MOVE SPACE TO WS-COMMAND.
           STRING ST-COMMAND (WS-STEP-IX) DELIMITED BY "  "
               " < JOBSTRM.IN" DELIMITED BY SIZE
               INTO WS-COMMAND.
           ACCEPT WS-STEP-DATE FROM DATE.
           ACCEPT WS-STEP-TIME FROM TIME.
           MOVE WS-STEP-TIME TO ST-START-TIME (WS-STEP-IX).
           MOVE "Y" TO ST-RAN (WS-STEP-IX).
           ADD 1 TO WS-RUN-COUNT.
           DISPLAY "STEP " ST-SEQ (WS-STEP-IX) " "
               ST-PROGRAM (WS-STEP-IX) " STARTED".
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
      * The shell hands back its wait status; the exit code is the
      * high-order byte of it.
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC.
           ACCEPT ST-END-TIME (WS-STEP-IX) FROM TIME.
           IF WS-STEP-RC < ZERO OR WS-STEP-RC > 999
               MOVE 999 TO ST-RC (WS-STEP-IX)
           ELSE
               MOVE WS-STEP-RC TO ST-RC (WS-STEP-IX).
           PERFORM CHECK-STEP-LOG THRU CHECK-STEP-LOG-EXIT.
           PERFORM JUDGE-STEP THRU JUDGE-STEP-EXIT.
           DISPLAY "STEP " ST-SEQ (WS-STEP-IX) " "
               ST-PROGRAM (WS-STEP-IX) " " ST-RESULT (WS-STEP-IX).
       RUN-ONE-STEP-EXIT.
           EXIT.

       CHECK-CONDITION.
           MOVE "Y" TO WS-RUN-STEP.
           IF ST-CONDITION (WS-STEP-IX) = "A"
               GO TO CHECK-CONDITION-EXIT.
           IF ST-CONDITION (WS-STEP-IX) = "Q"
               PERFORM CHECK-QUARTER-END THRU CHECK-QUARTER-END-EXIT
               IF WS-QUARTER-END NOT = "Y"
                   MOVE "N" TO WS-RUN-STEP
                   MOVE "SKIPPED - NOT QUARTER END"
                       TO ST-RESULT (WS-STEP-IX)
               END-IF
               GO TO CHECK-CONDITION-EXIT.
           IF ST-CONDITION (WS-STEP-IX) = "W"
               PERFORM CHECK-WEEK-END THRU CHECK-WEEK-END-EXIT
               IF WS-WEEK-END NOT = "Y"
                   MOVE "N" TO WS-RUN-STEP
                   MOVE "SKIPPED - NOT WEEK END"
                       TO ST-RESULT (WS-STEP-IX)
               END-IF
               GO TO CHECK-CONDITION-EXIT.
           MOVE ST-CONDITION-FILE (WS-STEP-IX) TO WS-CONDITION-NAME.
           OPEN INPUT CONDITION-FILE.
           IF WS-CONDITION-STATUS = "00"
               CLOSE CONDITION-FILE
           ELSE
               MOVE "N" TO WS-RUN-STEP
               MOVE SPACE TO ST-RESULT (WS-STEP-IX)
               STRING "SKIPPED - NO " DELIMITED BY SIZE
                   WS-CONDITION-NAME DELIMITED BY SPACE
                   INTO ST-RESULT (WS-STEP-IX).
       CHECK-CONDITION-EXIT.
           EXIT.

      * The answers a step would have keyed are the PARM2.FIL values
      * filed under program JOBSTRM and the step's program name, in
      * file order.  A step with none gets an empty JOBSTRM.IN.
       BUILD-ANSWERS.
           MOVE ZERO TO WS-ANSWER-COUNT.
           OPEN OUTPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN JOBSTRM.IN, STATUS="
                   WS-ANSWER-STATUS
               GO TO BUILD-ANSWERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               CLOSE ANSWER-FILE
               GO TO BUILD-ANSWERS-EXIT.
       BUILD-ANSWERS-READ.
           READ RUN-PARM-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE RUN-PARM-FILE
               CLOSE ANSWER-FILE
               GO TO BUILD-ANSWERS-EXIT.
           IF PRM-PROGRAM = "JOBSTRM"
                   AND PRM-KEYWORD = ST-PROGRAM (WS-STEP-IX)
               MOVE PRM-VALUE TO ANSWER-RECORD
               WRITE ANSWER-RECORD
               ADD 1 TO WS-ANSWER-COUNT.
           GO TO BUILD-ANSWERS-READ.
       BUILD-ANSWERS-EXIT.
           EXIT.

      * Only JOBLOG.DAT entries for the step's program at or after
      * the moment the step was started belong to this run.
       CHECK-STEP-LOG.
           MOVE "N" TO WS-LOG-START-SEEN.
           MOVE "N" TO WS-LOG-END-SEEN.
           MOVE SPACE TO WS-LOG-END-STATUS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               GO TO CHECK-STEP-LOG-EXIT.
       CHECK-STEP-LOG-READ.
           READ JOB-LOG-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE JOB-LOG-FILE
               GO TO CHECK-STEP-LOG-EXIT.
           IF JL-PROGRAM NOT = ST-PROGRAM (WS-STEP-IX)
               GO TO CHECK-STEP-LOG-READ.
           MOVE "N" TO WS-LOG-AFTER.
           IF JL-DATE > WS-STEP-DATE
               MOVE "Y" TO WS-LOG-AFTER.
           IF JL-DATE = WS-STEP-DATE AND JL-TIME NOT < WS-STEP-TIME
               MOVE "Y" TO WS-LOG-AFTER.
           IF WS-LOG-AFTER NOT = "Y"
               GO TO CHECK-STEP-LOG-READ.
           IF JL-FLAG = "START"
               MOVE "Y" TO WS-LOG-START-SEEN
               MOVE "N" TO WS-LOG-END-SEEN
               MOVE SPACE TO WS-LOG-END-STATUS
           ELSE
               MOVE "Y" TO WS-LOG-END-SEEN
               MOVE JL-STATUS TO WS-LOG-END-STATUS.
           GO TO CHECK-STEP-LOG-READ.
       CHECK-STEP-LOG-EXIT.
           EXIT.

       JUDGE-STEP.
           MOVE SPACE TO WS-STEP-REASON.
           IF WS-STEP-RC > ST-MAX-RC (WS-STEP-IX)
               MOVE ST-RC (WS-STEP-IX) TO SUM-RC-EDIT
               STRING "FAILED - RETURN CODE " DELIMITED BY SIZE
                   SUM-RC-EDIT DELIMITED BY SIZE
                   INTO WS-STEP-REASON
               GO TO JUDGE-STEP-FAILED.
           IF WS-LOG-START-SEEN NOT = "Y"
               MOVE "FAILED - NO JOBLOG START" TO WS-STEP-REASON
               GO TO JUDGE-STEP-FAILED.
           IF WS-LOG-END-SEEN NOT = "Y"
               MOVE "FAILED - NO JOBLOG END" TO WS-STEP-REASON
               GO TO JUDGE-STEP-FAILED.
           IF WS-LOG-END-STATUS NOT = "NORMAL"
                   AND ST-FAIL-RULE (WS-STEP-IX) = "E"
               STRING "FAILED - ENDED " DELIMITED BY SIZE
                   WS-LOG-END-STATUS DELIMITED BY SPACE
                   INTO WS-STEP-REASON
               GO TO JUDGE-STEP-FAILED.
           IF WS-LOG-END-STATUS = "NORMAL"
               MOVE "COMPLETED" TO ST-RESULT (WS-STEP-IX)
           ELSE
               MOVE SPACE TO ST-RESULT (WS-STEP-IX)
               STRING "COMPLETED - " DELIMITED BY SIZE
                   WS-LOG-END-STATUS DELIMITED BY SPACE
                   INTO ST-RESULT (WS-STEP-IX).
           GO TO JUDGE-STEP-EXIT.
       JUDGE-STEP-FAILED.
           MOVE WS-STEP-REASON TO ST-RESULT (WS-STEP-IX).
           MOVE "Y" TO WS-STREAM-FAILED.
           MOVE ST-SEQ (WS-STEP-IX) TO WS-FAILED-SEQ.
           PERFORM WRITE-RESTART.
       JUDGE-STEP-EXIT.
           EXIT.

      * ---- QUARTER END ----
      * The stream date is a quarter end when it is a business day
      * in March, June, September or December and the next business
      * day is in the following month.
       CHECK-QUARTER-END.
           MOVE "N" TO WS-QUARTER-END.
           MOVE WS-STREAM-DATE TO WS-RPT-DATE.
           MOVE WS-RPT-MM TO WS-STREAM-MM.
           IF WS-STREAM-MM NOT = 3 AND WS-STREAM-MM NOT = 6
                   AND WS-STREAM-MM NOT = 9 AND WS-STREAM-MM NOT = 12
               GO TO CHECK-QUARTER-END-EXIT.
           IF WS-CAL-LOADED NOT = "Y"
               PERFORM LOAD-SHOP-CALENDAR THRU LOAD-SHOP-CALENDAR-EXIT
               MOVE "Y" TO WS-CAL-LOADED.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           IF WS-BUSINESS-DAY = "N"
               GO TO CHECK-QUARTER-END-EXIT.
           PERFORM FIND-NEXT-BUSINESS-DAY
               THRU FIND-NEXT-BUSINESS-DAY-EXIT.
           IF WS-RPT-MM NOT = WS-STREAM-MM
               MOVE "Y" TO WS-QUARTER-END.
       CHECK-QUARTER-END-EXIT.
           EXIT.

      * ---- WEEK END ----
      * The stream date is a week end when it is a business day and
      * the next business day falls in a later Monday-to-Sunday week.
      * Weeks are counted from the day serial, on which day 2 is a
      * Monday.
       CHECK-WEEK-END.
           MOVE "N" TO WS-WEEK-END.
           IF WS-CAL-LOADED NOT = "Y"
               PERFORM LOAD-SHOP-CALENDAR THRU LOAD-SHOP-CALENDAR-EXIT
               MOVE "Y" TO WS-CAL-LOADED.
           MOVE WS-STREAM-DATE TO WS-RPT-DATE.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           IF WS-BUSINESS-DAY = "N"
               GO TO CHECK-WEEK-END-EXIT.
           COMPUTE WS-WEEK-WORK = WS-RPT-SERIAL - 2.
           DIVIDE 7 INTO WS-WEEK-WORK GIVING WS-STREAM-WEEK.
           PERFORM FIND-NEXT-BUSINESS-DAY
               THRU FIND-NEXT-BUSINESS-DAY-EXIT.
           COMPUTE WS-WEEK-WORK = WS-RPT-SERIAL - 2.
           DIVIDE 7 INTO WS-WEEK-WORK GIVING WS-NEXT-WEEK.
           IF WS-NEXT-WEEK > WS-STREAM-WEEK
               MOVE "Y" TO WS-WEEK-END.
       CHECK-WEEK-END-EXIT.
           EXIT.

      * Steps WS-RPT-DATE forward to the next business day, giving
      * up after 31 days; CHECK-BUSINESS-DAY leaves that day's serial
      * in WS-RPT-SERIAL.
       FIND-NEXT-BUSINESS-DAY.
           MOVE ZERO TO WS-FORWARD-COUNT.
       FIND-NEXT-BUSINESS-DAY-STEP.
           ADD 1 TO WS-FORWARD-COUNT.
           DIVIDE 4 INTO WS-RPT-YY
               GIVING WS-LEAP-Q REMAINDER WS-LEAP-R.
           IF WS-RPT-DD < MONTH-DAYS (WS-RPT-MM)
                   OR (WS-RPT-MM = 2 AND WS-RPT-DD = 28
                       AND WS-LEAP-R = 0)
               ADD 1 TO WS-RPT-DD
           ELSE
               MOVE 1 TO WS-RPT-DD
               IF WS-RPT-MM = 12
                   MOVE 1 TO WS-RPT-MM
                   ADD 1 TO WS-RPT-YY
               ELSE
                   ADD 1 TO WS-RPT-MM
               END-IF
           END-IF.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           IF WS-BUSINESS-DAY = "N" AND WS-FORWARD-COUNT < 31
               GO TO FIND-NEXT-BUSINESS-DAY-STEP.
       FIND-NEXT-BUSINESS-DAY-EXIT.
           EXIT.

       LOAD-SHOP-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
           MOVE "N" TO WS-CALENDAR-EOF.
           OPEN INPUT SHOP-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
               GO TO LOAD-SHOP-CALENDAR-EXIT.
       LOAD-SHOP-CALENDAR-READ.
           READ SHOP-CALENDAR-FILE
               AT END MOVE "Y" TO WS-CALENDAR-EOF.
           IF WS-CALENDAR-EOF = "Y" OR WS-CAL-COUNT = 400
               CLOSE SHOP-CALENDAR-FILE
               GO TO LOAD-SHOP-CALENDAR-EXIT.
           IF CAL-DATE NUMERIC
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
               MOVE CAL-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT).
           GO TO LOAD-SHOP-CALENDAR-READ.
       LOAD-SHOP-CALENDAR-EXIT.
           EXIT.

      * A weekday is a business day unless the shop calendar marks it
      * a holiday (H) or shutdown day (S); a Saturday or Sunday is one
      * only when the calendar marks it worked (W).
       CHECK-BUSINESS-DAY.
           IF WS-RPT-YY > 40
               COMPUTE WS-RPT-CCYY = 1900 + WS-RPT-YY
           ELSE
               COMPUTE WS-RPT-CCYY = 2000 + WS-RPT-YY.
           COMPUTE WS-RPT-FULL-DATE = WS-RPT-CCYY * 10000
               + WS-RPT-MM * 100 + WS-RPT-DD.
           DIVIDE 4 INTO WS-RPT-CCYY GIVING WS-Q4 REMAINDER WS-R4.
           DIVIDE 100 INTO WS-RPT-CCYY GIVING WS-Q100 REMAINDER WS-R100.
           DIVIDE 400 INTO WS-RPT-CCYY GIVING WS-Q400 REMAINDER WS-R400.
           COMPUTE WS-RPT-SERIAL = WS-RPT-CCYY * 365 + WS-Q4
               - WS-Q100 + WS-Q400 + CUM-MONTH-DAYS (WS-RPT-MM)
               + WS-RPT-DD.
           IF WS-RPT-MM < 3 AND WS-R4 = 0
               IF WS-R100 NOT = 0 OR WS-R400 = 0
                   SUBTRACT 1 FROM WS-RPT-SERIAL.
           DIVIDE 7 INTO WS-RPT-SERIAL
               GIVING WS-SERIAL-Q REMAINDER WS-RPT-DOW.
           MOVE SPACE TO WS-RPT-CAL-TYPE.
           MOVE 1 TO WS-CAL-IX.
       CHECK-BUSINESS-DAY-SCAN.
           IF WS-CAL-IX > WS-CAL-COUNT
               GO TO CHECK-BUSINESS-DAY-JUDGE.
           IF WS-CAL-TBL-DATE (WS-CAL-IX) = WS-RPT-FULL-DATE
               MOVE WS-CAL-TBL-TYPE (WS-CAL-IX) TO WS-RPT-CAL-TYPE
               GO TO CHECK-BUSINESS-DAY-JUDGE.
           ADD 1 TO WS-CAL-IX.
           GO TO CHECK-BUSINESS-DAY-SCAN.
       CHECK-BUSINESS-DAY-JUDGE.
      * Day 0 of the serial count is a Saturday, day 1 a Sunday.
           MOVE "N" TO WS-BUSINESS-DAY.
           IF WS-RPT-DOW > 1
               IF WS-RPT-CAL-TYPE NOT = "H"
                       AND WS-RPT-CAL-TYPE NOT = "S"
                   MOVE "Y" TO WS-BUSINESS-DAY.
           IF WS-RPT-DOW < 2 AND WS-RPT-CAL-TYPE = "W"
               MOVE "Y" TO WS-BUSINESS-DAY.
       CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      * ---- JOB LOG AND SUMMARY ----
       WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               MOVE SPACE TO JOB-LOG-RECORD
               MOVE "JOBSTRM" TO JL-PROGRAM
               ACCEPT JL-DATE FROM DATE
               ACCEPT JL-TIME FROM TIME
               MOVE WS-JL-FLAG TO JL-FLAG
               MOVE WS-JL-STATUS TO JL-STATUS
               MOVE WS-JL-COUNT TO JL-COUNT
               MOVE "BATCH" TO JL-OPERATOR
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE.

       PRINT-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN JOBSTRM.PRN, STATUS="
                   WS-SUMMARY-STATUS
               GO TO PRINT-SUMMARY-EXIT.
           MOVE WS-STREAM-DATE TO SUM-HDR-STREAM.
           MOVE WS-TODAY TO SUM-HDR-RUN-DATE.
           MOVE WS-STREAM-START TO WS-TIME-IN.
           PERFORM EDIT-TIME.
           MOVE WS-TIME-OUT TO SUM-HDR-RUN-TIME.
           WRITE SUMMARY-LINE FROM SUM-HDR-LINE.
           MOVE SPACE TO SUM-NOTE-TEXT.
           IF WS-RESTARTING = "Y" AND WS-RESTART-SEQ > ZERO
               STRING "RESTARTED AT STEP " DELIMITED BY SIZE
                   WS-RESTART-SEQ DELIMITED BY SIZE
                   INTO SUM-NOTE-TEXT.
           IF WS-RESTARTING = "Y" AND WS-RESTART-SEQ = ZERO
               MOVE "PENDING RESTART SET ASIDE -- FULL STREAM RUN"
                   TO SUM-NOTE-TEXT.
           WRITE SUMMARY-LINE FROM SUM-NOTE-LINE.
           MOVE SPACE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           WRITE SUMMARY-LINE FROM SUM-COL-LINE.
           PERFORM PRINT-STEP-LINE
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT.
           MOVE SPACE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "STEPS RUN:" TO SUM-TOT-LABEL.
           MOVE WS-RUN-COUNT TO SUM-TOT-COUNT.
           WRITE SUMMARY-LINE FROM SUM-TOTAL-LINE.
           MOVE "STEPS SKIPPED BY CONDITION:" TO SUM-TOT-LABEL.
           MOVE WS-SKIP-COUNT TO SUM-TOT-COUNT.
           WRITE SUMMARY-LINE FROM SUM-TOTAL-LINE.
           IF WS-EARLIER-COUNT > ZERO
               MOVE "STEPS DONE BEFORE RESTART:" TO SUM-TOT-LABEL
               MOVE WS-EARLIER-COUNT TO SUM-TOT-COUNT
               WRITE SUMMARY-LINE FROM SUM-TOTAL-LINE.
           MOVE "STEPS NOT RUN:" TO SUM-TOT-LABEL.
           MOVE WS-NOT-RUN-COUNT TO SUM-TOT-COUNT.
           WRITE SUMMARY-LINE FROM SUM-TOTAL-LINE.
           MOVE SPACE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-STREAM-END TO WS-TIME-IN.
           PERFORM EDIT-TIME.
           MOVE SPACE TO SUM-NOTE-TEXT.
           IF WS-STREAM-FAILED = "Y"
               STRING "*** STREAM STOPPED AT STEP " DELIMITED BY SIZE
                   WS-FAILED-SEQ DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WS-TIME-OUT DELIMITED BY SIZE
                   " -- RESTART WITH JOB-STREAM ***"
                       DELIMITED BY SIZE
                   INTO SUM-NOTE-TEXT
           ELSE
               STRING "STREAM ENDED NORMALLY AT " DELIMITED BY SIZE
                   WS-TIME-OUT DELIMITED BY SIZE
                   INTO SUM-NOTE-TEXT.
           WRITE SUMMARY-LINE FROM SUM-NOTE-LINE.
           CLOSE SUMMARY-FILE.
       PRINT-SUMMARY-EXIT.
           EXIT.

       PRINT-STEP-LINE.
           MOVE ST-SEQ (WS-STEP-IX) TO SUM-SEQ.
           MOVE ST-PROGRAM (WS-STEP-IX) TO SUM-PROGRAM.
           MOVE SPACE TO SUM-CONDITION.
           IF ST-CONDITION (WS-STEP-IX) = "A"
               MOVE "ALWAYS" TO SUM-CONDITION.
           IF ST-CONDITION (WS-STEP-IX) = "Q"
               MOVE "QUARTER END" TO SUM-CONDITION.
           IF ST-CONDITION (WS-STEP-IX) = "W"
               MOVE "WEEK END" TO SUM-CONDITION.
           IF ST-CONDITION (WS-STEP-IX) = "F"
               STRING "IF " DELIMITED BY SIZE
                   ST-CONDITION-FILE (WS-STEP-IX) DELIMITED BY SPACE
                   INTO SUM-CONDITION.
           MOVE SPACE TO SUM-START.
           MOVE SPACE TO SUM-END.
           MOVE SPACE TO SUM-RC.
           IF ST-RAN (WS-STEP-IX) = "Y"
               MOVE ST-START-TIME (WS-STEP-IX) TO WS-TIME-IN
               PERFORM EDIT-TIME
               MOVE WS-TIME-OUT TO SUM-START
               MOVE ST-END-TIME (WS-STEP-IX) TO WS-TIME-IN
               PERFORM EDIT-TIME
               MOVE WS-TIME-OUT TO SUM-END
               MOVE ST-RC (WS-STEP-IX) TO SUM-RC-EDIT
               MOVE SUM-RC-EDIT TO SUM-RC.
           MOVE ST-RESULT (WS-STEP-IX) TO SUM-RESULT.
           WRITE SUMMARY-LINE FROM SUM-DETAIL-LINE.

       EDIT-TIME.
           MOVE WS-TIME-HH TO WS-TOUT-HH.
           MOVE WS-TIME-MI TO WS-TOUT-MI.
           MOVE WS-TIME-SS TO WS-TOUT-SS.
