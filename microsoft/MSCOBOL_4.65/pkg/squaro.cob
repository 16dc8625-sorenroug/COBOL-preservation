                 FILE STATUS WS-ERROR-FS.
             SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
                 FILE STATUS WS-JOBLOG-STATUS.
             SELECT TABLE-FILE ASSIGN TO "SQRTTAB.PRN"
                 FILE STATUS WS-TABLE-FS.
         DATA DIVISION.
         FILE SECTION.
         FD  NUM-FILE.
         01  ERROR-RECORD PIC X(41).
         FD  JOB-LOG-FILE.
         01  JOB-LOG-RECORD PIC X(60).
         FD  TABLE-FILE.
         01  TABLE-RECORD PIC X(132).
         FD  AUDIT-FILE.
         01  AUDIT-RECORD.
             05  AUD-INPUT                  PIC Z(7).9(9).
             02 FILLER PIC X(4) VALUE ' RT('.
             02 AGL-N  PIC Z9.
             02 FILLER PIC X(4) VALUE ') ->'.
         77  WS-TABLE-MODE PIC X VALUE SPACE.
             88  TABLE-MODE VALUE 'Y' 'y'.
         77  WS-TABLE-FS PIC XX.
         77  WS-TAB-START PIC S9(7)V9(11) VALUE ZERO.
         77  WS-TAB-END PIC S9(7)V9(11) VALUE ZERO.
         77  WS-TAB-STEP PIC S9(7)V9(11) VALUE ZERO.
         77  WS-TAB-VALUE PIC S9(7)V9(11) VALUE ZERO.
         77  WS-TAB-ROWS PIC 9(5) VALUE ZERO.
         77  WS-TAB-MAX-ROWS PIC 9(5) VALUE 5000.
         77  WS-TAB-CNT PIC 9(5) VALUE ZERO.
         77  WS-TAB-NCNT PIC 9 VALUE ZERO.
         77  WS-TAB-IX PIC 9 VALUE ZERO.
         77  WS-TAB-PAGE PIC 999 VALUE ZERO.
         77  WS-TAB-LINES PIC 99 VALUE ZERO.
         77  WS-TAB-MAX-LINES PIC 99 VALUE 50.
         01  TAB-ROOTS.
             05 TAB-N PIC 99 OCCURS 5.
         01  TAB-RUN-DATE.
             05 TRD-YY PIC 99.
             05 TRD-MM PIC 99.
             05 TRD-DD PIC 99.
         01  TAB-TITLE.
             05 FILLER PIC X(40)
                VALUE 'SQUAROOT -- TABLE OF ROOTS'.
             05 FILLER PIC X(9) VALUE 'RUN DATE '.
             05 TT-MM PIC 99.
             05 FILLER PIC X VALUE '/'.
             05 TT-DD PIC 99.
             05 FILLER PIC X VALUE '/'.
             05 TT-YY PIC 99.
             05 FILLER PIC X(20) VALUE SPACE.
             05 FILLER PIC X(5) VALUE 'PAGE '.
             05 TT-PAGE PIC ZZ9.
         01  TAB-SUBTITLE.
             05 FILLER PIC X(5) VALUE 'FROM '.
             05 TS-START PIC Z(6)9.9(6).
             05 FILLER PIC X(4) VALUE ' TO '.
             05 TS-END PIC Z(6)9.9(6).
             05 FILLER PIC X(6) VALUE ' STEP '.
             05 TS-STEP PIC Z(6)9.9(6).
             05 FILLER PIC X(12) VALUE '  TOLERANCE '.
             05 TS-TOL PIC .9(8).
             05 FILLER PIC X(17) VALUE '  MAX ITERATIONS '.
             05 TS-MAX PIC ZZ9.
         01  TAB-LEGEND.
             05 FILLER PIC X(45)
                VALUE 'ITER = NEWTON-RAPHSON ITERATIONS TAKEN.  * = '.
             05 FILLER PIC X(40)
                VALUE 'DID NOT CONVERGE WITHIN THE TOLERANCE.'.
         01  TAB-HEAD.
             05 FILLER PIC X(14) VALUE '         VALUE'.
             05 TH-COL PIC X(22) OCCURS 5.
         01  TAB-GEN-HEAD.
             05 FILLER PIC X(14) VALUE '         ROOT('.
             05 TGH-N PIC Z9.
             05 FILLER PIC X(6) VALUE ') ITER'.
         01  TAB-RULE.
             05 FILLER PIC X(14) VALUE ALL '-'.
             05 TR-COL PIC X(22) OCCURS 5.
         01  TAB-DETAIL.
             05 TD-VALUE PIC Z(6)9.9(6).
             05 TD-COL OCCURS 5.
                10 FILLER PIC XX.
                10 TD-ROOT PIC Z(6)9.9(7).
                10 FILLER PIC X.
                10 TD-ITER PIC ZZ9.
                10 TD-FLAG PIC X.
         01  TAB-TOTAL-LINE.
             05 FILLER PIC X(18) VALUE 'VALUES TABULATED: '.
             05 TTL-CNT PIC ZZZZ9.
             05 FILLER PIC X(18) VALUE '   ROOTS COMPUTED:'.
             05 TTL-OK PIC ZZZZ9.
             05 FILLER PIC X(24) VALUE '   CONVERGENCE FAILURES:'.
             05 TTL-FAIL PIC ZZZZ9.
         01 NUMBER-FIELDS.
               02 Z PIC 99999V9(13).
               02 A PIC S9(7)V9(11).
               02 OLD-ROOT PIC S9(10)V9(7).
             DISPLAY 'CONVERGENCE TOLERANCE (0 FOR DEFAULT OF .00001)?'.
             ACCEPT WS-TOLERANCE.
             IF WS-TOLERANCE = 0 MOVE .00001 TO WS-TOLERANCE.
             DISPLAY 'PRINT A TABLE OF ROOTS OVER A RANGE (Y/N)?'.
             ACCEPT WS-TABLE-MODE.
             IF TABLE-MODE
               PERFORM TAB-RUN THRU TAB-RUN-END
               IF AUDIT-FILE-OPEN CLOSE AUDIT-FILE END-IF
               DISPLAY SPACE GOBACK.
             DISPLAY 'READ NUMBERS FROM A FILE (Y/N)?'.
             ACCEPT WS-BATCH-INPUT.
             IF BATCH-INPUT
             ELSE
               PERFORM SET-GEN-GUESS.
             MOVE ZERO TO COUNTERX.
             PERFORM CALCULATION THRU CALC-END.
             GO TO DO-OUTPUT.
         CALCULATION.
               COMPUTE ROOT = (WS-ROOT-N1 * OLD-ROOT
                 + A / OLD-ROOT ** WS-ROOT-N1) / WS-ROOT-N
      *        EXHIBIT NAMED ROOT OLD-ROOT Z
               ADD  1  TO  COUNTERX.
               IF COUNTERX > WS-MAX-ITER
                 IF NOT TABLE-MODE
                   DISPLAY 'CONVERGENCE NOT ATTAINED WITHIN '
                     WS-MAX-ITER ' TERMS ***'
                 END-IF
                 MOVE 'MAX' TO WS-RESULT-CODE
                 ADD 1 TO WS-FAIL-CNT
                 GO TO CALC-END.
               IF Z < WS-TOLERANCE
                 MOVE 'CNV' TO WS-RESULT-CODE
                 ADD 1 TO WS-OK-CNT
                 GO TO CALC-END.
               MOVE ROOT TO OLD-ROOT  GO TO CALCULATION.
         CALC-END.
               EXIT.
         DO-OUTPUT.
               PERFORM SET-ROOT-LABELS.
               IF FLAG NOT = SPACE COMPUTE A = A / TEN-THOU
               ELSE
                 MOVE WS-BI-MID TO WS-BI-LOW.
               ADD 1 TO WS-BI-COUNT.

      *  Table mode: every value from WS-TAB-START to WS-TAB-END by
      *  WS-TAB-STEP, with a column for each root index chosen, goes
      *  to the paginated print file SQRTTAB.PRN.
         TAB-RUN.
               MOVE 'TABLE' TO JL-OPERATOR.
         TAB-ASK-START.
               DISPLAY 'TABLE START VALUE AS S9(7)V9(11)?'.
               ACCEPT WS-TAB-START.
               IF WS-TAB-START NOT NUMERIC OR WS-TAB-START NOT > 0
                 DISPLAY 'START VALUE MUST BE GREATER THAN ZERO.'
                 GO TO TAB-ASK-START.
         TAB-ASK-END.
               DISPLAY 'TABLE END VALUE AS S9(7)V9(11)?'.
               ACCEPT WS-TAB-END.
               IF WS-TAB-END NOT NUMERIC OR WS-TAB-END < WS-TAB-START
                 DISPLAY 'END VALUE MAY NOT BE BELOW THE START VALUE.'
                 GO TO TAB-ASK-END.
         TAB-ASK-STEP.
               DISPLAY 'STEP BETWEEN VALUES AS S9(7)V9(11)?'.
               ACCEPT WS-TAB-STEP.
               IF WS-TAB-STEP NOT NUMERIC OR WS-TAB-STEP NOT > 0
                 DISPLAY 'STEP MUST BE GREATER THAN ZERO.'
                 GO TO TAB-ASK-STEP.
               COMPUTE WS-TAB-ROWS =
                   (WS-TAB-END - WS-TAB-START) / WS-TAB-STEP + 1
                 ON SIZE ERROR
                   MOVE 99999 TO WS-TAB-ROWS.
               IF WS-TAB-ROWS > WS-TAB-MAX-ROWS
                 DISPLAY 'MORE THAN ' WS-TAB-MAX-ROWS
                   ' LINES -- USE A LARGER STEP.'
                 GO TO TAB-ASK-STEP.
               MOVE ZERO TO WS-TAB-NCNT.
         TAB-ASK-ROOT.
               ADD 1 TO WS-TAB-NCNT GIVING WS-TAB-IX.
               DISPLAY 'ROOT INDEX FOR COLUMN ' WS-TAB-IX
                 ' (2-6, 0 = NO MORE):'.
               ACCEPT WS-ROOT-N.
               IF WS-ROOT-N NOT NUMERIC MOVE 99 TO WS-ROOT-N.
               IF WS-ROOT-N = 0 AND WS-TAB-NCNT = 0
                 MOVE 2 TO WS-ROOT-N.
               IF WS-ROOT-N = 0 GO TO TAB-OPEN.
               IF WS-ROOT-N < 2 OR WS-ROOT-N > 6
                 DISPLAY 'ROOT INDEX MUST BE 2 THROUGH 6.'
                 GO TO TAB-ASK-ROOT.
               ADD 1 TO WS-TAB-NCNT.
               MOVE WS-ROOT-N TO TAB-N (WS-TAB-NCNT).
               IF WS-TAB-NCNT < 5 GO TO TAB-ASK-ROOT.
         TAB-OPEN.
               OPEN OUTPUT TABLE-FILE.
               IF WS-TABLE-FS NOT = '00'
                 DISPLAY 'CANNOT OPEN TABLE FILE -- NO TABLE PRINTED.'
                 MOVE 'END  ' TO JL-FLAG
                 MOVE 'FAILED  ' TO JL-STATUS
                 MOVE ZERO TO JL-COUNT
                 PERFORM WRITE-JOB-LOG
                 GO TO TAB-RUN-END.
               ACCEPT TAB-RUN-DATE FROM DATE.
               MOVE TRD-MM TO TT-MM.
               MOVE TRD-DD TO TT-DD.
               MOVE TRD-YY TO TT-YY.
               MOVE WS-TAB-START TO TS-START.
               MOVE WS-TAB-END TO TS-END.
               MOVE WS-TAB-STEP TO TS-STEP.
               MOVE WS-TOLERANCE TO TS-TOL.
               MOVE WS-MAX-ITER TO TS-MAX.
               MOVE SPACES TO TAB-HEAD.
               MOVE '         VALUE' TO TAB-HEAD.
               MOVE ALL '-' TO TAB-RULE.
               MOVE 1 TO WS-TAB-IX.
               PERFORM TAB-SET-HEAD UNTIL WS-TAB-IX > 5.
               MOVE ZERO TO WS-TAB-PAGE.
               MOVE ZERO TO WS-TAB-CNT.
               MOVE WS-TAB-MAX-LINES TO WS-TAB-LINES.
               MOVE WS-TAB-START TO WS-TAB-VALUE.
         TAB-NEXT-VALUE.
               IF WS-TAB-VALUE > WS-TAB-END GO TO TAB-CLOSE.
               IF WS-TAB-LINES NOT < WS-TAB-MAX-LINES
                 PERFORM TAB-HEADINGS.
               MOVE SPACES TO TAB-DETAIL.
               MOVE WS-TAB-VALUE TO TD-VALUE.
               MOVE 1 TO WS-TAB-IX.
               PERFORM TAB-ONE-ROOT UNTIL WS-TAB-IX > WS-TAB-NCNT.
               WRITE TABLE-RECORD FROM TAB-DETAIL AFTER ADVANCING 1.
               ADD 1 TO WS-TAB-LINES.
               ADD 1 TO WS-TAB-CNT.
               ADD WS-TAB-STEP TO WS-TAB-VALUE
                 ON SIZE ERROR GO TO TAB-CLOSE.
               GO TO TAB-NEXT-VALUE.
         TAB-CLOSE.
               MOVE WS-TAB-CNT TO TTL-CNT.
               MOVE WS-OK-CNT TO TTL-OK.
               MOVE WS-FAIL-CNT TO TTL-FAIL.
               WRITE TABLE-RECORD FROM TAB-TOTAL-LINE
                 AFTER ADVANCING 2.
               CLOSE TABLE-FILE.
               DISPLAY 'TABLE WRITTEN TO SQRTTAB.PRN, ' WS-TAB-PAGE
                 ' PAGE(S).'.
               DISPLAY 'VALUES TABULATED:     ' WS-TAB-CNT.
               DISPLAY 'ROOTS COMPUTED:       ' WS-OK-CNT.
               DISPLAY 'CONVERGENCE FAILURES: ' WS-FAIL-CNT.
               MOVE 'END  ' TO JL-FLAG.
               MOVE 'NORMAL  ' TO JL-STATUS.
               MOVE WS-TAB-CNT TO JL-COUNT.
               PERFORM WRITE-JOB-LOG.
         TAB-RUN-END.
               EXIT.

         TAB-SET-HEAD.
               MOVE SPACES TO TH-COL (WS-TAB-IX).
               MOVE SPACES TO TR-COL (WS-TAB-IX).
               IF WS-TAB-IX NOT > WS-TAB-NCNT
                 MOVE '  --------------------' TO TR-COL (WS-TAB-IX)
                 IF TAB-N (WS-TAB-IX) = 2
                   MOVE '      SQUARE ROOT ITER' TO TH-COL (WS-TAB-IX)
                 ELSE
                   IF TAB-N (WS-TAB-IX) = 3
                     MOVE '        CUBE ROOT ITER' TO TH-COL (WS-TAB-IX)
                   ELSE
                     MOVE TAB-N (WS-TAB-IX) TO TGH-N
                     MOVE TAB-GEN-HEAD TO TH-COL (WS-TAB-IX).
               ADD 1 TO WS-TAB-IX.

         TAB-HEADINGS.
               ADD 1 TO WS-TAB-PAGE.
               MOVE WS-TAB-PAGE TO TT-PAGE.
               WRITE TABLE-RECORD FROM TAB-TITLE AFTER ADVANCING PAGE.
               WRITE TABLE-RECORD FROM TAB-SUBTITLE AFTER ADVANCING 1.
               WRITE TABLE-RECORD FROM TAB-LEGEND AFTER ADVANCING 1.
               WRITE TABLE-RECORD FROM TAB-HEAD AFTER ADVANCING 2.
               WRITE TABLE-RECORD FROM TAB-RULE AFTER ADVANCING 1.
               MOVE ZERO TO WS-TAB-LINES.

      *  One column of a table line: the same Newton-Raphson iteration
      *  as a keyed value, including the scaling of small square
      *  roots, flagged when it runs out of iterations.
         TAB-ONE-ROOT.
               MOVE TAB-N (WS-TAB-IX) TO WS-ROOT-N.
               SUBTRACT 1 FROM WS-ROOT-N GIVING WS-ROOT-N1.
               MOVE WS-TAB-VALUE TO A.
               MOVE SPACE TO FLAG.
               IF WS-ROOT-N = 2 AND A LESS THAN 1
                 COMPUTE A = A * TEN-THOU
                 MOVE '*' TO FLAG.
               IF WS-ROOT-N = 2
                 DIVIDE A BY 2 GIVING OLD-ROOT
               ELSE
                 PERFORM SET-GEN-GUESS.
               MOVE ZERO TO COUNTERX.
               PERFORM CALCULATION THRU CALC-END.
               IF FLAG NOT = SPACE COMPUTE ROOT = ROOT / 100.
               MOVE ROOT TO TD-ROOT (WS-TAB-IX).
               MOVE COUNTERX TO TD-ITER (WS-TAB-IX).
               IF WS-RESULT-CODE NOT = 'CNV'
                 MOVE '*' TO TD-FLAG (WS-TAB-IX).
               ADD 1 TO WS-TAB-IX.
