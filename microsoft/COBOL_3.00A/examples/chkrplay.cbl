       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRREPLAY.
      * Step-through replay of one CHECKERS game from CHKRMOVE.LOG.
      * The chosen LOG-GAME-NUM is buffered (TAKEBACK markers discard
      * the rewound player chain and computer reply the same way
      * CHKRSCORE does) and the board is rebuilt from the opening
      * position up to the move being shown, so stepping back is
      * exactly as reliable as stepping forward.  Each log record is
      * one move here, so every leg of a multi-jump shows on its own.
      * The board is drawn the way CHECKERS draws it, with the move,
      * any piece captured and any man kinged on the line above, and
      * the logged result (WIN, LOS, DRW or RES from the player's
      * side) in the title once the game has one.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MS-COBOL-3.
       OBJECT-COMPUTER. MS-DOS.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-LOG-FILE ASSIGN TO "CHKRMOVE.LOG"
               FILE STATUS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD.
           05  LOG-GAME-NUM               PIC 99.
           05  LOG-SOURCE                 PIC X(8).
           05  LOG-FROM-X                 PIC 9.
           05  LOG-FROM-Y                 PIC 9.
           05  LOG-TO-X                   PIC 9.
           05  LOG-TO-Y                   PIC 9.
           05  LOG-JUMP                   PIC X(3).
       WORKING-STORAGE SECTION.
       77  WS-LOG-STATUS               PIC XX.
       77  WS-LOG-EOF                  PIC X VALUE "N".
       01  BOARD.
           10  ROW OCCURS 8.
               20 S OCCURS 8           PIC S9.
       01  INITVALS PIC X(32)
           VALUE "+1+0+1+0+0+0-1+0+0+1+0+0+0-1+0-1".
       01  INITDATA REDEFINES INITVALS.
           10 VAL OCCURS 16            PIC S9 SIGN IS LEADING SEPARATE.
       77  I                           PIC S99.
       77  J                           PIC S99.
       77  X                           PIC 99.
       77  Y                           PIC 9.
       77  MX                          PIC 99.
       77  MY                          PIC 99.
       77  CRTCOL                      PIC 99.
       77  CRTLIN                      PIC 99.
       77  EMPTY                       PIC S9 VALUE 0.
       77  X-MAN                       PIC S9 VALUE -1.
       77  X-KING                      PIC S9 VALUE -2.
       77  O-MAN                       PIC S9 VALUE 1.
       77  O-KING                      PIC S9 VALUE 2.
       77  COMP-MAN-CH                 PIC XX VALUE "X ".
       77  COMP-KING-CH                PIC XX VALUE "X*".
       77  PLYR-MAN-CH                 PIC XX VALUE "O ".
       77  PLYR-KING-CH                PIC XX VALUE "O*".
       77  WS-PIECE                    PIC S9.
       77  WS-CAP-PIECE                PIC S9 VALUE 0.
       77  WS-KINGED                   PIC X VALUE "N".
       77  WS-WANT-GAME                PIC 99 VALUE 0.
       77  WS-GT-COUNT                 PIC 999 VALUE 0.
       77  WS-GT-IX                    PIC 999 VALUE 0.
       77  WS-SHOWN                    PIC 999 VALUE 0.
       77  WS-GOTO-NUM                 PIC 999 VALUE 0.
       77  WS-TAKEBACKS                PIC 99 VALUE 0.
       77  WS-COMMAND                  PIC X VALUE SPACE.
       77  WS-STRIP-SRC                PIC X(8) VALUE SPACE.
       77  WS-FROM-SQ                  PIC 99.
       77  WS-SQ-ROW                   PIC 99.
       77  WS-SQ-POS                   PIC 99.
       77  WS-SQ-X                     PIC 99.
       77  WS-SQ-Y                     PIC 9.
       77  WS-Y-REM                    PIC 9.
       77  WS-Y-Q                      PIC 9.
       01  GAME-TABLE.
           05  GT-ENTRY OCCURS 300.
               10  GT-SOURCE           PIC X(8).
               10  GT-FROM-X           PIC 9.
               10  GT-FROM-Y           PIC 9.
               10  GT-TO-X             PIC 9.
               10  GT-TO-Y             PIC 9.
               10  GT-JUMP             PIC X(3).
       01 X-LEGEND PIC X(44)
            VALUE "+   1    2    3    4    5    6    7    8   +".
       01  REPLAY-TITLE.
           05  FILLER                  PIC X(22)
                   VALUE "CHECKERS REPLAY  GAME ".
           05  RT-GAME                 PIC Z9.
           05  FILLER                  PIC X(14)
                   VALUE "   TAKEBACKS: ".
           05  RT-TAKEBACKS            PIC Z9.
           05  FILLER                  PIC X(11)
                   VALUE "   RESULT: ".
           05  RT-RESULT               PIC XXX VALUE "---".
       01  REPLAY-MOVE-LINE.
           05  FILLER                  PIC X(5) VALUE "MOVE ".
           05  RM-NUM                  PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE " OF ".
           05  RM-COUNT                PIC ZZ9.
           05  FILLER                  PIC XX VALUE SPACE.
           05  RM-SOURCE               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RM-SQ-A                 PIC Z9.
           05  RM-SEP                  PIC X.
           05  RM-SQ-B                 PIC Z9.
           05  FILLER                  PIC XX VALUE SPACE.
           05  RM-CAP-LBL              PIC X(9).
           05  RM-CAP-CH               PIC XX.
           05  RM-KING-LBL             PIC X(8).
       01  REPLAY-OPEN-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "OPENING POSITION -- ".
           05  RO-COUNT                PIC ZZ9.
           05  FILLER                  PIC X(29)
                   VALUE " MOVES LOGGED                ".
       01 CLEAR-MSG-LINE   VALUE "                              "
               PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY SPACE.
           DISPLAY "CHECKERS REPLAY -- GAME NUMBER FROM CHKRMOVE.LOG?"
               AT LINE 10 COLUMN 16.
           ACCEPT WS-WANT-GAME AT LINE 10 COLUMN 66.
           OPEN INPUT MOVE-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CHKRMOVE.LOG, STATUS="
                   WS-LOG-STATUS AT LINE 24 COLUMN 10
               STOP RUN.
       READ-LOOP.
           READ MOVE-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF.
           IF WS-LOG-EOF = "Y" GO TO END-OF-LOG.
           IF LOG-GAME-NUM NOT = WS-WANT-GAME GO TO READ-LOOP.
           IF LOG-SOURCE = "RESULT"
               MOVE LOG-JUMP TO RT-RESULT
               GO TO READ-LOOP.
           IF LOG-SOURCE = "TAKEBACK"
               ADD 1 TO WS-TAKEBACKS
               PERFORM STRIP-TAKEBACK THRU STRIP-TAKEBACK-EXIT
               GO TO READ-LOOP.
           IF WS-GT-COUNT < 300
               ADD 1 TO WS-GT-COUNT
               MOVE LOG-SOURCE TO GT-SOURCE (WS-GT-COUNT)
               MOVE LOG-FROM-X TO GT-FROM-X (WS-GT-COUNT)
               MOVE LOG-FROM-Y TO GT-FROM-Y (WS-GT-COUNT)
               MOVE LOG-TO-X TO GT-TO-X (WS-GT-COUNT)
               MOVE LOG-TO-Y TO GT-TO-Y (WS-GT-COUNT)
               MOVE LOG-JUMP TO GT-JUMP (WS-GT-COUNT).
           GO TO READ-LOOP.
       END-OF-LOG.
           CLOSE MOVE-LOG-FILE.
           IF WS-GT-COUNT = 0
               DISPLAY "NO MOVES LOGGED FOR GAME " WS-WANT-GAME
                   AT LINE 24 COLUMN 10
               STOP RUN.
           MOVE 0 TO WS-SHOWN.
           DISPLAY SPACE.
       REPLAY-LOOP.
           PERFORM BUILD-POSITION.
           PERFORM SHOW-POSITION.
       REPLAY-ASK.
           DISPLAY "COMMAND (F=FORWARD B=BACK G=GO TO MOVE Q=QUIT)?"
               AT LINE 23 COLUMN 1.
           MOVE SPACE TO WS-COMMAND.
           ACCEPT WS-COMMAND AT LINE 23 COLUMN 49.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           IF WS-COMMAND = "Q" OR "q" GO TO REPLAY-DONE.
           IF WS-COMMAND = "F" OR "f" OR " "
               GO TO REPLAY-FORWARD.
           IF WS-COMMAND = "B" OR "b" GO TO REPLAY-BACK.
           IF WS-COMMAND = "G" OR "g" GO TO REPLAY-GOTO.
           DISPLAY "ENTER F, B, G OR Q" AT LINE 24 COLUMN 10.
           GO TO REPLAY-ASK.
       REPLAY-FORWARD.
           IF WS-SHOWN NOT < WS-GT-COUNT
               DISPLAY "END OF GAME" AT LINE 24 COLUMN 10
               GO TO REPLAY-ASK.
           ADD 1 TO WS-SHOWN.
           GO TO REPLAY-LOOP.
       REPLAY-BACK.
           IF WS-SHOWN = 0
               DISPLAY "AT OPENING POSITION" AT LINE 24 COLUMN 10
               GO TO REPLAY-ASK.
           SUBTRACT 1 FROM WS-SHOWN.
           GO TO REPLAY-LOOP.
       REPLAY-GOTO.
           DISPLAY "GO TO MOVE NUMBER?" AT LINE 24 COLUMN 10.
           MOVE 0 TO WS-GOTO-NUM.
           ACCEPT WS-GOTO-NUM AT LINE 24 COLUMN 29.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           IF WS-GOTO-NUM > WS-GT-COUNT
               MOVE WS-GT-COUNT TO RO-COUNT
               DISPLAY "LAST MOVE IS " RO-COUNT AT LINE 24 COLUMN 10
               GO TO REPLAY-ASK.
           MOVE WS-GOTO-NUM TO WS-SHOWN.
           GO TO REPLAY-LOOP.
       REPLAY-DONE.
           STOP RUN.

      * A TAKEBACK marker undoes the player's last chain and the
      * computer's reply: drop the trailing run of same-source
      * records, then the run before it.
       STRIP-TAKEBACK.
           IF WS-GT-COUNT = 0 GO TO STRIP-TAKEBACK-EXIT.
           MOVE GT-SOURCE (WS-GT-COUNT) TO WS-STRIP-SRC.
           PERFORM STRIP-ONE-CHAIN THRU STRIP-CHAIN-EXIT.
           IF WS-GT-COUNT > 0
               MOVE GT-SOURCE (WS-GT-COUNT) TO WS-STRIP-SRC
               PERFORM STRIP-ONE-CHAIN THRU STRIP-CHAIN-EXIT.
       STRIP-TAKEBACK-EXIT.
           EXIT.

       STRIP-ONE-CHAIN.
           IF WS-GT-COUNT = 0 GO TO STRIP-CHAIN-EXIT.
           IF GT-SOURCE (WS-GT-COUNT) NOT = WS-STRIP-SRC
               GO TO STRIP-CHAIN-EXIT.
           SUBTRACT 1 FROM WS-GT-COUNT.
           GO TO STRIP-ONE-CHAIN.
       STRIP-CHAIN-EXIT.
           EXIT.

      * Opening position, then moves 1 through WS-SHOWN.  The
      * capture and kinging flags are left describing the last one.
       BUILD-POSITION.
           MOVE 1 TO I.
           PERFORM LOAD-CELL VARYING X FROM 1 BY 1 UNTIL X > 8
               AFTER Y FROM 1 BY 1 UNTIL Y > 8.
           MOVE 0 TO WS-CAP-PIECE.
           MOVE "N" TO WS-KINGED.
           MOVE 1 TO WS-GT-IX.
           PERFORM APPLY-GT-MOVE UNTIL WS-GT-IX > WS-SHOWN.

       LOAD-CELL.
           MOVE VAL(I) TO S (X, Y)
           ADD 1 TO I
           IF I > 16 MOVE 1 TO I.

       APPLY-GT-MOVE.
           MOVE 0 TO WS-CAP-PIECE.
           MOVE "N" TO WS-KINGED.
           MOVE S (GT-FROM-X (WS-GT-IX), GT-FROM-Y (WS-GT-IX))
               TO WS-PIECE.
           MOVE 0 TO S (GT-FROM-X (WS-GT-IX), GT-FROM-Y (WS-GT-IX)).
           IF GT-JUMP (WS-GT-IX) = "YES"
               COMPUTE MX =
                   (GT-FROM-X (WS-GT-IX) + GT-TO-X (WS-GT-IX)) / 2
               COMPUTE MY =
                   (GT-FROM-Y (WS-GT-IX) + GT-TO-Y (WS-GT-IX)) / 2
               MOVE S (MX, MY) TO WS-CAP-PIECE
               MOVE 0 TO S (MX, MY).
           IF GT-SOURCE (WS-GT-IX) = "COMPUTER"
                   AND GT-TO-Y (WS-GT-IX) = 1
                   AND WS-PIECE = X-MAN
               MOVE X-KING TO WS-PIECE
               MOVE "Y" TO WS-KINGED.
           IF GT-SOURCE (WS-GT-IX) NOT = "COMPUTER"
                   AND GT-TO-Y (WS-GT-IX) = 8
                   AND WS-PIECE = O-MAN
               MOVE O-KING TO WS-PIECE
               MOVE "Y" TO WS-KINGED.
           MOVE WS-PIECE
               TO S (GT-TO-X (WS-GT-IX), GT-TO-Y (WS-GT-IX)).
           ADD 1 TO WS-GT-IX.

       SHOW-POSITION.
           MOVE WS-WANT-GAME TO RT-GAME.
           MOVE WS-TAKEBACKS TO RT-TAKEBACKS.
           DISPLAY REPLAY-TITLE AT LINE 1 COLUMN 1.
           IF WS-SHOWN = 0
               MOVE WS-GT-COUNT TO RO-COUNT
               DISPLAY REPLAY-OPEN-LINE AT LINE 2 COLUMN 1
           ELSE
               PERFORM FORMAT-MOVE-LINE
               DISPLAY REPLAY-MOVE-LINE AT LINE 2 COLUMN 1.
           DISPLAY X-LEGEND AT 0419 WITH REVERSE-VIDEO
           MOVE 4 TO CRTLIN
           PERFORM DISP-ROW VARYING Y FROM 8 BY -1 UNTIL Y < 1.
           DISPLAY X-LEGEND AT 2119 WITH REVERSE-VIDEO.

       FORMAT-MOVE-LINE.
           MOVE WS-SHOWN TO RM-NUM.
           MOVE WS-GT-COUNT TO RM-COUNT.
           MOVE GT-SOURCE (WS-SHOWN) TO RM-SOURCE.
           MOVE GT-FROM-X (WS-SHOWN) TO WS-SQ-X.
           MOVE GT-FROM-Y (WS-SHOWN) TO WS-SQ-Y.
           PERFORM SQUARE-NUMBER.
           MOVE WS-FROM-SQ TO RM-SQ-A.
           MOVE GT-TO-X (WS-SHOWN) TO WS-SQ-X.
           MOVE GT-TO-Y (WS-SHOWN) TO WS-SQ-Y.
           PERFORM SQUARE-NUMBER.
           MOVE WS-FROM-SQ TO RM-SQ-B.
           IF GT-JUMP (WS-SHOWN) = "YES"
               MOVE "x" TO RM-SEP
           ELSE
               MOVE "-" TO RM-SEP.
           MOVE SPACE TO RM-CAP-LBL.
           MOVE SPACE TO RM-CAP-CH.
           MOVE SPACE TO RM-KING-LBL.
           IF WS-CAP-PIECE NOT = EMPTY
               MOVE "CAPTURED " TO RM-CAP-LBL.
           IF WS-CAP-PIECE = O-MAN MOVE PLYR-MAN-CH TO RM-CAP-CH.
           IF WS-CAP-PIECE = O-KING MOVE PLYR-KING-CH TO RM-CAP-CH.
           IF WS-CAP-PIECE = X-MAN MOVE COMP-MAN-CH TO RM-CAP-CH.
           IF WS-CAP-PIECE = X-KING MOVE COMP-KING-CH TO RM-CAP-CH.
           IF WS-KINGED = "Y"
               MOVE " KINGED" TO RM-KING-LBL.

      * Standard numbering: square 1 is the leftmost dark square of
      * the top row (y = 8), counting left to right, top to bottom.
       SQUARE-NUMBER.
           SUBTRACT WS-SQ-Y FROM 8 GIVING WS-SQ-ROW.
           DIVIDE WS-SQ-Y BY 2 GIVING WS-Y-Q REMAINDER WS-Y-REM.
           IF WS-Y-REM = 0
               DIVIDE WS-SQ-X BY 2 GIVING WS-SQ-POS
           ELSE
               COMPUTE WS-SQ-POS = (WS-SQ-X + 1) / 2.
           COMPUTE WS-FROM-SQ = WS-SQ-ROW * 4 + WS-SQ-POS.

       DISP-ROW.
           MULTIPLY Y BY 2 GIVING J
           SUBTRACT J FROM 21 GIVING CRTLIN
           DISPLAY Y AT LINE CRTLIN COLUMN 19
                     WITH REVERSE-VIDEO
           PERFORM DISP-CELL
               VARYING X FROM 1 BY 1 UNTIL X > 8.
           ADD 4 TO CRTCOL
           DISPLAY Y AT LINE CRTLIN COLUMN CRTCOL
                     WITH REVERSE-VIDEO
           ADD 1 TO CRTLIN
           DISPLAY " " AT LINE CRTLIN COLUMN 19
                     WITH REVERSE-VIDEO
           DISPLAY " " AT LINE CRTLIN COLUMN CRTCOL
                     WITH REVERSE-VIDEO.

       DISP-CELL.
           MULTIPLY X BY 5 GIVING CRTCOL
           ADD 18 TO CRTCOL
           IF S (X, Y) = EMPTY DISPLAY ". "
                 AT LINE CRTLIN COLUMN CRTCOL.
           IF S (X, Y) = O-MAN DISPLAY PLYR-MAN-CH
                 AT LINE CRTLIN COLUMN CRTCOL.
           IF S (X, Y) = X-MAN DISPLAY COMP-MAN-CH
                 AT LINE CRTLIN COLUMN CRTCOL.
           IF S (X, Y) = X-KING DISPLAY COMP-KING-CH
                 AT LINE CRTLIN COLUMN CRTCOL.
           IF S (X, Y) = O-KING DISPLAY PLYR-KING-CH
                 AT LINE CRTLIN COLUMN CRTCOL.
