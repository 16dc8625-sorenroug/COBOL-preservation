       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRCORR.
      * Correspondence CHECKERS: two people play one game a move at a
      * time, each signing on whenever they reach a terminal.  Every
      * game lives in its own exchange file CHKRCnn.DAT (nn = game
      * number 01-99): a header record holding the players, whose
      * turn it is, the house rules, the dates and the board, then
      * one record per move segment.  On sign-on every exchange file
      * is looked at, so the player sees which games are waiting for
      * a move.  A game whose side to move has gone longer than the
      * agreed number of days without moving is forfeited at that
      * point.  Moves are checked the way CHECKERS checks the
      * player's, with men moving forward only, jumps only over an
      * opposing piece, and the mandatory-jump house rule applied
      * when chosen for the game.  A finished game is appended to
      * CHKRMOVE.LOG in one run so CHKRSCORE and the other log
      * readers see it as a single game, and to the game history
      * CHKRHIST.LOG under the next history game number, the same
      * way CHECKERS archives its own finished games.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MS-COBOL-3.
       OBJECT-COMPUTER. MS-DOS.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCH-FILE ASSIGN TO WS-EXCH-NAME
               FILE STATUS WS-EXCH-STATUS.
           SELECT MOVE-LOG-FILE ASSIGN TO "CHKRMOVE.LOG"
               FILE STATUS WS-LOG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CHKRHIST.LOG"
               FILE STATUS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCH-FILE.
       01  EXCH-RECORD                    PIC X(140).
       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD.
           05  LOG-GAME-NUM               PIC 99.
           05  LOG-SOURCE                 PIC X(8).
           05  LOG-FROM-X                 PIC 9.
           05  LOG-FROM-Y                 PIC 9.
           05  LOG-TO-X                   PIC 9.
           05  LOG-TO-Y                   PIC 9.
           05  LOG-JUMP                   PIC X(3).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-GAME-NUM              PIC 9(5).
           05  HIST-SOURCE                PIC X(8).
           05  HIST-FROM-X                PIC 9.
           05  HIST-FROM-Y                PIC 9.
           05  HIST-TO-X                  PIC 9.
           05  HIST-TO-Y                  PIC 9.
           05  HIST-JUMP                  PIC X(3).
       WORKING-STORAGE SECTION.
       77  WS-EXCH-STATUS              PIC XX.
       77  WS-EXCH-EOF                 PIC X VALUE "N".
       77  WS-LOG-STATUS               PIC XX.
       77  WS-LOG-EOF                  PIC X VALUE "N".
       77  WS-LOG-LAST                 PIC 99 VALUE 0.
       77  WS-HIST-STATUS              PIC XX.
       77  WS-HIST-EOF                 PIC X VALUE "N".
       77  WS-HIST-LAST                PIC 9(5) VALUE 0.
       01  WS-EXCH-NAME.
           05  FILLER                  PIC X(5) VALUE "CHKRC".
           05  WS-EXCH-NUM             PIC 99.
           05  FILLER                  PIC X(4) VALUE ".DAT".
       01  CORR-HEADER.
           05  CH-TYPE                 PIC X.
           05  CH-GAME-NUM             PIC 99.
           05  CH-X-NAME               PIC X(10).
           05  CH-O-NAME               PIC X(10).
           05  CH-STATUS               PIC X.
               88  CH-ACTIVE           VALUE "A".
               88  CH-FINISHED         VALUE "F".
           05  CH-TO-MOVE              PIC X.
           05  CH-MANDATORY            PIC X.
           05  CH-FORFEIT-DAYS         PIC 99.
           05  CH-START-DATE           PIC 9(6).
           05  CH-LAST-DATE            PIC 9(6).
           05  CH-MOVE-COUNT           PIC 999.
           05  CH-RESULT               PIC X(30).
           05  CH-CELL OCCURS 64       PIC S9.
           05  FILLER                  PIC X(3).
       01  CORR-MOVE.
           05  CM-TYPE                 PIC X.
           05  CM-SIDE                 PIC X.
           05  CM-FROM-X               PIC 9.
           05  CM-FROM-Y               PIC 9.
           05  CM-TO-X                 PIC 9.
           05  CM-TO-Y                 PIC 9.
           05  CM-JUMP                 PIC X(3).
           05  CM-DATE                 PIC 9(6).
           05  FILLER                  PIC X(125).
       01  BOARD.
           10  ROW OCCURS 8.
               20 S OCCURS 8           PIC S9.
       01  INITVALS PIC X(32)
           VALUE "+1+0+1+0+0+0-1+0+0+1+0+0+0-1+0-1".
       01  INITDATA REDEFINES INITVALS.
           10 VAL OCCURS 16            PIC S9 SIGN IS LEADING SEPARATE.
       77  A                           PIC S9.
       77  A1                          PIC 9.
       77  B                           PIC S9.
       77  B1                          PIC 9.
       77  E                           PIC S9.
       77  H                           PIC S9.
       77  I                           PIC S99.
       77  J                           PIC S99.
       77  X                           PIC 99.
       77  Y                           PIC 9.
       77  MX                          PIC 99.
       77  MY                          PIC 99.
       77  JC                          PIC S9.
       77  JD                          PIC S9.
       77  JU                          PIC S99.
       77  JV                          PIC S99.
       77  JW                          PIC S99.
       77  JX                          PIC S99.
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
       77  WS-SAVE-IDX                 PIC 99.
       77  WS-PIECE                    PIC S9.
       77  WS-CAP-PIECE                PIC S9.
       77  WS-KINGED                   PIC X VALUE "N".
       77  WS-DX                       PIC S9.
       77  WS-DY                       PIC S9.
       77  WS-ADX                      PIC 9.
       77  WS-ADY                      PIC 9.
       77  WS-FWD                      PIC S9 VALUE 1.
       77  WS-SIDE                     PIC X VALUE "O".
       77  WS-JUMPS                    PIC 99 VALUE 0.
       77  WS-STEPS                    PIC 99 VALUE 0.
       77  WS-SIDE-JUMPS               PIC 99 VALUE 0.
       77  WS-IN-CHAIN                 PIC X VALUE "N".
       77  WS-AT-X                     PIC 9.
       77  WS-AT-Y                     PIC 9.
       77  WS-MOVE-OK                  PIC X VALUE "N".
       77  WS-RESULT-CODE              PIC XXX VALUE SPACE.
       77  WS-MOVE-MSG                 PIC X(30) VALUE SPACE.
       77  WS-MANDATORY-JUMP           PIC X VALUE "N".
           88  FORCE-JUMP              VALUE "Y" "y".
       77  WS-MY-NAME                  PIC X(10) VALUE SPACE.
       77  WS-OPP-NAME                 PIC X(10) VALUE SPACE.
       77  WS-MOVER-NAME               PIC X(10) VALUE SPACE.
       77  WS-SIDE-CHOICE              PIC X VALUE "O".
       77  WS-FORFEIT-DAYS             PIC 99 VALUE 0.
       77  WS-COMMAND                  PIC X VALUE SPACE.
       77  WS-GAME-FOUND               PIC X VALUE "N".
       77  WS-PLAYED                   PIC X VALUE "N".
       77  WS-PICK-NUM                 PIC 99 VALUE 0.
       77  WS-SCAN-NUM                 PIC 999 VALUE 0.
       77  WS-FREE-NUM                 PIC 99 VALUE 0.
       77  WS-REUSE-NUM                PIC 99 VALUE 0.
       77  WS-LISTED                   PIC 99 VALUE 0.
       77  WS-WAITING                  PIC 99 VALUE 0.
       77  WS-GT-COUNT                 PIC 999 VALUE 0.
       77  WS-GT-IX                    PIC 999 VALUE 0.
       77  WS-TODAY                    PIC 9(6).
       77  WS-TODAY-DAYS               PIC S9(5) VALUE 0.
       77  WS-IDLE-DAYS                PIC S9(5) VALUE 0.
       01  WS-DT.
           05  WS-DT-YY                PIC 99.
           05  WS-DT-MM                PIC 99.
           05  WS-DT-DD                PIC 99.
       77  WS-DT-DAYS                  PIC S9(5) VALUE 0.
       77  WS-LEAP-Q                   PIC 99.
       77  WS-LEAP-R                   PIC 9.
       01  CUM-DAYS-VALUES             PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           05  CUM-DAYS OCCURS 12      PIC 999.
       77  WS-FROM-SQ                  PIC 99.
       77  WS-SQ-ROW                   PIC 99.
       77  WS-SQ-POS                   PIC 99.
       77  WS-SQ-X                     PIC 99.
       77  WS-SQ-Y                     PIC 9.
       77  WS-Y-REM                    PIC 9.
       77  WS-Y-Q                      PIC 9.
       01  GAME-TABLE.
           05  GT-ENTRY OCCURS 300.
               10  GT-SIDE             PIC X.
               10  GT-FROM-X           PIC 9.
               10  GT-FROM-Y           PIC 9.
               10  GT-TO-X             PIC 9.
               10  GT-TO-Y             PIC 9.
               10  GT-JUMP             PIC X(3).
               10  GT-DATE             PIC 9(6).
       01 X-LEGEND PIC X(44)
            VALUE "+   1    2    3    4    5    6    7    8   +".
       01  LIST-LINE.
           05  FILLER                  PIC X(5) VALUE "GAME ".
           05  LL-NUM                  PIC Z9.
           05  FILLER                  PIC X(10) VALUE "  YOU ARE ".
           05  LL-SIDE                 PIC X.
           05  FILLER                  PIC X(5) VALUE " VS. ".
           05  LL-OPPONENT             PIC X(10).
           05  FILLER                  PIC XX VALUE SPACE.
           05  LL-STATE                PIC X(30).
       01  PLAY-TITLE.
           05  FILLER                  PIC X(5) VALUE "GAME ".
           05  PT-NUM                  PIC Z9.
           05  FILLER                  PIC X(5) VALUE "   O:".
           05  PT-O-NAME               PIC X(10).
           05  FILLER                  PIC X(5) VALUE "   X:".
           05  PT-X-NAME               PIC X(10).
           05  FILLER                  PIC X(9) VALUE "   MOVES:".
           05  PT-MOVES                PIC ZZ9.
       01  LAST-MOVE-LINE.
           05  FILLER                  PIC X(11) VALUE "LAST MOVE: ".
           05  LM-SIDE                 PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  LM-SQ-A                 PIC Z9.
           05  LM-SEP                  PIC X.
           05  LM-SQ-B                 PIC Z9.
           05  FILLER                  PIC X(4) VALUE " ON ".
           05  LM-DATE                 PIC 9(6).
           05  FILLER                  PIC X(12) VALUE SPACE.
       01  NO-MOVE-LINE                PIC X(40)
           VALUE "NO MOVES YET -- O MOVES FIRST".
       01 CLEAR-MSG-LINE   VALUE "                              "
               PIC X(30).
       01 CLEAR-ENTRY-LINE PIC X(60) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO WS-DT.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DT-DAYS TO WS-TODAY-DAYS.
           DISPLAY SPACE.
           DISPLAY "CORRESPONDENCE CHECKERS" AT LINE 1 COLUMN 28.
           DISPLAY "YOUR NAME?" AT LINE 3 COLUMN 16.
           ACCEPT WS-MY-NAME AT LINE 3 COLUMN 27.
           IF WS-MY-NAME = SPACE STOP RUN.

      * List every game the player is in; forfeits fall due here.
       SIGN-ON.
           DISPLAY SPACE.
           DISPLAY "CORRESPONDENCE CHECKERS" AT LINE 1 COLUMN 28.
           MOVE 0 TO WS-LISTED.
           MOVE 0 TO WS-WAITING.
           MOVE 5 TO CRTLIN.
           PERFORM SCAN-ONE-GAME THRU SCAN-ONE-EXIT
               VARYING WS-SCAN-NUM FROM 1 BY 1 UNTIL WS-SCAN-NUM > 99.
           IF WS-LISTED = 0
               DISPLAY "NO CORRESPONDENCE GAMES FOR " WS-MY-NAME
                   AT LINE 5 COLUMN 1.
           DISPLAY "GAMES WAITING FOR YOUR MOVE: " WS-WAITING
               AT LINE 3 COLUMN 1.
       CORR-MENU.
           DISPLAY "P=PLAY A MOVE  N=NEW GAME  Q=QUIT?"
               AT LINE 23 COLUMN 1.
           MOVE SPACE TO WS-COMMAND.
           ACCEPT WS-COMMAND AT LINE 23 COLUMN 36.
           IF WS-COMMAND = "Q" OR "q" STOP RUN.
           IF WS-COMMAND = "N" OR "n"
               PERFORM NEW-GAME THRU NEW-GAME-EXIT
               GO TO CORR-MENU.
           IF WS-COMMAND NOT = "P" AND WS-COMMAND NOT = "p"
               DISPLAY "ENTER P, N OR Q" AT LINE 24 COLUMN 10
               GO TO CORR-MENU.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           DISPLAY "GAME NUMBER?" AT LINE 24 COLUMN 10.
           MOVE 0 TO WS-PICK-NUM.
           ACCEPT WS-PICK-NUM AT LINE 24 COLUMN 23.
           PERFORM PLAY-GAME THRU PLAY-GAME-EXIT.
           IF WS-PLAYED = "Y" GO TO SIGN-ON.
           GO TO CORR-MENU.

       SCAN-ONE-GAME.
           MOVE WS-SCAN-NUM TO WS-EXCH-NUM.
           PERFORM LOAD-GAME THRU LOAD-GAME-EXIT.
           IF WS-GAME-FOUND NOT = "Y" GO TO SCAN-ONE-EXIT.
           PERFORM CHECK-FORFEIT THRU CHECK-FORFEIT-EXIT.
           IF CH-X-NAME NOT = WS-MY-NAME
                   AND CH-O-NAME NOT = WS-MY-NAME
               GO TO SCAN-ONE-EXIT.
           MOVE WS-SCAN-NUM TO LL-NUM.
           IF CH-O-NAME = WS-MY-NAME
               MOVE "O" TO LL-SIDE
               MOVE CH-X-NAME TO LL-OPPONENT
           ELSE
               MOVE "X" TO LL-SIDE
               MOVE CH-O-NAME TO LL-OPPONENT.
           PERFORM SET-MOVER-NAME.
           IF CH-FINISHED
               MOVE CH-RESULT TO LL-STATE
           ELSE
               IF WS-MOVER-NAME = WS-MY-NAME
                   MOVE "YOUR MOVE" TO LL-STATE
                   MOVE CH-TO-MOVE TO LL-SIDE
                   ADD 1 TO WS-WAITING
               ELSE
                   MOVE "WAITING FOR OPPONENT" TO LL-STATE.
           ADD 1 TO WS-LISTED.
           IF CRTLIN < 21
               DISPLAY LIST-LINE AT LINE CRTLIN COLUMN 1
               ADD 1 TO CRTLIN.
       SCAN-ONE-EXIT.
           EXIT.

       SET-MOVER-NAME.
           IF CH-TO-MOVE = "X"
               MOVE CH-X-NAME TO WS-MOVER-NAME
           ELSE
               MOVE CH-O-NAME TO WS-MOVER-NAME.

      * The side to move forfeits once the days since the last move
      * exceed the limit agreed when the game was started.
       CHECK-FORFEIT.
           IF NOT CH-ACTIVE OR CH-FORFEIT-DAYS = 0
               GO TO CHECK-FORFEIT-EXIT.
           MOVE CH-LAST-DATE TO WS-DT.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYS - WS-DT-DAYS.
           IF WS-IDLE-DAYS NOT > CH-FORFEIT-DAYS
               GO TO CHECK-FORFEIT-EXIT.
           IF CH-TO-MOVE = "O"
               MOVE "O FORFEITED -- X WINS" TO CH-RESULT
               MOVE "LOS" TO WS-RESULT-CODE
           ELSE
               MOVE "X FORFEITED -- O WINS" TO CH-RESULT
               MOVE "WIN" TO WS-RESULT-CODE.
           MOVE "F" TO CH-STATUS.
           PERFORM SAVE-GAME THRU SAVE-GAME-EXIT.
           PERFORM LOG-FINISHED-GAME THRU LOG-FINISHED-EXIT.
       CHECK-FORFEIT-EXIT.
           EXIT.

      * Days since 1 January 2000 for a YYMMDD date.
       DATE-TO-DAYS.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12 MOVE 1 TO WS-DT-MM.
           COMPUTE WS-LEAP-Q = (WS-DT-YY + 3) / 4.
           COMPUTE WS-DT-DAYS = WS-DT-YY * 365 + WS-LEAP-Q
               + CUM-DAYS (WS-DT-MM) + WS-DT-DD.
           DIVIDE WS-DT-YY BY 4 GIVING WS-LEAP-Q REMAINDER WS-LEAP-R.
           IF WS-LEAP-R = 0 AND WS-DT-MM > 2
               ADD 1 TO WS-DT-DAYS.

      * Header then move records.  The board comes from the header;
      * the moves are kept for the last-move line and the log.
       LOAD-GAME.
           MOVE "N" TO WS-GAME-FOUND.
           MOVE "N" TO WS-EXCH-EOF.
           MOVE 0 TO WS-GT-COUNT.
           OPEN INPUT EXCH-FILE.
           IF WS-EXCH-STATUS NOT = "00" GO TO LOAD-GAME-EXIT.
           READ EXCH-FILE INTO CORR-HEADER
               AT END MOVE "Y" TO WS-EXCH-EOF.
           IF WS-EXCH-EOF = "Y" OR CH-TYPE NOT = "H"
               CLOSE EXCH-FILE
               GO TO LOAD-GAME-EXIT.
           MOVE "Y" TO WS-GAME-FOUND.
       LOAD-MOVE-LOOP.
           READ EXCH-FILE INTO CORR-MOVE
               AT END MOVE "Y" TO WS-EXCH-EOF.
           IF WS-EXCH-EOF = "Y" GO TO LOAD-GAME-CLOSE.
           IF CM-TYPE = "M" AND WS-GT-COUNT < 300
               ADD 1 TO WS-GT-COUNT
               MOVE CM-SIDE TO GT-SIDE (WS-GT-COUNT)
               MOVE CM-FROM-X TO GT-FROM-X (WS-GT-COUNT)
               MOVE CM-FROM-Y TO GT-FROM-Y (WS-GT-COUNT)
               MOVE CM-TO-X TO GT-TO-X (WS-GT-COUNT)
               MOVE CM-TO-Y TO GT-TO-Y (WS-GT-COUNT)
               MOVE CM-JUMP TO GT-JUMP (WS-GT-COUNT)
               MOVE CM-DATE TO GT-DATE (WS-GT-COUNT).
           GO TO LOAD-MOVE-LOOP.
       LOAD-GAME-CLOSE.
           CLOSE EXCH-FILE.
           PERFORM UNPACK-BOARD VARYING X FROM 1 BY 1 UNTIL X > 8
               AFTER Y FROM 1 BY 1 UNTIL Y > 8.
       LOAD-GAME-EXIT.
           EXIT.

       UNPACK-BOARD.
           COMPUTE WS-SAVE-IDX = (X - 1) * 8 + Y.
           MOVE CH-CELL (WS-SAVE-IDX) TO S (X, Y).

       PACK-BOARD.
           COMPUTE WS-SAVE-IDX = (X - 1) * 8 + Y.
           MOVE S (X, Y) TO CH-CELL (WS-SAVE-IDX).

       SAVE-GAME.
           PERFORM PACK-BOARD VARYING X FROM 1 BY 1 UNTIL X > 8
               AFTER Y FROM 1 BY 1 UNTIL Y > 8.
           MOVE "H" TO CH-TYPE.
           MOVE WS-EXCH-NUM TO CH-GAME-NUM.
           OPEN OUTPUT EXCH-FILE.
           IF WS-EXCH-STATUS NOT = "00"
               DISPLAY "COULD NOT WRITE " WS-EXCH-NAME
                   AT LINE 24 COLUMN 10
               GO TO SAVE-GAME-EXIT.
           WRITE EXCH-RECORD FROM CORR-HEADER.
           MOVE 1 TO WS-GT-IX.
           PERFORM WRITE-ONE-MOVE UNTIL WS-GT-IX > WS-GT-COUNT.
           CLOSE EXCH-FILE.
       SAVE-GAME-EXIT.
           EXIT.

       WRITE-ONE-MOVE.
           MOVE SPACE TO CORR-MOVE.
           MOVE "M" TO CM-TYPE.
           MOVE GT-SIDE (WS-GT-IX) TO CM-SIDE.
           MOVE GT-FROM-X (WS-GT-IX) TO CM-FROM-X.
           MOVE GT-FROM-Y (WS-GT-IX) TO CM-FROM-Y.
           MOVE GT-TO-X (WS-GT-IX) TO CM-TO-X.
           MOVE GT-TO-Y (WS-GT-IX) TO CM-TO-Y.
           MOVE GT-JUMP (WS-GT-IX) TO CM-JUMP.
           MOVE GT-DATE (WS-GT-IX) TO CM-DATE.
           WRITE EXCH-RECORD FROM CORR-MOVE.
           ADD 1 TO WS-GT-IX.

      * The log readers tell the two sides apart by LOG-SOURCE, so
      * X moves go out as COMPUTER and O moves as PLAYER, exactly
      * as if the X player were the machine.  The RESULT record
      * that closes the game is likewise from O's side, with
      * strength 0 since no computer played.  The game goes on
      * the log one past the highest game number already there, so
      * it never shares a number with a CHECKERS game; the exchange
      * number stays on the exchange file only.
       LOG-FINISHED-GAME.
           MOVE 0 TO WS-LOG-LAST.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT MOVE-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM READ-LOG-LAST UNTIL WS-LOG-EOF = "Y"
               CLOSE MOVE-LOG-FILE.
           IF WS-LOG-LAST < 99
               ADD 1 TO WS-LOG-LAST.
           OPEN EXTEND MOVE-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT MOVE-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: COULD NOT OPEN MOVE LOG FILE"
                   AT LINE 24 COLUMN 10
               GO TO LOG-FINISHED-HISTORY.
           PERFORM LOG-ONE-MOVE VARYING WS-GT-IX FROM 1 BY 1
               UNTIL WS-GT-IX > WS-GT-COUNT.
           MOVE WS-LOG-LAST TO LOG-GAME-NUM.
           MOVE "RESULT" TO LOG-SOURCE.
           MOVE 0 TO LOG-FROM-X.
           MOVE 0 TO LOG-FROM-Y.
           MOVE 0 TO LOG-TO-X.
           MOVE 0 TO LOG-TO-Y.
           MOVE WS-RESULT-CODE TO LOG-JUMP.
           WRITE MOVE-LOG-RECORD.
           CLOSE MOVE-LOG-FILE.
       LOG-FINISHED-HISTORY.
           PERFORM ARCHIVE-GAME THRU ARCHIVE-GAME-EXIT.
       LOG-FINISHED-EXIT.
           EXIT.

       READ-LOG-LAST.
           READ MOVE-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF.
           IF WS-LOG-EOF NOT = "Y"
               IF LOG-GAME-NUM > WS-LOG-LAST
                   MOVE LOG-GAME-NUM TO WS-LOG-LAST.

       LOG-ONE-MOVE.
           MOVE WS-LOG-LAST TO LOG-GAME-NUM.
           IF GT-SIDE (WS-GT-IX) = "X"
               MOVE "COMPUTER" TO LOG-SOURCE
           ELSE
               MOVE "PLAYER" TO LOG-SOURCE.
           MOVE GT-FROM-X (WS-GT-IX) TO LOG-FROM-X.
           MOVE GT-FROM-Y (WS-GT-IX) TO LOG-FROM-Y.
           MOVE GT-TO-X (WS-GT-IX) TO LOG-TO-X.
           MOVE GT-TO-Y (WS-GT-IX) TO LOG-TO-Y.
           MOVE GT-JUMP (WS-GT-IX) TO LOG-JUMP.
           WRITE MOVE-LOG-RECORD.

      * CHKRHIST.LOG keeps every finished game, each as one run of
      * records ending in its RESULT and numbered one past the last
      * game on the file, so exchange numbers reused here never
      * meet on it.
       ARCHIVE-GAME.
           MOVE 0 TO WS-HIST-LAST.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM READ-HISTORY-LAST UNTIL WS-HIST-EOF = "Y"
               CLOSE HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "WARNING: COULD NOT OPEN GAME HISTORY FILE"
                   AT LINE 24 COLUMN 10
               GO TO ARCHIVE-GAME-EXIT.
           ADD 1 TO WS-HIST-LAST.
           PERFORM HISTORY-ONE-MOVE VARYING WS-GT-IX FROM 1 BY 1
               UNTIL WS-GT-IX > WS-GT-COUNT.
           MOVE WS-HIST-LAST TO HIST-GAME-NUM.
           MOVE "RESULT" TO HIST-SOURCE.
           MOVE 0 TO HIST-FROM-X.
           MOVE 0 TO HIST-FROM-Y.
           MOVE 0 TO HIST-TO-X.
           MOVE 0 TO HIST-TO-Y.
           MOVE WS-RESULT-CODE TO HIST-JUMP.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
       ARCHIVE-GAME-EXIT.
           EXIT.

       READ-HISTORY-LAST.
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF.
           IF WS-HIST-EOF NOT = "Y"
               MOVE HIST-GAME-NUM TO WS-HIST-LAST.

       HISTORY-ONE-MOVE.
           MOVE WS-HIST-LAST TO HIST-GAME-NUM.
           IF GT-SIDE (WS-GT-IX) = "X"
               MOVE "COMPUTER" TO HIST-SOURCE
           ELSE
               MOVE "PLAYER" TO HIST-SOURCE.
           MOVE GT-FROM-X (WS-GT-IX) TO HIST-FROM-X.
           MOVE GT-FROM-Y (WS-GT-IX) TO HIST-FROM-Y.
           MOVE GT-TO-X (WS-GT-IX) TO HIST-TO-X.
           MOVE GT-TO-Y (WS-GT-IX) TO HIST-TO-Y.
           MOVE GT-JUMP (WS-GT-IX) TO HIST-JUMP.
           WRITE HISTORY-RECORD.

      * A new game takes the first unused game number, or failing
      * that the first finished game, which is already on the log.
       NEW-GAME.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           MOVE 0 TO WS-FREE-NUM.
           MOVE 0 TO WS-REUSE-NUM.
           PERFORM PROBE-SLOT
               VARYING WS-SCAN-NUM FROM 1 BY 1 UNTIL WS-SCAN-NUM > 99.
           IF WS-FREE-NUM = 0 MOVE WS-REUSE-NUM TO WS-FREE-NUM.
           IF WS-FREE-NUM = 0
               DISPLAY "NO GAME NUMBERS FREE" AT LINE 24 COLUMN 10
               GO TO NEW-GAME-EXIT.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           DISPLAY "OPPONENT'S NAME?" AT LINE 23 COLUMN 1.
           MOVE SPACE TO WS-OPP-NAME.
           ACCEPT WS-OPP-NAME AT LINE 23 COLUMN 18.
           IF WS-OPP-NAME = SPACE GO TO NEW-GAME-EXIT.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           DISPLAY "DO YOU WANT TO PLAY X OR O (O MOVES FIRST)?"
               AT LINE 23 COLUMN 1.
           ACCEPT WS-SIDE-CHOICE AT LINE 23 COLUMN 45.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           DISPLAY "MANDATORY JUMP HOUSE RULE (Y/N)?"
               AT LINE 23 COLUMN 1.
           ACCEPT WS-MANDATORY-JUMP AT LINE 23 COLUMN 34.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           DISPLAY "FORFEIT AFTER HOW MANY DAYS (0 = NEVER)?"
               AT LINE 23 COLUMN 1.
           MOVE 0 TO WS-FORFEIT-DAYS.
           ACCEPT WS-FORFEIT-DAYS AT LINE 23 COLUMN 42.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           MOVE SPACE TO CORR-HEADER.
           MOVE WS-FREE-NUM TO WS-EXCH-NUM.
           IF WS-SIDE-CHOICE = "X" OR "x"
               MOVE WS-MY-NAME TO CH-X-NAME
               MOVE WS-OPP-NAME TO CH-O-NAME
           ELSE
               MOVE WS-MY-NAME TO CH-O-NAME
               MOVE WS-OPP-NAME TO CH-X-NAME.
           MOVE "A" TO CH-STATUS.
           MOVE "O" TO CH-TO-MOVE.
           IF FORCE-JUMP
               MOVE "Y" TO CH-MANDATORY
           ELSE
               MOVE "N" TO CH-MANDATORY.
           MOVE WS-FORFEIT-DAYS TO CH-FORFEIT-DAYS.
           MOVE WS-TODAY TO CH-START-DATE.
           MOVE WS-TODAY TO CH-LAST-DATE.
           MOVE 0 TO CH-MOVE-COUNT.
           MOVE 0 TO WS-GT-COUNT.
           MOVE 1 TO I.
           PERFORM LOAD-CELL VARYING X FROM 1 BY 1 UNTIL X > 8
               AFTER Y FROM 1 BY 1 UNTIL Y > 8.
           PERFORM SAVE-GAME THRU SAVE-GAME-EXIT.
           DISPLAY "STARTED GAME " WS-FREE-NUM
               AT LINE 24 COLUMN 10.
       NEW-GAME-EXIT.
           EXIT.

       PROBE-SLOT.
           IF WS-FREE-NUM = 0
               MOVE WS-SCAN-NUM TO WS-EXCH-NUM
               OPEN INPUT EXCH-FILE
               IF WS-EXCH-STATUS NOT = "00"
                   MOVE WS-SCAN-NUM TO WS-FREE-NUM
               ELSE
                   MOVE SPACE TO CORR-HEADER
                   READ EXCH-FILE INTO CORR-HEADER
                       AT END MOVE "F" TO CH-STATUS
                   END-READ
                   IF CH-FINISHED AND WS-REUSE-NUM = 0
                       MOVE WS-SCAN-NUM TO WS-REUSE-NUM
                   END-IF
                   CLOSE EXCH-FILE.

       LOAD-CELL.
           MOVE VAL(I) TO S (X, Y)
           ADD 1 TO I
           IF I > 16 MOVE 1 TO I.

      * One sitting: the player whose turn it is makes one move,
      * including every leg of a multiple jump, and it is sent.
       PLAY-GAME.
           MOVE "N" TO WS-PLAYED.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           IF WS-PICK-NUM = 0 GO TO PLAY-GAME-EXIT.
           MOVE WS-PICK-NUM TO WS-EXCH-NUM.
           PERFORM LOAD-GAME THRU LOAD-GAME-EXIT.
           IF WS-GAME-FOUND NOT = "Y"
               DISPLAY "NO SUCH GAME" AT LINE 24 COLUMN 10
               GO TO PLAY-GAME-EXIT.
           PERFORM CHECK-FORFEIT THRU CHECK-FORFEIT-EXIT.
           IF CH-FINISHED
               DISPLAY CH-RESULT AT LINE 24 COLUMN 10
               GO TO PLAY-GAME-EXIT.
           PERFORM SET-MOVER-NAME.
           IF WS-MOVER-NAME NOT = WS-MY-NAME
               DISPLAY "NOT YOUR MOVE IN THAT GAME"
                   AT LINE 24 COLUMN 10
               GO TO PLAY-GAME-EXIT.
           MOVE "Y" TO WS-PLAYED.
           MOVE CH-TO-MOVE TO WS-SIDE.
           IF WS-SIDE = "O"
               MOVE 1 TO WS-FWD
           ELSE
               MOVE -1 TO WS-FWD.
           MOVE CH-MANDATORY TO WS-MANDATORY-JUMP.
           PERFORM SCAN-MOVES.
           MOVE WS-JUMPS TO WS-SIDE-JUMPS.
           MOVE "N" TO WS-IN-CHAIN.
           DISPLAY SPACE.
           PERFORM SHOW-BOARD.
           DISPLAY "YOU ARE " WS-SIDE " -- YOUR MOVE"
               AT LINE 3 COLUMN 1.
           DISPLAY "FROM 0 = LEAVE WITHOUT MOVING, 9 = RESIGN"
               AT LINE 22 COLUMN 1.
           IF FORCE-JUMP AND WS-SIDE-JUMPS > 0
               DISPLAY "YOU MUST JUMP" AT LINE 24 COLUMN 10.
       PLAY-FROM.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           DISPLAY "ENTER FROM:  ,   TO  ," AT LINE 23 COLUMN 1.
           MOVE 0 TO E.
           MOVE 0 TO H.
           ACCEPT E AT LINE 23 COLUMN 13.
           IF E = 0
               DISPLAY "NO MOVE MADE" AT LINE 24 COLUMN 10
               GO TO PLAY-GAME-EXIT.
           IF E = 9
               PERFORM RESIGN-GAME
               GO TO PLAY-GAME-EXIT.
           ACCEPT H AT LINE 23 COLUMN 15.
           MOVE 0 TO A.
           MOVE 0 TO B.
           ACCEPT A AT LINE 23 COLUMN 21.
           IF A = 0 GO TO PLAY-FROM.
           ACCEPT B AT LINE 23 COLUMN 23.
           PERFORM CHECK-MOVE THRU CHECK-MOVE-EXIT.
           IF WS-MOVE-OK NOT = "Y"
               DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10
               DISPLAY WS-MOVE-MSG AT LINE 24 COLUMN 10
               GO TO PLAY-FROM.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           PERFORM MAKE-SEGMENT.
       PLAY-MORE-JUMPS.
           IF WS-ADX NOT = 2 OR WS-KINGED = "Y" GO TO PLAY-FINISH.
           MOVE WS-AT-X TO X.
           MOVE WS-AT-Y TO Y.
           MOVE 0 TO WS-JUMPS.
           MOVE 0 TO WS-STEPS.
           PERFORM SCAN-MOVE-CELL.
           IF WS-JUMPS = 0 GO TO PLAY-FINISH.
           PERFORM SHOW-BOARD.
       PLAY-NEXT-JUMP.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           DISPLAY "JUMP AGAIN FROM  ,   TO  ,   (0 = STOP)"
               AT LINE 23 COLUMN 1.
           DISPLAY WS-AT-X AT LINE 23 COLUMN 17.
           DISPLAY WS-AT-Y AT LINE 23 COLUMN 19.
           MOVE 0 TO A1.
           MOVE 0 TO B1.
           ACCEPT A1 AT LINE 23 COLUMN 25.
           IF A1 = 0 AND FORCE-JUMP
               DISPLAY "YOU MUST KEEP JUMPING" AT LINE 24 COLUMN 10
               GO TO PLAY-NEXT-JUMP.
           IF A1 = 0 GO TO PLAY-FINISH.
           ACCEPT B1 AT LINE 23 COLUMN 27.
           MOVE WS-AT-X TO E.
           MOVE WS-AT-Y TO H.
           MOVE A1 TO A.
           MOVE B1 TO B.
           MOVE "Y" TO WS-IN-CHAIN.
           PERFORM CHECK-MOVE THRU CHECK-MOVE-EXIT.
           IF WS-MOVE-OK NOT = "Y"
               DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10
               DISPLAY WS-MOVE-MSG AT LINE 24 COLUMN 10
               GO TO PLAY-NEXT-JUMP.
           DISPLAY CLEAR-MSG-LINE AT LINE 24 COLUMN 10.
           PERFORM MAKE-SEGMENT.
           GO TO PLAY-MORE-JUMPS.

      * Turn passes to the other side; a side left with no piece or
      * no legal move has lost.
       PLAY-FINISH.
           IF CH-TO-MOVE = "O"
               MOVE "X" TO CH-TO-MOVE
           ELSE
               MOVE "O" TO CH-TO-MOVE.
           MOVE WS-TODAY TO CH-LAST-DATE.
           ADD 1 TO CH-MOVE-COUNT.
           MOVE CH-TO-MOVE TO WS-SIDE.
           PERFORM SCAN-MOVES.
           IF WS-JUMPS = 0 AND WS-STEPS = 0
               MOVE "F" TO CH-STATUS
               IF CH-TO-MOVE = "O"
                   MOVE "X WINS -- O CANNOT MOVE" TO CH-RESULT
                   MOVE "LOS" TO WS-RESULT-CODE
               ELSE
                   MOVE "O WINS -- X CANNOT MOVE" TO CH-RESULT
                   MOVE "WIN" TO WS-RESULT-CODE.
           PERFORM SAVE-GAME THRU SAVE-GAME-EXIT.
           IF CH-FINISHED
               PERFORM LOG-FINISHED-GAME THRU LOG-FINISHED-EXIT.
           PERFORM SHOW-BOARD.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 22 COLUMN 1.
           DISPLAY CLEAR-ENTRY-LINE AT LINE 23 COLUMN 1.
           IF CH-FINISHED
               DISPLAY CH-RESULT AT LINE 24 COLUMN 10
           ELSE
               PERFORM SET-MOVER-NAME
               DISPLAY "MOVE SENT TO " WS-MOVER-NAME
                   AT LINE 24 COLUMN 10.
           DISPLAY "PRESS ENTER" AT LINE 23 COLUMN 1.
           ACCEPT WS-COMMAND AT LINE 23 COLUMN 13.
       PLAY-GAME-EXIT.
           EXIT.

       RESIGN-GAME.
           IF WS-SIDE = "O"
               MOVE "O RESIGNED -- X WINS" TO CH-RESULT
               MOVE "RES" TO WS-RESULT-CODE
           ELSE
               MOVE "X RESIGNED -- O WINS" TO CH-RESULT
               MOVE "WIN" TO WS-RESULT-CODE.
           MOVE "F" TO CH-STATUS.
           MOVE WS-TODAY TO CH-LAST-DATE.
           PERFORM SAVE-GAME THRU SAVE-GAME-EXIT.
           PERFORM LOG-FINISHED-GAME THRU LOG-FINISHED-EXIT.
           DISPLAY CH-RESULT AT LINE 24 COLUMN 10.

      * E,H to A,B for WS-SIDE: own piece, empty target, one or two
      * squares on a diagonal, men forward only, a jump must cross
      * an opposing piece, and a plain step is refused in the middle
      * of a jump or when the house rule forces a jump.
       CHECK-MOVE.
           MOVE "N" TO WS-MOVE-OK.
           MOVE "ILLEGAL MOVE" TO WS-MOVE-MSG.
           IF E < 1 OR E > 8 OR H < 1 OR H > 8
               GO TO CHECK-MOVE-EXIT.
           IF A < 1 OR A > 8 OR B < 1 OR B > 8
               GO TO CHECK-MOVE-EXIT.
           MOVE S (E, H) TO WS-PIECE.
           IF (WS-SIDE = "O" AND WS-PIECE NOT > 0)
                   OR (WS-SIDE = "X" AND WS-PIECE NOT < 0)
               MOVE "NO PIECE OF YOURS THERE" TO WS-MOVE-MSG
               GO TO CHECK-MOVE-EXIT.
           IF S (A, B) NOT = EMPTY
               MOVE "THAT SQUARE IS TAKEN" TO WS-MOVE-MSG
               GO TO CHECK-MOVE-EXIT.
           COMPUTE WS-DX = A - E.
           COMPUTE WS-DY = B - H.
           IF WS-DX < 0
               COMPUTE WS-ADX = 0 - WS-DX
           ELSE
               MOVE WS-DX TO WS-ADX.
           IF WS-DY < 0
               COMPUTE WS-ADY = 0 - WS-DY
           ELSE
               MOVE WS-DY TO WS-ADY.
           IF WS-ADX NOT = WS-ADY OR WS-ADX = 0 OR WS-ADX > 2
               GO TO CHECK-MOVE-EXIT.
           IF WS-PIECE = O-MAN OR WS-PIECE = X-MAN
               IF (WS-FWD = 1 AND WS-DY < 0)
                       OR (WS-FWD = -1 AND WS-DY > 0)
                   MOVE "MEN MOVE FORWARD ONLY" TO WS-MOVE-MSG
                   GO TO CHECK-MOVE-EXIT.
           IF WS-ADX = 1 AND WS-IN-CHAIN = "Y"
               MOVE "ONLY A JUMP CAN FOLLOW A JUMP" TO WS-MOVE-MSG
               GO TO CHECK-MOVE-EXIT.
           IF WS-ADX = 1 AND FORCE-JUMP AND WS-SIDE-JUMPS > 0
               MOVE "YOU MUST JUMP" TO WS-MOVE-MSG
               GO TO CHECK-MOVE-EXIT.
           IF WS-ADX = 2
               COMPUTE MX = (E + A) / 2
               COMPUTE MY = (H + B) / 2
               MOVE S (MX, MY) TO WS-CAP-PIECE
               IF (WS-SIDE = "O" AND WS-CAP-PIECE NOT < 0)
                       OR (WS-SIDE = "X" AND WS-CAP-PIECE NOT > 0)
                   MOVE "NOTHING TO JUMP THERE" TO WS-MOVE-MSG
                   GO TO CHECK-MOVE-EXIT.
           MOVE "Y" TO WS-MOVE-OK.
       CHECK-MOVE-EXIT.
           EXIT.

       MAKE-SEGMENT.
           MOVE "N" TO WS-KINGED.
           MOVE EMPTY TO S (E, H).
           IF WS-ADX = 2 MOVE EMPTY TO S (MX, MY).
           IF WS-PIECE = O-MAN AND B = 8
               MOVE O-KING TO WS-PIECE
               MOVE "Y" TO WS-KINGED.
           IF WS-PIECE = X-MAN AND B = 1
               MOVE X-KING TO WS-PIECE
               MOVE "Y" TO WS-KINGED.
           MOVE WS-PIECE TO S (A, B).
           MOVE A TO WS-AT-X.
           MOVE B TO WS-AT-Y.
           IF WS-GT-COUNT < 300
               ADD 1 TO WS-GT-COUNT
               MOVE WS-SIDE TO GT-SIDE (WS-GT-COUNT)
               MOVE E TO GT-FROM-X (WS-GT-COUNT)
               MOVE H TO GT-FROM-Y (WS-GT-COUNT)
               MOVE A TO GT-TO-X (WS-GT-COUNT)
               MOVE B TO GT-TO-Y (WS-GT-COUNT)
               MOVE WS-TODAY TO GT-DATE (WS-GT-COUNT)
               IF WS-ADX = 2
                   MOVE "YES" TO GT-JUMP (WS-GT-COUNT)
               ELSE
                   MOVE "NO " TO GT-JUMP (WS-GT-COUNT).

      * Counts the jumps and plain steps open to WS-SIDE.
       SCAN-MOVES.
           MOVE 0 TO WS-JUMPS.
           MOVE 0 TO WS-STEPS.
           PERFORM SCAN-MOVE-CELL VARYING X FROM 1 BY 1 UNTIL X > 8
               AFTER Y FROM 1 BY 1 UNTIL Y > 8.

       SCAN-MOVE-CELL.
           IF WS-SIDE = "O"
               IF S (X, Y) = O-MAN
                   MOVE 1 TO JD
                   PERFORM SCAN-MOVE-DIR THRU SMD-EXIT
                       VARYING JC FROM -1 BY 2 UNTIL JC > 1.
           IF WS-SIDE = "X"
               IF S (X, Y) = X-MAN
                   MOVE -1 TO JD
                   PERFORM SCAN-MOVE-DIR THRU SMD-EXIT
                       VARYING JC FROM -1 BY 2 UNTIL JC > 1.
           IF (WS-SIDE = "O" AND S (X, Y) = O-KING)
                   OR (WS-SIDE = "X" AND S (X, Y) = X-KING)
               PERFORM SCAN-MOVE-DIR THRU SMD-EXIT
                   VARYING JC FROM -1 BY 2 UNTIL JC > 1
                       AFTER JD FROM -1 BY 2 UNTIL JD > 1.

       SCAN-MOVE-DIR.
           ADD X, JC GIVING JU.
           ADD Y, JD GIVING JV.
           IF JU < 1 OR JU > 8 OR JV < 1 OR JV > 8 GO TO SMD-EXIT.
           IF S (JU, JV) = EMPTY
               ADD 1 TO WS-STEPS
               GO TO SMD-EXIT.
           IF WS-SIDE = "O" AND S (JU, JV) NOT < 0 GO TO SMD-EXIT.
           IF WS-SIDE = "X" AND S (JU, JV) NOT > 0 GO TO SMD-EXIT.
           COMPUTE JW = X + (JC * 2).
           COMPUTE JX = Y + (JD * 2).
           IF JW < 1 OR JW > 8 OR JX < 1 OR JX > 8 GO TO SMD-EXIT.
           IF S (JW, JX) = EMPTY ADD 1 TO WS-JUMPS.
       SMD-EXIT.
           EXIT.

       SHOW-BOARD.
           MOVE WS-EXCH-NUM TO PT-NUM.
           MOVE CH-O-NAME TO PT-O-NAME.
           MOVE CH-X-NAME TO PT-X-NAME.
           MOVE CH-MOVE-COUNT TO PT-MOVES.
           DISPLAY PLAY-TITLE AT LINE 1 COLUMN 1.
           IF WS-GT-COUNT = 0
               DISPLAY NO-MOVE-LINE AT LINE 2 COLUMN 1
           ELSE
               PERFORM FORMAT-LAST-MOVE
               DISPLAY LAST-MOVE-LINE AT LINE 2 COLUMN 1.
           DISPLAY X-LEGEND AT 0419 WITH REVERSE-VIDEO
           MOVE 4 TO CRTLIN
           PERFORM DISP-ROW VARYING Y FROM 8 BY -1 UNTIL Y < 1.
           DISPLAY X-LEGEND AT 2119 WITH REVERSE-VIDEO.

       FORMAT-LAST-MOVE.
           MOVE GT-SIDE (WS-GT-COUNT) TO LM-SIDE.
           MOVE GT-FROM-X (WS-GT-COUNT) TO WS-SQ-X.
           MOVE GT-FROM-Y (WS-GT-COUNT) TO WS-SQ-Y.
           PERFORM SQUARE-NUMBER.
           MOVE WS-FROM-SQ TO LM-SQ-A.
           MOVE GT-TO-X (WS-GT-COUNT) TO WS-SQ-X.
           MOVE GT-TO-Y (WS-GT-COUNT) TO WS-SQ-Y.
           PERFORM SQUARE-NUMBER.
           MOVE WS-FROM-SQ TO LM-SQ-B.
           IF GT-JUMP (WS-GT-COUNT) = "YES"
               MOVE "x" TO LM-SEP
           ELSE
               MOVE "-" TO LM-SEP.
           MOVE GT-DATE (WS-GT-COUNT) TO LM-DATE.

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
