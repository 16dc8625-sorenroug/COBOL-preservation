           SELECT TTTOUR-FILE ASSIGN TO "TTTOUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TTTOUR-STATUS.
           SELECT EXPERIENCE-FILE ASSIGN TO "TTTEXP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXP-KEY
               FILE STATUS WS-EXP-STATUS.
           SELECT LEARN-HIST-FILE ASSIGN TO "TTTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TALLY-FILE.
           05  TT-NAME-A                   PIC X(20).
           05  TT-NAME-B                   PIC X(20).
           05  TT-RESULT                   PIC X.
      * One record per position and reply: the board as seen by the
      * side to move (M = mover, T = other side, - = empty), the cell
      * that side played, and how the games through it ended for the
      * side that played it.
       FD  EXPERIENCE-FILE.
       01  EXPERIENCE-RECORD.
           05  EXP-KEY.
               10  EXP-POSITION            PIC X(9).
               10  EXP-CELL                PIC 9.
           05  EXP-WINS                    PIC 9(5).
           05  EXP-LOSSES                  PIC 9(5).
           05  EXP-DRAWS                   PIC 9(5).
           05  EXP-LAST-PLAYED             PIC 9(8).
      * One line per finished game the computer played at the
      * learning level; the result is the computer's.
       FD  LEARN-HIST-FILE.
       01  LEARN-HIST-RECORD.
           05  HIST-DATE                   PIC 9(8).
           05  FILLER                      PIC X.
           05  HIST-RESULT                 PIC X.
           05  FILLER                      PIC X.
           05  HIST-MODE                   PIC X.
           05  FILLER                      PIC X.
           05  HIST-NEW-POSITIONS          PIC 9(3).
       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS                   PIC XX.
       01  WS-LOG-OPEN-OK                  PIC X VALUE "N".
       01  WS-RANDOM                       USAGE COMP-2.
       01  WS-DIFFICULTY                   PIC X VALUE "H".
           88  EASY-MODE                   VALUE "E" "e".
           88  LEARN-MODE                  VALUE "L" "l".
       01  WS-RANDOM-MOVE-OK               PIC X VALUE "N".
           88  RANDOM-MOVE-MADE            VALUE "Y".
       01  WS-TWO-PLAYER                   PIC X VALUE "N".
           88  SIM-MODE                    VALUE "Y" "y".
       01  WS-SIM-GAMES                    PIC 999 VALUE 1.
       01  WS-SIM-PLAYED                   PIC 999 VALUE ZERO.
      * Experience learning on the classic board.  Every finished
      * game -- against the computer, hot-seat, or a simulation
      * series -- is replayed from its move list into TTTEXP.DAT.
      * At the learning level the computer looks up each open cell
      * before it moves: a reply that has won more than it lost is
      * played outright, and a reply the hard strategy picks that
      * has lost more than it won is traded for the best other cell.
       01  WS-EXP-STATUS                   PIC XX.
       01  WS-EXP-OPEN-OK                  PIC X VALUE "N".
           88  EXPERIENCE-FILE-OPEN        VALUE "Y".
       01  WS-HIST-STATUS                  PIC XX.
       01  WS-GAME-MOVES                   PIC 99 VALUE ZERO.
       01  GAME-MOVE-TABLE.
           05  GM-ENTRY OCCURS 9.
               10  GM-CELL                 PIC 9.
               10  GM-MARK                 PIC S9.
       01  LRN-BOARD.
           05  LRN-S OCCURS 9              PIC S9.
       01  WS-LRN-POSITION.
           05  LRN-POS-CHAR OCCURS 9       PIC X.
       01  LRN-SCORE-TABLE.
           05  LRN-SCORE OCCURS 9          PIC S999.
       01  WS-LRN-IX                       PIC 99 VALUE ZERO.
       01  WS-LRN-CX                       PIC 99 VALUE ZERO.
       01  WS-LRN-MOVER                    PIC S9 VALUE ZERO.
       01  WS-LRN-WINNER                   PIC S9 VALUE ZERO.
       01  WS-LRN-GAMES                    PIC 9(6) VALUE ZERO.
       01  WS-LRN-FOUND                    PIC X VALUE "N".
       01  WS-LRN-SEEN                     PIC X VALUE "N".
       01  WS-LRN-BEST-SCORE               PIC S999 VALUE ZERO.
       01  WS-LRN-BEST-CELL                PIC 9 VALUE ZERO.
       01  WS-LEARN-CELL                   PIC 9 VALUE ZERO.
       01  WS-LRN-NEW-POSITIONS            PIC 999 VALUE ZERO.
       01  BOARD.
           10  S OCCURS 9             PIC S9.
       01  BOARD2D REDEFINES BOARD.
           DISPLAY "WHAT IS YOUR NAME?" WITH NO ADVANCING.
           ACCEPT WS-PLAYER-NAME.
           PERFORM OPEN-PROFILE-FILE THRU OPEN-PROFILE-EXIT.
           PERFORM OPEN-EXPERIENCE-FILE THRU OPEN-EXPERIENCE-EXIT.
           DISPLAY "VIEW LEADERBOARD BEFORE PLAYING? (Y/N)"
               WITH NO ADVANCING.
           ACCEPT WS-LB-CHOICE.
               DISPLAY "HOW MANY GAMES?" WITH NO ADVANCING
               ACCEPT WS-SIM-GAMES
               IF WS-SIM-GAMES < 1 MOVE 1 TO WS-SIM-GAMES END-IF
               DISPLAY "STRATEGY SIDE -- EASY, HARD, LEARNING? (E/H/L)"
                   WITH NO ADVANCING
               DISPLAY " (OPPONENT IS THE EASY RANDOM MOVER)"
               ACCEPT WS-DIFFICULTY
               WITH NO ADVANCING.
           ACCEPT WS-TWO-PLAYER.
           IF NOT TWO-PLAYER-MODE
               DISPLAY "EASY, HARD OR LEARNING? (E/H/L)"
                   WITH NO ADVANCING
               ACCEPT WS-DIFFICULTY
           END-IF.
           ACCEPT WS-SEED FROM TIME.
               IF WS-RANDOM < 0.5
                   PERFORM TRY-RANDOM-MOVE
                   IF RANDOM-MOVE-MADE GO TO DISP-COMP-MOVE.
           IF LEARN-MODE
               PERFORM LEARN-CHOOSE-MOVE THRU LEARN-CHOOSE-EXIT
               IF WS-LEARN-CELL NOT = ZERO
                   MOVE COMP-MARK TO S (WS-LEARN-CELL)
                   MOVE WS-LEARN-CELL TO WS-LAST-CELL
                   GO TO DISP-COMP-MOVE.
      * Is center occupied?
           IF S(5) = UNOCCUPIED
               MOVE COMP-MARK TO S (5)
           MOVE 9 TO WS-LAST-CELL.

       DISP-COMP-MOVE.
           IF LEARN-MODE
               PERFORM LEARN-REVIEW-MOVE.
           PERFORM LOG-COMPUTER-MOVE.
           DISPLAY SPACE.
           DISPLAY "THE COMPUTER MOVES TO...".
           ADD 1 TO WS-DRAWS.
           MOVE "D" TO WS-PROFILE-RESULT.
           PERFORM UPDATE-PROFILE THRU UPDATE-PROFILE-EXIT.
           PERFORM LEARN-FROM-GAME THRU LEARN-FROM-GAME-EXIT.
           PERFORM WRITE-TALLY THRU WRITE-TALLY-EXIT.
           PERFORM DISPLAY-SCORE.
           GO TO END-GAME.
           ADD 1 TO WS-PLAYER-WINS.
           MOVE "W" TO WS-PROFILE-RESULT.
           PERFORM UPDATE-PROFILE THRU UPDATE-PROFILE-EXIT.
           PERFORM LEARN-FROM-GAME THRU LEARN-FROM-GAME-EXIT.
           PERFORM WRITE-TALLY THRU WRITE-TALLY-EXIT.
           PERFORM DISPLAY-SCORE.
           GO TO END-GAME.
           ADD 1 TO WS-COMPUTER-WINS.
           MOVE "L" TO WS-PROFILE-RESULT.
           PERFORM UPDATE-PROFILE THRU UPDATE-PROFILE-EXIT.
           PERFORM LEARN-FROM-GAME THRU LEARN-FROM-GAME-EXIT.
           PERFORM WRITE-TALLY THRU WRITE-TALLY-EXIT.
           PERFORM DISPLAY-SCORE.
       END-GAME.
               CLOSE LOG-FILE.
           IF PROFILE-FILE-OPEN
               CLOSE PROFILE-FILE.
           IF EXPERIENCE-FILE-OPEN
               CLOSE EXPERIENCE-FILE.
           GOBACK.

      * Simulation series bookkeeping: the strategy side's results
           ADD 1 TO WS-SIM-PLAYED.
           IF WS-SIM-PLAYED < WS-SIM-GAMES
               MOVE ZEROS TO BOARD
               MOVE ZERO TO WS-GAME-MOVES
               GO TO NEXT-ROUND.
           DISPLAY SPACE.
           DISPLAY "SIMULATION COMPLETE -- GAMES: " WS-SIM-PLAYED.
               CLOSE LOG-FILE.
           IF PROFILE-FILE-OPEN
               CLOSE PROFILE-FILE.
           IF EXPERIENCE-FILE-OPEN
               CLOSE EXPERIENCE-FILE.
           GOBACK.

       SIM-RANDOM-MOVE.
               "  " LB-GAMES (LBI).

       LOG-PLAYER-MOVE.
           MOVE OPPO-MARK TO WS-LRN-MOVER.
           PERFORM NOTE-GAME-MOVE.
           ADD 1 TO WS-MOVE-NUM.
           IF LOG-FILE-OPEN AND NOT SIM-MODE
               MOVE SPACE TO LOG-LINE
               WRITE LOG-LINE.

       LOG-COMPUTER-MOVE.
           MOVE COMP-MARK TO WS-LRN-MOVER.
           PERFORM NOTE-GAME-MOVE.
           ADD 1 TO WS-MOVE-NUM.
           IF LOG-FILE-OPEN AND NOT SIM-MODE
               MOVE SPACE TO LOG-LINE
               WRITE LOG-LINE.

       LOG-PLAYER2-MOVE.
           MOVE COMP-MARK TO WS-LRN-MOVER.
           PERFORM NOTE-GAME-MOVE.
           ADD 1 TO WS-MOVE-NUM.
           IF LOG-FILE-OPEN AND NOT SIM-MODE
               MOVE SPACE TO LOG-LINE
               MOVE WS-LAST-CELL TO LOG-CELL
               WRITE LOG-LINE.

      * The classic board's move list for the game in progress, kept
      * whether or not the transcript is being written, so that a
      * simulation game is learned from the same way as a real one.
       NOTE-GAME-MOVE.
           IF WS-BOARD-SIZE = 3 AND WS-GAME-MOVES < 9
               ADD 1 TO WS-GAME-MOVES
               MOVE WS-LAST-CELL TO GM-CELL (WS-GAME-MOVES)
               MOVE WS-LRN-MOVER TO GM-MARK (WS-GAME-MOVES).

      *****************************************************************
      * Experience learning on the classic board.
      *****************************************************************
       OPEN-EXPERIENCE-FILE.
           OPEN I-O EXPERIENCE-FILE.
           IF WS-EXP-STATUS = "00"
               MOVE "Y" TO WS-EXP-OPEN-OK
               GO TO OPEN-EXPERIENCE-EXIT.
           OPEN OUTPUT EXPERIENCE-FILE.
           IF WS-EXP-STATUS NOT = "00"
               DISPLAY "WARNING: COULD NOT OPEN EXPERIENCE FILE"
               GO TO OPEN-EXPERIENCE-EXIT.
           CLOSE EXPERIENCE-FILE.
           OPEN I-O EXPERIENCE-FILE.
           IF WS-EXP-STATUS = "00"
               MOVE "Y" TO WS-EXP-OPEN-OK
           ELSE
               DISPLAY "WARNING: COULD NOT OPEN EXPERIENCE FILE".
       OPEN-EXPERIENCE-EXIT.
           EXIT.

      * Board in LRN-BOARD as seen by the side in WS-LRN-MOVER.
       LEARN-BUILD-POSITION.
           PERFORM LEARN-BUILD-CHAR
               VARYING WS-LRN-CX FROM 1 BY 1 UNTIL WS-LRN-CX > 9.

       LEARN-BUILD-CHAR.
           IF LRN-S (WS-LRN-CX) = UNOCCUPIED
               MOVE "-" TO LRN-POS-CHAR (WS-LRN-CX)
           ELSE
               IF LRN-S (WS-LRN-CX) = WS-LRN-MOVER
                   MOVE "M" TO LRN-POS-CHAR (WS-LRN-CX)
               ELSE
                   MOVE "T" TO LRN-POS-CHAR (WS-LRN-CX)
               END-IF
           END-IF.

      * Score every open cell from experience, -100 (always lost) to
      * +100 (always won); a reply never tried scores zero.  A cell
      * with a winning record is returned in WS-LEARN-CELL.
       LEARN-CHOOSE-MOVE.
           MOVE ZERO TO WS-LEARN-CELL.
           MOVE ZERO TO WS-LRN-BEST-CELL.
           MOVE -999 TO WS-LRN-BEST-SCORE.
           MOVE ZEROS TO LRN-SCORE-TABLE.
           IF NOT EXPERIENCE-FILE-OPEN GO TO LEARN-CHOOSE-EXIT.
           MOVE BOARD TO LRN-BOARD.
           MOVE COMP-MARK TO WS-LRN-MOVER.
           PERFORM LEARN-BUILD-POSITION.
           MOVE 1 TO WS-LRN-IX.
       LEARN-CHOOSE-LOOP.
           IF WS-LRN-IX > 9 GO TO LEARN-CHOOSE-PICK.
           IF S (WS-LRN-IX) NOT = UNOCCUPIED GO TO LEARN-CHOOSE-NEXT.
           MOVE WS-LRN-POSITION TO EXP-POSITION.
           MOVE WS-LRN-IX TO EXP-CELL.
           MOVE "Y" TO WS-LRN-FOUND.
           READ EXPERIENCE-FILE
               INVALID KEY MOVE "N" TO WS-LRN-FOUND
           END-READ.
           IF WS-LRN-FOUND = "Y"
               COMPUTE WS-LRN-GAMES = EXP-WINS + EXP-LOSSES + EXP-DRAWS
               IF WS-LRN-GAMES > ZERO
                   COMPUTE LRN-SCORE (WS-LRN-IX) =
                       (EXP-WINS - EXP-LOSSES) * 100 / WS-LRN-GAMES
               END-IF
           END-IF.
           IF LRN-SCORE (WS-LRN-IX) > WS-LRN-BEST-SCORE
               MOVE LRN-SCORE (WS-LRN-IX) TO WS-LRN-BEST-SCORE
               MOVE WS-LRN-IX TO WS-LRN-BEST-CELL.
       LEARN-CHOOSE-NEXT.
           ADD 1 TO WS-LRN-IX.
           GO TO LEARN-CHOOSE-LOOP.
       LEARN-CHOOSE-PICK.
           IF WS-LRN-BEST-SCORE > ZERO
               MOVE WS-LRN-BEST-CELL TO WS-LEARN-CELL.
       LEARN-CHOOSE-EXIT.
           EXIT.

      * The hard strategy has moved; if experience says that reply
      * loses and another open cell has done better, play that one.
       LEARN-REVIEW-MOVE.
           IF WS-LRN-BEST-CELL NOT = ZERO
               IF LRN-SCORE (WS-LAST-CELL) < ZERO
                       AND WS-LRN-BEST-SCORE > LRN-SCORE (WS-LAST-CELL)
                   MOVE UNOCCUPIED TO S (WS-LAST-CELL)
                   MOVE COMP-MARK TO S (WS-LRN-BEST-CELL)
                   MOVE WS-LRN-BEST-CELL TO WS-LAST-CELL.

      * Replay the finished game from its move list and credit each
      * position and reply with the result for the side that played
      * it.  WS-PROFILE-RESULT is W when the OPPO-MARK side won, L
      * when the COMP-MARK side won, D for a draw.
       LEARN-FROM-GAME.
           MOVE ZERO TO WS-LRN-NEW-POSITIONS.
           IF NOT EXPERIENCE-FILE-OPEN GO TO LEARN-FROM-GAME-HIST.
           MOVE ZERO TO WS-LRN-WINNER.
           IF WS-PROFILE-RESULT = "W"
               MOVE OPPO-MARK TO WS-LRN-WINNER.
           IF WS-PROFILE-RESULT = "L"
               MOVE COMP-MARK TO WS-LRN-WINNER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZEROS TO LRN-BOARD.
           PERFORM LEARN-ONE-MOVE THRU LEARN-ONE-MOVE-EXIT
               VARYING WS-LRN-IX FROM 1 BY 1
               UNTIL WS-LRN-IX > WS-GAME-MOVES.
       LEARN-FROM-GAME-HIST.
           IF LEARN-MODE AND NOT TWO-PLAYER-MODE
               PERFORM LEARN-WRITE-HISTORY THRU LEARN-WRITE-HIST-EXIT.
           MOVE ZERO TO WS-GAME-MOVES.
       LEARN-FROM-GAME-EXIT.
           EXIT.

       LEARN-ONE-MOVE.
           MOVE GM-MARK (WS-LRN-IX) TO WS-LRN-MOVER.
           PERFORM LEARN-BUILD-POSITION.
           MOVE WS-LRN-POSITION TO EXP-POSITION.
           MOVE GM-CELL (WS-LRN-IX) TO EXP-CELL.
           MOVE "Y" TO WS-LRN-FOUND.
           READ EXPERIENCE-FILE
               INVALID KEY MOVE "N" TO WS-LRN-FOUND
           END-READ.
           IF WS-LRN-FOUND = "N"
               PERFORM LEARN-CHECK-NEW-POSITION
               MOVE WS-LRN-POSITION TO EXP-POSITION
               MOVE GM-CELL (WS-LRN-IX) TO EXP-CELL
               MOVE ZERO TO EXP-WINS
               MOVE ZERO TO EXP-LOSSES
               MOVE ZERO TO EXP-DRAWS.
           IF WS-LRN-WINNER = ZERO
               ADD 1 TO EXP-DRAWS
           ELSE
               IF WS-LRN-WINNER = WS-LRN-MOVER
                   ADD 1 TO EXP-WINS
               ELSE
                   ADD 1 TO EXP-LOSSES
               END-IF
           END-IF.
           MOVE WS-TODAY TO EXP-LAST-PLAYED.
           IF WS-LRN-FOUND = "N"
               WRITE EXPERIENCE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: COULD NOT SAVE EXPERIENCE"
               END-WRITE
           ELSE
               REWRITE EXPERIENCE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: COULD NOT SAVE EXPERIENCE"
               END-REWRITE.
           MOVE WS-LRN-MOVER TO LRN-S (GM-CELL (WS-LRN-IX)).
       LEARN-ONE-MOVE-EXIT.
           EXIT.

      * A reply not on file may still be a position already learned
      * through another reply; the first key at or after the
      * position with cell zero tells which.
       LEARN-CHECK-NEW-POSITION.
           MOVE WS-LRN-POSITION TO EXP-POSITION.
           MOVE ZERO TO EXP-CELL.
           MOVE "Y" TO WS-LRN-SEEN.
           START EXPERIENCE-FILE KEY NOT < EXP-KEY
               INVALID KEY MOVE "N" TO WS-LRN-SEEN
           END-START.
           IF WS-LRN-SEEN = "Y"
               READ EXPERIENCE-FILE NEXT RECORD
                   AT END MOVE "N" TO WS-LRN-SEEN
               END-READ
           END-IF.
           IF WS-LRN-SEEN = "Y"
               IF EXP-POSITION NOT = WS-LRN-POSITION
                   MOVE "N" TO WS-LRN-SEEN
               END-IF
           END-IF.
           IF WS-LRN-SEEN = "N"
               ADD 1 TO WS-LRN-NEW-POSITIONS.

       LEARN-WRITE-HISTORY.
           MOVE SPACE TO LEARN-HIST-RECORD.
           ACCEPT HIST-DATE FROM DATE YYYYMMDD.
           MOVE "D" TO HIST-RESULT.
           IF WS-PROFILE-RESULT = "L"
               MOVE "W" TO HIST-RESULT.
           IF WS-PROFILE-RESULT = "W"
               MOVE "L" TO HIST-RESULT.
           MOVE "P" TO HIST-MODE.
           IF SIM-MODE
               MOVE "S" TO HIST-MODE.
           MOVE WS-LRN-NEW-POSITIONS TO HIST-NEW-POSITIONS.
           OPEN EXTEND LEARN-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT LEARN-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "WARNING: COULD NOT SAVE LEARNING HISTORY"
               GO TO LEARN-WRITE-HIST-EXIT.
           WRITE LEARN-HIST-RECORD.
           CLOSE LEARN-HIST-FILE.
       LEARN-WRITE-HIST-EXIT.
           EXIT.

      *****************************************************************
      * Round-robin tournament mode.
      *****************************************************************
