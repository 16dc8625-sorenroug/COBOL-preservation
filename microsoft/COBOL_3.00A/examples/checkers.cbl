               FILE STATUS WS-LOG-STATUS.
           SELECT TOURN-FILE ASSIGN TO "CHKRTOUR.DAT"
               FILE STATUS WS-TOURN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CHKRHIST.LOG"
               FILE STATUS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAVE-FILE.
       01  SAVE-RECORD.
           05  SAVE-CELL OCCURS 64        PIC S9.
      * The board record is followed by the game's log records so
      * far, which come back into the game buffer on a resume.
       01  SAVE-MOVE-RECORD.
           05  SAVE-MOVE-DATA             PIC X(15).
           05  FILLER                     PIC X(49).
       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD.
           05  LOG-GAME-NUM               PIC 99.
           05  LOG-TO-X                   PIC 9.
           05  LOG-TO-Y                   PIC 9.
           05  LOG-JUMP                   PIC X(3).
       01  MOVE-LOG-IMAGE.
           05  FILLER                     PIC 99.
           05  LOG-MOVE-DATA              PIC X(15).
       FD  TOURN-FILE.
       01  TOURN-RECORD.
           05  TOURN-PLAYER-WINS          PIC 9(4).
           05  TOURN-COMPUTER-WINS        PIC 9(4).
      * Every finished game, numbered in the order it was finished.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-GAME-NUM              PIC 9(5).
           05  HIST-MOVE-DATA             PIC X(15).
       WORKING-STORAGE SECTION.
       77  ABS1   PIC 9.
       77  ABS2   PIC 9.
       77  WS-LOG-OPEN-OK              PIC X VALUE "N".
           88  MOVE-LOG-OPEN           VALUE "Y".
       77  WS-TOURN-STATUS             PIC XX.
       77  WS-HIST-STATUS              PIC XX.
       77  WS-HIST-EOF                 PIC X VALUE "N".
       77  WS-HIST-LAST                PIC 9(5) VALUE 0.
       77  WS-SAVE-EOF                 PIC X VALUE "N".
       77  WS-GB-COUNT                 PIC 999 VALUE 0.
       77  WS-GB-IX                    PIC 999 VALUE 0.
       77  WS-GB-FULL                  PIC X VALUE "N".
       77  WS-TOURNAMENT-MODE          PIC X VALUE "N".
           88  TOURNAMENT-MODE         VALUE "Y" "y".
       77  WS-GAMES-TO-PLAY            PIC 99 VALUE 1.
           88  FORCE-JUMP              VALUE "Y" "y".
       77  WS-HAS-JUMP                 PIC X VALUE "N".
           88  PLAYER-HAS-JUMP         VALUE "Y".
       77  WS-RESULT-CODE              PIC XXX VALUE SPACE.
       77  WS-QUIET-ROUNDS             PIC 99 VALUE 0.
       77  WS-CLOCK-MINUTES            PIC 999 VALUE 0.
       77  WS-CLOCK-ON                 PIC X VALUE "N".
       77  WS-COMP-CLOCK               PIC S9(7) VALUE 0.
       77  WS-SEC-TOTAL                PIC 9(7) VALUE 0.
       77  WS-CLK-MIN                  PIC 999 VALUE 0.
       77  WS-CLK-SEC                  PIC 99 VALUE 0.
       01  GAME-BUFFER.
           05  GB-MOVE OCCURS 500      PIC X(15).
       01  WS-TIME-STAMP.
           05  WS-TS-HH                PIC 99.
           05  WS-TS-MM                PIC 99.
001554         AFTER M FROM 1 BY 1 UNTIL M > 8.
001564     IF Z NOT = 1 GO TO LINE1885.
001566     IF T NOT = 1 GO TO LINE1880.
      * Forty moves a side with no capture is a drawn game.
           ADD 1 TO WS-QUIET-ROUNDS.
           IF WS-QUIET-ROUNDS > 40 GO TO LINE1890.
001570     MOVE 0 TO Z
           MOVE 0 TO T.
           DISPLAY CLEAR-MSG-LINE.
           MOVE 0 TO E, H
           DISPLAY FROM-ENTRY
           ACCEPT FROM-ENTRY
           IF E = 0
               MOVE "RES" TO WS-RESULT-CODE
               PERFORM LOG-GAME-RESULT
               CLOSE MOVE-LOG-FILE
               GOBACK.
           IF E = 9 AND H = 9
               PERFORM TAKE-BACK-MOVE THRU TAKE-BACK-EXIT
               GO TO LINE1420.
001830     GO TO LINE0230.
001880 LINE1880.
           DISPLAY MSG-YOU-WIN.
           MOVE "WIN" TO WS-RESULT-CODE.
           PERFORM LOG-GAME-RESULT.
           IF TOURNAMENT-MODE
               ADD 1 TO WS-SERIES-PLAYER-WINS
               ADD 1 TO WS-TOT-PLAYER-WINS
           GOBACK.
001885 LINE1885.
           DISPLAY MSG-I-WIN.
           MOVE "LOS" TO WS-RESULT-CODE.
           PERFORM LOG-GAME-RESULT.
           IF TOURNAMENT-MODE
               ADD 1 TO WS-SERIES-COMPUTER-WINS
               ADD 1 TO WS-TOT-COMPUTER-WINS
               GO TO GAME-OVER-CHECK.
           CLOSE MOVE-LOG-FILE.
           GOBACK.
       LINE1890.
           DISPLAY "DRAWN GAME -- 40 MOVES WITHOUT A CAPTURE"
               AT LINE 24 COLUMN 10.
           MOVE "DRW" TO WS-RESULT-CODE.
           PERFORM LOG-GAME-RESULT.
           IF TOURNAMENT-MODE
               GO TO GAME-OVER-CHECK.
           CLOSE MOVE-LOG-FILE.
           GOBACK.

       GAME-OVER-CHECK.
           ADD 1 TO WS-GAMES-PLAYED.
       RESET-BOARD.
           MOVE -99 TO R0.
           MOVE 0 TO UNDO-COUNT.
           MOVE 0 TO WS-QUIET-ROUNDS.
           MOVE "N" TO WS-UNDO-HAS-PLAYER.
           IF WS-CLOCK-ON = "Y"
               COMPUTE WS-COMP-CLOCK = WS-CLOCK-MINUTES * 6000
               DISPLAY "COULD NOT SAVE GAME." AT LINE 24 COLUMN 10
               GO TO SAVE-GAME-EXIT.
           WRITE SAVE-RECORD.
           PERFORM WRITE-SAVE-MOVE VARYING WS-GB-IX FROM 1 BY 1
               UNTIL WS-GB-IX > WS-GB-COUNT.
           CLOSE SAVE-FILE.
           DISPLAY "GAME SAVED." AT LINE 24 COLUMN 10.
       SAVE-GAME-EXIT.
           EXIT.

       WRITE-SAVE-MOVE.
           MOVE SPACE TO SAVE-MOVE-RECORD.
           MOVE GB-MOVE (WS-GB-IX) TO SAVE-MOVE-DATA.
           WRITE SAVE-MOVE-RECORD.

       PACK-SAVE-RECORD.
           COMPUTE WS-SAVE-IDX = (X - 1) * 8 + Y.
           MOVE S (X, Y) TO SAVE-CELL (WS-SAVE-IDX).
                   GO TO LOAD-SAVED-EXIT.
           PERFORM UNPACK-SAVE-RECORD VARYING X FROM 1 BY 1 UNTIL X > 8
               AFTER Y FROM 1 BY 1 UNTIL Y > 8.
           MOVE 0 TO WS-GB-COUNT.
           MOVE "N" TO WS-SAVE-EOF.
           PERFORM LOAD-SAVE-MOVE UNTIL WS-SAVE-EOF = "Y".
           CLOSE SAVE-FILE.
       LOAD-SAVED-EXIT.
           EXIT.
           COMPUTE WS-SAVE-IDX = (X - 1) * 8 + Y.
           MOVE SAVE-CELL (WS-SAVE-IDX) TO S (X, Y).

       LOAD-SAVE-MOVE.
           READ SAVE-FILE
               AT END MOVE "Y" TO WS-SAVE-EOF.
           IF WS-SAVE-EOF NOT = "Y"
               IF WS-GB-COUNT < 500
                   ADD 1 TO WS-GB-COUNT
                   MOVE SAVE-MOVE-DATA TO GB-MOVE (WS-GB-COUNT)
               ELSE
                   MOVE "Y" TO WS-GB-FULL.

      * The rewound half-moves are already on CHKRMOVE.LOG; the
      * marker tells CHKRSCORE to discard the player chain and the
      * computer reply it has just read.
               MOVE 0 TO LOG-TO-X
               MOVE 0 TO LOG-TO-Y
               MOVE "NO " TO LOG-JUMP
               PERFORM KEEP-GAME-MOVE
               WRITE MOVE-LOG-RECORD.

       LOG-COMPUTER-MOVE.
           IF ABS1 = 2 MOVE 0 TO WS-QUIET-ROUNDS.
           IF MOVE-LOG-OPEN
               COMPUTE LOG-GAME-NUM = WS-GAMES-PLAYED + 1
               MOVE "COMPUTER" TO LOG-SOURCE
                   MOVE "YES" TO LOG-JUMP
               ELSE
                   MOVE "NO " TO LOG-JUMP
               END-IF
               PERFORM KEEP-GAME-MOVE
               WRITE MOVE-LOG-RECORD.

       LOG-PLAYER-MOVE.
           IF ABS1 = 2 MOVE 0 TO WS-QUIET-ROUNDS.
           IF MOVE-LOG-OPEN
               COMPUTE LOG-GAME-NUM = WS-GAMES-PLAYED + 1
               MOVE "PLAYER" TO LOG-SOURCE
                   MOVE "YES" TO LOG-JUMP
               ELSE
                   MOVE "NO " TO LOG-JUMP
               END-IF
               PERFORM KEEP-GAME-MOVE
               WRITE MOVE-LOG-RECORD.

      * How the game ended, from the player's side: WIN, LOS, DRW
      * or RES (player resigned), with the computer's strength in
      * LOG-FROM-X (1 = easy, 2 = hard).  Log readers that replay
      * moves skip this record.
       LOG-GAME-RESULT.
           IF MOVE-LOG-OPEN
               COMPUTE LOG-GAME-NUM = WS-GAMES-PLAYED + 1
               MOVE "RESULT" TO LOG-SOURCE
               IF HARD-MODE
                   MOVE 2 TO LOG-FROM-X
               ELSE
                   MOVE 1 TO LOG-FROM-X
               END-IF
               MOVE 0 TO LOG-FROM-Y
               MOVE 0 TO LOG-TO-X
               MOVE 0 TO LOG-TO-Y
               MOVE WS-RESULT-CODE TO LOG-JUMP
               PERFORM KEEP-GAME-MOVE
               WRITE MOVE-LOG-RECORD
               PERFORM ARCHIVE-GAME THRU ARCHIVE-GAME-EXIT.

      * Every record the game puts on CHKRMOVE.LOG is also kept
      * here, so the finished game can be archived in one piece.
       KEEP-GAME-MOVE.
           IF WS-GB-COUNT < 500
               ADD 1 TO WS-GB-COUNT
               MOVE LOG-MOVE-DATA TO GB-MOVE (WS-GB-COUNT)
           ELSE
               MOVE "Y" TO WS-GB-FULL.

      * CHKRMOVE.LOG starts afresh with each new session, but
      * CHKRHIST.LOG keeps every game ever finished, here or through
      * CHKRCORR, each as one unbroken run of records ending in its
      * RESULT and numbered one past the last game on the file.  A
      * game too long for the buffer is left off.
       ARCHIVE-GAME.
           IF WS-GB-FULL = "Y" OR WS-GB-COUNT = 0
               GO TO ARCHIVE-GAME-CLEAR.
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
               GO TO ARCHIVE-GAME-CLEAR.
           ADD 1 TO WS-HIST-LAST.
           PERFORM WRITE-HISTORY-MOVE VARYING WS-GB-IX FROM 1 BY 1
               UNTIL WS-GB-IX > WS-GB-COUNT.
           CLOSE HISTORY-FILE.
       ARCHIVE-GAME-CLEAR.
           MOVE 0 TO WS-GB-COUNT.
           MOVE "N" TO WS-GB-FULL.
       ARCHIVE-GAME-EXIT.
           EXIT.

       READ-HISTORY-LAST.
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF.
           IF WS-HIST-EOF NOT = "Y"
               MOVE HIST-GAME-NUM TO WS-HIST-LAST.

       WRITE-HISTORY-MOVE.
           MOVE WS-HIST-LAST TO HIST-GAME-NUM.
           MOVE GB-MOVE (WS-GB-IX) TO HIST-MOVE-DATA.
           WRITE HISTORY-RECORD.

       DISP-ROW.
           MULTIPLY Y BY 2 GIVING J
           SUBTRACT J FROM 21 GIVING CRTLIN
