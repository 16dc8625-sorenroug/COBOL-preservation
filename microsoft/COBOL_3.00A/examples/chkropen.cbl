       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKROPEN.
      * Opening statistics for every finished game on the game
      * history CHKRHIST.LOG, where CHECKERS and CHKRCORR append each
      * game as it finishes, one unbroken run of records per game
      * under its own history game number, so the figures build up
      * over every session played.  The records are laid out as on
      * CHKRMOVE.LOG with a wider game number.
      * Each game is buffered (TAKEBACK markers discard the rewound
      * player chain and computer reply the same way CHKRSCORE does)
      * until its RESULT record, which says how it ended from the
      * player's side -- WIN, LOS, DRW or RES (player resigned) --
      * and at which computer strength.  The game's first three or
      * four moves, a multiple jump counting as one move, make up
      * its opening.  CHKROPEN.PRN lists each opening with the
      * number of games, the win, loss and draw percentages (a
      * resignation is a loss) and the average game length in
      * moves, most successful opening first: a win scores two, a
      * draw one.  A game with no RESULT record (none should reach
      * the history) is counted but not analysed.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MS-COBOL-3.
       OBJECT-COMPUTER. MS-DOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-LOG-FILE ASSIGN TO "CHKRHIST.LOG"
               FILE STATUS WS-LOG-STATUS.
           SELECT OPENING-FILE ASSIGN TO "CHKROPEN.PRN"
               FILE STATUS WS-OPENING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD.
           05  LOG-GAME-NUM               PIC 9(5).
           05  LOG-SOURCE                 PIC X(8).
           05  LOG-FROM-X                 PIC 9.
           05  LOG-FROM-Y                 PIC 9.
           05  LOG-TO-X                   PIC 9.
           05  LOG-TO-Y                   PIC 9.
           05  LOG-JUMP                   PIC X(3).
       FD  OPENING-FILE.
       01  OPENING-PRINT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-LOG-STATUS               PIC XX.
       77  WS-OPENING-STATUS           PIC XX.
       77  WS-LOG-EOF                  PIC X VALUE "N".
       77  WS-OPEN-LEN                 PIC 9 VALUE 4.
       77  WS-WANT-STRENGTH            PIC X VALUE "A".
       77  WS-CUR-GAME                 PIC 9(5) VALUE 0.
       77  WS-GAME-RESULT              PIC XXX VALUE SPACE.
       77  WS-GAME-STRENGTH            PIC 9 VALUE 0.
       77  WS-GT-COUNT                 PIC 999 VALUE 0.
       77  WS-GT-IX                    PIC 999 VALUE 0.
       77  WS-STRIP-SRC                PIC X(8) VALUE SPACE.
       77  WS-ENTRIES                  PIC 999 VALUE 0.
       77  WS-PREV-SRC                 PIC X(8) VALUE SPACE.
       77  WS-LAST-SQ                  PIC 99 VALUE 0.
       77  WS-OPEN-KEY                 PIC X(36) VALUE SPACE.
       77  WS-KEY-PTR                  PIC 99 VALUE 1.
       77  WS-SEP                      PIC X.
       77  WS-SQ-A                     PIC 99.
       77  WS-SQ-B                     PIC 99.
       77  WS-SQ-2                     PIC 99.
       77  WS-FROM-SQ                  PIC 99.
       77  WS-SQ-ROW                   PIC 99.
       77  WS-SQ-POS                   PIC 99.
       77  WS-SQ-X                     PIC 99.
       77  WS-SQ-Y                     PIC 9.
       77  WS-Y-REM                    PIC 9.
       77  WS-Y-Q                      PIC 9.
       77  WS-OT-COUNT                 PIC 999 VALUE 0.
       77  WS-OT-IX                    PIC 999 VALUE 0.
       77  WS-OT-FOUND                 PIC 999 VALUE 0.
       77  WS-SORT-I                   PIC 999 VALUE 0.
       77  WS-SORT-J                   PIC 999 VALUE 0.
       77  WS-GAMES-USED               PIC 9(5) VALUE 0.
       77  WS-GAMES-OPEN               PIC 9(5) VALUE 0.
       77  WS-GAMES-OTHER              PIC 9(5) VALUE 0.
       77  WS-GAMES-DROPPED            PIC 9(5) VALUE 0.
       01  GAME-TABLE.
           05  GT-ENTRY OCCURS 300.
               10  GT-SOURCE           PIC X(8).
               10  GT-FROM-X           PIC 9.
               10  GT-FROM-Y           PIC 9.
               10  GT-TO-X             PIC 9.
               10  GT-TO-Y             PIC 9.
               10  GT-JUMP             PIC X(3).
       01  OPENING-TABLE.
           05  OT-ENTRY OCCURS 200.
               10  OT-KEY              PIC X(36).
               10  OT-GAMES            PIC 9(5).
               10  OT-WINS             PIC 9(5).
               10  OT-LOSSES           PIC 9(5).
               10  OT-DRAWS            PIC 9(5).
               10  OT-MOVES            PIC 9(7).
               10  OT-SCORE            PIC 9(4).
       01  OT-HOLD.
           05  OH-KEY                  PIC X(36).
           05  OH-GAMES                PIC 9(5).
           05  OH-WINS                 PIC 9(5).
           05  OH-LOSSES               PIC 9(5).
           05  OH-DRAWS                PIC 9(5).
           05  OH-MOVES                PIC 9(7).
           05  OH-SCORE                PIC 9(4).
       01  TITLE-LINE.
           05  FILLER                  PIC X(29)
                   VALUE "CHECKERS OPENING STATISTICS  ".
           05  FILLER                  PIC X(6) VALUE "FIRST ".
           05  TL-LEN                  PIC 9.
           05  FILLER                  PIC X(19)
                   VALUE " MOVES  STRENGTH: ".
           05  TL-STRENGTH             PIC X(4).
           05  FILLER                  PIC X(21) VALUE SPACE.
       01  COLUMN-LINE.
           05  FILLER                  PIC X(38) VALUE "OPENING".
           05  FILLER                  PIC X(42)
                   VALUE "GAMES   WIN%  LOSS%  DRAW%  AVG LEN".
       01  OPENING-LINE.
           05  OL-KEY                  PIC X(36).
           05  FILLER                  PIC XX VALUE SPACE.
           05  OL-GAMES                PIC ZZZZ9.
           05  FILLER                  PIC XX VALUE SPACE.
           05  OL-WIN                  PIC ZZ9.9.
           05  FILLER                  PIC XX VALUE SPACE.
           05  OL-LOSS                 PIC ZZ9.9.
           05  FILLER                  PIC XX VALUE SPACE.
           05  OL-DRAW                 PIC ZZ9.9.
           05  FILLER                  PIC XXX VALUE SPACE.
           05  OL-AVG                  PIC ZZ9.9.
           05  FILLER                  PIC X(8) VALUE SPACE.
       01  TOTAL-LINE.
           05  TOT-LABEL               PIC X(36).
           05  FILLER                  PIC XX VALUE SPACE.
           05  TOT-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACE.
       01  BLANK-LINE                  PIC X(80) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "OPENING LENGTH IN MOVES (3 OR 4)?".
           ACCEPT WS-OPEN-LEN.
           IF WS-OPEN-LEN NOT = 3 MOVE 4 TO WS-OPEN-LEN.
           DISPLAY "COMPUTER STRENGTH -- EASY, HARD OR ALL (E/H/A)?".
           ACCEPT WS-WANT-STRENGTH.
           IF WS-WANT-STRENGTH = "e" MOVE "E" TO WS-WANT-STRENGTH.
           IF WS-WANT-STRENGTH = "h" MOVE "H" TO WS-WANT-STRENGTH.
           IF WS-WANT-STRENGTH NOT = "E" AND WS-WANT-STRENGTH NOT = "H"
               MOVE "A" TO WS-WANT-STRENGTH.
           OPEN INPUT MOVE-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CHKRHIST.LOG, STATUS="
                   WS-LOG-STATUS
               STOP RUN.
           OPEN OUTPUT OPENING-FILE.
           IF WS-OPENING-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CHKROPEN.PRN, STATUS="
                   WS-OPENING-STATUS
               CLOSE MOVE-LOG-FILE
               STOP RUN.
       READ-LOOP.
           READ MOVE-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF.
           IF WS-LOG-EOF = "Y" GO TO END-OF-LOG.
           IF WS-GT-COUNT > 0 AND LOG-GAME-NUM NOT = WS-CUR-GAME
               PERFORM TALLY-GAME THRU TALLY-GAME-EXIT.
           MOVE LOG-GAME-NUM TO WS-CUR-GAME.
      * The RESULT record closes its game.
           IF LOG-SOURCE = "RESULT"
               MOVE LOG-JUMP TO WS-GAME-RESULT
               MOVE LOG-FROM-X TO WS-GAME-STRENGTH
               PERFORM TALLY-GAME THRU TALLY-GAME-EXIT
               GO TO READ-LOOP.
           IF LOG-SOURCE = "TAKEBACK"
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
           IF WS-GT-COUNT > 0
               PERFORM TALLY-GAME THRU TALLY-GAME-EXIT.
           CLOSE MOVE-LOG-FILE.
           PERFORM SCORE-OPENING VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OT-COUNT.
           PERFORM SORT-COMPARE
               VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-OT-COUNT
               AFTER WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-OT-COUNT.
           PERFORM PRINT-REPORT.
           CLOSE OPENING-FILE.
           DISPLAY "OPENING STATISTICS WRITTEN TO CHKROPEN.PRN".
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

      * One buffered game into the opening table.  The buffer and
      * result are cleared whatever happens to the game.
       TALLY-GAME.
           IF WS-GT-COUNT = 0 GO TO TALLY-GAME-CLEAR.
           IF WS-GAME-RESULT = SPACE
               ADD 1 TO WS-GAMES-OPEN
               GO TO TALLY-GAME-CLEAR.
           IF (WS-WANT-STRENGTH = "E" AND WS-GAME-STRENGTH NOT = 1)
                   OR (WS-WANT-STRENGTH = "H"
                       AND WS-GAME-STRENGTH NOT = 2)
               ADD 1 TO WS-GAMES-OTHER
               GO TO TALLY-GAME-CLEAR.
           PERFORM BUILD-OPENING-KEY.
           MOVE 0 TO WS-OT-FOUND.
           PERFORM FIND-OPENING VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OT-COUNT OR WS-OT-FOUND > 0.
           IF WS-OT-FOUND = 0
               IF WS-OT-COUNT < 200
                   ADD 1 TO WS-OT-COUNT
                   MOVE WS-OT-COUNT TO WS-OT-FOUND
                   MOVE WS-OPEN-KEY TO OT-KEY (WS-OT-FOUND)
                   MOVE 0 TO OT-GAMES (WS-OT-FOUND)
                   MOVE 0 TO OT-WINS (WS-OT-FOUND)
                   MOVE 0 TO OT-LOSSES (WS-OT-FOUND)
                   MOVE 0 TO OT-DRAWS (WS-OT-FOUND)
                   MOVE 0 TO OT-MOVES (WS-OT-FOUND)
               ELSE
                   ADD 1 TO WS-GAMES-DROPPED
                   GO TO TALLY-GAME-CLEAR.
           ADD 1 TO OT-GAMES (WS-OT-FOUND).
           ADD WS-ENTRIES TO OT-MOVES (WS-OT-FOUND).
           IF WS-GAME-RESULT = "WIN"
               ADD 1 TO OT-WINS (WS-OT-FOUND).
           IF WS-GAME-RESULT = "LOS" OR WS-GAME-RESULT = "RES"
               ADD 1 TO OT-LOSSES (WS-OT-FOUND).
           IF WS-GAME-RESULT = "DRW"
               ADD 1 TO OT-DRAWS (WS-OT-FOUND).
           ADD 1 TO WS-GAMES-USED.
       TALLY-GAME-CLEAR.
           MOVE 0 TO WS-GT-COUNT.
           MOVE SPACE TO WS-GAME-RESULT.
           MOVE 0 TO WS-GAME-STRENGTH.
       TALLY-GAME-EXIT.
           EXIT.

       FIND-OPENING.
           IF OT-KEY (WS-OT-IX) = WS-OPEN-KEY
               MOVE WS-OT-IX TO WS-OT-FOUND.

      * The opening text is the first WS-OPEN-LEN moves in standard
      * numbering ("11-15 23-19 8x15"); WS-ENTRIES ends up holding
      * the length of the whole game in moves.
       BUILD-OPENING-KEY.
           MOVE SPACE TO WS-OPEN-KEY.
           MOVE 1 TO WS-KEY-PTR.
           MOVE 0 TO WS-ENTRIES.
           MOVE SPACE TO WS-PREV-SRC.
           MOVE 0 TO WS-LAST-SQ.
           PERFORM KEY-ONE-MOVE VARYING WS-GT-IX FROM 1 BY 1
               UNTIL WS-GT-IX > WS-GT-COUNT.

       KEY-ONE-MOVE.
           MOVE GT-FROM-X (WS-GT-IX) TO WS-SQ-X.
           MOVE GT-FROM-Y (WS-GT-IX) TO WS-SQ-Y.
           PERFORM SQUARE-NUMBER.
           MOVE WS-FROM-SQ TO WS-SQ-A.
           MOVE GT-TO-X (WS-GT-IX) TO WS-SQ-X.
           MOVE GT-TO-Y (WS-GT-IX) TO WS-SQ-Y.
           PERFORM SQUARE-NUMBER.
           MOVE WS-FROM-SQ TO WS-SQ-B.
           IF GT-SOURCE (WS-GT-IX) = WS-PREV-SRC
                   AND GT-JUMP (WS-GT-IX) = "YES"
                   AND WS-SQ-A = WS-LAST-SQ
               IF WS-ENTRIES NOT > WS-OPEN-LEN
                   MOVE WS-SQ-B TO WS-SQ-2
                   STRING "x" WS-SQ-2 DELIMITED BY SIZE
                       INTO WS-OPEN-KEY WITH POINTER WS-KEY-PTR
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-ENTRIES
               IF WS-ENTRIES NOT > WS-OPEN-LEN
                   PERFORM KEY-NEW-ENTRY
               END-IF
           END-IF.
           MOVE GT-SOURCE (WS-GT-IX) TO WS-PREV-SRC.
           MOVE WS-SQ-B TO WS-LAST-SQ.

       KEY-NEW-ENTRY.
           IF WS-ENTRIES > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-OPEN-KEY WITH POINTER WS-KEY-PTR.
           IF GT-JUMP (WS-GT-IX) = "YES"
               MOVE "x" TO WS-SEP
           ELSE
               MOVE "-" TO WS-SEP.
           MOVE WS-SQ-A TO WS-SQ-2.
           STRING WS-SQ-2 WS-SEP DELIMITED BY SIZE
               INTO WS-OPEN-KEY WITH POINTER WS-KEY-PTR.
           MOVE WS-SQ-B TO WS-SQ-2.
           STRING WS-SQ-2 DELIMITED BY SIZE
               INTO WS-OPEN-KEY WITH POINTER WS-KEY-PTR.

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

      * Success in tenths of a percent: a win counts two, a draw one.
       SCORE-OPENING.
           COMPUTE OT-SCORE (WS-OT-IX) =
               (OT-WINS (WS-OT-IX) * 2 + OT-DRAWS (WS-OT-IX)) * 500
                   / OT-GAMES (WS-OT-IX).

      * Exchange sort: best score first, more games first on a tie.
       SORT-COMPARE.
           IF WS-SORT-J > WS-SORT-I
               IF OT-SCORE (WS-SORT-J) > OT-SCORE (WS-SORT-I)
                   OR (OT-SCORE (WS-SORT-J) = OT-SCORE (WS-SORT-I)
                       AND OT-GAMES (WS-SORT-J) > OT-GAMES (WS-SORT-I))
                   MOVE OT-ENTRY (WS-SORT-I) TO OT-HOLD
                   MOVE OT-ENTRY (WS-SORT-J) TO OT-ENTRY (WS-SORT-I)
                   MOVE OT-HOLD TO OT-ENTRY (WS-SORT-J).

       PRINT-REPORT.
           MOVE WS-OPEN-LEN TO TL-LEN.
           IF WS-WANT-STRENGTH = "E" MOVE "EASY" TO TL-STRENGTH.
           IF WS-WANT-STRENGTH = "H" MOVE "HARD" TO TL-STRENGTH.
           IF WS-WANT-STRENGTH = "A" MOVE "ALL " TO TL-STRENGTH.
           WRITE OPENING-PRINT-LINE FROM TITLE-LINE.
           WRITE OPENING-PRINT-LINE FROM BLANK-LINE.
           WRITE OPENING-PRINT-LINE FROM COLUMN-LINE.
           PERFORM PRINT-OPENING VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OT-COUNT.
           WRITE OPENING-PRINT-LINE FROM BLANK-LINE.
           MOVE "GAMES ANALYSED" TO TOT-LABEL.
           MOVE WS-GAMES-USED TO TOT-COUNT.
           WRITE OPENING-PRINT-LINE FROM TOTAL-LINE.
           MOVE "GAMES AT OTHER STRENGTHS" TO TOT-LABEL.
           MOVE WS-GAMES-OTHER TO TOT-COUNT.
           WRITE OPENING-PRINT-LINE FROM TOTAL-LINE.
           MOVE "GAMES NOT FINISHED (NO RESULT)" TO TOT-LABEL.
           MOVE WS-GAMES-OPEN TO TOT-COUNT.
           WRITE OPENING-PRINT-LINE FROM TOTAL-LINE.
           IF WS-GAMES-DROPPED > 0
               MOVE "GAMES DROPPED -- OPENING TABLE FULL" TO TOT-LABEL
               MOVE WS-GAMES-DROPPED TO TOT-COUNT
               WRITE OPENING-PRINT-LINE FROM TOTAL-LINE.

       PRINT-OPENING.
           MOVE OT-KEY (WS-OT-IX) TO OL-KEY.
           MOVE OT-GAMES (WS-OT-IX) TO OL-GAMES.
           COMPUTE OL-WIN ROUNDED =
               OT-WINS (WS-OT-IX) * 100 / OT-GAMES (WS-OT-IX).
           COMPUTE OL-LOSS ROUNDED =
               OT-LOSSES (WS-OT-IX) * 100 / OT-GAMES (WS-OT-IX).
           COMPUTE OL-DRAW ROUNDED =
               OT-DRAWS (WS-OT-IX) * 100 / OT-GAMES (WS-OT-IX).
           COMPUTE OL-AVG ROUNDED =
               OT-MOVES (WS-OT-IX) / OT-GAMES (WS-OT-IX).
           WRITE OPENING-PRINT-LINE FROM OPENING-LINE.
