       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIC-LEARN.
      * Reports what TIC-TAC-TOE has learned.  The experience file
      * TTTEXP.DAT is read end to end to count the positions and
      * replies on file, broken down by how many marks were on the
      * board, and how many positions already have a reply that has
      * won more than it lost.  The learning history TTTHIST.DAT is
      * then summed day by day to show the computer's win rate at
      * the learning level over time, with the positions it added
      * each day.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPERIENCE-FILE ASSIGN TO "TTTEXP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY EXP-KEY
               FILE STATUS WS-EXP-STATUS.
           SELECT LEARN-HIST-FILE ASSIGN TO "TTTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPERIENCE-FILE.
       01  EXPERIENCE-RECORD.
           05  EXP-KEY.
               10  EXP-POSITION            PIC X(9).
               10  EXP-CELL                PIC 9.
           05  EXP-WINS                    PIC 9(5).
           05  EXP-LOSSES                  PIC 9(5).
           05  EXP-DRAWS                   PIC 9(5).
           05  EXP-LAST-PLAYED             PIC 9(8).
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
       01  WS-EXP-STATUS                   PIC XX.
       01  WS-HIST-STATUS                  PIC XX.
       01  WS-EXP-EOF                      PIC X VALUE "N".
           88  EXP-AT-END                  VALUE "Y".
       01  WS-HIST-EOF                     PIC X VALUE "N".
           88  HIST-AT-END                 VALUE "Y".
       01  WS-LAST-POSITION                PIC X(9) VALUE SPACE.
       01  WS-POSITION-WON                 PIC X VALUE "N".
       01  WS-EMPTY-CELLS                  PIC 9 VALUE ZERO.
       01  WS-STAGE                        PIC 99 VALUE ZERO.
       01  WS-REPLIES                      PIC 9(6) VALUE ZERO.
       01  WS-POSITIONS                    PIC 9(6) VALUE ZERO.
       01  WS-WINNING-POSITIONS            PIC 9(6) VALUE ZERO.
       01  WS-LOSING-REPLIES               PIC 9(6) VALUE ZERO.
       01  STAGE-TABLE.
           05  STAGE-POSITIONS OCCURS 9    PIC 9(6).
       01  WS-DAY-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-DAY-GAMES                    PIC 9(5) VALUE ZERO.
       01  WS-DAY-WINS                     PIC 9(5) VALUE ZERO.
       01  WS-DAY-LOSSES                   PIC 9(5) VALUE ZERO.
       01  WS-DAY-DRAWS                    PIC 9(5) VALUE ZERO.
       01  WS-DAY-NEW                      PIC 9(6) VALUE ZERO.
       01  WS-ALL-GAMES                    PIC 9(6) VALUE ZERO.
       01  WS-ALL-WINS                     PIC 9(6) VALUE ZERO.
       01  WS-ALL-LOSSES                   PIC 9(6) VALUE ZERO.
       01  WS-ALL-DRAWS                    PIC 9(6) VALUE ZERO.
       01  WS-ALL-NEW                      PIC 9(6) VALUE ZERO.
       01  WS-PERCENT                      PIC 999 VALUE ZERO.
       01  RPT-STAGE-LINE.
           05  FILLER                      PIC X(6) VALUE SPACE.
           05  RPT-STAGE-MARKS             PIC 9.
           05  FILLER                      PIC X(17)
               VALUE " MARKS ON BOARD: ".
           05  RPT-STAGE-COUNT             PIC ZZZ,ZZ9.
       01  RPT-DAY-LINE.
           05  RPT-DAY-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-DAY-GAMES               PIC ZZZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-DAY-WINS                PIC ZZZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-DAY-LOSSES              PIC ZZZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-DAY-DRAWS               PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACE.
           05  RPT-DAY-PERCENT             PIC ZZ9.
           05  FILLER                      PIC X VALUE "%".
           05  FILLER                      PIC X(2) VALUE SPACE.
           05  RPT-DAY-NEW                 PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACE.
           05  RPT-DAY-TO-DATE             PIC ZZZZZ9.
       PROCEDURE DIVISION.
       TICLEARN.
           DISPLAY "          TIC-TAC-TOE LEARNING REPORT".
           DISPLAY SPACE.
           PERFORM COUNT-EXPERIENCE THRU COUNT-EXPERIENCE-EXIT.
           PERFORM SHOW-WIN-RATE THRU SHOW-WIN-RATE-EXIT.
           STOP RUN.

      * Keys are position then cell, so every reply to one position
      * comes off the file together.
       COUNT-EXPERIENCE.
           MOVE ZEROS TO STAGE-TABLE.
           OPEN INPUT EXPERIENCE-FILE.
           IF WS-EXP-STATUS NOT = "00"
               DISPLAY "NO EXPERIENCE ON FILE YET."
               GO TO COUNT-EXPERIENCE-EXIT.
       COUNT-NEXT-REPLY.
           READ EXPERIENCE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EXP-EOF.
           IF EXP-AT-END GO TO COUNT-EXPERIENCE-SHOW.
           ADD 1 TO WS-REPLIES.
           IF EXP-POSITION NOT = WS-LAST-POSITION
               PERFORM CLOSE-OUT-POSITION
               MOVE EXP-POSITION TO WS-LAST-POSITION
               MOVE "N" TO WS-POSITION-WON
               ADD 1 TO WS-POSITIONS
               MOVE ZERO TO WS-EMPTY-CELLS
               INSPECT EXP-POSITION TALLYING WS-EMPTY-CELLS
                   FOR ALL "-"
               COMPUTE WS-STAGE = 10 - WS-EMPTY-CELLS
               ADD 1 TO STAGE-POSITIONS (WS-STAGE).
           IF EXP-WINS > EXP-LOSSES
               MOVE "Y" TO WS-POSITION-WON.
           IF EXP-LOSSES > EXP-WINS
               ADD 1 TO WS-LOSING-REPLIES.
           GO TO COUNT-NEXT-REPLY.
       COUNT-EXPERIENCE-SHOW.
           PERFORM CLOSE-OUT-POSITION.
           CLOSE EXPERIENCE-FILE.
           DISPLAY "POSITIONS LEARNED:              " WS-POSITIONS.
           DISPLAY "REPLIES ON FILE:                " WS-REPLIES.
           DISPLAY "POSITIONS WITH A WINNING REPLY: "
               WS-WINNING-POSITIONS.
           DISPLAY "REPLIES THAT LOST MORE THAN WON:"
               WS-LOSING-REPLIES.
           DISPLAY SPACE.
           DISPLAY "POSITIONS BY MARKS ON THE BOARD:".
           PERFORM SHOW-STAGE
               VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 9.
           DISPLAY SPACE.
       COUNT-EXPERIENCE-EXIT.
           EXIT.

       CLOSE-OUT-POSITION.
           IF WS-POSITION-WON = "Y"
               ADD 1 TO WS-WINNING-POSITIONS.
           MOVE "N" TO WS-POSITION-WON.

       SHOW-STAGE.
           COMPUTE RPT-STAGE-MARKS = WS-STAGE - 1.
           MOVE STAGE-POSITIONS (WS-STAGE) TO RPT-STAGE-COUNT.
           DISPLAY RPT-STAGE-LINE.

      * The history is appended as games finish, so it is already in
      * date order; one line is shown per day played.
       SHOW-WIN-RATE.
           OPEN INPUT LEARN-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NO GAMES PLAYED AT THE LEARNING LEVEL YET."
               GO TO SHOW-WIN-RATE-EXIT.
           DISPLAY "COMPUTER'S WIN RATE AT THE LEARNING LEVEL".
           DISPLAY "DATE       GAMES  WINS  LOSS DRAWS  WIN%"
               "    NEW TO DATE".
       WIN-RATE-NEXT-GAME.
           READ LEARN-HIST-FILE
               AT END MOVE "Y" TO WS-HIST-EOF.
           IF HIST-AT-END GO TO WIN-RATE-TOTALS.
           IF HIST-DATE NOT = WS-DAY-DATE
               PERFORM SHOW-DAY
               MOVE HIST-DATE TO WS-DAY-DATE.
           ADD 1 TO WS-DAY-GAMES.
           IF HIST-RESULT = "W"
               ADD 1 TO WS-DAY-WINS.
           IF HIST-RESULT = "L"
               ADD 1 TO WS-DAY-LOSSES.
           IF HIST-RESULT = "D"
               ADD 1 TO WS-DAY-DRAWS.
           ADD HIST-NEW-POSITIONS TO WS-DAY-NEW.
           GO TO WIN-RATE-NEXT-GAME.
       WIN-RATE-TOTALS.
           PERFORM SHOW-DAY.
           CLOSE LEARN-HIST-FILE.
           MOVE ZERO TO WS-PERCENT.
           IF WS-ALL-GAMES > ZERO
               COMPUTE WS-PERCENT = WS-ALL-WINS * 100 / WS-ALL-GAMES.
           DISPLAY SPACE.
           DISPLAY "ALL GAMES: " WS-ALL-GAMES "  WINS: " WS-ALL-WINS
               "  LOSSES: " WS-ALL-LOSSES "  DRAWS: " WS-ALL-DRAWS.
           DISPLAY "OVERALL WIN RATE: " WS-PERCENT "%".
       SHOW-WIN-RATE-EXIT.
           EXIT.

       SHOW-DAY.
           IF WS-DAY-GAMES = ZERO GO TO SHOW-DAY-RESET.
           ADD WS-DAY-GAMES TO WS-ALL-GAMES.
           ADD WS-DAY-WINS TO WS-ALL-WINS.
           ADD WS-DAY-LOSSES TO WS-ALL-LOSSES.
           ADD WS-DAY-DRAWS TO WS-ALL-DRAWS.
           ADD WS-DAY-NEW TO WS-ALL-NEW.
           COMPUTE WS-PERCENT = WS-DAY-WINS * 100 / WS-DAY-GAMES.
           MOVE WS-DAY-DATE TO RPT-DAY-DATE.
           MOVE WS-DAY-GAMES TO RPT-DAY-GAMES.
           MOVE WS-DAY-WINS TO RPT-DAY-WINS.
           MOVE WS-DAY-LOSSES TO RPT-DAY-LOSSES.
           MOVE WS-DAY-DRAWS TO RPT-DAY-DRAWS.
           MOVE WS-PERCENT TO RPT-DAY-PERCENT.
           MOVE WS-DAY-NEW TO RPT-DAY-NEW.
           MOVE WS-ALL-NEW TO RPT-DAY-TO-DATE.
           DISPLAY RPT-DAY-LINE.
       SHOW-DAY-RESET.
           MOVE ZERO TO WS-DAY-GAMES.
           MOVE ZERO TO WS-DAY-WINS.
           MOVE ZERO TO WS-DAY-LOSSES.
           MOVE ZERO TO WS-DAY-DRAWS.
           MOVE ZERO TO WS-DAY-NEW.
