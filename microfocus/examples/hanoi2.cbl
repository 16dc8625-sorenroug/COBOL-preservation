           05  ML-LABEL3                  PIC X(4).
           05  ML-TO                      PIC Z9.
           05  FILLER                     PIC X(40).
       01  PRINT-TEXT-RECORD              PIC X(67).
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD              PIC X(60).
       FD  PRACTICE-FILE.
           05  PRC-MOVES               PIC 9(8).
           05  FILLER                  PIC X.
           05  PRC-OPTIMAL             PIC 9(8).
           05  FILLER                  PIC X.
           05  PRC-HINTS               PIC 9(4).
       WORKING-STORAGE SECTION.
       77  WS-JOBLOG-STATUS            PIC XX.
       01  JOB-LOG-LINE.
       77  DIR                         PIC 99 USAGE COMP.
       01  STACKNUMS.
           10  D OCCURS 20             PIC 99 USAGE COMP.
       01  WORKNUMS.
           10  WD OCCURS 20            PIC 99 USAGE COMP.
       01  GAMESET.
           10  S OCCURS 20             PIC 99 USAGE COMP.
       77  WS-PRINT-STATUS             PIC XX.
       77  WS-TOP-DISK                 PIC 99 VALUE 0.
       77  WS-SOLVED                   PIC X VALUE "N".
       77  WS-GIVE-UP                  PIC X VALUE "N".
       77  WS-POSITION-MODE            PIC X VALUE "N".
           88  POSITION-MODE           VALUE "Y" "y".
       77  WS-GOAL-PEG                 PIC 9 VALUE 3.
       77  WS-SCAN-TARGET              PIC 9 VALUE 0.
       77  WS-HINT-DISK                PIC 99 VALUE 0.
       77  WS-HINT-TO                  PIC 9 VALUE 0.
       77  WS-HINT-COUNT               PIC 9(4) VALUE 0.
       77  WS-REMAINING                PIC 9(8) VALUE 0.
       77  WS-SHORTEST                 PIC 9(8) VALUE 0.
       77  WS-SOLVE-COUNT              PIC 9(8) VALUE 0.
       77  K                           PIC S99 USAGE COMP.
       77  TW                          PIC 99 USAGE COMP.
       77  TROW                        PIC S99 USAGE COMP.
       77  TDISK                       PIC S99 USAGE COMP.
       77  TPOS                        PIC 99 USAGE COMP.
       77  TLEN                        PIC 99 USAGE COMP.
       01  SOLVE-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                                       VALUE 'SHORTEST SOLUTION:  '.
           05  ST-MOVES                PIC Z(7)9.
           05  FILLER                  PIC X(15)
                                       VALUE ' MOVES TO PEG  '.
           05  ST-PEG                  PIC 9.
       01  PEG-HEIGHTS.
           10  PEG-HEIGHT OCCURS 3     PIC 99 USAGE COMP.
       01  PEG-STACKS.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PRINT-FILE, STATUS=" WS-PRINT-STATUS
               MOVE "N" TO WS-PRINT-OPEN-OK.
           PERFORM SET-PRINT-LABELS.
           DISPLAY 'VIEW PRACTICE HISTORY? (Y/N) '
               WITH NO ADVANCING.
           ACCEPT WS-HIST-CHOICE.
           IF WS-HIST-CHOICE = 'Y' OR 'y'
               PERFORM SHOW-PRACTICE-HISTORY THRU SHOW-HIST-EXIT.
           DISPLAY 'SOLVE FROM A GIVEN POSITION? (Y/N) '
               WITH NO ADVANCING.
           ACCEPT WS-POSITION-MODE.
           IF POSITION-MODE
               PERFORM RUN-POSITION THRU RUN-POSITION-EXIT
               GO HANOI-FINISH
           END-IF.
           DISPLAY 'MANUAL MODE -- SOLVE IT YOURSELF? (Y/N) '
               WITH NO ADVANCING.
           ACCEPT WS-MANUAL-MODE.
                   PERFORM RUN-SINGLE THRU RUN-SINGLE-EXIT
               END-IF
           END-IF.
       HANOI-FINISH.
           IF PRINT-FILE-OPEN
               CLOSE PRINT-FILE.
           MOVE 'END  ' TO JL-FLAG.
           PERFORM WRITE-JOB-LOG.
           GOBACK.

       SET-PRINT-LABELS.
           MOVE SPACES TO MOVE-LINE-RECORD.
           MOVE "MOVE DISC  " TO ML-LABEL1.
           MOVE " FROM " TO ML-LABEL2.
           MOVE " TO " TO ML-LABEL3.

       WRITE-JOB-LOG.
           MOVE 'HANOI' TO JL-PROGRAM.
           ACCEPT JL-DATE FROM DATE.
           PERFORM MANUAL-INIT-DISK UNTIL K GREATER NUM-DISKS.
           COMPUTE WS-OPTIMAL-MOVES = (2 ** NUM-DISKS) - 1.
           MOVE 0 TO WS-MOVE-COUNT.
           MOVE 0 TO WS-HINT-COUNT.
           MOVE "N" TO WS-SOLVED.
           MOVE "N" TO WS-GIVE-UP.
           DISPLAY 'MOVE ALL DISKS FROM PEG 1 TO PEG 3.'.
           DISPLAY 'THE OPTIMAL SOLUTION TAKES ' WS-OPTIMAL-MOVES
               ' MOVES.'.
           DISPLAY 'AT THE FROM PEG PROMPT, 8 SHOWS THE BEST NEXT MOVE'
               ' AND 9 LISTS THE SHORTEST WAY TO FINISH.'.
           PERFORM DRAW-TOWERS THRU DRAW-TOWERS-EXIT.
           PERFORM MANUAL-ONE-MOVE THRU MANUAL-MOVE-EXIT
               UNTIL WS-SOLVED = "Y" OR WS-GIVE-UP = "Y".
           ELSE
               DISPLAY 'GIVEN UP AFTER ' WS-MOVE-COUNT ' MOVES.'
           END-IF.
           IF WS-HINT-COUNT > 0
               DISPLAY 'HINTS USED THIS SESSION: ' WS-HINT-COUNT
           END-IF.
       RUN-MANUAL-EXIT.
           EXIT.

      * Position mode: the operator keys the peg each disk sits on
      * (any arrangement is legal, since the disks on a peg always
      * stack largest first) and the shortest way to gather them all
      * on a chosen peg is listed and printed.
       RUN-POSITION.
           DISPLAY 'ENTER NUMBER OF DISKS (1-19): ' WITH NO ADVANCING.
           ACCEPT NUM-DISKS.
           IF NUM-DISKS < 1 OR NUM-DISKS > 19
               DISPLAY 'INVALID -- USING DEFAULT OF 5 DISKS.'
               MOVE 5 TO NUM-DISKS.
           DISPLAY 'DISK 1 IS THE SMALLEST.  KEY THE PEG EACH DISK'
               ' IS ON.'.
           MOVE 1 TO K.
           PERFORM POSITION-KEY-DISK UNTIL K GREATER NUM-DISKS.
           DISPLAY 'FINISH ON WHICH PEG (1-3)? ' WITH NO ADVANCING.
           ACCEPT WS-GOAL-PEG.
           IF WS-GOAL-PEG < 1 OR WS-GOAL-PEG > 3
               DISPLAY 'INVALID -- FINISHING ON PEG 3.'
               MOVE 3 TO WS-GOAL-PEG.
           PERFORM DRAW-TOWERS THRU DRAW-TOWERS-EXIT.
           PERFORM SOLVE-FROM-POSITION THRU SOLVE-FROM-EXIT.
           MOVE WS-SOLVE-COUNT TO WS-MOVE-COUNT.
       RUN-POSITION-EXIT.
           EXIT.

       POSITION-KEY-DISK.
           MOVE K TO WS-DISK-COUNT.
           DISPLAY 'PEG FOR DISK ' WS-DISK-COUNT ' (1-3)? '
               WITH NO ADVANCING.
           ACCEPT WS-FROM-PEG.
           IF WS-FROM-PEG < 1 OR WS-FROM-PEG > 3
               DISPLAY 'PEGS ARE NUMBERED 1 TO 3.'
           ELSE
               MOVE WS-FROM-PEG TO D (K)
               ADD 1 TO K
           END-IF.

      * Shortest solution from the position in the D table to
      * WS-GOAL-PEG.  The moves are worked out on the WD copy so a
      * manual session in progress is left as it stands.
       SOLVE-FROM-POSITION.
           MOVE 1 TO K.
           PERFORM COPY-TO-WORK UNTIL K GREATER NUM-DISKS.
           PERFORM BEST-MOVE-SCAN.
           MOVE WS-REMAINING TO WS-SHORTEST.
           MOVE 0 TO WS-SOLVE-COUNT.
           IF WS-SHORTEST = 0
               DISPLAY 'ALL DISKS ARE ALREADY ON PEG ' WS-GOAL-PEG '.'
               GO SOLVE-FROM-EXIT
           END-IF.
           DISPLAY 'SHORTEST WAY TO PEG ' WS-GOAL-PEG ' TAKES '
               WS-SHORTEST ' MOVES:'.
           PERFORM SOLVE-POSITION-STEP UNTIL WS-HINT-DISK = 0.
           DISPLAY 'FINISHED ON PEG ' WS-GOAL-PEG ' IN '
               WS-SOLVE-COUNT ' MOVES.'.
           IF PRINT-FILE-OPEN
               MOVE WS-SOLVE-COUNT TO ST-MOVES
               MOVE WS-GOAL-PEG TO ST-PEG
               WRITE PRINT-TEXT-RECORD FROM SOLVE-TOTAL-LINE
               PERFORM SET-PRINT-LABELS
           END-IF.
       SOLVE-FROM-EXIT.
           EXIT.

       COPY-TO-WORK.
           MOVE D (K) TO WD (K).
           ADD 1 TO K.

       SOLVE-POSITION-STEP.
           ADD 1 TO WS-SOLVE-COUNT.
           DISPLAY 'MOVE DISC ' WS-HINT-DISK ' FROM ' WD (WS-HINT-DISK)
               ' TO ' WS-HINT-TO.
           MOVE WS-HINT-DISK TO ML-DISK.
           MOVE WD (WS-HINT-DISK) TO ML-FROM.
           MOVE WS-HINT-TO TO ML-TO.
           IF PRINT-FILE-OPEN
               WRITE MOVE-LINE-RECORD
           END-IF.
           MOVE WS-HINT-TO TO WD (WS-HINT-DISK).
           PERFORM BEST-MOVE-SCAN.

      * Scan the WD table from the largest disk down.  A disk that is
      * not on the peg it must reach has to move there once, after
      * every smaller disk has been parked on the third peg, and then
      * the smaller disks follow it as a plain tower -- 2 ** (K - 1)
      * moves in all for disk K.  The smallest such disk is the one
      * that can move now: WS-HINT-DISK to WS-HINT-TO.  WS-HINT-DISK
      * comes back zero when everything is on WS-GOAL-PEG.
       BEST-MOVE-SCAN.
           MOVE WS-GOAL-PEG TO WS-SCAN-TARGET.
           MOVE 0 TO WS-HINT-DISK.
           MOVE 0 TO WS-REMAINING.
           MOVE NUM-DISKS TO K.
           PERFORM BEST-MOVE-STEP UNTIL K < 1.

       BEST-MOVE-STEP.
           IF WD (K) NOT = WS-SCAN-TARGET
               MOVE K TO WS-HINT-DISK
               MOVE WS-SCAN-TARGET TO WS-HINT-TO
               COMPUTE WS-REMAINING = WS-REMAINING + 2 ** (K - 1)
               COMPUTE WS-SCAN-TARGET = 6 - WD (K) - WS-SCAN-TARGET
           END-IF.
           SUBTRACT 1 FROM K.

      * Hint during a manual session: the first move of the shortest
      * way from the current position to peg 3.
       MANUAL-HINT.
           ADD 1 TO WS-HINT-COUNT.
           MOVE 3 TO WS-GOAL-PEG.
           MOVE 1 TO K.
           PERFORM COPY-TO-WORK UNTIL K GREATER NUM-DISKS.
           PERFORM BEST-MOVE-SCAN.
           IF WS-HINT-DISK NOT = 0
               DISPLAY 'HINT: MOVE DISC ' WS-HINT-DISK ' FROM PEG '
                   D (WS-HINT-DISK) ' TO PEG ' WS-HINT-TO
               DISPLAY 'BEST CASE FROM HERE: ' WS-REMAINING
                   ' MORE MOVES.'
           END-IF.

      * Completed manual sessions go to the permanent practice file
      * so the trainers can follow each trainee's progression toward
      * the theoretical minimum.
               MOVE NUM-DISKS TO PRC-DISKS
               MOVE WS-MOVE-COUNT TO PRC-MOVES
               MOVE WS-OPTIMAL-MOVES TO PRC-OPTIMAL
               MOVE WS-HINT-COUNT TO PRC-HINTS
               WRITE PRACTICE-RECORD
               CLOSE PRACTICE-FILE
               DISPLAY 'SESSION RECORDED ON THE PRACTICE LOG.'
               GO TO SHOW-HIST-EXIT
           END-IF.
           DISPLAY 'OPERATOR    DATE    DISKS  MOVES     OPTIMAL'
               '   EXCESS    HINTS'.
       SHOW-HIST-LOOP.
           READ PRACTICE-FILE
               AT END MOVE "Y" TO WS-PRC-EOF
           IF WS-HIST-FILTER = SPACE
                   OR PRC-OPERATOR = WS-HIST-FILTER
               COMPUTE WS-EXCESS = PRC-MOVES - PRC-OPTIMAL
               IF PRC-HINTS NOT NUMERIC
                   MOVE 0 TO PRC-HINTS
               END-IF
               DISPLAY PRC-OPERATOR '  ' PRC-DATE '  ' PRC-DISKS
                   '    ' PRC-MOVES '  ' PRC-OPTIMAL '  ' WS-EXCESS
                   '  ' PRC-HINTS
           END-IF.
           GO TO SHOW-HIST-LOOP.
       SHOW-HIST-EXIT.
           ADD 1 TO K.

       MANUAL-ONE-MOVE.
           DISPLAY 'FROM PEG (1-3, 0 = GIVE UP, 8 = HINT, 9 = SOLVE)? '
               WITH NO ADVANCING.
           ACCEPT WS-FROM-PEG.
           IF WS-FROM-PEG = 0
               MOVE "Y" TO WS-GIVE-UP
               GO MANUAL-MOVE-EXIT
           END-IF.
           IF WS-FROM-PEG = 8
               PERFORM MANUAL-HINT
               GO MANUAL-MOVE-EXIT
           END-IF.
           IF WS-FROM-PEG = 9
               ADD 1 TO WS-HINT-COUNT
               MOVE 3 TO WS-GOAL-PEG
               PERFORM SOLVE-FROM-POSITION THRU SOLVE-FROM-EXIT
               PERFORM DRAW-TOWERS THRU DRAW-TOWERS-EXIT
               GO MANUAL-MOVE-EXIT
           END-IF.
           DISPLAY 'TO PEG (1-3)? ' WITH NO ADVANCING.
           ACCEPT WS-TO-PEG-IN.
           IF WS-FROM-PEG > 3 OR WS-TO-PEG-IN < 1 OR WS-TO-PEG-IN > 3
