     FILE STATUS WS-INPUT-STATUS.
     SELECT INPUT2-FILE ASSIGN INP2.FIL
     FILE STATUS WS-INPUT2-STATUS.
     SELECT MERGE-FILE ASSIGN MRG.FIL
     FILE STATUS WS-MERGE-STATUS.
     SELECT JOB-LOG-FILE ASSIGN JOBLOG.DAT
     FILE STATUS WS-JOBLOG-STATUS.
 DATA DIVISION.
   02 SEQ-NUMBER-2 PIC X(6).
   02 INFO-2       PIC X(74).

 FD MERGE-FILE
    LABEL RECORDS OMITTED.
 01 MERGE-LINE.
   02 SEQ-NUMBER-M PIC X(6).
   02 INFO-M       PIC X(74).

 FD JOB-LOG-FILE
    LABEL RECORDS OMITTED.
 01 JOB-LOG-RECORD PIC X(60).
   02 SUMMARY-LABEL PIC X(25).
   02 SUMMARY-VALUE PIC X(6).
   02 FILLER PIC X(65) VALUE SPACE.
 01 WS-MERGE-STATUS PIC XX.
 01 WS-DUP-RULE PIC X VALUE 'B'.
   88 DUP-KEEP-1 VALUE '1'.
   88 DUP-KEEP-2 VALUE '2'.
 01 WS-RENUMBER PIC X VALUE 'N'.
   88 RENUMBER-OUTPUT VALUE 'Y' 'y'.
 01 WS-RENUM-START PIC 9(6) VALUE ZERO.
 01 WS-RENUM-INCR PIC 9(6) VALUE ZERO.
 01 WS-NEXT-SEQ PIC 9(6) VALUE ZERO.
 01 WS-MERGE-FLAG PIC X(4) VALUE SPACE.
 01 WS-READ1-COUNT PIC 9(5) VALUE ZERO.
 01 WS-READ2-COUNT PIC 9(5) VALUE ZERO.
 01 WS-KEPT1-COUNT PIC 9(5) VALUE ZERO.
 01 WS-KEPT2-COUNT PIC 9(5) VALUE ZERO.
 01 WS-DROP1-COUNT PIC 9(5) VALUE ZERO.
 01 WS-DROP2-COUNT PIC 9(5) VALUE ZERO.
 01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
 01 WS-MERGED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-CHECK-COUNT PIC 9(6) VALUE ZERO.
 01 WS-BALANCED-SW PIC X VALUE 'Y'.
 01 WS-REGISTER-LINE.
   02 REG-SOURCE PIC X(12).
   02 REG-OLD-SEQ PIC X(6).
   02 FILLER PIC X(2) VALUE SPACE.
   02 REG-NEW-SEQ PIC X(6).
   02 FILLER PIC X VALUE SPACE.
   02 REG-FLAG PIC X(4).
   02 FILLER PIC X VALUE SPACE.
   02 REG-INFO PIC X(64).

 PROCEDURE DIVISION.
 PARA-A.
    MOVE 'RUNNING ' TO JL-STATUS.
    MOVE ZERO TO JL-COUNT.
    PERFORM PARA-WRITE-JOB-LOG.
    DISPLAY 'MODE? L=PROOF LIST, C=COMPARE TWO FILES, M=MERGE:'.
    ACCEPT WS-RUN-MODE.
    IF WS-RUN-MODE = 'M' OR WS-RUN-MODE = 'm'
      PERFORM PARA-MERGE-FILES
      MOVE 'END  ' TO JL-FLAG
      MOVE 'NORMAL  ' TO JL-STATUS
      MOVE WS-MERGED-COUNT TO JL-COUNT
      PERFORM PARA-WRITE-JOB-LOG
      GOBACK.
    IF WS-RUN-MODE = 'C' OR WS-RUN-MODE = 'c'
      PERFORM PARA-COMPARE-FILES
      MOVE 'END  ' TO JL-FLAG
    MOVE WS-COMPARE-LINE TO OUTPUT-LINE.
    WRITE OUTPUT-LINE.

 PARA-MERGE-FILES.
    DISPLAY 'DUPLICATE SEQ-NUMBER? 1=KEEP DECK 1, 2=KEEP DECK 2,'.
    DISPLAY '  B=KEEP BOTH AND FLAG:'.
    ACCEPT WS-DUP-RULE.
    IF NOT DUP-KEEP-1 AND NOT DUP-KEEP-2
      MOVE 'B' TO WS-DUP-RULE.
    DISPLAY 'RENUMBER THE MERGED DECK (Y/N)?'.
    ACCEPT WS-RENUMBER.
    IF RENUMBER-OUTPUT
      DISPLAY 'STARTING SEQ-NUMBER (0 = 10):'
      ACCEPT WS-RENUM-START
      IF WS-RENUM-START = ZERO
        MOVE 10 TO WS-RENUM-START
      END-IF
      DISPLAY 'INCREMENT (0 = 10):'
      ACCEPT WS-RENUM-INCR
      IF WS-RENUM-INCR = ZERO
        MOVE 10 TO WS-RENUM-INCR
      END-IF
      MOVE WS-RENUM-START TO WS-NEXT-SEQ
    END-IF.
    OPEN INPUT INPUT-FILE.
    IF WS-INPUT-STATUS NOT = '00'
      DISPLAY 'CANNOT OPEN INPUT-FILE, STATUS=' WS-INPUT-STATUS
      GOBACK.
    OPEN INPUT INPUT2-FILE.
    IF WS-INPUT2-STATUS NOT = '00'
      DISPLAY 'CANNOT OPEN INPUT2-FILE, STATUS=' WS-INPUT2-STATUS
      CLOSE INPUT-FILE
      GOBACK.
    OPEN OUTPUT MERGE-FILE.
    IF WS-MERGE-STATUS NOT = '00'
      DISPLAY 'CANNOT OPEN MERGE-FILE, STATUS=' WS-MERGE-STATUS
      CLOSE INPUT-FILE
      CLOSE INPUT2-FILE
      GOBACK.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = '00'
      DISPLAY 'CANNOT OPEN PRINT-FILE, STATUS=' WS-PRINT-STATUS
      CLOSE INPUT-FILE
      CLOSE INPUT2-FILE
      CLOSE MERGE-FILE
      GOBACK.
    MOVE SPACES TO OUTPUT-LINE.
    MOVE 'MERGE REGISTER -- INP.FIL AND INP2.FIL TO MRG.FIL'
      TO OUTPUT-LINE.
    WRITE OUTPUT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    IF DUP-KEEP-1
      MOVE 'DUPLICATE SEQ-NUMBERS: DECK 1 CARD KEPT' TO OUTPUT-LINE
    ELSE
      IF DUP-KEEP-2
        MOVE 'DUPLICATE SEQ-NUMBERS: DECK 2 CARD KEPT'
          TO OUTPUT-LINE
      ELSE
        MOVE 'DUPLICATE SEQ-NUMBERS: BOTH CARDS KEPT, FLAGGED DUP'
          TO OUTPUT-LINE
      END-IF
    END-IF.
    WRITE OUTPUT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    WRITE OUTPUT-LINE.
    MOVE 'SOURCE      OLD-SQ  NEW-SQ FLAG INFO' TO OUTPUT-LINE.
    WRITE OUTPUT-LINE.
    PERFORM PARA-MERGE-READ1.
    PERFORM PARA-MERGE-READ2.
    PERFORM PARA-MERGE-RECORDS
      UNTIL WS-KEY1 = HIGH-VALUES AND WS-KEY2 = HIGH-VALUES.
    PERFORM PARA-MERGE-TOTALS.
    CLOSE INPUT-FILE.
    CLOSE INPUT2-FILE.
    CLOSE MERGE-FILE.
    CLOSE PRINT-FILE.

 PARA-MERGE-READ1.
    PERFORM PARA-READ-FILE1.
    IF WS-KEY1 NOT = HIGH-VALUES
      ADD 1 TO WS-READ1-COUNT.

 PARA-MERGE-READ2.
    PERFORM PARA-READ-FILE2.
    IF WS-KEY2 NOT = HIGH-VALUES
      ADD 1 TO WS-READ2-COUNT.

 PARA-MERGE-RECORDS.
    MOVE SPACES TO WS-MERGE-FLAG.
    IF WS-KEY1 LESS WS-KEY2
      PERFORM PARA-MERGE-TAKE1
      PERFORM PARA-MERGE-READ1
    ELSE
      IF WS-KEY1 GREATER WS-KEY2
        PERFORM PARA-MERGE-TAKE2
        PERFORM PARA-MERGE-READ2
      ELSE
        PERFORM PARA-MERGE-DUPLICATE
        PERFORM PARA-MERGE-READ1
        PERFORM PARA-MERGE-READ2
      END-IF
    END-IF.

 PARA-MERGE-DUPLICATE.
    ADD 1 TO WS-DUP-COUNT.
    MOVE 'DUP' TO WS-MERGE-FLAG.
    IF DUP-KEEP-1
      PERFORM PARA-MERGE-TAKE1
      PERFORM PARA-MERGE-DROP2
    ELSE
      IF DUP-KEEP-2
        PERFORM PARA-MERGE-DROP1
        PERFORM PARA-MERGE-TAKE2
      ELSE
        PERFORM PARA-MERGE-TAKE1
        PERFORM PARA-MERGE-TAKE2
      END-IF
    END-IF.

 PARA-MERGE-TAKE1.
    MOVE INPUT-LINE TO MERGE-LINE.
    MOVE 'DECK 1' TO REG-SOURCE.
    PERFORM PARA-MERGE-WRITE.
    ADD 1 TO WS-KEPT1-COUNT.

 PARA-MERGE-TAKE2.
    MOVE INPUT2-LINE TO MERGE-LINE.
    MOVE 'DECK 2' TO REG-SOURCE.
    PERFORM PARA-MERGE-WRITE.
    ADD 1 TO WS-KEPT2-COUNT.

 PARA-MERGE-DROP1.
    MOVE 'DROPPED 1' TO REG-SOURCE.
    MOVE SEQ-NUMBER TO REG-OLD-SEQ.
    MOVE SPACES TO REG-NEW-SEQ.
    MOVE INFO TO REG-INFO.
    MOVE WS-MERGE-FLAG TO REG-FLAG.
    PERFORM PARA-WRITE-REGISTER.
    ADD 1 TO WS-DROP1-COUNT.

 PARA-MERGE-DROP2.
    MOVE 'DROPPED 2' TO REG-SOURCE.
    MOVE SEQ-NUMBER-2 TO REG-OLD-SEQ.
    MOVE SPACES TO REG-NEW-SEQ.
    MOVE INFO-2 TO REG-INFO.
    MOVE WS-MERGE-FLAG TO REG-FLAG.
    PERFORM PARA-WRITE-REGISTER.
    ADD 1 TO WS-DROP2-COUNT.

 PARA-MERGE-WRITE.
    MOVE SEQ-NUMBER-M TO REG-OLD-SEQ.
    IF RENUMBER-OUTPUT
      MOVE WS-NEXT-SEQ TO SEQ-NUMBER-M
      ADD WS-RENUM-INCR TO WS-NEXT-SEQ
    END-IF.
    MOVE SEQ-NUMBER-M TO REG-NEW-SEQ.
    MOVE INFO-M TO REG-INFO.
    MOVE WS-MERGE-FLAG TO REG-FLAG.
    WRITE MERGE-LINE.
    ADD 1 TO WS-MERGED-COUNT.
    PERFORM PARA-WRITE-REGISTER.

 PARA-WRITE-REGISTER.
    DISPLAY REG-SOURCE REG-OLD-SEQ '  ' REG-NEW-SEQ ' ' REG-FLAG.
    MOVE SPACES TO OUTPUT-LINE.
    MOVE WS-REGISTER-LINE TO OUTPUT-LINE.
    WRITE OUTPUT-LINE.

 PARA-MERGE-TOTALS.
    MOVE SPACES TO OUTPUT-LINE.
    WRITE OUTPUT-LINE.
    MOVE 'DECK 1 CARDS READ:' TO SUMMARY-LABEL.
    MOVE WS-READ1-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'DECK 1 CARDS KEPT:' TO SUMMARY-LABEL.
    MOVE WS-KEPT1-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'DECK 1 CARDS DROPPED:' TO SUMMARY-LABEL.
    MOVE WS-DROP1-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'DECK 2 CARDS READ:' TO SUMMARY-LABEL.
    MOVE WS-READ2-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'DECK 2 CARDS KEPT:' TO SUMMARY-LABEL.
    MOVE WS-KEPT2-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'DECK 2 CARDS DROPPED:' TO SUMMARY-LABEL.
    MOVE WS-DROP2-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'DUPLICATE SEQ-NUMBERS:' TO SUMMARY-LABEL.
    MOVE WS-DUP-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'MERGED CARDS WRITTEN:' TO SUMMARY-LABEL.
    MOVE WS-MERGED-COUNT TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.
    MOVE 'Y' TO WS-BALANCED-SW.
    ADD WS-KEPT1-COUNT WS-DROP1-COUNT GIVING WS-CHECK-COUNT.
    IF WS-CHECK-COUNT NOT = WS-READ1-COUNT
      MOVE 'N' TO WS-BALANCED-SW.
    ADD WS-KEPT2-COUNT WS-DROP2-COUNT GIVING WS-CHECK-COUNT.
    IF WS-CHECK-COUNT NOT = WS-READ2-COUNT
      MOVE 'N' TO WS-BALANCED-SW.
    ADD WS-KEPT1-COUNT WS-KEPT2-COUNT GIVING WS-CHECK-COUNT.
    IF WS-CHECK-COUNT NOT = WS-MERGED-COUNT
      MOVE 'N' TO WS-BALANCED-SW.
    MOVE 'INPUT TO OUTPUT BALANCED:' TO SUMMARY-LABEL.
    IF WS-BALANCED-SW = 'Y'
      MOVE 'YES' TO SUMMARY-VALUE
    ELSE
      MOVE 'NO' TO SUMMARY-VALUE.
    PERFORM PARA-WRITE-SUMMARY.

 PARA-CHECK-SEQUENCE.
    MOVE SPACES TO PROOF-FLAG.
    IF SEQ-NUMBER IS NOT NUMERIC
