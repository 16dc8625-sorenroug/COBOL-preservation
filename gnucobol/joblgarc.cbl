      * cutoff date (YYMMDD); entries older than the cutoff are
      * moved to a dated archive file JOBLOG.B<yymmdd> (named for
      * today, the way FILE-SAFE names its backups) and JOBLOG.DAT
      * is rewritten with only the newer entries.  When PARM2.FIL
      * carries JOBLGARC KEEPDAYS nnnn, a cutoff of 0 keeps that many
      * days back from today, so the nightly job stream can archive
      * without anyone keying a date.  The run logs its own START and
      * END records, the END carrying the number of entries archived.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
               FILE STATUS WS-JOBLOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               FILE STATUS WS-ARCHIVE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARM2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
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
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(60).
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  PRM-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-KEYWORD                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-VALUE                   PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-STATUS                PIC XX.
       01  WS-ARCHIVE-STATUS               PIC XX.
       01  WS-KEPT-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-KEEP-IX                      PIC 9(5) VALUE ZERO.
       01  WS-OVERFLOW-SW                  PIC X VALUE "N".
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-PARM-EOF                     PIC X VALUE "N".
       01  WS-PARM-FOUND                   PIC X VALUE "N".
       01  WS-PARM-VALUE                   PIC X(20) VALUE SPACE.
       01  WS-PARM-DAYS REDEFINES WS-PARM-VALUE.
           05  WS-PARM-DAYS-NUM            PIC 9(4).
           05  FILLER                      PIC X(16).
       01  WS-KEEP-DAYS                    PIC 9(4) VALUE ZERO.
       01  WS-BACK-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-PARTS.
           05  WS-CUT-YY                   PIC 99.
           05  WS-CUT-MM                   PIC 99.
           05  WS-CUT-DD                   PIC 99.
       01  WS-LEAP-Q                       PIC 99.
       01  WS-LEAP-R                       PIC 9.
       01  MONTH-DAYS-VALUES               PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS OCCURS 12        PIC 99.
       01  WS-JL-FLAG                      PIC X(5) VALUE SPACE.
       01  WS-JL-STATUS                    PIC X(8) VALUE SPACE.
       01  KEEP-TABLE.
           05  KEEP-ENTRY OCCURS 2000      PIC X(60).
       PROCEDURE DIVISION.
       JOBLOGARC.
           ACCEPT WS-TODAY FROM DATE.
           PERFORM FIND-RUN-PARM THRU FIND-RUN-PARM-EXIT.
           IF WS-PARM-FOUND = "Y"
               DISPLAY "ARCHIVE ENTRIES OLDER THAN (YYMMDD, 0 = KEEP "
                   WS-KEEP-DAYS " DAYS)? " WITH NO ADVANCING
           ELSE
               DISPLAY "ARCHIVE ENTRIES OLDER THAN (YYMMDD)? "
                   WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-DATE.
           IF WS-CUTOFF-DATE = ZERO AND WS-PARM-FOUND = "Y"
               PERFORM SET-KEEP-CUTOFF THRU SET-KEEP-CUTOFF-EXIT
               DISPLAY "CUTOFF DATE " WS-CUTOFF-DATE.
           IF WS-CUTOFF-DATE = ZERO
               DISPLAY "NO CUTOFF GIVEN -- NOTHING DONE."
               STOP RUN.
           MOVE "START" TO WS-JL-FLAG.
           MOVE "RUNNING " TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           MOVE SPACE TO WS-ARCHIVE-NAME.
           STRING "JOBLOG.B" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
           DISPLAY "ARCHIVED " WS-ARCHIVED-COUNT " ENTRIES TO "
               WS-ARCHIVE-NAME.
           DISPLAY "KEPT " WS-KEPT-COUNT " ENTRIES ON JOBLOG.DAT.".
           MOVE "END  " TO WS-JL-FLAG.
           MOVE "NORMAL  " TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       FIND-RUN-PARM.
           MOVE "N" TO WS-PARM-FOUND.
           MOVE SPACE TO WS-PARM-VALUE.
           MOVE "N" TO WS-PARM-EOF.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               GO TO FIND-RUN-PARM-EXIT.
       FIND-RUN-PARM-READ.
           READ RUN-PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF.
           IF WS-PARM-EOF = "Y"
               CLOSE RUN-PARM-FILE
               GO TO FIND-RUN-PARM-EXIT.
           IF PRM-PROGRAM = "JOBLGARC" AND PRM-KEYWORD = "KEEPDAYS"
               MOVE PRM-VALUE TO WS-PARM-VALUE
               IF WS-PARM-DAYS-NUM NUMERIC
                   MOVE "Y" TO WS-PARM-FOUND
                   MOVE WS-PARM-DAYS-NUM TO WS-KEEP-DAYS
               END-IF
               CLOSE RUN-PARM-FILE
               GO TO FIND-RUN-PARM-EXIT.
           GO TO FIND-RUN-PARM-READ.
       FIND-RUN-PARM-EXIT.
           EXIT.

      * Steps back from today one calendar day at a time, so the
      * cutoff is the oldest date kept.
       SET-KEEP-CUTOFF.
           MOVE WS-TODAY TO WS-CUTOFF-PARTS.
           MOVE ZERO TO WS-BACK-COUNT.
       SET-KEEP-CUTOFF-BACK.
           IF WS-BACK-COUNT NOT < WS-KEEP-DAYS
               GO TO SET-KEEP-CUTOFF-DONE.
           ADD 1 TO WS-BACK-COUNT.
           IF WS-CUT-DD > 1
               SUBTRACT 1 FROM WS-CUT-DD
               GO TO SET-KEEP-CUTOFF-BACK.
           IF WS-CUT-MM = 1
               MOVE 12 TO WS-CUT-MM
               SUBTRACT 1 FROM WS-CUT-YY
           ELSE
               SUBTRACT 1 FROM WS-CUT-MM.
           MOVE MONTH-DAYS (WS-CUT-MM) TO WS-CUT-DD.
           DIVIDE 4 INTO WS-CUT-YY
               GIVING WS-LEAP-Q REMAINDER WS-LEAP-R.
           IF WS-CUT-MM = 2 AND WS-LEAP-R = 0
               MOVE 29 TO WS-CUT-DD.
           GO TO SET-KEEP-CUTOFF-BACK.
       SET-KEEP-CUTOFF-DONE.
           MOVE WS-CUTOFF-PARTS TO WS-CUTOFF-DATE.
       SET-KEEP-CUTOFF-EXIT.
           EXIT.

       WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               MOVE SPACE TO JOB-LOG-RECORD
               MOVE "JOBLGARC" TO JL-PROGRAM
               ACCEPT JL-DATE FROM DATE
               ACCEPT JL-TIME FROM TIME
               MOVE WS-JL-FLAG TO JL-FLAG
               MOVE WS-JL-STATUS TO JL-STATUS
               MOVE WS-ARCHIVED-COUNT TO JL-COUNT
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE.

       SPLIT-ONE-RECORD.
           READ JOB-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF.
