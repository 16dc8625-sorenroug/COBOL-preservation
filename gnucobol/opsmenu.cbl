      * checkpoint (a CBL2 restart is pending), how many uncorrected
      * records sit on CDL2X.FIL, whether CDL2R.FIL has
      * resubmissions waiting, and the date and batch number of the
      * last AUDL2.FIL entry, and whether JOBSTRM.CKP shows the
      * nightly job stream stopped on a failed step.  The selected
      * program is CALLed and the console returns when it finishes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
               FILE STATUS WS-RESUB-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDL2.FIL"
               FILE STATUS WS-AUDIT-STATUS.
           SELECT STREAM-RESTART-FILE ASSIGN TO "JOBSTRM.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STREAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           05  FILLER                      PIC X(31).
           05  AUDIT-BATCH-NUM             PIC 9(4).
           05  FILLER                      PIC X(39).
       FD  STREAM-RESTART-FILE.
       01  STREAM-RESTART-RECORD.
           05  SRS-STREAM-DATE             PIC 9(6).
           05  FILLER                      PIC X.
           05  SRS-STEP-SEQ                PIC 99.
           05  FILLER                      PIC X.
           05  SRS-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X(46).
       WORKING-STORAGE SECTION.
       01  WS-CKPT-STATUS                  PIC XX.
       01  WS-EXC-STATUS                   PIC XX.
       01  WS-RESUB-STATUS                 PIC XX.
       01  WS-AUDIT-STATUS                 PIC XX.
       01  WS-STREAM-STATUS                PIC XX.
       01  WS-STREAM-TEXT                  PIC X(40) VALUE SPACE.
       01  WS-CHOICE                       PIC 9 VALUE 9.
       01  WS-MENU-DONE                    PIC X VALUE "N".
           88  MENU-DONE                   VALUE "Y".
           DISPLAY "EXCEPTIONS:  " WS-EXC-TEXT.
           DISPLAY "RESUBMITS:   " WS-RESUB-TEXT.
           DISPLAY "LAST BATCH:  " WS-AUDIT-TEXT.
           DISPLAY "JOB STREAM:  " WS-STREAM-TEXT.
           DISPLAY "---------------------------------------------------".
           DISPLAY "1. CBL2   NIGHTLY BATCH RUN".
           DISPLAY "2. CBL2C  EXCEPTION CORRECTION".
           DISPLAY "3. CBL2M  MASTER INQUIRY/MAINTENANCE".
           DISPLAY "4. CBL2H  RUN HISTORY REPORT".
           DISPLAY "5. CBL2V  BUDGET VARIANCE REPORT".
           DISPLAY "6. JOBSTRM NIGHTLY JOB STREAM / RESTART".
           DISPLAY "0. EXIT".
           DISPLAY "SELECT: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
               END-CALL
               CANCEL "CBL2V"
               GO TO SHOW-MENU-EXIT.
           IF WS-CHOICE = 6
               CALL "JOB-STREAM"
                   ON EXCEPTION DISPLAY "PROGRAM NOT AVAILABLE"
               END-CALL
               CANCEL "JOB-STREAM"
               GO TO SHOW-MENU-EXIT.
           DISPLAY "PLEASE SELECT 0 TO 6.".
       SHOW-MENU-EXIT.
           EXIT.

                   STRING "BATCH " WS-LAST-AUDIT-BATCH
                       " RAN " WS-LAST-AUDIT-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
           MOVE "NO RESTART PENDING" TO WS-STREAM-TEXT.
           OPEN INPUT STREAM-RESTART-FILE.
           IF WS-STREAM-STATUS = "00"
               READ STREAM-RESTART-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACE TO WS-STREAM-TEXT
                       STRING "STEP " SRS-STEP-SEQ
                           " " SRS-PROGRAM " -- RESTART PENDING"
                           DELIMITED BY SIZE INTO WS-STREAM-TEXT
               END-READ
               CLOSE STREAM-RESTART-FILE.
       GSS-EXIT.
           EXIT.

