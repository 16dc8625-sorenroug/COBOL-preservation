      * named <file>.B<yymmdd>; verify re-reads a generation and
      * compares record counts against the source, and restore
      * copies a chosen generation back after operator confirmation.
      * Point-in-time recovery restores a PRL2.FIL generation and
      * rolls it forward from the maintenance audit MNT2.FIL, which
      * holds the after image of every CBL2 batch and CBL2M online
      * change, up to an operator-chosen date and time, then checks
      * the result and its count against MCT2.FIL.  APPROVED entries
      * only record who authorised a CBL2M change, CONADD, CONCHG
      * and CONDEL entries carry contact-file CON2.FIL images, and
      * RPLSET and RPLDEL entries carry reporting-line RPT2.FIL
      * images rather than master images; all of these are skipped.
      * Each signed-on session logs a START and an END record on
      * JOBLOG.DAT, the END carrying the number of backup files
      * written and status ERRORS if any backup could not be opened,
      * so the nightly job stream can judge an unattended backup.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
           SELECT CATALOG-FILE ASSIGN TO "FSCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FSCAT-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNT2.FIL"
               FILE STATUS WS-MNT-STATUS.
           SELECT MASTER-COUNT-FILE ASSIGN TO "MCT2.FIL"
               FILE STATUS WS-MCT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "LCK2.FIL"
               FILE STATUS WS-LOCK-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPT2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DEPT-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               FILE STATUS WS-JOBLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-REPORT-FILE.
           05  CAT-REC-COUNT               PIC 9(7).
           05  FILLER                      PIC X.
           05  CAT-RETIRED                 PIC X.
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           05  MNT-DATE                    PIC 9(6).
           05  FILLER                      PIC X.
           05  MNT-TIME                    PIC 9(8).
           05  FILLER                      PIC X.
           05  MNT-ACTION                  PIC X(8).
           05  FILLER                      PIC X.
           05  MNT-SSN                     PIC X(11).
           05  FILLER                      PIC X.
           05  MNT-BEFORE-IMAGE            PIC X(110).
           05  FILLER                      PIC X.
           05  MNT-AFTER-IMAGE             PIC X(110).
           05  FILLER                      PIC X.
           05  MNT-OPERATOR                PIC X(10).
           05  FILLER                      PIC X.
           05  MNT-BATCH-NUM               PIC 9(4).
       FD  MASTER-COUNT-FILE.
       01  MASTER-COUNT-RECORD.
           05  MCT-COUNT                   PIC 9(5).
           05  FILLER                      PIC X(75).
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LCK-TYPE                    PIC X(6).
           05  FILLER                      PIC X.
           05  LCK-DATE                    PIC 9(6).
           05  FILLER                      PIC X.
           05  LCK-TIME                    PIC 9(8).
           05  FILLER                      PIC X.
           05  LCK-OPERATOR                PIC X(10).
           05  FILLER                      PIC X(47).
       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05  DEPT-CODE                   PIC XX.
           05  FILLER                      PIC X.
           05  DEPT-NAME                   PIC X(20).
           05  FILLER                      PIC X.
           05  DEPT-ACTIVE                 PIC X.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
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
       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS                PIC XX.
       01  WS-BACKUP-STATUS                PIC XX.
               10  CT-DATE                 PIC 9(6).
               10  CT-COUNT                PIC 9(7).
               10  CT-RETIRED              PIC X.
       01  WS-MNT-STATUS                   PIC XX.
       01  WS-MCT-STATUS                   PIC XX.
       01  WS-LOCK-STATUS                  PIC XX.
       01  WS-LOCK-TYPE                    PIC X(6) VALUE SPACE.
       01  WS-DEPT-STATUS                  PIC XX.
       01  WS-JOBLOG-STATUS                PIC XX.
       01  WS-JL-FLAG                      PIC X(5) VALUE SPACE.
       01  WS-JL-STATUS                    PIC X(8) VALUE SPACE.
       01  WS-BACKUPS-WRITTEN              PIC 9(5) VALUE ZERO.
       01  WS-BACKUP-ERRORS                PIC 9(5) VALUE ZERO.
       01  WS-DEPT-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-DEPT-IX                      PIC 9(3) VALUE ZERO.
       01  WS-DEPT-FOUND                   PIC X VALUE "N".
       01  WS-RCV-OK                       PIC X VALUE "N".
       01  WS-CUTOFF-DATE                  PIC 9(6) VALUE ZERO.
       01  WS-CUTOFF-HHMM                  PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-TIME                  PIC 9(8) VALUE ZERO.
       01  WS-LAST-DATE                    PIC 9(6) VALUE ZERO.
       01  WS-LAST-TIME                    PIC 9(8) VALUE ZERO.
       01  WS-MCT-ON-FILE                  PIC 9(5) VALUE ZERO.
       01  WS-MCT-READ                     PIC X VALUE "N".
       01  WS-RCV-REASON                   PIC X(30) VALUE SPACE.
       01  RECOVERY-COUNTS.
           05  WS-RF-BATCH-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-RF-ONLINE-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-RF-WRITTEN               PIC 9(5) VALUE ZERO.
           05  WS-RF-REWRITTEN             PIC 9(5) VALUE ZERO.
           05  WS-RF-DELETED               PIC 9(5) VALUE ZERO.
           05  WS-RF-ALREADY               PIC 9(5) VALUE ZERO.
           05  WS-RF-SEQ-ERRORS            PIC 9(5) VALUE ZERO.
           05  WS-RCV-COUNT                PIC 9(5) VALUE ZERO.
           05  WS-RCV-FINDINGS             PIC 9(5) VALUE ZERO.
       01  RECOVERED-IMAGE.
           05  FILLER                      PIC X(21).
           05  RCV-NAME                    PIC X(20).
           05  FILLER                      PIC X(10).
           05  RCV-SSN.
               10  RCV-SSN-FST-3           PIC X(3).
               10  FILLER                  PIC X.
               10  RCV-SSN-MID-2           PIC XX.
               10  FILLER                  PIC X.
               10  RCV-SSN-LST-4           PIC X(4).
           05  FILLER                      PIC X(10).
           05  RCV-DEPT                    PIC XX.
           05  RCV-HIRE-DATE               PIC X(6).
           05  FILLER                      PIC X(30).
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 50.
               10  DT-CODE                 PIC XX.
               10  DT-ACTIVE               PIC X.
       01  FILE-NAME-TABLE.
           05  FILLER                      PIC X(12) VALUE "PRL2.FIL".
           05  FILLER                      PIC X(12) VALUE "AUDL2.FIL".
           IF WS-OPER-FOUND NOT = "Y"
               DISPLAY "OPERATOR NOT ON OPR2.FIL -- SESSION REFUSED."
               STOP RUN.
           MOVE "START" TO WS-JL-FLAG.
           MOVE "RUNNING " TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           PERFORM UTILITY-MENU THRU UTILITY-MENU-EXIT
               UNTIL UTILITY-DONE.
           MOVE "END  " TO WS-JL-FLAG.
           IF WS-BACKUP-ERRORS > ZERO
               MOVE "ERRORS  " TO WS-JL-STATUS
           ELSE
               MOVE "NORMAL  " TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           DISPLAY "END OF FILE-SAFE SESSION.".
           STOP RUN.

           DISPLAY "3. RESTORE ONE FILE FROM A GENERATION".
           DISPLAY "4. LIST THE GENERATION CATALOG".
           DISPLAY "5. PURGE OLD GENERATIONS BY RETENTION".
           DISPLAY "6. POINT-IN-TIME RECOVERY OF PRL2.FIL".
           DISPLAY "0. EXIT".
           DISPLAY "SELECT: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 5
               PERFORM PURGE-GENERATIONS THRU PURGE-EXIT
               GO TO UTILITY-MENU-EXIT.
           IF WS-CHOICE = 6
               PERFORM RECOVER-MASTER THRU RECOVER-EXIT
               GO TO UTILITY-MENU-EXIT.
           DISPLAY "PLEASE SELECT 0 TO 6.".
       UTILITY-MENU-EXIT.
           EXIT.

       SIGN-ON-EXIT.
           EXIT.

       WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               MOVE SPACE TO JOB-LOG-RECORD
               MOVE "FILESAFE" TO JL-PROGRAM
               ACCEPT JL-DATE FROM DATE
               ACCEPT JL-TIME FROM TIME
               MOVE WS-JL-FLAG TO JL-FLAG
               MOVE WS-JL-STATUS TO JL-STATUS
               MOVE WS-BACKUPS-WRITTEN TO JL-COUNT
               MOVE WS-OPER-ID TO JL-OPERATOR
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE.

       ASK-GENERATION.
           DISPLAY "GENERATION DATE (YYMMDD)? " WITH NO ADVANCING.
           ACCEPT WS-GEN-DATE.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " WS-BACKUP-NAME
               ADD 1 TO WS-BACKUP-ERRORS
               PERFORM CLOSE-SOURCE
               GO TO BACKUP-ONE-EXIT.
           MOVE ZERO TO WS-SOURCE-COUNT.
           PERFORM CLOSE-SOURCE.
           CLOSE BACKUP-FILE.
           PERFORM ADD-CATALOG-ENTRY.
           ADD 1 TO WS-BACKUPS-WRITTEN.
           DISPLAY FILE-BASE-NAME (WS-FILE-IX) " -> "
               WS-BACKUP-NAME " (" WS-SOURCE-COUNT " RECORDS)".
       BACKUP-ONE-EXIT.
       RESTORE-ONE-EXIT.
           EXIT.

      * ---- POINT-IN-TIME RECOVERY ----
      * The generation is put back first, then every MNT2.FIL entry
      * from the generation date up to the cutoff is replayed in the
      * order it was logged.  Entries made on the generation date
      * before the backup ran are already in the generation; they
      * replay as no-ops because each one sets the record to its
      * logged after image.
       RECOVER-MASTER.
           IF NOT SUPERVISOR-SIGNED-ON
               DISPLAY "RECOVERY REQUIRES A SUPERVISOR OPERATOR."
               GO TO RECOVER-EXIT.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-TYPE NOT = SPACE
               DISPLAY "LCK2.FIL SHOWS A " WS-LOCK-TYPE
                   " SESSION ON THE MASTER -- RECOVERY REFUSED."
               GO TO RECOVER-EXIT.
           MOVE 1 TO WS-FILE-IX.
           PERFORM ASK-GENERATION.
           PERFORM SET-BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY WS-BACKUP-NAME " -- NO SUCH GENERATION"
               GO TO RECOVER-EXIT.
           CLOSE BACKUP-FILE.
           DISPLAY "ROLL FORWARD TO DATE (YYMMDD)? " WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-DATE.
           DISPLAY "ROLL FORWARD TO TIME (HHMM)? " WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-HHMM.
           IF WS-CUTOFF-DATE < WS-GEN-DATE
               DISPLAY "CUTOFF IS BEFORE THE GENERATION -- "
                   "NOTHING DONE."
               GO TO RECOVER-EXIT.
           IF WS-CUTOFF-HHMM > 2359
               DISPLAY "CUTOFF TIME MUST BE 0000 TO 2359."
               GO TO RECOVER-EXIT.
           COMPUTE WS-CUTOFF-TIME = WS-CUTOFF-HHMM * 10000 + 9999.
           DISPLAY "RESTORE " WS-BACKUP-NAME " AND ROLL FORWARD TO "
               WS-CUTOFF-DATE " " WS-CUTOFF-HHMM.
           DISPLAY "PRL2.FIL WILL BE REPLACED -- ARE YOU SURE (Y/N)?".
           MOVE "N" TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "RECOVERY CANCELLED."
               GO TO RECOVER-EXIT.
           PERFORM SET-RUN-LOCK.
           INITIALIZE RECOVERY-COUNTS.
           PERFORM RECOVER-RESTORE-GEN THRU RECOVER-RESTORE-EXIT.
           IF WS-RCV-OK NOT = "Y"
               PERFORM CLEAR-RUN-LOCK
               GO TO RECOVER-EXIT.
           PERFORM ROLL-FORWARD THRU ROLL-FORWARD-EXIT.
           PERFORM RECOVERY-INTEGRITY THRU RECOVERY-INTEG-EXIT.
           PERFORM RECOVERY-COUNT-CHECK.
           PERFORM CLEAR-RUN-LOCK.
       RECOVER-EXIT.
           EXIT.

       RECOVER-RESTORE-GEN.
           MOVE "N" TO WS-RCV-OK.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY WS-BACKUP-NAME " -- NO SUCH GENERATION"
               GO TO RECOVER-RESTORE-EXIT.
           PERFORM OPEN-SOURCE-OUTPUT.
           IF WS-SOURCE-OPEN NOT = "Y"
               DISPLAY "CANNOT REWRITE PRL2.FIL"
               CLOSE BACKUP-FILE
               GO TO RECOVER-RESTORE-EXIT.
           MOVE ZERO TO WS-BACKUP-COUNT.
           MOVE "N" TO WS-EOF-SW.
       RECOVER-RESTORE-LOOP.
           READ BACKUP-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y" GO TO RECOVER-RESTORE-DONE.
           ADD 1 TO WS-BACKUP-COUNT.
           MOVE BACKUP-RECORD TO WS-RECORD-DATA.
           PERFORM WRITE-SOURCE-RECORD.
           GO TO RECOVER-RESTORE-LOOP.
       RECOVER-RESTORE-DONE.
           CLOSE BACKUP-FILE.
           PERFORM CLOSE-SOURCE.
           MOVE "Y" TO WS-RCV-OK.
           DISPLAY "PRL2.FIL RESTORED FROM " WS-BACKUP-NAME " ("
               WS-BACKUP-COUNT " RECORDS)".
       RECOVER-RESTORE-EXIT.
           EXIT.

       ROLL-FORWARD.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MNT-STATUS NOT = "00"
               DISPLAY "MNT2.FIL NOT AVAILABLE -- "
                   "NOTHING ROLLED FORWARD."
               GO TO ROLL-FORWARD-EXIT.
           OPEN I-O EMP-REPORT-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PRL2.FIL, STATUS=" WS-SOURCE-STATUS
               CLOSE MAINT-AUDIT-FILE
               GO TO ROLL-FORWARD-EXIT.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE ZERO TO WS-LAST-TIME.
           MOVE "N" TO WS-EOF-SW.
       ROLL-FORWARD-LOOP.
           READ MAINT-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y" GO TO ROLL-FORWARD-DONE.
           IF MNT-DATE < WS-GEN-DATE GO TO ROLL-FORWARD-LOOP.
           IF MNT-DATE > WS-CUTOFF-DATE GO TO ROLL-FORWARD-LOOP.
           IF MNT-DATE = WS-CUTOFF-DATE
                   AND MNT-TIME > WS-CUTOFF-TIME
               GO TO ROLL-FORWARD-LOOP.
           IF MNT-ACTION = "APPROVED"
               GO TO ROLL-FORWARD-LOOP.
           IF MNT-ACTION = "CONADD  " OR MNT-ACTION = "CONCHG  "
                   OR MNT-ACTION = "CONDEL  "
               GO TO ROLL-FORWARD-LOOP.
           IF MNT-ACTION = "RPLSET  " OR MNT-ACTION = "RPLDEL  "
               GO TO ROLL-FORWARD-LOOP.
           IF MNT-DATE < WS-LAST-DATE
                   OR (MNT-DATE = WS-LAST-DATE
                       AND MNT-TIME < WS-LAST-TIME)
               ADD 1 TO WS-RF-SEQ-ERRORS
               DISPLAY "OUT OF SEQUENCE: " MNT-DATE " " MNT-TIME
                   " " MNT-ACTION " " MNT-SSN.
           MOVE MNT-DATE TO WS-LAST-DATE.
           MOVE MNT-TIME TO WS-LAST-TIME.
           IF MNT-BATCH-NUM NUMERIC AND MNT-BATCH-NUM > ZERO
               ADD 1 TO WS-RF-BATCH-COUNT
           ELSE
               ADD 1 TO WS-RF-ONLINE-COUNT.
           IF MNT-ACTION = "DELETE  " OR MNT-ACTION = "BACKOUT "
               PERFORM ROLL-FORWARD-DELETE
           ELSE
               PERFORM ROLL-FORWARD-APPLY.
           GO TO ROLL-FORWARD-LOOP.
       ROLL-FORWARD-DONE.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE EMP-REPORT-FILE.
           DISPLAY "BATCH ENTRIES REPLAYED:     " WS-RF-BATCH-COUNT.
           DISPLAY "ONLINE ENTRIES REPLAYED:    " WS-RF-ONLINE-COUNT.
           DISPLAY "RECORDS ADDED:              " WS-RF-WRITTEN.
           DISPLAY "RECORDS REWRITTEN:          " WS-RF-REWRITTEN.
           DISPLAY "RECORDS DELETED:            " WS-RF-DELETED.
           DISPLAY "ALREADY IN GENERATION:      " WS-RF-ALREADY.
           IF WS-RF-SEQ-ERRORS > 0
               DISPLAY "*** ENTRIES OUT OF SEQUENCE: " WS-RF-SEQ-ERRORS.
       ROLL-FORWARD-EXIT.
           EXIT.

       ROLL-FORWARD-APPLY.
           MOVE MNT-SSN TO SSN-REPORT.
           READ EMP-REPORT-FILE
               INVALID KEY MOVE "23" TO WS-SOURCE-STATUS
           END-READ.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE MNT-AFTER-IMAGE TO EMP-REPORT-LINE
               WRITE EMP-REPORT-LINE
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR " MNT-SSN
                   NOT INVALID KEY
                       ADD 1 TO WS-RF-WRITTEN
               END-WRITE
           ELSE
               IF EMP-REPORT-LINE = MNT-AFTER-IMAGE
                   ADD 1 TO WS-RF-ALREADY
               ELSE
                   MOVE MNT-AFTER-IMAGE TO EMP-REPORT-LINE
                   REWRITE EMP-REPORT-LINE
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR " MNT-SSN
                       NOT INVALID KEY
                           ADD 1 TO WS-RF-REWRITTEN
                   END-REWRITE
               END-IF
           END-IF.

       ROLL-FORWARD-DELETE.
           MOVE MNT-SSN TO SSN-REPORT.
           READ EMP-REPORT-FILE
               INVALID KEY MOVE "23" TO WS-SOURCE-STATUS
           END-READ.
           IF WS-SOURCE-STATUS NOT = "00"
               ADD 1 TO WS-RF-ALREADY
           ELSE
               DELETE EMP-REPORT-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR " MNT-SSN
                   NOT INVALID KEY
                       ADD 1 TO WS-RF-DELETED
               END-DELETE
           END-IF.

      * The same record rules CBL2I applies in its weekly scan: SSN
      * key issued, department on DEPT2.FIL and active, hire date
      * numeric or blank.
       RECOVERY-INTEGRITY.
           PERFORM LOAD-DEPT-TABLE.
           MOVE ZERO TO WS-RCV-COUNT.
           MOVE ZERO TO WS-RCV-FINDINGS.
           OPEN INPUT EMP-REPORT-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN PRL2.FIL FOR THE INTEGRITY PASS."
               GO TO RECOVERY-INTEG-EXIT.
           MOVE "N" TO WS-EOF-SW.
       RECOVERY-INTEG-LOOP.
           READ EMP-REPORT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y" GO TO RECOVERY-INTEG-DONE.
           ADD 1 TO WS-RCV-COUNT.
           MOVE EMP-REPORT-LINE TO RECOVERED-IMAGE.
           PERFORM CHECK-RECOVERED-SSN.
           PERFORM CHECK-RECOVERED-DEPT.
           IF RCV-HIRE-DATE NOT = SPACE
                   AND RCV-HIRE-DATE NOT NUMERIC
               MOVE "HIRE DATE NOT NUMERIC" TO WS-RCV-REASON
               PERFORM SHOW-RECOVERY-FINDING.
           GO TO RECOVERY-INTEG-LOOP.
       RECOVERY-INTEG-DONE.
           CLOSE EMP-REPORT-FILE.
           DISPLAY "INTEGRITY FINDINGS:         " WS-RCV-FINDINGS.
       RECOVERY-INTEG-EXIT.
           EXIT.

       CHECK-RECOVERED-SSN.
           MOVE SPACE TO WS-RCV-REASON.
           IF RCV-SSN-FST-3 NOT NUMERIC OR RCV-SSN-MID-2 NOT NUMERIC
                   OR RCV-SSN-LST-4 NOT NUMERIC
               MOVE "SSN KEY NOT NUMERIC" TO WS-RCV-REASON
           ELSE
               IF RCV-SSN-FST-3 = "000" OR RCV-SSN-FST-3 = "666"
                       OR RCV-SSN-FST-3 NOT < "900"
                   MOVE "SSN AREA NOT ISSUED" TO WS-RCV-REASON
               ELSE
                   IF RCV-SSN-MID-2 = "00"
                       MOVE "SSN GROUP 00 NOT ISSUED" TO WS-RCV-REASON
                   ELSE
                       IF RCV-SSN-LST-4 = "0000"
                           MOVE "SSN SERIAL 0000 NOT ISSUED"
                               TO WS-RCV-REASON.
           IF WS-RCV-REASON NOT = SPACE
               PERFORM SHOW-RECOVERY-FINDING.

       CHECK-RECOVERED-DEPT.
           IF WS-DEPT-COUNT > 0
               MOVE "N" TO WS-DEPT-FOUND
               PERFORM FIND-RECOVERED-DEPT
                   VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DEPT-FOUND = "N"
                   MOVE "DEPT NOT ON DEPT2.FIL" TO WS-RCV-REASON
                   PERFORM SHOW-RECOVERY-FINDING
               ELSE
                   IF WS-DEPT-FOUND = "I"
                       MOVE "DEPT INACTIVE ON DEPT2.FIL"
                           TO WS-RCV-REASON
                       PERFORM SHOW-RECOVERY-FINDING
                   END-IF
               END-IF
           END-IF.

       FIND-RECOVERED-DEPT.
           IF DT-CODE (WS-DEPT-IX) = RCV-DEPT
               IF DT-ACTIVE (WS-DEPT-IX) = "A"
                   MOVE "Y" TO WS-DEPT-FOUND
               ELSE
                   MOVE "I" TO WS-DEPT-FOUND.

       SHOW-RECOVERY-FINDING.
           ADD 1 TO WS-RCV-FINDINGS.
           DISPLAY RCV-SSN " " RCV-NAME " " WS-RCV-REASON.

       LOAD-DEPT-TABLE.
           MOVE ZERO TO WS-DEPT-COUNT.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "DEPT2.FIL NOT AVAILABLE -- DEPT CHECK SKIPPED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-DEPT-RECORD
                   UNTIL WS-EOF-SW = "Y" OR WS-DEPT-COUNT = 50
               CLOSE DEPT-FILE.

       READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW NOT = "Y"
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CODE TO DT-CODE (WS-DEPT-COUNT)
               MOVE DEPT-ACTIVE TO DT-ACTIVE (WS-DEPT-COUNT).

       RECOVERY-COUNT-CHECK.
           MOVE "N" TO WS-MCT-READ.
           MOVE ZERO TO WS-MCT-ON-FILE.
           OPEN INPUT MASTER-COUNT-FILE.
           IF WS-MCT-STATUS = "00"
               READ MASTER-COUNT-FILE
                   AT END MOVE "N" TO WS-MCT-READ
                   NOT AT END MOVE "Y" TO WS-MCT-READ
               END-READ
               CLOSE MASTER-COUNT-FILE.
           IF WS-MCT-READ = "Y" AND MCT-COUNT NUMERIC
               MOVE MCT-COUNT TO WS-MCT-ON-FILE.
           DISPLAY "RECOVERED MASTER RECORDS:   " WS-RCV-COUNT.
           DISPLAY "CONTROL COUNT ON MCT2.FIL:  " WS-MCT-ON-FILE.
           IF WS-MCT-ON-FILE = WS-RCV-COUNT
               DISPLAY "RECOVERED MASTER AGREES WITH MCT2.FIL."
           ELSE
               DISPLAY "*** COUNT MISMATCH -- SET MCT2.FIL TO THE"
                   " RECOVERED COUNT (Y/N)?"
               MOVE "N" TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM REWRITE-MASTER-COUNT
               END-IF
           END-IF.

       REWRITE-MASTER-COUNT.
           OPEN OUTPUT MASTER-COUNT-FILE.
           IF WS-MCT-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE MCT2.FIL, STATUS=" WS-MCT-STATUS
           ELSE
               MOVE SPACE TO MASTER-COUNT-RECORD
               MOVE WS-RCV-COUNT TO MCT-COUNT
               WRITE MASTER-COUNT-RECORD
               CLOSE MASTER-COUNT-FILE
               DISPLAY "MCT2.FIL SET TO " WS-RCV-COUNT.

       CHECK-RUN-LOCK.
           MOVE SPACE TO WS-LOCK-TYPE.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END MOVE SPACE TO WS-LOCK-TYPE
                   NOT AT END MOVE LCK-TYPE TO WS-LOCK-TYPE
               END-READ
               CLOSE RUN-LOCK-FILE.

       SET-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE LCK2.FIL, STATUS=" WS-LOCK-STATUS
           ELSE
               MOVE SPACE TO RUN-LOCK-RECORD
               MOVE "BATCH " TO LCK-TYPE
               MOVE WS-TODAY TO LCK-DATE
               ACCEPT LCK-TIME FROM TIME
               MOVE WS-OPER-ID TO LCK-OPERATOR
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE.

       CLEAR-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               CLOSE RUN-LOCK-FILE.

      * ---- PER-FILE DISPATCH ----
       OPEN-SOURCE-INPUT.
           MOVE "N" TO WS-SOURCE-OPEN.
