       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRL-COMPARE.
      * Compares two FILE-SAFE generations of the employee master,
      * or a generation against the live PRL2.FIL, in SSN order and
      * lists to PRLCMP.PRN every employee added, every employee
      * dropped, and each field that changed for employees on both
      * files: name, department, location, pay type, rate and title,
      * then employee number, hire date and the leave fields, with
      * any other difference in the record shown as OTHER.  The
      * summary gives a count per category and balances old plus
      * added less dropped against new, so the auditors can tie the
      * differences back to the activity registers.  Both files must
      * be in SSN order; the compare stops at the first key out of
      * sequence.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GEN-FILE ASSIGN TO WS-OLD-NAME
               FILE STATUS WS-OLD-STATUS.
           SELECT NEW-GEN-FILE ASSIGN TO WS-NEW-NAME
               FILE STATUS WS-NEW-STATUS.
           SELECT EMP-REPORT-FILE ASSIGN TO "PRL2.FIL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SSN-REPORT
               FILE STATUS WS-NEW-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO "PRLCMP.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GEN-FILE.
       01  OLD-GEN-RECORD                  PIC X(110).
       FD  NEW-GEN-FILE.
       01  NEW-GEN-RECORD                  PIC X(110).
       FD  EMP-REPORT-FILE.
       01  EMP-REPORT-LINE.
           05  FILLER                      PIC X(51).
           05  SSN-REPORT                  PIC X(11).
           05  FILLER                      PIC X(48).
       FD  COMPARE-REPORT.
       01  COMPARE-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS                   PIC XX.
       01  WS-NEW-STATUS                   PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-OLD-NAME                     PIC X(30).
       01  WS-NEW-NAME                     PIC X(30).
       01  WS-OLD-DATE                     PIC X(6).
       01  WS-NEW-DATE                     PIC X(6).
       01  WS-TODAY                        PIC 9(6) VALUE ZERO.
       01  WS-USE-LIVE                     PIC X VALUE "N".
       01  WS-RUN-OK                       PIC X VALUE "N".
       01  WS-SEQ-ERROR                    PIC X VALUE "N".
       01  WS-KEY-PRINTED                  PIC X VALUE "N".
       01  WS-OLD-KEY                      PIC X(11).
       01  WS-NEW-KEY                      PIC X(11).
       01  WS-OLD-LAST-KEY                 PIC X(11).
       01  WS-NEW-LAST-KEY                 PIC X(11).
       01  WS-OLD-READ                     PIC 9(5) VALUE ZERO.
       01  WS-NEW-READ                     PIC 9(5) VALUE ZERO.
       01  WS-ADDED                        PIC 9(5) VALUE ZERO.
       01  WS-DROPPED                      PIC 9(5) VALUE ZERO.
       01  WS-CHANGED                      PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED                    PIC 9(5) VALUE ZERO.
       01  WS-BALANCE                      PIC 9(5) VALUE ZERO.
       01  WS-RATE-EDIT                    PIC ZZZ9.99.
       01  WS-FIELD-COUNTS.
           05  WS-CNT-NAME                 PIC 9(5) VALUE ZERO.
           05  WS-CNT-DEPT                 PIC 9(5) VALUE ZERO.
           05  WS-CNT-LOC                  PIC 9(5) VALUE ZERO.
           05  WS-CNT-PAY-TYPE             PIC 9(5) VALUE ZERO.
           05  WS-CNT-RATE                 PIC 9(5) VALUE ZERO.
           05  WS-CNT-TITLE                PIC 9(5) VALUE ZERO.
           05  WS-CNT-EMP-ID               PIC 9(5) VALUE ZERO.
           05  WS-CNT-HIRE                 PIC 9(5) VALUE ZERO.
           05  WS-CNT-LEAVE                PIC 9(5) VALUE ZERO.
           05  WS-CNT-OTHER                PIC 9(5) VALUE ZERO.
       01  OLD-IMAGE.
           05  OLD-FILL-1                  PIC X(4).
           05  OLD-EMP-ID                  PIC X(7).
           05  OLD-FILL-2                  PIC X(10).
           05  OLD-NAME                    PIC X(20).
           05  OLD-FILL-3                  PIC X(10).
           05  OLD-SSN                     PIC X(11).
           05  OLD-SSN-PARTS REDEFINES OLD-SSN.
               10  FILLER                  PIC X(7).
               10  OLD-SSN-LST-4           PIC X(4).
           05  OLD-LEAVE-RETURN            PIC X(6).
           05  OLD-FILL-4                  PIC X(4).
           05  OLD-DEPT                    PIC XX.
           05  OLD-HIRE-DATE               PIC X(6).
           05  OLD-PAY-TYPE                PIC X.
           05  OLD-PAY-RATE                PIC 9(4)V99.
           05  OLD-JOB-TITLE               PIC X(10).
           05  OLD-LOC                     PIC XX.
           05  OLD-HIRE-CC                 PIC XX.
           05  OLD-EMP-STATUS              PIC X.
           05  OLD-LEAVE-START             PIC X(6).
           05  OLD-LEAVE-REASON            PIC XX.
       01  NEW-IMAGE.
           05  NEW-FILL-1                  PIC X(4).
           05  NEW-EMP-ID                  PIC X(7).
           05  NEW-FILL-2                  PIC X(10).
           05  NEW-NAME                    PIC X(20).
           05  NEW-FILL-3                  PIC X(10).
           05  NEW-SSN                     PIC X(11).
           05  NEW-SSN-PARTS REDEFINES NEW-SSN.
               10  FILLER                  PIC X(7).
               10  NEW-SSN-LST-4           PIC X(4).
           05  NEW-LEAVE-RETURN            PIC X(6).
           05  NEW-FILL-4                  PIC X(4).
           05  NEW-DEPT                    PIC XX.
           05  NEW-HIRE-DATE               PIC X(6).
           05  NEW-PAY-TYPE                PIC X.
           05  NEW-PAY-RATE                PIC 9(4)V99.
           05  NEW-JOB-TITLE               PIC X(10).
           05  NEW-LOC                     PIC XX.
           05  NEW-HIRE-CC                 PIC XX.
           05  NEW-EMP-STATUS              PIC X.
           05  NEW-LEAVE-START             PIC X(6).
           05  NEW-LEAVE-REASON            PIC XX.
       01  WS-HIRE-VIEW.
           05  WS-HV-CC                    PIC XX.
           05  WS-HV-DATE                  PIC X(6).
       01  WS-LEAVE-VIEW.
           05  WS-LV-STATUS                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-LV-START                 PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-LV-REASON                PIC XX.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-LV-RETURN                PIC X(6).
       01  HEAD-LINE-1.
           05  FILLER                      PIC X(40) VALUE
               "PRL2.FIL GENERATION COMPARE".
           05  FILLER                      PIC X(10) VALUE
               "RUN DATE ".
           05  HL1-DATE                    PIC 9(6).
       01  HEAD-LINE-2.
           05  FILLER                      PIC X(5) VALUE "OLD: ".
           05  HL2-OLD                     PIC X(30).
           05  FILLER                      PIC X(5) VALUE "NEW: ".
           05  HL2-NEW                     PIC X(30).
       01  HEAD-LINE-3.
           05  FILLER                      PIC X(40) VALUE
               "ACTION   EMP ID  SSN         NAME".
           05  FILLER                      PIC X(40) VALUE
               "          OLD VALUE / NEW VALUE".
       01  KEY-LINE.
           05  KL-ACTION                   PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  KL-EMP-ID                   PIC X(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  KL-SSN-MASK                 PIC X(7) VALUE "***-**-".
           05  KL-SSN-LST-4                PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  KL-NAME                     PIC X(20).
       01  VALUE-LINE.
           05  FILLER                      PIC X(10) VALUE SPACE.
           05  FILLER                      PIC X(5) VALUE "DEPT ".
           05  VL-DEPT                     PIC XX.
           05  FILLER                      PIC X(6) VALUE "  LOC ".
           05  VL-LOC                      PIC XX.
           05  FILLER                      PIC X(7) VALUE "  TYPE ".
           05  VL-PAY-TYPE                 PIC X.
           05  FILLER                      PIC X(7) VALUE "  RATE ".
           05  VL-RATE                     PIC ZZZ9.99.
           05  FILLER                      PIC X(8) VALUE "  TITLE ".
           05  VL-TITLE                    PIC X(10).
       01  CHANGE-LINE.
           05  FILLER                      PIC X(10) VALUE SPACE.
           05  CL-FIELD                    PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  CL-OLD                      PIC X(20).
           05  FILLER                      PIC X(4) VALUE " -> ".
           05  CL-NEW                      PIC X(20).
       01  TOTAL-LINE.
           05  TL-TEXT                     PIC X(40).
           05  TL-COUNT                    PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       PRL-COMPARE.
           ACCEPT WS-TODAY FROM DATE.
           PERFORM GET-GENERATIONS THRU GET-GENERATIONS-EXIT.
           IF WS-RUN-OK = "Y"
               PERFORM COMPARE-FILES THRU COMPARE-FILES-EXIT.
           DISPLAY "END OF PRL-COMPARE.".
           STOP RUN.

      * ---- CHOOSE AND OPEN THE TWO FILES ----
       GET-GENERATIONS.
           DISPLAY SPACE.
           DISPLAY "PRL-COMPARE -- EMPLOYEE MASTER GENERATION COMPARE".
           DISPLAY "OLD GENERATION DATE (YYMMDD)? " WITH NO ADVANCING.
           ACCEPT WS-OLD-DATE.
           IF WS-OLD-DATE NOT NUMERIC
               DISPLAY "GENERATION DATE MUST BE YYMMDD."
               GO TO GET-GENERATIONS-EXIT.
           DISPLAY "NEW GENERATION DATE (YYMMDD, BLANK = LIVE FILE)? "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE = SPACE
               MOVE "Y" TO WS-USE-LIVE
           ELSE
               IF WS-NEW-DATE NOT NUMERIC
                   DISPLAY "GENERATION DATE MUST BE YYMMDD."
                   GO TO GET-GENERATIONS-EXIT.
           IF WS-NEW-DATE = WS-OLD-DATE
               DISPLAY "OLD AND NEW ARE THE SAME GENERATION."
               GO TO GET-GENERATIONS-EXIT.
           MOVE SPACE TO WS-OLD-NAME.
           STRING "PRL2.FIL" DELIMITED BY SIZE
               ".B" DELIMITED BY SIZE
               WS-OLD-DATE DELIMITED BY SIZE
               INTO WS-OLD-NAME.
           OPEN INPUT OLD-GEN-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY WS-OLD-NAME " -- NO SUCH GENERATION"
               GO TO GET-GENERATIONS-EXIT.
           IF WS-USE-LIVE = "Y"
               MOVE "PRL2.FIL (LIVE)" TO WS-NEW-NAME
               OPEN INPUT EMP-REPORT-FILE
           ELSE
               MOVE SPACE TO WS-NEW-NAME
               STRING "PRL2.FIL" DELIMITED BY SIZE
                   ".B" DELIMITED BY SIZE
                   WS-NEW-DATE DELIMITED BY SIZE
                   INTO WS-NEW-NAME
               OPEN INPUT NEW-GEN-FILE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " WS-NEW-NAME
                   ", STATUS=" WS-NEW-STATUS
               CLOSE OLD-GEN-FILE
               GO TO GET-GENERATIONS-EXIT.
           OPEN OUTPUT COMPARE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PRLCMP.PRN"
               PERFORM CLOSE-INPUTS
               GO TO GET-GENERATIONS-EXIT.
           MOVE "Y" TO WS-RUN-OK.
       GET-GENERATIONS-EXIT.
           EXIT.

       CLOSE-INPUTS.
           CLOSE OLD-GEN-FILE.
           IF WS-USE-LIVE = "Y"
               CLOSE EMP-REPORT-FILE
           ELSE
               CLOSE NEW-GEN-FILE.

      * ---- MATCH THE TWO FILES ON SSN ----
       COMPARE-FILES.
           MOVE WS-TODAY TO HL1-DATE.
           MOVE WS-OLD-NAME TO HL2-OLD.
           MOVE WS-NEW-NAME TO HL2-NEW.
           WRITE COMPARE-LINE FROM HEAD-LINE-1.
           WRITE COMPARE-LINE FROM HEAD-LINE-2.
           MOVE SPACE TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           WRITE COMPARE-LINE FROM HEAD-LINE-3.
           MOVE SPACE TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE LOW-VALUES TO WS-OLD-LAST-KEY WS-NEW-LAST-KEY.
           PERFORM READ-OLD THRU READ-OLD-EXIT.
           PERFORM READ-NEW THRU READ-NEW-EXIT.
       COMPARE-LOOP.
           IF WS-SEQ-ERROR = "Y" GO TO COMPARE-ABANDON.
           IF WS-OLD-KEY = HIGH-VALUES AND WS-NEW-KEY = HIGH-VALUES
               GO TO COMPARE-DONE.
           IF WS-OLD-KEY < WS-NEW-KEY
               PERFORM LIST-DROPPED
               PERFORM READ-OLD THRU READ-OLD-EXIT
               GO TO COMPARE-LOOP.
           IF WS-OLD-KEY > WS-NEW-KEY
               PERFORM LIST-ADDED
               PERFORM READ-NEW THRU READ-NEW-EXIT
               GO TO COMPARE-LOOP.
           PERFORM COMPARE-EMPLOYEE THRU COMPARE-EMPLOYEE-EXIT.
           PERFORM READ-OLD THRU READ-OLD-EXIT.
           PERFORM READ-NEW THRU READ-NEW-EXIT.
           GO TO COMPARE-LOOP.
       COMPARE-ABANDON.
           MOVE SPACE TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE "*** FILE OUT OF SSN ORDER -- COMPARE STOPPED ***"
               TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           DISPLAY "FILE OUT OF SSN ORDER -- COMPARE STOPPED.".
       COMPARE-DONE.
           PERFORM PRINT-SUMMARY.
           PERFORM CLOSE-INPUTS.
           CLOSE COMPARE-REPORT.
           DISPLAY "ADDED " WS-ADDED "  DROPPED " WS-DROPPED
               "  CHANGED " WS-CHANGED.
           DISPLAY "COMPARE LISTED TO PRLCMP.PRN".
       COMPARE-FILES-EXIT.
           EXIT.

       READ-OLD.
           READ OLD-GEN-FILE INTO OLD-IMAGE
               AT END MOVE HIGH-VALUES TO WS-OLD-KEY
                   GO TO READ-OLD-EXIT.
           ADD 1 TO WS-OLD-READ.
           MOVE OLD-SSN TO WS-OLD-KEY.
           IF WS-OLD-KEY NOT > WS-OLD-LAST-KEY
               DISPLAY WS-OLD-NAME " OUT OF ORDER AT RECORD "
                   WS-OLD-READ
               MOVE "Y" TO WS-SEQ-ERROR.
           MOVE WS-OLD-KEY TO WS-OLD-LAST-KEY.
       READ-OLD-EXIT.
           EXIT.

       READ-NEW.
           IF WS-USE-LIVE = "Y"
               READ EMP-REPORT-FILE INTO NEW-IMAGE
                   AT END MOVE HIGH-VALUES TO WS-NEW-KEY
                       GO TO READ-NEW-EXIT
           ELSE
               READ NEW-GEN-FILE INTO NEW-IMAGE
                   AT END MOVE HIGH-VALUES TO WS-NEW-KEY
                       GO TO READ-NEW-EXIT.
           ADD 1 TO WS-NEW-READ.
           MOVE NEW-SSN TO WS-NEW-KEY.
           IF WS-NEW-KEY NOT > WS-NEW-LAST-KEY
               DISPLAY WS-NEW-NAME " OUT OF ORDER AT RECORD "
                   WS-NEW-READ
               MOVE "Y" TO WS-SEQ-ERROR.
           MOVE WS-NEW-KEY TO WS-NEW-LAST-KEY.
       READ-NEW-EXIT.
           EXIT.

      * ---- ADDED AND DROPPED EMPLOYEES ----
       LIST-DROPPED.
           ADD 1 TO WS-DROPPED.
           MOVE "DROPPED" TO KL-ACTION.
           MOVE OLD-EMP-ID TO KL-EMP-ID.
           MOVE OLD-SSN-LST-4 TO KL-SSN-LST-4.
           MOVE OLD-NAME TO KL-NAME.
           WRITE COMPARE-LINE FROM KEY-LINE.
           MOVE OLD-DEPT TO VL-DEPT.
           MOVE OLD-LOC TO VL-LOC.
           MOVE OLD-PAY-TYPE TO VL-PAY-TYPE.
           MOVE OLD-PAY-RATE TO VL-RATE.
           MOVE OLD-JOB-TITLE TO VL-TITLE.
           WRITE COMPARE-LINE FROM VALUE-LINE.

       LIST-ADDED.
           ADD 1 TO WS-ADDED.
           MOVE "ADDED" TO KL-ACTION.
           MOVE NEW-EMP-ID TO KL-EMP-ID.
           MOVE NEW-SSN-LST-4 TO KL-SSN-LST-4.
           MOVE NEW-NAME TO KL-NAME.
           WRITE COMPARE-LINE FROM KEY-LINE.
           MOVE NEW-DEPT TO VL-DEPT.
           MOVE NEW-LOC TO VL-LOC.
           MOVE NEW-PAY-TYPE TO VL-PAY-TYPE.
           MOVE NEW-PAY-RATE TO VL-RATE.
           MOVE NEW-JOB-TITLE TO VL-TITLE.
           WRITE COMPARE-LINE FROM VALUE-LINE.

      * ---- FIELD-BY-FIELD CHANGES ----
       COMPARE-EMPLOYEE.
           IF OLD-IMAGE = NEW-IMAGE
               ADD 1 TO WS-UNCHANGED
               GO TO COMPARE-EMPLOYEE-EXIT.
           ADD 1 TO WS-CHANGED.
           MOVE "N" TO WS-KEY-PRINTED.
           IF OLD-NAME NOT = NEW-NAME
               ADD 1 TO WS-CNT-NAME
               MOVE "NAME" TO CL-FIELD
               MOVE OLD-NAME TO CL-OLD
               MOVE NEW-NAME TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-DEPT NOT = NEW-DEPT
               ADD 1 TO WS-CNT-DEPT
               MOVE "DEPT" TO CL-FIELD
               MOVE OLD-DEPT TO CL-OLD
               MOVE NEW-DEPT TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-LOC NOT = NEW-LOC
               ADD 1 TO WS-CNT-LOC
               MOVE "LOCATION" TO CL-FIELD
               MOVE OLD-LOC TO CL-OLD
               MOVE NEW-LOC TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-PAY-TYPE NOT = NEW-PAY-TYPE
               ADD 1 TO WS-CNT-PAY-TYPE
               MOVE "PAY TYPE" TO CL-FIELD
               MOVE OLD-PAY-TYPE TO CL-OLD
               MOVE NEW-PAY-TYPE TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-PAY-RATE NOT = NEW-PAY-RATE
               ADD 1 TO WS-CNT-RATE
               MOVE "RATE" TO CL-FIELD
               MOVE OLD-PAY-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO CL-OLD
               MOVE NEW-PAY-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-JOB-TITLE NOT = NEW-JOB-TITLE
               ADD 1 TO WS-CNT-TITLE
               MOVE "TITLE" TO CL-FIELD
               MOVE OLD-JOB-TITLE TO CL-OLD
               MOVE NEW-JOB-TITLE TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-EMP-ID NOT = NEW-EMP-ID
               ADD 1 TO WS-CNT-EMP-ID
               MOVE "EMP ID" TO CL-FIELD
               MOVE OLD-EMP-ID TO CL-OLD
               MOVE NEW-EMP-ID TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-HIRE-DATE NOT = NEW-HIRE-DATE
                   OR OLD-HIRE-CC NOT = NEW-HIRE-CC
               ADD 1 TO WS-CNT-HIRE
               MOVE "HIRE DATE" TO CL-FIELD
               MOVE OLD-HIRE-CC TO WS-HV-CC
               MOVE OLD-HIRE-DATE TO WS-HV-DATE
               MOVE WS-HIRE-VIEW TO CL-OLD
               MOVE NEW-HIRE-CC TO WS-HV-CC
               MOVE NEW-HIRE-DATE TO WS-HV-DATE
               MOVE WS-HIRE-VIEW TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-EMP-STATUS NOT = NEW-EMP-STATUS
                   OR OLD-LEAVE-START NOT = NEW-LEAVE-START
                   OR OLD-LEAVE-REASON NOT = NEW-LEAVE-REASON
                   OR OLD-LEAVE-RETURN NOT = NEW-LEAVE-RETURN
               ADD 1 TO WS-CNT-LEAVE
               MOVE "LEAVE" TO CL-FIELD
               MOVE OLD-EMP-STATUS TO WS-LV-STATUS
               MOVE OLD-LEAVE-START TO WS-LV-START
               MOVE OLD-LEAVE-REASON TO WS-LV-REASON
               MOVE OLD-LEAVE-RETURN TO WS-LV-RETURN
               MOVE WS-LEAVE-VIEW TO CL-OLD
               MOVE NEW-EMP-STATUS TO WS-LV-STATUS
               MOVE NEW-LEAVE-START TO WS-LV-START
               MOVE NEW-LEAVE-REASON TO WS-LV-REASON
               MOVE NEW-LEAVE-RETURN TO WS-LV-RETURN
               MOVE WS-LEAVE-VIEW TO CL-NEW
               PERFORM WRITE-CHANGE.
           IF OLD-FILL-1 NOT = NEW-FILL-1
                   OR OLD-FILL-2 NOT = NEW-FILL-2
                   OR OLD-FILL-3 NOT = NEW-FILL-3
                   OR OLD-FILL-4 NOT = NEW-FILL-4
               ADD 1 TO WS-CNT-OTHER
               MOVE "OTHER" TO CL-FIELD
               MOVE "UNUSED COLUMNS" TO CL-OLD
               MOVE "DIFFER" TO CL-NEW
               PERFORM WRITE-CHANGE.
       COMPARE-EMPLOYEE-EXIT.
           EXIT.

       WRITE-CHANGE.
           IF WS-KEY-PRINTED = "N"
               MOVE "CHANGED" TO KL-ACTION
               MOVE NEW-EMP-ID TO KL-EMP-ID
               MOVE NEW-SSN-LST-4 TO KL-SSN-LST-4
               MOVE NEW-NAME TO KL-NAME
               WRITE COMPARE-LINE FROM KEY-LINE
               MOVE "Y" TO WS-KEY-PRINTED.
           WRITE COMPARE-LINE FROM CHANGE-LINE.

      * ---- SUMMARY ----
       PRINT-SUMMARY.
           MOVE SPACE TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE "SUMMARY" TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE "RECORDS ON OLD FILE" TO TL-TEXT.
           MOVE WS-OLD-READ TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "RECORDS ON NEW FILE" TO TL-TEXT.
           MOVE WS-NEW-READ TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "EMPLOYEES ADDED" TO TL-TEXT.
           MOVE WS-ADDED TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "EMPLOYEES DROPPED" TO TL-TEXT.
           MOVE WS-DROPPED TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "EMPLOYEES CHANGED" TO TL-TEXT.
           MOVE WS-CHANGED TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "EMPLOYEES UNCHANGED" TO TL-TEXT.
           MOVE WS-UNCHANGED TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE SPACE TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE "FIELD CHANGES" TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE "  NAME" TO TL-TEXT.
           MOVE WS-CNT-NAME TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  DEPARTMENT" TO TL-TEXT.
           MOVE WS-CNT-DEPT TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  LOCATION" TO TL-TEXT.
           MOVE WS-CNT-LOC TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  PAY TYPE" TO TL-TEXT.
           MOVE WS-CNT-PAY-TYPE TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  PAY RATE" TO TL-TEXT.
           MOVE WS-CNT-RATE TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  JOB TITLE" TO TL-TEXT.
           MOVE WS-CNT-TITLE TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  EMPLOYEE NUMBER" TO TL-TEXT.
           MOVE WS-CNT-EMP-ID TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  HIRE DATE" TO TL-TEXT.
           MOVE WS-CNT-HIRE TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  LEAVE STATUS/DATES" TO TL-TEXT.
           MOVE WS-CNT-LEAVE TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE "  OTHER" TO TL-TEXT.
           MOVE WS-CNT-OTHER TO TL-COUNT.
           WRITE COMPARE-LINE FROM TOTAL-LINE.
           MOVE SPACE TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE WS-OLD-READ TO WS-BALANCE.
           ADD WS-ADDED TO WS-BALANCE.
           SUBTRACT WS-DROPPED FROM WS-BALANCE.
           IF WS-SEQ-ERROR = "Y"
               MOVE "BALANCE NOT CHECKED -- COMPARE STOPPED"
                   TO COMPARE-LINE
           ELSE
               IF WS-BALANCE = WS-NEW-READ
                   MOVE "OLD + ADDED - DROPPED = NEW   IN BALANCE"
                       TO COMPARE-LINE
               ELSE
                   MOVE "OLD + ADDED - DROPPED = NEW   OUT OF BALANCE"
                       TO COMPARE-LINE.
           WRITE COMPARE-LINE.
