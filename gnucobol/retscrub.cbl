       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-SCRUB.
      * Retention scrub of personal data held on former employees.
      * A leaver is past retention when the latest termination on
      * file for the SSN (TSN2.FIL, the live TRM2.FIL and every
      * TRM2.FIL.Y<ccyy> history file) is older than the retention
      * period, RETSCRUB YEARS on PARM2.FIL (default 7 years), and
      * the SSN is not back on the master PRL2.FIL as a rehire.
      * For those people the run rewrites, through a work file:
      *   TRM2.FIL and its .Y<ccyy> history files  (master images)
      *   TSN2.FIL                                  (rehire SSNs)
      *   MNT2.FIL and its .Y<ccyy> history files  (audit images)
      *   XLG2.FIL and its .Y<ccyy> history files  (card images)
      *   CTA2.FIL                                  (contact archive)
      *   every PRL2.FIL.B<yymmdd> generation on FSCAT.DAT
      * Names, addresses, phone numbers and emergency contacts are
      * blanked and the SSN is replaced by a one-way token, T- and
      * nine digits, keyed by CBL2 TOKENKEY on PARM2.FIL, which
      * CBL2 builds the same way so rehire screening still matches
      * a returning employee.  Employee IDs, dates, departments and
      * reason codes are kept for the turnover and exit reports.
      * XLG2 card images hold a nine-digit SSN with no room for the
      * token, so the SSN there is blanked; open exceptions (status
      * O) are held until corrected.  A certificate of the records
      * scrubbed in each file goes to RETSCRUB.PRN.  A supervisor
      * must sign on, and the run holds the BATCH lock on LCK2.FIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO WS-TARGET-NAME
               FILE STATUS WS-TARGET-STATUS.
           SELECT TERM-SSN-FILE ASSIGN TO WS-TARGET-NAME
               FILE STATUS WS-TARGET-STATUS.
           SELECT MAINT-FILE ASSIGN TO WS-TARGET-NAME
               FILE STATUS WS-TARGET-STATUS.
           SELECT LEDGER-FILE ASSIGN TO WS-TARGET-NAME
               FILE STATUS WS-TARGET-STATUS.
           SELECT CONTACT-ARCHIVE-FILE ASSIGN TO WS-TARGET-NAME
               FILE STATUS WS-TARGET-STATUS.
           SELECT MASTER-GEN-FILE ASSIGN TO WS-TARGET-NAME
               FILE STATUS WS-TARGET-STATUS.
           SELECT TERM-WORK-FILE ASSIGN TO WS-WORK-NAME
               FILE STATUS WS-WORK-STATUS.
           SELECT TERM-SSN-WORK-FILE ASSIGN TO WS-WORK-NAME
               FILE STATUS WS-WORK-STATUS.
           SELECT MAINT-WORK-FILE ASSIGN TO WS-WORK-NAME
               FILE STATUS WS-WORK-STATUS.
           SELECT LEDGER-WORK-FILE ASSIGN TO WS-WORK-NAME
               FILE STATUS WS-WORK-STATUS.
           SELECT CONTACT-WORK-FILE ASSIGN TO WS-WORK-NAME
               FILE STATUS WS-WORK-STATUS.
           SELECT MASTER-WORK-FILE ASSIGN TO WS-WORK-NAME
               FILE STATUS WS-WORK-STATUS.
           SELECT EMP-REPORT-FILE ASSIGN TO "PRL2.FIL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SSN-REPORT
               FILE STATUS WS-MASTER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "FSCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FSCAT-STATUS.
           SELECT CLOSE-REGISTER-FILE ASSIGN TO "YRCLOSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARM2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT SCRUB-REPORT ASSIGN TO "RETSCRUB.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPR2.FIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPR-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "LCK2.FIL"
               FILE STATUS WS-LOCK-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               FILE STATUS WS-JOBLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE.
       01  TERM-RECORD                     PIC X(120).
       FD  TERM-SSN-FILE.
       01  TERM-SSN-RECORD                 PIC X(80).
       FD  MAINT-FILE.
       01  MAINT-RECORD                    PIC X(274).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD                   PIC X(127).
       FD  CONTACT-ARCHIVE-FILE.
       01  CONTACT-ARCHIVE-RECORD          PIC X(120).
       FD  MASTER-GEN-FILE.
       01  MASTER-GEN-RECORD               PIC X(110).
       FD  TERM-WORK-FILE.
       01  TERM-WORK-RECORD                PIC X(120).
       FD  TERM-SSN-WORK-FILE.
       01  TERM-SSN-WORK-RECORD            PIC X(80).
       FD  MAINT-WORK-FILE.
       01  MAINT-WORK-RECORD               PIC X(274).
       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD              PIC X(127).
       FD  CONTACT-WORK-FILE.
       01  CONTACT-WORK-RECORD             PIC X(120).
       FD  MASTER-WORK-FILE.
       01  MASTER-WORK-RECORD              PIC X(110).
       FD  EMP-REPORT-FILE.
       01  EMP-REPORT-LINE.
           05  FILLER                      PIC X(51).
           05  SSN-REPORT                  PIC X(11).
           05  FILLER                      PIC X(48).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-FILE-NAME               PIC X(12).
           05  FILLER                      PIC X.
           05  CAT-GEN-DATE                PIC 9(6).
           05  FILLER                      PIC X.
           05  CAT-REC-COUNT               PIC 9(7).
           05  FILLER                      PIC X.
           05  CAT-RETIRED                 PIC X.
       FD  CLOSE-REGISTER-FILE.
       01  CLOSE-REGISTER-RECORD.
           05  REG-CLOSE-YEAR              PIC 9(4).
           05  FILLER                      PIC X.
           05  REG-FILE-NAME               PIC X(12).
           05  FILLER                      PIC X.
           05  REG-RUN-DATE                PIC 9(6).
           05  FILLER                      PIC X.
           05  REG-BEFORE                  PIC 9(7).
           05  FILLER                      PIC X.
           05  REG-LIVE                    PIC 9(7).
           05  FILLER                      PIC X.
           05  REG-HISTORY                 PIC 9(7).
           05  FILLER                      PIC X.
           05  REG-OPERATOR                PIC X(10).
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  PRM-PROGRAM                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-KEYWORD                 PIC X(10).
           05  FILLER                      PIC X.
           05  PRM-VALUE                   PIC X(20).
       FD  SCRUB-REPORT.
       01  REPORT-LINE                     PIC X(80).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID                      PIC X(10).
           05  FILLER                      PIC X.
           05  OPR-NAME                    PIC X(20).
           05  FILLER                      PIC X.
           05  OPR-LEVEL                   PIC X.
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
       01  WS-TARGET-STATUS                PIC XX.
       01  WS-WORK-STATUS                  PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-FSCAT-STATUS                 PIC XX.
       01  WS-REGISTER-STATUS              PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-OPR-STATUS                   PIC XX.
       01  WS-LOCK-STATUS                  PIC XX.
       01  WS-JOBLOG-STATUS                PIC XX.
       01  WS-TARGET-NAME                  PIC X(30) VALUE SPACE.
       01  WS-WORK-NAME                    PIC X(30)
               VALUE "RETSCRUB.WRK".
       01  WS-TYPE-IX                      PIC 9 VALUE 0.
       01  WS-EOF-SW                       PIC X VALUE "N".
       01  WS-TARGET-OPEN                  PIC X VALUE "N".
       01  WS-WORK-OPEN                    PIC X VALUE "N".
       01  WS-TODAY.
           05  WS-TODAY-YY                 PIC 99.
           05  WS-TODAY-MMDD               PIC 9(4).
       01  WS-TODAY-CCYY                   PIC 9(4) VALUE ZERO.
       01  WS-RETAIN-YEARS                 PIC 99 VALUE 7.
       01  WS-KEYED-YEARS                  PIC 99 VALUE ZERO.
       01  WS-CUTOFF-CCYY                  PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM                      PIC X VALUE "N".
       01  WS-LOCK-TYPE                    PIC X(6) VALUE SPACE.
       01  WS-OPER-ID                      PIC X(10) VALUE SPACE.
       01  WS-OPER-NAME                    PIC X(20) VALUE SPACE.
       01  WS-OPER-LEVEL                   PIC X VALUE SPACE.
           88  SUPERVISOR-SIGNED-ON        VALUE "S".
       01  WS-OPER-FOUND                   PIC X VALUE "N".
       01  WS-ALL-BALANCED                 PIC X VALUE "Y".
       01  WS-JL-FLAG                      PIC X(5) VALUE SPACE.
       01  WS-JL-STATUS                    PIC X(8) VALUE SPACE.
       01  WS-JL-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-PARM-EOF                     PIC X VALUE "N".
       01  WS-PARM-FOUND                   PIC X VALUE "N".
       01  WS-PARM-PROGRAM                 PIC X(10) VALUE SPACE.
       01  WS-PARM-KEYWORD                 PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE                   PIC X(20) VALUE SPACE.
       01  WS-PARM-YEARS REDEFINES WS-PARM-VALUE.
           05  WS-PARM-YEARS-NUM           PIC 9(4).
           05  FILLER                      PIC X(16).
       01  WS-PARM-KEY REDEFINES WS-PARM-VALUE.
           05  WS-PARM-KEY-X               PIC X(9).
           05  FILLER                      PIC X(11).
       01  WS-REC-DATE                     PIC 9(6) VALUE ZERO.
       01  WS-REC-DATE-PARTS REDEFINES WS-REC-DATE.
           05  WS-REC-YY                   PIC 99.
           05  WS-REC-MMDD                 PIC 9(4).
       01  WS-REC-CCYY                     PIC 9(4) VALUE ZERO.
       01  WS-FULL-DATE                    PIC 9(8) VALUE ZERO.
      * The token must be built exactly as CBL2 A534-SET-SSN-TOKEN
      * builds it: three rounds of (X + 1) squared plus the key,
      * modulo 999999937, on the nine SSN digits.
       01  WS-TOKEN-KEY-X                  PIC X(9) VALUE "271828183".
       01  WS-TOKEN-KEY REDEFINES WS-TOKEN-KEY-X
                                           PIC 9(9).
       01  WS-TOKEN-SSN.
           05  WS-TOKEN-FST-3              PIC X(3).
           05  WS-TOKEN-MID-2              PIC XX.
           05  WS-TOKEN-LST-4              PIC X(4).
       01  WS-TOKEN-SSN-NUM REDEFINES WS-TOKEN-SSN
                                           PIC 9(9).
       01  WS-SSN-TOKEN.
           05  WS-TOKEN-PREFIX             PIC XX.
           05  WS-TOKEN-DIGITS             PIC 9(9).
       01  WS-TOKEN-VALUE                  PIC 9(9) VALUE ZERO.
       01  WS-TOKEN-WORK                   PIC 9(18) VALUE ZERO.
       01  WS-TOKEN-QUOT                   PIC 9(18) VALUE ZERO.
       01  WS-TOKEN-ROUND                  PIC 9 VALUE ZERO.
       01  WS-MATCH-SSN.
           05  WS-MATCH-PREFIX             PIC XX.
           05  FILLER                      PIC X(9).
       01  WS-MATCH-PARTS REDEFINES WS-MATCH-SSN.
           05  WS-MATCH-FST-3              PIC X(3).
           05  WS-MATCH-GAP-1              PIC X.
           05  WS-MATCH-MID-2              PIC XX.
           05  WS-MATCH-GAP-2              PIC X.
           05  WS-MATCH-LST-4              PIC X(4).
       01  WS-CARD-SSN.
           05  WS-CARD-FST-3               PIC X(3).
           05  WS-CARD-MID-2               PIC XX.
           05  WS-CARD-LST-4               PIC X(4).
       01  WS-LEAVER-FOUND                 PIC X VALUE "N".
       01  WS-LEAVER-IX                    PIC 9(4) VALUE ZERO.
       01  WS-LEAVER-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LEAVER-OVERFLOW              PIC X VALUE "N".
       01  WS-EXPIRED-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REHIRED-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-RECENT-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-TOKENED-COUNT                PIC 9(4) VALUE ZERO.
       01  LEAVER-TABLE.
           05  LEAVER-ENTRY OCCURS 3000.
               10  LT-SSN                  PIC X(11).
               10  LT-FULL-DATE            PIC 9(8).
               10  LT-STATE                PIC X.
                   88  LT-EXPIRED          VALUE "E".
                   88  LT-REHIRED          VALUE "A".
                   88  LT-TOKENED          VALUE "T".
               10  LT-TOKEN                PIC X(11).
       01  WS-YEAR-COUNT                   PIC 99 VALUE ZERO.
       01  WS-YEAR-IX                      PIC 99 VALUE ZERO.
       01  WS-YEAR-FOUND                   PIC X VALUE "N".
       01  HISTORY-YEAR-TABLE.
           05  HY-YEAR OCCURS 90           PIC 9(4).
       01  WS-TARGET-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-TARGET-IX                    PIC 9(3) VALUE ZERO.
       01  WS-TARGET-OVERFLOW              PIC X VALUE "N".
       01  WS-NEW-TYPE                     PIC 9 VALUE 0.
       01  WS-NEW-NAME                     PIC X(30) VALUE SPACE.
       01  WS-BASE-NAME                    PIC X(12) VALUE SPACE.
       01  TARGET-TABLE.
           05  TARGET-ENTRY OCCURS 300.
               10  TG-TYPE                 PIC 9.
               10  TG-NAME                 PIC X(30).
               10  TG-PRESENT              PIC X.
               10  TG-READ                 PIC 9(7).
               10  TG-SCRUBBED             PIC 9(7).
               10  TG-ALREADY              PIC 9(7).
               10  TG-HELD                 PIC 9(7).
               10  TG-AFTER                PIC 9(7).
               10  TG-BALANCED             PIC X.
       01  SCRUB-TOTALS.
           05  WS-TOT-READ                 PIC 9(7) VALUE ZERO.
           05  WS-TOT-SCRUBBED             PIC 9(7) VALUE ZERO.
           05  WS-TOT-ALREADY              PIC 9(7) VALUE ZERO.
           05  WS-TOT-HELD                 PIC 9(7) VALUE ZERO.
       01  WS-RESULT                       PIC X VALUE SPACE.
           88  RESULT-SCRUBBED             VALUE "S".
           88  RESULT-ALREADY              VALUE "A".
           88  RESULT-HELD                 VALUE "H".
       01  WS-RECORD-DATA                  PIC X(274).
       01  TERM-VIEW REDEFINES WS-RECORD-DATA.
           05  TV-IMAGE                    PIC X(110).
           05  TV-TERM-DATE                PIC 9(6).
           05  FILLER                      PIC X(158).
       01  TSN-VIEW REDEFINES WS-RECORD-DATA.
           05  SV-SSN.
               10  SV-SSN-PREFIX           PIC XX.
               10  FILLER                  PIC X(9).
           05  FILLER                      PIC X.
           05  SV-EMP-ID                   PIC X(7).
           05  FILLER                      PIC X.
           05  SV-TERM-DATE                PIC 9(6).
           05  FILLER                      PIC X.
           05  SV-REASON                   PIC XX.
           05  FILLER                      PIC X.
           05  SV-NAME                     PIC X(20).
           05  FILLER                      PIC X(224).
       01  MAINT-VIEW REDEFINES WS-RECORD-DATA.
           05  MV-DATE                     PIC 9(6).
           05  FILLER                      PIC X.
           05  MV-TIME                     PIC 9(8).
           05  FILLER                      PIC X.
           05  MV-ACTION                   PIC X(8).
               88  MV-CONTACT-IMAGE        VALUE "CONADD  "
                                                 "CONCHG  "
                                                 "CONDEL  ".
               88  MV-REPORTING-IMAGE      VALUE "RPLSET  "
                                                 "RPLDEL  ".
           05  FILLER                      PIC X.
           05  MV-SSN.
               10  MV-SSN-PREFIX           PIC XX.
               10  FILLER                  PIC X(9).
           05  FILLER                      PIC X.
           05  MV-BEFORE-IMAGE             PIC X(110).
           05  FILLER                      PIC X.
           05  MV-AFTER-IMAGE              PIC X(110).
           05  FILLER                      PIC X(16).
       01  LEDGER-VIEW REDEFINES WS-RECORD-DATA.
           05  LV-STATUS                   PIC X.
           05  FILLER                      PIC X.
           05  LV-BATCH-NUM                PIC 9(4).
           05  FILLER                      PIC X.
           05  LV-RUN-DATE                 PIC 9(6).
           05  FILLER                      PIC X.
           05  LV-CARD-IMAGE               PIC X(80).
           05  FILLER                      PIC X.
           05  LV-REASON                   PIC X(30).
           05  FILLER                      PIC X.
           05  LV-SOURCE                   PIC X.
           05  FILLER                      PIC X(147).
       01  ARCHIVE-VIEW REDEFINES WS-RECORD-DATA.
           05  AV-CONTACT-IMAGE            PIC X(110).
           05  AV-TERM-DATE                PIC 9(6).
           05  AV-TERM-REASON              PIC XX.
           05  FILLER                      PIC X(156).
       01  IMAGE-WORK                      PIC X(110).
       01  MASTER-IMAGE REDEFINES IMAGE-WORK.
           05  FILLER                      PIC X(21).
           05  MI-NAME                     PIC X(20).
           05  FILLER                      PIC X(10).
           05  MI-SSN.
               10  MI-SSN-PREFIX           PIC XX.
               10  FILLER                  PIC X(9).
           05  FILLER                      PIC X(48).
       01  CONTACT-IMAGE REDEFINES IMAGE-WORK.
           05  CI-SSN.
               10  CI-SSN-PREFIX           PIC XX.
               10  FILLER                  PIC X(9).
           05  CI-PERSONAL                 PIC X(89).
           05  CI-UPD-DATE                 PIC 9(6).
           05  FILLER                      PIC X(4).
       01  REPORTING-IMAGE REDEFINES IMAGE-WORK.
           05  RI-SSN                      PIC X(11).
           05  FILLER                      PIC X.
           05  RI-SUPV-SSN                 PIC X(11).
           05  FILLER                      PIC X(87).
       01  CARD-WORK                       PIC X(80).
       01  INPUT-CARD REDEFINES CARD-WORK.
           05  FILLER                      PIC X(13).
           05  CD-NAME                     PIC X(20).
           05  FILLER                      PIC X(15).
           05  CD-SSN                      PIC X(9).
           05  FILLER                      PIC X(23).
       01  PAY-DETAIL-CARD REDEFINES CARD-WORK.
           05  FILLER                      PIC X(10).
           05  PD-NAME                     PIC X(20).
           05  FILLER                      PIC X.
           05  PD-SSN                      PIC X(9).
           05  FILLER                      PIC X(40).
       01  RPT-HDR-LINE.
           05  FILLER                      PIC X(34)
                   VALUE "CERTIFICATE OF RETENTION SCRUB".
           05  FILLER                      PIC X(4) VALUE "RUN ".
           05  RPT-HDR-DATE                PIC 9(6).
           05  FILLER                      PIC X(5) VALUE "  BY ".
           05  RPT-HDR-OPERATOR            PIC X(10).
           05  FILLER                      PIC X(21) VALUE SPACE.
       01  RPT-COL-LINE.
           05  FILLER                      PIC X(34) VALUE "FILE".
           05  FILLER                      PIC X(4) VALUE "READ".
           05  FILLER                      PIC X(9) VALUE " SCRUBBED".
           05  FILLER                      PIC X(9) VALUE "  ALREADY".
           05  FILLER                      PIC X(9) VALUE "     HELD".
           05  FILLER                      PIC X(15) VALUE "  CHECK".
       01  RPT-DETAIL-LINE.
           05  RPT-FILE                    PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  RPT-READ                    PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-SCRUBBED                PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-ALREADY                 PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-HELD                    PIC Z(6)9.
           05  FILLER                      PIC XX VALUE SPACE.
           05  RPT-CHECK                   PIC X(13).
       01  RPT-TEXT-LINE.
           05  RPT-TEXT                    PIC X(80).
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL               PIC X(40).
           05  RPT-TOT-COUNT               PIC Z(7)9.
           05  FILLER                      PIC X(32) VALUE SPACE.
       PROCEDURE DIVISION.
       RETENTIONSCRUB.
           ACCEPT WS-TODAY FROM DATE.
           IF WS-TODAY-YY > 40
               COMPUTE WS-TODAY-CCYY = 1900 + WS-TODAY-YY
           ELSE
               COMPUTE WS-TODAY-CCYY = 2000 + WS-TODAY-YY.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF WS-OPER-FOUND NOT = "Y"
               DISPLAY "OPERATOR NOT ON OPR2.FIL -- SCRUB REFUSED."
               STOP RUN.
           IF NOT SUPERVISOR-SIGNED-ON
               DISPLAY "RETENTION SCRUB REQUIRES A SUPERVISOR OPERATOR."
               STOP RUN.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-TYPE NOT = SPACE
               DISPLAY "LCK2.FIL SHOWS A " WS-LOCK-TYPE
                   " SESSION ON THE MASTER -- SCRUB REFUSED."
               STOP RUN.
           PERFORM LOAD-RUN-PARMS.
           DISPLAY "RETAIN PERSONAL DATA FOR HOW MANY YEARS (0 = "
               WS-RETAIN-YEARS ")? " WITH NO ADVANCING.
           ACCEPT WS-KEYED-YEARS.
           IF WS-KEYED-YEARS NUMERIC AND WS-KEYED-YEARS > ZERO
               MOVE WS-KEYED-YEARS TO WS-RETAIN-YEARS.
           COMPUTE WS-CUTOFF-CCYY = WS-TODAY-CCYY - WS-RETAIN-YEARS.
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-CCYY * 10000
               + WS-TODAY-MMDD.
           PERFORM LOAD-HISTORY-YEARS THRU LOAD-HISTORY-YEARS-EXIT.
           PERFORM LOAD-LEAVER-TABLE THRU LOAD-LEAVER-EXIT.
           IF WS-LEAVER-OVERFLOW = "Y"
               DISPLAY "MORE THAN 3000 FORMER EMPLOYEES ON FILE -- "
                   "SCRUB REFUSED."
               STOP RUN.
           PERFORM MARK-REHIRES THRU MARK-REHIRES-EXIT.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PRL2.FIL NOT AVAILABLE, STATUS="
                   WS-MASTER-STATUS " -- REHIRES CANNOT BE EXCLUDED,"
                   " SCRUB REFUSED."
               STOP RUN.
           PERFORM MARK-EXPIRED THRU MARK-EXPIRED-EXIT
               VARYING WS-LEAVER-IX FROM 1 BY 1
               UNTIL WS-LEAVER-IX > WS-LEAVER-COUNT.
           DISPLAY "FORMER EMPLOYEES ON FILE:     " WS-LEAVER-COUNT.
           DISPLAY "  REHIRED, ON PRL2.FIL:       " WS-REHIRED-COUNT.
           DISPLAY "  WITHIN RETENTION:           " WS-RECENT-COUNT.
           DISPLAY "  SCRUBBED BY AN EARLIER RUN: " WS-TOKENED-COUNT.
           DISPLAY "  LEFT BEFORE " WS-CUTOFF-DATE ", TO SCRUB: "
               WS-EXPIRED-COUNT.
           DISPLAY "NAMES AND CONTACT DETAILS WILL BE BLANKED AND SSNS "
               "TOKENED.  SCRUB NOW (Y/N)?".
           MOVE "N" TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "RETENTION SCRUB CANCELLED."
               STOP RUN.
           PERFORM SET-RUN-LOCK.
           MOVE "START" TO WS-JL-FLAG.
           MOVE "RUNNING " TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           PERFORM BUILD-TARGET-TABLE THRU BUILD-TARGET-EXIT.
           IF WS-TARGET-OVERFLOW = "Y"
               DISPLAY "*** MORE THAN 300 FILES TO SCRUB -- LATER "
                   "GENERATIONS NOT SCRUBBED"
               MOVE "N" TO WS-ALL-BALANCED.
           PERFORM SCRUB-ONE-TARGET THRU SCRUB-ONE-EXIT
               VARYING WS-TARGET-IX FROM 1 BY 1
               UNTIL WS-TARGET-IX > WS-TARGET-COUNT.
           PERFORM PRINT-CERTIFICATE THRU PRINT-CERTIFICATE-EXIT.
           PERFORM CLEAR-RUN-LOCK.
           MOVE WS-TOT-SCRUBBED TO WS-JL-COUNT.
           MOVE "END  " TO WS-JL-FLAG.
           IF WS-ALL-BALANCED = "Y"
               MOVE "NORMAL  " TO WS-JL-STATUS
           ELSE
               MOVE "UNBALNCD" TO WS-JL-STATUS.
           PERFORM WRITE-JOB-LOG.
           DISPLAY "RECORDS SCRUBBED: " WS-TOT-SCRUBBED.
           DISPLAY "CERTIFICATE WRITTEN TO RETSCRUB.PRN".
           IF WS-ALL-BALANCED NOT = "Y"
               DISPLAY "*** A FILE DID NOT BALANCE -- SEE RETSCRUB.PRN "
                   "***".
           STOP RUN.

       SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPER-ID.
           MOVE "N" TO WS-OPER-FOUND.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "OPR2.FIL NOT AVAILABLE."
               GO TO SIGN-ON-EXIT.
       SIGN-ON-READ.
           READ OPERATOR-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE OPERATOR-FILE
               GO TO SIGN-ON-EXIT.
           IF OPR-ID = WS-OPER-ID
               MOVE "Y" TO WS-OPER-FOUND
               MOVE OPR-NAME TO WS-OPER-NAME
               MOVE OPR-LEVEL TO WS-OPER-LEVEL
               DISPLAY "SIGNED ON: " WS-OPER-NAME
               CLOSE OPERATOR-FILE
               GO TO SIGN-ON-EXIT.
           GO TO SIGN-ON-READ.
       SIGN-ON-EXIT.
           EXIT.

      * ---- RUN PARAMETERS ----
      * RETSCRUB YEARS nnnn sets the retention period; the token key
      * is the one CBL2 reads, CBL2 TOKENKEY nnnnnnnnn.
       LOAD-RUN-PARMS.
           MOVE "RETSCRUB" TO WS-PARM-PROGRAM.
           MOVE "YEARS" TO WS-PARM-KEYWORD.
           PERFORM FIND-RUN-PARM THRU FIND-RUN-PARM-EXIT.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-YEARS-NUM NUMERIC
               IF WS-PARM-YEARS-NUM > ZERO
                       AND WS-PARM-YEARS-NUM < 100
                   MOVE WS-PARM-YEARS-NUM TO WS-RETAIN-YEARS
               END-IF
           END-IF.
           MOVE "CBL2" TO WS-PARM-PROGRAM.
           MOVE "TOKENKEY" TO WS-PARM-KEYWORD.
           PERFORM FIND-RUN-PARM THRU FIND-RUN-PARM-EXIT.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-KEY-X NUMERIC
               MOVE WS-PARM-KEY-X TO WS-TOKEN-KEY-X.

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
           IF PRM-PROGRAM = WS-PARM-PROGRAM
                   AND PRM-KEYWORD = WS-PARM-KEYWORD
               MOVE PRM-VALUE TO WS-PARM-VALUE
               MOVE "Y" TO WS-PARM-FOUND
               CLOSE RUN-PARM-FILE
               GO TO FIND-RUN-PARM-EXIT.
           GO TO FIND-RUN-PARM-READ.
       FIND-RUN-PARM-EXIT.
           EXIT.

      * ---- HISTORY YEARS ----
      * Every year YEAR-END-CLOSE has closed has a .Y<ccyy> history
      * file for TRM2, MNT2 and XLG2; YRCLOSE.DAT says which.
       LOAD-HISTORY-YEARS.
           MOVE ZERO TO WS-YEAR-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLOSE-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               GO TO LOAD-HISTORY-YEARS-EXIT.
       LOAD-HISTORY-YEARS-READ.
           READ CLOSE-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE CLOSE-REGISTER-FILE
               GO TO LOAD-HISTORY-YEARS-EXIT.
           IF REG-FILE-NAME NOT = "TRM2.FIL"
                   OR REG-CLOSE-YEAR NOT NUMERIC
               GO TO LOAD-HISTORY-YEARS-READ.
           MOVE "N" TO WS-YEAR-FOUND.
           PERFORM CHECK-HISTORY-YEAR
               VARYING WS-YEAR-IX FROM 1 BY 1
               UNTIL WS-YEAR-IX > WS-YEAR-COUNT.
           IF WS-YEAR-FOUND NOT = "Y" AND WS-YEAR-COUNT < 90
               ADD 1 TO WS-YEAR-COUNT
               MOVE REG-CLOSE-YEAR TO HY-YEAR (WS-YEAR-COUNT).
           GO TO LOAD-HISTORY-YEARS-READ.
       LOAD-HISTORY-YEARS-EXIT.
           EXIT.

       CHECK-HISTORY-YEAR.
           IF HY-YEAR (WS-YEAR-IX) = REG-CLOSE-YEAR
               MOVE "Y" TO WS-YEAR-FOUND.

       SET-HISTORY-NAME.
           MOVE SPACE TO WS-NEW-NAME.
           STRING WS-BASE-NAME DELIMITED BY SPACE
               ".Y" DELIMITED BY SIZE
               HY-YEAR (WS-YEAR-IX) DELIMITED BY SIZE
               INTO WS-NEW-NAME.

      * ---- FORMER EMPLOYEES ----
      * One entry per SSN holding its latest termination, taken from
      * TSN2.FIL, the live TRM2.FIL and each TRM2 history file.
      * SSNs already replaced by a token are loaded by token, so a
      * ledger card still held open can be matched on a later run.
       LOAD-LEAVER-TABLE.
           MOVE ZERO TO WS-LEAVER-COUNT.
           MOVE 2 TO WS-TYPE-IX.
           MOVE "TSN2.FIL" TO WS-TARGET-NAME.
           PERFORM LOAD-LEAVERS-FROM-FILE
               THRU LOAD-LEAVERS-FROM-FILE-EXIT.
           MOVE 1 TO WS-TYPE-IX.
           MOVE "TRM2.FIL" TO WS-TARGET-NAME.
           PERFORM LOAD-LEAVERS-FROM-FILE
               THRU LOAD-LEAVERS-FROM-FILE-EXIT.
           MOVE "TRM2.FIL" TO WS-BASE-NAME.
           PERFORM LOAD-LEAVERS-FROM-HISTORY
               VARYING WS-YEAR-IX FROM 1 BY 1
               UNTIL WS-YEAR-IX > WS-YEAR-COUNT.
       LOAD-LEAVER-EXIT.
           EXIT.

       LOAD-LEAVERS-FROM-HISTORY.
           MOVE 1 TO WS-TYPE-IX.
           PERFORM SET-HISTORY-NAME.
           MOVE WS-NEW-NAME TO WS-TARGET-NAME.
           PERFORM LOAD-LEAVERS-FROM-FILE
               THRU LOAD-LEAVERS-FROM-FILE-EXIT.

       LOAD-LEAVERS-FROM-FILE.
           PERFORM OPEN-TARGET-INPUT.
           IF WS-TARGET-OPEN NOT = "Y"
               GO TO LOAD-LEAVERS-FROM-FILE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-LEAVERS-LOOP.
           PERFORM READ-TARGET-RECORD.
           IF WS-EOF-SW = "Y"
               PERFORM CLOSE-TARGET
               GO TO LOAD-LEAVERS-FROM-FILE-EXIT.
           MOVE ZERO TO WS-REC-DATE.
           IF WS-TYPE-IX = 2
               MOVE SV-SSN TO WS-MATCH-SSN
               IF SV-TERM-DATE NUMERIC
                   MOVE SV-TERM-DATE TO WS-REC-DATE
               END-IF
           ELSE
               MOVE TV-IMAGE TO IMAGE-WORK
               MOVE MI-SSN TO WS-MATCH-SSN
               IF TV-TERM-DATE NUMERIC
                   MOVE TV-TERM-DATE TO WS-REC-DATE
               END-IF
           END-IF.
           IF WS-MATCH-SSN = SPACE
               GO TO LOAD-LEAVERS-LOOP.
           MOVE ZERO TO WS-FULL-DATE.
           IF WS-REC-DATE NOT = ZERO
               PERFORM SET-RECORD-YEAR.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND = "Y"
               IF WS-FULL-DATE > LT-FULL-DATE (WS-LEAVER-IX)
                   MOVE WS-FULL-DATE TO LT-FULL-DATE (WS-LEAVER-IX)
               END-IF
               GO TO LOAD-LEAVERS-LOOP.
           IF WS-LEAVER-COUNT = 3000
               MOVE "Y" TO WS-LEAVER-OVERFLOW
               PERFORM CLOSE-TARGET
               GO TO LOAD-LEAVERS-FROM-FILE-EXIT.
           ADD 1 TO WS-LEAVER-COUNT.
           MOVE WS-MATCH-SSN TO LT-SSN (WS-LEAVER-COUNT).
           MOVE WS-FULL-DATE TO LT-FULL-DATE (WS-LEAVER-COUNT).
           MOVE SPACE TO LT-STATE (WS-LEAVER-COUNT).
           MOVE SPACE TO LT-TOKEN (WS-LEAVER-COUNT).
           IF WS-MATCH-PREFIX = "T-"
               MOVE "T" TO LT-STATE (WS-LEAVER-COUNT)
               MOVE WS-MATCH-SSN TO LT-TOKEN (WS-LEAVER-COUNT).
           GO TO LOAD-LEAVERS-LOOP.
       LOAD-LEAVERS-FROM-FILE-EXIT.
           EXIT.

       SET-RECORD-YEAR.
           IF WS-REC-YY > 40
               COMPUTE WS-REC-CCYY = 1900 + WS-REC-YY
           ELSE
               COMPUTE WS-REC-CCYY = 2000 + WS-REC-YY.
           COMPUTE WS-FULL-DATE = WS-REC-CCYY * 10000 + WS-REC-MMDD.

       FIND-LEAVER.
           MOVE "N" TO WS-LEAVER-FOUND.
           MOVE 1 TO WS-LEAVER-IX.
       FIND-LEAVER-SCAN.
           IF WS-LEAVER-IX > WS-LEAVER-COUNT
               GO TO FIND-LEAVER-EXIT.
           IF LT-SSN (WS-LEAVER-IX) = WS-MATCH-SSN
               MOVE "Y" TO WS-LEAVER-FOUND
               GO TO FIND-LEAVER-EXIT.
           ADD 1 TO WS-LEAVER-IX.
           GO TO FIND-LEAVER-SCAN.
       FIND-LEAVER-EXIT.
           EXIT.

      * Anyone back on the master has been rehired and keeps every
      * record as it stands, whether found by SSN or by token.
       MARK-REHIRES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EMP-REPORT-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               GO TO MARK-REHIRES-EXIT.
       MARK-REHIRES-READ.
           READ EMP-REPORT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE EMP-REPORT-FILE
               MOVE "00" TO WS-MASTER-STATUS
               GO TO MARK-REHIRES-EXIT.
           MOVE SSN-REPORT TO WS-MATCH-SSN.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND = "Y"
               MOVE "A" TO LT-STATE (WS-LEAVER-IX).
           PERFORM SET-SSN-TOKEN.
           IF WS-SSN-TOKEN NOT = SPACE
               MOVE WS-SSN-TOKEN TO WS-MATCH-SSN
               PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT
               IF WS-LEAVER-FOUND = "Y"
                   MOVE "A" TO LT-STATE (WS-LEAVER-IX).
           GO TO MARK-REHIRES-READ.
       MARK-REHIRES-EXIT.
           EXIT.

      * A leaver with no readable termination date is kept.
       MARK-EXPIRED.
           IF LT-TOKENED (WS-LEAVER-IX)
               ADD 1 TO WS-TOKENED-COUNT
               GO TO MARK-EXPIRED-EXIT.
           IF LT-REHIRED (WS-LEAVER-IX)
               ADD 1 TO WS-REHIRED-COUNT
               GO TO MARK-EXPIRED-EXIT.
           IF LT-FULL-DATE (WS-LEAVER-IX) = ZERO
                   OR LT-FULL-DATE (WS-LEAVER-IX) NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-RECENT-COUNT
               GO TO MARK-EXPIRED-EXIT.
           MOVE "E" TO LT-STATE (WS-LEAVER-IX).
           MOVE LT-SSN (WS-LEAVER-IX) TO WS-MATCH-SSN.
           PERFORM SET-SSN-TOKEN.
           MOVE WS-SSN-TOKEN TO LT-TOKEN (WS-LEAVER-IX).
           ADD 1 TO WS-EXPIRED-COUNT.
       MARK-EXPIRED-EXIT.
           EXIT.

      * ---- ONE-WAY TOKEN ----
       SET-SSN-TOKEN.
           MOVE SPACE TO WS-SSN-TOKEN.
           MOVE WS-MATCH-FST-3 TO WS-TOKEN-FST-3.
           MOVE WS-MATCH-MID-2 TO WS-TOKEN-MID-2.
           MOVE WS-MATCH-LST-4 TO WS-TOKEN-LST-4.
           IF WS-TOKEN-SSN NUMERIC
               MOVE WS-TOKEN-SSN-NUM TO WS-TOKEN-VALUE
               PERFORM TOKEN-ROUND
                   VARYING WS-TOKEN-ROUND FROM 1 BY 1
                   UNTIL WS-TOKEN-ROUND > 3
               MOVE "T-" TO WS-TOKEN-PREFIX
               MOVE WS-TOKEN-VALUE TO WS-TOKEN-DIGITS.

       TOKEN-ROUND.
           ADD 1 TO WS-TOKEN-VALUE.
           MULTIPLY WS-TOKEN-VALUE BY WS-TOKEN-VALUE
               GIVING WS-TOKEN-WORK.
           ADD WS-TOKEN-KEY TO WS-TOKEN-WORK.
           DIVIDE 999999937 INTO WS-TOKEN-WORK
               GIVING WS-TOKEN-QUOT REMAINDER WS-TOKEN-VALUE.

      * ---- FILES TO SCRUB ----
      * Type 1 TRM2, 2 TSN2, 3 MNT2, 4 XLG2, 5 CTA2 and 6 the PRL2
      * generations FILE-SAFE has catalogued and not yet retired.
       BUILD-TARGET-TABLE.
           MOVE ZERO TO WS-TARGET-COUNT.
           MOVE 1 TO WS-NEW-TYPE.
           MOVE "TRM2.FIL" TO WS-BASE-NAME.
           PERFORM ADD-LIVE-AND-HISTORY.
           MOVE 2 TO WS-NEW-TYPE.
           MOVE "TSN2.FIL" TO WS-NEW-NAME.
           PERFORM ADD-TARGET.
           MOVE 3 TO WS-NEW-TYPE.
           MOVE "MNT2.FIL" TO WS-BASE-NAME.
           PERFORM ADD-LIVE-AND-HISTORY.
           MOVE 4 TO WS-NEW-TYPE.
           MOVE "XLG2.FIL" TO WS-BASE-NAME.
           PERFORM ADD-LIVE-AND-HISTORY.
           MOVE 5 TO WS-NEW-TYPE.
           MOVE "CTA2.FIL" TO WS-NEW-NAME.
           PERFORM ADD-TARGET.
           MOVE 6 TO WS-NEW-TYPE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CATALOG-FILE.
           IF WS-FSCAT-STATUS NOT = "00"
               GO TO BUILD-TARGET-EXIT.
       BUILD-TARGET-CATALOG.
           READ CATALOG-FILE
               AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF-SW = "Y"
               CLOSE CATALOG-FILE
               GO TO BUILD-TARGET-EXIT.
           IF CAT-FILE-NAME = "PRL2.FIL" AND CAT-RETIRED NOT = "Y"
               MOVE SPACE TO WS-NEW-NAME
               STRING CAT-FILE-NAME DELIMITED BY SPACE
                   ".B" DELIMITED BY SIZE
                   CAT-GEN-DATE DELIMITED BY SIZE
                   INTO WS-NEW-NAME
               PERFORM ADD-TARGET.
           GO TO BUILD-TARGET-CATALOG.
       BUILD-TARGET-EXIT.
           EXIT.

       ADD-LIVE-AND-HISTORY.
           MOVE WS-BASE-NAME TO WS-NEW-NAME.
           PERFORM ADD-TARGET.
           PERFORM ADD-HISTORY-TARGET
               VARYING WS-YEAR-IX FROM 1 BY 1
               UNTIL WS-YEAR-IX > WS-YEAR-COUNT.

       ADD-HISTORY-TARGET.
           PERFORM SET-HISTORY-NAME.
           PERFORM ADD-TARGET.

       ADD-TARGET.
           IF WS-TARGET-COUNT = 300
               MOVE "Y" TO WS-TARGET-OVERFLOW
           ELSE
               ADD 1 TO WS-TARGET-COUNT
               MOVE WS-NEW-TYPE TO TG-TYPE (WS-TARGET-COUNT)
               MOVE WS-NEW-NAME TO TG-NAME (WS-TARGET-COUNT).

      * ---- SCRUB ONE FILE ----
      * Pass 1 copies the file to the work file scrubbing as it goes;
      * when anything was scrubbed pass 2 copies the work file back
      * over the file and pass 3 recounts it, so the certificate
      * comes from what is actually on disk.  A file with nothing to
      * scrub is left untouched.
       SCRUB-ONE-TARGET.
           MOVE TG-TYPE (WS-TARGET-IX) TO WS-TYPE-IX.
           MOVE TG-NAME (WS-TARGET-IX) TO WS-TARGET-NAME.
           MOVE ZERO TO TG-READ (WS-TARGET-IX)
               TG-SCRUBBED (WS-TARGET-IX) TG-ALREADY (WS-TARGET-IX)
               TG-HELD (WS-TARGET-IX) TG-AFTER (WS-TARGET-IX).
           MOVE "Y" TO TG-BALANCED (WS-TARGET-IX).
           MOVE "N" TO TG-PRESENT (WS-TARGET-IX).
           PERFORM OPEN-TARGET-INPUT.
           IF WS-TARGET-OPEN NOT = "Y"
               GO TO SCRUB-ONE-EXIT.
           MOVE "Y" TO TG-PRESENT (WS-TARGET-IX).
           PERFORM OPEN-WORK-OUTPUT.
           IF WS-WORK-OPEN NOT = "Y"
               DISPLAY "CANNOT OPEN " WS-WORK-NAME
                   " -- " WS-TARGET-NAME " LEFT AS IT WAS"
               PERFORM CLOSE-TARGET
               MOVE "N" TO TG-BALANCED (WS-TARGET-IX)
               MOVE "N" TO WS-ALL-BALANCED
               GO TO SCRUB-ONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       SCRUB-COPY-LOOP.
           PERFORM READ-TARGET-RECORD.
           IF WS-EOF-SW = "Y" GO TO SCRUB-COPY-DONE.
           ADD 1 TO TG-READ (WS-TARGET-IX).
           MOVE SPACE TO WS-RESULT.
           PERFORM SCRUB-RECORD THRU SCRUB-RECORD-EXIT.
           IF RESULT-SCRUBBED
               ADD 1 TO TG-SCRUBBED (WS-TARGET-IX).
           IF RESULT-ALREADY
               ADD 1 TO TG-ALREADY (WS-TARGET-IX).
           IF RESULT-HELD
               ADD 1 TO TG-HELD (WS-TARGET-IX).
           PERFORM WRITE-WORK-RECORD.
           GO TO SCRUB-COPY-LOOP.
       SCRUB-COPY-DONE.
           PERFORM CLOSE-TARGET.
           PERFORM CLOSE-WORK.
           IF TG-SCRUBBED (WS-TARGET-IX) = ZERO
               MOVE TG-READ (WS-TARGET-IX) TO TG-AFTER (WS-TARGET-IX)
               GO TO SCRUB-ONE-TOTALS.
           PERFORM OPEN-WORK-INPUT.
           PERFORM OPEN-TARGET-OUTPUT.
           IF WS-TARGET-OPEN NOT = "Y"
               DISPLAY "CANNOT REWRITE " WS-TARGET-NAME
                   " -- SCRUBBED RECORDS ARE ON " WS-WORK-NAME
               PERFORM CLOSE-WORK
               MOVE "N" TO TG-BALANCED (WS-TARGET-IX)
               MOVE "N" TO WS-ALL-BALANCED
               GO TO SCRUB-ONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       SCRUB-BACK-LOOP.
           PERFORM READ-WORK-RECORD.
           IF WS-EOF-SW = "Y" GO TO SCRUB-BACK-DONE.
           PERFORM WRITE-TARGET-RECORD.
           GO TO SCRUB-BACK-LOOP.
       SCRUB-BACK-DONE.
           PERFORM CLOSE-TARGET.
           PERFORM CLOSE-WORK.
           PERFORM OPEN-TARGET-INPUT.
           IF WS-TARGET-OPEN = "Y"
               MOVE "N" TO WS-EOF-SW
               PERFORM COUNT-TARGET-RECORD
                   UNTIL WS-EOF-SW = "Y"
               PERFORM CLOSE-TARGET.
           IF TG-AFTER (WS-TARGET-IX) NOT = TG-READ (WS-TARGET-IX)
               MOVE "N" TO TG-BALANCED (WS-TARGET-IX)
               MOVE "N" TO WS-ALL-BALANCED.
       SCRUB-ONE-TOTALS.
           ADD TG-READ (WS-TARGET-IX) TO WS-TOT-READ.
           ADD TG-SCRUBBED (WS-TARGET-IX) TO WS-TOT-SCRUBBED.
           ADD TG-ALREADY (WS-TARGET-IX) TO WS-TOT-ALREADY.
           ADD TG-HELD (WS-TARGET-IX) TO WS-TOT-HELD.
           DISPLAY WS-TARGET-NAME " " TG-SCRUBBED (WS-TARGET-IX)
               " SCRUBBED".
       SCRUB-ONE-EXIT.
           EXIT.

       COUNT-TARGET-RECORD.
           PERFORM READ-TARGET-RECORD.
           IF WS-EOF-SW NOT = "Y"
               ADD 1 TO TG-AFTER (WS-TARGET-IX).

      * ---- SCRUB ONE RECORD ----
       SCRUB-RECORD.
           IF WS-TYPE-IX = 1 OR WS-TYPE-IX = 6
               MOVE TV-IMAGE TO IMAGE-WORK
               PERFORM SCRUB-MASTER-IMAGE THRU SCRUB-MASTER-IMAGE-EXIT
               MOVE IMAGE-WORK TO TV-IMAGE
               GO TO SCRUB-RECORD-EXIT.
           IF WS-TYPE-IX = 2
               PERFORM SCRUB-TERM-SSN THRU SCRUB-TERM-SSN-EXIT
               GO TO SCRUB-RECORD-EXIT.
           IF WS-TYPE-IX = 3
               PERFORM SCRUB-MAINT THRU SCRUB-MAINT-EXIT
               GO TO SCRUB-RECORD-EXIT.
           IF WS-TYPE-IX = 4
               PERFORM SCRUB-LEDGER THRU SCRUB-LEDGER-EXIT
               GO TO SCRUB-RECORD-EXIT.
           MOVE AV-CONTACT-IMAGE TO IMAGE-WORK.
           PERFORM SCRUB-CONTACT-IMAGE THRU SCRUB-CONTACT-IMAGE-EXIT.
           MOVE IMAGE-WORK TO AV-CONTACT-IMAGE.
       SCRUB-RECORD-EXIT.
           EXIT.

       SCRUB-MASTER-IMAGE.
           IF MI-SSN-PREFIX = "T-"
               MOVE "A" TO WS-RESULT
               GO TO SCRUB-MASTER-IMAGE-EXIT.
           MOVE MI-SSN TO WS-MATCH-SSN.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND NOT = "Y"
               GO TO SCRUB-MASTER-IMAGE-EXIT.
           IF NOT LT-EXPIRED (WS-LEAVER-IX)
               GO TO SCRUB-MASTER-IMAGE-EXIT.
           MOVE LT-TOKEN (WS-LEAVER-IX) TO MI-SSN.
           MOVE SPACE TO MI-NAME.
           MOVE "S" TO WS-RESULT.
       SCRUB-MASTER-IMAGE-EXIT.
           EXIT.

       SCRUB-CONTACT-IMAGE.
           IF CI-SSN-PREFIX = "T-"
               MOVE "A" TO WS-RESULT
               GO TO SCRUB-CONTACT-IMAGE-EXIT.
           MOVE CI-SSN TO WS-MATCH-SSN.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND NOT = "Y"
               GO TO SCRUB-CONTACT-IMAGE-EXIT.
           IF NOT LT-EXPIRED (WS-LEAVER-IX)
               GO TO SCRUB-CONTACT-IMAGE-EXIT.
           MOVE LT-TOKEN (WS-LEAVER-IX) TO CI-SSN.
           MOVE SPACE TO CI-PERSONAL.
           MOVE "S" TO WS-RESULT.
       SCRUB-CONTACT-IMAGE-EXIT.
           EXIT.

       SCRUB-TERM-SSN.
           IF SV-SSN-PREFIX = "T-"
               MOVE "A" TO WS-RESULT
               GO TO SCRUB-TERM-SSN-EXIT.
           MOVE SV-SSN TO WS-MATCH-SSN.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND NOT = "Y"
               GO TO SCRUB-TERM-SSN-EXIT.
           IF NOT LT-EXPIRED (WS-LEAVER-IX)
               GO TO SCRUB-TERM-SSN-EXIT.
           MOVE LT-TOKEN (WS-LEAVER-IX) TO SV-SSN.
           MOVE SPACE TO SV-NAME.
           MOVE "S" TO WS-RESULT.
       SCRUB-TERM-SSN-EXIT.
           EXIT.

      * MNT2 carries master images, CON2 contact images (CONADD,
      * CONCHG, CONDEL) or RPT2 reporting-line images (RPLSET,
      * RPLDEL) by action; a reporting line also names the
      * supervisor, whose SSN is tokened when that supervisor is past
      * retention even though the entry belongs to someone else.
       SCRUB-MAINT.
           IF MV-SSN-PREFIX = "T-"
               MOVE "A" TO WS-RESULT
               GO TO SCRUB-MAINT-SUPERVISOR.
           MOVE MV-SSN TO WS-MATCH-SSN.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND NOT = "Y"
               GO TO SCRUB-MAINT-SUPERVISOR.
           IF NOT LT-EXPIRED (WS-LEAVER-IX)
               GO TO SCRUB-MAINT-SUPERVISOR.
           MOVE LT-TOKEN (WS-LEAVER-IX) TO MV-SSN.
           MOVE MV-BEFORE-IMAGE TO IMAGE-WORK.
           PERFORM SCRUB-MAINT-IMAGE.
           MOVE IMAGE-WORK TO MV-BEFORE-IMAGE.
           MOVE MV-AFTER-IMAGE TO IMAGE-WORK.
           PERFORM SCRUB-MAINT-IMAGE.
           MOVE IMAGE-WORK TO MV-AFTER-IMAGE.
           MOVE "S" TO WS-RESULT.
       SCRUB-MAINT-SUPERVISOR.
           IF NOT MV-REPORTING-IMAGE
               GO TO SCRUB-MAINT-EXIT.
           MOVE MV-BEFORE-IMAGE TO IMAGE-WORK.
           PERFORM SCRUB-SUPERVISOR-SSN.
           MOVE IMAGE-WORK TO MV-BEFORE-IMAGE.
           MOVE MV-AFTER-IMAGE TO IMAGE-WORK.
           PERFORM SCRUB-SUPERVISOR-SSN.
           MOVE IMAGE-WORK TO MV-AFTER-IMAGE.
       SCRUB-MAINT-EXIT.
           EXIT.

       SCRUB-MAINT-IMAGE.
           IF IMAGE-WORK NOT = SPACE
               IF MV-CONTACT-IMAGE
                   MOVE LT-TOKEN (WS-LEAVER-IX) TO CI-SSN
                   MOVE SPACE TO CI-PERSONAL
               ELSE
                   IF MV-REPORTING-IMAGE
                       MOVE LT-TOKEN (WS-LEAVER-IX) TO RI-SSN
                   ELSE
                       MOVE LT-TOKEN (WS-LEAVER-IX) TO MI-SSN
                       MOVE SPACE TO MI-NAME.

       SCRUB-SUPERVISOR-SSN.
           IF IMAGE-WORK NOT = SPACE AND RI-SUPV-SSN NOT = SPACE
               MOVE RI-SUPV-SSN TO WS-MATCH-SSN
               PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT
               IF WS-LEAVER-FOUND = "Y"
                   IF LT-EXPIRED (WS-LEAVER-IX)
                       MOVE LT-TOKEN (WS-LEAVER-IX) TO RI-SUPV-SSN
                       MOVE "S" TO WS-RESULT.

      * Ledger card images are either CBL2 input cards or, from
      * CBL2R (source B), payroll extract details; both hold the SSN
      * as nine digits, which is blanked along with the name.
       SCRUB-LEDGER.
           MOVE LV-CARD-IMAGE TO CARD-WORK.
           IF LV-SOURCE = "B"
               MOVE PD-SSN TO WS-CARD-SSN
           ELSE
               MOVE CD-SSN TO WS-CARD-SSN.
           IF WS-CARD-SSN = SPACE
               GO TO SCRUB-LEDGER-EXIT.
           MOVE WS-CARD-FST-3 TO WS-MATCH-FST-3.
           MOVE SPACE TO WS-MATCH-GAP-1.
           MOVE WS-CARD-MID-2 TO WS-MATCH-MID-2.
           MOVE SPACE TO WS-MATCH-GAP-2.
           MOVE WS-CARD-LST-4 TO WS-MATCH-LST-4.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND NOT = "Y"
               PERFORM SET-SSN-TOKEN
               MOVE WS-SSN-TOKEN TO WS-MATCH-SSN
               IF WS-SSN-TOKEN NOT = SPACE
                   PERFORM FIND-LEAVER THRU FIND-LEAVER-EXIT.
           IF WS-LEAVER-FOUND NOT = "Y"
               GO TO SCRUB-LEDGER-EXIT.
           IF NOT LT-EXPIRED (WS-LEAVER-IX)
                   AND NOT LT-TOKENED (WS-LEAVER-IX)
               GO TO SCRUB-LEDGER-EXIT.
           IF LV-STATUS = "O"
               MOVE "H" TO WS-RESULT
               GO TO SCRUB-LEDGER-EXIT.
           IF LV-SOURCE = "B"
               MOVE SPACE TO PD-SSN PD-NAME
           ELSE
               MOVE SPACE TO CD-SSN CD-NAME.
           MOVE CARD-WORK TO LV-CARD-IMAGE.
           MOVE "S" TO WS-RESULT.
       SCRUB-LEDGER-EXIT.
           EXIT.

      * ---- CERTIFICATE ----
       PRINT-CERTIFICATE.
           OPEN OUTPUT SCRUB-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN RETSCRUB.PRN, STATUS="
                   WS-REPORT-STATUS
               GO TO PRINT-CERTIFICATE-EXIT.
           MOVE WS-TODAY TO RPT-HDR-DATE.
           MOVE WS-OPER-ID TO RPT-HDR-OPERATOR.
           WRITE REPORT-LINE FROM RPT-HDR-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RETENTION PERIOD IN YEARS:" TO RPT-TOT-LABEL.
           MOVE WS-RETAIN-YEARS TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "SCRUBBED IF LAST TERMINATED BEFORE:" TO RPT-TOT-LABEL.
           MOVE WS-CUTOFF-DATE TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "FORMER EMPLOYEES ON FILE:" TO RPT-TOT-LABEL.
           MOVE WS-LEAVER-COUNT TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  REHIRED, ON PRL2.FIL -- KEPT:" TO RPT-TOT-LABEL.
           MOVE WS-REHIRED-COUNT TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  WITHIN RETENTION -- KEPT:" TO RPT-TOT-LABEL.
           MOVE WS-RECENT-COUNT TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  PAST RETENTION -- SCRUBBED:" TO RPT-TOT-LABEL.
           MOVE WS-EXPIRED-COUNT TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  SCRUBBED BY AN EARLIER RUN:" TO RPT-TOT-LABEL.
           MOVE WS-TOKENED-COUNT TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COL-LINE.
           PERFORM PRINT-TARGET-LINE
               VARYING WS-TARGET-IX FROM 1 BY 1
               UNTIL WS-TARGET-IX > WS-TARGET-COUNT.
           MOVE "TOTAL" TO RPT-FILE.
           MOVE WS-TOT-READ TO RPT-READ.
           MOVE WS-TOT-SCRUBBED TO RPT-SCRUBBED.
           MOVE WS-TOT-ALREADY TO RPT-ALREADY.
           MOVE WS-TOT-HELD TO RPT-HELD.
           MOVE SPACE TO RPT-CHECK.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCRUBBED: NAME, ADDRESS, PHONES AND EMERGENCY CONTACT"
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "BLANKED; SSN REPLACED BY A ONE-WAY TOKEN CBL2 STILL"
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "MATCHES FOR REHIRE SCREENING (XLG2: SSN BLANKED)."
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "KEPT: EMPLOYEE ID, DATES, DEPARTMENT, REASON CODES."
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "ALREADY: TOKENED BY AN EARLIER RUN.  HELD: OPEN XLG2"
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE "EXCEPTIONS, SCRUBBED ONCE CORRECTED." TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ALL-BALANCED = "Y"
               MOVE "ALL FILES REWRITTEN AND RECOUNTED: READ = ON FILE."
                   TO RPT-TEXT
           ELSE
               MOVE "*** A FILE DID NOT BALANCE -- SEE CHECK COLUMN ***"
                   TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CERTIFIED BY: ______________________  DATE: ________"
               TO RPT-TEXT.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE.
           CLOSE SCRUB-REPORT.
       PRINT-CERTIFICATE-EXIT.
           EXIT.

       PRINT-TARGET-LINE.
           MOVE TG-NAME (WS-TARGET-IX) TO RPT-FILE.
           MOVE TG-READ (WS-TARGET-IX) TO RPT-READ.
           MOVE TG-SCRUBBED (WS-TARGET-IX) TO RPT-SCRUBBED.
           MOVE TG-ALREADY (WS-TARGET-IX) TO RPT-ALREADY.
           MOVE TG-HELD (WS-TARGET-IX) TO RPT-HELD.
           IF TG-PRESENT (WS-TARGET-IX) NOT = "Y"
               MOVE "NOT PRESENT" TO RPT-CHECK
           ELSE
               IF TG-BALANCED (WS-TARGET-IX) NOT = "Y"
                   MOVE "*** OUT ***" TO RPT-CHECK
               ELSE
                   IF TG-SCRUBBED (WS-TARGET-IX) = ZERO
                       MOVE "UNCHANGED" TO RPT-CHECK
                   ELSE
                       MOVE "BALANCED" TO RPT-CHECK.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

      * ---- LOCK AND JOB LOG ----
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

       WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               MOVE SPACE TO JOB-LOG-RECORD
               MOVE "RETSCRUB" TO JL-PROGRAM
               ACCEPT JL-DATE FROM DATE
               ACCEPT JL-TIME FROM TIME
               MOVE WS-JL-FLAG TO JL-FLAG
               MOVE WS-JL-STATUS TO JL-STATUS
               MOVE WS-JL-COUNT TO JL-COUNT
               MOVE WS-OPER-ID TO JL-OPERATOR
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE.

      * ---- PER-FILE DISPATCH ----
       OPEN-TARGET-INPUT.
           MOVE "N" TO WS-TARGET-OPEN.
           IF WS-TYPE-IX = 1 OPEN INPUT TERM-FILE.
           IF WS-TYPE-IX = 2 OPEN INPUT TERM-SSN-FILE.
           IF WS-TYPE-IX = 3 OPEN INPUT MAINT-FILE.
           IF WS-TYPE-IX = 4 OPEN INPUT LEDGER-FILE.
           IF WS-TYPE-IX = 5 OPEN INPUT CONTACT-ARCHIVE-FILE.
           IF WS-TYPE-IX = 6 OPEN INPUT MASTER-GEN-FILE.
           IF WS-TARGET-STATUS = "00"
               MOVE "Y" TO WS-TARGET-OPEN.

       OPEN-TARGET-OUTPUT.
           MOVE "N" TO WS-TARGET-OPEN.
           IF WS-TYPE-IX = 1 OPEN OUTPUT TERM-FILE.
           IF WS-TYPE-IX = 2 OPEN OUTPUT TERM-SSN-FILE.
           IF WS-TYPE-IX = 3 OPEN OUTPUT MAINT-FILE.
           IF WS-TYPE-IX = 4 OPEN OUTPUT LEDGER-FILE.
           IF WS-TYPE-IX = 5 OPEN OUTPUT CONTACT-ARCHIVE-FILE.
           IF WS-TYPE-IX = 6 OPEN OUTPUT MASTER-GEN-FILE.
           IF WS-TARGET-STATUS = "00"
               MOVE "Y" TO WS-TARGET-OPEN.

       CLOSE-TARGET.
           IF WS-TYPE-IX = 1 CLOSE TERM-FILE.
           IF WS-TYPE-IX = 2 CLOSE TERM-SSN-FILE.
           IF WS-TYPE-IX = 3 CLOSE MAINT-FILE.
           IF WS-TYPE-IX = 4 CLOSE LEDGER-FILE.
           IF WS-TYPE-IX = 5 CLOSE CONTACT-ARCHIVE-FILE.
           IF WS-TYPE-IX = 6 CLOSE MASTER-GEN-FILE.

       READ-TARGET-RECORD.
           MOVE SPACE TO WS-RECORD-DATA.
           IF WS-TYPE-IX = 1
               READ TERM-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE TERM-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 2
               READ TERM-SSN-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE TERM-SSN-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 3
               READ MAINT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE MAINT-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 4
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE LEDGER-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 5
               READ CONTACT-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE CONTACT-ARCHIVE-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 6
               READ MASTER-GEN-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE MASTER-GEN-RECORD TO WS-RECORD-DATA
               END-READ.

       WRITE-TARGET-RECORD.
           IF WS-TYPE-IX = 1
               MOVE WS-RECORD-DATA TO TERM-RECORD
               WRITE TERM-RECORD.
           IF WS-TYPE-IX = 2
               MOVE WS-RECORD-DATA TO TERM-SSN-RECORD
               WRITE TERM-SSN-RECORD.
           IF WS-TYPE-IX = 3
               MOVE WS-RECORD-DATA TO MAINT-RECORD
               WRITE MAINT-RECORD.
           IF WS-TYPE-IX = 4
               MOVE WS-RECORD-DATA TO LEDGER-RECORD
               WRITE LEDGER-RECORD.
           IF WS-TYPE-IX = 5
               MOVE WS-RECORD-DATA TO CONTACT-ARCHIVE-RECORD
               WRITE CONTACT-ARCHIVE-RECORD.
           IF WS-TYPE-IX = 6
               MOVE WS-RECORD-DATA TO MASTER-GEN-RECORD
               WRITE MASTER-GEN-RECORD.

       OPEN-WORK-INPUT.
           MOVE "N" TO WS-WORK-OPEN.
           IF WS-TYPE-IX = 1 OPEN INPUT TERM-WORK-FILE.
           IF WS-TYPE-IX = 2 OPEN INPUT TERM-SSN-WORK-FILE.
           IF WS-TYPE-IX = 3 OPEN INPUT MAINT-WORK-FILE.
           IF WS-TYPE-IX = 4 OPEN INPUT LEDGER-WORK-FILE.
           IF WS-TYPE-IX = 5 OPEN INPUT CONTACT-WORK-FILE.
           IF WS-TYPE-IX = 6 OPEN INPUT MASTER-WORK-FILE.
           IF WS-WORK-STATUS = "00"
               MOVE "Y" TO WS-WORK-OPEN.

       OPEN-WORK-OUTPUT.
           MOVE "N" TO WS-WORK-OPEN.
           IF WS-TYPE-IX = 1 OPEN OUTPUT TERM-WORK-FILE.
           IF WS-TYPE-IX = 2 OPEN OUTPUT TERM-SSN-WORK-FILE.
           IF WS-TYPE-IX = 3 OPEN OUTPUT MAINT-WORK-FILE.
           IF WS-TYPE-IX = 4 OPEN OUTPUT LEDGER-WORK-FILE.
           IF WS-TYPE-IX = 5 OPEN OUTPUT CONTACT-WORK-FILE.
           IF WS-TYPE-IX = 6 OPEN OUTPUT MASTER-WORK-FILE.
           IF WS-WORK-STATUS = "00"
               MOVE "Y" TO WS-WORK-OPEN.

       CLOSE-WORK.
           IF WS-TYPE-IX = 1 CLOSE TERM-WORK-FILE.
           IF WS-TYPE-IX = 2 CLOSE TERM-SSN-WORK-FILE.
           IF WS-TYPE-IX = 3 CLOSE MAINT-WORK-FILE.
           IF WS-TYPE-IX = 4 CLOSE LEDGER-WORK-FILE.
           IF WS-TYPE-IX = 5 CLOSE CONTACT-WORK-FILE.
           IF WS-TYPE-IX = 6 CLOSE MASTER-WORK-FILE.

       READ-WORK-RECORD.
           MOVE SPACE TO WS-RECORD-DATA.
           IF WS-TYPE-IX = 1
               READ TERM-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE TERM-WORK-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 2
               READ TERM-SSN-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE TERM-SSN-WORK-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 3
               READ MAINT-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE MAINT-WORK-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 4
               READ LEDGER-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE LEDGER-WORK-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 5
               READ CONTACT-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE CONTACT-WORK-RECORD TO WS-RECORD-DATA
               END-READ.
           IF WS-TYPE-IX = 6
               READ MASTER-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END MOVE MASTER-WORK-RECORD TO WS-RECORD-DATA
               END-READ.

       WRITE-WORK-RECORD.
           IF WS-TYPE-IX = 1
               MOVE WS-RECORD-DATA TO TERM-WORK-RECORD
               WRITE TERM-WORK-RECORD.
           IF WS-TYPE-IX = 2
               MOVE WS-RECORD-DATA TO TERM-SSN-WORK-RECORD
               WRITE TERM-SSN-WORK-RECORD.
           IF WS-TYPE-IX = 3
               MOVE WS-RECORD-DATA TO MAINT-WORK-RECORD
               WRITE MAINT-WORK-RECORD.
           IF WS-TYPE-IX = 4
               MOVE WS-RECORD-DATA TO LEDGER-WORK-RECORD
               WRITE LEDGER-WORK-RECORD.
           IF WS-TYPE-IX = 5
               MOVE WS-RECORD-DATA TO CONTACT-WORK-RECORD
               WRITE CONTACT-WORK-RECORD.
           IF WS-TYPE-IX = 6
               MOVE WS-RECORD-DATA TO MASTER-WORK-RECORD
               WRITE MASTER-WORK-RECORD.
