*  EVERY REWRITE AND DELETE A CLERK APPLIES.      *
*  THIS PROGRAM PRINTS THE ACTIVITY FOR A         *
*  REQUESTED DATE TO MRP2.FIL.                    *
*  CONADD, CONCHG AND CONDEL ENTRIES CARRY        *
*  CONTACT FILE CON2.FIL IMAGES AND ARE PRINTED   *
*  AS CITY, STATE AND EMERGENCY CONTACT.          *
*  RPLSET AND RPLDEL ENTRIES CARRY REPORTING-     *
*  LINE FILE RPT2.FIL IMAGES AND ARE PRINTED AS   *
*  THE SUPERVISOR'S MASKED SSN WITH THE DATE AND  *
*  OPERATOR OF THE LAST CHANGE.                   *
*                                                 *
***************************************************

    05  MNT-AFTER-IMAGE                   PIC X(110).
    05  FILLER                            PIC X.
    05  MNT-OPERATOR                      PIC X(10).
    05  FILLER                            PIC X.
    05  MNT-BATCH-NUM                     PIC 9(4).
FD  MAINT-PRINT-FILE
      LABEL RECORDS
      OMITTED.
        10  IMG-LOC               PIC XX.
        10  FILLER                PIC X(11).

01  CONTACT-IMAGE-WORK.
    05  CIM-FIELDS.
        10  CIM-SSN               PIC X(11).
        10  CIM-STREET            PIC X(25).
        10  CIM-CITY              PIC X(15).
        10  CIM-STATE             PIC XX.
        10  CIM-ZIP               PIC X(5).
        10  CIM-HOME-PHONE        PIC X(10).
        10  CIM-EMRG-NAME         PIC X(20).
        10  CIM-EMRG-REL          PIC XX.
        10  CIM-EMRG-PHONE        PIC X(10).
        10  CIM-UPD-DATE          PIC X(6).
        10  FILLER                PIC X(4).

01  REPORTING-IMAGE-WORK.
    05  RIM-FIELDS.
        10  RIM-SSN               PIC X(11).
        10  FILLER                PIC X.
        10  RIM-SUPV-SSN.
            15  FILLER            PIC X(7).
            15  RIM-SUPV-LST-4    PIC X(4).
        10  FILLER                PIC X.
        10  RIM-UPD-DATE          PIC X(6).
        10  FILLER                PIC X.
        10  RIM-UPD-BY            PIC X(10).
        10  FILLER                PIC X(69).

01  SSN-MASK-WORK.
    05  WS-MASKED-SSN.
        10  FILLER                PIC X(7) VALUE '***-**-'.
    05  FILLER                            PIC XX VALUE SPACE.
    05  MRP-IMG-PAY                       PIC X(7).
    05  FILLER                            PIC X(21) VALUE SPACE.
01  MRP-CONTACT-LINE.
    05  MRP-CON-TAG                       PIC X(8).
    05  MRP-CON-CITY                      PIC X(15).
    05  FILLER                            PIC X VALUE SPACE.
    05  MRP-CON-STATE                     PIC XX.
    05  FILLER                            PIC X(13)
            VALUE '  EMERGENCY: '.
    05  MRP-CON-EMRG-NAME                 PIC X(20).
    05  FILLER                            PIC X VALUE SPACE.
    05  MRP-CON-EMRG-REL                  PIC XX.
    05  FILLER                            PIC X(18) VALUE SPACE.
01  MRP-REPORTING-LINE.
    05  MRP-RPL-TAG                       PIC X(8).
    05  FILLER                            PIC X(12)
            VALUE 'REPORTS TO: '.
    05  MRP-RPL-SUPV-SSN                  PIC X(11).
    05  FILLER                            PIC X(6)
            VALUE '  SET '.
    05  MRP-RPL-UPD-DATE                  PIC X(6).
    05  FILLER                            PIC X(4)
            VALUE ' BY '.
    05  MRP-RPL-UPD-BY                    PIC X(10).
    05  FILLER                            PIC X(23) VALUE SPACE.
01  MRP-TOTAL-LINE.
    05  FILLER                            PIC X(25)
            VALUE 'MAINTENANCE ACTIONS:     '.
    MOVE MNT-OPERATOR TO MRP-ACT-OPERATOR.
    WRITE MAINT-PRINT-LINE FROM MRP-ACTION-LINE
        AFTER ADVANCING 2.
    IF MNT-ACTION = 'CONADD  ' OR MNT-ACTION = 'CONCHG  '
            OR MNT-ACTION = 'CONDEL  '
        PERFORM J34-PRINT-CONTACT-IMAGES
    ELSE
        IF MNT-ACTION = 'RPLSET  ' OR MNT-ACTION = 'RPLDEL  '
            PERFORM J37-PRINT-REPORTING-IMAGES
        ELSE
            PERFORM J31-PRINT-MASTER-IMAGES.
J31-PRINT-MASTER-IMAGES.
    IF MNT-ACTION NOT = 'ADD     ' AND MNT-ACTION NOT = 'REINSTAT'
        MOVE MNT-BEFORE-IMAGE TO IMG-FIELDS
        MOVE 'BEFORE: ' TO MRP-IMG-TAG
        PERFORM J32-PRINT-IMAGE-LINE.
    IF MNT-ACTION NOT = 'DELETE  ' AND MNT-ACTION NOT = 'BACKOUT '
        MOVE MNT-AFTER-IMAGE TO IMG-FIELDS
        MOVE 'AFTER:  ' TO MRP-IMG-TAG
        PERFORM J32-PRINT-IMAGE-LINE.
    MOVE IMG-PAY-TYPE TO MRP-IMG-PAY.
    WRITE MAINT-PRINT-LINE FROM MRP-IMAGE-LINE
        AFTER ADVANCING 1.
J34-PRINT-CONTACT-IMAGES.
    IF MNT-ACTION NOT = 'CONADD  '
        MOVE MNT-BEFORE-IMAGE TO CIM-FIELDS
        MOVE 'BEFORE: ' TO MRP-CON-TAG
        PERFORM J36-PRINT-CONTACT-LINE.
    IF MNT-ACTION NOT = 'CONDEL  '
        MOVE MNT-AFTER-IMAGE TO CIM-FIELDS
        MOVE 'AFTER:  ' TO MRP-CON-TAG
        PERFORM J36-PRINT-CONTACT-LINE.
J36-PRINT-CONTACT-LINE.
    MOVE CIM-CITY TO MRP-CON-CITY.
    MOVE CIM-STATE TO MRP-CON-STATE.
    MOVE CIM-EMRG-NAME TO MRP-CON-EMRG-NAME.
    MOVE CIM-EMRG-REL TO MRP-CON-EMRG-REL.
    WRITE MAINT-PRINT-LINE FROM MRP-CONTACT-LINE
        AFTER ADVANCING 1.
J37-PRINT-REPORTING-IMAGES.
    IF MNT-BEFORE-IMAGE NOT = SPACE
        MOVE MNT-BEFORE-IMAGE TO RIM-FIELDS
        MOVE 'BEFORE: ' TO MRP-RPL-TAG
        PERFORM J38-PRINT-REPORTING-LINE.
    IF MNT-ACTION NOT = 'RPLDEL  '
        MOVE MNT-AFTER-IMAGE TO RIM-FIELDS
        MOVE 'AFTER:  ' TO MRP-RPL-TAG
        PERFORM J38-PRINT-REPORTING-LINE.
J38-PRINT-REPORTING-LINE.
    MOVE RIM-SUPV-LST-4 TO WS-MASK-LST-4.
    MOVE WS-MASKED-SSN TO MRP-RPL-SUPV-SSN.
    MOVE RIM-UPD-DATE TO MRP-RPL-UPD-DATE.
    MOVE RIM-UPD-BY TO MRP-RPL-UPD-BY.
    WRITE MAINT-PRINT-LINE FROM MRP-REPORTING-LINE
        AFTER ADVANCING 1.
