    05  XFR-FROM-DEPT                     PIC XX.
    05  FILLER                            PIC X.
    05  XFR-TO-DEPT                       PIC XX.
    05  FILLER                            PIC X.
    05  XFR-EMP-ID                        PIC X(7).
    05  FILLER                            PIC X(29).
FD  XFER-PRINT-FILE
      LABEL RECORDS
      OMITTED.
    05  XRP-DET-FROM                      PIC XX.
    05  FILLER                            PIC X(4) VALUE ' TO '.
    05  XRP-DET-TO                        PIC XX.
    05  FILLER                            PIC XX VALUE SPACE.
    05  XRP-DET-EMP-ID                    PIC X(7).
    05  FILLER                            PIC X(17) VALUE SPACE.
01  XRP-TALLY-HDR-LINE.
    05  XRP-TALLY-HDR-TEXT                PIC X(40).
    05  FILLER                            PIC X(40) VALUE SPACE.
    MOVE WS-MASKED-SSN-9 TO XRP-DET-SSN.
    MOVE XFR-FROM-DEPT TO XRP-DET-FROM.
    MOVE XFR-TO-DEPT TO XRP-DET-TO.
    MOVE XFR-EMP-ID TO XRP-DET-EMP-ID.
    WRITE XFER-PRINT-LINE FROM XRP-DETAIL-LINE
        AFTER ADVANCING 1.
    MOVE XFR-FROM-DEPT TO WS-TALLY-DEPT.
