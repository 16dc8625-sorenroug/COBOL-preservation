*  NUMBER, DATE, EXPECTED COUNT, STATUS R);       *
*  CBL2 MARKS THE BATCH B (RUN AND BALANCED) OR   *
*  O (RUN OUT OF BALANCE) WHEN IT PROCESSES IT.   *
*  CBL2K MARKS A BATCH X WHEN IT IS BACKED OUT.   *
*  THE REPORT LISTS BATCHES BY STATUS TO          *
*  BRP2.FIL SO RECEIVED-BUT-NEVER-RUN BATCHES     *
*  STAND OUT.                                     *
    MOVE 'RUN OUT OF BALANCE' TO BRP-SECTION-TEXT.
    MOVE 'O' TO WS-RPT-STATUS.
    PERFORM B42-PRINT-STATUS-SECTION.
    MOVE 'BACKED OUT' TO BRP-SECTION-TEXT.
    MOVE 'X' TO WS-RPT-STATUS.
    PERFORM B42-PRINT-STATUS-SECTION.
    CLOSE BATCH-PRINT-FILE.
    DISPLAY 'STATUS REPORT WRITTEN TO BRP2.FIL.'.
B42-PRINT-STATUS-SECTION.
