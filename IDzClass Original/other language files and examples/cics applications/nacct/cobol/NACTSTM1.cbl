      * INPUTS: ACCTFIL  - the account file, read in key order
      *         PSTHIST  - the month's postings, SORTED into
      *                    ACCTDO order by a preceding sort step
      *                    (the file is written in posting order);
      *                    NACTPST's postings only: CTLRCN1
      *                    proves what is read here against what
      *                    NACTPST wrote, so NACTCLS1's CLSHIST
      *                    is not concatenated in
      * RUN WITH THE SUITE'S FILES CLOSED TO CICS, AS FOR EVERY
      * BATCH JOB IN THIS SUITE.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Aug 2026   AP    Original version.
      *    Oct 2026   AP    PSTHIST control totals to CTLREG (CTLTOT1).
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           05  NUM-SKIPPED-STATUS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HISTORY-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORPHAN-POSTINGS   PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-HISTORY-AMOUNT    PIC S9(13)V99 COMP-3 VALUE +0.
      *
      * The PSTHIST control totals for the job-to-job registry.
       COPY CTLTOTC.
      *
      *        *******************
      *            report lines
               UNTIL WS-PSTHIST-EOF = 'Y'.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
      *    what was read from PSTHIST, for CTLRCN1 to prove against
      *    what NACTPST wrote
           MOVE 'C'                TO CT-FUNCTION.
           MOVE 'NACTSTM1'         TO CT-PROGRAM.
           MOVE 'PSTHIST '         TO CT-DATASET.
           MOVE NUM-HISTORY-READ   TO CT-RECORD-COUNT.
           MOVE TOT-HISTORY-AMOUNT TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           DISPLAY 'NACTSTM1 ENDED - STATEMENTS = ' NUM-STATEMENTS.
           GOBACK .

               MOVE HIGH-VALUES TO WS-HISTORY-KEY
           ELSE
               ADD +1 TO NUM-HISTORY-READ
               ADD HST-AMOUNT TO TOT-HISTORY-AMOUNT
               MOVE HST-ACCOUNT TO WS-HISTORY-KEY.

       900-OPEN-FILES.
