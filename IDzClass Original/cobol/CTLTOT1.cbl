      ****************************************************************
      * PROGRAM:  CTLTOT1
      *           Common job-to-job control-total registry routine
      *
      * The run log proves each job of the nightly stream ended
      * RC 0, but not that the records one job wrote are the
      * records the next job read -- CSVLOAD1 once loaded half a
      * CSVFILE while both it and SAMOS1 reported success.  Every
      * job at either end of a file handoff now calls this routine
      * once the file is closed (see the CTLTOTC parameter area):
      * the producer with what it wrote, the consumer with what it
      * read, each as a record count and an amount total.  This
      * routine appends a standard CTLTOTR record to the shared
      * CTLREG registry, and the CTLRCN1 reconciliation step
      * compares the two ends of each handoff.
      *
      * As with RUNLOG1, a job must never fail because the registry
      * could not be opened, so any open error here is announced
      * and swallowed; the missing record then fails the pair in
      * CTLRCN1, which is where the stream is stopped.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CTLREG-FILE ASSIGN TO CTLREG
               FILE STATUS  IS  WS-CTLREG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CTLREG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CTLTOTR.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-CTLREG-STATUS           PIC XX  VALUE '00'.
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-TIME                PIC 9(8).

      *****************************************************************
       LINKAGE SECTION.
       COPY CTLTOTC REPLACING ==CTLTOT-AREA== BY ==LK-CTLTOT-AREA==.

      *****************************************************************
       PROCEDURE DIVISION USING LK-CTLTOT-AREA.
      *****************************************************************

       000-MAIN.
           OPEN EXTEND CTLREG-FILE.
           IF WS-CTLREG-STATUS = '35'
      *        first registration of the day -- create the file
               OPEN OUTPUT CTLREG-FILE.
           IF WS-CTLREG-STATUS NOT = '00'
               DISPLAY 'CTLTOT1 CANNOT OPEN CTLREG, RC='
                       WS-CTLREG-STATUS ' - CONTROL TOTALS SKIPPED'
               GOBACK.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES              TO CTLREG-RECORD.
           MOVE CT-PROGRAM          TO CTR-PROGRAM.
           MOVE CT-FUNCTION         TO CTR-ROLE.
           MOVE CT-DATASET          TO CTR-DATASET.
           MOVE WS-RUN-DATE         TO CTR-DATE.
           MOVE WS-RUN-TIME(1:6)    TO CTR-TIME.
           MOVE CT-RECORD-COUNT     TO CTR-RECORD-COUNT.
           MOVE CT-AMOUNT-TOTAL     TO CTR-AMOUNT-TOTAL.
           WRITE CTLREG-RECORD.
           IF WS-CTLREG-STATUS NOT = '00'
               DISPLAY 'CTLTOT1 WRITE FAILED, RC=' WS-CTLREG-STATUS.
           CLOSE CTLREG-FILE.
           GOBACK.

      * END OF PROGRAM CTLTOT1
