      *          shared batch run-log (RUNLOG1)
      *        ***********************************
       COPY RUNLOGC.
      *
      *        ***********************************
      *          CSVFILE control totals for the
      *          job-to-job registry (CTLTOT1)
      *        ***********************************
       COPY CTLTOTC.
      *
       01  RESTART-CONTROLS.
           05  WS-RESTART-REQUESTED    PIC X     VALUE 'N'.
           05  NUM-PRODRP-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODRP-COMPLETED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-QUARANTINED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CSV-WRITTEN       PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-CSV-BALANCE       PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-CSV-BALANCE        PIC S9(7)V99 COMP-3 VALUE +0.
      *
       01  CUSTOMER-BALANCE-STATS.
           05  BALANCE-COUNT         PIC S9(7)V99 COMP-3 VALUE +0.

           PERFORM 905-CLOSE-TRAN-AND-RPT-FILES.

      *    what went out on CSVFILE, for CTLRCN1 to prove against
      *    what CSVLOAD1 reads
           MOVE 'P'              TO CT-FUNCTION.
           MOVE 'SAMOS1  '       TO CT-PROGRAM.
           MOVE 'CSVFILE '       TO CT-DATASET.
           MOVE NUM-CSV-WRITTEN  TO CT-RECORD-COUNT.
           MOVE TOT-CSV-BALANCE  TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.

           MOVE 'E'              TO RL-FUNCTION.
           MOVE NUM-CUSTFILE-RECS TO RL-RECORDS-READ.
           MOVE NUM-DETAIL-LINES TO RL-RECORDS-WRITTEN.
           ELSE IF TRAN-CODE = 'CRUNCH'
               PERFORM 650-PROCESS-CRUNCH-TRAN
           ELSE IF TRAN-CODE = 'SELECT'
               PERFORM 670-PROCESS-SELECT-TRAN THROUGH 670-EXIT
           ELSE IF TRAN-CODE = 'PRODRP'
               PERFORM 690-PROCESS-PRODRP-TRAN THROUGH 690-EXIT
           ELSE
               MOVE 'INVALID TRAN CODE:' TO ERR-MSG-DATA1
               MOVE TRAN-CODE TO ERR-MSG-DATA2
           MOVE CUST-ORDERS-YTD   TO CSV-CUST-ORDERS-YTD.
           PERFORM 630-FILL-CSV-CONTACT-FIELDS.
           WRITE CSV-RECORD FROM CSV-DETAIL-LINE.
      *    the balance is totalled as written, so the loader's
      *    total of the same column can be compared like for like
           IF WS-CSVFILE-STATUS = '00'
               ADD +1 TO NUM-CSV-WRITTEN
               MOVE CSV-CUST-ACCT-BALANCE TO WS-CSV-BALANCE
               ADD WS-CSV-BALANCE TO TOT-CSV-BALANCE.

      *    ---------------------------------------------------------
      *    Contact phone/email from the CUSTADDR table loaded at
