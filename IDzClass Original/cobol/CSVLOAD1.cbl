      * file (ADDRMNT1) by way of the report jobs' CSVOUT extract;
      * rows extracted with no contact on file load them blank.
      *
      * The rows read and their balance total are registered on
      * the CTLREG control-total registry (CTLTOT1) at end of run,
      * so CTLRCN1 can prove the load took in every row SAMOS1
      * wrote -- a load that stops short no longer passes as a
      * clean run.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVLOAD1.
           05  NUM-RECS-INSERTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RECS-REPLACED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RECS-REJECTED     PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-BALANCE-READ      PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-CSV-BALANCE        PIC S9(7)V99 COMP-3 VALUE +0.
      *
       COPY CTLTOTC.
      *
      *        ***********************************
      *          DB2 host variables for CUSTBAL
           05  FILLER                 PIC X(58)  VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY1.
           05  FILLER                 PIC X(18) VALUE 'ROWS READ:'.
           05  RPT-RECS-READ          PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER                 PIC X(18) VALUE 'ROWS INSERTED:'.
           05  RPT-RECS-INSERTED      PIC ZZZ,ZZ9.
       01  RPT-SUMMARY3.
           05  FILLER                 PIC X(18) VALUE 'ROWS REPLACED:'.
           05  RPT-RECS-REPLACED      PIC ZZZ,ZZ9.
       01  RPT-SUMMARY4.
           05  FILLER                 PIC X(18) VALUE 'ROWS REJECTED:'.
           05  RPT-RECS-REJECTED      PIC ZZZ,ZZ9.

      *****************************************************************
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           MOVE 'C'              TO CT-FUNCTION.
           MOVE 'CSVLOAD1'       TO CT-PROGRAM.
           MOVE 'CSVFILE '       TO CT-DATASET.
           MOVE NUM-RECS-READ    TO CT-RECORD-COUNT.
           MOVE TOT-BALANCE-READ TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           DISPLAY 'CSVLOAD1 ENDED'.
           GOBACK .

           IF WS-CSVFILE-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-RECS-READ.
           MOVE CSV-CUST-ACCT-BALANCE TO WS-CSV-BALANCE.
           ADD WS-CSV-BALANCE TO TOT-BALANCE-READ.
           IF CSV-CUST-ID = SPACES
               MOVE 'CUST-ID IS BLANK' TO RPT-REASON
               PERFORM 220-PRINT-REJECTED
