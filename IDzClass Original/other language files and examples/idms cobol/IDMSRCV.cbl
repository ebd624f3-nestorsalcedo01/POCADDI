      *            - REPORTS EVERY PART WHOSE RECEIPT BRINGS THE
      *              BACK-ORDER FIGURE BELOW THE SHORTAGE
      *              THRESHOLD IDMRDZ FLAGS
      *            - LOGS EVERY RECEIPT, APPLIED OR REFUSED (WITH
      *              THE REFUSAL REASON, THE PO'S SUPPLIER AND THE
      *              PO UNIT PRICE AS THE RECEIPT'S UNIT COST), ON
      *              THE RCVHIST RECEIPT HISTORY.  THE HISTORY IS
      *              EXTENDED RUN ON RUN; IDMSSCR SCORES SUPPLIERS
      *              FROM IT, IDMSINV MATCHES INVOICES TO IT AND
      *              IDMSVAL VALUES THE MONTH'S RECEIPTS FROM IT
      *
      *          SUB-SCHEMA NAVIGATION AS IN IDMRDZ/IDMSREQ: SEE
      *          IDMRDZ FOR THE FULL SUB-SCHEMA-RECORDS/SETS
           SELECT REPORT-FILE ASSIGN TO RCVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO RCVHIST
               FILE STATUS  IS  WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  OTR-QTY-RECEIVED       PIC 9(5).
           05  OTR-STATUS             PIC X.
           05  OTR-ORDER-DATE         PIC 9(8).
           05  OTR-PROMISED-DATE      PIC 9(8).
           05  OTR-UNIT-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(32).

       FD  NEW-TRACK-FILE
           LABEL RECORDS ARE STANDARD
           05  NTR-QTY-RECEIVED       PIC 9(5).
           05  NTR-STATUS             PIC X.
           05  NTR-ORDER-DATE         PIC 9(8).
           05  NTR-PROMISED-DATE      PIC 9(8).
           05  NTR-UNIT-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(32).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      * ONE RECORD PER RECEIPT READ.  DISPOSITION 'A' APPLIED OR
      * 'R' REFUSED; REASON ON A REFUSAL IS 'U' UNKNOWN PO, 'W' WRONG
      * PART, 'C' PO ALREADY CLOSED, 'O' OVER-RECEIPT.  SUPPLIER IS
      * ZERO WHEN THE PO IS UNKNOWN; UNIT COST IS THE PO'S UNIT PRICE,
      * ZERO WHEN THE PO IS UNKNOWN OR WAS CUT BEFORE IT WAS PRICED.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  RHS-PO-NUMBER          PIC 9(6).
           05  RHS-SUPPLIER-ID        PIC 9(4).
           05  RHS-PART-ID            PIC 9(4).
           05  RHS-QTY                PIC 9(5).
           05  RHS-RECEIPT-DATE       PIC 9(8).
           05  RHS-DISPOSITION        PIC X.
           05  RHS-REASON             PIC X.
           05  RHS-RUN-DATE           PIC 9(8).
           05  RHS-UNIT-COST          PIC 9(5)V99.
           05  FILLER                 PIC X(36).

       WORKING-STORAGE SECTION.
       01  WS-RCPT-STATUS     PIC XX VALUE '00'.
       01  WS-OLDTRK-STATUS   PIC XX VALUE '00'.
       01  WS-NEWTRK-STATUS   PIC XX VALUE '00'.
       01  WS-REPORT-STATUS   PIC XX VALUE '00'.
       01  WS-HIST-STATUS     PIC XX VALUE '00'.
       01  WS-RCPT-EOF        PIC X  VALUE 'N'.
       01  WS-OLDTRK-EOF      PIC X  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-REFUSE-REASON   PIC X  VALUE SPACE.

      * THE ON-HAND VALUE / BACK-ORDER LEVEL AT OR ABOVE WHICH A PART
      * IS TREATED AS A SHORTAGE, AS IN IDMRDZ'S BATCH SCAN.
               10  TRK-QTY-RECEIVED    PIC 9(5).
               10  TRK-STATUS          PIC X.
               10  TRK-ORDER-DATE      PIC 9(8).
               10  TRK-PROMISED-DATE   PIC 9(8).
               10  TRK-UNIT-PRICE      PIC 9(5)V99.

       01  IDMS-DB-CTRL.
           03 PGM-NM PIC X(8) VALUE SPACES.
           EXIT.

       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RECEIPT-FILE OLD-TRACK-FILE.
           OPEN OUTPUT NEW-TRACK-FILE REPORT-FILE.
           IF WS-RCPT-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE HISTORY ACCUMULATES; THE FIRST RUN CREATES IT.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCVHIST FILE. RC:'
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           PERFORM 050-LOAD-TRACKING THRU 050-EXIT
           MOVE OTR-STATUS       TO TRK-STATUS(TRK-ENTRIES-USED).
           MOVE OTR-ORDER-DATE
               TO TRK-ORDER-DATE(TRK-ENTRIES-USED).
           IF OTR-PROMISED-DATE IS NUMERIC
               MOVE OTR-PROMISED-DATE
                   TO TRK-PROMISED-DATE(TRK-ENTRIES-USED)
           ELSE
               MOVE ZERO TO TRK-PROMISED-DATE(TRK-ENTRIES-USED).
           IF OTR-UNIT-PRICE IS NUMERIC
               MOVE OTR-UNIT-PRICE
                   TO TRK-UNIT-PRICE(TRK-ENTRIES-USED)
           ELSE
               MOVE ZERO TO TRK-UNIT-PRICE(TRK-ENTRIES-USED).
       050-EXIT.
           EXIT.

           IF WS-TRK-FOUND-IDX = 0
               MOVE 'REFUSED - UNKNOWN PO NUMBER'
                   TO RPT-DISPOSITION
               MOVE 'U' TO WS-REFUSE-REASON
               PERFORM 170-REFUSE-RECEIPT
               GO TO 100-EXIT.
           IF TRK-PART-ID(WS-TRK-FOUND-IDX) NOT = RCP-PART-ID
               MOVE 'REFUSED - WRONG PART FOR THIS PO'
                   TO RPT-DISPOSITION
               MOVE 'W' TO WS-REFUSE-REASON
               PERFORM 170-REFUSE-RECEIPT
               GO TO 100-EXIT.
           IF TRK-STATUS(WS-TRK-FOUND-IDX) NOT = 'O'
               MOVE 'REFUSED - PO ALREADY CLOSED'
                   TO RPT-DISPOSITION
               MOVE 'C' TO WS-REFUSE-REASON
               PERFORM 170-REFUSE-RECEIPT
               GO TO 100-EXIT.
           COMPUTE WS-OPEN-BALANCE =
           IF RCP-QTY > WS-OPEN-BALANCE
               MOVE 'REFUSED - OVER-RECEIPT OF OPEN BALANCE'
                   TO RPT-DISPOSITION
               MOVE 'O' TO WS-REFUSE-REASON
               PERFORM 170-REFUSE-RECEIPT
               GO TO 100-EXIT.
           PERFORM 130-APPLY-TO-DATABASE THRU 130-EXIT.
           ADD RCP-QTY TO TRK-QTY-RECEIVED(WS-TRK-FOUND-IDX).
           ADD +1 TO NUM-RECEIPTS-APPLIED.
           MOVE 'A' TO RHS-DISPOSITION.
           MOVE SPACE TO WS-REFUSE-REASON.
           PERFORM 175-LOG-RECEIPT.
           MOVE 'APPLIED' TO RPT-DISPOSITION.
           IF TRK-QTY-RECEIVED(WS-TRK-FOUND-IDX)
               = TRK-QTY-ORDERED(WS-TRK-FOUND-IDX)
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           MOVE 'R' TO RHS-DISPOSITION.
           PERFORM 175-LOG-RECEIPT.

      * THE DISPOSITION IS SET BY THE CALLER; THE SUPPLIER COMES OFF
      * THE TRACKING ENTRY WHEN THE PO WAS FOUND.
       175-LOG-RECEIPT.
           MOVE RCP-PO-NUMBER    TO RHS-PO-NUMBER.
           MOVE RCP-PART-ID      TO RHS-PART-ID.
           MOVE RCP-QTY          TO RHS-QTY.
           MOVE RCP-DATE         TO RHS-RECEIPT-DATE.
           MOVE WS-REFUSE-REASON TO RHS-REASON.
           MOVE WS-RUN-DATE      TO RHS-RUN-DATE.
           MOVE SPACES TO HISTORY-RECORD(45:36).
           IF WS-TRK-FOUND-IDX > 0
               MOVE TRK-SUPPLIER-ID(WS-TRK-FOUND-IDX)
                   TO RHS-SUPPLIER-ID
               MOVE TRK-UNIT-PRICE(WS-TRK-FOUND-IDX)
                   TO RHS-UNIT-COST
           ELSE
               MOVE ZERO TO RHS-SUPPLIER-ID
               MOVE ZERO TO RHS-UNIT-COST.
           WRITE HISTORY-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RCVHIST FILE. RC:'
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE.

      * THE WHOLE TRACKING TABLE GOES BACK OUT, TOUCHED OR NOT --
      * NEWTRK IS THE NEXT RUN'S POTRACK.
           MOVE TRK-QTY-RECEIVED(WS-TRK-SUB) TO NTR-QTY-RECEIVED.
           MOVE TRK-STATUS(WS-TRK-SUB)       TO NTR-STATUS.
           MOVE TRK-ORDER-DATE(WS-TRK-SUB)   TO NTR-ORDER-DATE.
           MOVE TRK-PROMISED-DATE(WS-TRK-SUB) TO NTR-PROMISED-DATE.
           MOVE TRK-UNIT-PRICE(WS-TRK-SUB)   TO NTR-UNIT-PRICE.
           WRITE NEW-TRACK-RECORD.
           IF WS-NEWTRK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NEWTRK FILE. RC:'

       200-EOJ.
            CLOSE RECEIPT-FILE OLD-TRACK-FILE NEW-TRACK-FILE
                  REPORT-FILE HISTORY-FILE.
      * EOJ
            CALL 'IDMS' USING IDMS-DB-CTRL
            DBCOM (2).
