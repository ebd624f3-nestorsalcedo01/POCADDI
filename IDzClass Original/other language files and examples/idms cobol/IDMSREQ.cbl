      *          SHORTAGE THE SCAN IDENTIFIES, IT NAVIGATES TO THE
      *          OWNING SUPPLIERS OF THE PART'S SET OCCURRENCES AND
      *          WRITES A FLAT REQUISITION RECORD OF PART ID, PART
      *          DESCRIPTION, ON-HAND FIGURE, THE PART'S UNIT VALUE
      *          (THE PRICE IDMSPO1 ORDERS AT) AND EVERY SUPPLIER ID
      *          THAT CARRIES IT.  SHORTAGE PARTS WITH NO SUPPLIER IN
      *          THE SET AT ALL -- THE ORPHANS THAT ACTUALLY HURT --
      *          ARE WRITTEN TO THE EXCEPTION SECTION OF THE SAME
      *          SUB-SCHEMA NAVIGATION AS IN IDMRDZ/IDMSXTR: SEE
      *          IDMRDZ FOR THE FULL SUB-SCHEMA-RECORDS/SETS TABLES.
      *
      *          THE REQUISITIONS WRITTEN AND THEIR UNIT-COST TOTAL
      *          ARE REGISTERED ON THE CTLREG CONTROL-TOTAL REGISTRY
      *          (CTLTOT1) AT END OF JOB, SO THE CTLRCN1 STEP CAN
      *          PROVE IDMSPO1 READ EVERY ONE OF THEM.
      *
      ******************************************************************
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  REQN-SUPPLIER-COUNT    PIC 9(2).
           05  REQN-SUPPLIER-ID  OCCURS 5 TIMES
                                      PIC 9(4).
           05  REQN-UNIT-COST         PIC 9(5)V99.
           05  FILLER                 PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-REQN-STATUS PIC XX VALUE '00'.
           05  NUM-PARTS-SCANNED   PIC S9(7) COMP-3 VALUE +0.
           05  NUM-SHORTAGES       PIC S9(7) COMP-3 VALUE +0.
           05  NUM-ORPHAN-PARTS    PIC S9(7) COMP-3 VALUE +0.
           05  NUM-REQNS-WRITTEN   PIC S9(7) COMP-3 VALUE +0.
           05  TOT-REQN-COST       PIC S9(11)V99 COMP-3 VALUE +0.

      * REQNFILE CONTROL TOTALS FOR THE JOB-TO-JOB REGISTRY.
       COPY CTLTOTC.

       01  IDMS-DB-CTRL.
           03 PGM-NM PIC X(8) VALUE SPACES.
           MOVE SPACES TO REQN-RECORD.
           MOVE PART-RDZ-ID-0410        TO REQN-PART-ID.
           MOVE PART-RDZ-BACKORDER-0410 TO REQN-ON-HAND.
           MOVE PART-RDZ-VALUE-0410     TO REQN-UNIT-COST.
           MOVE 0 TO REQN-SUPPLIER-COUNT.

      * FIND CALC PARTS USING THE SHORTAGE PART'S ID, THEN WALK ITS
           IF WS-REQN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REQN FILE. RC:' WS-REQN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-REQNS-WRITTEN
               ADD REQN-UNIT-COST TO TOT-REQN-COST
           END-IF.

       200-EOJ.
      * EOJ
            CLOSE REQN-FILE.
            MOVE 'P'               TO CT-FUNCTION.
            MOVE 'IDMSREQ '        TO CT-PROGRAM.
            MOVE 'REQNFILE'        TO CT-DATASET.
            MOVE NUM-REQNS-WRITTEN TO CT-RECORD-COUNT.
            MOVE TOT-REQN-COST     TO CT-AMOUNT-TOTAL.
            CALL 'CTLTOT1' USING CTLTOT-AREA.
            CALL 'IDMS' USING IDMS-DB-CTRL
            DBCOM (2).
       200-EXIT.
