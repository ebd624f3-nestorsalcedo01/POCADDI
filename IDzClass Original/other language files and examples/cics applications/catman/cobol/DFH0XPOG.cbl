      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XPOG                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        Replenishment purchase order batch job  *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job, run against the RORD        *
      *      reorder-alert extract (the same way DFH0XBOF runs         *
      *      offline against BAKORD), which turns the alerts DFH0XSSM  *
      *      raises into purchase orders on the POLINE file, so the    *
      *      buyers' paper order book is no longer needed.             *
      *                                                                *
      *      DFH0XSSM writes an alert on every order that leaves an    *
      *      item at or below its reorder point, so one item can be    *
      *      alerted many times; each item is ordered at most once a   *
      *      run.  The quantity ordered tops the item back up to TWICE *
      *      its reorder point:                                        *
      *                                                                *
      *        2 x reorder point - catalog IN-STOCK - quantity still   *
      *        outstanding on the item's open POLINE lines             *
      *                                                                *
      *      rounded UP to the order multiple on the item's ITEMSUPP   *
      *      record.  Nothing is ordered when stock plus open orders   *
      *      already cover the level, so re-running the job against   *
      *      the same alerts raises no duplicate orders.               *
      *                                                                *
      *      The lines raised are grouped by the item's preferred      *
      *      supplier: one purchase order per supplier, numbered 'P'   *
      *      + run date + sequence (continuing from any POs already    *
      *      raised today), each printed on POGRPT as a separate PO    *
      *      document with the SUPPLIER master name, address and       *
      *      contact.  Each line is due the run date plus the item's   *
      *      lead time.  Alerted items that cannot be ordered (not on  *
      *      the catalog, no preferred supplier, supplier missing or   *
      *      inactive) are listed after the POs for a buyer and set    *
      *      return code 4.                                            *
      *                                                                *
      *      Receipts are matched to the open lines by DFH0XCMN's      *
      *      '01RECV' path and by the DFH0XGRV bulk receiving batch.   *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XPOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERT-FILE    ASSIGN TO RORDIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RORDIN-STATUS.

           SELECT CATALOG-FILE  ASSIGN TO EXMPCAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS  IS  WS-CATALOG-STATUS.

           SELECT ITEMSUPP-FILE ASSIGN TO ITEMSUPP
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IS-ITEM-REF
               FILE STATUS  IS  WS-ITEMSUPP-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SU-SUPPLIER-ID
               FILE STATUS  IS  WS-SUPPLIER-STATUS.

           SELECT POLINE-FILE   ASSIGN TO POLINE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS  IS  WS-POLINE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO POGRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    one REORDER-ALERT record as DFH0XSSM writes it to the
      *    RORD extrapartition queue
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           05  RA-ITEM-REF            PIC X(4).
           05  RA-ITEM-REF-NUM  REDEFINES RA-ITEM-REF
                                      PIC 9(4).
           05  FILLER                 PIC X.
           05  RA-IN-STOCK            PIC X(4).
           05  FILLER                 PIC X.
           05  RA-REORDER-POINT       PIC X(4).
           05  RA-REORDER-POINT-NUM  REDEFINES RA-REORDER-POINT
                                      PIC 9(4).
           05  FILLER                 PIC X.
           05  RA-DATE                PIC X(8).
           05  FILLER                 PIC X.
           05  RA-TIME                PIC X(6).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CATALOG-ITEM-RECORD.
           05  CAT-ITEM-REF           PIC 9(4).
           05  CAT-DESCRIPTION        PIC X(40).
           05  CAT-DEPARTMENT         PIC 9(3).
           05  CAT-COST               PIC X(6).
           05  CAT-IN-STOCK           PIC 9(4).
           05  CAT-ON-ORDER           PIC 9(3).
           05  FILLER                 PIC X(20).

       FD  ITEMSUPP-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ITEMSUPP-RECORD.
           COPY DFH0XCPF.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SUPPLIER-RECORD.
           COPY DFH0XCPE.

       FD  POLINE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POLINE-RECORD.
           COPY DFH0XCPG.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-RORDIN-STATUS           PIC XX  VALUE '00'.
       01  WS-CATALOG-STATUS          PIC XX  VALUE '00'.
       01  WS-ITEMSUPP-STATUS         PIC XX  VALUE '00'.
       01  WS-SUPPLIER-STATUS         PIC XX  VALUE '00'.
       01  WS-POLINE-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-RORDIN-EOF              PIC X   VALUE 'N'.
       01  WS-POLINE-EOF              PIC X   VALUE 'N'.
       01  WS-NO-HDR-DONE             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-DUE-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-DUE-DATE-X    REDEFINES WS-DUE-DATE-NUM
                                      PIC X(8).
      *
       01  WORK-VARIABLES.
           05  NUM-ALERTS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALERTS-REJECTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ITEMS-ALERTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ITEMS-COVERED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ITEMS-NOT-ORDERED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-RAISED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POS-RAISED        PIC S9(9)   COMP-3  VALUE +0.
           05  WS-NEED-QTY           PIC S9(7)   COMP-3  VALUE +0.
           05  WS-ORDER-MULT         PIC S9(5)   COMP-3  VALUE +0.
           05  WS-PACKS              PIC S9(7)   COMP-3  VALUE +0.
           05  WS-PACK-REM           PIC S9(5)   COMP-3  VALUE +0.
           05  WS-OPEN-QTY           PIC S9(7)   COMP-3  VALUE +0.
           05  WS-PO-SEQ             PIC 9(3)    VALUE 0.
           05  WS-PO-SEQ-X  REDEFINES WS-PO-SEQ
                                     PIC X(3).
           05  WS-PO-NUMBER          PIC X(12)   VALUE SPACES.
           05  WS-CURRENT-SUPPLIER   PIC X(8)    VALUE SPACES.
           05  WS-PO-LINES           PIC S9(5)   COMP-3  VALUE +0.
           05  WS-PO-QTY             PIC S9(7)   COMP-3  VALUE +0.
           05  WS-PO-VALUE           PIC S9(9)V99 VALUE 0.
           05  WS-LINE-VALUE         PIC S9(9)V99 VALUE 0.
           05  WS-UNIT-COST          PIC 9(3)V99 VALUE 0.
           05  WS-NOT-ORDERED-REASON PIC X(30)   VALUE SPACES.
      *
      *        *******************************************
      *          ONE ENTRY PER ITEM ALERTED THIS RUN -
      *          THE ALERTS ARE DE-DUPLICATED HERE AND
      *          THE PLANNED ORDER LINE BUILT UP IN THE
      *          SAME ENTRY
      *        *******************************************
       01  ALERT-MAX                  PIC S9(4) COMP-3 VALUE +500.
       01  ALERT-TABLE.
           05  ALERT-ENTRY OCCURS 500 TIMES
                   INDEXED BY ALERT-IDX ALERT-USE-IDX ALERT-SUP-IDX.
               10  AL-ITEM-REF        PIC 9(4)  VALUE 0.
               10  AL-REORDER-POINT   PIC 9(4)  VALUE 0.
               10  AL-STATUS          PIC X     VALUE SPACE.
                   88  AL-TO-ORDER          VALUE 'P'.
                   88  AL-ORDERED           VALUE 'D'.
                   88  AL-NOT-ORDERED       VALUE 'X'.
               10  AL-SUPPLIER-ID     PIC X(8)  VALUE SPACES.
               10  AL-SUPPLIER-PART   PIC X(15) VALUE SPACES.
               10  AL-LEAD-DAYS       PIC 9(3)  VALUE 0.
               10  AL-ORDER-QTY       PIC 9(5)  VALUE 0.
               10  AL-DESCRIPTION     PIC X(40) VALUE SPACES.
               10  AL-UNIT-COST       PIC X(6)  VALUE SPACES.
               10  AL-REASON          PIC X(30) VALUE SPACES.
       01  ALERT-COUNT                PIC S9(4) COMP-3 VALUE +0.
       01  ALERT-FOUND-SW             PIC X     VALUE 'N'.
           88  ALERT-FOUND                  VALUE 'Y'.
      *
      *        *******************************************
      *          QUANTITY STILL OUTSTANDING ON EACH
      *          ITEM'S OPEN POLINE LINES, LOADED BEFORE
      *          ANY NEW LINE IS RAISED
      *        *******************************************
       01  OPEN-MAX                   PIC S9(4) COMP-3 VALUE +500.
       01  OPEN-TABLE.
           05  OPEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY OPEN-IDX OPEN-USE-IDX.
               10  OP-ITEM-REF        PIC 9(4)  VALUE 0.
               10  OP-OUTSTANDING     PIC S9(7) COMP-3 VALUE +0.
       01  OPEN-COUNT                 PIC S9(4) COMP-3 VALUE +0.
       01  OPEN-FOUND-SW              PIC X     VALUE 'N'.
           88  OPEN-FOUND                   VALUE 'Y'.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'REPLENISHMENT PURCHASE ORDER RUN'.
       01  RPT-PO-HDR.
           05  FILLER                 PIC X(16)
                     VALUE 'PURCHASE ORDER: '.
           05  RPT-PO-NUMBER          PIC X(12).
           05  FILLER                 PIC X(8)   VALUE '  DATE: '.
           05  RPT-PO-DATE            PIC X(8).
       01  RPT-PO-SUPPLIER.
           05  FILLER                 PIC X(10)  VALUE 'SUPPLIER: '.
           05  RPT-SU-ID              PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SU-NAME            PIC X(30).
       01  RPT-PO-ADDRESS.
           05  FILLER                 PIC X(20)  VALUE SPACES.
           05  RPT-SU-ADDRESS         PIC X(30).
       01  RPT-PO-CONTACT.
           05  FILLER                 PIC X(10)  VALUE 'CONTACT:  '.
           05  RPT-SU-CONTACT         PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SU-PHONE           PIC X(15).
       01  RPT-PO-LINE-HDR.
           05  FILLER                 PIC X(6)   VALUE 'ITEM'.
           05  FILLER                 PIC X(17)  VALUE 'SUPPLIER PART'.
           05  FILLER                 PIC X(42)  VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(8)   VALUE '   QTY'.
           05  FILLER                 PIC X(8)   VALUE '  COST'.
           05  FILLER                 PIC X(14)  VALUE '       VALUE'.
           05  FILLER                 PIC X(8)   VALUE 'DUE'.
       01  RPT-PO-LINE.
           05  RPT-ITEM-REF           PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SUPPLIER-PART      PIC X(15).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DESCRIPTION        PIC X(40).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ORDER-QTY          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-UNIT-COST          PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-LINE-VALUE         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DUE-DATE           PIC X(8).
       01  RPT-PO-TOTAL-LINE.
           05  FILLER                 PIC X(13)  VALUE '  PO LINES: '.
           05  RPT-PO-LINES           PIC ZZ9.
           05  FILLER                 PIC X(15)  VALUE
                     '  TOTAL QTY: '.
           05  RPT-PO-QTY             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17)  VALUE
                     '  TOTAL VALUE: '.
           05  RPT-PO-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-NO-HDR.
           05  FILLER                 PIC X(50) VALUE
               'ALERTED ITEMS NOT ORDERED - FOR BUYER ACTION'.
       01  RPT-NO-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-NO-ITEM            PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-NO-SUPPLIER        PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-NO-REASON          PIC X(30).
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(14) VALUE 'ALERTS READ: '.
           05  RPT-ALERTS-READ        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE '  REJECTED: '.
           05  RPT-ALERTS-REJECTED    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17) VALUE
                     '  ITEMS ALERTED: '.
           05  RPT-ITEMS-ALERTED      PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER                 PIC X(14) VALUE 'POS RAISED: '.
           05  RPT-POS-RAISED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '  LINES: '.
           05  RPT-LINES-RAISED       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(19) VALUE
                     '  ALREADY COVERED: '.
           05  RPT-ITEMS-COVERED      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
                     '  NOT ORDERED: '.
           05  RPT-NOT-ORDERED        PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XPOG STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 500-LOAD-OPEN-PO-LINES THROUGH 500-EXIT.
           PERFORM 100-PROCESS-ALERT THROUGH 100-EXIT
                   UNTIL WS-RORDIN-EOF = 'Y' .
           PERFORM 150-PLAN-ONE-ITEM THROUGH 150-EXIT
                   VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT.
           PERFORM 200-RAISE-SUPPLIER-PO THROUGH 200-EXIT
                   VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT.
           PERFORM 280-LIST-NOT-ORDERED THROUGH 280-EXIT
                   VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT.

           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           IF NUM-ITEMS-NOT-ORDERED > 0
              OR NUM-ALERTS-REJECTED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           DISPLAY 'DFH0XPOG ENDED - PURCHASE ORDERS RAISED = '
                   NUM-POS-RAISED.
           GOBACK .

      *        ***********************************************
      *          ONE REORDER ALERT PER CYCLE.  THE FIRST
      *          ALERT FOR AN ITEM ADDS ITS TABLE ENTRY;
      *          LATER ONES ONLY KEEP THE HIGHEST REORDER
      *          POINT SEEN.
      *        ***********************************************
       100-PROCESS-ALERT.
           PERFORM 700-READ-ALERT-FILE.
           IF WS-RORDIN-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-ALERTS-READ.
           IF RA-ITEM-REF IS NOT NUMERIC
              OR RA-ITEM-REF-NUM = ZERO
              OR RA-REORDER-POINT IS NOT NUMERIC
               ADD +1 TO NUM-ALERTS-REJECTED
               DISPLAY 'DFH0XPOG ALERT RECORD NOT VALID, SKIPPED: '
                       ALERT-RECORD
               GO TO 100-EXIT.
           MOVE 'N' TO ALERT-FOUND-SW.
           PERFORM 110-SEARCH-ALERT THROUGH 110-EXIT
                   VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT
                      OR ALERT-FOUND.
           IF ALERT-FOUND
               SET ALERT-IDX TO ALERT-USE-IDX
               IF RA-REORDER-POINT-NUM > AL-REORDER-POINT (ALERT-IDX)
                   MOVE RA-REORDER-POINT-NUM
                     TO AL-REORDER-POINT (ALERT-IDX)
               END-IF
               GO TO 100-EXIT.
           IF ALERT-COUNT NOT < ALERT-MAX
               ADD +1 TO NUM-ALERTS-REJECTED
               DISPLAY 'ALERT TABLE FULL, ITEM DROPPED: ' RA-ITEM-REF
               GO TO 100-EXIT.
           ADD +1 TO ALERT-COUNT.
           SET ALERT-IDX TO ALERT-COUNT.
           MOVE RA-ITEM-REF-NUM      TO AL-ITEM-REF (ALERT-IDX).
           MOVE RA-REORDER-POINT-NUM TO AL-REORDER-POINT (ALERT-IDX).
           ADD +1 TO NUM-ITEMS-ALERTED.
       100-EXIT.
           EXIT.

       110-SEARCH-ALERT.
           IF AL-ITEM-REF (ALERT-IDX) = RA-ITEM-REF-NUM
               SET ALERT-FOUND TO TRUE
               SET ALERT-USE-IDX TO ALERT-IDX
           END-IF.
       110-EXIT.
           EXIT.

      *        ***********************************************
      *          WORK OUT ONE ALERTED ITEM'S ORDER: ITS
      *          PREFERRED SUPPLIER AND TERMS, AND THE
      *          QUANTITY THAT TOPS IT BACK UP TO TWICE THE
      *          REORDER POINT AFTER STOCK ON HAND AND
      *          ORDERS ALREADY OPEN.
      *        ***********************************************
       150-PLAN-ONE-ITEM.
           MOVE AL-ITEM-REF (ALERT-IDX) TO CAT-ITEM-REF.
           READ CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00'
               MOVE 'ITEM NOT ON CATALOG' TO WS-NOT-ORDERED-REASON
               PERFORM 190-MARK-NOT-ORDERED
               GO TO 150-EXIT.
           MOVE CAT-DESCRIPTION TO AL-DESCRIPTION (ALERT-IDX).
           MOVE CAT-COST        TO AL-UNIT-COST (ALERT-IDX).
           MOVE AL-ITEM-REF (ALERT-IDX) TO IS-ITEM-REF.
           READ ITEMSUPP-FILE.
           IF WS-ITEMSUPP-STATUS NOT = '00'
               MOVE 'NO PREFERRED SUPPLIER' TO WS-NOT-ORDERED-REASON
               PERFORM 190-MARK-NOT-ORDERED
               GO TO 150-EXIT.
           MOVE IS-SUPPLIER-ID   TO AL-SUPPLIER-ID (ALERT-IDX).
           MOVE IS-SUPPLIER-PART TO AL-SUPPLIER-PART (ALERT-IDX).
           MOVE IS-LEAD-DAYS     TO AL-LEAD-DAYS (ALERT-IDX).
           MOVE IS-SUPPLIER-ID   TO SU-SUPPLIER-ID.
           READ SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS NOT = '00'
               MOVE 'SUPPLIER NOT ON FILE' TO WS-NOT-ORDERED-REASON
               PERFORM 190-MARK-NOT-ORDERED
               GO TO 150-EXIT.
           IF SU-INACTIVE
               MOVE 'SUPPLIER INACTIVE' TO WS-NOT-ORDERED-REASON
               PERFORM 190-MARK-NOT-ORDERED
               GO TO 150-EXIT.
           PERFORM 160-GET-OPEN-QTY THROUGH 160-EXIT.
           COMPUTE WS-NEED-QTY = AL-REORDER-POINT (ALERT-IDX) * 2
                               - CAT-IN-STOCK - WS-OPEN-QTY.
           IF WS-NEED-QTY NOT > 0
               ADD +1 TO NUM-ITEMS-COVERED
               MOVE 'D' TO AL-STATUS (ALERT-IDX)
               MOVE 0 TO AL-ORDER-QTY (ALERT-IDX)
               GO TO 150-EXIT.
      *    round UP to the supplier's pack size
           MOVE IS-ORDER-MULTIPLE TO WS-ORDER-MULT.
           IF WS-ORDER-MULT = 0
               MOVE 1 TO WS-ORDER-MULT.
           DIVIDE WS-NEED-QTY BY WS-ORDER-MULT
               GIVING WS-PACKS REMAINDER WS-PACK-REM.
           IF WS-PACK-REM > 0
               ADD 1 TO WS-PACKS.
           COMPUTE WS-NEED-QTY = WS-PACKS * WS-ORDER-MULT.
           IF WS-NEED-QTY > 99999
               MOVE 'ORDER QUANTITY TOO LARGE' TO WS-NOT-ORDERED-REASON
               PERFORM 190-MARK-NOT-ORDERED
               GO TO 150-EXIT.
           MOVE WS-NEED-QTY TO AL-ORDER-QTY (ALERT-IDX).
           MOVE 'P' TO AL-STATUS (ALERT-IDX).
       150-EXIT.
           EXIT.

       160-GET-OPEN-QTY.
           MOVE 0 TO WS-OPEN-QTY.
           MOVE 'N' TO OPEN-FOUND-SW.
           PERFORM 165-SEARCH-OPEN THROUGH 165-EXIT
                   VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
                      OR OPEN-FOUND.
           IF OPEN-FOUND
               SET OPEN-IDX TO OPEN-USE-IDX
               MOVE OP-OUTSTANDING (OPEN-IDX) TO WS-OPEN-QTY.
       160-EXIT.
           EXIT.

       165-SEARCH-OPEN.
           IF OP-ITEM-REF (OPEN-IDX) = AL-ITEM-REF (ALERT-IDX)
               SET OPEN-FOUND TO TRUE
               SET OPEN-USE-IDX TO OPEN-IDX
           END-IF.
       165-EXIT.
           EXIT.

       190-MARK-NOT-ORDERED.
           MOVE 'X' TO AL-STATUS (ALERT-IDX).
           MOVE WS-NOT-ORDERED-REASON TO AL-REASON (ALERT-IDX).
           ADD +1 TO NUM-ITEMS-NOT-ORDERED.

      *        ***********************************************
      *          THE FIRST ITEM STILL TO ORDER OPENS A PO FOR
      *          ITS SUPPLIER, AND EVERY LATER ITEM FOR THE
      *          SAME SUPPLIER GOES ON THAT PO - ONE PO
      *          DOCUMENT PER SUPPLIER PER RUN.
      *        ***********************************************
       200-RAISE-SUPPLIER-PO.
           IF NOT AL-TO-ORDER (ALERT-IDX)
               GO TO 200-EXIT.
           MOVE AL-SUPPLIER-ID (ALERT-IDX) TO WS-CURRENT-SUPPLIER.
           PERFORM 270-OPEN-PURCHASE-ORDER.
           PERFORM 210-RAISE-SUPPLIER-LINE THROUGH 210-EXIT
                   VARYING ALERT-SUP-IDX FROM ALERT-IDX BY 1
                   UNTIL ALERT-SUP-IDX > ALERT-COUNT.
           PERFORM 275-CLOSE-PURCHASE-ORDER.
       200-EXIT.
           EXIT.

       210-RAISE-SUPPLIER-LINE.
           IF NOT AL-TO-ORDER (ALERT-SUP-IDX)
               GO TO 210-EXIT.
           IF AL-SUPPLIER-ID (ALERT-SUP-IDX) NOT = WS-CURRENT-SUPPLIER
               GO TO 210-EXIT.
      *    due date is the run date plus the item's lead time
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                    + AL-LEAD-DAYS (ALERT-SUP-IDX)).
           MOVE SPACES TO POLINE-RECORD.
           MOVE AL-ITEM-REF (ALERT-SUP-IDX)  TO PL-ITEM-REF.
           MOVE WS-PO-NUMBER                 TO PL-PO-NUMBER.
           MOVE WS-CURRENT-SUPPLIER          TO PL-SUPPLIER-ID.
           MOVE AL-ORDER-QTY (ALERT-SUP-IDX) TO PL-QTY-ORDERED.
           MOVE 0                            TO PL-QTY-RECEIVED.
           MOVE WS-RUN-DATE-YMD              TO PL-ORDER-DATE.
           MOVE WS-DUE-DATE-X                TO PL-DUE-DATE.
           MOVE 'O'                          TO PL-STATUS.
           MOVE AL-UNIT-COST (ALERT-SUP-IDX) TO PL-UNIT-COST.
           WRITE POLINE-RECORD.
           IF WS-POLINE-STATUS NOT = '00'
               DISPLAY 'POLINE WRITE ERROR RC=' WS-POLINE-STATUS
                       ' ITEM ' PL-ITEM-REF ' PO ' PL-PO-NUMBER
               MOVE 16 TO RETURN-CODE
               MOVE 'X' TO AL-STATUS (ALERT-SUP-IDX)
               MOVE 'POLINE WRITE ERROR' TO AL-REASON (ALERT-SUP-IDX)
               ADD +1 TO NUM-ITEMS-NOT-ORDERED
               GO TO 210-EXIT.
           MOVE 'D' TO AL-STATUS (ALERT-SUP-IDX).
           ADD +1 TO NUM-LINES-RAISED.
           ADD +1 TO WS-PO-LINES.
           ADD AL-ORDER-QTY (ALERT-SUP-IDX) TO WS-PO-QTY.
           MOVE 0 TO WS-UNIT-COST.
           IF AL-UNIT-COST (ALERT-SUP-IDX) NOT = SPACES
               COMPUTE WS-UNIT-COST =
                   FUNCTION NUMVAL(AL-UNIT-COST (ALERT-SUP-IDX)).
           COMPUTE WS-LINE-VALUE =
               WS-UNIT-COST * AL-ORDER-QTY (ALERT-SUP-IDX).
           ADD WS-LINE-VALUE TO WS-PO-VALUE.
           MOVE AL-ITEM-REF (ALERT-SUP-IDX)      TO RPT-ITEM-REF.
           MOVE AL-SUPPLIER-PART (ALERT-SUP-IDX) TO RPT-SUPPLIER-PART.
           MOVE AL-DESCRIPTION (ALERT-SUP-IDX)   TO RPT-DESCRIPTION.
           MOVE AL-ORDER-QTY (ALERT-SUP-IDX)     TO RPT-ORDER-QTY.
           MOVE AL-UNIT-COST (ALERT-SUP-IDX)     TO RPT-UNIT-COST.
           MOVE WS-LINE-VALUE                    TO RPT-LINE-VALUE.
           MOVE WS-DUE-DATE-X                    TO RPT-DUE-DATE.
           WRITE REPORT-RECORD FROM RPT-PO-LINE.
       210-EXIT.
           EXIT.

      *        ***********************************************
      *          START A PO: NEXT NUMBER FOR TODAY, AND THE
      *          DOCUMENT HEADING ON A NEW PAGE WITH THE
      *          SUPPLIER'S NAME, ADDRESS AND CONTACT.
      *        ***********************************************
       270-OPEN-PURCHASE-ORDER.
           ADD +1 TO NUM-POS-RAISED.
           ADD 1 TO WS-PO-SEQ.
           MOVE SPACES TO WS-PO-NUMBER.
           STRING 'P' WS-RUN-DATE-YMD WS-PO-SEQ-X
               DELIMITED BY SIZE
               INTO WS-PO-NUMBER
           END-STRING.
           MOVE 0 TO WS-PO-LINES.
           MOVE 0 TO WS-PO-QTY.
           MOVE 0 TO WS-PO-VALUE.
           MOVE WS-CURRENT-SUPPLIER TO SU-SUPPLIER-ID.
           READ SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS NOT = '00'
               MOVE SPACES TO SUPPLIER-RECORD
               MOVE WS-CURRENT-SUPPLIER TO SU-SUPPLIER-ID.
           MOVE WS-PO-NUMBER    TO RPT-PO-NUMBER.
           MOVE WS-RUN-DATE-YMD TO RPT-PO-DATE.
           WRITE REPORT-RECORD FROM RPT-PO-HDR AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE SU-SUPPLIER-ID  TO RPT-SU-ID.
           MOVE SU-NAME         TO RPT-SU-NAME.
           WRITE REPORT-RECORD FROM RPT-PO-SUPPLIER.
           MOVE SU-ADDRESS-1    TO RPT-SU-ADDRESS.
           WRITE REPORT-RECORD FROM RPT-PO-ADDRESS.
           MOVE SU-ADDRESS-2    TO RPT-SU-ADDRESS.
           WRITE REPORT-RECORD FROM RPT-PO-ADDRESS.
           MOVE SU-CONTACT      TO RPT-SU-CONTACT.
           MOVE SU-PHONE        TO RPT-SU-PHONE.
           WRITE REPORT-RECORD FROM RPT-PO-CONTACT.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-PO-LINE-HDR.

       275-CLOSE-PURCHASE-ORDER.
           MOVE WS-PO-LINES TO RPT-PO-LINES.
           MOVE WS-PO-QTY   TO RPT-PO-QTY.
           MOVE WS-PO-VALUE TO RPT-PO-VALUE.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-PO-TOTAL-LINE.

       280-LIST-NOT-ORDERED.
           IF NOT AL-NOT-ORDERED (ALERT-IDX)
               GO TO 280-EXIT.
           IF WS-NO-HDR-DONE = 'N'
               MOVE 'Y' TO WS-NO-HDR-DONE
               WRITE REPORT-RECORD FROM RPT-NO-HDR AFTER PAGE
               WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE AL-ITEM-REF (ALERT-IDX)    TO RPT-NO-ITEM.
           MOVE AL-SUPPLIER-ID (ALERT-IDX) TO RPT-NO-SUPPLIER.
           MOVE AL-REASON (ALERT-IDX)      TO RPT-NO-REASON.
           WRITE REPORT-RECORD FROM RPT-NO-DETAIL.
       280-EXIT.
           EXIT.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-ALERTS-READ       TO RPT-ALERTS-READ.
           MOVE NUM-ALERTS-REJECTED   TO RPT-ALERTS-REJECTED.
           MOVE NUM-ITEMS-ALERTED     TO RPT-ITEMS-ALERTED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-POS-RAISED        TO RPT-POS-RAISED.
           MOVE NUM-LINES-RAISED      TO RPT-LINES-RAISED.
           MOVE NUM-ITEMS-COVERED     TO RPT-ITEMS-COVERED.
           MOVE NUM-ITEMS-NOT-ORDERED TO RPT-NOT-ORDERED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.

      *        ***********************************************
      *          ONE PASS OF POLINE BEFORE ANYTHING IS
      *          RAISED: TOTAL EACH ITEM'S OUTSTANDING OPEN
      *          QUANTITY, AND PICK UP THE HIGHEST PO
      *          SEQUENCE ALREADY USED TODAY SO A SECOND RUN
      *          IN A DAY NUMBERS ON FROM THE FIRST.
      *        ***********************************************
       500-LOAD-OPEN-PO-LINES.
           MOVE LOW-VALUES TO PL-KEY.
           START POLINE-FILE KEY IS NOT LESS THAN PL-KEY.
           IF WS-POLINE-STATUS NOT = '00'
               GO TO 500-EXIT.
           PERFORM 510-ONE-OPEN-PO-LINE THROUGH 510-EXIT
               UNTIL WS-POLINE-EOF = 'Y'.
       500-EXIT.
           EXIT.

       510-ONE-OPEN-PO-LINE.
           READ POLINE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-POLINE-EOF.
           IF WS-POLINE-EOF = 'Y'
               GO TO 510-EXIT.
           IF WS-POLINE-STATUS NOT = '00'
               DISPLAY 'ERROR ON POLINE FILE READ.  CODE:'
                       WS-POLINE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-POLINE-EOF
               GO TO 510-EXIT.
           IF PL-PO-NUMBER(2:8) = WS-RUN-DATE-YMD
              AND PL-PO-NUMBER(10:3) IS NUMERIC
              AND PL-PO-NUMBER(10:3) > WS-PO-SEQ-X
               MOVE PL-PO-NUMBER(10:3) TO WS-PO-SEQ-X.
           IF NOT PL-OPEN
              OR PL-QTY-RECEIVED NOT < PL-QTY-ORDERED
               GO TO 510-EXIT.
           MOVE 'N' TO OPEN-FOUND-SW.
           PERFORM 520-SEARCH-OPEN-ITEM THROUGH 520-EXIT
                   VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
                      OR OPEN-FOUND.
           IF OPEN-FOUND
               SET OPEN-IDX TO OPEN-USE-IDX.
           IF NOT OPEN-FOUND
               IF OPEN-COUNT < OPEN-MAX
                   ADD +1 TO OPEN-COUNT
                   SET OPEN-IDX TO OPEN-COUNT
                   MOVE PL-ITEM-REF TO OP-ITEM-REF (OPEN-IDX)
               ELSE
                   DISPLAY 'OPEN PO TABLE FULL, LINE NOT COUNTED: '
                           PL-KEY
                   MOVE 16 TO RETURN-CODE
                   GO TO 510-EXIT
               END-IF
           END-IF.
           COMPUTE OP-OUTSTANDING (OPEN-IDX) =
               OP-OUTSTANDING (OPEN-IDX)
               + PL-QTY-ORDERED - PL-QTY-RECEIVED.
       510-EXIT.
           EXIT.

       520-SEARCH-OPEN-ITEM.
           IF OP-ITEM-REF (OPEN-IDX) = PL-ITEM-REF
               SET OPEN-FOUND TO TRUE
               SET OPEN-USE-IDX TO OPEN-IDX
           END-IF.
       520-EXIT.
           EXIT.

       700-READ-ALERT-FILE.
           READ ALERT-FILE
             AT END MOVE 'Y' TO WS-RORDIN-EOF .
           IF WS-RORDIN-STATUS NOT = '00'
              AND WS-RORDIN-STATUS NOT = '04'
              AND WS-RORDIN-STATUS NOT = '10'
               DISPLAY 'ERROR ON RORDIN FILE READ.  CODE:'
                       WS-RORDIN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RORDIN-EOF.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       900-OPEN-FILES.
           OPEN INPUT    ALERT-FILE
                         CATALOG-FILE
                         ITEMSUPP-FILE
                         SUPPLIER-FILE
                I-O      POLINE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-RORDIN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RORDIN FILE. RC:'
                     WS-RORDIN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RORDIN-EOF.
           IF WS-CATALOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING EXMPCAT FILE. RC:'
                     WS-CATALOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RORDIN-EOF.
           IF WS-ITEMSUPP-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ITEMSUPP FILE. RC:'
                     WS-ITEMSUPP-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RORDIN-EOF.
           IF WS-SUPPLIER-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SUPPLIER FILE. RC:'
                     WS-SUPPLIER-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RORDIN-EOF.
           IF WS-POLINE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POLINE FILE. RC:'
                     WS-POLINE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RORDIN-EOF
             MOVE 'Y' TO WS-POLINE-EOF.

       905-CLOSE-FILES.
           CLOSE ALERT-FILE .
           CLOSE CATALOG-FILE .
           CLOSE ITEMSUPP-FILE .
           CLOSE SUPPLIER-FILE .
           CLOSE POLINE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XPOG
