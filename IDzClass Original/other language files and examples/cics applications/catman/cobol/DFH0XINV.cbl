      *      though they predate its window, so an order whose         *
      *      dispatch confirms late is still invoiced exactly once.    *
      *                                                                *
      *      An order line is priced at the cost in effect when it     *
      *      was placed, from the COSTHIST cost history written by     *
      *      item maintenance (DFH0XCPH), with the order's own         *
      *      discount (net over gross) applied - a cost change made    *
      *      after the order never reaches its invoice.  Items with    *
      *      no cost history, and runs with no COSTHIST DD, price      *
      *      from the amounts recorded on the order as before.         *
      *      RETURN: credits are already priced this way when DFH0XCMN *
      *      books them and bill as recorded.                          *
      *                                                                *
      *      The lines written to GLINV and their net amount total     *
      *      are registered on the CTLREG control-total registry       *
      *      (CTLTOT1) at end of run, so the CTLRCN1 step can prove    *
      *      the general ledger interface (GLINTF1) read every one.    *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WHCONF-STATUS.

           SELECT COSTHIST-FILE ASSIGN TO COSTHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS  IS  WS-COSTHIST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO INVCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.
           05  WC-SHIPMENT-ID         PIC X(8).
           05  FILLER                 PIC X(50).

       FD  COSTHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  COSTHIST-RECORD.
           COPY DFH0XCPH.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-OLDCFWD-STATUS          PIC XX  VALUE '00'.
       01  WS-NEWCFWD-STATUS          PIC XX  VALUE '00'.
       01  WS-COSTHIST-STATUS         PIC XX  VALUE '00'.
       01  WS-ORDLOG-EOF              PIC X   VALUE 'N'.
       01  WS-DISPLOG-EOF             PIC X   VALUE 'N'.
       01  WS-WHCONF-EOF              PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-OLDCFWD-EOF             PIC X   VALUE 'N'.
       01  WS-COSTHIST-EOF            PIC X   VALUE 'N'.
      *
      *        The billing window, yyyymmdd inclusive.  ORDLOG is
      *        cumulative; only lines dated inside the window are
           05  NUM-OUT-OF-PERIOD     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CARRIED-IN        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICES          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-PRICED       PIC S9(9)   COMP-3  VALUE +0.
           05  WS-ORDER-NET          PIC S9(7)V99 VALUE 0.
           05  WS-UNIT-COST          PIC 9(3)V99 VALUE 0.
           05  WS-CURRENT-DEPT       PIC X(8)  VALUE SPACES.
           05  WS-INVOICE-SEQ        PIC 9(3)  VALUE 0.
           05  WS-INVOICE-NO         PIC X(12) VALUE SPACES.
           05  WS-DEPT-HAS-LINES     PIC X     VALUE 'N'.
           05  NUM-GLINV-WRITTEN     PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-GLINV-AMOUNT      PIC S9(11)V99 COMP-3 VALUE +0.
      *
      *        *******************************************
      *          GLINV CONTROL TOTALS FOR THE JOB-TO-JOB
      *          REGISTRY (CTLTOT1).
      *        *******************************************
       COPY CTLTOTC.
      *
      *        *******************************************
      *          CONFIRMED DISPATCH REFERENCES FROM
       01  CFWD-FOUND-SW              PIC X     VALUE 'N'.
           88  CFWD-FOUND                   VALUE 'Y'.
      *
      *        *******************************************
      *          THE COSTHIST COST CHANGES, IN KEY ORDER
      *          (ITEM, THEN DATE/TIME TAKEN EFFECT), AND
      *          THE ORDER MOMENT BEING PRICED
      *        *******************************************
       01  CHT-MAX                    PIC S9(4) COMP-3 VALUE +2000.
       01  CHT-TABLE.
           05  CHT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CHT-IDX.
               10  CHT-ITEM-REF       PIC 9(4)  VALUE 0.
               10  CHT-EFFECTIVE      PIC X(14) VALUE SPACES.
               10  CHT-OLD-COST       PIC 9(3)V99 VALUE 0.
               10  CHT-NEW-COST       PIC 9(3)V99 VALUE 0.
       01  CHT-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  CHT-FOUND-SW               PIC X     VALUE 'N'.
           88  CHT-FOUND                    VALUE 'Y'.
       01  CHT-SCAN-SW                PIC X     VALUE 'N'.
           88  CHT-SCAN-DONE                VALUE 'Y'.
       01  WS-ORDER-MOMENT            PIC X(14) VALUE SPACES.
       01  WS-HIST-COST               PIC 9(3)V99 VALUE 0.
       01  WS-HIST-GROSS              PIC S9(7)V99 VALUE 0.
      *
      *        *******************
      *            report lines
      *        *******************
           05  FILLER                 PIC X(15) VALUE
                     '  CARRIED IN: '.
           05  RPT-CARRIED-IN         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(24) VALUE
                     '  PRICED FROM COSTHIST: '.
           05  RPT-HIST-PRICED        PIC ZZZ,ZZ9.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(14) VALUE 'ORDERS READ: '.
           05  RPT-ORDERS-READ        PIC ZZZ,ZZ9.
           MOVE WS-RUN-DATE-YMD TO WS-FROM-DATE.
           MOVE '01' TO WS-FROM-DATE(7:2).
           MOVE WS-RUN-DATE-YMD TO WS-TO-DATE.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT.
           DISPLAY 'DFH0XINV BILLING WINDOW ' WS-FROM-DATE
                   ' - ' WS-TO-DATE.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 520-LOAD-CARRY-FORWARD THROUGH 520-EXIT.
           PERFORM 530-LOAD-COST-HISTORY THROUGH 530-EXIT.
           PERFORM 500-LOAD-CONFIRMATIONS THROUGH 500-EXIT
                   UNTIL WS-WHCONF-EOF = 'Y' .
           PERFORM 550-LOAD-CONFIRMED-PAIRS THROUGH 550-EXIT
               PERFORM 280-CLOSE-INVOICE.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           MOVE 'P'               TO CT-FUNCTION.
           MOVE 'DFH0XINV'        TO CT-PROGRAM.
           MOVE 'GLINV   '        TO CT-DATASET.
           MOVE NUM-GLINV-WRITTEN TO CT-RECORD-COUNT.
           MOVE TOT-GLINV-AMOUNT  TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           DISPLAY 'DFH0XINV ENDED - INVOICES = ' NUM-INVOICES.
           GOBACK .

               MOVE OL-UNIT-COST TO WS-UNIT-COST
               COMPUTE WS-ORDER-NET =
                   WS-UNIT-COST * OL-QUANTITY-REQ.
           IF OL-DESCRIPTION(1:8) NOT = 'RETURN: '
               PERFORM 140-PRICE-FROM-HISTORY THROUGH 140-EXIT.
      *    A RETURN: credit bills as a negative line, with no
      *    dispatch-confirmation requirement - goods coming back
      *    need no shipment to have gone out this period
       135-EXIT.
           EXIT.

      *        ***********************************************
      *          PRICE THE LINE AT THE COST IN EFFECT WHEN IT
      *          WAS ORDERED: THE NEW COST OF THE ITEM'S LAST
      *          COSTHIST CHANGE AT OR BEFORE THE ORDER, OR THE
      *          OLD COST OF ITS FIRST CHANGE WHEN EVERY CHANGE
      *          CAME LATER.  THE ORDER'S DISCOUNT IS KEPT BY
      *          SCALING BY ITS RECORDED NET OVER GROSS.  NO
      *          HISTORY, OR NO PARSEABLE ORDER DATE, LEAVES THE
      *          RECORDED PRICE ALONE.
      *        ***********************************************
       140-PRICE-FROM-HISTORY.
           IF CHT-COUNT = 0
              OR OL-DATE IS NOT NUMERIC
               GO TO 140-EXIT.
           MOVE OL-DATE(5:4) TO WS-ORDER-MOMENT(1:4).
           MOVE OL-DATE(1:2) TO WS-ORDER-MOMENT(5:2).
           MOVE OL-DATE(3:2) TO WS-ORDER-MOMENT(7:2).
           MOVE OL-TIME      TO WS-ORDER-MOMENT(9:6).
           MOVE 'N' TO CHT-FOUND-SW.
           MOVE 'N' TO CHT-SCAN-SW.
           PERFORM 145-SEARCH-COST-HISTORY THROUGH 145-EXIT
                   VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > CHT-COUNT
                      OR CHT-SCAN-DONE.
           IF NOT CHT-FOUND
               GO TO 140-EXIT.
           COMPUTE WS-HIST-GROSS = WS-HIST-COST * OL-QUANTITY-REQ.
           IF OL-GROSS-AMOUNT IS NUMERIC
              AND OL-NET-AMOUNT IS NUMERIC
              AND OL-GROSS-AMOUNT > 0
               COMPUTE WS-ORDER-NET ROUNDED =
                   WS-HIST-GROSS * OL-NET-AMOUNT / OL-GROSS-AMOUNT
           ELSE
               MOVE WS-HIST-GROSS TO WS-ORDER-NET.
           ADD +1 TO NUM-HIST-PRICED.
       140-EXIT.
           EXIT.

       145-SEARCH-COST-HISTORY.
           IF CHT-ITEM-REF (CHT-IDX) < OL-ITEM-REF-NUMBER
               GO TO 145-EXIT.
           IF CHT-ITEM-REF (CHT-IDX) > OL-ITEM-REF-NUMBER
               SET CHT-SCAN-DONE TO TRUE
               GO TO 145-EXIT.
           IF CHT-EFFECTIVE (CHT-IDX) > WS-ORDER-MOMENT
               SET CHT-SCAN-DONE TO TRUE
      *        an item-added entry has no earlier cost to offer
               IF NOT CHT-FOUND
                  AND CHT-OLD-COST (CHT-IDX) > 0
                   MOVE CHT-OLD-COST (CHT-IDX) TO WS-HIST-COST
                   SET CHT-FOUND TO TRUE
               END-IF
               GO TO 145-EXIT.
           MOVE CHT-NEW-COST (CHT-IDX) TO WS-HIST-COST.
           SET CHT-FOUND TO TRUE.
       145-EXIT.
           EXIT.

       110-SEARCH-ORDER-PAIR.
           IF PR-CHARGE-DEPT (PAIR-IDX) = OL-CHARGE-DEPT
              AND PR-ITEM-REF (PAIR-IDX) = OL-ITEM-REF-NUMBER
           WRITE GL-INVOICE-RECORD.
           IF WS-GLINV-STATUS NOT = '00'
               DISPLAY 'GLINV WRITE ERROR RC=' WS-GLINV-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-GLINV-WRITTEN
               ADD GL-NET-AMOUNT TO TOT-GLINV-AMOUNT.

       250-CARRY-FORWARD.
           ADD +1 TO NUM-CARRIED-FORWARD.
           MOVE WS-TO-DATE          TO RPT-WINDOW-TO.
           MOVE NUM-OUT-OF-PERIOD   TO RPT-OUT-OF-PERIOD.
           MOVE NUM-CARRIED-IN      TO RPT-CARRIED-IN.
           MOVE NUM-HIST-PRICED     TO RPT-HIST-PRICED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.

      *        ***********************************************
       525-EXIT.
           EXIT.

      *        ***********************************************
      *          THE COSTHIST DD IS OPTIONAL TOO - WITHOUT IT
      *          EVERY LINE PRICES FROM THE ORDER AS RECORDED.
      *        ***********************************************
       530-LOAD-COST-HISTORY.
           OPEN INPUT COSTHIST-FILE.
           IF WS-COSTHIST-STATUS NOT = '00'
               DISPLAY 'DFH0XINV COSTHIST NOT PRESENT - ORDERS '
                       'PRICED AS RECORDED'
               GO TO 530-EXIT.
           PERFORM 535-ONE-COST-CHANGE THROUGH 535-EXIT
               UNTIL WS-COSTHIST-EOF = 'Y'.
           CLOSE COSTHIST-FILE.
       530-EXIT.
           EXIT.

       535-ONE-COST-CHANGE.
           READ COSTHIST-FILE
             AT END MOVE 'Y' TO WS-COSTHIST-EOF.
           IF WS-COSTHIST-EOF = 'Y'
               GO TO 535-EXIT.
           IF WS-COSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR ON COSTHIST FILE READ.  CODE:'
                       WS-COSTHIST-STATUS
               MOVE 'Y' TO WS-COSTHIST-EOF
               MOVE 16 TO RETURN-CODE
               GO TO 535-EXIT.
           IF CHT-COUNT < CHT-MAX
               ADD +1 TO CHT-COUNT
               SET CHT-IDX TO CHT-COUNT
               MOVE CH-ITEM-REF  TO CHT-ITEM-REF (CHT-IDX)
               MOVE CH-EFFECTIVE TO CHT-EFFECTIVE (CHT-IDX)
               MOVE CH-OLD-COST  TO CHT-OLD-COST (CHT-IDX)
               MOVE CH-NEW-COST  TO CHT-NEW-COST (CHT-IDX)
           ELSE
               DISPLAY 'DFH0XINV COST HISTORY TABLE FULL - '
                       'ENTRY SKIPPED'
               MOVE 16 TO RETURN-CODE.
       535-EXIT.
           EXIT.

      *        ***********************************************
      *          THE INVCTL DD IS OPTIONAL: ABSENT, THE RUN-
      *          MONTH DEFAULT WINDOW SET IN 000-MAIN STANDS.
