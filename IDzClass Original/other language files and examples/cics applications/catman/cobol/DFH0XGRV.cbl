      *      Single receipts keyed online take the '01RECV' path in    *
      *      DFH0XCMN and land on the same RECVLOG history.            *
      *                                                                *
      *      Each booked receipt is also matched to an open purchase   *
      *      order line on POLINE (raised by DFH0XPOG): the PO quoted  *
      *      on the delivery line if there is one, otherwise the       *
      *      item's oldest open line.  The quantity is added to the    *
      *      line's received figure and the line closes once the      *
      *      ordered quantity is in.  Over-deliveries, under-          *
      *      deliveries (the line stays open for the balance) and      *
      *      receipts with no open PO are flagged on the report and    *
      *      on the RECVLOG record.  The goods are booked either way - *
      *      they are in the warehouse.                                *
      *                                                                *
      *      WHDELIV LINE LAYOUT (80 BYTES):                           *
      *        cols  1-4   item reference                              *
      *        col   5     filler                                      *
      *        cols  6-8   quantity received                           *
      *        col   9     filler                                      *
      *        cols 10-19  warehouse delivery reference                *
      *        col  20     filler                                      *
      *        cols 21-32  purchase order number (optional)            *
      *                                                                *
      *      Return code 4 when any line is rejected, over-delivered   *
      *      or has no open PO.                                        *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
               RECORD KEY IS RV-KEY
               FILE STATUS  IS  WS-RECVLOG-STATUS.

           SELECT POLINE-FILE   ASSIGN TO POLINE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS  IS  WS-POLINE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO GRVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

                                      PIC 9(3).
           05  FILLER                 PIC X.
           05  WD-DELIVERY-REF        PIC X(10).
           05  FILLER                 PIC X.
           05  WD-PO-NUMBER           PIC X(12).
           05  FILLER                 PIC X(48).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
       01  RECVLOG-RECORD.
           COPY DFH0XCPC.

       FD  POLINE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POLINE-RECORD.
           COPY DFH0XCPG.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
       01  WS-CATALOG-STATUS          PIC XX  VALUE '00'.
       01  WS-RECVLOG-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-POLINE-STATUS           PIC XX  VALUE '00'.
       01  WS-WHDELIV-EOF             PIC X   VALUE 'N'.
       01  WS-PO-FOUND-SW             PIC X   VALUE 'N'.
           88  WS-PO-FOUND                  VALUE 'Y'.
       01  WS-PO-SCAN-SW              PIC X   VALUE 'N'.
           88  WS-PO-SCAN-DONE              VALUE 'Y'.
       01  WS-PO-MATCH                PIC X   VALUE SPACE.
       01  WS-PO-OUTSTANDING          PIC S9(7) COMP-3 VALUE +0.
       01  WS-PO-VARIANCE             PIC S9(7) COMP-3 VALUE +0.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  NUM-LINES-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RECEIPTS-BOOKED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PO-MATCHED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PO-OVER           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PO-UNDER          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PO-NONE           PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
           05  FILLER                 PIC X(6)   VALUE 'ITEM'.
           05  FILLER                 PIC X(5)   VALUE 'QTY'.
           05  FILLER                 PIC X(12)  VALUE 'DELIVERY'.
           05  FILLER                 PIC X(32)  VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(14)  VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(10)  VALUE 'PO VAR'.
       01  RPT-DETAIL.
           05  RPT-ITEM-REF           PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DELIVERY           PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DISPOSITION        PIC X(30).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-PO-NUMBER          PIC X(12).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-PO-VARIANCE        PIC -(5)9.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(13) VALUE 'LINES READ: '.
           05  RPT-BOOKED             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  REJECTED: '.
           05  RPT-REJECTED           PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER                 PIC X(13) VALUE 'PO MATCHED: '.
           05  RPT-PO-MATCHED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(19) VALUE
                     '  OVER-DELIVERED: '.
           05  RPT-PO-OVER            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(20) VALUE
                     '  UNDER-DELIVERED: '.
           05  RPT-PO-UNDER           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
                     '  NO OPEN PO: '.
           05  RPT-PO-NONE            PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           IF NUM-LINES-REJECTED > 0
              OR NUM-PO-OVER > 0
              OR NUM-PO-NONE > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           DISPLAY 'DFH0XGRV ENDED - RECEIPTS BOOKED = '
                   NUM-RECEIPTS-BOOKED.
           GOBACK .
           IF WS-WHDELIV-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-LINES-READ.
           MOVE SPACES TO RPT-PO-NUMBER.
           MOVE 0 TO RPT-PO-VARIANCE.
           IF WD-ITEM-REF IS NOT NUMERIC
              OR WD-ITEM-REF-NUM = ZERO
               MOVE 'ITEM REF NOT NUMERIC/NONZERO' TO RPT-DISPOSITION
      *          IN-STOCK FIGURE AND WRITE THE RECVLOG
      *          HISTORY RECORD.  THE HISTORY WRITE COMES
      *          FIRST, SO NO STOCK INCREASE CAN EVER EXIST
      *          WITHOUT ITS RECEIPT ON RECORD.  THE PO LINE
      *          IS LOCATED BEFORE THE HISTORY WRITE, SO THE
      *          RECVLOG RECORD CARRIES THE MATCH, AND
      *          UPDATED AFTER IT.
      *        ***********************************************
       150-BOOK-ONE-RECEIPT.
           MOVE WD-ITEM-REF-NUM TO CAT-ITEM-REF.
               MOVE 'ITEM NOT ON CATALOG' TO RPT-DISPOSITION
               PERFORM 250-PRINT-REJECTED
               GO TO 150-EXIT.
           PERFORM 170-FIND-PO-LINE THROUGH 170-EXIT.
           PERFORM 200-WRITE-RECVLOG-RECORD.
           IF WS-RECVLOG-STATUS NOT = '00'
               MOVE SPACES TO RPT-PO-NUMBER
               MOVE 0 TO RPT-PO-VARIANCE
               MOVE 'RECVLOG WRITE ERROR' TO RPT-DISPOSITION
               PERFORM 250-PRINT-REJECTED
               GO TO 150-EXIT.
           IF WS-PO-FOUND
               PERFORM 180-UPDATE-PO-LINE THROUGH 180-EXIT.
           ADD WD-QUANTITY-NUM TO CAT-IN-STOCK.
           REWRITE CATALOG-ITEM-RECORD.
           IF WS-CATALOG-STATUS NOT = '00'
               PERFORM 250-PRINT-REJECTED
               GO TO 150-EXIT.
           ADD +1 TO NUM-RECEIPTS-BOOKED.
           EVALUATE WS-PO-MATCH
               WHEN 'M'
                   ADD +1 TO NUM-PO-MATCHED
                   MOVE 'BOOKED - PO MATCHED' TO RPT-DISPOSITION
               WHEN 'O'
                   ADD +1 TO NUM-PO-OVER
                   MOVE 'BOOKED - OVER-DELIVERED' TO RPT-DISPOSITION
               WHEN 'U'
                   ADD +1 TO NUM-PO-UNDER
                   MOVE 'BOOKED - UNDER-DELIVERED' TO RPT-DISPOSITION
               WHEN OTHER
                   ADD +1 TO NUM-PO-NONE
                   MOVE 'BOOKED - NO OPEN PO' TO RPT-DISPOSITION
           END-EVALUATE.
           PERFORM 260-PRINT-DETAIL.
       150-EXIT.
           EXIT.

      *        ***********************************************
      *          FIND THE OPEN PO LINE THE RECEIPT IS FOR.
      *          A PO QUOTED ON THE DELIVERY LINE IS READ
      *          DIRECTLY; OTHERWISE THE ITEM'S LINES ARE
      *          BROWSED (PO NUMBERS COLLATE BY ORDER DATE)
      *          AND THE FIRST STILL OPEN - THE OLDEST - IS
      *          TAKEN.  THE MATCH RESULT IS WORKED OUT HERE
      *          AND APPLIED IN 180.
      *        ***********************************************
       170-FIND-PO-LINE.
           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE 'N' TO WS-PO-MATCH.
           MOVE 0 TO WS-PO-VARIANCE.
           MOVE WD-ITEM-REF-NUM TO PL-ITEM-REF.
           IF WD-PO-NUMBER NOT = SPACES
               MOVE WD-PO-NUMBER TO PL-PO-NUMBER
               READ POLINE-FILE
               IF WS-POLINE-STATUS = '00'
                  AND PL-OPEN
                   SET WS-PO-FOUND TO TRUE
               END-IF
           ELSE
               MOVE LOW-VALUES TO PL-PO-NUMBER
               START POLINE-FILE KEY IS NOT LESS THAN PL-KEY
               IF WS-POLINE-STATUS = '00'
                   MOVE 'N' TO WS-PO-SCAN-SW
                   PERFORM 175-NEXT-PO-LINE THROUGH 175-EXIT
                       UNTIL WS-PO-SCAN-DONE
               END-IF
           END-IF.
           IF NOT WS-PO-FOUND
               GO TO 170-EXIT.
           COMPUTE WS-PO-OUTSTANDING =
               PL-QTY-ORDERED - PL-QTY-RECEIVED.
           COMPUTE WS-PO-VARIANCE =
               WD-QUANTITY-NUM - WS-PO-OUTSTANDING.
           IF WS-PO-VARIANCE = 0
               MOVE 'M' TO WS-PO-MATCH.
           IF WS-PO-VARIANCE > 0
               MOVE 'O' TO WS-PO-MATCH.
           IF WS-PO-VARIANCE < 0
               MOVE 'U' TO WS-PO-MATCH.
           MOVE PL-PO-NUMBER   TO RPT-PO-NUMBER.
           MOVE WS-PO-VARIANCE TO RPT-PO-VARIANCE.
       170-EXIT.
           EXIT.

       175-NEXT-PO-LINE.
           READ POLINE-FILE NEXT RECORD
             AT END SET WS-PO-SCAN-DONE TO TRUE.
           IF WS-PO-SCAN-DONE
               GO TO 175-EXIT.
           IF WS-POLINE-STATUS NOT = '00'
              OR PL-ITEM-REF NOT = WD-ITEM-REF-NUM
               SET WS-PO-SCAN-DONE TO TRUE
               GO TO 175-EXIT.
           IF PL-OPEN
               SET WS-PO-FOUND TO TRUE
               SET WS-PO-SCAN-DONE TO TRUE.
       175-EXIT.
           EXIT.

      *        ***********************************************
      *          ADD THE RECEIPT TO THE PO LINE; THE LINE
      *          CLOSES ONCE ALL IT ORDERED (OR MORE) IS IN.
      *        ***********************************************
       180-UPDATE-PO-LINE.
           IF PL-QTY-RECEIVED + WD-QUANTITY-NUM > 99999
               MOVE 99999 TO PL-QTY-RECEIVED
           ELSE
               ADD WD-QUANTITY-NUM TO PL-QTY-RECEIVED.
           IF PL-QTY-RECEIVED NOT < PL-QTY-ORDERED
               MOVE 'C' TO PL-STATUS.
           MOVE WS-RUN-DATE-YMD TO PL-LAST-RECEIPT-DATE.
           REWRITE POLINE-RECORD.
           IF WS-POLINE-STATUS NOT = '00'
               DISPLAY 'POLINE REWRITE ERROR RC=' WS-POLINE-STATUS
                       ' KEY ' PL-KEY
               MOVE 16 TO RETURN-CODE.
       180-EXIT.
           EXIT.

      *        ***********************************************
      *          THE RECVLOG KEY IS ITEM/DATE/TIME, SO A RUN
      *          BOOKING SEVERAL LINES FOR ONE ITEM IN THE
           MOVE WD-QUANTITY-NUM  TO RV-QUANTITY.
           MOVE WD-DELIVERY-REF  TO RV-DELIVERY-REF.
           MOVE '*BATCH* '       TO RV-USERID.
           MOVE WS-PO-MATCH      TO RV-PO-MATCH.
           IF WS-PO-FOUND
               MOVE PL-PO-NUMBER TO RV-PO-NUMBER
           ELSE
               MOVE SPACES       TO RV-PO-NUMBER.
           MOVE +0 TO WS-DUP-RETRIES.
           PERFORM 205-WRITE-RECVLOG-ATTEMPT THROUGH 205-EXIT
               UNTIL WS-RECVLOG-STATUS NOT = '22'
           MOVE NUM-RECEIPTS-BOOKED TO RPT-BOOKED.
           MOVE NUM-LINES-REJECTED  TO RPT-REJECTED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-PO-MATCHED      TO RPT-PO-MATCHED.
           MOVE NUM-PO-OVER         TO RPT-PO-OVER.
           MOVE NUM-PO-UNDER        TO RPT-PO-UNDER.
           MOVE NUM-PO-NONE         TO RPT-PO-NONE.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.

       700-READ-DELIVERY-FILE.
           READ DELIVERY-FILE
           OPEN INPUT    DELIVERY-FILE
                I-O      CATALOG-FILE
                         RECVLOG-FILE
                         POLINE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-WHDELIV-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WHDELIV FILE. RC:'
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-WHDELIV-EOF.
           IF WS-POLINE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POLINE FILE. RC:'
                     WS-POLINE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-WHDELIV-EOF.

       905-CLOSE-FILES.
           CLOSE DELIVERY-FILE .
           CLOSE CATALOG-FILE .
           CLOSE RECVLOG-FILE .
           CLOSE POLINE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XGRV
