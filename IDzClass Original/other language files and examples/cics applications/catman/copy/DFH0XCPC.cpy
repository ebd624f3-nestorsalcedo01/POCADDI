      *        RV-DELIVERY-REF          Warehouse delivery reference  *
      *        RV-USERID                User who booked the receipt   *
      *                                 (*BATCH* from DFH0XGRV)       *
      *        RV-PO-NUMBER             Purchase order the receipt    *
      *                                 was matched to (DFH0XCPG),    *
      *                                 spaces when there was none    *
      *        RV-PO-MATCH              Result of the PO match:       *
      *                                 M = quantity as outstanding,  *
      *                                 O = over-delivered,           *
      *                                 U = under-delivered (the line *
      *                                     stays open for the rest), *
      *                                 N = no open PO for the item   *
      *                                                               *
      *****************************************************************
      *    RECVLOG goods-received record structure
           03 RV-QUANTITY              PIC 9(3).
           03 RV-DELIVERY-REF          PIC X(10).
           03 RV-USERID                PIC X(8).
           03 RV-PO-NUMBER             PIC X(12).
           03 RV-PO-MATCH              PIC X.
               88 RV-PO-MATCHED            VALUE 'M'.
               88 RV-PO-OVER               VALUE 'O'.
               88 RV-PO-UNDER              VALUE 'U'.
               88 RV-PO-NONE               VALUE 'N'.
           03 FILLER                   PIC X(12).
