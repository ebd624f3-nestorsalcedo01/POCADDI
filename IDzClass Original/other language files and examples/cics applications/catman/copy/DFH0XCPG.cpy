      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPG                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Purchase order line record layout         *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the POLINE purchase order file -    *
      *      one line per item per purchase order, written by the     *
      *      replenishment batch job (DFH0XPOG) and updated as goods  *
      *      arrive, by DFH0XCMN's RECEIVE-STOCK path for a receipt   *
      *      keyed online and by the DFH0XGRV bulk receiving batch.   *
      *                                                               *
      *      The key is item reference plus PO number, and PO        *
      *      numbers are 'P' + order date (yyyymmdd) + sequence, so a *
      *      browse of one item's lines presents its purchase orders  *
      *      oldest first - which is the order receipts are matched   *
      *      against them in when no PO number is quoted.             *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        PL-KEY                   Record key (see below)        *
      *        PL-ITEM-REF              Catalog item ordered          *
      *        PL-PO-NUMBER             Purchase order number         *
      *        PL-SUPPLIER-ID           Supplier ordered from         *
      *        PL-QTY-ORDERED           Quantity ordered              *
      *        PL-QTY-RECEIVED          Quantity received to date     *
      *        PL-ORDER-DATE            Date raised (yyyymmdd)        *
      *        PL-DUE-DATE              Date due, order date plus the *
      *                                 item's lead time (yyyymmdd)   *
      *        PL-STATUS                O = open, C = closed (the     *
      *                                 ordered quantity, or more,    *
      *                                 has been received)            *
      *        PL-LAST-RECEIPT-DATE     Date of the latest receipt    *
      *                                 matched to the line, spaces   *
      *                                 until the first one           *
      *        PL-UNIT-COST             Catalog unit cost when raised *
      *                                                               *
      *****************************************************************
      *    POLINE purchase order line record structure
           03 PL-KEY.
               05 PL-ITEM-REF          PIC 9(4).
               05 PL-PO-NUMBER         PIC X(12).
           03 PL-SUPPLIER-ID           PIC X(8).
           03 PL-QTY-ORDERED           PIC 9(5).
           03 PL-QTY-RECEIVED          PIC 9(5).
           03 PL-ORDER-DATE            PIC X(8).
           03 PL-DUE-DATE              PIC X(8).
           03 PL-STATUS                PIC X.
               88 PL-OPEN                  VALUE 'O'.
               88 PL-CLOSED                VALUE 'C'.
           03 PL-LAST-RECEIPT-DATE     PIC X(8).
           03 PL-UNIT-COST             PIC X(6).
           03 FILLER                   PIC X(15).
