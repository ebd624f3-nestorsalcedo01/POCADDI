      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPF                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Item preferred-supplier record layout     *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the ITEMSUPP file, keyed by catalog *
      *      item reference, naming the supplier (DFH0XCPE) the item  *
      *      is normally bought from and the terms the replenishment  *
      *      batch job (DFH0XPOG) orders it on.  An item with no      *
      *      ITEMSUPP record is never ordered automatically; the job  *
      *      lists it for a buyer instead.                            *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        IS-ITEM-REF              Catalog item reference (key)  *
      *        IS-SUPPLIER-ID           Preferred supplier            *
      *        IS-SUPPLIER-PART         Supplier's own part number,   *
      *                                 printed on the purchase order *
      *        IS-LEAD-DAYS             Lead time in calendar days;   *
      *                                 the PO line's due date is the *
      *                                 order date plus this          *
      *        IS-ORDER-MULTIPLE        Pack size - order quantities  *
      *                                 are rounded UP to a multiple  *
      *                                 of this (zero is taken as 1)  *
      *                                                               *
      *****************************************************************
      *    ITEMSUPP item-supplier record structure
           03 IS-ITEM-REF              PIC 9(4).
           03 IS-SUPPLIER-ID           PIC X(8).
           03 IS-SUPPLIER-PART         PIC X(15).
           03 IS-LEAD-DAYS             PIC 9(3).
           03 IS-ORDER-MULTIPLE        PIC 9(3).
           03 FILLER                   PIC X(27).
