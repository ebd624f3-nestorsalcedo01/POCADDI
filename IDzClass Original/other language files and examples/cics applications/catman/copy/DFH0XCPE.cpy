      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPE                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Catalog supplier master record layout     *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the SUPPLIER master, the people the *
      *      catalog's stock is bought from.  Each catalog item names *
      *      its preferred supplier on the ITEMSUPP file (DFH0XCPF),  *
      *      and the replenishment batch job (DFH0XPOG) prints the    *
      *      name, address and contact below at the head of every    *
      *      purchase order it raises against the supplier.  Like    *
      *      DISCTBL, the file is loaded and maintained offline.      *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        SU-SUPPLIER-ID           Supplier identifier (key)     *
      *        SU-NAME                  Supplier trading name         *
      *        SU-ADDRESS-1/2           Postal address lines          *
      *        SU-CONTACT               Sales contact name            *
      *        SU-PHONE                 Contact telephone number      *
      *        SU-STATUS                A = active, I = inactive (no  *
      *                                 new orders are raised)        *
      *                                                               *
      *****************************************************************
      *    SUPPLIER master record structure
           03 SU-SUPPLIER-ID           PIC X(8).
           03 SU-NAME                  PIC X(30).
           03 SU-ADDRESS-1             PIC X(30).
           03 SU-ADDRESS-2             PIC X(30).
           03 SU-CONTACT               PIC X(20).
           03 SU-PHONE                 PIC X(15).
           03 SU-STATUS                PIC X.
               88 SU-ACTIVE                VALUE 'A'.
               88 SU-INACTIVE              VALUE 'I'.
           03 FILLER                   PIC X(16).
