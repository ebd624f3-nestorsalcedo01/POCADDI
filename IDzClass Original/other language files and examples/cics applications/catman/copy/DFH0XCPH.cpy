      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPH                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Catalog cost history record layout        *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the COSTHIST cost history file,     *
      *      written by DFH0XCMN's ITEM-MAINTENANCE path whenever an  *
      *      item is added ('01IADD') or its cost is changed          *
      *      ('01IMOD').  The catalog only ever holds the current     *
      *      cost; this file is the proof of what an item cost at any *
      *      earlier moment.  DFH0XINV and the return credit price    *
      *      an order from the cost in effect when it was placed,     *
      *      and DFH0XCCR reports each month's changes.               *
      *                                                               *
      *      The key is item reference plus effective date/time, so  *
      *      a browse of one item's records presents its changes in   *
      *      the order they took effect.  The cost in effect at a     *
      *      moment is the NEW cost of the last change at or before   *
      *      it; a moment before the first change recorded takes     *
      *      that change's OLD cost.                                  *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        CH-KEY                   Record key (see below)        *
      *        CH-ITEM-REF              Item reference                *
      *        CH-EFFECTIVE             Date/time the cost took       *
      *                                 effect (yyyymmdd + hhmmss)    *
      *        CH-OLD-COST              Cost before the change (zero  *
      *                                 for an item just added)       *
      *        CH-NEW-COST              Cost from the change onwards  *
      *        CH-USERID                User who made the change      *
      *        CH-CHANGE-TYPE           A = item added, M = modified  *
      *                                                               *
      *****************************************************************
      *    COSTHIST cost history record structure
           03 CH-KEY.
               05 CH-ITEM-REF          PIC 9(4).
               05 CH-EFFECTIVE.
                   07 CH-EFF-DATE      PIC X(8).
                   07 CH-EFF-TIME      PIC X(6).
           03 CH-OLD-COST              PIC 9(3)V99.
           03 CH-NEW-COST              PIC 9(3)V99.
           03 CH-USERID                PIC X(8).
           03 CH-CHANGE-TYPE           PIC X.
               88 CH-ITEM-ADDED            VALUE 'A'.
               88 CH-COST-MODIFIED         VALUE 'M'.
           03 FILLER                   PIC X(43).
