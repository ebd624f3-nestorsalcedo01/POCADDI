      *---------------------------------------------------------------
      *   One record on the TAXLOT file: one tax lot -- the shares of
      *   one position (owner, symbol) bought by one BUY, with their
      *   acquisition date and cost per share.  PORTPOSC keeps only a
      *   position's first acquisition, which cannot say what a SELL
      *   cost; the lots can.  PORTMNT1 opens a lot for every BUY and
      *   relieves lots for every SELL by the owner's lot method,
      *   writing a RLZGAINC realized-gain record for each lot it
      *   touches.  A fully relieved lot is dropped.  The remaining
      *   quantities of a position's lots add up to its share
      *   quantity on PORTPOS.
      *   Kept in ascending OWNER-ID / SYMBOL / LOT-ID order.
      *   LOT-ID runs from 1 within the position; lot 0 is the
      *   opening lot PORTMNT1 builds from the PORTPOS acquisition
      *   for shares held before the lot file existed.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY TAXLOTC REPLACING ==:TAG:== BY ==LOT==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-OWNER-ID         PIC X(8).
               10  :TAG:-SYMBOL           PIC X(4).
               10  :TAG:-LOT-ID           PIC 9(5).
           05  :TAG:-ACQ-DATE            PIC 9(8).
           05  :TAG:-ORIG-QTY            PIC S9(7)     COMP-3.
           05  :TAG:-REMAIN-QTY          PIC S9(7)     COMP-3.
           05  :TAG:-COST-PRICE          PIC 9(6)V9(3) COMP-3.
           05  FILLER                    PIC X(12).
