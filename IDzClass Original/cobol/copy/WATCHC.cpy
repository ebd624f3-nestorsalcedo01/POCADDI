      *---------------------------------------------------------------
      *   One record on the WATCHLST client price-alert watchlist
      *   (60 bytes): one client's watch on one symbol.  The client
      *   id is the STOCK2Y client id the ENTITLE file is keyed on.
      *   A watch fires when the STOCKVSAM price is at or above
      *   (A), at or below (B), or has moved by at least the
      *   threshold percent either way from its base price (P).  The
      *   base price of a P watch is the first price seen after the
      *   watch is armed.  Once triggered a watch stays quiet until
      *   it is re-armed.  Maintained by WATCHMT1, evaluated after
      *   every price load by WATCHEV1, and carried to a changed or
      *   merged symbol (price thresholds scaled on a split) by
      *   CORPACT1.
      *   Kept in ascending CLIENT-ID / SYMBOL / DIRECTION order.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY WATCHC REPLACING ==:TAG:== BY ==WAT==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CLIENT-ID        PIC X(8).
               10  :TAG:-SYMBOL           PIC X(4).
               10  :TAG:-DIRECTION        PIC X.
                   88  :TAG:-ABOVE            VALUE 'A'.
                   88  :TAG:-BELOW            VALUE 'B'.
                   88  :TAG:-PCT-MOVE         VALUE 'P'.
      *        price for A and B; percent, 9(6)V9(3), for P
           05  :TAG:-THRESHOLD           PIC 9(6)V9(3) COMP-3.
           05  :TAG:-BASE-PRICE          PIC 9(6)V9(3) COMP-3.
           05  :TAG:-STATUS              PIC X.
               88  :TAG:-ARMED                VALUE 'A'.
               88  :TAG:-TRIGGERED            VALUE 'T'.
           05  :TAG:-ARMED-DATE          PIC 9(8).
           05  :TAG:-TRIGGER-DATE        PIC 9(8).
           05  :TAG:-TRIGGER-PRICE       PIC 9(6)V9(3) COMP-3.
           05  FILLER                    PIC X(15).
