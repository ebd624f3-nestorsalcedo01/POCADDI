      *   term); PAID-TOTAL is what actually arrived.  Kept in
      *   ascending LOAN-ID order.
      *
      *   BALANCE is the principal outstanding: LOANPAY1 takes the
      *   month's interest out of each payment first (keeping the
      *   split by calendar year on LOANINT, LOANINTC layout) and
      *   only the rest reduces it.  BORROWER-ID is the borrower's
      *   CUST2 customer id, as the loan desk keyed it on LOANFILE;
      *   spaces on loans booked before it was captured.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY LOANMSTC REPLACING ==:TAG:== BY ==LM==.
           05  :TAG:-STATUS              PIC X.
               88  :TAG:-LOAN-ACTIVE         VALUE 'A'.
               88  :TAG:-LOAN-PAID-OFF       VALUE 'P'.
           05  :TAG:-BORROWER-ID         PIC X(5).
           05  FILLER                    PIC X(10).
