      *---------------------------------------------------------------
      *   One record on the LOANINT interest sub-ledger: how the
      *   payments LOANPAY1 applied to one booked loan in one
      *   calendar year split between interest and principal, for
      *   the year-end interest statements LOANTAX1 prints.  Keyed
      *   by LOAN-ID + TAX-YEAR, kept in that ascending order; a
      *   loan's record for a year is started by its first payment
      *   dated in that year.
      *
      *   The month's interest (principal outstanding times the
      *   rate / 12 / 100, as EPSMT01 schedules it) is taken from
      *   the first payment dated in the month; LAST-INT-MONTH
      *   (yyyymm) is the latest month charged, carried from year
      *   to year.  A payment that cannot be split cleanly -- no
      *   valid date, dated before a month already charged or in a
      *   year already closed, short of the month's interest, or
      *   after the loan was paid off -- is not split at all: its
      *   amount goes to UNSPLIT-AMOUNT, the record is marked for
      *   review, and the first such reason is kept.  A payment
      *   dated back into an earlier year is held on the latest
      *   year's record and BACKDATED-YEAR names the earliest year
      *   it touched, so that year's statement is held too.
      *   ENDING-BALANCE is the principal outstanding after the
      *   last payment of the year.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY LOANINTC REPLACING ==:TAG:== BY ==INT==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-LOAN-ID             PIC X(8).
               10  :TAG:-TAX-YEAR            PIC 9(4).
           05  :TAG:-INTEREST-PAID       PIC S9(9)V99  COMP-3.
           05  :TAG:-PRINCIPAL-PAID      PIC S9(9)V99  COMP-3.
           05  :TAG:-UNSPLIT-AMOUNT      PIC S9(9)V99  COMP-3.
           05  :TAG:-PAYMENT-COUNT       PIC 9(3)      COMP-3.
           05  :TAG:-LAST-INT-MONTH      PIC 9(6).
           05  :TAG:-ENDING-BALANCE      PIC S9(9)V99  COMP-3.
           05  :TAG:-REVIEW-FLAG         PIC X.
               88  :TAG:-SPLIT-CLEAN         VALUE ' '.
               88  :TAG:-SPLIT-REVIEW        VALUE 'R'.
           05  :TAG:-REVIEW-REASON       PIC X(30).
           05  :TAG:-BACKDATED-YEAR      PIC 9(4).
           05  FILLER                    PIC X.
