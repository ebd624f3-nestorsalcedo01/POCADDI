      *---------------------------------------------------------------
      *   One record on the LOANDDM direct-debit mandate file: the
      *   borrower's standing authority for their monthly loan
      *   payment to be taken from a NACT account (ACCTDO) by the
      *   LOANDDG1 monthly run, instead of arriving as a cheque keyed
      *   to PAYFILE.  Keyed by the LOANMSTR LOAN-ID and kept in the
      *   same ascending order; at most one mandate per loan.  Set
      *   up and changed by LOANDDM1.
      *
      *   FIXED-AMOUNT zero takes the loan's scheduled payment (plus
      *   its LOANESC monthly escrow); otherwise it is the amount
      *   taken every month.  LAST-DEBIT-MONTH (yyyymm) is the last
      *   month LOANDDG1 raised a debit for, whether or not it then
      *   posted, so a rerun of the month cannot debit twice.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY LOANDDMC REPLACING ==:TAG:== BY ==DDM==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-LOAN-ID             PIC X(8).
           05  :TAG:-ACCTDO              PIC X(5).
           05  :TAG:-STATUS              PIC X.
               88  :TAG:-MANDATE-ACTIVE      VALUE 'A'.
               88  :TAG:-MANDATE-SUSPENDED   VALUE 'S'.
           05  :TAG:-FIXED-AMOUNT        PIC 9(7)V99   COMP-3.
           05  :TAG:-SET-UP-DATE         PIC 9(8).
           05  :TAG:-LAST-DEBIT-MONTH    PIC 9(6).
           05  :TAG:-LAST-DEBIT-AMOUNT   PIC 9(7)V99   COMP-3.
           05  FILLER                    PIC X(42).
