      *---------------------------------------------------------------
      *   One record on the LOANESC escrow sub-ledger: the property
      *   tax and insurance escrow held for a booked loan on the
      *   LOANMSTR master, keyed by the same LOAN-ID and kept in the
      *   same ascending order.  Set up and changed by LOANESM1;
      *   funded by LOANPAY1, which takes MONTHLY-AMT out of each
      *   payment ahead of any overpayment of principal; paid out by
      *   LOANESD1 as the scheduled items fall due; re-sized once a
      *   year by LOANESA1's escrow analysis.
      *
      *   BALANCE goes negative when LOANESD1 pays an item the
      *   escrow could not cover (an escrow advance).
      *
      *   Up to six scheduled disbursements (ITEM-COUNT in use, in
      *   the order they were added).  ITEM-FREQ is the months from
      *   one due date to the next (01, 03, 06 or 12), or 00 for a
      *   one-time item that is dropped once it has been paid.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY LOANESCC REPLACING ==:TAG:== BY ==ESC==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-LOAN-ID             PIC X(8).
           05  :TAG:-MONTHLY-AMT         PIC 9(7)V99   COMP-3.
           05  :TAG:-BALANCE             PIC S9(9)V99  COMP-3.
           05  :TAG:-LAST-RECEIPT        PIC 9(8).
           05  :TAG:-LAST-ANALYSIS       PIC 9(8).
           05  :TAG:-ITEM-COUNT          PIC 9(2).
           05  :TAG:-ITEM                OCCURS 6 TIMES.
               10  :TAG:-ITEM-TYPE           PIC X.
                   88  :TAG:-ITEM-TAX            VALUE 'T'.
                   88  :TAG:-ITEM-INSURANCE      VALUE 'I'.
                   88  :TAG:-ITEM-OTHER          VALUE 'O'.
               10  :TAG:-ITEM-PAYEE          PIC X(20).
               10  :TAG:-ITEM-DUE-DATE       PIC 9(8).
               10  :TAG:-ITEM-AMOUNT         PIC 9(7)V99   COMP-3.
               10  :TAG:-ITEM-FREQ           PIC 9(2).
               10  :TAG:-ITEM-LAST-PAID      PIC 9(8).
           05  FILLER                    PIC X(19).
