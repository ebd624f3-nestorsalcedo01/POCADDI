      *---------------------------------------------------------------
      *   One loan money movement handed to the general ledger
      *   interface (GLINTF1).  LOANBK1 writes one per loan it books
      *   (the principal advanced) on BOOKGL; LOANPAY1 writes one per
      *   payment it applies on PAYGL, plus a second one for the
      *   part of the payment that went into the loan's escrow
      *   (LOANESCC).  LOANESD1 writes one per escrow item it pays
      *   out on ESCGL.  Rows these jobs reject never reach these
      *   files, so the ledger sees only what actually moved on the
      *   LOANMSTR booked-loan master and its escrow sub-ledger.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY LOANGLC REPLACING ==:TAG:== BY ==BGL==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-LOAN-ID             PIC X(8).
           05  :TAG:-ACT-TYPE            PIC X.
               88  :TAG:-ACT-BOOKING         VALUE 'B'.
               88  :TAG:-ACT-PAYMENT         VALUE 'P'.
               88  :TAG:-ACT-ESCROW-RECEIPT  VALUE 'E'.
               88  :TAG:-ACT-ESCROW-PAYOUT   VALUE 'X'.
           05  :TAG:-ACT-DATE            PIC X(8).
           05  :TAG:-AMOUNT              PIC 9(9)V99.
           05  FILLER                    PIC X(52).
