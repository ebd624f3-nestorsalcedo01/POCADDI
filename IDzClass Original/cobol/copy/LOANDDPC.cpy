      *---------------------------------------------------------------
      *   One loan direct debit, as LOANDDG1 raised it (the DDPEND
      *   file) and, if it did not post, as LOANDDR1 hands it back
      *   on the DDUNPD unpaid list for collections.  REFERENCE is
      *   the POSTFILE / PSTHIST reference of the 'D' posting:
      *   the loan id followed by the debit month as yymm.
      *   POST-DATE and REASON are filled in by LOANDDR1: the date
      *   NACTPST posted it, or why it did not.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY LOANDDPC REPLACING ==:TAG:== BY ==DDP==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-LOAN-ID             PIC X(8).
           05  :TAG:-ACCTDO              PIC X(5).
           05  :TAG:-REFERENCE           PIC X(12).
           05  :TAG:-AMOUNT              PIC 9(7)V99.
           05  :TAG:-DEBIT-MONTH         PIC 9(6).
           05  :TAG:-POST-DATE           PIC 9(8).
           05  :TAG:-REASON              PIC X(25).
           05  FILLER                    PIC X(7).
