      *---------------------------------------------------------------
      *   Claim appeal record (130 bytes) -- one per denied claim
      *   under appeal, keyed by the original claim number.  Filed
      *   and decided by CLMAPL1; read by the APLAGE1 appeals aging
      *   report.  The claim's own details are copied from CLMHIST
      *   when the appeal is filed.
      *     status       O - open, waiting on the review
      *                  U - upheld, the denial stands
      *                  V - overturned, paid as appealed
      *                  R - partially paid, paid below the amount
      *                      appealed
      *     deadline     the carrier's response deadline: the filed
      *                  date plus the carrier's response days
      *     override     reviewer override codes, each the code of
      *                  a check the review is to waive (I01, C01,
      *                  T01, A01, D01) or FEE to pay without the
      *                  fee-schedule reprice
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-CLAIM-NUMBER          PIC 9(9).
           05  :TAG:-PATIENT-ID            PIC 9(6).
           05  :TAG:-CARRIER-ID            PIC X(7).
           05  :TAG:-PROC-KEY              PIC X(5).
           05  :TAG:-CLAIMED-AMOUNT        PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  :TAG:-DENY-REASON           PIC X(3).
           05  :TAG:-FILED-DATE            PIC 9(8).
           05  :TAG:-DEADLINE              PIC 9(8).
           05  :TAG:-APPEAL-REASON         PIC X(20).
           05  :TAG:-SUPPORT-AMOUNT        PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  :TAG:-STATUS                PIC X.
               88  :TAG:-OPEN                  VALUE 'O'.
               88  :TAG:-UPHELD                VALUE 'U'.
               88  :TAG:-OVERTURNED            VALUE 'V'.
               88  :TAG:-PARTIAL               VALUE 'R'.
           05  :TAG:-DECIDED-DATE          PIC 9(8).
           05  :TAG:-OVERRIDES.
               10  :TAG:-OVERRIDE-CODE     PIC X(3) OCCURS 4 TIMES.
           05  :TAG:-PAID-AMOUNT           PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  :TAG:-UPHELD-REASON         PIC X(3).
           05  FILLER                      PIC X(10).
