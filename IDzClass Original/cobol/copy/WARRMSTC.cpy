      *---------------------------------------------------------------
      *   One record on the WARRMST product warranty / service-
      *   contract master, keyed by CUST-ID + PRODUCT (the product
      *   name exactly as on the customer's 'P' record in CUST2).
      *   One record per covered product: a renewal is a CHANGE to
      *   the dates and contract number, not a second record.
      *   Maintained by WARRMNT1, read by SVCMNT1 to stamp each new
      *   service call COVERED / CHARGEABLE / EXPIRED, and by
      *   WARREXP1 for the contracts-expiring report.  Kept in
      *   ascending key order.  Dates are yymmdd.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY WARRMSTC REPLACING ==:TAG:== BY ==WAR==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-ID          PIC X(5).
               10  :TAG:-PRODUCT          PIC X(17).
           05  :TAG:-COVERAGE-TYPE       PIC X.
               88  :TAG:-WARRANTY            VALUE 'W'.
               88  :TAG:-SERVICE-CONTRACT    VALUE 'S'.
           05  :TAG:-START-DATE          PIC 9(6).
           05  :TAG:-END-DATE            PIC 9(6).
           05  :TAG:-CONTRACT-NO         PIC X(10).
           05  FILLER                    PIC X(35).
