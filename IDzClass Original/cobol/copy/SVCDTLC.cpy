      *   rolled up into the master counts by SVCROLL1, aged by
      *   SVCAGE1.  Kept in ascending key order.
      *
      *   COVERAGE is stamped by SVCMNT1 when the call is opened,
      *   from the WARRMST warranty / service-contract master.
      *   Calls opened before that master existed carry spaces.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY SVCDTLC REPLACING ==:TAG:== BY ==SVC==.
           05  :TAG:-STATUS              PIC X.
               88  :TAG:-CALL-OPEN           VALUE 'O'.
               88  :TAG:-CALL-CLOSED         VALUE 'C'.
           05  :TAG:-COVERAGE            PIC X(10).
               88  :TAG:-CALL-COVERED        VALUE 'COVERED'.
               88  :TAG:-CALL-CHARGEABLE     VALUE 'CHARGEABLE'.
               88  :TAG:-CALL-EXPIRED        VALUE 'EXPIRED'.
               88  :TAG:-COVERAGE-UNKNOWN    VALUE SPACES.
           05  FILLER                    PIC X(10).
