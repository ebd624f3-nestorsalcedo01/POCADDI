      *---------------------------------------------------------------
      *   One record on the CUSTHIST prior-year customer history
      *   file, keyed by CUST-ID + YEAR: the orders figure and the
      *   closing balance a 'C' customer carried when CUSTYER1
      *   closed that year and zeroed CUST-ORDERS-YTD on the
      *   master.  Name, city and occupation are kept as they stood
      *   at year end so a later year-over-year comparison does not
      *   depend on the customer still being on the master.  Each
      *   rollover reads the prior generation and writes the next.
      *   Kept in ascending CUST-ID / YEAR order.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY CUSTHSTC REPLACING ==:TAG:== BY ==HST==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-ID          PIC X(5).
               10  :TAG:-YEAR             PIC 9(4).
           05  :TAG:-NAME                PIC X(17).
           05  :TAG:-CITY                PIC X(15).
           05  :TAG:-OCCUPATION          PIC X(28).
           05  :TAG:-ORDERS              PIC S9(4)    COMP.
           05  :TAG:-CLOSING-BALANCE     PIC S9(7)V99 COMP-3.
           05  :TAG:-ROLL-DATE           PIC 9(6).
           05  FILLER                    PIC X(18).
