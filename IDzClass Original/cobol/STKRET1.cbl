           05  STOCKVSAM-SYM-DESC     PIC X(32).
           05  STOCKVSAM-EFF-TIME     PIC X(21).
           05  STOCKVSAM-STATUS       PIC X.
           05  STOCKVSAM-CURRENCY     PIC X(3).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
