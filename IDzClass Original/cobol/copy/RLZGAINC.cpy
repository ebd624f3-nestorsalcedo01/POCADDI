      *---------------------------------------------------------------
      *   One record on the RLZGAIN realized gain/loss file (80
      *   bytes): the part of one SELL that relieved one tax lot.
      *   Written by PORTMNT1 and read by GAINSTM1 for the annual
      *   statement.  The file is cumulative -- PORTMNT1 extends it
      *   every run -- so it is in run order, not key order.
      *   Proceeds and cost basis are quantity times the sale price
      *   and the lot's cost per share.  A holding of more than one
      *   year (sold after the anniversary of the acquisition date)
      *   is long-term.
      *---------------------------------------------------------------
       01  RGN-RECORD.
           05  RGN-OWNER-ID            PIC X(8).
           05  RGN-SYMBOL              PIC X(4).
           05  RGN-LOT-ID              PIC 9(5).
           05  RGN-ACQ-DATE            PIC 9(8).
           05  RGN-SELL-DATE           PIC 9(8).
           05  RGN-QTY                 PIC S9(7)       COMP-3.
           05  RGN-PROCEEDS            PIC 9(12)V9(3)  COMP-3.
           05  RGN-COST-BASIS          PIC 9(12)V9(3)  COMP-3.
           05  RGN-GAIN                PIC S9(12)V9(3) COMP-3.
           05  RGN-HOLD-DAYS           PIC 9(5).
           05  RGN-TERM                PIC X.
               88  RGN-SHORT-TERM          VALUE 'S'.
               88  RGN-LONG-TERM           VALUE 'L'.
           05  RGN-METHOD              PIC X(4).
           05  FILLER                  PIC X(9).
