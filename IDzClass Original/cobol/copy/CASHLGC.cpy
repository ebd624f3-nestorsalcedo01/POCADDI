      *---------------------------------------------------------------
      *   One record on the CASHLG portfolio cash ledger (80 bytes):
      *   one cash movement for one owner.  DIVLD1 posts a 'DIV '
      *   entry per owner per dividend -- the shares held at the
      *   ex-date times the declared rate -- and PORTVAL1 shows the
      *   owner's income beside the valuation.  PORTMNT1 posts a
      *   'BUY ' or 'SELL' entry for every trade it applies -- the
      *   shares times the trade price, dated the trade date in
      *   PAY-DATE -- so PERFRPT1 can tell money put into or taken
      *   out of a position from its performance.  The ledger is
      *   cumulative (extended every run) and in posting order.
      *   An entry counts as received once its pay date is reached.
      *   AMOUNT is always positive; ENTRY-TYPE gives the direction.
      *---------------------------------------------------------------
       01  CLG-RECORD.
           05  CLG-OWNER-ID            PIC X(8).
           05  CLG-ENTRY-TYPE          PIC X(4).
               88  CLG-DIVIDEND            VALUE 'DIV '.
               88  CLG-BUY                 VALUE 'BUY '.
               88  CLG-SELL                VALUE 'SELL'.
           05  CLG-SYMBOL              PIC X(4).
           05  CLG-EX-DATE             PIC 9(8).
           05  CLG-RECORD-DATE         PIC 9(8).
           05  CLG-PAY-DATE            PIC 9(8).
           05  CLG-SHARES              PIC S9(9)       COMP-3.
           05  CLG-RATE                PIC 9(3)V9(6)   COMP-3.
           05  CLG-AMOUNT              PIC S9(11)V9(2) COMP-3.
           05  CLG-POST-DATE           PIC 9(8).
           05  FILLER                  PIC X(15).
