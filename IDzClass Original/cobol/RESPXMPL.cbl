      *response instead of a stale-price rejection; a space (the
      *record predates the byte) is treated as active.
          05 STOCKVSAM-STATUS PIC X.
      *ISO currency the price is quoted in (set by STCKLD1); blank
      *on records that predate the code, which are USD.
          05 STOCKVSAM-CURRENCY PIC X(3).
       01 WS-STOCKVSAM-RESP PIC S9(8) COMP.
       01 WS-TD-RESP PIC S9(8) COMP.
      *TD queue record for symbols not found in STOCKVSAM or the
