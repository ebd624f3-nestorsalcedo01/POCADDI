      *---------------------------------------------------------------
      *   One record on the FXRATE exchange-rate file (60 bytes,
      *   KSDS keyed on FXR-CURRENCY): the latest rate for one
      *   currency, loaded by FXLD1 from the daily rate feed and
      *   read by PORTVAL1 to carry positions into an owner's base
      *   currency.
      *
      *   Every rate is quoted against USD, the pivot -- FXR-RATE is
      *   the USD value of one unit of the currency.  USD itself has
      *   no record; its rate is 1 by definition.  A cross rate is
      *   the ratio of two records' rates.
      *
      *   FXR-RATE-DATE is the market date the rate is for, as given
      *   on the feed; PORTVAL1 judges staleness by it.
      *   FXR-EFF-TIME is when FXLD1 stored it (CURRENT-DATE image).
      *---------------------------------------------------------------
       01  FXR-RECORD.
           05  FXR-CURRENCY            PIC X(3).
           05  FXR-RATE                PIC 9(5)V9(8) COMP-3.
           05  FXR-RATE-DATE           PIC 9(8).
           05  FXR-EFF-TIME            PIC X(21).
           05  FXR-PRIOR-RATE          PIC 9(5)V9(8) COMP-3.
           05  FXR-SOURCE              PIC X(8).
           05  FILLER                  PIC X(6).
