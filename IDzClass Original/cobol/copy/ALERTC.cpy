      *---------------------------------------------------------------
      *   One record on the ALERTS price-alert notification file
      *   (120 bytes): one triggered watch, written by WATCHEV1 for
      *   the client mail system to pick up.  Display fields only,
      *   so the mail side needs no packed-decimal handling.  A new
      *   generation is written every evaluation run.
      *---------------------------------------------------------------
       01  ALR-RECORD.
           05  ALR-CLIENT-ID           PIC X(8).
           05  ALR-SYMBOL              PIC X(4).
           05  ALR-DIRECTION           PIC X.
           05  ALR-THRESHOLD           PIC 9(6)V9(3).
           05  ALR-BASE-PRICE          PIC 9(6)V9(3).
           05  ALR-PRICE               PIC 9(6)V9(3).
           05  ALR-PRICE-EFF-TIME      PIC X(21).
           05  ALR-ALERT-DATE          PIC 9(8).
           05  ALR-MESSAGE             PIC X(50).
           05  FILLER                  PIC X(1).
