      *---------------------------------------------------------------
      *   One record on the QINVOICE quote-service invoice file (100
      *   bytes): one line of one client's monthly invoice, written
      *   by QLOGBIL1 from the month's QLOG quotes and DENQ
      *   entitlement denials.  Each client's lines run:
      *     QUOT  quotes retrieved, at the client's per-quote rate
      *     FREE  the free-tier quotes credited back (negative)
      *     MIN   top-up to the monthly minimum, when short of it
      *     DENY  one per symbol and denial reason, never billed
      *     TOTL  the invoice total; its count is the quotes billed
      *   Kept in CLIENT-ID order.
      *---------------------------------------------------------------
       01  INV-RECORD.
           05  INV-CLIENT-ID           PIC X(8).
           05  INV-BILL-MONTH          PIC 9(6).
           05  INV-LINE-TYPE           PIC X(4).
               88  INV-QUOTES              VALUE 'QUOT'.
               88  INV-FREE-TIER           VALUE 'FREE'.
               88  INV-MINIMUM             VALUE 'MIN '.
               88  INV-DENIAL              VALUE 'DENY'.
               88  INV-TOTAL               VALUE 'TOTL'.
           05  INV-SYMBOL              PIC X(4).
           05  INV-REASON              PIC X(20).
           05  INV-COUNT               PIC S9(9)       COMP-3.
           05  INV-RATE                PIC 9(3)V9(4)   COMP-3.
           05  INV-AMOUNT              PIC S9(9)V9(2)  COMP-3.
           05  INV-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(35).
