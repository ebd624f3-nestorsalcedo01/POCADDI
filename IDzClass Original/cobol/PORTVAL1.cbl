      *              ceiling below values the position UNPRICEABLE
      *              rather than quietly using an old figure, the
      *              same discipline STOCK2Y applies to quotes.
      *              STOCKVSAM-CURRENCY gives the currency the price
      *              is quoted in (blank on older records = USD).
      *   FXRATE   - exchange rates FXLD1 loads, FXRATEC layout, read
      *              by key.  A position quoted in a currency other
      *              than its owner's base currency is converted at
      *              the cross rate through USD.  A currency with no
      *              rate, or a rate older than the same staleness
      *              ceiling, leaves the position UNPRICEABLE and
      *              listed -- never valued at 1:1.  Optional: with
      *              no FXRATE file only same-currency positions
      *              price.
      *   OWNCCY   - optional base currency per owner:
      *                cols  1-8   owner id
      *                col   9     filler
      *                cols 10-12  ISO currency code
      *              An owner not listed is stated in USD.
      *   PRIORVAL - the prior run's valuation history, same key
      *              order, for the day-over-day change.  On the
      *              first run this is an empty file and every
      *              change reports as NEW.  On the morning after a
      *              split, ticker change or merger this is CORPACT1's
      *              ADJVAL: the affected lines are carried onto the
      *              new share basis and symbol, marked CORPACT, and
      *              their change prints against CORP ACTION rather
      *              than as a loss or a NEW position.
      *   NEWVAL   - this run's valuation history:
      *                VAL-DATE, VAL-OWNER-ID, VAL-SYMBOL, VAL-QTY,
      *                VAL-PRICE, VAL-VALUE, VAL-STATUS,
      *                VAL-CURRENCY, VAL-BASE-CURRENCY,
      *                VAL-LOCAL-VALUE
      *              VAL-PRICE and VAL-LOCAL-VALUE are in the price's
      *              currency; VAL-VALUE is in the owner's base
      *              currency, so day-over-day and PERFRPT1 work in
      *              one currency per owner.  Lines written before
      *              the currency fields existed (and CORPACT1's
      *              adjusted lines, which carry the base currency
      *              only) are blank there and are USD.
      *   CASHLG   - portfolio cash ledger DIVLD1 posts dividends
      *              to, CASHLGC layout, in posting order.  Each
      *              owner's statement shows the dividend income
      *              paid so far this year and the income declared
      *              but not yet paid.  Optional: with no ledger the
      *              income lines are simply left off.  A dividend is
      *              posted in the currency its symbol is quoted in
      *              (STOCKVSAM-CURRENCY) and is carried into the
      *              owner's base currency at the same cross rates as
      *              the positions.  One with no usable rate, or whose
      *              symbol is no longer on STOCKVSAM, is left out of
      *              the income figures and listed at the end -- never
      *              added at 1:1.  The grand income totals are given
      *              per base currency.
      *   VALRPT   - per-owner statements
      *
      *****************************************************************
           SELECT NEW-VAL-FILE  ASSIGN TO NEWVAL
               FILE STATUS  IS  WS-NEWVAL-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO CASHLG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CASHLG-STATUS.

           SELECT FX-RATE-FILE  ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FXR-CURRENCY
               FILE STATUS  IS  WS-FXRATE-STATUS.

           SELECT OWNER-CCY-FILE ASSIGN TO OWNCCY
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OWNCCY-STATUS.

           SELECT REPORT-FILE   ASSIGN TO VALRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           05  STOCKVSAM-SYM-DESC     PIC X(32).
           05  STOCKVSAM-EFF-TIME     PIC X(21).
           05  STOCKVSAM-STATUS       PIC X.
           05  STOCKVSAM-CURRENCY     PIC X(3).

       FD  PRIOR-VAL-FILE
           LABEL RECORDS ARE STANDARD
           05  PVL-PRICE              PIC 9(6)V9(3)  COMP-3.
           05  PVL-VALUE              PIC 9(12)V9(3) COMP-3.
           05  PVL-STATUS             PIC X(8).
           05  PVL-CURRENCY           PIC X(3).
           05  PVL-BASE-CURRENCY      PIC X(3).
           05  PVL-LOCAL-VALUE        PIC 9(12)V9(3) COMP-3.
           05  FILLER                 PIC X(5).

       FD  NEW-VAL-FILE
           LABEL RECORDS ARE STANDARD
           05  NVL-PRICE              PIC 9(6)V9(3)  COMP-3.
           05  NVL-VALUE              PIC 9(12)V9(3) COMP-3.
           05  NVL-STATUS             PIC X(8).
           05  NVL-CURRENCY           PIC X(3).
           05  NVL-BASE-CURRENCY      PIC X(3).
           05  NVL-LOCAL-VALUE        PIC 9(12)V9(3) COMP-3.
           05  FILLER                 PIC X(5).

       FD  CASH-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CASHLGC.

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATEC.

       FD  OWNER-CCY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  OWNER-CCY-RECORD.
           05  OCR-OWNER-ID           PIC X(8).
           05  FILLER                 PIC X.
           05  OCR-CURRENCY           PIC X(3).
           05  FILLER                 PIC X(68).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PORTPOS-EOF          PIC X     VALUE 'N'.
           05  WS-PRIORVAL-EOF         PIC X     VALUE 'N'.
           05  WS-CASHLG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CASHLG-EOF           PIC X     VALUE 'N'.
           05  WS-INCOME-LOADED        PIC X     VALUE 'N'.
           05  WS-FXRATE-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-FXRATE-OPEN          PIC X     VALUE 'N'.
           05  WS-OWNCCY-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OWNCCY-EOF           PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
           05  WS-POS-VALUE          PIC 9(12)V9(3) COMP-3 VALUE 0.
           05  WS-POS-STATUS         PIC X(8)           VALUE SPACES.
           05  WS-POS-PRICE          PIC 9(6)V9(3) COMP-3 VALUE 0.
           05  WS-POS-CURRENCY       PIC X(3)           VALUE SPACES.
           05  WS-POS-LOCAL-VALUE    PIC 9(12)V9(3) COMP-3 VALUE 0.
           05  WS-OWNER-CURRENCY     PIC X(3)           VALUE 'USD'.
           05  WS-PRIOR-BASE-CCY     PIC X(3)           VALUE SPACES.
           05  WS-PRIOR-VALUE        PIC 9(12)V9(3) COMP-3 VALUE 0.
           05  WS-PRIOR-FOUND        PIC X              VALUE 'N'.
           05  WS-PRIOR-CORPACT      PIC X              VALUE 'N'.
           05  WS-DAY-CHANGE         PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-CURRENT-OWNER      PIC X(8)           VALUE SPACES.
           05  WS-OWNER-TOTAL        PIC 9(13)V9(3) COMP-3 VALUE 0.
           05  WS-OWNER-UNPRICED     PIC S9(5)   COMP-3 VALUE +0.
           05  WS-PRIOR-KEY          PIC X(12)  VALUE LOW-VALUES.
           05  WS-POSITION-KEY       PIC X(12)  VALUE LOW-VALUES.
      *
      *        Dividend income per owner from the cash ledger:
      *        received -- paid this calendar year up to today --
      *        and declared but not yet paid
       01  INCOME-TABLE.
           05  INC-ENTRIES-USED      PIC S9(4)  COMP  VALUE +0.
           05  INC-ENTRY OCCURS 2000 TIMES.
               10  INC-OWNER-ID      PIC X(8).
               10  INC-RECEIVED      PIC S9(11)V9(2) COMP-3.
               10  INC-PENDING       PIC S9(11)V9(2) COMP-3.
               10  INC-UNCONVERTED   PIC S9(4)       COMP-3.
       01  INCOME-CONTROLS.
           05  WS-INC-SUB            PIC S9(4)  COMP  VALUE +0.
           05  WS-INC-FOUND-SUB      PIC S9(4)  COMP  VALUE +0.
           05  WS-INC-OWNER          PIC X(8)   VALUE SPACES.
           05  WS-RUN-YEAR           PIC 9(4)   VALUE 0.
           05  WS-PAY-YEAR           PIC 9(4)   VALUE 0.
           05  WS-DIV-CURRENCY       PIC X(3)   VALUE SPACES.
           05  WS-DIV-BASE-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE +0.
           05  WS-DIV-REASON         PIC X(11)  VALUE SPACES.
      *
      *        Income grand totals, one line per base currency
       01  INCOME-CCY-TABLE.
           05  ICT-ENTRIES-USED      PIC S9(4)  COMP  VALUE +0.
           05  ICT-ENTRY OCCURS 50 TIMES.
               10  ICT-CURRENCY      PIC X(3).
               10  ICT-RECEIVED      PIC S9(13)V9(2) COMP-3.
               10  ICT-PENDING       PIC S9(13)V9(2) COMP-3.
       01  WS-ICT-SUB                PIC S9(4)  COMP  VALUE +0.
       01  WS-ICT-FOUND-SUB          PIC S9(4)  COMP  VALUE +0.
      *
      *        Dividends that could not be put into a base currency
       01  DIV-EXCEPTION-TABLE.
           05  DVX-ENTRIES-USED      PIC S9(4)  COMP  VALUE +0.
           05  DVX-ENTRY OCCURS 500 TIMES.
               10  DVX-OWNER-ID      PIC X(8).
               10  DVX-SYMBOL        PIC X(4).
               10  DVX-PAY-DATE      PIC 9(8).
               10  DVX-AMOUNT        PIC S9(11)V9(2) COMP-3.
               10  DVX-CURRENCY      PIC X(3).
               10  DVX-BASE-CCY      PIC X(3).
               10  DVX-REASON        PIC X(11).
       01  WS-DVX-SUB                PIC S9(4)  COMP  VALUE +0.
      *
      *        Base currency by owner, from OWNCCY
       01  OWNER-CCY-TABLE.
           05  OCY-ENTRIES-USED      PIC S9(4)  COMP  VALUE +0.
           05  OCY-ENTRY OCCURS 500 TIMES.
               10  OCY-OWNER-ID      PIC X(8).
               10  OCY-CURRENCY      PIC X(3).
       01  WS-OCY-SUB                PIC S9(4)  COMP  VALUE +0.
       01  WS-OCY-OWNER              PIC X(8)   VALUE SPACES.
      *
      *        Exchange rates looked up so far this run, each
      *        currency read from FXRATE once.  FXC-STATE: 'Y'
      *        usable, 'M' no rate on file, 'S' rate stale.
       01  FX-CACHE-TABLE.
           05  FXC-ENTRIES-USED      PIC S9(4)  COMP  VALUE +0.
           05  FXC-ENTRY OCCURS 100 TIMES.
               10  FXC-CURRENCY      PIC X(3).
               10  FXC-RATE          PIC 9(5)V9(8) COMP-3.
               10  FXC-STATE         PIC X.
       01  FX-CONTROLS.
           05  WS-FXC-SUB            PIC S9(4)  COMP  VALUE +0.
           05  WS-FXC-FOUND-SUB      PIC S9(4)  COMP  VALUE +0.
           05  WS-FX-CURRENCY        PIC X(3)   VALUE SPACES.
           05  WS-FX-RATE            PIC 9(5)V9(8) COMP-3 VALUE 0.
           05  WS-FX-STATE           PIC X      VALUE SPACES.
           05  WS-FX-RATE-LOCAL      PIC 9(5)V9(8) COMP-3 VALUE 0.
           05  WS-FX-RATE-BASE       PIC 9(5)V9(8) COMP-3 VALUE 0.
           05  WS-FX-DATE-X          PIC X(8)   VALUE SPACES.
           05  WS-FX-DATE-N  REDEFINES WS-FX-DATE-X
                                     PIC 9(8).
           05  WS-FX-AGE-DAYS        PIC S9(9)  COMP-3 VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-POSITIONS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-PRICED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNPRICEABLE       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONVERTED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-FX-RATE        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OWNERS            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LEDGER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DIV-UNCONVERTED   PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
       01  RPT-OWNER-HDR.
           05  FILLER                 PIC X(7)  VALUE 'OWNER: '.
           05  RPT-OWNER-ID           PIC X(8).
           05  FILLER                 PIC X(17)
                     VALUE '  BASE CURRENCY: '.
           05  RPT-OWNER-CCY          PIC X(3).
           05  FILLER                 PIC X(97) VALUE SPACES.
       01  RPT-POS-HDR.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(7)  VALUE '    QTY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '     PRICE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'CCY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(19) VALUE '        LOCAL VALUE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(19) VALUE '         BASE VALUE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(16) VALUE '   CHANGE (BASE)'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(11) VALUE 'STATUS'.
           05  FILLER PIC X(34) VALUE SPACES.
       01  RPT-POS-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-POS-SYMBOL         PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POS-PRICE          PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POS-CCY            PIC X(3).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POS-LOCAL-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POS-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POS-CHANGE         PIC +ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POS-STATUS         PIC X(11).
           05  FILLER                 PIC X(34) VALUE SPACES.
       01  RPT-OWNER-TOTAL-LINE.
           05  FILLER                 PIC X(9)  VALUE '  TOTAL: '.
           05  RPT-OWNER-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-OWNER-TOTAL-CCY    PIC X(3).
           05  FILLER                 PIC X(9)  VALUE '  CHANGE:'.
           05  RPT-OWNER-CHANGE       PIC +ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X(12) VALUE '  UNPRICED: '.
           05  RPT-OWNER-UNPRICED     PIC ZZZZ9.
           05  FILLER                 PIC X(58) VALUE SPACES.
       01  RPT-OWNER-INCOME-LINE.
           05  FILLER                 PIC X(21)
                     VALUE '  DIVIDENDS YTD:     '.
           05  RPT-INCOME-RECEIVED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(20)
                     VALUE '  DECLARED, UNPAID: '.
           05  RPT-INCOME-PENDING     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-INCOME-CCY         PIC X(3).
           05  FILLER                 PIC X(17)
                     VALUE '  NOT CONVERTED: '.
           05  RPT-INCOME-UNCONVERTED PIC ZZZ9.
           05  FILLER                 PIC X(32) VALUE SPACES.
       01  RPT-DIVX-HDR.
           05  FILLER                 PIC X(26)
                     VALUE 'DIVIDENDS NOT CONVERTED - '.
           05  FILLER                 PIC X(33)
                     VALUE 'LEFT OUT OF THE INCOME FIGURES'.
           05  FILLER                 PIC X(73) VALUE SPACES.
       01  RPT-DIVX-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DIVX-OWNER         PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIVX-SYMBOL        PIC X(4).
           05  FILLER                 PIC X(6)  VALUE '  PAY '.
           05  RPT-DIVX-PAY-DATE      PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIVX-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIVX-CCY           PIC X(3).
           05  FILLER                 PIC X(9)  VALUE '  TO BASE'.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIVX-BASE-CCY      PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DIVX-REASON        PIC X(11).
           05  FILLER                 PIC X(55) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(97)    VALUE SPACES.
       01  RPT-AMOUNT-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-AMOUNT-ITEM     PIC X(22).
           05  RPT-AMOUNT-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X        VALUE SPACE.
           05  RPT-AMOUNT-CCY      PIC X(3).
           05  FILLER              PIC X(87)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 450-LOAD-OWNER-CURRENCIES.
           PERFORM 400-LOAD-INCOME.
           PERFORM 710-READ-PRIOR-VAL.

           PERFORM 100-VALUE-ONE-POSITION THROUGH 100-EXIT
               MOVE 0  TO WS-OWNER-TOTAL
               MOVE +0 TO WS-OWNER-CHANGE
               MOVE +0 TO WS-OWNER-UNPRICED
               MOVE WS-CURRENT-OWNER TO WS-OCY-OWNER
               PERFORM 460-FIND-OWNER-CURRENCY
               MOVE WS-CURRENT-OWNER TO RPT-OWNER-ID
               MOVE WS-OWNER-CURRENCY TO RPT-OWNER-CCY
               WRITE REPORT-RECORD FROM RPT-OWNER-HDR AFTER 2
               WRITE REPORT-RECORD FROM RPT-POS-HDR.
           PERFORM 150-PRICE-POSITION THROUGH 150-EXIT.
           PERFORM 170-FIND-PRIOR-VALUE.
           IF WS-POS-STATUS = 'PRICED'
       150-PRICE-POSITION.
           MOVE 0 TO WS-POS-VALUE.
           MOVE 0 TO WS-POS-PRICE.
           MOVE 0 TO WS-POS-LOCAL-VALUE.
           MOVE SPACES TO WS-POS-CURRENCY.
           MOVE POS-SYMBOL TO STOCKVSAM-SYM.
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS NOT = '00'
                   GO TO 150-EXIT
               END-IF.
           MOVE STOCKVSAM-SHR-PRC TO WS-POS-PRICE.
           MOVE STOCKVSAM-CURRENCY TO WS-POS-CURRENCY.
           IF WS-POS-CURRENCY = SPACES
               MOVE 'USD' TO WS-POS-CURRENCY.
           COMPUTE WS-POS-LOCAL-VALUE = POS-SHARE-QTY * WS-POS-PRICE.
           PERFORM 160-CONVERT-TO-BASE THROUGH 160-EXIT.
       150-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Carries the local value into the owner's base currency.
      *    Both legs go through USD: value * rate(local) /
      *    rate(base).  Either rate missing or stale leaves the
      *    position unpriced -- a wrong total is worse than a
      *    listed gap.
      *    ---------------------------------------------------------
       160-CONVERT-TO-BASE.
           IF WS-POS-CURRENCY = WS-OWNER-CURRENCY
               MOVE WS-POS-LOCAL-VALUE TO WS-POS-VALUE
               MOVE 'PRICED  ' TO WS-POS-STATUS
               GO TO 160-EXIT.
           MOVE WS-POS-CURRENCY TO WS-FX-CURRENCY.
           PERFORM 165-GET-FX-RATE THROUGH 165-EXIT.
           IF WS-FX-STATE NOT = 'Y'
               GO TO 160-NO-RATE.
           MOVE WS-FX-RATE TO WS-FX-RATE-LOCAL.
           MOVE WS-OWNER-CURRENCY TO WS-FX-CURRENCY.
           PERFORM 165-GET-FX-RATE THROUGH 165-EXIT.
           IF WS-FX-STATE NOT = 'Y'
               GO TO 160-NO-RATE.
           MOVE WS-FX-RATE TO WS-FX-RATE-BASE.
           COMPUTE WS-POS-VALUE ROUNDED =
               WS-POS-LOCAL-VALUE * WS-FX-RATE-LOCAL
                                  / WS-FX-RATE-BASE.
           ADD +1 TO NUM-CONVERTED.
           MOVE 'PRICED  ' TO WS-POS-STATUS.
           GO TO 160-EXIT.
       160-NO-RATE.
           ADD +1 TO NUM-NO-FX-RATE.
           MOVE 0 TO WS-POS-VALUE.
           IF WS-FX-STATE = 'S'
               MOVE 'FXSTALE ' TO WS-POS-STATUS
           ELSE
               MOVE 'NOFXRATE' TO WS-POS-STATUS.
       160-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Rate for WS-FX-CURRENCY in USD per unit.  USD is the
      *    pivot and needs no record.  Each other currency is read
      *    from FXRATE once and kept for the rest of the run.
      *    ---------------------------------------------------------
       165-GET-FX-RATE.
           IF WS-FX-CURRENCY = 'USD'
               MOVE 1   TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-STATE
               GO TO 165-EXIT.
           MOVE 0 TO WS-FXC-FOUND-SUB.
           PERFORM 167-CHECK-FX-ENTRY
               VARYING WS-FXC-SUB FROM 1 BY 1
               UNTIL WS-FXC-SUB > FXC-ENTRIES-USED
                  OR WS-FXC-FOUND-SUB > 0.
           IF WS-FXC-FOUND-SUB > 0
               MOVE FXC-RATE(WS-FXC-FOUND-SUB)  TO WS-FX-RATE
               MOVE FXC-STATE(WS-FXC-FOUND-SUB) TO WS-FX-STATE
               GO TO 165-EXIT.
           MOVE 0   TO WS-FX-RATE.
           MOVE 'M' TO WS-FX-STATE.
           IF WS-FXRATE-OPEN = 'Y'
               MOVE WS-FX-CURRENCY TO FXR-CURRENCY
               READ FX-RATE-FILE
               IF WS-FXRATE-STATUS = '00'
                  AND FXR-RATE > 0
                   MOVE FXR-RATE TO WS-FX-RATE
                   MOVE 'Y' TO WS-FX-STATE
                   PERFORM 168-CHECK-FX-AGE
               ELSE IF WS-FXRATE-STATUS NOT = '00'
                    AND WS-FXRATE-STATUS NOT = '23'
                   DISPLAY 'ERROR ON FXRATE READ.  CODE:'
                           WS-FXRATE-STATUS ' CURRENCY '
                           WS-FX-CURRENCY
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               END-IF.
           IF FXC-ENTRIES-USED < 100
               ADD +1 TO FXC-ENTRIES-USED
               MOVE WS-FX-CURRENCY TO FXC-CURRENCY(FXC-ENTRIES-USED)
               MOVE WS-FX-RATE     TO FXC-RATE(FXC-ENTRIES-USED)
               MOVE WS-FX-STATE    TO FXC-STATE(FXC-ENTRIES-USED).
       165-EXIT.
           EXIT.

       167-CHECK-FX-ENTRY.
           IF FXC-CURRENCY(WS-FXC-SUB) = WS-FX-CURRENCY
               MOVE WS-FXC-SUB TO WS-FXC-FOUND-SUB.

      *    A rate for a date further back than the price staleness
      *    ceiling is no more trustworthy than a stale price.
       168-CHECK-FX-AGE.
           MOVE FXR-RATE-DATE TO WS-FX-DATE-N.
           IF WS-FX-DATE-X IS NOT NUMERIC
              OR WS-FX-DATE-N = 0
               MOVE 'S' TO WS-FX-STATE
           ELSE
               COMPUTE WS-FX-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                 - FUNCTION INTEGER-OF-DATE (WS-FX-DATE-N)
               IF WS-FX-AGE-DAYS > WS-STALE-LIMIT-DAYS
                   MOVE 'S' TO WS-FX-STATE.

      *    ---------------------------------------------------------
      *    Low-key-wins walk of the prior valuation history, both
      *    files being in OWNER-ID/SYMBOL order, to find this
      *    ---------------------------------------------------------
       170-FIND-PRIOR-VALUE.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE 'N' TO WS-PRIOR-CORPACT.
           MOVE 0   TO WS-PRIOR-VALUE.
           MOVE POS-KEY TO WS-POSITION-KEY.
           PERFORM 175-ADVANCE-PRIOR-VAL
           IF WS-PRIORVAL-EOF NOT = 'Y'
              AND WS-PRIOR-KEY = WS-POSITION-KEY
               MOVE 'Y' TO WS-PRIOR-FOUND
               MOVE PVL-BASE-CURRENCY TO WS-PRIOR-BASE-CCY
               IF WS-PRIOR-BASE-CCY = SPACES
                   MOVE 'USD' TO WS-PRIOR-BASE-CCY
               END-IF
               IF ( PVL-STATUS = 'PRICED  ' OR PVL-STATUS = 'CORPACT ' )
                  AND WS-PRIOR-BASE-CCY = WS-OWNER-CURRENCY
                   MOVE PVL-VALUE TO WS-PRIOR-VALUE
                   IF PVL-STATUS = 'CORPACT '
                       MOVE 'Y' TO WS-PRIOR-CORPACT
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PRIOR-FOUND
               END-IF
           MOVE WS-POS-PRICE  TO NVL-PRICE.
           MOVE WS-POS-VALUE  TO NVL-VALUE.
           MOVE WS-POS-STATUS TO NVL-STATUS.
           MOVE WS-POS-CURRENCY    TO NVL-CURRENCY.
           MOVE WS-OWNER-CURRENCY  TO NVL-BASE-CURRENCY.
           MOVE WS-POS-LOCAL-VALUE TO NVL-LOCAL-VALUE.
           WRITE NEW-VAL-RECORD.

       220-PRINT-POSITION-LINE.
           MOVE POS-SYMBOL    TO RPT-POS-SYMBOL.
           MOVE POS-SHARE-QTY TO RPT-POS-QTY.
           MOVE WS-POS-PRICE  TO RPT-POS-PRICE.
           MOVE WS-POS-CURRENCY    TO RPT-POS-CCY.
           MOVE WS-POS-LOCAL-VALUE TO RPT-POS-LOCAL-VALUE.
           MOVE WS-POS-VALUE  TO RPT-POS-VALUE.
           MOVE WS-DAY-CHANGE TO RPT-POS-CHANGE.
           IF WS-POS-STATUS = 'PRICED  '
              AND WS-PRIOR-FOUND = 'N'
               MOVE 'NEW'         TO RPT-POS-STATUS
           ELSE IF WS-POS-STATUS = 'PRICED  '
              AND WS-PRIOR-CORPACT = 'Y'
               MOVE 'CORP ACTION' TO RPT-POS-STATUS
           ELSE IF WS-POS-STATUS = 'PRICED  '
               MOVE SPACES        TO RPT-POS-STATUS
           ELSE IF WS-POS-STATUS = 'STALE   '
               MOVE 'PRICE STALE' TO RPT-POS-STATUS
           ELSE IF WS-POS-STATUS = 'RETIRED '
               MOVE 'DELISTED'    TO RPT-POS-STATUS
           ELSE IF WS-POS-STATUS = 'NOFXRATE'
               MOVE 'NO FX RATE'  TO RPT-POS-STATUS
           ELSE IF WS-POS-STATUS = 'FXSTALE '
               MOVE 'FX STALE'    TO RPT-POS-STATUS
           ELSE
               MOVE 'NO PRICE'    TO RPT-POS-STATUS.
           WRITE REPORT-RECORD FROM RPT-POS-DETAIL.

       250-PRINT-OWNER-TOTAL.
           MOVE WS-OWNER-TOTAL    TO RPT-OWNER-TOTAL.
           MOVE WS-OWNER-CURRENCY TO RPT-OWNER-TOTAL-CCY.
           MOVE WS-OWNER-CHANGE   TO RPT-OWNER-CHANGE.
           MOVE WS-OWNER-UNPRICED TO RPT-OWNER-UNPRICED.
           WRITE REPORT-RECORD FROM RPT-OWNER-TOTAL-LINE AFTER 1.
           IF WS-INCOME-LOADED = 'Y'
               PERFORM 260-PRINT-OWNER-INCOME.

       260-PRINT-OWNER-INCOME.
           MOVE WS-CURRENT-OWNER TO WS-INC-OWNER.
           PERFORM 420-FIND-INCOME-OWNER.
           IF WS-INC-FOUND-SUB > 0
               MOVE INC-RECEIVED(WS-INC-FOUND-SUB)
                   TO RPT-INCOME-RECEIVED
               MOVE INC-PENDING(WS-INC-FOUND-SUB)
                   TO RPT-INCOME-PENDING
               MOVE INC-UNCONVERTED(WS-INC-FOUND-SUB)
                   TO RPT-INCOME-UNCONVERTED
           ELSE
               MOVE ZERO TO RPT-INCOME-RECEIVED
               MOVE ZERO TO RPT-INCOME-PENDING
               MOVE ZERO TO RPT-INCOME-UNCONVERTED.
           MOVE WS-OWNER-CURRENCY TO RPT-INCOME-CCY.
           WRITE REPORT-RECORD FROM RPT-OWNER-INCOME-LINE.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'UNPRICEABLE POSITIONS:' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNPRICEABLE          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CONVERTED TO BASE CCY:' TO RPT-TOTALS-ITEM.
           MOVE NUM-CONVERTED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NO USABLE FX RATE:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-FX-RATE           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OWNERS STATED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OWNERS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF WS-INCOME-LOADED = 'Y'
               MOVE 'LEDGER ENTRIES READ:  ' TO RPT-TOTALS-ITEM
               MOVE NUM-LEDGER-RECS          TO RPT-TOTALS-VALUE
               WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL
               PERFORM 310-PRINT-CURRENCY-INCOME
                   VARYING WS-ICT-SUB FROM 1 BY 1
                   UNTIL WS-ICT-SUB > ICT-ENTRIES-USED
               MOVE 'DIVIDENDS UNCONVERTED:' TO RPT-TOTALS-ITEM
               MOVE NUM-DIV-UNCONVERTED      TO RPT-TOTALS-VALUE
               WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF DVX-ENTRIES-USED > 0
               WRITE REPORT-RECORD FROM RPT-DIVX-HDR AFTER 2
               PERFORM 320-PRINT-DIV-EXCEPTION
                   VARYING WS-DVX-SUB FROM 1 BY 1
                   UNTIL WS-DVX-SUB > DVX-ENTRIES-USED.

       310-PRINT-CURRENCY-INCOME.
           MOVE ICT-CURRENCY(WS-ICT-SUB) TO RPT-AMOUNT-CCY.
           MOVE 'DIVIDENDS PAID YTD:   ' TO RPT-AMOUNT-ITEM.
           MOVE ICT-RECEIVED(WS-ICT-SUB) TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-DETAIL.
           MOVE 'DECLARED, UNPAID:     ' TO RPT-AMOUNT-ITEM.
           MOVE ICT-PENDING(WS-ICT-SUB)  TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-DETAIL.

       320-PRINT-DIV-EXCEPTION.
           MOVE DVX-OWNER-ID(WS-DVX-SUB) TO RPT-DIVX-OWNER.
           MOVE DVX-SYMBOL(WS-DVX-SUB)   TO RPT-DIVX-SYMBOL.
           MOVE DVX-PAY-DATE(WS-DVX-SUB) TO RPT-DIVX-PAY-DATE.
           MOVE DVX-AMOUNT(WS-DVX-SUB)   TO RPT-DIVX-AMOUNT.
           MOVE DVX-CURRENCY(WS-DVX-SUB) TO RPT-DIVX-CCY.
           MOVE DVX-BASE-CCY(WS-DVX-SUB) TO RPT-DIVX-BASE-CCY.
           MOVE DVX-REASON(WS-DVX-SUB)   TO RPT-DIVX-REASON.
           WRITE REPORT-RECORD FROM RPT-DIVX-DETAIL.

      *    ---------------------------------------------------------
      *    The cash ledger is in posting order, not owner order, so
      *    it is gathered into a table of owners once up front.
      *    ---------------------------------------------------------
       400-LOAD-INCOME.
           DIVIDE WS-RUN-DATE-N BY 10000 GIVING WS-RUN-YEAR.
           OPEN INPUT CASH-LEDGER-FILE.
           IF WS-CASHLG-STATUS NOT = '00'
               DISPLAY 'CASHLG NOT AVAILABLE - NO INCOME SHOWN. RC:'
                       WS-CASHLG-STATUS
           ELSE
               MOVE 'Y' TO WS-INCOME-LOADED
               PERFORM 730-READ-LEDGER
               PERFORM 410-ADD-LEDGER-ENTRY
                   UNTIL WS-CASHLG-EOF = 'Y'
               CLOSE CASH-LEDGER-FILE.

       410-ADD-LEDGER-ENTRY.
           IF CLG-DIVIDEND
               PERFORM 415-CONVERT-DIVIDEND THROUGH 415-EXIT.
           PERFORM 730-READ-LEDGER.

      *    ---------------------------------------------------------
      *    A dividend still pending, or paid this year, carried
      *    from its symbol's currency into the owner's base
      *    currency the way 160 carries a position.
      *    ---------------------------------------------------------
       415-CONVERT-DIVIDEND.
           DIVIDE CLG-PAY-DATE BY 10000 GIVING WS-PAY-YEAR.
           MOVE CLG-OWNER-ID TO WS-INC-OWNER.
           PERFORM 420-FIND-INCOME-OWNER.
           IF WS-INC-FOUND-SUB = 0
               PERFORM 430-ADD-INCOME-OWNER.
           IF WS-INC-FOUND-SUB = 0
               GO TO 415-EXIT.
           IF CLG-PAY-DATE NOT > WS-RUN-DATE-N
              AND WS-PAY-YEAR NOT = WS-RUN-YEAR
               GO TO 415-EXIT.
           MOVE CLG-OWNER-ID TO WS-OCY-OWNER.
           PERFORM 460-FIND-OWNER-CURRENCY.
           MOVE CLG-SYMBOL TO STOCKVSAM-SYM.
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS NOT = '00'
               MOVE SPACES      TO WS-DIV-CURRENCY
               MOVE 'NO SYMBOL' TO WS-DIV-REASON
               GO TO 415-NOT-CONVERTED.
           MOVE STOCKVSAM-CURRENCY TO WS-DIV-CURRENCY.
           IF WS-DIV-CURRENCY = SPACES
               MOVE 'USD' TO WS-DIV-CURRENCY.
           IF WS-DIV-CURRENCY = WS-OWNER-CURRENCY
               MOVE CLG-AMOUNT TO WS-DIV-BASE-AMOUNT
               GO TO 415-ADD-INCOME.
           MOVE WS-DIV-CURRENCY TO WS-FX-CURRENCY.
           PERFORM 165-GET-FX-RATE THROUGH 165-EXIT.
           IF WS-FX-STATE NOT = 'Y'
               GO TO 415-NO-RATE.
           MOVE WS-FX-RATE TO WS-FX-RATE-LOCAL.
           MOVE WS-OWNER-CURRENCY TO WS-FX-CURRENCY.
           PERFORM 165-GET-FX-RATE THROUGH 165-EXIT.
           IF WS-FX-STATE NOT = 'Y'
               GO TO 415-NO-RATE.
           MOVE WS-FX-RATE TO WS-FX-RATE-BASE.
           COMPUTE WS-DIV-BASE-AMOUNT ROUNDED =
               CLG-AMOUNT * WS-FX-RATE-LOCAL / WS-FX-RATE-BASE.
       415-ADD-INCOME.
           PERFORM 440-FIND-INCOME-CURRENCY.
           IF CLG-PAY-DATE > WS-RUN-DATE-N
               ADD WS-DIV-BASE-AMOUNT TO INC-PENDING(WS-INC-FOUND-SUB)
               IF WS-ICT-FOUND-SUB > 0
                   ADD WS-DIV-BASE-AMOUNT
                       TO ICT-PENDING(WS-ICT-FOUND-SUB)
               END-IF
           ELSE
               ADD WS-DIV-BASE-AMOUNT TO INC-RECEIVED(WS-INC-FOUND-SUB)
               IF WS-ICT-FOUND-SUB > 0
                   ADD WS-DIV-BASE-AMOUNT
                       TO ICT-RECEIVED(WS-ICT-FOUND-SUB)
               END-IF
           END-IF.
           GO TO 415-EXIT.
       415-NO-RATE.
           IF WS-FX-STATE = 'S'
               MOVE 'FX STALE'   TO WS-DIV-REASON
           ELSE
               MOVE 'NO FX RATE' TO WS-DIV-REASON.
       415-NOT-CONVERTED.
           ADD +1 TO NUM-DIV-UNCONVERTED.
           ADD +1 TO INC-UNCONVERTED(WS-INC-FOUND-SUB).
           IF DVX-ENTRIES-USED < 500
               ADD +1 TO DVX-ENTRIES-USED
               MOVE CLG-OWNER-ID      TO DVX-OWNER-ID(DVX-ENTRIES-USED)
               MOVE CLG-SYMBOL        TO DVX-SYMBOL(DVX-ENTRIES-USED)
               MOVE CLG-PAY-DATE      TO DVX-PAY-DATE(DVX-ENTRIES-USED)
               MOVE CLG-AMOUNT        TO DVX-AMOUNT(DVX-ENTRIES-USED)
               MOVE WS-DIV-CURRENCY   TO DVX-CURRENCY(DVX-ENTRIES-USED)
               MOVE WS-OWNER-CURRENCY TO DVX-BASE-CCY(DVX-ENTRIES-USED)
               MOVE WS-DIV-REASON     TO DVX-REASON(DVX-ENTRIES-USED)
           ELSE
               DISPLAY 'DIVIDEND EXCEPTION TABLE FULL - '
                       CLG-OWNER-ID ' ' CLG-SYMBOL ' NOT LISTED'.
       415-EXIT.
           EXIT.

       420-FIND-INCOME-OWNER.
           MOVE 0 TO WS-INC-FOUND-SUB.
           PERFORM 425-CHECK-INCOME-OWNER
               VARYING WS-INC-SUB FROM 1 BY 1
               UNTIL WS-INC-SUB > INC-ENTRIES-USED
                  OR WS-INC-FOUND-SUB > 0.

       425-CHECK-INCOME-OWNER.
           IF INC-OWNER-ID(WS-INC-SUB) = WS-INC-OWNER
               MOVE WS-INC-SUB TO WS-INC-FOUND-SUB.

       430-ADD-INCOME-OWNER.
           IF INC-ENTRIES-USED NOT < 2000
               DISPLAY 'INCOME TABLE FULL - ' WS-INC-OWNER
                       ' INCOME NOT SHOWN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD +1 TO INC-ENTRIES-USED
               MOVE INC-ENTRIES-USED TO WS-INC-FOUND-SUB
               MOVE WS-INC-OWNER TO INC-OWNER-ID(WS-INC-FOUND-SUB)
               MOVE +0 TO INC-RECEIVED(WS-INC-FOUND-SUB)
               MOVE +0 TO INC-PENDING(WS-INC-FOUND-SUB)
               MOVE +0 TO INC-UNCONVERTED(WS-INC-FOUND-SUB).

      *    the grand income line for the owner's base currency
       440-FIND-INCOME-CURRENCY.
           MOVE 0 TO WS-ICT-FOUND-SUB.
           PERFORM 445-CHECK-INCOME-CURRENCY
               VARYING WS-ICT-SUB FROM 1 BY 1
               UNTIL WS-ICT-SUB > ICT-ENTRIES-USED
                  OR WS-ICT-FOUND-SUB > 0.
           IF WS-ICT-FOUND-SUB = 0
              AND ICT-ENTRIES-USED < 50
               ADD +1 TO ICT-ENTRIES-USED
               MOVE ICT-ENTRIES-USED TO WS-ICT-FOUND-SUB
               MOVE WS-OWNER-CURRENCY TO ICT-CURRENCY(WS-ICT-FOUND-SUB)
               MOVE +0 TO ICT-RECEIVED(WS-ICT-FOUND-SUB)
               MOVE +0 TO ICT-PENDING(WS-ICT-FOUND-SUB).

       445-CHECK-INCOME-CURRENCY.
           IF ICT-CURRENCY(WS-ICT-SUB) = WS-OWNER-CURRENCY
               MOVE WS-ICT-SUB TO WS-ICT-FOUND-SUB.

      *    ---------------------------------------------------------
      *    Optional OWNCCY file: each owner's base currency.
      *    Without it, or for an owner not on it, USD.
      *    ---------------------------------------------------------
       450-LOAD-OWNER-CURRENCIES.
           OPEN INPUT OWNER-CCY-FILE.
           IF WS-OWNCCY-STATUS = '00'
             PERFORM 455-READ-OWNER-CCY
             PERFORM 458-STORE-OWNER-CCY
                 UNTIL WS-OWNCCY-EOF = 'Y'
             CLOSE OWNER-CCY-FILE
           END-IF.
           DISPLAY 'PORTVAL1 OWNER CURRENCIES LOADED = '
                   OCY-ENTRIES-USED.

       455-READ-OWNER-CCY.
           READ OWNER-CCY-FILE
             AT END MOVE 'Y' TO WS-OWNCCY-EOF .
           IF WS-OWNCCY-STATUS NOT = '00'
               MOVE 'Y' TO WS-OWNCCY-EOF.

       458-STORE-OWNER-CCY.
           IF OCR-CURRENCY NOT ALPHABETIC-UPPER
              OR OCR-CURRENCY(1:1) = SPACE
              OR OCR-CURRENCY(2:1) = SPACE
              OR OCR-CURRENCY(3:1) = SPACE
               DISPLAY 'OWNCCY ' OCR-OWNER-ID ' CURRENCY '
                       OCR-CURRENCY ' NOT VALID - USD USED'
           ELSE IF OCY-ENTRIES-USED NOT < 500
               DISPLAY 'OWNCCY TABLE FULL - ' OCR-OWNER-ID
                       ' STATED IN USD'
           ELSE
               ADD +1 TO OCY-ENTRIES-USED
               MOVE OCR-OWNER-ID TO OCY-OWNER-ID(OCY-ENTRIES-USED)
               MOVE OCR-CURRENCY TO OCY-CURRENCY(OCY-ENTRIES-USED).
           PERFORM 455-READ-OWNER-CCY.

       460-FIND-OWNER-CURRENCY.
           MOVE 'USD' TO WS-OWNER-CURRENCY.
           PERFORM 465-CHECK-OWNER-CCY
               VARYING WS-OCY-SUB FROM 1 BY 1
               UNTIL WS-OCY-SUB > OCY-ENTRIES-USED.

       465-CHECK-OWNER-CCY.
           IF OCY-OWNER-ID(WS-OCY-SUB) = WS-OCY-OWNER
               MOVE OCY-CURRENCY(WS-OCY-SUB) TO WS-OWNER-CURRENCY.

       700-READ-POSITION.
           READ POSITION-FILE
               MOVE 'Y' TO WS-PRIORVAL-EOF
               MOVE HIGH-VALUES TO WS-PRIOR-KEY.

       730-READ-LEDGER.
           READ CASH-LEDGER-FILE
             AT END MOVE 'Y' TO WS-CASHLG-EOF .
           IF ( WS-CASHLG-STATUS = '00' OR
                WS-CASHLG-STATUS = '04' ) THEN
               ADD +1 TO NUM-LEDGER-RECS
           ELSE IF WS-CASHLG-STATUS = '10'
               MOVE 'Y' TO WS-CASHLG-EOF
           ELSE
               DISPLAY 'ERROR ON CASHLG READ.  CODE:'
                       WS-CASHLG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CASHLG-EOF.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-X TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PORTPOS-EOF.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRATE-STATUS = '00'
               MOVE 'Y' TO WS-FXRATE-OPEN
           ELSE
               DISPLAY 'FXRATE NOT AVAILABLE - FOREIGN-CURRENCY '
                       'POSITIONS UNPRICED. RC:' WS-FXRATE-STATUS.

       905-CLOSE-FILES.
           CLOSE POSITION-FILE .
           CLOSE PRIOR-VAL-FILE .
           CLOSE NEW-VAL-FILE .
           CLOSE REPORT-FILE .
           IF WS-FXRATE-OPEN = 'Y'
               CLOSE FX-RATE-FILE.

      * END OF PROGRAM PORTVAL1
