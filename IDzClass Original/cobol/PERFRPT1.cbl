      ****************************************************************
      * PROGRAM:  PERFRPT1
      *           Portfolio performance report from the valuation
      *           history
      *
      * PORTVAL1 writes a dated valuation record for every position
      * every night, but all anyone saw was the day-over-day change.
      * This job runs over the accumulated valuation history and
      * reports a time-weighted return for each OWNER-ID and each
      * of its positions, month-to-date, quarter-to-date, year-to-
      * date and since inception, beside an equal-weighted
      * benchmark of the STOCKVSAM symbols.
      *
      * The history is walked one valuation date at a time.  Each
      * night closes a sub-period for every position:
      *
      *     return = (value - prior value - net cash flow)
      *              / (prior value + money put in)
      *
      * The cash flows are the BUY and SELL entries PORTMNT1 posts
      * to the cash ledger for every trade -- a purchase is money
      * put into the position, a sale money taken out -- so buying
      * more shares is not reported as performance.  A dividend
      * paid is money taken out too, so income counts toward the
      * return.  The nightly returns are chained (multiplied
      * together) within each period; an owner's return is worked
      * the same way on the owner's total value and flows.
      *
      * Values are in each owner's base currency (VAL-VALUE), but
      * the ledger's trade and dividend amounts are in the currency
      * the symbol is quoted in.  A foreign position's flows are
      * carried into the base currency at the same rate PORTVAL1
      * used that night -- its base value over its local value --
      * or, on a night it could not be priced, the last such rate.
      *
      * Some nights do not measure performance and are left out of
      * a position's chain (the owner's total carries on):
      *   - a position PORTVAL1 could not price is carried at its
      *     last value plus the night's trades;
      *   - a position that appears or disappears with no trade
      *     behind it (a ticker change or merger re-keyed it), or
      *     whose share count changed with no trade (a split), is
      *     restarted from that night's value.
      *
      * The benchmark holds every STOCKVSAM symbol (not retired) in
      * equal weight: each night's benchmark return is the average
      * of the symbols' price changes, taken from the prices in the
      * valuation history.  A symbol is only in the benchmark on
      * nights it was priced on consecutive valuations, and not on
      * a night its shares were split.  The benchmark's since-
      * inception figure runs from the owner's own inception, and
      * its period figures from the later of the period start and
      * the owner's inception, so the comparison is like for like.
      *
      * FILES:
      *   PERFCTL  - optional control card:
      *              cols 1-8  as-of date (yyyymmdd)
      *              Without it the report is as of the run date.
      *              History after the as-of date is ignored.
      *   VALHIST  - PORTVAL1's NEWVAL generations, oldest first
      *              (each night's records in OWNER-ID / SYMBOL
      *              order)
      *   CASHLG   - portfolio cash ledger, CASHLGC layout
      *   STOCKVSM - the STOCKVSAM price file, read by key to
      *              decide which symbols are in the benchmark
      *   PERFRPT  - performance by owner and position
      *
      * Return codes: 16 file error or a table full, 4 history out
      * of date order or duplicated (those records are skipped).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERFCTL-FILE  ASSIGN TO PERFCTL
               FILE STATUS  IS  WS-PERFCTL-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO VALHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-VALHIST-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO CASHLG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CASHLG-STATUS.

           SELECT STOCK-VSAM-FILE ASSIGN TO STOCKVSM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STOCKVSAM-SYM
               FILE STATUS  IS  WS-STOCKVSM-STATUS.

           SELECT REPORT-FILE   ASSIGN TO PERFRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PERFCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PERFCTL-RECORD.
           05  PCT-ASOF-DATE          PIC X(8).
           05  PCT-ASOF-DATE-NUM  REDEFINES PCT-ASOF-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X(72).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  VHS-DATE               PIC 9(8).
           05  VHS-OWNER-ID           PIC X(8).
           05  VHS-SYMBOL             PIC X(4).
           05  VHS-QTY                PIC S9(7)      COMP-3.
           05  VHS-PRICE              PIC 9(6)V9(3)  COMP-3.
           05  VHS-VALUE              PIC 9(12)V9(3) COMP-3.
           05  VHS-STATUS             PIC X(8).
           05  VHS-CURRENCY           PIC X(3).
           05  VHS-BASE-CURRENCY      PIC X(3).
           05  VHS-LOCAL-VALUE        PIC 9(12)V9(3) COMP-3.
           05  FILLER                 PIC X(5).

       FD  CASH-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CASHLGC.

       FD  STOCK-VSAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCKVSAM-RECORD.
           05  STOCKVSAM-SYM          PIC X(4).
           05  STOCKVSAM-SHR-PRC      PIC 9(6)V9(3) COMP-3.
           05  STOCKVSAM-SYM-DESC     PIC X(32).
           05  STOCKVSAM-EFF-TIME     PIC X(21).
           05  STOCKVSAM-STATUS       PIC X.
           05  STOCKVSAM-CURRENCY     PIC X(3).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-PERFCTL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-VALHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CASHLG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-STOCKVSM-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-VALHIST-EOF          PIC X     VALUE 'N'.
           05  WS-CASHLG-EOF           PIC X     VALUE 'N'.
           05  WS-FILES-OK             PIC X     VALUE 'Y'.
           05  WS-SWAP-FLAG            PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
       01  WS-ASOF-DATE-X             PIC X(8)  VALUE SPACES.
       01  WS-ASOF-DATE-N  REDEFINES WS-ASOF-DATE-X
                                      PIC 9(8).
      *
      *        The valuation date being gathered, and the last one
      *        closed.  No returns are worked on the first date in
      *        the history; it is the starting value.
       01  DAY-CONTROLS.
           05  WS-HIST-DATE           PIC 9(8)   VALUE 0.
           05  WS-LAST-CLOSE-DATE     PIC 9(8)   VALUE 0.
           05  WS-FIRST-CLOSE         PIC X      VALUE 'Y'.
      *
      *        Period start dates: 1 month, 2 quarter, 3 year,
      *        4 since inception (the start of the history)
       01  WINDOW-TABLE.
           05  WIN-START-DATE         PIC 9(8)   OCCURS 4 TIMES.
       01  WS-WIN-SUB                 PIC S9(4)  COMP  VALUE +0.
       01  WS-ASOF-YEAR               PIC 9(4)   VALUE 0.
       01  WS-ASOF-MONTH              PIC 9(2)   VALUE 0.
       01  WS-QTR-MONTH               PIC 9(2)   VALUE 0.
      *
      *        Cash flows from the ledger, signed as money put into
      *        the position: BUY plus, SELL and DIV minus
       01  FLOW-TABLE.
           05  FLW-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  FLW-ENTRY OCCURS 5000 TIMES.
               10  FLW-OWNER-ID       PIC X(8).
               10  FLW-SYMBOL         PIC X(4).
               10  FLW-DATE           PIC 9(8).
               10  FLW-AMOUNT         PIC S9(12)V9(3) COMP-3.
       01  WS-FLW-SUB                 PIC S9(4)  COMP  VALUE +0.
      *
      *        One entry per position ever valued or traded.  The
      *        LAST- fields are as of the last date closed, the
      *        TODAY- fields gather the date being closed.
      *        PRF-GROWTH is the chained growth factor per period.
       01  POSITION-TABLE.
           05  PRF-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  PRF-ENTRY OCCURS 3000 TIMES.
               10  PRF-KEY.
                   15  PRF-OWNER-ID   PIC X(8).
                   15  PRF-SYMBOL     PIC X(4).
               10  PRF-OWN-SUB        PIC S9(4)       COMP.
               10  PRF-FIRST-DATE     PIC 9(8).
               10  PRF-LAST-VALUE     PIC S9(12)V9(3) COMP-3.
               10  PRF-LAST-QTY       PIC S9(7)       COMP-3.
               10  PRF-LAST-STATUS    PIC X(8).
               10  PRF-TODAY-VALUE    PIC S9(12)V9(3) COMP-3.
               10  PRF-TODAY-QTY      PIC S9(7)       COMP-3.
               10  PRF-TODAY-FLOW     PIC S9(12)V9(3) COMP-3.
               10  PRF-TODAY-INFLOW   PIC S9(12)V9(3) COMP-3.
               10  PRF-SEEN           PIC X.
               10  PRF-GROWTH         PIC 9(5)V9(10)  COMP-3
                                      OCCURS 4 TIMES.
               10  PRF-FX-FACTOR      PIC 9(5)V9(8)   COMP-3.
       01  PRF-SWAP-AREA.
           05  PRF-SWAP-ENTRY         PIC X(110).
       01  POSITION-CONTROLS.
           05  WS-PRF-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-PRF-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-PRF-FOUND-SUB       PIC S9(4)  COMP  VALUE +0.
           05  WS-LOOKUP-KEY.
               10  WS-LOOKUP-OWNER    PIC X(8)   VALUE SPACES.
               10  WS-LOOKUP-SYMBOL   PIC X(4)   VALUE SPACES.
      *
       01  OWNER-TABLE.
           05  OWN-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  OWN-ENTRY OCCURS 500 TIMES.
               10  OWN-OWNER-ID       PIC X(8).
               10  OWN-FIRST-DATE     PIC 9(8).
               10  OWN-LAST-VALUE     PIC S9(13)V9(3) COMP-3.
               10  OWN-TODAY-PRIOR    PIC S9(13)V9(3) COMP-3.
               10  OWN-TODAY-VALUE    PIC S9(13)V9(3) COMP-3.
               10  OWN-TODAY-FLOW     PIC S9(13)V9(3) COMP-3.
               10  OWN-TODAY-INFLOW   PIC S9(13)V9(3) COMP-3.
               10  OWN-BENCH-BASE     PIC 9(5)V9(10)  COMP-3.
               10  OWN-GROWTH         PIC 9(5)V9(10)  COMP-3
                                      OCCURS 4 TIMES.
       01  OWNER-CONTROLS.
           05  WS-OWN-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-OWN-FOUND-SUB       PIC S9(4)  COMP  VALUE +0.
      *
      *        Benchmark symbols: the last and tonight's price of
      *        each symbol seen in the history, and whether it is
      *        on STOCKVSAM and not retired.  BEN-INDEX is the
      *        benchmark's growth since the start of the history;
      *        BEN-WINDOW-BASE its value at the start of each
      *        period.
       01  SYMBOL-TABLE.
           05  BSY-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  BSY-ENTRY OCCURS 500 TIMES.
               10  BSY-SYMBOL         PIC X(4).
               10  BSY-LISTED         PIC X.
               10  BSY-ADJUSTED       PIC X.
               10  BSY-LAST-PRICE     PIC 9(6)V9(3)   COMP-3.
               10  BSY-TODAY-PRICE    PIC 9(6)V9(3)   COMP-3.
       01  BENCHMARK-CONTROLS.
           05  WS-BSY-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-BSY-FOUND-SUB       PIC S9(4)  COMP  VALUE +0.
           05  WS-BEN-COUNT           PIC S9(5)  COMP-3 VALUE +0.
           05  WS-BEN-RATIO-SUM       PIC S9(7)V9(10) COMP-3
                                                    VALUE +0.
           05  BEN-INDEX              PIC 9(5)V9(10)  COMP-3
                                                    VALUE 1.
           05  BEN-WINDOW-BASE        PIC 9(5)V9(10)  COMP-3
                                      OCCURS 4 TIMES.
      *
       01  RETURN-WORK.
           05  WS-CLOSE-VALUE         PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-PRIOR-VALUE         PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-NET-FLOW            PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-INFLOW              PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-DENOMINATOR         PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-PERIOD-RETURN       PIC S9(5)V9(10) COMP-3 VALUE +0.
           05  WS-RETURN-OK           PIC X                  VALUE 'N'.
           05  WS-GROWTH              PIC 9(5)V9(10)  COMP-3 VALUE 0.
           05  WS-BENCH-BASE          PIC 9(5)V9(10)  COMP-3 VALUE 0.
           05  WS-PCT                 PIC S9(5)V99    COMP-3 VALUE +0.
           05  WS-OWNER-PCT           PIC S9(5)V99    COMP-3
                                      OCCURS 4 TIMES.
           05  WS-BENCH-PCT           PIC S9(5)V99    COMP-3
                                      OCCURS 4 TIMES.
           05  WS-CURRENT-OWNER       PIC X(8)        VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-HIST-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-AFTER-ASOF   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-OUT-OF-SEQ   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-DUPLICATE    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-VALUATION-DATES   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LEDGER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FLOWS-LOADED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FLOWS-APPLIED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NIGHTS-CARRIED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NIGHTS-RESTARTED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OWNERS-REPORTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-RPTD    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BENCH-SYMBOLS     PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(30)
                     VALUE 'PORTFOLIO PERFORMANCE REPORT  '.
           05  FILLER                 PIC X(7)  VALUE 'AS OF: '.
           05  RPT-ASOF-DATE          PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(16)
                     VALUE 'VALUED THROUGH: '.
           05  RPT-THROUGH-DATE       PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'RUN: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(42) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(24) VALUE 'SYMBOL'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(18) VALUE '      MARKET VALUE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'INCEPTED'.
           05  FILLER PIC X(11) VALUE '      MTD %'.
           05  FILLER PIC X(11) VALUE '      QTD %'.
           05  FILLER PIC X(11) VALUE '      YTD %'.
           05  FILLER PIC X(11) VALUE '  INCEPT. %'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'NOTE'.
           05  FILLER PIC X(21) VALUE SPACES.
       01  RPT-OWNER-HDR.
           05  FILLER                 PIC X(7)  VALUE 'OWNER: '.
           05  RPT-OWNER-ID           PIC X(8).
           05  FILLER                 PIC X(117) VALUE SPACES.
       01  RPT-PERF-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-PRF-LABEL          PIC X(24).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PRF-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  RPT-PRF-VALUE-X  REDEFINES RPT-PRF-VALUE
                                      PIC X(18).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-PRF-INCEPT         PIC X(8).
           05  RPT-PRF-PERIOD  OCCURS 4 TIMES.
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  RPT-PRF-PCT        PIC ZZZZ9.99-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-PRF-NOTE           PIC X(10).
           05  FILLER                 PIC X(21) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(97)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'PERFRPT1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 850-READ-ASOF-CONTROL.
           PERFORM 860-SET-PERIOD-STARTS.
           PERFORM 900-OPEN-FILES.

           IF WS-FILES-OK = 'Y'
               PERFORM 600-LOAD-FLOWS
               PERFORM 700-READ-HISTORY
               PERFORM 100-PROCESS-ONE-HISTORY THROUGH 100-EXIT
                   UNTIL WS-VALHIST-EOF = 'Y'
               IF WS-HIST-DATE NOT = 0
                   PERFORM 200-CLOSE-DAY
               END-IF
               PERFORM 260-SORT-POSITIONS
               PERFORM 800-INIT-REPORT
               PERFORM 400-PRINT-ONE-POSITION
                   VARYING WS-PRF-SUB FROM 1 BY 1
                   UNTIL WS-PRF-SUB > PRF-ENTRIES-USED
               IF WS-CURRENT-OWNER NOT = SPACES
                   PERFORM 420-PRINT-OWNER-LINES
               END-IF
               PERFORM 300-PRINT-TOTALS.

           PERFORM 905-CLOSE-FILES.
           DISPLAY 'PERFRPT1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    One valuation history record.  A change of date closes
      *    the night before; the record is then gathered into its
      *    position and, when priced, into the benchmark.
      *    ---------------------------------------------------------
       100-PROCESS-ONE-HISTORY.
           IF VHS-DATE > WS-ASOF-DATE-N
               ADD +1 TO NUM-HIST-AFTER-ASOF
               GO TO 100-NEXT.
           IF VHS-DATE < WS-HIST-DATE
               ADD +1 TO NUM-HIST-OUT-OF-SEQ
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 100-NEXT.
           IF VHS-DATE > WS-HIST-DATE
               IF WS-HIST-DATE NOT = 0
                   PERFORM 200-CLOSE-DAY
               END-IF
               MOVE VHS-DATE TO WS-HIST-DATE.
           MOVE VHS-OWNER-ID TO WS-LOOKUP-OWNER.
           MOVE VHS-SYMBOL   TO WS-LOOKUP-SYMBOL.
           PERFORM 500-FIND-POSITION THROUGH 500-EXIT.
           IF WS-PRF-FOUND-SUB = 0
               GO TO 100-NEXT.
           IF PRF-SEEN(WS-PRF-FOUND-SUB) NOT = 'N'
               ADD +1 TO NUM-HIST-DUPLICATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 100-NEXT.
           MOVE VHS-QTY    TO PRF-TODAY-QTY(WS-PRF-FOUND-SUB).
           MOVE VHS-STATUS TO PRF-LAST-STATUS(WS-PRF-FOUND-SUB).
           IF VHS-STATUS = 'PRICED  '
               MOVE 'Y'       TO PRF-SEEN(WS-PRF-FOUND-SUB)
               MOVE VHS-VALUE TO PRF-TODAY-VALUE(WS-PRF-FOUND-SUB)
               PERFORM 120-GATHER-SYMBOL-PRICE
               PERFORM 130-SET-FX-FACTOR
           ELSE
               MOVE 'U'       TO PRF-SEEN(WS-PRF-FOUND-SUB).
       100-NEXT.
           PERFORM 700-READ-HISTORY.
       100-EXIT.
           EXIT.

       120-GATHER-SYMBOL-PRICE.
           PERFORM 540-FIND-SYMBOL THROUGH 540-EXIT.
           IF WS-BSY-FOUND-SUB > 0
               MOVE VHS-PRICE TO BSY-TODAY-PRICE(WS-BSY-FOUND-SUB).

      *    The night's local-to-base rate for the position's flows.
      *    Older history lines have no currency and are 1:1.
       130-SET-FX-FACTOR.
           IF VHS-CURRENCY = SPACES
              OR VHS-CURRENCY = VHS-BASE-CURRENCY
               MOVE 1 TO PRF-FX-FACTOR(WS-PRF-FOUND-SUB)
           ELSE IF VHS-LOCAL-VALUE IS NUMERIC
                AND VHS-LOCAL-VALUE > 0
               COMPUTE PRF-FX-FACTOR(WS-PRF-FOUND-SUB) ROUNDED =
                   VHS-VALUE / VHS-LOCAL-VALUE.

      *    ---------------------------------------------------------
      *    Close one valuation date: apply the cash flows since the
      *    last date, work each position's return for the night,
      *    then the benchmark's, then each owner's.  The first date
      *    in the history only sets the starting values.
      *    ---------------------------------------------------------
       200-CLOSE-DAY.
           ADD +1 TO NUM-VALUATION-DATES.
           IF WS-FIRST-CLOSE = 'N'
               PERFORM 210-APPLY-ONE-FLOW
                   VARYING WS-FLW-SUB FROM 1 BY 1
                   UNTIL WS-FLW-SUB > FLW-ENTRIES-USED.
           PERFORM 215-CLEAR-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > OWN-ENTRIES-USED.
           PERFORM 220-CLOSE-ONE-POSITION THROUGH 220-EXIT
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > PRF-ENTRIES-USED.
           PERFORM 230-CLOSE-BENCHMARK.
           PERFORM 240-CLOSE-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > OWN-ENTRIES-USED.
           PERFORM 250-SET-WINDOW-BASE
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 4.
           MOVE 'N'          TO WS-FIRST-CLOSE.
           MOVE WS-HIST-DATE TO WS-LAST-CLOSE-DATE.

       210-APPLY-ONE-FLOW.
           IF FLW-DATE(WS-FLW-SUB) > WS-LAST-CLOSE-DATE
              AND FLW-DATE(WS-FLW-SUB) NOT > WS-HIST-DATE
               MOVE FLW-OWNER-ID(WS-FLW-SUB) TO WS-LOOKUP-OWNER
               MOVE FLW-SYMBOL(WS-FLW-SUB)   TO WS-LOOKUP-SYMBOL
               PERFORM 500-FIND-POSITION THROUGH 500-EXIT
               IF WS-PRF-FOUND-SUB > 0
                   ADD FLW-AMOUNT(WS-FLW-SUB)
                       TO PRF-TODAY-FLOW(WS-PRF-FOUND-SUB)
                   IF FLW-AMOUNT(WS-FLW-SUB) > 0
                       ADD FLW-AMOUNT(WS-FLW-SUB)
                           TO PRF-TODAY-INFLOW(WS-PRF-FOUND-SUB)
                   END-IF
                   ADD +1 TO NUM-FLOWS-APPLIED
               END-IF.

       215-CLEAR-ONE-OWNER.
           MOVE +0 TO OWN-TODAY-PRIOR(WS-OWN-SUB).
           MOVE +0 TO OWN-TODAY-VALUE(WS-OWN-SUB).
           MOVE +0 TO OWN-TODAY-FLOW(WS-OWN-SUB).
           MOVE +0 TO OWN-TODAY-INFLOW(WS-OWN-SUB).

      *    ---------------------------------------------------------
      *    One position's night.  Unpriced: carried at its last
      *    value plus its trades.  Appearing, disappearing or
      *    changing share count with no trade: restarted at its
      *    new value.  Otherwise its return joins the chain.
      *    ---------------------------------------------------------
       220-CLOSE-ONE-POSITION.
           MOVE PRF-LAST-VALUE(WS-PRF-SUB)   TO WS-PRIOR-VALUE.
           MOVE PRF-TODAY-FLOW(WS-PRF-SUB)   TO WS-NET-FLOW.
           MOVE PRF-TODAY-INFLOW(WS-PRF-SUB) TO WS-INFLOW.
           IF PRF-FX-FACTOR(WS-PRF-SUB) NOT = 1
               COMPUTE WS-NET-FLOW ROUNDED =
                   WS-NET-FLOW * PRF-FX-FACTOR(WS-PRF-SUB)
               COMPUTE WS-INFLOW ROUNDED =
                   WS-INFLOW * PRF-FX-FACTOR(WS-PRF-SUB).
           MOVE 'N' TO WS-RETURN-OK.
           IF PRF-SEEN(WS-PRF-SUB) = 'U'
               COMPUTE WS-CLOSE-VALUE = WS-PRIOR-VALUE + WS-NET-FLOW
               IF WS-CLOSE-VALUE < 0
                   MOVE +0 TO WS-CLOSE-VALUE
               END-IF
               ADD +1 TO NUM-NIGHTS-CARRIED
               GO TO 220-ROLL.
           IF PRF-SEEN(WS-PRF-SUB) = 'Y'
               MOVE PRF-TODAY-VALUE(WS-PRF-SUB) TO WS-CLOSE-VALUE
           ELSE
               MOVE +0 TO WS-CLOSE-VALUE
               MOVE +0 TO PRF-TODAY-QTY(WS-PRF-SUB)
               IF WS-PRIOR-VALUE NOT = 0
                   MOVE 'CLOSED  ' TO PRF-LAST-STATUS(WS-PRF-SUB)
               END-IF.
           IF WS-FIRST-CLOSE = 'Y'
               GO TO 220-ROLL.
           IF WS-NET-FLOW = 0
              AND PRF-TODAY-QTY(WS-PRF-SUB) NOT =
                  PRF-LAST-QTY(WS-PRF-SUB)
               IF WS-PRIOR-VALUE NOT = 0 OR WS-CLOSE-VALUE NOT = 0
                   ADD +1 TO NUM-NIGHTS-RESTARTED
               END-IF
               PERFORM 225-MARK-SYMBOL-ADJUSTED
               GO TO 220-ROLL.
           COMPUTE WS-DENOMINATOR = WS-PRIOR-VALUE + WS-INFLOW.
           IF WS-DENOMINATOR > 0
               COMPUTE WS-PERIOD-RETURN ROUNDED =
                   ( WS-CLOSE-VALUE - WS-PRIOR-VALUE - WS-NET-FLOW )
                   / WS-DENOMINATOR
               PERFORM 228-GROW-POSITION
                   VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 4.
       220-ROLL.
           IF PRF-FIRST-DATE(WS-PRF-SUB) = 0
              AND WS-CLOSE-VALUE > 0
               MOVE WS-HIST-DATE TO PRF-FIRST-DATE(WS-PRF-SUB).
           MOVE PRF-OWN-SUB(WS-PRF-SUB) TO WS-OWN-SUB.
           ADD WS-PRIOR-VALUE TO OWN-TODAY-PRIOR(WS-OWN-SUB).
           ADD WS-CLOSE-VALUE TO OWN-TODAY-VALUE(WS-OWN-SUB).
           ADD WS-NET-FLOW    TO OWN-TODAY-FLOW(WS-OWN-SUB).
           ADD WS-INFLOW      TO OWN-TODAY-INFLOW(WS-OWN-SUB).
           MOVE WS-CLOSE-VALUE TO PRF-LAST-VALUE(WS-PRF-SUB).
           MOVE PRF-TODAY-QTY(WS-PRF-SUB) TO PRF-LAST-QTY(WS-PRF-SUB).
           MOVE +0  TO PRF-TODAY-VALUE(WS-PRF-SUB).
           MOVE +0  TO PRF-TODAY-FLOW(WS-PRF-SUB).
           MOVE +0  TO PRF-TODAY-INFLOW(WS-PRF-SUB).
           MOVE 'N' TO PRF-SEEN(WS-PRF-SUB).
       220-EXIT.
           EXIT.

      *    A share count changed with no trade: the symbol's price
      *    moved for a split, not the market, so it sits out of the
      *    benchmark tonight
       225-MARK-SYMBOL-ADJUSTED.
           IF PRF-SEEN(WS-PRF-SUB) = 'Y'
              AND PRF-LAST-QTY(WS-PRF-SUB) NOT = 0
               MOVE PRF-SYMBOL(WS-PRF-SUB) TO WS-LOOKUP-SYMBOL
               PERFORM 545-LOCATE-SYMBOL
               IF WS-BSY-FOUND-SUB > 0
                   MOVE 'Y' TO BSY-ADJUSTED(WS-BSY-FOUND-SUB)
               END-IF.

       228-GROW-POSITION.
           IF WS-HIST-DATE NOT < WIN-START-DATE(WS-WIN-SUB)
               COMPUTE PRF-GROWTH(WS-PRF-SUB, WS-WIN-SUB) ROUNDED =
                   PRF-GROWTH(WS-PRF-SUB, WS-WIN-SUB)
                   * ( 1 + WS-PERIOD-RETURN ).

      *    Equal-weighted benchmark: the average price change of
      *    the listed symbols priced on both nights
       230-CLOSE-BENCHMARK.
           MOVE +0 TO WS-BEN-COUNT.
           MOVE +0 TO WS-BEN-RATIO-SUM.
           PERFORM 235-PRICE-ONE-SYMBOL
               VARYING WS-BSY-SUB FROM 1 BY 1
               UNTIL WS-BSY-SUB > BSY-ENTRIES-USED.
           IF WS-BEN-COUNT > 0 AND WS-FIRST-CLOSE = 'N'
               COMPUTE BEN-INDEX ROUNDED =
                   BEN-INDEX * WS-BEN-RATIO-SUM / WS-BEN-COUNT.

       235-PRICE-ONE-SYMBOL.
           IF BSY-LISTED(WS-BSY-SUB) = 'Y'
              AND BSY-ADJUSTED(WS-BSY-SUB) = 'N'
              AND BSY-LAST-PRICE(WS-BSY-SUB) > 0
              AND BSY-TODAY-PRICE(WS-BSY-SUB) > 0
               ADD +1 TO WS-BEN-COUNT
               COMPUTE WS-BEN-RATIO-SUM ROUNDED = WS-BEN-RATIO-SUM
                   + BSY-TODAY-PRICE(WS-BSY-SUB)
                   / BSY-LAST-PRICE(WS-BSY-SUB).
           MOVE BSY-TODAY-PRICE(WS-BSY-SUB)
               TO BSY-LAST-PRICE(WS-BSY-SUB).
           MOVE 0   TO BSY-TODAY-PRICE(WS-BSY-SUB).
           MOVE 'N' TO BSY-ADJUSTED(WS-BSY-SUB).

      *    One owner's night, on the owner's total value and flows.
      *    The night an owner first holds anything is the owner's
      *    inception, and fixes the benchmark's starting point.
       240-CLOSE-ONE-OWNER.
           IF OWN-FIRST-DATE(WS-OWN-SUB) = 0
              AND OWN-TODAY-VALUE(WS-OWN-SUB) > 0
               MOVE WS-HIST-DATE TO OWN-FIRST-DATE(WS-OWN-SUB)
               MOVE BEN-INDEX    TO OWN-BENCH-BASE(WS-OWN-SUB)
           ELSE IF WS-FIRST-CLOSE = 'N'
               COMPUTE WS-DENOMINATOR = OWN-TODAY-PRIOR(WS-OWN-SUB)
                   + OWN-TODAY-INFLOW(WS-OWN-SUB)
               IF WS-DENOMINATOR > 0
                   COMPUTE WS-PERIOD-RETURN ROUNDED =
                       ( OWN-TODAY-VALUE(WS-OWN-SUB)
                       - OWN-TODAY-PRIOR(WS-OWN-SUB)
                       - OWN-TODAY-FLOW(WS-OWN-SUB) )
                       / WS-DENOMINATOR
                   PERFORM 245-GROW-OWNER
                       VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB > 4
               END-IF
               END-IF.
           MOVE OWN-TODAY-VALUE(WS-OWN-SUB)
               TO OWN-LAST-VALUE(WS-OWN-SUB).

       245-GROW-OWNER.
           IF WS-HIST-DATE NOT < WIN-START-DATE(WS-WIN-SUB)
               COMPUTE OWN-GROWTH(WS-OWN-SUB, WS-WIN-SUB) ROUNDED =
                   OWN-GROWTH(WS-OWN-SUB, WS-WIN-SUB)
                   * ( 1 + WS-PERIOD-RETURN ).

      *    The benchmark's value at the last close before each
      *    period started
       250-SET-WINDOW-BASE.
           IF WS-HIST-DATE < WIN-START-DATE(WS-WIN-SUB)
               MOVE BEN-INDEX TO BEN-WINDOW-BASE(WS-WIN-SUB).

      *    The report runs in OWNER-ID / SYMBOL order
       260-SORT-POSITIONS.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 265-ONE-POSITION-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       265-ONE-POSITION-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 270-COMPARE-POSITIONS
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB NOT < PRF-ENTRIES-USED.

       270-COMPARE-POSITIONS.
           COMPUTE WS-PRF-SUB2 = WS-PRF-SUB + 1.
           IF PRF-KEY(WS-PRF-SUB) > PRF-KEY(WS-PRF-SUB2)
               MOVE PRF-ENTRY(WS-PRF-SUB)  TO PRF-SWAP-ENTRY
               MOVE PRF-ENTRY(WS-PRF-SUB2) TO PRF-ENTRY(WS-PRF-SUB)
               MOVE PRF-SWAP-ENTRY TO PRF-ENTRY(WS-PRF-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 2.
           MOVE 'HISTORY RECORDS READ: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AFTER AS-OF DATE:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-AFTER-ASOF      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OUT OF DATE ORDER:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-OUT-OF-SEQ      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DUPLICATE RECORDS:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-DUPLICATE       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VALUATION DATES:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VALUATION-DATES      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LEDGER ENTRIES READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LEDGER-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CASH FLOWS LOADED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FLOWS-LOADED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CASH FLOWS APPLIED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FLOWS-APPLIED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'UNPRICED NIGHTS:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NIGHTS-CARRIED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RESTARTED NIGHTS:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NIGHTS-RESTARTED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OWNERS REPORTED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OWNERS-REPORTED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSITIONS REPORTED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSITIONS-RPTD       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'BENCHMARK SYMBOLS:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BENCH-SYMBOLS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    Print one position, with the owner's heading before its
      *    first position and the owner's lines after its last
      *    ---------------------------------------------------------
       400-PRINT-ONE-POSITION.
           IF PRF-OWNER-ID(WS-PRF-SUB) NOT = WS-CURRENT-OWNER
               IF WS-CURRENT-OWNER NOT = SPACES
                   PERFORM 420-PRINT-OWNER-LINES
               END-IF
               MOVE PRF-OWNER-ID(WS-PRF-SUB) TO WS-CURRENT-OWNER
               MOVE PRF-OWN-SUB(WS-PRF-SUB)  TO WS-OWN-SUB
               ADD +1 TO NUM-OWNERS-REPORTED
               MOVE WS-CURRENT-OWNER TO RPT-OWNER-ID
               WRITE REPORT-RECORD FROM RPT-OWNER-HDR AFTER 2.
           ADD +1 TO NUM-POSITIONS-RPTD.
           MOVE SPACES                     TO RPT-PRF-LABEL.
           MOVE PRF-SYMBOL(WS-PRF-SUB)     TO RPT-PRF-LABEL.
           MOVE PRF-LAST-VALUE(WS-PRF-SUB) TO RPT-PRF-VALUE.
           IF PRF-FIRST-DATE(WS-PRF-SUB) = 0
               MOVE SPACES TO RPT-PRF-INCEPT
           ELSE
               MOVE PRF-FIRST-DATE(WS-PRF-SUB) TO RPT-PRF-INCEPT.
           PERFORM 410-EDIT-POSITION-PERIOD
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 4.
           IF PRF-LAST-STATUS(WS-PRF-SUB) = 'PRICED  '
               MOVE SPACES TO RPT-PRF-NOTE
           ELSE
               MOVE PRF-LAST-STATUS(WS-PRF-SUB) TO RPT-PRF-NOTE.
           WRITE REPORT-RECORD FROM RPT-PERF-DETAIL.

       410-EDIT-POSITION-PERIOD.
           COMPUTE WS-PCT ROUNDED =
               ( PRF-GROWTH(WS-PRF-SUB, WS-WIN-SUB) - 1 ) * 100.
           MOVE WS-PCT TO RPT-PRF-PCT(WS-WIN-SUB).

      *    The owner's total, the benchmark over the same periods,
      *    and the owner's return less the benchmark's
       420-PRINT-OWNER-LINES.
           PERFORM 425-WORK-OWNER-PERIOD
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 4.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'OWNER TOTAL'              TO RPT-PRF-LABEL.
           MOVE OWN-LAST-VALUE(WS-OWN-SUB) TO RPT-PRF-VALUE.
           IF OWN-FIRST-DATE(WS-OWN-SUB) = 0
               MOVE SPACES TO RPT-PRF-INCEPT
           ELSE
               MOVE OWN-FIRST-DATE(WS-OWN-SUB) TO RPT-PRF-INCEPT.
           PERFORM 430-EDIT-OWNER-PERIOD
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 4.
           MOVE SPACES TO RPT-PRF-NOTE.
           WRITE REPORT-RECORD FROM RPT-PERF-DETAIL.
           MOVE 'EQUAL-WEIGHT BENCHMARK'   TO RPT-PRF-LABEL.
           MOVE SPACES                     TO RPT-PRF-VALUE-X.
           PERFORM 435-EDIT-BENCH-PERIOD
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 4.
           WRITE REPORT-RECORD FROM RPT-PERF-DETAIL.
           MOVE 'OWNER VS BENCHMARK'       TO RPT-PRF-LABEL.
           PERFORM 440-EDIT-EXCESS-PERIOD
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 4.
           WRITE REPORT-RECORD FROM RPT-PERF-DETAIL.

      *    The benchmark for a period starts at the later of the
      *    period start and the owner's inception
       425-WORK-OWNER-PERIOD.
           COMPUTE WS-OWNER-PCT(WS-WIN-SUB) ROUNDED =
               ( OWN-GROWTH(WS-OWN-SUB, WS-WIN-SUB) - 1 ) * 100.
           IF OWN-FIRST-DATE(WS-OWN-SUB)
                  NOT < WIN-START-DATE(WS-WIN-SUB)
               MOVE OWN-BENCH-BASE(WS-OWN-SUB)  TO WS-BENCH-BASE
           ELSE
               MOVE BEN-WINDOW-BASE(WS-WIN-SUB) TO WS-BENCH-BASE.
           IF WS-BENCH-BASE > 0
               COMPUTE WS-BENCH-PCT(WS-WIN-SUB) ROUNDED =
                   ( BEN-INDEX / WS-BENCH-BASE - 1 ) * 100
           ELSE
               MOVE +0 TO WS-BENCH-PCT(WS-WIN-SUB).

       430-EDIT-OWNER-PERIOD.
           MOVE WS-OWNER-PCT(WS-WIN-SUB) TO RPT-PRF-PCT(WS-WIN-SUB).

       435-EDIT-BENCH-PERIOD.
           MOVE WS-BENCH-PCT(WS-WIN-SUB) TO RPT-PRF-PCT(WS-WIN-SUB).

       440-EDIT-EXCESS-PERIOD.
           COMPUTE WS-PCT = WS-OWNER-PCT(WS-WIN-SUB)
                          - WS-BENCH-PCT(WS-WIN-SUB).
           MOVE WS-PCT TO RPT-PRF-PCT(WS-WIN-SUB).

      *    ---------------------------------------------------------
      *    Find a position's entry, or start one (and its owner's)
      *    ---------------------------------------------------------
       500-FIND-POSITION.
           MOVE 0 TO WS-PRF-FOUND-SUB.
           PERFORM 505-CHECK-POSITION
               VARYING WS-PRF-SUB2 FROM 1 BY 1
               UNTIL WS-PRF-SUB2 > PRF-ENTRIES-USED
                  OR WS-PRF-FOUND-SUB > 0.
           IF WS-PRF-FOUND-SUB > 0
               GO TO 500-EXIT.
           IF PRF-ENTRIES-USED NOT < 3000
               DISPLAY 'POSITION TABLE FULL - ' WS-LOOKUP-KEY
                       ' NOT REPORTED'
               MOVE 16 TO RETURN-CODE
               GO TO 500-EXIT.
           PERFORM 520-FIND-OWNER THROUGH 520-EXIT.
           IF WS-OWN-FOUND-SUB = 0
               GO TO 500-EXIT.
           ADD +1 TO PRF-ENTRIES-USED.
           MOVE PRF-ENTRIES-USED TO WS-PRF-FOUND-SUB.
           MOVE WS-LOOKUP-KEY    TO PRF-KEY(WS-PRF-FOUND-SUB).
           MOVE WS-OWN-FOUND-SUB TO PRF-OWN-SUB(WS-PRF-FOUND-SUB).
           MOVE 0        TO PRF-FIRST-DATE(WS-PRF-FOUND-SUB).
           MOVE +0       TO PRF-LAST-VALUE(WS-PRF-FOUND-SUB).
           MOVE +0       TO PRF-LAST-QTY(WS-PRF-FOUND-SUB).
           MOVE 'CLOSED  ' TO PRF-LAST-STATUS(WS-PRF-FOUND-SUB).
           MOVE +0       TO PRF-TODAY-VALUE(WS-PRF-FOUND-SUB).
           MOVE +0       TO PRF-TODAY-QTY(WS-PRF-FOUND-SUB).
           MOVE +0       TO PRF-TODAY-FLOW(WS-PRF-FOUND-SUB).
           MOVE +0       TO PRF-TODAY-INFLOW(WS-PRF-FOUND-SUB).
           MOVE 'N'      TO PRF-SEEN(WS-PRF-FOUND-SUB).
           MOVE 1        TO PRF-GROWTH(WS-PRF-FOUND-SUB, 1).
           MOVE 1        TO PRF-GROWTH(WS-PRF-FOUND-SUB, 2).
           MOVE 1        TO PRF-GROWTH(WS-PRF-FOUND-SUB, 3).
           MOVE 1        TO PRF-GROWTH(WS-PRF-FOUND-SUB, 4).
           MOVE 1        TO PRF-FX-FACTOR(WS-PRF-FOUND-SUB).
       500-EXIT.
           EXIT.

       505-CHECK-POSITION.
           IF PRF-KEY(WS-PRF-SUB2) = WS-LOOKUP-KEY
               MOVE WS-PRF-SUB2 TO WS-PRF-FOUND-SUB.

       520-FIND-OWNER.
           MOVE 0 TO WS-OWN-FOUND-SUB.
           PERFORM 525-CHECK-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > OWN-ENTRIES-USED
                  OR WS-OWN-FOUND-SUB > 0.
           IF WS-OWN-FOUND-SUB > 0
               GO TO 520-EXIT.
           IF OWN-ENTRIES-USED NOT < 500
               DISPLAY 'OWNER TABLE FULL - ' WS-LOOKUP-OWNER
                       ' NOT REPORTED'
               MOVE 16 TO RETURN-CODE
               GO TO 520-EXIT.
           ADD +1 TO OWN-ENTRIES-USED.
           MOVE OWN-ENTRIES-USED TO WS-OWN-FOUND-SUB.
           MOVE WS-LOOKUP-OWNER  TO OWN-OWNER-ID(WS-OWN-FOUND-SUB).
           MOVE 0   TO OWN-FIRST-DATE(WS-OWN-FOUND-SUB).
           MOVE +0  TO OWN-LAST-VALUE(WS-OWN-FOUND-SUB).
           MOVE +0  TO OWN-TODAY-PRIOR(WS-OWN-FOUND-SUB).
           MOVE +0  TO OWN-TODAY-VALUE(WS-OWN-FOUND-SUB).
           MOVE +0  TO OWN-TODAY-FLOW(WS-OWN-FOUND-SUB).
           MOVE +0  TO OWN-TODAY-INFLOW(WS-OWN-FOUND-SUB).
           MOVE 0   TO OWN-BENCH-BASE(WS-OWN-FOUND-SUB).
           MOVE 1   TO OWN-GROWTH(WS-OWN-FOUND-SUB, 1).
           MOVE 1   TO OWN-GROWTH(WS-OWN-FOUND-SUB, 2).
           MOVE 1   TO OWN-GROWTH(WS-OWN-FOUND-SUB, 3).
           MOVE 1   TO OWN-GROWTH(WS-OWN-FOUND-SUB, 4).
       520-EXIT.
           EXIT.

       525-CHECK-OWNER.
           IF OWN-OWNER-ID(WS-OWN-SUB) = WS-LOOKUP-OWNER
               MOVE WS-OWN-SUB TO WS-OWN-FOUND-SUB.

      *    Find a benchmark symbol, or start one.  A keyed read of
      *    STOCKVSAM decides once whether it is in the benchmark.
       540-FIND-SYMBOL.
           MOVE VHS-SYMBOL TO WS-LOOKUP-SYMBOL.
           PERFORM 545-LOCATE-SYMBOL.
           IF WS-BSY-FOUND-SUB > 0
               GO TO 540-EXIT.
           IF BSY-ENTRIES-USED NOT < 500
               DISPLAY 'SYMBOL TABLE FULL - ' VHS-SYMBOL
                       ' NOT IN BENCHMARK'
               MOVE 16 TO RETURN-CODE
               GO TO 540-EXIT.
           ADD +1 TO BSY-ENTRIES-USED.
           MOVE BSY-ENTRIES-USED TO WS-BSY-FOUND-SUB.
           MOVE VHS-SYMBOL TO BSY-SYMBOL(WS-BSY-FOUND-SUB).
           MOVE 'N'        TO BSY-ADJUSTED(WS-BSY-FOUND-SUB).
           MOVE 0          TO BSY-LAST-PRICE(WS-BSY-FOUND-SUB).
           MOVE 0          TO BSY-TODAY-PRICE(WS-BSY-FOUND-SUB).
           MOVE VHS-SYMBOL TO STOCKVSAM-SYM.
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS = '00'
              AND STOCKVSAM-STATUS NOT = 'R'
               MOVE 'Y' TO BSY-LISTED(WS-BSY-FOUND-SUB)
               ADD +1 TO NUM-BENCH-SYMBOLS
           ELSE
               MOVE 'N' TO BSY-LISTED(WS-BSY-FOUND-SUB).
       540-EXIT.
           EXIT.

       545-LOCATE-SYMBOL.
           MOVE 0 TO WS-BSY-FOUND-SUB.
           PERFORM 547-CHECK-SYMBOL
               VARYING WS-BSY-SUB FROM 1 BY 1
               UNTIL WS-BSY-SUB > BSY-ENTRIES-USED
                  OR WS-BSY-FOUND-SUB > 0.

       547-CHECK-SYMBOL.
           IF BSY-SYMBOL(WS-BSY-SUB) = WS-LOOKUP-SYMBOL
               MOVE WS-BSY-SUB TO WS-BSY-FOUND-SUB.

      *    ---------------------------------------------------------
      *    Load the ledger's trades and dividends up to the as-of
      *    date as signed flows into the positions
      *    ---------------------------------------------------------
       600-LOAD-FLOWS.
           PERFORM 710-READ-LEDGER.
           PERFORM 610-STORE-ONE-FLOW
               UNTIL WS-CASHLG-EOF = 'Y'.
           DISPLAY 'PERFRPT1 CASH FLOWS LOADED = ' FLW-ENTRIES-USED.

       610-STORE-ONE-FLOW.
           IF ( CLG-BUY OR CLG-SELL OR CLG-DIVIDEND )
              AND CLG-PAY-DATE NOT > WS-ASOF-DATE-N
              AND CLG-AMOUNT IS NUMERIC
               IF FLW-ENTRIES-USED NOT < 5000
                   DISPLAY 'CASH FLOW TABLE FULL - ' CLG-OWNER-ID
                           ' ' CLG-SYMBOL ' NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD +1 TO FLW-ENTRIES-USED
                   ADD +1 TO NUM-FLOWS-LOADED
                   MOVE CLG-OWNER-ID TO FLW-OWNER-ID(FLW-ENTRIES-USED)
                   MOVE CLG-SYMBOL   TO FLW-SYMBOL(FLW-ENTRIES-USED)
                   MOVE CLG-PAY-DATE TO FLW-DATE(FLW-ENTRIES-USED)
                   IF CLG-BUY
                       MOVE CLG-AMOUNT TO FLW-AMOUNT(FLW-ENTRIES-USED)
                   ELSE
                       COMPUTE FLW-AMOUNT(FLW-ENTRIES-USED) =
                           0 - CLG-AMOUNT
                   END-IF
               END-IF.
           PERFORM 710-READ-LEDGER.

       700-READ-HISTORY.
           READ HISTORY-FILE
             AT END MOVE 'Y' TO WS-VALHIST-EOF .
           IF ( WS-VALHIST-STATUS = '00' OR WS-VALHIST-STATUS = '04' )
               ADD +1 TO NUM-HIST-RECS
           ELSE IF WS-VALHIST-STATUS = '10'
               MOVE 'Y' TO WS-VALHIST-EOF
           ELSE
               DISPLAY 'ERROR ON VALHIST READ.  CODE:'
                       WS-VALHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-VALHIST-EOF.

       710-READ-LEDGER.
           READ CASH-LEDGER-FILE
             AT END MOVE 'Y' TO WS-CASHLG-EOF .
           IF ( WS-CASHLG-STATUS = '00' OR WS-CASHLG-STATUS = '04' )
               ADD +1 TO NUM-LEDGER-RECS
           ELSE IF WS-CASHLG-STATUS = '10'
               MOVE 'Y' TO WS-CASHLG-EOF
           ELSE
               DISPLAY 'ERROR ON CASHLG READ.  CODE:' WS-CASHLG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CASHLG-EOF.

       800-INIT-REPORT.
           IF WS-LAST-CLOSE-DATE = 0
               MOVE SPACES TO RPT-THROUGH-DATE
           ELSE
               MOVE WS-LAST-CLOSE-DATE TO RPT-THROUGH-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    Optional PERFCTL card: the as-of date
       850-READ-ASOF-CONTROL.
           MOVE WS-RUN-DATE-N TO WS-ASOF-DATE-N.
           OPEN INPUT PERFCTL-FILE.
           IF WS-PERFCTL-STATUS = '00'
             READ PERFCTL-FILE
             IF WS-PERFCTL-STATUS = '00'
                AND PCT-ASOF-DATE IS NUMERIC
               MOVE PCT-ASOF-DATE-NUM TO WS-ASOF-DATE-N
             END-IF
             CLOSE PERFCTL-FILE
           END-IF.
           MOVE WS-ASOF-DATE-X TO RPT-ASOF-DATE.
           MOVE WS-RUN-DATE-X  TO RPT-RUN-DATE.
           DISPLAY 'PERFRPT1 AS-OF DATE = ' WS-ASOF-DATE-X.

      *    Month, quarter and year to date start on the first day
      *    of the as-of date's month, quarter and year
       860-SET-PERIOD-STARTS.
           COMPUTE WS-ASOF-YEAR = WS-ASOF-DATE-N / 10000.
           MOVE WS-ASOF-DATE-X(5:2) TO WS-ASOF-MONTH.
           COMPUTE WS-QTR-MONTH =
               ( ( WS-ASOF-MONTH - 1 ) / 3 ) * 3 + 1.
           COMPUTE WIN-START-DATE(1) =
               WS-ASOF-YEAR * 10000 + WS-ASOF-MONTH * 100 + 1.
           COMPUTE WIN-START-DATE(2) =
               WS-ASOF-YEAR * 10000 + WS-QTR-MONTH * 100 + 1.
           COMPUTE WIN-START-DATE(3) =
               WS-ASOF-YEAR * 10000 + 101.
           MOVE 0 TO WIN-START-DATE(4).
           MOVE 1 TO BEN-WINDOW-BASE(1).
           MOVE 1 TO BEN-WINDOW-BASE(2).
           MOVE 1 TO BEN-WINDOW-BASE(3).
           MOVE 1 TO BEN-WINDOW-BASE(4).

       900-OPEN-FILES.
           OPEN INPUT    HISTORY-FILE
                         CASH-LEDGER-FILE
                         STOCK-VSAM-FILE
                OUTPUT   REPORT-FILE .
           IF WS-VALHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING VALHIST FILE. RC:'
                     WS-VALHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-CASHLG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CASHLG FILE. RC:'
                     WS-CASHLG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-STOCKVSM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STOCKVSM FILE. RC:'
                     WS-STOCKVSM-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PERFRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.

       905-CLOSE-FILES.
           CLOSE HISTORY-FILE .
           CLOSE CASH-LEDGER-FILE .
           CLOSE STOCK-VSAM-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PERFRPT1
