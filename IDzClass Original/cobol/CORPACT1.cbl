      ****************************************************************
      * PROGRAM:  CORPACT1
      *           Corporate actions batch for STOCKVSAM and PORTPOS
      *
      * A split, reverse split, ticker change or merger used to be
      * fixed by hand the morning after, if anyone noticed: the
      * positions kept their pre-split share counts, PORTVAL1
      * reported a 50% loss on every 2-for-1 split, and STCKLD1
      * either rejected the new ticker or tripped its tolerance
      * check on the old one.  This job applies the day's actions
      * to every file that is keyed or priced by symbol, in one
      * pass, before the price load and the valuation run:
      *
      *   - STOCKVSAM: a split scales the stored price by the
      *     ratio; a symbol change writes the record under the new
      *     symbol and retires the old one ('R'); a merger retires
      *     the absorbed symbol (the surviving symbol must already
      *     be on file and active).
      *   - PORTPOS: every position in an affected symbol has its
      *     share quantity scaled by the ratio and its acquisition
      *     price scaled inversely, so the position's cost is
      *     unchanged; a symbol change or merger re-keys it, and a
      *     position re-keyed onto a symbol the owner already holds
      *     is combined with that holding (quantities added, cost
      *     averaged, earliest acquisition date kept).  Fractional
      *     shares are dropped -- they are settled as cash in lieu
      *     outside this system -- and are listed on the report.
      *   - PRIORVAL: the prior valuation history is adjusted the
      *     same way (its value is carried across, not re-priced)
      *     and marked CORPACT, so PORTVAL1's day-over-day figure
      *     compares like with like and flags the line.
      *   - ENTITLE: a client licensed for a changed or merged
      *     symbol is licensed for its successor.
      *   - TAXLOT: each open tax lot is scaled and re-keyed like
      *     its position, with the whole shares shared out so the
      *     lots still add up to the adjusted position.  Lots merged
      *     onto a symbol whose LOT-IDs collide are renumbered from
      *     1 in LOT-ID order.
      *   - WATCHLST: a client's price-alert watch on a changed or
      *     merged symbol is re-keyed to its successor, and a split
      *     or merger scales an above/below price threshold (and a
      *     percent watch's base price) by the ratio, as the stored
      *     price is scaled.  A re-keyed watch that repeats one the
      *     client already holds on the survivor is dropped and
      *     listed.
      *
      * Every affected position is listed before and after.  The
      * job is NOT re-runnable against its own output: run it once
      * per action file, ahead of STCKLD1 and PORTVAL1, and feed
      * NEWPOS, ADJVAL, NEWLOT and NEWWAT forward as the day's
      * PORTPOS, PRIORVAL, tax-lot and watchlist files.
      *
      * FILES:
      *   CORPACT  - the day's corporate actions:
      *             cols  1-6   action:
      *                           SPLIT  - forward split
      *                           RSPLIT - reverse split
      *                           SYMCHG - ticker change
      *                           MERGER - merger into new symbol
      *             col   7     filler
      *             cols  8-11  symbol affected
      *             col  12     filler
      *             cols 13-16  new symbol (SYMCHG / MERGER)
      *             col  17     filler
      *             cols 18-22  ratio: new shares (e.g. 00002)
      *             col  23     filler
      *             cols 24-28  ratio: for old shares (e.g. 00001)
      *             col  29     filler
      *             cols 30-37  effective date (yyyymmdd)
      *             A MERGER exchange ratio of 0.8654 is given as
      *             08654 FOR 10000.  A SYMCHG ignores the ratio.
      *             An action dated after the run date is HELD and
      *             must be resubmitted on its effective date.
      *   OLDPOS   - current position master, PORTPOSC layout,
      *              ascending OWNER-ID / SYMBOL order
      *   NEWPOS   - adjusted position master, same order
      *   STOCKVSM - the STOCKVSAM price file, updated by key
      *   OLDVAL   - PORTVAL1's latest valuation history
      *   ADJVAL   - the same history adjusted for the actions;
      *              the owner's base currency is carried, the
      *              local currency and local value are not
      *   ENTITLE  - STOCK2Y client entitlements, updated in place
      *   OLDLOT   - current tax-lot file, TAXLOTC layout
      *   NEWLOT   - adjusted tax-lot file, same order
      *   OLDWAT   - current watchlist, WATCHC layout
      *   NEWWAT   - adjusted watchlist, same order
      *   CARPT    - actions, positions before/after, watches,
      *              entitlements
      *
      * Return codes: 16 file error, 8 an action was rejected or a
      * position could not be adjusted, 4 an action was held.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPACT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CORP-ACTION-FILE ASSIGN TO CORPACT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CORPACT-STATUS.

           SELECT OLD-POSITION-FILE ASSIGN TO OLDPOS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDPOS-STATUS.

           SELECT NEW-POSITION-FILE ASSIGN TO NEWPOS
               FILE STATUS  IS  WS-NEWPOS-STATUS.

           SELECT STOCK-VSAM-FILE ASSIGN TO STOCKVSM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STOCKVSAM-SYM
               FILE STATUS  IS  WS-STOCKVSM-STATUS.

           SELECT OLD-VAL-FILE  ASSIGN TO OLDVAL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDVAL-STATUS.

           SELECT ADJ-VAL-FILE  ASSIGN TO ADJVAL
               FILE STATUS  IS  WS-ADJVAL-STATUS.

           SELECT ENTITLE-FILE  ASSIGN TO ENTITLE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ENT-CLIENT
               FILE STATUS  IS  WS-ENTITLE-STATUS.

           SELECT OLD-LOT-FILE  ASSIGN TO OLDLOT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDLOT-STATUS.

           SELECT NEW-LOT-FILE  ASSIGN TO NEWLOT
               FILE STATUS  IS  WS-NEWLOT-STATUS.

           SELECT OLD-WATCH-FILE ASSIGN TO OLDWAT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDWAT-STATUS.

           SELECT NEW-WATCH-FILE ASSIGN TO NEWWAT
               FILE STATUS  IS  WS-NEWWAT-STATUS.

           SELECT REPORT-FILE   ASSIGN TO CARPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CORP-ACTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CORP-ACTION-RECORD.
           05  CAC-ACTION             PIC X(6).
           05  FILLER                 PIC X.
           05  CAC-SYMBOL             PIC X(4).
           05  FILLER                 PIC X.
           05  CAC-NEW-SYMBOL         PIC X(4).
           05  FILLER                 PIC X.
           05  CAC-RATIO-NEW          PIC X(5).
           05  CAC-RATIO-NEW-NUM  REDEFINES CAC-RATIO-NEW
                                      PIC 9(5).
           05  FILLER                 PIC X.
           05  CAC-RATIO-OLD          PIC X(5).
           05  CAC-RATIO-OLD-NUM  REDEFINES CAC-RATIO-OLD
                                      PIC 9(5).
           05  FILLER                 PIC X.
           05  CAC-EFF-DATE           PIC X(8).
           05  CAC-EFF-DATE-NUM  REDEFINES CAC-EFF-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X(43).

       FD  OLD-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PORTPOSC REPLACING ==:TAG:== BY ==OLD==.

       FD  NEW-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PORTPOSC REPLACING ==:TAG:== BY ==NEW==.

       FD  STOCK-VSAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCKVSAM-RECORD.
           05  STOCKVSAM-SYM          PIC X(4).
           05  STOCKVSAM-SHR-PRC      PIC 9(6)V9(3) COMP-3.
           05  STOCKVSAM-SYM-DESC     PIC X(32).
           05  STOCKVSAM-EFF-TIME     PIC X(21).
           05  STOCKVSAM-STATUS       PIC X.
           05  STOCKVSAM-CURRENCY     PIC X(3).

       FD  OLD-VAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  OLD-VAL-RECORD.
           05  OVL-DATE               PIC 9(8).
           05  OVL-OWNER-ID           PIC X(8).
           05  OVL-SYMBOL             PIC X(4).
           05  OVL-QTY                PIC S9(7)      COMP-3.
           05  OVL-PRICE              PIC 9(6)V9(3)  COMP-3.
           05  OVL-VALUE              PIC 9(12)V9(3) COMP-3.
           05  OVL-STATUS             PIC X(8).
           05  OVL-CURRENCY           PIC X(3).
           05  OVL-BASE-CURRENCY      PIC X(3).
           05  OVL-LOCAL-VALUE        PIC 9(12)V9(3) COMP-3.
           05  FILLER                 PIC X(5).

       FD  ADJ-VAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ADJ-VAL-RECORD.
           05  AVL-DATE               PIC 9(8).
           05  AVL-OWNER-ID           PIC X(8).
           05  AVL-SYMBOL             PIC X(4).
           05  AVL-QTY                PIC S9(7)      COMP-3.
           05  AVL-PRICE              PIC 9(6)V9(3)  COMP-3.
           05  AVL-VALUE              PIC 9(12)V9(3) COMP-3.
           05  AVL-STATUS             PIC X(8).
           05  AVL-CURRENCY           PIC X(3).
           05  AVL-BASE-CURRENCY      PIC X(3).
           05  AVL-LOCAL-VALUE        PIC 9(12)V9(3) COMP-3.
           05  FILLER                 PIC X(5).

       FD  ENTITLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTITLE-RECORD.
           05  ENT-CLIENT             PIC X(8).
           05  ENT-MAX-QTY            PIC 9(4).
           05  ENT-SYMBOL-COUNT       PIC 9(2).
           05  ENT-SYMBOL OCCURS 10 TIMES
                                      PIC X(4).
           05  FILLER                 PIC X(6).

       FD  OLD-LOT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY TAXLOTC REPLACING ==:TAG:== BY ==OLT==.

       FD  NEW-LOT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY TAXLOTC REPLACING ==:TAG:== BY ==NLT==.

       FD  OLD-WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WATCHC REPLACING ==:TAG:== BY ==OWT==.

       FD  NEW-WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  NEW-WATCH-RECORD           PIC X(60).

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
           05  WS-CORPACT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-OLDPOS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-NEWPOS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-STOCKVSM-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-OLDVAL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ADJVAL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ENTITLE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDLOT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-NEWLOT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDWAT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-NEWWAT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDWAT-EOF           PIC X     VALUE 'N'.
           05  WS-CORPACT-EOF          PIC X     VALUE 'N'.
           05  WS-OLDLOT-EOF           PIC X     VALUE 'N'.
           05  WS-OLDPOS-EOF           PIC X     VALUE 'N'.
           05  WS-OLDVAL-EOF           PIC X     VALUE 'N'.
           05  WS-ENTITLE-EOF          PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-ACTION-HELD          PIC X     VALUE 'N'.
           05  WS-DUP-FOUND            PIC X     VALUE 'N'.
           05  WS-ENT-CHANGED          PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
      *
      *        The actions accepted for this run
       01  ACTION-TABLE.
           05  ACT-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  ACT-ENTRY OCCURS 50 TIMES.
               10  ACT-CODE           PIC X(6).
               10  ACT-OLD-SYMBOL     PIC X(4).
               10  ACT-NEW-SYMBOL     PIC X(4).
               10  ACT-RATIO-NEW      PIC 9(5).
               10  ACT-RATIO-OLD      PIC 9(5).
               10  ACT-EFF-DATE       PIC 9(8).
       01  WS-ACT-SUB                 PIC S9(4)  COMP  VALUE +0.
       01  WS-ACT-FOUND-SUB           PIC S9(4)  COMP  VALUE +0.
       01  WS-LOOKUP-SYMBOL           PIC X(4)   VALUE SPACES.
      *
      *        One owner's positions (or prior valuations), held so
      *        that re-keyed entries can be put back in symbol order
      *        and combined with an existing holding.  WS-GROUP-MODE
      *        says which file the group came from:  P positions,
      *        V prior valuations.
       01  GROUP-TABLE.
           05  GRP-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  GRP-ENTRY OCCURS 200 TIMES.
               10  GRP-KEY.
                   15  GRP-OWNER-ID   PIC X(8).
                   15  GRP-SYMBOL     PIC X(4).
               10  GRP-QTY            PIC S9(7)      COMP-3.
               10  GRP-ACQ-DATE       PIC 9(8).
               10  GRP-PRICE          PIC 9(6)V9(3)  COMP-3.
               10  GRP-VALUE          PIC 9(12)V9(3) COMP-3.
               10  GRP-STATUS         PIC X(8).
               10  GRP-DROPPED        PIC X.
               10  GRP-BASE-CCY       PIC X(3).
       01  GROUP-SWAP-AREA.
           05  GRP-SWAP-ENTRY         PIC X(49).
       01  GROUP-CONTROLS.
           05  WS-GROUP-MODE          PIC X     VALUE 'P'.
           05  WS-GROUP-REKEYED       PIC X     VALUE 'N'.
           05  WS-SWAP-FLAG           PIC X     VALUE 'N'.
           05  WS-CURRENT-OWNER       PIC X(8)  VALUE SPACES.
           05  WS-GRP-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-GRP-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-KEEP-SUB            PIC S9(4)  COMP  VALUE +0.
           05  WS-ENT-SUB             PIC S9(4)  COMP  VALUE +0.
      *
      *
      *        One owner's tax lots
       01  LOT-TABLE.
           05  LTB-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  LTB-ENTRY OCCURS 500 TIMES.
               10  LTB-KEY.
                   15  LTB-OWNER-ID   PIC X(8).
                   15  LTB-SYMBOL     PIC X(4).
                   15  LTB-LOT-ID     PIC 9(5).
               10  LTB-ACQ-DATE       PIC 9(8).
               10  LTB-ORIG-QTY       PIC S9(7)      COMP-3.
               10  LTB-REMAIN-QTY     PIC S9(7)      COMP-3.
               10  LTB-COST-PRICE     PIC 9(6)V9(3)  COMP-3.
               10  LTB-DROPPED        PIC X.
       01  LOT-SWAP-AREA.
           05  LTB-SWAP-ENTRY         PIC X(39).
       01  LOT-CONTROLS.
           05  WS-LTB-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-LTB-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-LOT-OWNER           PIC X(8)   VALUE SPACES.
           05  WS-LOT-KEY             PIC X(12)  VALUE LOW-VALUES.
           05  WS-LAST-LOT-SYMBOL     PIC X(4)   VALUE SPACES.
           05  WS-RENUM-SYMBOL        PIC X(4)   VALUE SPACES.
           05  WS-RENUM-ID            PIC 9(5)   VALUE 0.
      *        Running totals over one position's lots: each lot
      *        gets the whole shares the running total gains, so the
      *        lots add up to the truncated position quantity
           05  WS-CUM-OLD-QTY         PIC S9(9)  COMP-3 VALUE +0.
           05  WS-CUM-NEW-BEFORE      PIC S9(9)  COMP-3 VALUE +0.
           05  WS-CUM-NEW-AFTER       PIC S9(9)  COMP-3 VALUE +0.
      *
      *        One client's watches, each held as its WATCHC image
       01  WATCH-TABLE.
           05  WTB-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  WTB-ENTRY OCCURS 200 TIMES.
               10  WTB-IMAGE          PIC X(60).
               10  WTB-REKEYED        PIC X.
               10  WTB-DROPPED        PIC X.
       01  WATCH-SWAP-AREA.
           05  WTB-SWAP-ENTRY         PIC X(62).
       01  WATCH-CONTROLS.
           05  WS-WTB-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-WTB-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-WATCH-CLIENT        PIC X(8)   VALUE SPACES.
           05  WS-WATCH-KEY           PIC X(13)  VALUE LOW-VALUES.
           05  WS-BEFORE-THRESHOLD    PIC 9(6)V9(3)   COMP-3 VALUE 0.
           05  WS-SCALED-PRICE        PIC S9(9)V9(3)  COMP-3 VALUE +0.
       COPY WATCHC REPLACING ==:TAG:== BY ==WWK==.
      *
       01  WORK-VARIABLES.
           05  WS-MASTER-KEY         PIC X(12)  VALUE LOW-VALUES.
           05  WS-VAL-KEY            PIC X(12)  VALUE LOW-VALUES.
           05  WS-EXACT-QTY          PIC S9(9)V9(4) COMP-3 VALUE +0.
           05  WS-WHOLE-QTY          PIC S9(9)      COMP-3 VALUE +0.
           05  WS-FRACTION           PIC S9V9(4)    COMP-3 VALUE +0.
           05  WS-COST-TOTAL         PIC S9(15)V9(3) COMP-3 VALUE +0.
           05  WS-OLD-PRICE          PIC 9(6)V9(3)  COMP-3 VALUE 0.
           05  WS-BEFORE-SYMBOL      PIC X(4)           VALUE SPACES.
           05  WS-BEFORE-QTY         PIC S9(7)      COMP-3 VALUE +0.
           05  WS-BEFORE-PRICE       PIC 9(6)V9(3)  COMP-3 VALUE 0.
           05  WS-ADJUST-NOTE        PIC X(34)          VALUE SPACES.
       01  WS-SAVE-STOCK-RECORD       PIC X(66)  VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-ACTIONS-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACTIONS-ACCEPTED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACTIONS-HELD      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACTIONS-REJECTED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OLDPOS-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWPOS-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-ADJ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-COMB    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-CASHED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FRACTIONS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OLDVAL-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADJVAL-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-VALUATIONS-ADJ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ENTITLE-SLOTS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OLDLOT-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOTS-ADJ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOT-RENUMBERS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWLOT-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OLDWAT-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WATCHES-ADJ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WATCHES-DROPPED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWWAT-RECS       PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(34)
                     VALUE 'CORPORATE ACTIONS REPORT          '.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  RPT-ACT-HEADER.
           05  FILLER PIC X(6)  VALUE 'ACTION'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(4)  VALUE 'NEW '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(15) VALUE 'RATIO          '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'EFF DATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(39) VALUE SPACES.
       01  RPT-ACT-DETAIL.
           05  RPT-ACT-CODE           PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACT-SYMBOL         PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACT-NEW-SYMBOL     PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACT-RATIO-NEW      PIC X(5).
           05  FILLER                 PIC X(5)  VALUE ' FOR '.
           05  RPT-ACT-RATIO-OLD      PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACT-EFF-DATE       PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACT-DISPOSITION    PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACT-REASON         PIC X(40).
           05  FILLER                 PIC X(39) VALUE SPACES.
       01  RPT-POS-HEADER1.
           05  FILLER PIC X(14) VALUE SPACES.
           05  FILLER PIC X(30)
                     VALUE '------- BEFORE ------------   '.
           05  FILLER PIC X(30)
                     VALUE '------- AFTER -------------   '.
           05  FILLER PIC X(58) VALUE SPACES.
       01  RPT-POS-HEADER2.
           05  FILLER PIC X(8)  VALUE 'OWNER   '.
           05  FILLER PIC X(6)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(7)  VALUE '    QTY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE ' ACQ PRICE'.
           05  FILLER PIC X(4)  VALUE ' -> '.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(7)  VALUE '    QTY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE ' ACQ PRICE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'FRACTION'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(34) VALUE 'NOTE'.
           05  FILLER PIC X(24) VALUE SPACES.
       01  RPT-POS-DETAIL.
           05  RPT-POS-OWNER-ID       PIC X(8).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  RPT-BEFORE-SYMBOL      PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BEFORE-QTY         PIC ZZZZZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BEFORE-PRICE       PIC ZZZZZ9.999.
           05  FILLER                 PIC X(4)  VALUE ' -> '.
           05  RPT-AFTER-SYMBOL       PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AFTER-QTY          PIC ZZZZZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AFTER-PRICE        PIC ZZZZZ9.999.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-FRACTION           PIC Z.9999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ADJUST-NOTE        PIC X(34).
           05  FILLER                 PIC X(24) VALUE SPACES.
       01  RPT-ENT-DETAIL.
           05  FILLER                 PIC X(16)
                     VALUE 'ENTITLE CLIENT: '.
           05  RPT-ENT-CLIENT         PIC X(8).
           05  FILLER                 PIC X(7)  VALUE '  SLOT '.
           05  RPT-ENT-SLOT           PIC Z9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ENT-OLD-SYMBOL     PIC X(4).
           05  FILLER                 PIC X(4)  VALUE ' -> '.
           05  RPT-ENT-NEW-SYMBOL     PIC X(4).
           05  FILLER                 PIC X(86) VALUE SPACES.
       01  RPT-WAT-DETAIL.
           05  RPT-WAT-CLIENT         PIC X(8).
           05  FILLER                 PIC X(6)  VALUE '  DIR '.
           05  RPT-WAT-DIRECTION      PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-WAT-OLD-SYMBOL     PIC X(4).
           05  FILLER                 PIC X(4)  VALUE ' -> '.
           05  RPT-WAT-NEW-SYMBOL     PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-WAT-OLD-THRESHOLD  PIC ZZZZZ9.999.
           05  FILLER                 PIC X(4)  VALUE ' -> '.
           05  RPT-WAT-NEW-THRESHOLD  PIC ZZZZZ9.999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-WAT-NOTE           PIC X(34).
           05  FILLER                 PIC X(41) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT       PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.
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
           DISPLAY 'CORPACT1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 710-READ-ACTION.
           PERFORM 100-LOAD-ONE-ACTION THROUGH 100-EXIT
               UNTIL WS-CORPACT-EOF = 'Y'.
           IF ACT-ENTRIES-USED = 0
               MOVE 'NO CORPORATE ACTIONS TO APPLY - FILES COPIED'
                   TO RPT-SECTION-TEXT
               WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2.

           PERFORM 150-UPDATE-STOCK-FILE THROUGH 150-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > ACT-ENTRIES-USED.

           PERFORM 820-INIT-POSITION-SECTION.
           MOVE 'P' TO WS-GROUP-MODE.
           PERFORM 700-READ-OLD-POSITION.
           PERFORM 200-ONE-POSITION-OWNER THROUGH 200-EXIT
               UNTIL WS-OLDPOS-EOF = 'Y'.

           MOVE 'V' TO WS-GROUP-MODE.
           PERFORM 720-READ-OLD-VAL.
           PERFORM 400-ONE-VALUATION-OWNER THROUGH 400-EXIT
               UNTIL WS-OLDVAL-EOF = 'Y'.

           PERFORM 740-READ-OLD-LOT.
           PERFORM 600-ONE-LOT-OWNER THROUGH 600-EXIT
               UNTIL WS-OLDLOT-EOF = 'Y'.

           IF ACT-ENTRIES-USED > 0
               MOVE 'WATCHES ADJUSTED' TO RPT-SECTION-TEXT
               WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2.
           PERFORM 750-READ-OLD-WATCH.
           PERFORM 560-ONE-WATCH-CLIENT THROUGH 560-EXIT
               UNTIL WS-OLDWAT-EOF = 'Y'.

           IF ACT-ENTRIES-USED > 0
               MOVE 'ENTITLEMENTS MOVED TO NEW SYMBOLS'
                   TO RPT-SECTION-TEXT
               WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2
               PERFORM 730-READ-ENTITLE
               PERFORM 500-ONE-ENTITLEMENT THROUGH 500-EXIT
                   UNTIL WS-ENTITLE-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'CORPACT1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Validate one action record and, if it is good, add it to
      *    the action table.  Nothing is updated until every action
      *    has been read, so a rejected action never half-applies.
      *    ---------------------------------------------------------
       100-LOAD-ONE-ACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N'    TO WS-ACTION-HELD.
           PERFORM 110-VALIDATE-ACTION THROUGH 110-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               IF WS-ACTION-HELD = 'Y'
                   ADD +1 TO NUM-ACTIONS-HELD
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE 'HELD'     TO RPT-ACT-DISPOSITION
               ELSE
                   ADD +1 TO NUM-ACTIONS-REJECTED
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE 'REJECTED' TO RPT-ACT-DISPOSITION
               END-IF
               PERFORM 810-REPORT-ACTION
               PERFORM 710-READ-ACTION
               GO TO 100-EXIT.
           ADD +1 TO ACT-ENTRIES-USED.
           MOVE CAC-ACTION     TO ACT-CODE(ACT-ENTRIES-USED).
           MOVE CAC-SYMBOL     TO ACT-OLD-SYMBOL(ACT-ENTRIES-USED).
           MOVE CAC-EFF-DATE-NUM
                               TO ACT-EFF-DATE(ACT-ENTRIES-USED).
           IF CAC-ACTION = 'SPLIT ' OR CAC-ACTION = 'RSPLIT'
               MOVE CAC-SYMBOL TO ACT-NEW-SYMBOL(ACT-ENTRIES-USED)
           ELSE
               MOVE CAC-NEW-SYMBOL
                               TO ACT-NEW-SYMBOL(ACT-ENTRIES-USED).
           IF CAC-ACTION = 'SYMCHG'
               MOVE 1 TO ACT-RATIO-NEW(ACT-ENTRIES-USED)
               MOVE 1 TO ACT-RATIO-OLD(ACT-ENTRIES-USED)
           ELSE
               MOVE CAC-RATIO-NEW-NUM
                               TO ACT-RATIO-NEW(ACT-ENTRIES-USED)
               MOVE CAC-RATIO-OLD-NUM
                               TO ACT-RATIO-OLD(ACT-ENTRIES-USED).
           ADD +1 TO NUM-ACTIONS-ACCEPTED.
           MOVE 'ACCEPTED' TO RPT-ACT-DISPOSITION.
           PERFORM 810-REPORT-ACTION.
           PERFORM 710-READ-ACTION.
       100-EXIT.
           EXIT.

       110-VALIDATE-ACTION.
           IF CAC-ACTION NOT = 'SPLIT ' AND CAC-ACTION NOT = 'RSPLIT'
              AND CAC-ACTION NOT = 'SYMCHG'
              AND CAC-ACTION NOT = 'MERGER'
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF CAC-SYMBOL = SPACES
               MOVE 'SYMBOL MISSING' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF CAC-EFF-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF CAC-EFF-DATE-NUM > WS-RUN-DATE-N
               MOVE 'NOT YET EFFECTIVE - RESUBMIT ON THE DATE'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-ACTION-HELD
               GO TO 110-EXIT.
           IF CAC-ACTION NOT = 'SYMCHG'
               IF CAC-RATIO-NEW IS NOT NUMERIC
                  OR CAC-RATIO-OLD IS NOT NUMERIC
                  OR CAC-RATIO-NEW-NUM = ZERO
                  OR CAC-RATIO-OLD-NUM = ZERO
                   MOVE 'RATIO NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF.
           IF CAC-ACTION = 'SPLIT '
              AND CAC-RATIO-NEW-NUM NOT > CAC-RATIO-OLD-NUM
               MOVE 'SPLIT RATIO MUST INCREASE THE SHARES'
                   TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF CAC-ACTION = 'RSPLIT'
              AND CAC-RATIO-NEW-NUM NOT < CAC-RATIO-OLD-NUM
               MOVE 'RSPLIT RATIO MUST REDUCE THE SHARES'
                   TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF CAC-ACTION = 'SYMCHG' OR CAC-ACTION = 'MERGER'
               IF CAC-NEW-SYMBOL = SPACES
                  OR CAC-NEW-SYMBOL = CAC-SYMBOL
                   MOVE 'NEW SYMBOL MISSING OR UNCHANGED'
                       TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF.
           IF ACT-ENTRIES-USED NOT < 50
               MOVE 'MORE THAN 50 ACTIONS IN ONE RUN'
                   TO WS-REJECT-REASON
               GO TO 110-EXIT.
           MOVE 'N' TO WS-DUP-FOUND.
           PERFORM 120-CHECK-OVERLAP
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > ACT-ENTRIES-USED.
           IF WS-DUP-FOUND = 'Y'
               MOVE 'SYMBOL ALREADY IN ANOTHER ACTION'
                   TO WS-REJECT-REASON
               GO TO 110-EXIT.
           MOVE CAC-SYMBOL TO STOCKVSAM-SYM.
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS NOT = '00'
               MOVE 'SYMBOL NOT ON STOCK FILE' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF STOCKVSAM-STATUS = 'R'
               MOVE 'SYMBOL ALREADY RETIRED' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF CAC-ACTION = 'SYMCHG'
               MOVE CAC-NEW-SYMBOL TO STOCKVSAM-SYM
               READ STOCK-VSAM-FILE
               IF WS-STOCKVSM-STATUS = '00'
                   MOVE 'NEW SYMBOL ALREADY ON STOCK FILE'
                       TO WS-REJECT-REASON
               END-IF
               GO TO 110-EXIT.
           IF CAC-ACTION = 'MERGER'
               MOVE CAC-NEW-SYMBOL TO STOCKVSAM-SYM
               READ STOCK-VSAM-FILE
               IF WS-STOCKVSM-STATUS NOT = '00'
                  OR STOCKVSAM-STATUS = 'R'
                   MOVE 'MERGER TARGET NOT ACTIVE ON STOCK FILE'
                       TO WS-REJECT-REASON
               END-IF.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One symbol may take part in only one action per run --
      *    an action chained onto another's result is a second run.
      *    Two mergers into the same survivor are fine; two ticker
      *    changes onto the same new symbol are not.
      *    ---------------------------------------------------------
       120-CHECK-OVERLAP.
           IF CAC-SYMBOL = ACT-OLD-SYMBOL(WS-ACT-SUB)
              OR CAC-SYMBOL = ACT-NEW-SYMBOL(WS-ACT-SUB)
               MOVE 'Y' TO WS-DUP-FOUND.
           IF CAC-ACTION = 'SYMCHG' OR CAC-ACTION = 'MERGER'
               IF CAC-NEW-SYMBOL = ACT-OLD-SYMBOL(WS-ACT-SUB)
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
               IF CAC-ACTION = 'SYMCHG'
                  AND CAC-NEW-SYMBOL = ACT-NEW-SYMBOL(WS-ACT-SUB)
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF.

      *    ---------------------------------------------------------
      *    Apply one accepted action to the STOCKVSAM price file.
      *    The split-adjusted price keeps STCKLD1's tolerance check
      *    meaningful until the vendor's first post-split price.
      *    ---------------------------------------------------------
       150-UPDATE-STOCK-FILE.
           MOVE ACT-OLD-SYMBOL(WS-ACT-SUB) TO STOCKVSAM-SYM.
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS NOT = '00'
               DISPLAY 'ERROR ON STOCKVSM READ.  CODE:'
                       WS-STOCKVSM-STATUS ' SYMBOL:' STOCKVSAM-SYM
               MOVE 16 TO RETURN-CODE
               GO TO 150-EXIT.
           IF ACT-CODE(WS-ACT-SUB) = 'SPLIT ' OR
              ACT-CODE(WS-ACT-SUB) = 'RSPLIT'
               MOVE STOCKVSAM-SHR-PRC TO WS-OLD-PRICE
               COMPUTE STOCKVSAM-SHR-PRC ROUNDED =
                   WS-OLD-PRICE * ACT-RATIO-OLD(WS-ACT-SUB)
                                / ACT-RATIO-NEW(WS-ACT-SUB)
               PERFORM 160-REWRITE-STOCK
               GO TO 150-EXIT.
           IF ACT-CODE(WS-ACT-SUB) = 'SYMCHG'
               MOVE STOCKVSAM-RECORD TO WS-SAVE-STOCK-RECORD
               MOVE ACT-NEW-SYMBOL(WS-ACT-SUB) TO STOCKVSAM-SYM
               MOVE 'A' TO STOCKVSAM-STATUS
               WRITE STOCKVSAM-RECORD
               IF WS-STOCKVSM-STATUS NOT = '00'
                   DISPLAY 'ERROR ON STOCKVSM WRITE.  CODE:'
                           WS-STOCKVSM-STATUS ' SYMBOL:'
                           STOCKVSAM-SYM
                   MOVE 16 TO RETURN-CODE
                   GO TO 150-EXIT
               END-IF
               MOVE WS-SAVE-STOCK-RECORD TO STOCKVSAM-RECORD.
           MOVE 'R' TO STOCKVSAM-STATUS.
           PERFORM 160-REWRITE-STOCK.
       150-EXIT.
           EXIT.

       160-REWRITE-STOCK.
           REWRITE STOCKVSAM-RECORD.
           IF WS-STOCKVSM-STATUS NOT = '00'
               DISPLAY 'ERROR ON STOCKVSM REWRITE.  CODE:'
                       WS-STOCKVSM-STATUS ' SYMBOL:' STOCKVSAM-SYM
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    Gather one owner's positions, adjust those in an action's
      *    symbol, restore symbol order if anything was re-keyed,
      *    and write the owner's positions to the new master.
      *    ---------------------------------------------------------
       200-ONE-POSITION-OWNER.
           MOVE +0  TO GRP-ENTRIES-USED.
           MOVE 'N' TO WS-GROUP-REKEYED.
           MOVE WS-MASTER-KEY(1:8) TO WS-CURRENT-OWNER.
           PERFORM 210-LOAD-POSITION THROUGH 210-EXIT
               UNTIL WS-OLDPOS-EOF = 'Y'
                  OR WS-MASTER-KEY(1:8) NOT = WS-CURRENT-OWNER.
           PERFORM 220-ADJUST-ENTRY THROUGH 220-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > GRP-ENTRIES-USED.
           IF WS-GROUP-REKEYED = 'Y'
               PERFORM 240-SORT-GROUP
               PERFORM 260-COMBINE-GROUP.
           PERFORM 280-WRITE-NEW-POSITION
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > GRP-ENTRIES-USED.
       200-EXIT.
           EXIT.

       210-LOAD-POSITION.
           IF GRP-ENTRIES-USED NOT < 200
               DISPLAY 'OWNER ' WS-CURRENT-OWNER
                       ' HOLDS MORE THAN 200 POSITIONS'
               DISPLAY 'ENDING PROGRAM - NEWPOS IS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDPOS-EOF
               MOVE 'Y' TO WS-OLDVAL-EOF
               GO TO 210-EXIT.
           ADD +1 TO GRP-ENTRIES-USED.
           MOVE OLD-KEY        TO GRP-KEY(GRP-ENTRIES-USED).
           MOVE OLD-SHARE-QTY  TO GRP-QTY(GRP-ENTRIES-USED).
           MOVE OLD-ACQ-DATE   TO GRP-ACQ-DATE(GRP-ENTRIES-USED).
           MOVE OLD-ACQ-PRICE  TO GRP-PRICE(GRP-ENTRIES-USED).
           MOVE 0              TO GRP-VALUE(GRP-ENTRIES-USED).
           MOVE SPACES         TO GRP-STATUS(GRP-ENTRIES-USED).
           MOVE 'N'            TO GRP-DROPPED(GRP-ENTRIES-USED).
           MOVE SPACES         TO GRP-BASE-CCY(GRP-ENTRIES-USED).
           PERFORM 700-READ-OLD-POSITION.
       210-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Adjust one held entry for the action on its symbol, if
      *    any.  The quantity is scaled by new/old and truncated to
      *    whole shares; the price is scaled by old/new, so a
      *    position's cost (or a prior valuation's value) is carried
      *    across the action.  A position left with no whole shares
      *    is dropped as cashed out.
      *    ---------------------------------------------------------
       220-ADJUST-ENTRY.
           MOVE GRP-SYMBOL(WS-GRP-SUB) TO WS-LOOKUP-SYMBOL.
           PERFORM 230-FIND-ACTION.
           IF WS-ACT-FOUND-SUB = 0
               GO TO 220-EXIT.
           MOVE GRP-SYMBOL(WS-GRP-SUB) TO WS-BEFORE-SYMBOL.
           MOVE GRP-QTY(WS-GRP-SUB)    TO WS-BEFORE-QTY.
           MOVE GRP-PRICE(WS-GRP-SUB)  TO WS-BEFORE-PRICE.
           MOVE SPACES TO WS-ADJUST-NOTE.
           MOVE +0     TO WS-FRACTION.
           IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG'
               GO TO 220-REKEY.
           COMPUTE WS-EXACT-QTY =
               GRP-QTY(WS-GRP-SUB) * ACT-RATIO-NEW(WS-ACT-FOUND-SUB)
                                   / ACT-RATIO-OLD(WS-ACT-FOUND-SUB).
           MOVE WS-EXACT-QTY TO WS-WHOLE-QTY.
           COMPUTE WS-FRACTION = WS-EXACT-QTY - WS-WHOLE-QTY.
           IF WS-WHOLE-QTY > 9999999
               MOVE 'ADJUSTED QTY TOO LARGE - UNCHANGED'
                   TO WS-ADJUST-NOTE
               MOVE +0 TO WS-FRACTION
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 220-REPORT.
           MOVE WS-WHOLE-QTY TO GRP-QTY(WS-GRP-SUB).
           MOVE GRP-PRICE(WS-GRP-SUB) TO WS-OLD-PRICE.
           COMPUTE GRP-PRICE(WS-GRP-SUB) ROUNDED =
               WS-OLD-PRICE * ACT-RATIO-OLD(WS-ACT-FOUND-SUB)
                            / ACT-RATIO-NEW(WS-ACT-FOUND-SUB).
      *    A valuation line's value is in the owner's base currency,
      *    not quantity times the local price, so it is scaled down
      *    by any fractional share dropped rather than recomputed.
           IF WS-GROUP-MODE = 'V'
              AND WS-EXACT-QTY > 0
               COMPUTE GRP-VALUE(WS-GRP-SUB) ROUNDED =
                   GRP-VALUE(WS-GRP-SUB) * WS-WHOLE-QTY
                                         / WS-EXACT-QTY.
           IF WS-FRACTION > 0
               MOVE 'FRACTIONAL SHARE DROPPED' TO WS-ADJUST-NOTE.
       220-REKEY.
           IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG' OR
              ACT-CODE(WS-ACT-FOUND-SUB) = 'MERGER'
               MOVE ACT-NEW-SYMBOL(WS-ACT-FOUND-SUB)
                   TO GRP-SYMBOL(WS-GRP-SUB)
               MOVE 'Y' TO WS-GROUP-REKEYED.
           IF WS-GROUP-MODE = 'V'
              AND GRP-STATUS(WS-GRP-SUB) = 'PRICED  '
               MOVE 'CORPACT ' TO GRP-STATUS(WS-GRP-SUB).
           IF GRP-QTY(WS-GRP-SUB) = 0
               MOVE 'Y' TO GRP-DROPPED(WS-GRP-SUB)
               MOVE 'CASHED OUT - NO WHOLE SHARES LEFT'
                   TO WS-ADJUST-NOTE.
       220-REPORT.
           IF WS-GROUP-MODE = 'V'
               ADD +1 TO NUM-VALUATIONS-ADJ
               GO TO 220-EXIT.
           ADD +1 TO NUM-POSITIONS-ADJ.
           IF WS-FRACTION > 0
               ADD +1 TO NUM-FRACTIONS.
           IF GRP-DROPPED(WS-GRP-SUB) = 'Y'
               ADD +1 TO NUM-POSITIONS-CASHED.
           PERFORM 830-REPORT-POSITION.
       220-EXIT.
           EXIT.

       230-FIND-ACTION.
           MOVE 0 TO WS-ACT-FOUND-SUB.
           PERFORM 235-CHECK-ONE-ACTION
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > ACT-ENTRIES-USED
                  OR WS-ACT-FOUND-SUB > 0.

       235-CHECK-ONE-ACTION.
           IF ACT-OLD-SYMBOL(WS-ACT-SUB) = WS-LOOKUP-SYMBOL
               MOVE WS-ACT-SUB TO WS-ACT-FOUND-SUB.

      *    ---------------------------------------------------------
      *    Exchange sort of the owner's entries back into symbol
      *    order after a re-key, the same sort BEDAUD1 uses.
      *    ---------------------------------------------------------
       240-SORT-GROUP.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 245-ONE-SORT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       245-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 250-COMPARE-ADJACENT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB NOT < GRP-ENTRIES-USED.

       250-COMPARE-ADJACENT.
           COMPUTE WS-GRP-SUB2 = WS-GRP-SUB + 1.
           IF GRP-KEY(WS-GRP-SUB) > GRP-KEY(WS-GRP-SUB2)
               MOVE GRP-ENTRY(WS-GRP-SUB)  TO GRP-SWAP-ENTRY
               MOVE GRP-ENTRY(WS-GRP-SUB2) TO GRP-ENTRY(WS-GRP-SUB)
               MOVE GRP-SWAP-ENTRY TO GRP-ENTRY(WS-GRP-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

      *    ---------------------------------------------------------
      *    After the sort, an entry re-keyed onto a symbol the owner
      *    already holds sits next to that holding: fold it in.
      *    ---------------------------------------------------------
       260-COMBINE-GROUP.
           MOVE 0 TO WS-KEEP-SUB.
           PERFORM 265-COMBINE-ONE THROUGH 265-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > GRP-ENTRIES-USED.

       265-COMBINE-ONE.
           IF GRP-DROPPED(WS-GRP-SUB) = 'Y'
               GO TO 265-EXIT.
           IF WS-KEEP-SUB = 0
              OR GRP-KEY(WS-KEEP-SUB) NOT = GRP-KEY(WS-GRP-SUB)
               MOVE WS-GRP-SUB TO WS-KEEP-SUB
               GO TO 265-EXIT.
           MOVE GRP-SYMBOL(WS-GRP-SUB) TO WS-BEFORE-SYMBOL.
           MOVE GRP-QTY(WS-GRP-SUB)    TO WS-BEFORE-QTY.
           MOVE GRP-PRICE(WS-GRP-SUB)  TO WS-BEFORE-PRICE.
           MOVE 'Y' TO GRP-DROPPED(WS-GRP-SUB).
           IF WS-GROUP-MODE = 'V'
               PERFORM 275-COMBINE-VALUATION
               GO TO 265-EXIT.
           COMPUTE WS-COST-TOTAL =
               GRP-QTY(WS-KEEP-SUB) * GRP-PRICE(WS-KEEP-SUB)
             + GRP-QTY(WS-GRP-SUB)  * GRP-PRICE(WS-GRP-SUB).
           ADD GRP-QTY(WS-GRP-SUB) TO GRP-QTY(WS-KEEP-SUB).
           COMPUTE GRP-PRICE(WS-KEEP-SUB) ROUNDED =
               WS-COST-TOTAL / GRP-QTY(WS-KEEP-SUB).
           IF GRP-ACQ-DATE(WS-GRP-SUB) < GRP-ACQ-DATE(WS-KEEP-SUB)
               MOVE GRP-ACQ-DATE(WS-GRP-SUB)
                   TO GRP-ACQ-DATE(WS-KEEP-SUB).
           ADD +1 TO NUM-POSITIONS-COMB.
           MOVE +0 TO WS-FRACTION.
           MOVE 'COMBINED WITH EXISTING HOLDING' TO WS-ADJUST-NOTE.
           MOVE WS-KEEP-SUB TO WS-GRP-SUB2.
           PERFORM 835-REPORT-COMBINED.
       265-EXIT.
           EXIT.

      *    A combined prior valuation stays comparable only if both
      *    halves were priced; otherwise it takes the unpriced
      *    status and PORTVAL1 treats the position as having no
      *    usable prior value.
       275-COMBINE-VALUATION.
           ADD GRP-QTY(WS-GRP-SUB)   TO GRP-QTY(WS-KEEP-SUB).
           ADD GRP-VALUE(WS-GRP-SUB) TO GRP-VALUE(WS-KEEP-SUB).
           IF GRP-QTY(WS-KEEP-SUB) > 0
               COMPUTE GRP-PRICE(WS-KEEP-SUB) ROUNDED =
                   GRP-VALUE(WS-KEEP-SUB) / GRP-QTY(WS-KEEP-SUB).
           IF ( GRP-STATUS(WS-KEEP-SUB) = 'PRICED  ' OR
                GRP-STATUS(WS-KEEP-SUB) = 'CORPACT ' )
              AND ( GRP-STATUS(WS-GRP-SUB) = 'PRICED  ' OR
                    GRP-STATUS(WS-GRP-SUB) = 'CORPACT ' )
               MOVE 'CORPACT ' TO GRP-STATUS(WS-KEEP-SUB)
           ELSE IF GRP-STATUS(WS-GRP-SUB) NOT = 'PRICED  '
                AND GRP-STATUS(WS-GRP-SUB) NOT = 'CORPACT '
               MOVE GRP-STATUS(WS-GRP-SUB) TO GRP-STATUS(WS-KEEP-SUB).

       280-WRITE-NEW-POSITION.
           IF GRP-DROPPED(WS-GRP-SUB) NOT = 'Y'
               MOVE SPACES                 TO NEW-REC
               MOVE GRP-KEY(WS-GRP-SUB)    TO NEW-KEY
               MOVE GRP-QTY(WS-GRP-SUB)    TO NEW-SHARE-QTY
               MOVE GRP-ACQ-DATE(WS-GRP-SUB)
                                           TO NEW-ACQ-DATE
               MOVE GRP-PRICE(WS-GRP-SUB)  TO NEW-ACQ-PRICE
               WRITE NEW-REC
               ADD +1 TO NUM-NEWPOS-RECS.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ACTIONS READ:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACTIONS-READ         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACTIONS APPLIED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACTIONS-ACCEPTED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACTIONS HELD:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACTIONS-HELD         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACTIONS REJECTED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACTIONS-REJECTED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSITIONS READ:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDPOS-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSITIONS ADJUSTED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSITIONS-ADJ        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSITIONS COMBINED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSITIONS-COMB       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSITIONS CASHED OUT: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSITIONS-CASHED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'FRACTIONS DROPPED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FRACTIONS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW POSITIONS:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWPOS-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PRIOR VALUATIONS READ:' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDVAL-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VALUATIONS ADJUSTED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VALUATIONS-ADJ       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VALUATIONS WRITTEN:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADJVAL-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ENTITLEMENTS MOVED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ENTITLE-SLOTS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOTS READ:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDLOT-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOTS ADJUSTED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOTS-ADJ             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOT SETS RENUMBERED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOT-RENUMBERS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOTS WRITTEN:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWLOT-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WATCHES READ:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDWAT-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WATCHES ADJUSTED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WATCHES-ADJ          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WATCHES DROPPED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WATCHES-DROPPED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WATCHES WRITTEN:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWWAT-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    The prior valuation history, one owner at a time, with
      *    the same adjustment, re-key and combine as the positions.
      *    ---------------------------------------------------------
       400-ONE-VALUATION-OWNER.
           MOVE +0  TO GRP-ENTRIES-USED.
           MOVE 'N' TO WS-GROUP-REKEYED.
           MOVE WS-VAL-KEY(1:8) TO WS-CURRENT-OWNER.
           PERFORM 410-LOAD-VALUATION THROUGH 410-EXIT
               UNTIL WS-OLDVAL-EOF = 'Y'
                  OR WS-VAL-KEY(1:8) NOT = WS-CURRENT-OWNER.
           PERFORM 220-ADJUST-ENTRY THROUGH 220-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > GRP-ENTRIES-USED.
           IF WS-GROUP-REKEYED = 'Y'
               PERFORM 240-SORT-GROUP
               PERFORM 260-COMBINE-GROUP.
           PERFORM 480-WRITE-ADJ-VALUATION
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > GRP-ENTRIES-USED.
       400-EXIT.
           EXIT.

      *    The valuation date rides in GRP-ACQ-DATE
       410-LOAD-VALUATION.
           IF GRP-ENTRIES-USED NOT < 200
               DISPLAY 'OWNER ' WS-CURRENT-OWNER
                       ' HAS MORE THAN 200 VALUATIONS'
               DISPLAY 'ENDING PROGRAM - ADJVAL IS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDVAL-EOF
               GO TO 410-EXIT.
           ADD +1 TO GRP-ENTRIES-USED.
           MOVE OVL-OWNER-ID   TO GRP-OWNER-ID(GRP-ENTRIES-USED).
           MOVE OVL-SYMBOL     TO GRP-SYMBOL(GRP-ENTRIES-USED).
           MOVE OVL-QTY        TO GRP-QTY(GRP-ENTRIES-USED).
           MOVE OVL-DATE       TO GRP-ACQ-DATE(GRP-ENTRIES-USED).
           MOVE OVL-PRICE      TO GRP-PRICE(GRP-ENTRIES-USED).
           MOVE OVL-VALUE      TO GRP-VALUE(GRP-ENTRIES-USED).
           MOVE OVL-STATUS     TO GRP-STATUS(GRP-ENTRIES-USED).
           MOVE 'N'            TO GRP-DROPPED(GRP-ENTRIES-USED).
           MOVE OVL-BASE-CURRENCY
                               TO GRP-BASE-CCY(GRP-ENTRIES-USED).
           PERFORM 720-READ-OLD-VAL.
       410-EXIT.
           EXIT.

       480-WRITE-ADJ-VALUATION.
           IF GRP-DROPPED(WS-GRP-SUB) NOT = 'Y'
               MOVE SPACES                   TO ADJ-VAL-RECORD
               MOVE GRP-ACQ-DATE(WS-GRP-SUB) TO AVL-DATE
               MOVE GRP-OWNER-ID(WS-GRP-SUB) TO AVL-OWNER-ID
               MOVE GRP-SYMBOL(WS-GRP-SUB)   TO AVL-SYMBOL
               MOVE GRP-QTY(WS-GRP-SUB)      TO AVL-QTY
               MOVE GRP-PRICE(WS-GRP-SUB)    TO AVL-PRICE
               MOVE GRP-VALUE(WS-GRP-SUB)    TO AVL-VALUE
               MOVE GRP-STATUS(WS-GRP-SUB)   TO AVL-STATUS
               MOVE GRP-BASE-CCY(WS-GRP-SUB) TO AVL-BASE-CURRENCY
               MOVE 0                        TO AVL-LOCAL-VALUE
               WRITE ADJ-VAL-RECORD
               ADD +1 TO NUM-ADJVAL-RECS.

      *    ---------------------------------------------------------
      *    Move a client's licence for a changed or merged symbol to
      *    its successor.  '*ALL' and splits need no change.
      *    ---------------------------------------------------------
       500-ONE-ENTITLEMENT.
           MOVE 'N' TO WS-ENT-CHANGED.
           PERFORM 510-CHECK-ENTITLE-SLOT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > 10.
           IF WS-ENT-CHANGED = 'Y'
               REWRITE ENTITLE-RECORD
               IF WS-ENTITLE-STATUS NOT = '00'
                   DISPLAY 'ERROR ON ENTITLE REWRITE.  CODE:'
                           WS-ENTITLE-STATUS ' CLIENT:' ENT-CLIENT
                   MOVE 16 TO RETURN-CODE
               END-IF.
           PERFORM 730-READ-ENTITLE.
       500-EXIT.
           EXIT.

       510-CHECK-ENTITLE-SLOT.
           IF ENT-SYMBOL(WS-ENT-SUB) NOT = SPACES
              AND ENT-SYMBOL(WS-ENT-SUB) NOT = '*ALL'
               MOVE ENT-SYMBOL(WS-ENT-SUB) TO WS-LOOKUP-SYMBOL
               PERFORM 230-FIND-ACTION
               IF WS-ACT-FOUND-SUB > 0
                   IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG' OR
                      ACT-CODE(WS-ACT-FOUND-SUB) = 'MERGER'
                       MOVE ENT-CLIENT        TO RPT-ENT-CLIENT
                       MOVE WS-ENT-SUB        TO RPT-ENT-SLOT
                       MOVE WS-LOOKUP-SYMBOL  TO RPT-ENT-OLD-SYMBOL
                       MOVE ACT-NEW-SYMBOL(WS-ACT-FOUND-SUB)
                           TO ENT-SYMBOL(WS-ENT-SUB)
                       MOVE ENT-SYMBOL(WS-ENT-SUB)
                           TO RPT-ENT-NEW-SYMBOL
                       WRITE REPORT-RECORD FROM RPT-ENT-DETAIL
                       ADD +1 TO NUM-ENTITLE-SLOTS
                       MOVE 'Y' TO WS-ENT-CHANGED
                   END-IF
               END-IF.

      *    ---------------------------------------------------------
      *    The watchlist, one client at a time: scale and re-key
      *    each watch on an action's symbol, restore key order, and
      *    drop a re-keyed watch the client already holds on the
      *    new symbol in the same direction.
      *    ---------------------------------------------------------
       560-ONE-WATCH-CLIENT.
           MOVE +0  TO WTB-ENTRIES-USED.
           MOVE 'N' TO WS-GROUP-REKEYED.
           MOVE WS-WATCH-KEY(1:8) TO WS-WATCH-CLIENT.
           PERFORM 565-LOAD-WATCH THROUGH 565-EXIT
               UNTIL WS-OLDWAT-EOF = 'Y'
                  OR WS-WATCH-KEY(1:8) NOT = WS-WATCH-CLIENT.
           PERFORM 570-ADJUST-WATCH THROUGH 570-EXIT
               VARYING WS-WTB-SUB FROM 1 BY 1
               UNTIL WS-WTB-SUB > WTB-ENTRIES-USED.
           IF WS-GROUP-REKEYED = 'Y'
               PERFORM 575-SORT-WATCHES
               MOVE 0 TO WS-KEEP-SUB
               PERFORM 580-DROP-DUP-WATCH THROUGH 580-EXIT
                   VARYING WS-WTB-SUB FROM 1 BY 1
                   UNTIL WS-WTB-SUB > WTB-ENTRIES-USED.
           PERFORM 590-WRITE-NEW-WATCH
               VARYING WS-WTB-SUB FROM 1 BY 1
               UNTIL WS-WTB-SUB > WTB-ENTRIES-USED.
       560-EXIT.
           EXIT.

       565-LOAD-WATCH.
           IF WTB-ENTRIES-USED NOT < 200
               DISPLAY 'CLIENT ' WS-WATCH-CLIENT
                       ' HAS MORE THAN 200 WATCHES'
               DISPLAY 'ENDING PROGRAM - NEWWAT IS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDWAT-EOF
               GO TO 565-EXIT.
           ADD +1 TO WTB-ENTRIES-USED.
           MOVE OWT-REC TO WTB-IMAGE(WTB-ENTRIES-USED).
           MOVE 'N'     TO WTB-REKEYED(WTB-ENTRIES-USED).
           MOVE 'N'     TO WTB-DROPPED(WTB-ENTRIES-USED).
           PERFORM 750-READ-OLD-WATCH.
       565-EXIT.
           EXIT.

      *    A percent-move threshold is a percentage and needs no
      *    scaling; a price threshold or base price is scaled by
      *    old/new, as the stored price was in 150.
       570-ADJUST-WATCH.
           MOVE WTB-IMAGE(WS-WTB-SUB) TO WWK-REC.
           MOVE WWK-SYMBOL TO WS-LOOKUP-SYMBOL.
           PERFORM 230-FIND-ACTION.
           IF WS-ACT-FOUND-SUB = 0
               GO TO 570-EXIT.
           ADD +1 TO NUM-WATCHES-ADJ.
           MOVE WWK-SYMBOL    TO WS-BEFORE-SYMBOL.
           MOVE WWK-THRESHOLD TO WS-BEFORE-THRESHOLD.
           MOVE SPACES        TO WS-ADJUST-NOTE.
           IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG'
               GO TO 570-REKEY.
           IF NOT WWK-PCT-MOVE
               COMPUTE WS-SCALED-PRICE ROUNDED =
                   WS-BEFORE-THRESHOLD * ACT-RATIO-OLD(WS-ACT-FOUND-SUB)
                                       / ACT-RATIO-NEW(WS-ACT-FOUND-SUB)
               IF WS-SCALED-PRICE > 999999.999
                   MOVE 'SCALED THRESHOLD TOO LARGE - KEPT'
                       TO WS-ADJUST-NOTE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-SCALED-PRICE TO WWK-THRESHOLD
                   MOVE 'PRICE THRESHOLD SCALED' TO WS-ADJUST-NOTE
               END-IF.
           IF WWK-BASE-PRICE > 0
               COMPUTE WS-SCALED-PRICE ROUNDED =
                   WWK-BASE-PRICE * ACT-RATIO-OLD(WS-ACT-FOUND-SUB)
                                  / ACT-RATIO-NEW(WS-ACT-FOUND-SUB)
               IF WS-SCALED-PRICE > 999999.999
                   MOVE 0 TO WWK-BASE-PRICE
               ELSE
                   MOVE WS-SCALED-PRICE TO WWK-BASE-PRICE
               END-IF
               IF WWK-PCT-MOVE
                   MOVE 'BASE PRICE SCALED' TO WS-ADJUST-NOTE
               END-IF
           END-IF.
       570-REKEY.
           IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG' OR
              ACT-CODE(WS-ACT-FOUND-SUB) = 'MERGER'
               MOVE ACT-NEW-SYMBOL(WS-ACT-FOUND-SUB) TO WWK-SYMBOL
               MOVE 'Y' TO WTB-REKEYED(WS-WTB-SUB)
               MOVE 'Y' TO WS-GROUP-REKEYED.
           MOVE WWK-REC TO WTB-IMAGE(WS-WTB-SUB).
           PERFORM 840-REPORT-WATCH.
       570-EXIT.
           EXIT.

       575-SORT-WATCHES.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 576-ONE-WATCH-SORT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       576-ONE-WATCH-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 577-COMPARE-ADJACENT-WATCHES
               VARYING WS-WTB-SUB FROM 1 BY 1
               UNTIL WS-WTB-SUB NOT < WTB-ENTRIES-USED.

       577-COMPARE-ADJACENT-WATCHES.
           COMPUTE WS-WTB-SUB2 = WS-WTB-SUB + 1.
           IF WTB-IMAGE(WS-WTB-SUB)(1:13) >
              WTB-IMAGE(WS-WTB-SUB2)(1:13)
               MOVE WTB-ENTRY(WS-WTB-SUB)  TO WTB-SWAP-ENTRY
               MOVE WTB-ENTRY(WS-WTB-SUB2) TO WTB-ENTRY(WS-WTB-SUB)
               MOVE WTB-SWAP-ENTRY TO WTB-ENTRY(WS-WTB-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

      *    Of two watches with the same key, the one the client set
      *    on the survivor itself is kept; the re-keyed one goes.
       580-DROP-DUP-WATCH.
           IF WS-KEEP-SUB = 0
              OR WTB-IMAGE(WS-KEEP-SUB)(1:13)
                     NOT = WTB-IMAGE(WS-WTB-SUB)(1:13)
               MOVE WS-WTB-SUB TO WS-KEEP-SUB
               GO TO 580-EXIT.
           IF WTB-REKEYED(WS-WTB-SUB) = 'Y'
               MOVE WS-WTB-SUB  TO WS-WTB-SUB2
           ELSE
               MOVE WS-KEEP-SUB TO WS-WTB-SUB2
               MOVE WS-WTB-SUB  TO WS-KEEP-SUB.
           MOVE 'Y' TO WTB-DROPPED(WS-WTB-SUB2).
           ADD +1 TO NUM-WATCHES-DROPPED.
           MOVE WTB-IMAGE(WS-WTB-SUB2) TO WWK-REC.
           MOVE WWK-SYMBOL    TO WS-BEFORE-SYMBOL.
           MOVE WWK-THRESHOLD TO WS-BEFORE-THRESHOLD.
           MOVE 'SAME WATCH ON NEW SYMBOL - DROPPED' TO WS-ADJUST-NOTE.
           PERFORM 840-REPORT-WATCH.
       580-EXIT.
           EXIT.

       590-WRITE-NEW-WATCH.
           IF WTB-DROPPED(WS-WTB-SUB) NOT = 'Y'
               WRITE NEW-WATCH-RECORD FROM WTB-IMAGE(WS-WTB-SUB)
               ADD +1 TO NUM-NEWWAT-RECS.

      *    ---------------------------------------------------------
      *    The tax lots, one owner at a time: scale and re-key each
      *    lot in an action's symbol, then restore LOT-ID order and
      *    renumber any symbol whose lots now share a LOT-ID.
      *    ---------------------------------------------------------
       600-ONE-LOT-OWNER.
           MOVE +0  TO LTB-ENTRIES-USED.
           MOVE 'N' TO WS-GROUP-REKEYED.
           MOVE SPACES TO WS-LAST-LOT-SYMBOL.
           MOVE WS-LOT-KEY(1:8) TO WS-LOT-OWNER.
           PERFORM 610-LOAD-LOT THROUGH 610-EXIT
               UNTIL WS-OLDLOT-EOF = 'Y'
                  OR WS-LOT-KEY(1:8) NOT = WS-LOT-OWNER.
           PERFORM 620-ADJUST-LOT THROUGH 620-EXIT
               VARYING WS-LTB-SUB FROM 1 BY 1
               UNTIL WS-LTB-SUB > LTB-ENTRIES-USED.
           IF WS-GROUP-REKEYED = 'Y'
               PERFORM 640-SORT-LOTS
               PERFORM 660-CHECK-DUP-LOT-ID
                   VARYING WS-LTB-SUB FROM 2 BY 1
                   UNTIL WS-LTB-SUB > LTB-ENTRIES-USED.
           PERFORM 680-WRITE-NEW-LOT
               VARYING WS-LTB-SUB FROM 1 BY 1
               UNTIL WS-LTB-SUB > LTB-ENTRIES-USED.
       600-EXIT.
           EXIT.

       610-LOAD-LOT.
           IF LTB-ENTRIES-USED NOT < 500
               DISPLAY 'OWNER ' WS-LOT-OWNER
                       ' HAS MORE THAN 500 TAX LOTS'
               DISPLAY 'ENDING PROGRAM - NEWLOT IS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDLOT-EOF
               GO TO 610-EXIT.
           ADD +1 TO LTB-ENTRIES-USED.
           MOVE OLT-KEY        TO LTB-KEY(LTB-ENTRIES-USED).
           MOVE OLT-ACQ-DATE   TO LTB-ACQ-DATE(LTB-ENTRIES-USED).
           MOVE OLT-ORIG-QTY   TO LTB-ORIG-QTY(LTB-ENTRIES-USED).
           MOVE OLT-REMAIN-QTY TO LTB-REMAIN-QTY(LTB-ENTRIES-USED).
           MOVE OLT-COST-PRICE TO LTB-COST-PRICE(LTB-ENTRIES-USED).
           MOVE 'N'            TO LTB-DROPPED(LTB-ENTRIES-USED).
           PERFORM 740-READ-OLD-LOT.
       610-EXIT.
           EXIT.

       620-ADJUST-LOT.
           IF LTB-SYMBOL(WS-LTB-SUB) NOT = WS-LAST-LOT-SYMBOL
               MOVE LTB-SYMBOL(WS-LTB-SUB) TO WS-LAST-LOT-SYMBOL
               MOVE +0 TO WS-CUM-OLD-QTY
               MOVE +0 TO WS-CUM-NEW-BEFORE.
           MOVE LTB-SYMBOL(WS-LTB-SUB) TO WS-LOOKUP-SYMBOL.
           PERFORM 230-FIND-ACTION.
           IF WS-ACT-FOUND-SUB = 0
               GO TO 620-EXIT.
           ADD +1 TO NUM-LOTS-ADJ.
           IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG'
               GO TO 620-REKEY.
           ADD LTB-REMAIN-QTY(WS-LTB-SUB) TO WS-CUM-OLD-QTY.
           COMPUTE WS-CUM-NEW-AFTER =
               WS-CUM-OLD-QTY * ACT-RATIO-NEW(WS-ACT-FOUND-SUB)
                              / ACT-RATIO-OLD(WS-ACT-FOUND-SUB).
           COMPUTE LTB-REMAIN-QTY(WS-LTB-SUB) =
               WS-CUM-NEW-AFTER - WS-CUM-NEW-BEFORE.
           MOVE WS-CUM-NEW-AFTER TO WS-CUM-NEW-BEFORE.
           COMPUTE LTB-ORIG-QTY(WS-LTB-SUB) =
               LTB-ORIG-QTY(WS-LTB-SUB)
                   * ACT-RATIO-NEW(WS-ACT-FOUND-SUB)
                   / ACT-RATIO-OLD(WS-ACT-FOUND-SUB).
           MOVE LTB-COST-PRICE(WS-LTB-SUB) TO WS-OLD-PRICE.
           COMPUTE LTB-COST-PRICE(WS-LTB-SUB) ROUNDED =
               WS-OLD-PRICE * ACT-RATIO-OLD(WS-ACT-FOUND-SUB)
                            / ACT-RATIO-NEW(WS-ACT-FOUND-SUB).
           IF LTB-REMAIN-QTY(WS-LTB-SUB) = 0
               MOVE 'Y' TO LTB-DROPPED(WS-LTB-SUB).
       620-REKEY.
           IF ACT-CODE(WS-ACT-FOUND-SUB) = 'SYMCHG' OR
              ACT-CODE(WS-ACT-FOUND-SUB) = 'MERGER'
               MOVE ACT-NEW-SYMBOL(WS-ACT-FOUND-SUB)
                   TO LTB-SYMBOL(WS-LTB-SUB)
               MOVE 'Y' TO WS-GROUP-REKEYED.
       620-EXIT.
           EXIT.

       640-SORT-LOTS.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 645-ONE-LOT-SORT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       645-ONE-LOT-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 650-COMPARE-ADJACENT-LOTS
               VARYING WS-LTB-SUB FROM 1 BY 1
               UNTIL WS-LTB-SUB NOT < LTB-ENTRIES-USED.

       650-COMPARE-ADJACENT-LOTS.
           COMPUTE WS-LTB-SUB2 = WS-LTB-SUB + 1.
           IF LTB-KEY(WS-LTB-SUB) > LTB-KEY(WS-LTB-SUB2)
               MOVE LTB-ENTRY(WS-LTB-SUB)  TO LTB-SWAP-ENTRY
               MOVE LTB-ENTRY(WS-LTB-SUB2) TO LTB-ENTRY(WS-LTB-SUB)
               MOVE LTB-SWAP-ENTRY TO LTB-ENTRY(WS-LTB-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

       660-CHECK-DUP-LOT-ID.
           COMPUTE WS-LTB-SUB2 = WS-LTB-SUB - 1.
           IF LTB-KEY(WS-LTB-SUB) = LTB-KEY(WS-LTB-SUB2)
               MOVE LTB-SYMBOL(WS-LTB-SUB) TO WS-RENUM-SYMBOL
               MOVE 0 TO WS-RENUM-ID
               ADD +1 TO NUM-LOT-RENUMBERS
               DISPLAY 'LOTS RENUMBERED FOR ' WS-LOT-OWNER ' '
                       WS-RENUM-SYMBOL
               PERFORM 665-RENUMBER-ONE-LOT
                   VARYING WS-LTB-SUB2 FROM 1 BY 1
                   UNTIL WS-LTB-SUB2 > LTB-ENTRIES-USED.

       665-RENUMBER-ONE-LOT.
           IF LTB-SYMBOL(WS-LTB-SUB2) = WS-RENUM-SYMBOL
               ADD 1 TO WS-RENUM-ID
               MOVE WS-RENUM-ID TO LTB-LOT-ID(WS-LTB-SUB2).

       680-WRITE-NEW-LOT.
           IF LTB-DROPPED(WS-LTB-SUB) NOT = 'Y'
               MOVE SPACES                    TO NLT-REC
               MOVE LTB-KEY(WS-LTB-SUB)       TO NLT-KEY
               MOVE LTB-ACQ-DATE(WS-LTB-SUB)  TO NLT-ACQ-DATE
               MOVE LTB-ORIG-QTY(WS-LTB-SUB)  TO NLT-ORIG-QTY
               MOVE LTB-REMAIN-QTY(WS-LTB-SUB) TO NLT-REMAIN-QTY
               MOVE LTB-COST-PRICE(WS-LTB-SUB) TO NLT-COST-PRICE
               WRITE NLT-REC
               ADD +1 TO NUM-NEWLOT-RECS.

       700-READ-OLD-POSITION.
           READ OLD-POSITION-FILE
             AT END MOVE 'Y' TO WS-OLDPOS-EOF .
           IF ( WS-OLDPOS-STATUS = '00' OR
                WS-OLDPOS-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDPOS-RECS
               MOVE OLD-KEY TO WS-MASTER-KEY
           ELSE IF WS-OLDPOS-STATUS = '10'
               MOVE 'Y' TO WS-OLDPOS-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               DISPLAY 'ERROR ON OLDPOS READ.  CODE:'
                       WS-OLDPOS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDPOS-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY.

       710-READ-ACTION.
           READ CORP-ACTION-FILE
             AT END MOVE 'Y' TO WS-CORPACT-EOF .
           IF ( WS-CORPACT-STATUS = '00' OR
                WS-CORPACT-STATUS = '04' ) THEN
               ADD +1 TO NUM-ACTIONS-READ
           ELSE IF WS-CORPACT-STATUS = '10'
               MOVE 'Y' TO WS-CORPACT-EOF
           ELSE
               DISPLAY 'ERROR ON CORPACT READ.  CODE:'
                       WS-CORPACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CORPACT-EOF.

       720-READ-OLD-VAL.
           READ OLD-VAL-FILE
             AT END MOVE 'Y' TO WS-OLDVAL-EOF .
           IF ( WS-OLDVAL-STATUS = '00' OR
                WS-OLDVAL-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDVAL-RECS
               MOVE OVL-OWNER-ID TO WS-VAL-KEY(1:8)
               MOVE OVL-SYMBOL   TO WS-VAL-KEY(9:4)
           ELSE IF WS-OLDVAL-STATUS = '10'
               MOVE 'Y' TO WS-OLDVAL-EOF
               MOVE HIGH-VALUES TO WS-VAL-KEY
           ELSE
               DISPLAY 'ERROR ON OLDVAL READ.  CODE:'
                       WS-OLDVAL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDVAL-EOF
               MOVE HIGH-VALUES TO WS-VAL-KEY.

       730-READ-ENTITLE.
           READ ENTITLE-FILE
             AT END MOVE 'Y' TO WS-ENTITLE-EOF .
           IF WS-ENTITLE-STATUS = '10'
               MOVE 'Y' TO WS-ENTITLE-EOF
           ELSE IF WS-ENTITLE-STATUS NOT = '00'
               DISPLAY 'ERROR ON ENTITLE READ.  CODE:'
                       WS-ENTITLE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ENTITLE-EOF.

       740-READ-OLD-LOT.
           READ OLD-LOT-FILE
             AT END MOVE 'Y' TO WS-OLDLOT-EOF .
           IF ( WS-OLDLOT-STATUS = '00' OR
                WS-OLDLOT-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDLOT-RECS
               MOVE OLT-OWNER-ID TO WS-LOT-KEY(1:8)
               MOVE OLT-SYMBOL   TO WS-LOT-KEY(9:4)
           ELSE IF WS-OLDLOT-STATUS = '10'
               MOVE 'Y' TO WS-OLDLOT-EOF
               MOVE HIGH-VALUES TO WS-LOT-KEY
           ELSE
               DISPLAY 'ERROR ON OLDLOT READ.  CODE:'
                       WS-OLDLOT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDLOT-EOF
               MOVE HIGH-VALUES TO WS-LOT-KEY.

       750-READ-OLD-WATCH.
           READ OLD-WATCH-FILE
             AT END MOVE 'Y' TO WS-OLDWAT-EOF .
           IF ( WS-OLDWAT-STATUS = '00' OR
                WS-OLDWAT-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDWAT-RECS
               MOVE OWT-KEY TO WS-WATCH-KEY
           ELSE IF WS-OLDWAT-STATUS = '10'
               MOVE 'Y' TO WS-OLDWAT-EOF
               MOVE HIGH-VALUES TO WS-WATCH-KEY
           ELSE
               DISPLAY 'ERROR ON OLDWAT READ.  CODE:'
                       WS-OLDWAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDWAT-EOF
               MOVE HIGH-VALUES TO WS-WATCH-KEY.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-X TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-ACT-HEADER.

       810-REPORT-ACTION.
           MOVE CAC-ACTION       TO RPT-ACT-CODE.
           MOVE CAC-SYMBOL       TO RPT-ACT-SYMBOL.
           MOVE CAC-NEW-SYMBOL   TO RPT-ACT-NEW-SYMBOL.
           MOVE CAC-RATIO-NEW    TO RPT-ACT-RATIO-NEW.
           MOVE CAC-RATIO-OLD    TO RPT-ACT-RATIO-OLD.
           MOVE CAC-EFF-DATE     TO RPT-ACT-EFF-DATE.
           MOVE WS-REJECT-REASON TO RPT-ACT-REASON.
           WRITE REPORT-RECORD FROM RPT-ACT-DETAIL.

       820-INIT-POSITION-SECTION.
           MOVE 'POSITIONS ADJUSTED' TO RPT-SECTION-TEXT.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-SPACES       AFTER 1.
           WRITE REPORT-RECORD FROM RPT-POS-HEADER1.
           WRITE REPORT-RECORD FROM RPT-POS-HEADER2.

       830-REPORT-POSITION.
           MOVE GRP-OWNER-ID(WS-GRP-SUB) TO RPT-POS-OWNER-ID.
           MOVE WS-BEFORE-SYMBOL         TO RPT-BEFORE-SYMBOL.
           MOVE WS-BEFORE-QTY            TO RPT-BEFORE-QTY.
           MOVE WS-BEFORE-PRICE          TO RPT-BEFORE-PRICE.
           MOVE GRP-SYMBOL(WS-GRP-SUB)   TO RPT-AFTER-SYMBOL.
           MOVE GRP-QTY(WS-GRP-SUB)      TO RPT-AFTER-QTY.
           MOVE GRP-PRICE(WS-GRP-SUB)    TO RPT-AFTER-PRICE.
           MOVE WS-FRACTION              TO RPT-FRACTION.
           MOVE WS-ADJUST-NOTE           TO RPT-ADJUST-NOTE.
           WRITE REPORT-RECORD FROM RPT-POS-DETAIL.

      *    The after side of a combined line is the holding it was
      *    folded into (WS-GRP-SUB2)
       835-REPORT-COMBINED.
           MOVE GRP-OWNER-ID(WS-GRP-SUB2) TO RPT-POS-OWNER-ID.
           MOVE WS-BEFORE-SYMBOL          TO RPT-BEFORE-SYMBOL.
           MOVE WS-BEFORE-QTY             TO RPT-BEFORE-QTY.
           MOVE WS-BEFORE-PRICE           TO RPT-BEFORE-PRICE.
           MOVE GRP-SYMBOL(WS-GRP-SUB2)   TO RPT-AFTER-SYMBOL.
           MOVE GRP-QTY(WS-GRP-SUB2)      TO RPT-AFTER-QTY.
           MOVE GRP-PRICE(WS-GRP-SUB2)    TO RPT-AFTER-PRICE.
           MOVE WS-FRACTION               TO RPT-FRACTION.
           MOVE WS-ADJUST-NOTE            TO RPT-ADJUST-NOTE.
           WRITE REPORT-RECORD FROM RPT-POS-DETAIL.

       840-REPORT-WATCH.
           MOVE WWK-CLIENT-ID       TO RPT-WAT-CLIENT.
           MOVE WWK-DIRECTION       TO RPT-WAT-DIRECTION.
           MOVE WS-BEFORE-SYMBOL    TO RPT-WAT-OLD-SYMBOL.
           MOVE WWK-SYMBOL          TO RPT-WAT-NEW-SYMBOL.
           MOVE WS-BEFORE-THRESHOLD TO RPT-WAT-OLD-THRESHOLD.
           MOVE WWK-THRESHOLD       TO RPT-WAT-NEW-THRESHOLD.
           MOVE WS-ADJUST-NOTE      TO RPT-WAT-NOTE.
           WRITE REPORT-RECORD FROM RPT-WAT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    CORP-ACTION-FILE
                         OLD-POSITION-FILE
                         OLD-VAL-FILE
                         OLD-LOT-FILE
                         OLD-WATCH-FILE
                I-O      STOCK-VSAM-FILE
                         ENTITLE-FILE
                OUTPUT   NEW-POSITION-FILE
                         ADJ-VAL-FILE
                         NEW-LOT-FILE
                         NEW-WATCH-FILE
                         REPORT-FILE .
           IF WS-CORPACT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CORPACT FILE. RC:'
                     WS-CORPACT-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-OLDPOS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDPOS FILE. RC:'
                     WS-OLDPOS-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-OLDVAL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDVAL FILE. RC:'
                     WS-OLDVAL-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-STOCKVSM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STOCKVSM FILE. RC:'
                     WS-STOCKVSM-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-ENTITLE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ENTITLE FILE. RC:'
                     WS-ENTITLE-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-NEWPOS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWPOS FILE. RC:'
                     WS-NEWPOS-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-ADJVAL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADJVAL FILE. RC:'
                     WS-ADJVAL-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-OLDLOT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDLOT FILE. RC:'
                     WS-OLDLOT-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-NEWLOT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWLOT FILE. RC:'
                     WS-NEWLOT-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-OLDWAT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDWAT FILE. RC:'
                     WS-OLDWAT-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-NEWWAT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWWAT FILE. RC:'
                     WS-NEWWAT-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CARPT FILE. RC:'
                     WS-REPORT-STATUS
             PERFORM 910-STOP-ON-OPEN-ERROR.

       905-CLOSE-FILES.
           CLOSE CORP-ACTION-FILE .
           CLOSE OLD-POSITION-FILE .
           CLOSE NEW-POSITION-FILE .
           CLOSE STOCK-VSAM-FILE .
           CLOSE OLD-VAL-FILE .
           CLOSE ADJ-VAL-FILE .
           CLOSE ENTITLE-FILE .
           CLOSE OLD-LOT-FILE .
           CLOSE NEW-LOT-FILE .
           CLOSE OLD-WATCH-FILE .
           CLOSE NEW-WATCH-FILE .
           CLOSE REPORT-FILE .

      *    Nothing is updated once any file fails to open: with the
      *    action file and both sequential inputs at end, no action
      *    is loaded and the passes below have nothing to do
       910-STOP-ON-OPEN-ERROR.
           DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-CORPACT-EOF.
           MOVE 'Y' TO WS-OLDPOS-EOF.
           MOVE 'Y' TO WS-OLDVAL-EOF.
           MOVE 'Y' TO WS-ENTITLE-EOF.
           MOVE 'Y' TO WS-OLDLOT-EOF.
           MOVE 'Y' TO WS-OLDWAT-EOF.
           MOVE HIGH-VALUES TO WS-MASTER-KEY.
           MOVE HIGH-VALUES TO WS-VAL-KEY.

      * END OF PROGRAM CORPACT1
