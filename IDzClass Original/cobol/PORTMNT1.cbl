      *             cols 30-37  trade date (yyyymmdd)
      *             col  38     filler
      *             cols 39-47  trade price, 9(6)V9(3) implied
      *             col  48     filler
      *             cols 49-53  lot id -- a SELL by an owner on the
      *                         SPEC method names the lot it sells
      *   NEWPOS  - new position master generation
      *   OLDLOT  - current tax-lot file, TAXLOTC layout, ascending
      *             OWNER-ID / SYMBOL / LOT-ID order (an empty file
      *             on the first run)
      *   NEWLOT  - new tax-lot file generation
      *   LOTMETH - optional lot relief method per owner:
      *             cols  1-8   owner id
      *             col   9     filler
      *             cols 10-13  FIFO, LIFO or SPEC
      *             An owner not listed is relieved FIFO.
      *   RLZGAIN - realized gain/loss records, RLZGAINC layout;
      *             cumulative, extended every run
      *   CASHLG  - portfolio cash ledger, CASHLGC layout; a BUY or
      *             SELL entry is posted for every trade applied.
      *             Cumulative, extended every run.
      *   POSRPT  - applied/rejected report
      *
      * A BUY against an existing position adds to the share
      * whole holding drops the position.  A SELL of more shares
      * than held is rejected, never guessed down to zero.
      *
      * Every BUY also opens a tax lot (TAXLOTC) at its own date and
      * price.  A SELL relieves the position's lots by the owner's
      * method -- FIFO takes the earliest-acquired lot first, LIFO
      * the latest, SPEC the one lot named on the transaction -- and
      * writes one RLZGAINC record per lot relieved, with proceeds,
      * cost basis, gain and holding period, for GAINSTM1's annual
      * statement.  A position held before the lot file existed
      * gets an opening lot 0 at its PORTPOS acquisition date and
      * price for the shares no lot accounts for.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTMNT1.
           SELECT NEW-POSITION-FILE ASSIGN TO NEWPOS
               FILE STATUS  IS  WS-NEWPOS-STATUS.

           SELECT OLD-LOT-FILE  ASSIGN TO OLDLOT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDLOT-STATUS.

           SELECT NEW-LOT-FILE  ASSIGN TO NEWLOT
               FILE STATUS  IS  WS-NEWLOT-STATUS.

           SELECT LOT-METHOD-FILE ASSIGN TO LOTMETH
               FILE STATUS  IS  WS-LOTMETH-STATUS.

           SELECT GAIN-FILE     ASSIGN TO RLZGAIN
               FILE STATUS  IS  WS-RLZGAIN-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO CASHLG
               FILE STATUS  IS  WS-CASHLG-STATUS.

           SELECT REPORT-FILE   ASSIGN TO POSRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           05  PTR-PRICE              PIC X(9).
           05  PTR-PRICE-NUM  REDEFINES PTR-PRICE
                                      PIC 9(6)V9(3).
           05  FILLER                 PIC X.
           05  PTR-LOT-ID             PIC X(5).
           05  PTR-LOT-ID-NUM  REDEFINES PTR-LOT-ID
                                      PIC 9(5).
           05  FILLER                 PIC X(27).

       FD  NEW-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY PORTPOSC REPLACING ==:TAG:== BY ==NEW==.

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

       FD  LOT-METHOD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  LOT-METHOD-RECORD.
           05  LMR-OWNER-ID           PIC X(8).
           05  FILLER                 PIC X.
           05  LMR-METHOD             PIC X(4).
           05  FILLER                 PIC X(67).

       FD  GAIN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY RLZGAINC.

       FD  CASH-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CASHLGC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           05  WS-POSTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWPOS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDLOT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-NEWLOT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-LOTMETH-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-RLZGAIN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CASHLG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDPOS-EOF           PIC X     VALUE 'N'.
           05  WS-POSTRAN-EOF          PIC X     VALUE 'N'.
           05  WS-OLDLOT-EOF           PIC X     VALUE 'N'.
           05  WS-LOTMETH-EOF          PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-POSITION-DROPPED     PIC X     VALUE 'N'.
      *
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY           PIC X(12) VALUE LOW-VALUES.
           05  WS-TRAN-KEY             PIC X(12) VALUE LOW-VALUES.
      *        OWNER-ID/SYMBOL of the current OLDLOT record, and of
      *        the position whose lots are in LOT-TABLE
           05  WS-LOT-KEY              PIC X(12) VALUE LOW-VALUES.
           05  WS-LOT-GROUP-KEY        PIC X(12) VALUE LOW-VALUES.
      *
      *        Lot relief method by owner, from LOTMETH
       01  METHOD-TABLE.
           05  MTH-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  MTH-ENTRY OCCURS 500 TIMES.
               10  MTH-OWNER-ID       PIC X(8).
               10  MTH-METHOD         PIC X(4).
       01  WS-MTH-SUB                 PIC S9(4)  COMP  VALUE +0.
       01  WS-OWNER-METHOD            PIC X(4)   VALUE 'FIFO'.
      *
      *        The open lots of the position being carried through
      *        its transactions, in LOT-ID order
       01  LOT-TABLE.
           05  LOTT-ENTRIES-USED      PIC S9(4)  COMP  VALUE +0.
           05  LOTT-ENTRY OCCURS 500 TIMES.
               10  LOTT-LOT-ID        PIC 9(5).
               10  LOTT-ACQ-DATE      PIC 9(8).
               10  LOTT-ORIG-QTY      PIC S9(7)      COMP-3.
               10  LOTT-REMAIN-QTY    PIC S9(7)      COMP-3.
               10  LOTT-COST-PRICE    PIC 9(6)V9(3)  COMP-3.
       01  LOT-WORK.
           05  WS-LOT-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-PICK-SUB            PIC S9(4)  COMP  VALUE +0.
           05  WS-NEXT-LOT-ID         PIC 9(5)         VALUE 1.
           05  WS-LOT-TOTAL           PIC S9(9)  COMP-3 VALUE +0.
           05  WS-SELL-REMAINING      PIC S9(7)  COMP-3 VALUE +0.
           05  WS-RELIEVE-QTY         PIC S9(7)  COMP-3 VALUE +0.
           05  WS-ANNIVERSARY         PIC 9(9)         VALUE 0.
      *
       01  TOTALS-VARS.
           05  NUM-OLDPOS-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SELLS-APPLIED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-CLOSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OLDLOT-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWLOT-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOTS-OPENED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOTS-CLOSED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPENING-LOTS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GAIN-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CASH-ENTRIES      PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
           DISPLAY 'PORTMNT1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 850-LOAD-LOT-METHODS.
           PERFORM 700-READ-OLD-POSITION.
           PERFORM 710-READ-POSITION-TRAN.
           PERFORM 720-READ-OLD-LOT.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDPOS-EOF = 'Y' AND WS-POSTRAN-EOF = 'Y'.
           PERFORM 605-PASS-UNMATCHED-LOT
               UNTIL WS-OLDLOT-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               MOVE OLD-REC TO WRK-REC
               PERFORM 600-LOAD-POSITION-LOTS
               PERFORM 760-WRITE-NEW-POSITION
               PERFORM 650-WRITE-POSITION-LOTS
               PERFORM 700-READ-OLD-POSITION
               GO TO 100-EXIT.
           IF WS-MASTER-KEY > WS-TRAN-KEY
           MOVE SPACES        TO WRK-REC.
           MOVE PTR-OWNER-ID  TO WRK-OWNER-ID.
           MOVE PTR-SYMBOL    TO WRK-SYMBOL.
           MOVE ZERO          TO WRK-SHARE-QTY.
           PERFORM 600-LOAD-POSITION-LOTS.
           MOVE PTR-QTY-NUM   TO WRK-SHARE-QTY.
           MOVE PTR-DATE-NUM  TO WRK-ACQ-DATE.
           MOVE PTR-PRICE-NUM TO WRK-ACQ-PRICE.
           PERFORM 620-OPEN-LOT.
           ADD +1 TO NUM-BUYS-APPLIED.
           PERFORM 670-POST-TRADE-CASH.
           PERFORM 810-REPORT-APPLIED.
           PERFORM 710-READ-POSITION-TRAN.
           MOVE 'N' TO WS-POSITION-DROPPED.
                  OR WS-TRAN-KEY NOT = WRK-KEY.
           IF WS-POSITION-DROPPED = 'N'
               PERFORM 760-WRITE-NEW-POSITION.
           PERFORM 650-WRITE-POSITION-LOTS.
       110-EXIT.
           EXIT.

       120-TRANS-AGAINST-MASTER.
           MOVE OLD-REC TO WRK-REC.
           PERFORM 600-LOAD-POSITION-LOTS.
           MOVE 'N' TO WS-POSITION-DROPPED.
           PERFORM 130-APPLY-ONE-TRAN THROUGH 130-EXIT
               UNTIL WS-POSTRAN-EOF = 'Y'
                  OR WS-TRAN-KEY NOT = WRK-KEY.
           IF WS-POSITION-DROPPED = 'N'
               PERFORM 760-WRITE-NEW-POSITION.
           PERFORM 650-WRITE-POSITION-LOTS.

      *    ---------------------------------------------------------
      *    One transaction against the position in WRK-REC.  The
      *    position keeps its first acquisition's date and price; a
      *    re-opened position (BUY after a sell-all) starts fresh.
      *    Each BUY opens its own lot; each SELL relieves lots.
      *    ---------------------------------------------------------
       130-APPLY-ONE-TRAN.
           IF PTR-QTY IS NOT NUMERIC OR PTR-QTY-NUM = ZERO
               MOVE 'QUANTITY NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
               GO TO 130-NEXT.
           IF PTR-PRICE IS NOT NUMERIC
              AND ( PTR-ACTION = 'BUY   ' OR PTR-ACTION = 'SELL  ' )
               MOVE 'PRICE NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
               GO TO 130-NEXT.
           IF PTR-ACTION = 'BUY   '
              AND LOTT-ENTRIES-USED NOT < 500
               MOVE 'POSITION HAS 500 OPEN LOTS' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
               GO TO 130-NEXT.
           IF PTR-ACTION = 'BUY   '
               IF WS-POSITION-DROPPED = 'Y'
                   MOVE 'N'           TO WS-POSITION-DROPPED
               ELSE
                   ADD PTR-QTY-NUM TO WRK-SHARE-QTY
               END-IF
               PERFORM 620-OPEN-LOT
               ADD +1 TO NUM-BUYS-APPLIED
               PERFORM 670-POST-TRADE-CASH
               PERFORM 810-REPORT-APPLIED
               GO TO 130-NEXT.
           IF PTR-ACTION = 'SELL  '
               PERFORM 630-FIND-OWNER-METHOD
               MOVE 0 TO WS-PICK-SUB
               IF WS-OWNER-METHOD = 'SPEC'
                   PERFORM 635-FIND-NAMED-LOT
               END-IF
               IF WS-POSITION-DROPPED = 'Y'
                  OR PTR-QTY-NUM > WRK-SHARE-QTY
                   MOVE 'SELL EXCEEDS SHARES HELD' TO WS-REJECT-REASON
                   PERFORM 820-REPORT-REJECTED
               ELSE IF WS-OWNER-METHOD = 'SPEC'
                    AND WS-PICK-SUB = 0
                   MOVE 'SPEC LOT MISSING OR SHORT OF SHARES'
                       TO WS-REJECT-REASON
                   PERFORM 820-REPORT-REJECTED
               ELSE
                   PERFORM 640-RELIEVE-LOTS
                   SUBTRACT PTR-QTY-NUM FROM WRK-SHARE-QTY
                   ADD +1 TO NUM-SELLS-APPLIED
                   PERFORM 670-POST-TRADE-CASH
                   PERFORM 810-REPORT-APPLIED
                   IF WRK-SHARE-QTY = ZERO
                       MOVE 'Y' TO WS-POSITION-DROPPED
                       ADD +1 TO NUM-POSITIONS-CLOSED
                   END-IF
               END-IF
               END-IF
               GO TO 130-NEXT.
           MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 820-REPORT-REJECTED.
           MOVE 'NEW POSITIONS:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWPOS-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOTS READ:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDLOT-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OPENING LOTS BUILT:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPENING-LOTS         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOTS OPENED:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOTS-OPENED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOTS CLOSED:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOTS-CLOSED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW LOTS:             ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWLOT-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'GAIN RECORDS WRITTEN: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-GAIN-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CASH ENTRIES POSTED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CASH-ENTRIES         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    Load the lots of the position in WRK-REC, passing on any
      *    lot whose position is not on the master.  Shares the lots
      *    do not account for (a position older than the lot file)
      *    get an opening lot at the position's own acquisition.
      *    ---------------------------------------------------------
       600-LOAD-POSITION-LOTS.
           MOVE WRK-KEY TO WS-LOT-GROUP-KEY.
           MOVE +0      TO LOTT-ENTRIES-USED.
           MOVE +0      TO WS-LOT-TOTAL.
           MOVE 1       TO WS-NEXT-LOT-ID.
           PERFORM 605-PASS-UNMATCHED-LOT
               UNTIL WS-LOT-KEY NOT < WS-LOT-GROUP-KEY.
           PERFORM 607-LOAD-ONE-LOT
               UNTIL WS-LOT-KEY NOT = WS-LOT-GROUP-KEY.
           IF WS-LOT-TOTAL < WRK-SHARE-QTY
               PERFORM 610-BUILD-OPENING-LOT.
           IF WS-LOT-TOTAL > WRK-SHARE-QTY
               DISPLAY 'LOTS EXCEED POSITION SHARES FOR '
                       WS-LOT-GROUP-KEY
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *    A lot with no position is carried forward unchanged and
      *    flagged -- never silently lost
       605-PASS-UNMATCHED-LOT.
           DISPLAY 'LOT WITHOUT POSITION CARRIED: ' OLT-KEY.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           MOVE OLT-REC TO NLT-REC.
           WRITE NLT-REC.
           ADD +1 TO NUM-NEWLOT-RECS.
           PERFORM 720-READ-OLD-LOT.

       607-LOAD-ONE-LOT.
           IF LOTT-ENTRIES-USED NOT < 500
               DISPLAY 'MORE THAN 500 LOTS FOR ' WS-LOT-GROUP-KEY
               DISPLAY 'ENDING PROGRAM - NEWLOT IS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDLOT-EOF
               MOVE HIGH-VALUES TO WS-LOT-KEY
           ELSE
               ADD +1 TO LOTT-ENTRIES-USED
               MOVE OLT-LOT-ID      TO LOTT-LOT-ID(LOTT-ENTRIES-USED)
               MOVE OLT-ACQ-DATE    TO LOTT-ACQ-DATE(LOTT-ENTRIES-USED)
               MOVE OLT-ORIG-QTY    TO LOTT-ORIG-QTY(LOTT-ENTRIES-USED)
               MOVE OLT-REMAIN-QTY
                             TO LOTT-REMAIN-QTY(LOTT-ENTRIES-USED)
               MOVE OLT-COST-PRICE
                             TO LOTT-COST-PRICE(LOTT-ENTRIES-USED)
               ADD OLT-REMAIN-QTY TO WS-LOT-TOTAL
               IF OLT-LOT-ID NOT < WS-NEXT-LOT-ID
                   COMPUTE WS-NEXT-LOT-ID = OLT-LOT-ID + 1
               END-IF
               PERFORM 720-READ-OLD-LOT.

       610-BUILD-OPENING-LOT.
           ADD +1 TO LOTT-ENTRIES-USED.
           IF LOTT-ENTRIES-USED = 1
               MOVE 0 TO LOTT-LOT-ID(LOTT-ENTRIES-USED)
           ELSE
               MOVE WS-NEXT-LOT-ID TO LOTT-LOT-ID(LOTT-ENTRIES-USED)
               ADD 1 TO WS-NEXT-LOT-ID.
           MOVE WRK-ACQ-DATE  TO LOTT-ACQ-DATE(LOTT-ENTRIES-USED).
           COMPUTE LOTT-ORIG-QTY(LOTT-ENTRIES-USED) =
               WRK-SHARE-QTY - WS-LOT-TOTAL.
           MOVE LOTT-ORIG-QTY(LOTT-ENTRIES-USED)
                              TO LOTT-REMAIN-QTY(LOTT-ENTRIES-USED).
           MOVE WRK-ACQ-PRICE TO LOTT-COST-PRICE(LOTT-ENTRIES-USED).
           MOVE WRK-SHARE-QTY TO WS-LOT-TOTAL.
           ADD +1 TO NUM-OPENING-LOTS.

       620-OPEN-LOT.
           ADD +1 TO LOTT-ENTRIES-USED.
           MOVE WS-NEXT-LOT-ID TO LOTT-LOT-ID(LOTT-ENTRIES-USED).
           ADD 1 TO WS-NEXT-LOT-ID.
           MOVE PTR-DATE-NUM   TO LOTT-ACQ-DATE(LOTT-ENTRIES-USED).
           MOVE PTR-QTY-NUM    TO LOTT-ORIG-QTY(LOTT-ENTRIES-USED).
           MOVE PTR-QTY-NUM    TO LOTT-REMAIN-QTY(LOTT-ENTRIES-USED).
           MOVE PTR-PRICE-NUM  TO LOTT-COST-PRICE(LOTT-ENTRIES-USED).
           ADD +1 TO NUM-LOTS-OPENED.

       630-FIND-OWNER-METHOD.
           MOVE 'FIFO' TO WS-OWNER-METHOD.
           PERFORM 632-CHECK-ONE-METHOD
               VARYING WS-MTH-SUB FROM 1 BY 1
               UNTIL WS-MTH-SUB > MTH-ENTRIES-USED.

       632-CHECK-ONE-METHOD.
           IF MTH-OWNER-ID(WS-MTH-SUB) = PTR-OWNER-ID
               MOVE MTH-METHOD(WS-MTH-SUB) TO WS-OWNER-METHOD.

      *    The SPEC lot must be open and hold the whole SELL -- a
      *    sale across several named lots is one SELL per lot
       635-FIND-NAMED-LOT.
           IF PTR-LOT-ID IS NUMERIC
               PERFORM 637-CHECK-NAMED-LOT
                   VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > LOTT-ENTRIES-USED.

       637-CHECK-NAMED-LOT.
           IF LOTT-LOT-ID(WS-LOT-SUB) = PTR-LOT-ID-NUM
              AND LOTT-REMAIN-QTY(WS-LOT-SUB) NOT < PTR-QTY-NUM
               MOVE WS-LOT-SUB TO WS-PICK-SUB.

      *    ---------------------------------------------------------
      *    Relieve the SELL's shares from the lots: the named lot
      *    (SPEC), or lot by lot in acquisition order (FIFO) or
      *    reverse acquisition order (LIFO), ties going to the lower
      *    or higher LOT-ID respectively.
      *    ---------------------------------------------------------
       640-RELIEVE-LOTS.
           MOVE PTR-QTY-NUM TO WS-SELL-REMAINING.
           IF WS-OWNER-METHOD = 'SPEC'
               PERFORM 645-RELIEVE-ONE-LOT
           ELSE
               MOVE 1 TO WS-PICK-SUB
               PERFORM 642-PICK-AND-RELIEVE
                   UNTIL WS-SELL-REMAINING = 0
                      OR WS-PICK-SUB = 0.
           IF WS-SELL-REMAINING > 0
               DISPLAY 'LOTS SHORT OF SELL QUANTITY FOR '
                       WS-LOT-GROUP-KEY
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.

       642-PICK-AND-RELIEVE.
           MOVE 0 TO WS-PICK-SUB.
           PERFORM 643-CHECK-ONE-LOT
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > LOTT-ENTRIES-USED.
           IF WS-PICK-SUB > 0
               PERFORM 645-RELIEVE-ONE-LOT.

       643-CHECK-ONE-LOT.
           IF LOTT-REMAIN-QTY(WS-LOT-SUB) > 0
               IF WS-PICK-SUB = 0
                   MOVE WS-LOT-SUB TO WS-PICK-SUB
               ELSE IF WS-OWNER-METHOD = 'LIFO'
                  AND LOTT-ACQ-DATE(WS-LOT-SUB)
                      NOT < LOTT-ACQ-DATE(WS-PICK-SUB)
                   MOVE WS-LOT-SUB TO WS-PICK-SUB
               ELSE IF WS-OWNER-METHOD NOT = 'LIFO'
                  AND LOTT-ACQ-DATE(WS-LOT-SUB)
                      < LOTT-ACQ-DATE(WS-PICK-SUB)
                   MOVE WS-LOT-SUB TO WS-PICK-SUB.

      *    One realized-gain record for the shares taken from lot
      *    WS-PICK-SUB.  Long-term means sold after the anniversary
      *    of the acquisition date.
       645-RELIEVE-ONE-LOT.
           IF LOTT-REMAIN-QTY(WS-PICK-SUB) < WS-SELL-REMAINING
               MOVE LOTT-REMAIN-QTY(WS-PICK-SUB) TO WS-RELIEVE-QTY
           ELSE
               MOVE WS-SELL-REMAINING TO WS-RELIEVE-QTY.
           SUBTRACT WS-RELIEVE-QTY FROM LOTT-REMAIN-QTY(WS-PICK-SUB).
           SUBTRACT WS-RELIEVE-QTY FROM WS-SELL-REMAINING.
           MOVE SPACES                    TO RGN-RECORD.
           MOVE WRK-OWNER-ID              TO RGN-OWNER-ID.
           MOVE WRK-SYMBOL                TO RGN-SYMBOL.
           MOVE LOTT-LOT-ID(WS-PICK-SUB)  TO RGN-LOT-ID.
           MOVE LOTT-ACQ-DATE(WS-PICK-SUB) TO RGN-ACQ-DATE.
           MOVE PTR-DATE-NUM              TO RGN-SELL-DATE.
           MOVE WS-RELIEVE-QTY            TO RGN-QTY.
           COMPUTE RGN-PROCEEDS = WS-RELIEVE-QTY * PTR-PRICE-NUM.
           COMPUTE RGN-COST-BASIS =
               WS-RELIEVE-QTY * LOTT-COST-PRICE(WS-PICK-SUB).
           COMPUTE RGN-GAIN = RGN-PROCEEDS - RGN-COST-BASIS.
           MOVE 0 TO RGN-HOLD-DAYS.
           IF PTR-DATE IS NUMERIC
              AND RGN-ACQ-DATE > 16010100
              AND RGN-SELL-DATE > RGN-ACQ-DATE
               COMPUTE RGN-HOLD-DAYS =
                   FUNCTION INTEGER-OF-DATE (RGN-SELL-DATE)
                 - FUNCTION INTEGER-OF-DATE (RGN-ACQ-DATE).
           COMPUTE WS-ANNIVERSARY = RGN-ACQ-DATE + 10000.
           IF RGN-SELL-DATE > WS-ANNIVERSARY
               MOVE 'L' TO RGN-TERM
           ELSE
               MOVE 'S' TO RGN-TERM.
           MOVE WS-OWNER-METHOD           TO RGN-METHOD.
           WRITE RGN-RECORD.
           ADD +1 TO NUM-GAIN-RECS.

       650-WRITE-POSITION-LOTS.
           PERFORM 655-WRITE-ONE-LOT
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > LOTT-ENTRIES-USED.
           MOVE +0 TO LOTT-ENTRIES-USED.

       655-WRITE-ONE-LOT.
           IF LOTT-REMAIN-QTY(WS-LOT-SUB) = 0
               ADD +1 TO NUM-LOTS-CLOSED
           ELSE
               MOVE SPACES                TO NLT-REC
               MOVE WS-LOT-GROUP-KEY(1:8) TO NLT-OWNER-ID
               MOVE WS-LOT-GROUP-KEY(9:4) TO NLT-SYMBOL
               MOVE LOTT-LOT-ID(WS-LOT-SUB)     TO NLT-LOT-ID
               MOVE LOTT-ACQ-DATE(WS-LOT-SUB)   TO NLT-ACQ-DATE
               MOVE LOTT-ORIG-QTY(WS-LOT-SUB)   TO NLT-ORIG-QTY
               MOVE LOTT-REMAIN-QTY(WS-LOT-SUB) TO NLT-REMAIN-QTY
               MOVE LOTT-COST-PRICE(WS-LOT-SUB) TO NLT-COST-PRICE
               WRITE NLT-REC
               ADD +1 TO NUM-NEWLOT-RECS.

      *    ---------------------------------------------------------
      *    The cash side of an applied BUY or SELL, for the cash
      *    ledger: the shares times the trade price on the trade
      *    date.  PERFRPT1 counts it as money put into or taken out
      *    of the position rather than as performance.
      *    ---------------------------------------------------------
       670-POST-TRADE-CASH.
           MOVE SPACES        TO CLG-RECORD.
           MOVE PTR-OWNER-ID  TO CLG-OWNER-ID.
           IF PTR-ACTION = 'BUY   '
               MOVE 'BUY '    TO CLG-ENTRY-TYPE
           ELSE
               MOVE 'SELL'    TO CLG-ENTRY-TYPE.
           MOVE PTR-SYMBOL    TO CLG-SYMBOL.
           MOVE ZERO          TO CLG-EX-DATE.
           MOVE ZERO          TO CLG-RECORD-DATE.
           MOVE PTR-DATE-NUM  TO CLG-PAY-DATE.
           MOVE PTR-QTY-NUM   TO CLG-SHARES.
           MOVE ZERO          TO CLG-RATE.
           COMPUTE CLG-AMOUNT ROUNDED = PTR-QTY-NUM * PTR-PRICE-NUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLG-POST-DATE.
           WRITE CLG-RECORD.
           IF WS-CASHLG-STATUS NOT = '00'
               DISPLAY 'ERROR ON CASHLG WRITE.  CODE:'
                       WS-CASHLG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-CASH-ENTRIES.

       700-READ-OLD-POSITION.
           READ OLD-POSITION-FILE
               MOVE 'Y' TO WS-POSTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY.

       720-READ-OLD-LOT.
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

       760-WRITE-NEW-POSITION.
           MOVE WRK-REC TO NEW-REC.
           WRITE NEW-REC.
           MOVE SPACES       TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    ---------------------------------------------------------
      *    Optional LOTMETH file: each owner's lot relief method.
      *    Without it, or for an owner not on it, lots go FIFO.
      *    ---------------------------------------------------------
       850-LOAD-LOT-METHODS.
           OPEN INPUT LOT-METHOD-FILE.
           IF WS-LOTMETH-STATUS = '00'
             PERFORM 855-READ-LOT-METHOD
             PERFORM 860-STORE-LOT-METHOD
                 UNTIL WS-LOTMETH-EOF = 'Y'
             CLOSE LOT-METHOD-FILE
           END-IF.
           DISPLAY 'PORTMNT1 LOT METHODS LOADED = ' MTH-ENTRIES-USED.

       855-READ-LOT-METHOD.
           READ LOT-METHOD-FILE
             AT END MOVE 'Y' TO WS-LOTMETH-EOF .
           IF WS-LOTMETH-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOTMETH-EOF.

       860-STORE-LOT-METHOD.
           IF LMR-METHOD NOT = 'FIFO' AND LMR-METHOD NOT = 'LIFO'
              AND LMR-METHOD NOT = 'SPEC'
               DISPLAY 'LOTMETH ' LMR-OWNER-ID ' METHOD ' LMR-METHOD
                       ' NOT FIFO/LIFO/SPEC - FIFO USED'
           ELSE IF MTH-ENTRIES-USED NOT < 500
               DISPLAY 'LOTMETH TABLE FULL - ' LMR-OWNER-ID
                       ' USES FIFO'
           ELSE
               ADD +1 TO MTH-ENTRIES-USED
               MOVE LMR-OWNER-ID TO MTH-OWNER-ID(MTH-ENTRIES-USED)
               MOVE LMR-METHOD   TO MTH-METHOD(MTH-ENTRIES-USED).
           PERFORM 855-READ-LOT-METHOD.

       820-REPORT-REJECTED.
           ADD +1 TO NUM-TRANS-REJECTED.
           MOVE PTR-ACTION   TO RPT-ACTION.
       900-OPEN-FILES.
           OPEN INPUT    OLD-POSITION-FILE
                         POSITION-TRAN-FILE
                         OLD-LOT-FILE
                OUTPUT   NEW-POSITION-FILE
                         NEW-LOT-FILE
                         REPORT-FILE .
           IF WS-OLDLOT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDLOT FILE. RC:'
                     WS-OLDLOT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPOS-EOF
             MOVE 'Y' TO WS-POSTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-NEWLOT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWLOT FILE. RC:'
                     WS-NEWLOT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPOS-EOF
             MOVE 'Y' TO WS-POSTRAN-EOF.
      *        realized gains are cumulative -- extend the file, and
      *        create it on the very first run as CUSTMNT1 does
           OPEN EXTEND GAIN-FILE.
           IF WS-RLZGAIN-STATUS = '35'
             OPEN OUTPUT GAIN-FILE.
           OPEN EXTEND CASH-LEDGER-FILE.
           IF WS-CASHLG-STATUS = '35'
             OPEN OUTPUT CASH-LEDGER-FILE.
           IF WS-CASHLG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CASHLG FILE. RC:'
                     WS-CASHLG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPOS-EOF
             MOVE 'Y' TO WS-POSTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-RLZGAIN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RLZGAIN FILE. RC:'
                     WS-RLZGAIN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPOS-EOF
             MOVE 'Y' TO WS-POSTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-OLDPOS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDPOS FILE. RC:'
                     WS-OLDPOS-STATUS
           CLOSE OLD-POSITION-FILE .
           CLOSE POSITION-TRAN-FILE .
           CLOSE NEW-POSITION-FILE .
           CLOSE OLD-LOT-FILE .
           CLOSE NEW-LOT-FILE .
           CLOSE GAIN-FILE .
           CLOSE CASH-LEDGER-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PORTMNT1
