      *   cols 58-63  action: blank = price, DELIST = retire the
      *               symbol (the price columns are ignored on a
      *               DELIST line)
      *   col  64     filler
      *   cols 65-67  ISO currency the price is quoted in (blank =
      *               USD).  PORTVAL1 converts through the FXRATE
      *               file that FXLD1 loads.
      *
      * CONTROL CARDS:
      *   TOLCTL   'TOLPCT=NNN' percentage tolerance (default 020),
      * VALIDATION:
      *   - symbol must not be blank
      *   - price must be numeric and non-zero
      *   - currency, when given, must be three letters, and must
      *     match the currency already stored for the symbol -- a
      *     currency change is a deliberate desk decision, not a
      *     feed line
      *   - for an existing symbol, the stored-vs-new price move
      *     must be within TOLPCT -- a fat-fingered feed line must
      *     not reprice a symbol by an order of magnitude without
           05  VF-VENDOR              PIC X(8).
           05  FILLER                 PIC X.
           05  VF-ACTION              PIC X(6).
           05  FILLER                 PIC X.
           05  VF-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(13).

       FD  STOCK-VSAM-FILE
           LABEL RECORDS ARE STANDARD.
      *        rejection; records written before this byte existed
      *        carry a space and are treated as active.
           05  STOCKVSAM-STATUS       PIC X.
      *        ISO currency the price is quoted in.  Records written
      *        before the code was carried are blank and are taken
      *        as USD.
           05  STOCKVSAM-CURRENCY     PIC X(3).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-APPLY-SYMBOL       PIC X(4)            VALUE SPACES.
           05  WS-APPLY-PRICE        PIC 9(6)V9(3) COMP-3 VALUE 0.
           05  WS-APPLY-DESC         PIC X(32)           VALUE SPACES.
           05  WS-APPLY-CURRENCY     PIC X(3)            VALUE SPACES.
           05  WS-STORED-CURRENCY    PIC X(3)            VALUE SPACES.
           05  WS-PCT-PRICE-A        PIC 9(6)V9(3) COMP-3 VALUE 0.
           05  WS-PCT-PRICE-B        PIC 9(6)V9(3) COMP-3 VALUE 0.
      *
               10  SYM-DESC              PIC X(32).
               10  SYM-VENDOR            PIC X(8).
               10  SYM-RANK              PIC S9(4) COMP.
               10  SYM-CURRENCY          PIC X(3).
      *
       01  TOTALS-VARS.
           05  NUM-FEED-LINES        PIC S9(9)   COMP-3  VALUE +0.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE ' NEW-PRICE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'CCY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(9)  VALUE 'ACTION   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(51) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-SYMBOL             PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NEW-PRICE          PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CURRENCY           PIC X(3).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACTION             PIC X(9).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(40).
           05  FILLER                 PIC X(51) VALUE SPACES.
       01  RPT-DISAGREE-DETAIL.
           05  RPT-DIS-SYMBOL         PIC X(4).
           05  FILLER                 PIC X(12)
           05  RPT-DIS-VENDOR-A       PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIS-PRICE-A        PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIS-CCY-A          PIC X(3).
           05  FILLER                 PIC X(5)  VALUE ' VS  '.
           05  RPT-DIS-VENDOR-B       PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIS-PRICE-B        PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIS-CCY-B          PIC X(3).
           05  FILLER                 PIC X(65) VALUE SPACES.
       01  RPT-VENDOR-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-VND-NAME           PIC X(8).
           ADD +1 TO VND-LINES(WS-VND-FOUND-IDX).
           MOVE VF-SYMBOL TO WS-APPLY-SYMBOL.
           MOVE VF-SYM-DESC TO WS-APPLY-DESC.
           MOVE VF-CURRENCY TO WS-APPLY-CURRENCY.
           IF VF-ACTION = 'DELIST'
               MOVE VF-SYMBOL TO WS-DEL-SYMBOL
               PERFORM 145-ADD-DELIST-SYMBOL
               ADD +1 TO VND-REJECTS(WS-VND-FOUND-IDX)
               GO TO 100-EXIT.
           MOVE VF-PRICE-NUM TO WS-APPLY-PRICE.
           IF VF-CURRENCY = SPACES
               MOVE 'USD' TO WS-APPLY-CURRENCY
           ELSE
           IF VF-CURRENCY NOT ALPHABETIC-UPPER
              OR VF-CURRENCY(1:1) = SPACE
              OR VF-CURRENCY(2:1) = SPACE
              OR VF-CURRENCY(3:1) = SPACE
               MOVE 'CURRENCY CODE NOT VALID' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               ADD +1 TO VND-REJECTS(WS-VND-FOUND-IDX)
               GO TO 100-EXIT.
           PERFORM 130-ROLL-INTO-SYMBOL-TABLE THROUGH 130-EXIT.
       100-EXIT.
           EXIT.

                   MOVE VF-SYM-DESC   TO SYM-DESC(WS-SYM-FOUND-IDX)
                   MOVE VF-VENDOR     TO SYM-VENDOR(WS-SYM-FOUND-IDX)
                   MOVE WS-LINE-RANK  TO SYM-RANK(WS-SYM-FOUND-IDX)
                   MOVE WS-APPLY-CURRENCY
                                      TO SYM-CURRENCY(WS-SYM-FOUND-IDX)
               ELSE
                   DISPLAY 'STCKLD1 SYMBOL TABLE FULL - LINE DROPPED '
                           'FOR ' VF-SYMBOL
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 130-EXIT.
           PERFORM 140-CHECK-DISAGREEMENT THROUGH 140-EXIT.
           IF WS-LINE-RANK < SYM-RANK(WS-SYM-FOUND-IDX)
               MOVE WS-APPLY-PRICE TO SYM-PRICE(WS-SYM-FOUND-IDX)
               MOVE VF-SYM-DESC    TO SYM-DESC(WS-SYM-FOUND-IDX)
               MOVE VF-VENDOR      TO SYM-VENDOR(WS-SYM-FOUND-IDX)
               MOVE WS-LINE-RANK   TO SYM-RANK(WS-SYM-FOUND-IDX)
               MOVE WS-APPLY-CURRENCY
                                   TO SYM-CURRENCY(WS-SYM-FOUND-IDX).
       130-EXIT.
           EXIT.

           IF SYM-SYMBOL(WS-SYM-SUB) = VF-SYMBOL
               MOVE WS-SYM-SUB TO WS-SYM-FOUND-IDX.

      *    Two vendors quoting a symbol in different currencies
      *    always disagree -- the figures cannot be compared.
       140-CHECK-DISAGREEMENT.
           MOVE SYM-PRICE(WS-SYM-FOUND-IDX) TO WS-PCT-PRICE-A.
           MOVE WS-APPLY-PRICE              TO WS-PCT-PRICE-B.
           IF SYM-CURRENCY(WS-SYM-FOUND-IDX) NOT = WS-APPLY-CURRENCY
               PERFORM 142-REPORT-DISAGREEMENT
               GO TO 140-EXIT.
           IF WS-PCT-PRICE-A = ZERO
               GO TO 140-EXIT.
           COMPUTE WS-PRICE-MOVE-PCT ROUNDED =
           IF WS-PRICE-MOVE-PCT < 0
               COMPUTE WS-PRICE-MOVE-PCT = 0 - WS-PRICE-MOVE-PCT.
           IF WS-PRICE-MOVE-PCT > WS-TOLERANCE-PCT
               PERFORM 142-REPORT-DISAGREEMENT.
       140-EXIT.
           EXIT.

       142-REPORT-DISAGREEMENT.
           ADD +1 TO NUM-DISAGREEMENTS.
           MOVE VF-SYMBOL TO RPT-DIS-SYMBOL.
           MOVE SYM-VENDOR(WS-SYM-FOUND-IDX) TO RPT-DIS-VENDOR-A.
           MOVE WS-PCT-PRICE-A TO RPT-DIS-PRICE-A.
           MOVE SYM-CURRENCY(WS-SYM-FOUND-IDX) TO RPT-DIS-CCY-A.
           MOVE VF-VENDOR      TO RPT-DIS-VENDOR-B.
           MOVE WS-PCT-PRICE-B TO RPT-DIS-PRICE-B.
           MOVE WS-APPLY-CURRENCY TO RPT-DIS-CCY-B.
           WRITE REPORT-RECORD FROM RPT-DISAGREE-DETAIL.

       145-ADD-DELIST-SYMBOL.
           MOVE 'N' TO WS-DEL-FOUND.
           PERFORM 146-SCAN-DELIST-ENTRY
           MOVE SYM-SYMBOL(WS-SYM-SUB) TO WS-APPLY-SYMBOL.
           MOVE SYM-PRICE(WS-SYM-SUB)  TO WS-APPLY-PRICE.
           MOVE SYM-DESC(WS-SYM-SUB)   TO WS-APPLY-DESC.
           MOVE SYM-CURRENCY(WS-SYM-SUB) TO WS-APPLY-CURRENCY.
           MOVE +0 TO WS-VND-FOUND-IDX.
           PERFORM 210-FIND-WINNING-VENDOR
               VARYING WS-VND-SUB FROM 1 BY 1
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS = '00'
               MOVE STOCKVSAM-SHR-PRC TO WS-OLD-PRICE
               MOVE STOCKVSAM-CURRENCY TO WS-STORED-CURRENCY
               IF WS-STORED-CURRENCY = SPACES
                   MOVE 'USD' TO WS-STORED-CURRENCY
               END-IF
           ELSE
               MOVE 0 TO WS-OLD-PRICE
               MOVE SPACES TO WS-STORED-CURRENCY.

      *    ---------------------------------------------------------
      *    Existing symbol: reprice it, unless the move from the
               MOVE 'SYMBOL IS RETIRED' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 160-EXIT.
           IF WS-APPLY-CURRENCY NOT = WS-STORED-CURRENCY
               MOVE 'CURRENCY DIFFERS FROM STORED CURRENCY'
                   TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 160-EXIT.
           IF WS-APPLY-PRICE = WS-OLD-PRICE
               ADD +1 TO NUM-UNCHANGED
               GO TO 160-EXIT.
                   GO TO 160-EXIT
               END-IF.
           MOVE WS-APPLY-PRICE TO STOCKVSAM-SHR-PRC.
           MOVE WS-APPLY-CURRENCY TO STOCKVSAM-CURRENCY.
           IF WS-APPLY-DESC NOT = SPACES
               MOVE WS-APPLY-DESC TO STOCKVSAM-SYM-DESC.
           PERFORM 180-STAMP-RECORD.
           MOVE WS-APPLY-PRICE  TO STOCKVSAM-SHR-PRC.
           MOVE WS-APPLY-DESC   TO STOCKVSAM-SYM-DESC.
           MOVE 'A'             TO STOCKVSAM-STATUS.
           MOVE WS-APPLY-CURRENCY TO STOCKVSAM-CURRENCY.
           PERFORM 180-STAMP-RECORD.
           WRITE STOCKVSAM-RECORD.
           IF WS-STOCKVSM-STATUS = '00'
           MOVE DEL-ENTRY(WS-DEL-SUB) TO WS-APPLY-SYMBOL.
           MOVE 0 TO WS-APPLY-PRICE.
           PERFORM 150-READ-STOCKVSAM.
           MOVE WS-STORED-CURRENCY TO WS-APPLY-CURRENCY.
           IF WS-STOCKVSM-STATUS = '23'
               MOVE 'DELIST: SYMBOL NOT ON STOCKVSAM'
                   TO WS-REJECT-REASON
           MOVE WS-APPLY-SYMBOL TO RPT-SYMBOL.
           MOVE WS-OLD-PRICE    TO RPT-OLD-PRICE.
           MOVE WS-APPLY-PRICE  TO RPT-NEW-PRICE.
           MOVE WS-APPLY-CURRENCY TO RPT-CURRENCY.
           MOVE SPACES          TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

           MOVE WS-APPLY-SYMBOL  TO RPT-SYMBOL.
           MOVE WS-OLD-PRICE     TO RPT-OLD-PRICE.
           MOVE WS-APPLY-PRICE   TO RPT-NEW-PRICE.
           MOVE WS-APPLY-CURRENCY TO RPT-CURRENCY.
           MOVE 'REJECTED'       TO RPT-ACTION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
