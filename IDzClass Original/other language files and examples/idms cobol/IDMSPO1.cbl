      *            - ASSIGNS THE NEXT PURCHASE-ORDER NUMBER
      *              ('PONUM=NNNNNN' CARD SEEDS THE SERIES,
      *              DEFAULT 000001)
      *            - PROMISES DELIVERY A FIXED LEAD TIME AFTER THE
      *              ORDER DATE ('LEADDAYS=NNN' CARD, DEFAULT 014);
      *              THE PROMISED DATE PRINTS ON THE DOCUMENT AND
      *              RIDES ON THE TRACKING RECORD
      *
      *          WITH A 'SCORECARD=YES' CARD THE SUPPLIER RANKING
      *          COMES FROM THE IDMSSCR SCORECARD ON SCORECRD IN
      *          PLACE OF THE SUPPLIER= CARDS: EVERY SUPPLIER RATED
      *          'G' OR 'F' IS RANKED IN SCORECARD ORDER, AND A
      *          SUPPLIER RATED 'P' IS PASSED OVER BY THE FEWEST-
      *          OPEN-ORDERS RULE UNLESS EVERY SUPPLIER ON THE
      *          REQUISITION IS RATED 'P'.  IF SCORECRD CANNOT BE
      *          OPENED THE SUPPLIER= CARDS STAND.
      *
      *          EACH ORDER LINE IS PRICED AT THE REQUISITION'S UNIT
      *          COST (THE PART'S DATABASE VALUE); THE PRICE PRINTS
      *          ON THE DOCUMENT AND RIDES ON THE TRACKING RECORD
      *          FOR THE INVOICE MATCH.
      *
      *          OUTPUTS: A PRINTABLE PO DOCUMENT PER SUPPLIER ON
      *          PODOC, A TRACKING RECORD PER ORDER ON POTRACK
      *          ON OLDTRK (OPTIONAL) SO THE FEWEST-OPEN-ORDERS
      *          RULE COUNTS ORDERS STILL OPEN FROM EARLIER RUNS.
      *
      *          THE REQUISITIONS READ AND THEIR UNIT-COST TOTAL ARE
      *          REGISTERED ON THE CTLREG CONTROL-TOTAL REGISTRY
      *          (CTLTOT1) AT END OF JOB, SO THE CTLRCN1 STEP CAN
      *          PROVE THEY ARE EVERY ONE IDMSREQ WROTE.
      *
      ******************************************************************
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXCEPTION-FILE ASSIGN TO POEXC
               FILE STATUS  IS  WS-POEXC-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               FILE STATUS  IS  WS-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  REQN-SUPPLIER-COUNT    PIC 9(2).
           05  REQN-SUPPLIER-ID  OCCURS 5 TIMES
                                      PIC 9(4).
           05  REQN-UNIT-COST         PIC 9(5)V99.
           05  FILLER                 PIC X(12).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           05  OTR-QTY-RECEIVED       PIC 9(5).
           05  OTR-STATUS             PIC X.
           05  OTR-ORDER-DATE         PIC 9(8).
           05  OTR-PROMISED-DATE      PIC 9(8).
           05  OTR-UNIT-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(32).

       FD  PO-TRACK-FILE
           LABEL RECORDS ARE STANDARD
           05  PTR-QTY-RECEIVED       PIC 9(5).
           05  PTR-STATUS             PIC X.
           05  PTR-ORDER-DATE         PIC 9(8).
           05  PTR-PROMISED-DATE      PIC 9(8).
           05  PTR-UNIT-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(32).

       FD  PO-DOC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD           PIC X(132).

      * THE IDMSSCR SCORECARD, IN RANK ORDER.
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SCORECARD-RECORD.
           05  SCD-RANK               PIC 9(3).
           05  SCD-SUPPLIER-ID        PIC 9(4).
           05  SCD-SCORE              PIC 9(3)V9.
           05  SCD-RATING             PIC X.
           05  SCD-LINES-DUE          PIC 9(5).
           05  SCD-LINES-ON-TIME      PIC 9(5).
           05  SCD-ON-TIME-PCT        PIC 9(3)V9.
           05  SCD-FILL-PCT           PIC 9(3)V9.
           05  SCD-AVG-LEAD-DAYS      PIC 9(3)V9.
           05  SCD-RECEIPTS           PIC 9(5).
           05  SCD-REFUSED            PIC 9(5).
           05  SCD-PERIOD-FROM        PIC 9(8).
           05  SCD-PERIOD-TO          PIC 9(8).
           05  FILLER                 PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-REQN-STATUS     PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS  PIC XX VALUE '00'.
       01  WS-POTRACK-STATUS  PIC XX VALUE '00'.
       01  WS-PODOC-STATUS    PIC XX VALUE '00'.
       01  WS-POEXC-STATUS    PIC XX VALUE '00'.
       01  WS-SCORE-STATUS    PIC XX VALUE '00'.
       01  WS-REQN-EOF        PIC X  VALUE 'N'.
       01  WS-CONTROL-EOF     PIC X  VALUE 'N'.
       01  WS-OLDTRK-EOF      PIC X  VALUE 'N'.
       01  WS-SCORE-EOF       PIC X  VALUE 'N'.
       01  WS-USE-SCORECARD   PIC X  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PROMISED-DATE   PIC 9(8) VALUE ZERO.

      * THE TARGET ON-HAND LEVEL AN ORDER RESTORES A PART TO, THE
      * PURCHASE-ORDER NUMBER SERIES AND THE PROMISED LEAD TIME, ALL
      * CARD-SETTABLE.
       01  GENERATION-SETTINGS.
           05  WS-TARGET-LEVEL     PIC 9(5) VALUE 00100.
           05  WS-NEXT-PO-NUMBER   PIC 9(6) VALUE 000001.
           05  WS-LEAD-DAYS        PIC 9(3) VALUE 014.
           05  WS-CARD-VALUE       PIC X(6).
           05  WS-CARD-VALUE-N REDEFINES WS-CARD-VALUE
                                   PIC 9(6).
           05  WS-CARD-VALUE4      PIC X(4).
           05  WS-CARD-VALUE4-N REDEFINES WS-CARD-VALUE4
                                   PIC 9(4).
           05  WS-CARD-VALUE3      PIC X(3).
           05  WS-CARD-VALUE3-N REDEFINES WS-CARD-VALUE3
                                   PIC 9(3).

       01  COUNTERS-AND-ACCUMULATORS.
           05  NUM-REQNS-READ      PIC S9(7) COMP-3 VALUE +0.
           05  NUM-ORDERS-BUILT    PIC S9(7) COMP-3 VALUE +0.
           05  NUM-ZERO-SUPPLIER   PIC S9(7) COMP-3 VALUE +0.
           05  NUM-AT-TARGET       PIC S9(7) COMP-3 VALUE +0.
           05  TOT-REQN-COST-READ  PIC S9(11)V99 COMP-3 VALUE +0.

      * REQNFILE CONTROL TOTALS FOR THE JOB-TO-JOB REGISTRY.
       COPY CTLTOTC.

      * THE CARDED SUPPLIER RANKING, IN CARD ORDER -- OR, UNDER
      * SCORECARD=YES, THE SCORECARD RANKING IN ITS PLACE.
       01  RANK-TABLE-CONTROLS.
           05  RNK-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-RNK-SUB          PIC S9(4) COMP VALUE +0.
       01  RANK-TABLE.
           05  RNK-SUPPLIER-ID OCCURS 100 TIMES PIC 9(4).

      * SUPPLIERS THE SCORECARD RATES POOR.
       01  POOR-TABLE-CONTROLS.
           05  POR-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-POR-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-POOR-FOUND       PIC X     VALUE 'N'.
       01  POOR-TABLE.
           05  POR-SUPPLIER-ID OCCURS 100 TIMES PIC 9(4).

      * OPEN-ORDER COUNTS PER SUPPLIER: PRIOR TRACKING FILE OPENS
      * PLUS THE ORDERS ASSIGNED THIS RUN.
               10  ORD-PART-ID         PIC 9(4).
               10  ORD-PART-DESC       PIC X(30).
               10  ORD-QTY             PIC 9(5).
               10  ORD-UNIT-PRICE      PIC 9(5)V99.
       01  ORDER-SWAP-AREA.
           05  ORD-SWAP-ENTRY      PIC X(56).

      * SUPPLIER-SELECTION WORK FIELDS FOR ONE REQUISITION.
       01  SELECTION-WORK.
           05  WS-PICK-FOUND       PIC X     VALUE 'N'.
           05  WS-BEST-COUNT       PIC S9(5) COMP-3 VALUE +0.
           05  WS-CAND-SUB         PIC S9(4) COMP VALUE +0.
           05  WS-SKIP-POOR        PIC X     VALUE 'N'.
           05  WS-ORDER-QTY        PIC 9(5)  VALUE ZERO.

       01  DOC-HEADER-LINE.
           05  FILLER              PIC X(12) VALUE '  ORDER DATE'.
           05  FILLER              PIC X     VALUE ' '.
           05  DOC-ORDER-DATE      PIC 9(8).
           05  FILLER              PIC X(13) VALUE '  DELIVER BY '.
           05  DOC-PROMISED-DATE   PIC 9(8).
           05  FILLER              PIC X(53) VALUE SPACES.
       01  DOC-COLUMN-LINE.
           05  FILLER  PIC X(8)  VALUE 'PO NBR  '.
           05  FILLER  PIC X(6)  VALUE 'PART  '.
           05  FILLER  PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(9)  VALUE ' QUANTITY'.
           05  FILLER  PIC X(12) VALUE '  UNIT PRICE'.
           05  FILLER  PIC X(66) VALUE SPACES.
       01  DOC-DETAIL-LINE.
           05  DOC-PO-NUMBER       PIC 9(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DOC-PART-DESC       PIC X(30).
           05  FILLER              PIC X     VALUE SPACES.
           05  DOC-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DOC-UNIT-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(69) VALUE SPACES.
       01  DOC-TOTAL-LINE.
           05  FILLER              PIC X(38)
                VALUE '  TOTAL QUANTITY THIS SUPPLIER:'.
           OPEN OUTPUT PO-TRACK-FILE PO-DOC-FILE EXCEPTION-FILE.
           WRITE EXCEPTION-RECORD FROM EXC-HEADER-LINE.
           PERFORM 050-READ-CONTROL-CARDS THRU 050-EXIT.
           COMPUTE WS-PROMISED-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-LEAD-DAYS).
           IF WS-USE-SCORECARD = 'Y'
               PERFORM 070-LOAD-SCORECARD THRU 070-EXIT.
           PERFORM 060-LOAD-OPEN-ORDERS THRU 060-EXIT.
       000-EXIT.
           EXIT.

      * THE POCTL DD IS OPTIONAL.  SUPPLIER= CARDS RANK SUPPLIERS IN
      * CARD ORDER; TARGET=, PONUM= AND LEADDAYS= OVERRIDE THE
      * DEFAULTS; SCORECARD=YES RANKS FROM THE SCORECARD INSTEAD.
       050-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
                   DISPLAY 'IDMSPO1 BAD PONUM= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'LEADDAYS='
               MOVE CONTROL-CARD-RECORD(10:3) TO WS-CARD-VALUE3
               IF WS-CARD-VALUE3 IS NUMERIC
                   MOVE WS-CARD-VALUE3-N TO WS-LEAD-DAYS
               ELSE
                   DISPLAY 'IDMSPO1 BAD LEADDAYS= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:10) = 'SCORECARD='
               IF CONTROL-CARD-RECORD(11:3) = 'YES'
                   MOVE 'Y' TO WS-USE-SCORECARD
               ELSE
                   MOVE 'N' TO WS-USE-SCORECARD
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'IDMSPO1 UNRECOGNIZED CARD: '
       065-EXIT.
           EXIT.

      * THE SCORECARD REPLACES THE CARDED RANKING ONLY ONCE IT HAS
      * OPENED.  'G' AND 'F' SUPPLIERS ARE RANKED IN FILE ORDER,
      * WHICH IS RANK ORDER; 'P' SUPPLIERS GO ON THE POOR TABLE;
      * 'N' (NOTHING DUE IN THE MONTH) ARE LEFT UNRANKED.
       070-LOAD-SCORECARD.
           OPEN INPUT SCORECARD-FILE.
           IF WS-SCORE-STATUS NOT = '00'
               DISPLAY 'IDMSPO1 SCORECRD NOT PRESENT - SUPPLIER= '
                       'CARD RANKING STANDS'
               MOVE 'N' TO WS-USE-SCORECARD
               GO TO 070-EXIT
           END-IF.
           IF RNK-ENTRIES-USED > 0
               DISPLAY 'IDMSPO1 SCORECARD=YES - SUPPLIER= CARDS '
                       'IGNORED'
           END-IF.
           MOVE +0 TO RNK-ENTRIES-USED.
           PERFORM 075-ONE-SCORECARD THRU 075-EXIT
               UNTIL WS-SCORE-EOF = 'Y'.
           CLOSE SCORECARD-FILE.
       070-EXIT.
           EXIT.

       075-ONE-SCORECARD.
           READ SCORECARD-FILE
               AT END MOVE 'Y' TO WS-SCORE-EOF.
           IF WS-SCORE-EOF = 'Y'
               GO TO 075-EXIT.
           IF SCD-RATING = 'P'
               IF POR-ENTRIES-USED < 100
                   ADD +1 TO POR-ENTRIES-USED
                   MOVE SCD-SUPPLIER-ID
                       TO POR-SUPPLIER-ID(POR-ENTRIES-USED)
               END-IF
               GO TO 075-EXIT.
           IF SCD-RATING = 'G' OR SCD-RATING = 'F'
               IF RNK-ENTRIES-USED < 100
                   ADD +1 TO RNK-ENTRIES-USED
                   MOVE SCD-SUPPLIER-ID
                       TO RNK-SUPPLIER-ID(RNK-ENTRIES-USED)
               END-IF
           END-IF.
       075-EXIT.
           EXIT.

      * ONE REQUISITION IN: A ZERO-SUPPLIER PART GOES STRAIGHT TO
      * THE ESCALATION REPORT; A PART ALREADY AT TARGET NEEDS NO
      * ORDER; OTHERWISE A SUPPLIER IS PICKED AND AN ORDER BUILT.
               MOVE 'Y' TO WS-REQN-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-REQNS-READ.
           IF REQN-UNIT-COST NUMERIC
               ADD REQN-UNIT-COST TO TOT-REQN-COST-READ.
           IF REQN-SUPPLIER-COUNT = 0
               ADD +1 TO NUM-ZERO-SUPPLIER
               MOVE REQN-PART-ID   TO EXC-PART-ID
       100-EXIT.
           EXIT.

      * THE FIRST RANKED SUPPLIER (CARD OR SCORECARD ORDER) PRESENT
      * ON THE REQUISITION WINS; FAILING THAT, THE REQUISITION'S
      * SUPPLIER WITH THE FEWEST OPEN ORDERS, LOWEST ID ON A TIE --
      * PASSING OVER SCORECARD-POOR SUPPLIERS WHILE ANY OTHER IS ON
      * THE REQUISITION.
       120-PICK-SUPPLIER.
           MOVE 'N' TO WS-PICK-FOUND.
           MOVE ZERO TO WS-PICKED-SUPPLIER.
           IF WS-PICK-FOUND = 'Y'
               GO TO 120-EXIT.
           MOVE +99999 TO WS-BEST-COUNT.
           MOVE 'Y' TO WS-SKIP-POOR.
           PERFORM 130-WEIGH-ONE-CANDIDATE THRU 130-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > REQN-SUPPLIER-COUNT
                  OR WS-CAND-SUB > 5.
           IF WS-PICKED-SUPPLIER NOT = ZERO
               GO TO 120-EXIT.
           MOVE +99999 TO WS-BEST-COUNT.
           MOVE 'N' TO WS-SKIP-POOR.
           PERFORM 130-WEIGH-ONE-CANDIDATE THRU 130-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > REQN-SUPPLIER-COUNT

       130-WEIGH-ONE-CANDIDATE.
           MOVE REQN-SUPPLIER-ID(WS-CAND-SUB) TO WS-SUP-KEY.
           IF WS-SKIP-POOR = 'Y'
               PERFORM 135-CHECK-POOR THRU 135-EXIT
               IF WS-POOR-FOUND = 'Y'
                   GO TO 130-EXIT
               END-IF
           END-IF.
           PERFORM 160-FIND-OR-ADD-SUPPLIER THRU 160-EXIT.
           IF WS-SUP-FOUND-IDX = 0
               GO TO 130-EXIT.
       130-EXIT.
           EXIT.

       135-CHECK-POOR.
           MOVE 'N' TO WS-POOR-FOUND.
           PERFORM 136-ONE-POOR-ENTRY THRU 136-EXIT
               VARYING WS-POR-SUB FROM 1 BY 1
               UNTIL WS-POR-SUB > POR-ENTRIES-USED
                  OR WS-POOR-FOUND = 'Y'.
       135-EXIT.
           EXIT.

       136-ONE-POOR-ENTRY.
           IF POR-SUPPLIER-ID(WS-POR-SUB) = WS-SUP-KEY
               MOVE 'Y' TO WS-POOR-FOUND.
       136-EXIT.
           EXIT.

      * THE ORDER JOINS THE RUN TABLE AND THE CHOSEN SUPPLIER'S
      * OPEN-ORDER COUNT, SO LATER REQUISITIONS SEE THIS ONE.
       140-BUILD-ORDER.
           MOVE REQN-PART-ID   TO ORD-PART-ID(ORD-ENTRIES-USED).
           MOVE REQN-PART-DESC TO ORD-PART-DESC(ORD-ENTRIES-USED).
           MOVE WS-ORDER-QTY   TO ORD-QTY(ORD-ENTRIES-USED).
           IF REQN-UNIT-COST IS NUMERIC
               MOVE REQN-UNIT-COST TO ORD-UNIT-PRICE(ORD-ENTRIES-USED)
           ELSE
               MOVE ZERO TO ORD-UNIT-PRICE(ORD-ENTRIES-USED).
           ADD +1 TO WS-NEXT-PO-NUMBER.
           ADD +1 TO NUM-ORDERS-BUILT.
           MOVE WS-PICKED-SUPPLIER TO WS-SUP-KEY.
           MOVE ORD-PART-ID(WS-ORD-SUB)   TO DOC-PART-ID.
           MOVE ORD-PART-DESC(WS-ORD-SUB) TO DOC-PART-DESC.
           MOVE ORD-QTY(WS-ORD-SUB)       TO DOC-QTY.
           MOVE ORD-UNIT-PRICE(WS-ORD-SUB) TO DOC-UNIT-PRICE.
           WRITE PO-DOC-RECORD FROM DOC-DETAIL-LINE.
           ADD ORD-QTY(WS-ORD-SUB) TO WS-DOC-QTY-TOTAL.
           MOVE ORD-PO-NUMBER(WS-ORD-SUB) TO PTR-PO-NUMBER.
           MOVE ZERO                      TO PTR-QTY-RECEIVED.
           MOVE 'O'                       TO PTR-STATUS.
           MOVE WS-RUN-DATE               TO PTR-ORDER-DATE.
           MOVE WS-PROMISED-DATE          TO PTR-PROMISED-DATE.
           MOVE ORD-UNIT-PRICE(WS-ORD-SUB) TO PTR-UNIT-PRICE.
           MOVE SPACES TO PO-TRACK-RECORD(49:32).
           WRITE PO-TRACK-RECORD.
           IF WS-POTRACK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POTRACK FILE. RC:'
       420-OPEN-DOCUMENT.
           MOVE WS-DOC-SUPPLIER TO DOC-SUPPLIER-ID.
           MOVE WS-RUN-DATE     TO DOC-ORDER-DATE.
           MOVE WS-PROMISED-DATE TO DOC-PROMISED-DATE.
           WRITE PO-DOC-RECORD FROM DOC-HEADER-LINE AFTER PAGE.
           WRITE PO-DOC-RECORD FROM DOC-SPACES.
           WRITE PO-DOC-RECORD FROM DOC-COLUMN-LINE.
       200-EOJ.
           CLOSE REQN-FILE PO-TRACK-FILE PO-DOC-FILE
                 EXCEPTION-FILE.
           MOVE 'C'                TO CT-FUNCTION.
           MOVE 'IDMSPO1 '         TO CT-PROGRAM.
           MOVE 'REQNFILE'         TO CT-DATASET.
           MOVE NUM-REQNS-READ     TO CT-RECORD-COUNT.
           MOVE TOT-REQN-COST-READ TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
       200-EXIT.
           EXIT.

