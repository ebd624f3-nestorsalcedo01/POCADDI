      *****************************************************************
      ******************************************************************
      *
      *          SUPPLIER INVOICE THREE-WAY MATCH
      *
      *          SUPPLIER INVOICES FOR PARTS WERE APPROVED BY
      *          LOOKING AT THE PO, SO GOODS IDMSRCV REFUSED WERE
      *          PAID FOR AND THE SAME INVOICE COULD BE PAID TWICE.
      *          THIS BATCH MATCHES EACH INVOICE LINE ON INVFILE
      *          THREE WAYS:
      *
      *            - AGAINST THE ORDER: THE PO LINE IDMSPO1 CUT (THE
      *              POTRACK RECORD BEHIND THE PODOC LINE) MUST
      *              EXIST FOR THE INVOICING SUPPLIER AND PART, AND
      *              THE INVOICED UNIT PRICE MUST BE WITHIN THE PRICE
      *              TOLERANCE OF THE PO UNIT PRICE
      *            - AGAINST THE RECEIPTS: THE QUANTITY INVOICED,
      *              PLUS WHAT IS ALREADY VOUCHERED ON THE PO, MAY
      *              NOT EXCEED WHAT IDMSRCV ACTUALLY APPLIED (THE
      *              'A' RECORDS ON THE RCVHIST RECEIPT HISTORY --
      *              A REFUSED RECEIPT IS NEVER PAYABLE)
      *            - AGAINST WHAT HAS BEEN PAID: A PO LINE ALREADY
      *              VOUCHERED ON THE SUPPLIER'S INVOICE NUMBER, IN
      *              THIS RUN OR AN EARLIER ONE, IS A DUPLICATE
      *
      *          A LINE THAT MATCHES BECOMES A PAYMENT VOUCHER.  A
      *          LINE THAT DOES NOT GOES ON HOLD (INVHOLD) WITH ITS
      *          REASON: 'D' DUPLICATE INVOICE NUMBER, 'N' NO PO,
      *          'P' PRICE VARIANCE, 'Q' QUANTITY OVER RECEIPT --
      *          CHECKED IN THAT ORDER.  A HELD LINE CAN BE PUT BACK
      *          ON INVFILE ONCE IT IS RESOLVED.
      *
      *          THE VOUCHER FILE IS KEPT AS GENERATIONS: THE PRIOR
      *          ONE IS READ ON OLDVCH (OPTIONAL -- THE FIRST RUN HAS
      *          NONE) AND COPIED FORWARD TO VCHFILE WITH THIS RUN'S
      *          VOUCHERS BEHIND IT, NUMBERED ON FROM THE HIGHEST
      *          NUMBER ALREADY USED.  THIS RUN'S VOUCHERS ALONE ARE
      *          ALSO WRITTEN ON VCHGL FOR THE GENERAL LEDGER
      *          INTERFACE (GLINTF1 FEEDER APVCHR).
      *
      *          CONTROL CARDS ON INVCTL (OPTIONAL DD):
      *            PRICEPCT=NN.NN  PRICE TOLERANCE, PERCENT OF THE PO
      *                            UNIT PRICE EITHER WAY (DEFAULT
      *                            02.00)
      *
      *          TRACKIN MAY BE A CONCATENATION OF TRACKING FILE
      *          GENERATIONS; A PO NUMBER SEEN TWICE IS TAKEN FROM
      *          ITS FIRST OCCURRENCE.
      *
      ******************************************************************
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDMSINV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICE-FILE ASSIGN TO INVFILE
               FILE STATUS  IS  WS-INV-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO INVCTL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT TRACK-FILE ASSIGN TO TRACKIN
               FILE STATUS  IS  WS-TRACK-STATUS.

           SELECT HISTORY-FILE ASSIGN TO RCVHIST
               FILE STATUS  IS  WS-HIST-STATUS.

           SELECT OLD-VOUCHER-FILE ASSIGN TO OLDVCH
               FILE STATUS  IS  WS-OLDVCH-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO VCHFILE
               FILE STATUS  IS  WS-VCH-STATUS.

           SELECT VOUCHER-GL-FILE ASSIGN TO VCHGL
               FILE STATUS  IS  WS-VCHGL-STATUS.

           SELECT HOLD-FILE ASSIGN TO INVHOLD
               FILE STATUS  IS  WS-HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO INVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ONE SUPPLIER INVOICE LINE: ONE PO LINE BILLED.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  INVOICE-RECORD.
           05  INV-SUPPLIER-ID        PIC 9(4).
           05  INV-INVOICE-NO         PIC X(12).
           05  INV-INVOICE-DATE       PIC 9(8).
           05  INV-PO-NUMBER          PIC 9(6).
           05  INV-PART-ID            PIC 9(4).
           05  INV-QTY                PIC 9(5).
           05  INV-UNIT-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(34).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  TRACK-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  TRACK-RECORD.
           05  TRR-PO-NUMBER          PIC 9(6).
           05  TRR-SUPPLIER-ID        PIC 9(4).
           05  TRR-PART-ID            PIC 9(4).
           05  TRR-QTY-ORDERED        PIC 9(5).
           05  TRR-QTY-RECEIVED       PIC 9(5).
           05  TRR-STATUS             PIC X.
           05  TRR-ORDER-DATE         PIC 9(8).
           05  TRR-PROMISED-DATE      PIC 9(8).
           05  TRR-UNIT-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(32).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  RHS-PO-NUMBER          PIC 9(6).
           05  RHS-SUPPLIER-ID        PIC 9(4).
           05  RHS-PART-ID            PIC 9(4).
           05  RHS-QTY                PIC 9(5).
           05  RHS-RECEIPT-DATE       PIC 9(8).
           05  RHS-DISPOSITION        PIC X.
           05  RHS-REASON             PIC X.
           05  RHS-RUN-DATE           PIC 9(8).
           05  RHS-UNIT-COST          PIC 9(5)V99.
           05  FILLER                 PIC X(36).

      * ONE PAYMENT VOUCHER: THE MATCHED INVOICE LINE, PRICED AS
      * INVOICED.  THE SAME LAYOUT SERVES OLDVCH, VCHFILE AND VCHGL.
       FD  OLD-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  OLD-VOUCHER-RECORD.
           05  OVC-VOUCHER-NO         PIC 9(6).
           05  OVC-SUPPLIER-ID        PIC 9(4).
           05  OVC-INVOICE-NO         PIC X(12).
           05  OVC-INVOICE-DATE       PIC 9(8).
           05  OVC-PO-NUMBER          PIC 9(6).
           05  OVC-PART-ID            PIC 9(4).
           05  OVC-QTY                PIC 9(5).
           05  OVC-UNIT-PRICE         PIC 9(5)V99.
           05  OVC-AMOUNT             PIC 9(9)V99.
           05  OVC-VOUCHER-DATE       PIC 9(8).
           05  FILLER                 PIC X(9).

       FD  VOUCHER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  VOUCHER-RECORD.
           05  VCH-VOUCHER-NO         PIC 9(6).
           05  VCH-SUPPLIER-ID        PIC 9(4).
           05  VCH-INVOICE-NO         PIC X(12).
           05  VCH-INVOICE-DATE       PIC 9(8).
           05  VCH-PO-NUMBER          PIC 9(6).
           05  VCH-PART-ID            PIC 9(4).
           05  VCH-QTY                PIC 9(5).
           05  VCH-UNIT-PRICE         PIC 9(5)V99.
           05  VCH-AMOUNT             PIC 9(9)V99.
           05  VCH-VOUCHER-DATE       PIC 9(8).
           05  FILLER                 PIC X(9).

       FD  VOUCHER-GL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  VOUCHER-GL-RECORD          PIC X(80).

      * THE INVOICE LINE AS RECEIVED, THE HOLD REASON AND WHAT IT
      * WAS HELD AGAINST: THE PO UNIT PRICE AND THE QUANTITY STILL
      * PAYABLE ON THE PO.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HLD-SUPPLIER-ID        PIC 9(4).
           05  HLD-INVOICE-NO         PIC X(12).
           05  HLD-INVOICE-DATE       PIC 9(8).
           05  HLD-PO-NUMBER          PIC 9(6).
           05  HLD-PART-ID            PIC 9(4).
           05  HLD-QTY                PIC 9(5).
           05  HLD-UNIT-PRICE         PIC 9(5)V99.
           05  HLD-REASON             PIC X.
           05  HLD-PO-UNIT-PRICE      PIC 9(5)V99.
           05  HLD-QTY-PAYABLE        PIC 9(5).
           05  HLD-HOLD-DATE          PIC 9(8).
           05  FILLER                 PIC X(13).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS      PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS  PIC XX VALUE '00'.
       01  WS-TRACK-STATUS    PIC XX VALUE '00'.
       01  WS-HIST-STATUS     PIC XX VALUE '00'.
       01  WS-OLDVCH-STATUS   PIC XX VALUE '00'.
       01  WS-VCH-STATUS      PIC XX VALUE '00'.
       01  WS-VCHGL-STATUS    PIC XX VALUE '00'.
       01  WS-HOLD-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-STATUS   PIC XX VALUE '00'.
       01  WS-INV-EOF         PIC X  VALUE 'N'.
       01  WS-CONTROL-EOF     PIC X  VALUE 'N'.
       01  WS-TRACK-EOF       PIC X  VALUE 'N'.
       01  WS-HIST-EOF        PIC X  VALUE 'N'.
       01  WS-OLDVCH-EOF      PIC X  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.

      * THE PRICE TOLERANCE, CARD-SETTABLE.
       01  MATCH-SETTINGS.
           05  WS-PRICE-PCT        PIC 9(2)V99 VALUE 02.00.
           05  WS-CARD-VALUE4      PIC X(4).
           05  WS-CARD-VALUE4-N REDEFINES WS-CARD-VALUE4
                                   PIC 9(2)V99.

       01  COUNTERS-AND-ACCUMULATORS.
           05  NUM-INVOICES-READ   PIC S9(7) COMP-3 VALUE +0.
           05  NUM-VOUCHERED       PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HELD            PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HELD-DUPLICATE  PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HELD-NO-PO      PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HELD-PRICE      PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HELD-QTY        PIC S9(7) COMP-3 VALUE +0.
           05  NUM-OLD-VOUCHERS    PIC S9(7) COMP-3 VALUE +0.
           05  TOT-VOUCHERED       PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-HELD            PIC S9(11)V99 COMP-3 VALUE +0.

      * THE PO LINES, WITH WHAT IDMSRCV APPLIED AGAINST EACH AND
      * WHAT IS ALREADY VOUCHERED AGAINST EACH.
       01  LINE-TABLE-CONTROLS.
           05  LIN-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-LIN-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-LIN-FOUND-IDX    PIC S9(4) COMP VALUE +0.
           05  WS-LIN-KEY          PIC 9(6)  VALUE ZERO.
       01  LINE-TABLE.
           05  LIN-ENTRY OCCURS 500 TIMES.
               10  LIN-PO-NUMBER       PIC 9(6).
               10  LIN-SUPPLIER-ID     PIC 9(4).
               10  LIN-PART-ID         PIC 9(4).
               10  LIN-UNIT-PRICE      PIC 9(5)V99.
               10  LIN-QTY-RECEIVED    PIC S9(7) COMP-3.
               10  LIN-QTY-VOUCHERED   PIC S9(7) COMP-3.

      * EVERY SUPPLIER INVOICE NUMBER ALREADY VOUCHERED, PRIOR
      * GENERATION AND THIS RUN.
       01  PAID-TABLE-CONTROLS.
           05  PDI-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-PDI-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-PDI-FOUND        PIC X     VALUE 'N'.
           05  WS-PDI-SUPPLIER     PIC 9(4)  VALUE ZERO.
           05  WS-PDI-INVOICE      PIC X(12) VALUE SPACES.
       01  PAID-TABLE.
           05  PDI-ENTRY OCCURS 2000 TIMES.
               10  PDI-SUPPLIER-ID     PIC 9(4).
               10  PDI-INVOICE-NO      PIC X(12).
               10  PDI-PO-NUMBER       PIC 9(6).

      * MATCH WORK FIELDS FOR ONE INVOICE LINE.
       01  MATCH-WORK.
           05  WS-HOLD-REASON      PIC X     VALUE SPACE.
           05  WS-NEXT-VOUCHER-NO  PIC 9(6)  VALUE ZERO.
           05  WS-LINE-AMOUNT      PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-PRICE-LIMIT      PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-PRICE-DIFF       PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-QTY-PAYABLE      PIC S9(7) COMP-3 VALUE +0.

       01  RPT-HEADER-LINE.
           05  FILLER              PIC X(40)
                VALUE 'SUPPLIER INVOICE THREE-WAY MATCH RUN'.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(74) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER  PIC X(8)  VALUE '  SUPP  '.
           05  FILLER  PIC X(13) VALUE 'INVOICE NO   '.
           05  FILLER  PIC X(8)  VALUE 'PO NBR  '.
           05  FILLER  PIC X(5)  VALUE 'PART '.
           05  FILLER  PIC X(6)  VALUE '   QTY'.
           05  FILLER  PIC X(11) VALUE '   INV PRC '.
           05  FILLER  PIC X(11) VALUE '    PO PRC '.
           05  FILLER  PIC X(16) VALUE '          AMOUNT'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(52) VALUE 'DISPOSITION'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-SUPPLIER-ID     PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-INVOICE-NO      PIC X(12).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-PO-NUMBER       PIC 9(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-PART-ID         PIC 9(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-INV-PRICE       PIC ZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-PO-PRICE        PIC ZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DISPOSITION     PIC X(40).
           05  FILLER              PIC X(12) VALUE SPACES.
       01  RPT-SPACES              PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95) VALUE SPACES.
       01  RPT-AMOUNT-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-AMOUNT-ITEM     PIC X(28).
           05  RPT-AMOUNT-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-BEGIN THRU 000-EXIT.
           PERFORM 100-INVOICE-LOOP THRU 100-EXIT
               UNTIL WS-INV-EOF = 'Y'.
           PERFORM 190-PRINT-TOTALS THRU 190-EXIT.
           PERFORM 200-EOJ THRU 200-EXIT.
           DISPLAY 'IDMSINV INVOICE LINES READ: ' NUM-INVOICES-READ.
           DISPLAY 'IDMSINV LINES VOUCHERED:    ' NUM-VOUCHERED.
           DISPLAY 'IDMSINV LINES HELD:         ' NUM-HELD.
           GOBACK.
       MAIN-EXIT.
           EXIT.

       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INVOICE-FILE TRACK-FILE HISTORY-FILE.
           IF WS-INV-STATUS NOT = '00'
              OR WS-TRACK-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INVOICE/TRACKING/HISTORY '
                       'FILES. RC:' WS-INV-STATUS ' '
                       WS-TRACK-STATUS ' ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VOUCHER-FILE VOUCHER-GL-FILE HOLD-FILE
                       REPORT-FILE.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM 050-READ-CONTROL-CARDS THRU 050-EXIT.
           PERFORM 060-LOAD-ORDER-LINES THRU 060-EXIT
               UNTIL WS-TRACK-EOF = 'Y'.
           PERFORM 070-LOAD-RECEIPTS THRU 070-EXIT
               UNTIL WS-HIST-EOF = 'Y'.
           PERFORM 080-LOAD-OLD-VOUCHERS THRU 080-EXIT.
           ADD 1 TO WS-NEXT-VOUCHER-NO.
       000-EXIT.
           EXIT.

      * THE INVCTL DD IS OPTIONAL.  PRICEPCT= OVERRIDES THE PRICE
      * TOLERANCE.
       050-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'IDMSINV INVCTL NOT PRESENT - DEFAULTS APPLY'
               GO TO 050-EXIT
           END-IF.
           PERFORM 055-ONE-CONTROL-CARD THRU 055-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           CLOSE CONTROL-CARD-FILE.
       050-EXIT.
           EXIT.

       055-ONE-CONTROL-CARD.
           READ CONTROL-CARD-FILE
               AT END MOVE 'Y' TO WS-CONTROL-EOF.
           IF WS-CONTROL-EOF = 'Y'
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'PRICEPCT='
               MOVE CONTROL-CARD-RECORD(10:2) TO WS-CARD-VALUE4(1:2)
               MOVE CONTROL-CARD-RECORD(13:2) TO WS-CARD-VALUE4(3:2)
               IF WS-CARD-VALUE4 IS NUMERIC
                  AND CONTROL-CARD-RECORD(12:1) = '.'
                   MOVE WS-CARD-VALUE4-N TO WS-PRICE-PCT
               ELSE
                   DISPLAY 'IDMSINV BAD PRICEPCT= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'IDMSINV UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       055-EXIT.
           EXIT.

       060-LOAD-ORDER-LINES.
           READ TRACK-FILE
               AT END MOVE 'Y' TO WS-TRACK-EOF.
           IF WS-TRACK-EOF = 'Y'
               GO TO 060-EXIT.
           IF WS-TRACK-STATUS NOT = '00'
              AND WS-TRACK-STATUS NOT = '04'
               DISPLAY 'ERROR READING TRACKIN FILE. RC:'
                       WS-TRACK-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRACK-EOF
               GO TO 060-EXIT.
           MOVE TRR-PO-NUMBER TO WS-LIN-KEY.
           PERFORM 110-FIND-ORDER-LINE THRU 110-EXIT.
           IF WS-LIN-FOUND-IDX > 0
               GO TO 060-EXIT.
           IF LIN-ENTRIES-USED NOT < 500
               DISPLAY 'IDMSINV ORDER LINE TABLE FULL - RUN SPLIT '
                       'THE TRACKING FILE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRACK-EOF
               GO TO 060-EXIT.
           ADD +1 TO LIN-ENTRIES-USED.
           MOVE TRR-PO-NUMBER   TO LIN-PO-NUMBER(LIN-ENTRIES-USED).
           MOVE TRR-SUPPLIER-ID
               TO LIN-SUPPLIER-ID(LIN-ENTRIES-USED).
           MOVE TRR-PART-ID     TO LIN-PART-ID(LIN-ENTRIES-USED).
           IF TRR-UNIT-PRICE IS NUMERIC
               MOVE TRR-UNIT-PRICE
                   TO LIN-UNIT-PRICE(LIN-ENTRIES-USED)
           ELSE
               MOVE ZERO TO LIN-UNIT-PRICE(LIN-ENTRIES-USED).
           MOVE +0 TO LIN-QTY-RECEIVED(LIN-ENTRIES-USED).
           MOVE +0 TO LIN-QTY-VOUCHERED(LIN-ENTRIES-USED).
       060-EXIT.
           EXIT.

      * ONLY RECEIPTS IDMSRCV APPLIED ARE PAYABLE.
       070-LOAD-RECEIPTS.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF.
           IF WS-HIST-EOF = 'Y'
               GO TO 070-EXIT.
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS NOT = '04'
               DISPLAY 'ERROR READING RCVHIST FILE. RC:'
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-HIST-EOF
               GO TO 070-EXIT.
           IF RHS-DISPOSITION NOT = 'A'
               GO TO 070-EXIT.
           MOVE RHS-PO-NUMBER TO WS-LIN-KEY.
           PERFORM 110-FIND-ORDER-LINE THRU 110-EXIT.
           IF WS-LIN-FOUND-IDX > 0
               ADD RHS-QTY TO LIN-QTY-RECEIVED(WS-LIN-FOUND-IDX).
       070-EXIT.
           EXIT.

      * THE OLDVCH DD IS OPTIONAL.  EACH PRIOR VOUCHER GOES FORWARD
      * ONTO THE NEW GENERATION, ITS INVOICE NUMBER ONTO THE PAID
      * TABLE AND ITS QUANTITY AGAINST ITS PO LINE.
       080-LOAD-OLD-VOUCHERS.
           OPEN INPUT OLD-VOUCHER-FILE.
           IF WS-OLDVCH-STATUS NOT = '00'
               DISPLAY 'IDMSINV OLDVCH NOT PRESENT - NO PRIOR '
                       'VOUCHERS'
               GO TO 080-EXIT
           END-IF.
           PERFORM 085-ONE-OLD-VOUCHER THRU 085-EXIT
               UNTIL WS-OLDVCH-EOF = 'Y'.
           CLOSE OLD-VOUCHER-FILE.
       080-EXIT.
           EXIT.

       085-ONE-OLD-VOUCHER.
           READ OLD-VOUCHER-FILE
               AT END MOVE 'Y' TO WS-OLDVCH-EOF.
           IF WS-OLDVCH-EOF = 'Y'
               GO TO 085-EXIT.
           ADD +1 TO NUM-OLD-VOUCHERS.
           WRITE VOUCHER-RECORD FROM OLD-VOUCHER-RECORD.
           IF WS-VCH-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING VCHFILE FILE. RC:'
                       WS-VCH-STATUS
               MOVE 16 TO RETURN-CODE.
           IF OVC-VOUCHER-NO > WS-NEXT-VOUCHER-NO
               MOVE OVC-VOUCHER-NO TO WS-NEXT-VOUCHER-NO.
           MOVE OVC-SUPPLIER-ID TO WS-PDI-SUPPLIER.
           MOVE OVC-INVOICE-NO  TO WS-PDI-INVOICE.
           MOVE OVC-PO-NUMBER   TO WS-LIN-KEY.
           PERFORM 160-ADD-PAID-INVOICE THRU 160-EXIT.
           PERFORM 110-FIND-ORDER-LINE THRU 110-EXIT.
           IF WS-LIN-FOUND-IDX > 0
               ADD OVC-QTY TO LIN-QTY-VOUCHERED(WS-LIN-FOUND-IDX).
       085-EXIT.
           EXIT.

      * ONE INVOICE LINE: DUPLICATE, NO PO, PRICE, QUANTITY -- THE
      * FIRST CHECK IT FAILS IS THE REASON IT IS HELD.
       100-INVOICE-LOOP.
           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-INV-EOF.
           IF WS-INV-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-INV-STATUS NOT = '00'
              AND WS-INV-STATUS NOT = '04'
               DISPLAY 'ERROR READING INVOICE FILE. RC:'
                       WS-INV-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-INV-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-INVOICES-READ.
           MOVE INV-SUPPLIER-ID TO RPT-SUPPLIER-ID.
           MOVE INV-INVOICE-NO  TO RPT-INVOICE-NO.
           MOVE INV-PO-NUMBER   TO RPT-PO-NUMBER.
           MOVE INV-PART-ID     TO RPT-PART-ID.
           MOVE INV-QTY         TO RPT-QTY.
           MOVE INV-UNIT-PRICE  TO RPT-INV-PRICE.
           MOVE ZERO            TO RPT-PO-PRICE.
           MOVE +0              TO WS-QTY-PAYABLE.
           COMPUTE WS-LINE-AMOUNT = INV-QTY * INV-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT  TO RPT-AMOUNT.
           PERFORM 120-CHECK-DUPLICATE THRU 120-EXIT.
           IF WS-PDI-FOUND = 'Y'
               MOVE 'D' TO WS-HOLD-REASON
               MOVE 'HELD - DUPLICATE INVOICE NUMBER'
                   TO RPT-DISPOSITION
               PERFORM 170-HOLD-LINE THRU 170-EXIT
               GO TO 100-EXIT.
           MOVE INV-PO-NUMBER TO WS-LIN-KEY.
           PERFORM 110-FIND-ORDER-LINE THRU 110-EXIT.
           IF WS-LIN-FOUND-IDX = 0
               MOVE 'N' TO WS-HOLD-REASON
               MOVE 'HELD - NO PO' TO RPT-DISPOSITION
               PERFORM 170-HOLD-LINE THRU 170-EXIT
               GO TO 100-EXIT.
           IF LIN-SUPPLIER-ID(WS-LIN-FOUND-IDX) NOT = INV-SUPPLIER-ID
              OR LIN-PART-ID(WS-LIN-FOUND-IDX) NOT = INV-PART-ID
               MOVE 'N' TO WS-HOLD-REASON
               MOVE 'HELD - NO PO FOR THIS SUPPLIER AND PART'
                   TO RPT-DISPOSITION
               PERFORM 170-HOLD-LINE THRU 170-EXIT
               GO TO 100-EXIT.
           MOVE LIN-UNIT-PRICE(WS-LIN-FOUND-IDX) TO RPT-PO-PRICE.
           COMPUTE WS-QTY-PAYABLE =
               LIN-QTY-RECEIVED(WS-LIN-FOUND-IDX)
               - LIN-QTY-VOUCHERED(WS-LIN-FOUND-IDX).
           IF WS-QTY-PAYABLE < 0
               MOVE +0 TO WS-QTY-PAYABLE.
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               LIN-UNIT-PRICE(WS-LIN-FOUND-IDX) * WS-PRICE-PCT / 100.
           COMPUTE WS-PRICE-DIFF =
               INV-UNIT-PRICE - LIN-UNIT-PRICE(WS-LIN-FOUND-IDX).
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF.
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE 'P' TO WS-HOLD-REASON
               MOVE 'HELD - PRICE VARIANCE' TO RPT-DISPOSITION
               PERFORM 170-HOLD-LINE THRU 170-EXIT
               GO TO 100-EXIT.
           IF INV-QTY > WS-QTY-PAYABLE
               MOVE 'Q' TO WS-HOLD-REASON
               MOVE 'HELD - QUANTITY OVER RECEIPT'
                   TO RPT-DISPOSITION
               PERFORM 170-HOLD-LINE THRU 170-EXIT
               GO TO 100-EXIT.
           PERFORM 150-CUT-VOUCHER THRU 150-EXIT.
       100-EXIT.
           EXIT.

       110-FIND-ORDER-LINE.
           MOVE +0 TO WS-LIN-FOUND-IDX.
           PERFORM 115-ONE-ORDER-LINE THRU 115-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > LIN-ENTRIES-USED
                  OR WS-LIN-FOUND-IDX > 0.
       110-EXIT.
           EXIT.

       115-ONE-ORDER-LINE.
           IF LIN-PO-NUMBER(WS-LIN-SUB) = WS-LIN-KEY
               MOVE WS-LIN-SUB TO WS-LIN-FOUND-IDX.
       115-EXIT.
           EXIT.

      * ONE INVOICE MAY BILL SEVERAL PO LINES, SO ONLY THE SAME PO
      * LINE BILLED TWICE ON IT IS A DUPLICATE -- WHETHER THE FIRST
      * WAS VOUCHERED IN THIS RUN OR AN EARLIER ONE.  A HELD LINE
      * PUT BACK AFTER ITS INVOICE'S OTHER LINES WERE PAID STILL
      * MATCHES.
       120-CHECK-DUPLICATE.
           MOVE 'N' TO WS-PDI-FOUND.
           MOVE INV-SUPPLIER-ID TO WS-PDI-SUPPLIER.
           MOVE INV-INVOICE-NO  TO WS-PDI-INVOICE.
           PERFORM 125-ONE-PAID-INVOICE THRU 125-EXIT
               VARYING WS-PDI-SUB FROM 1 BY 1
               UNTIL WS-PDI-SUB > PDI-ENTRIES-USED
                  OR WS-PDI-FOUND = 'Y'.
       120-EXIT.
           EXIT.

       125-ONE-PAID-INVOICE.
           IF PDI-SUPPLIER-ID(WS-PDI-SUB) = WS-PDI-SUPPLIER
              AND PDI-INVOICE-NO(WS-PDI-SUB) = WS-PDI-INVOICE
              AND PDI-PO-NUMBER(WS-PDI-SUB) = INV-PO-NUMBER
               MOVE 'Y' TO WS-PDI-FOUND.
       125-EXIT.
           EXIT.

      * THE MATCHED LINE IS PAYABLE AS INVOICED: ONE VOUCHER ON THE
      * NEW GENERATION AND THE SAME RECORD ON VCHGL FOR THE LEDGER.
       150-CUT-VOUCHER.
           MOVE SPACES TO VOUCHER-RECORD.
           MOVE WS-NEXT-VOUCHER-NO TO VCH-VOUCHER-NO.
           ADD 1 TO WS-NEXT-VOUCHER-NO.
           MOVE INV-SUPPLIER-ID    TO VCH-SUPPLIER-ID.
           MOVE INV-INVOICE-NO     TO VCH-INVOICE-NO.
           MOVE INV-INVOICE-DATE   TO VCH-INVOICE-DATE.
           MOVE INV-PO-NUMBER      TO VCH-PO-NUMBER.
           MOVE INV-PART-ID        TO VCH-PART-ID.
           MOVE INV-QTY            TO VCH-QTY.
           MOVE INV-UNIT-PRICE     TO VCH-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT     TO VCH-AMOUNT.
           MOVE WS-RUN-DATE        TO VCH-VOUCHER-DATE.
           WRITE VOUCHER-RECORD.
           IF WS-VCH-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING VCHFILE FILE. RC:'
                       WS-VCH-STATUS
               MOVE 16 TO RETURN-CODE.
           WRITE VOUCHER-GL-RECORD FROM VOUCHER-RECORD.
           IF WS-VCHGL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING VCHGL FILE. RC:'
                       WS-VCHGL-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD INV-QTY TO LIN-QTY-VOUCHERED(WS-LIN-FOUND-IDX).
           MOVE INV-SUPPLIER-ID TO WS-PDI-SUPPLIER.
           MOVE INV-INVOICE-NO  TO WS-PDI-INVOICE.
           PERFORM 160-ADD-PAID-INVOICE THRU 160-EXIT.
           ADD +1 TO NUM-VOUCHERED.
           ADD WS-LINE-AMOUNT TO TOT-VOUCHERED.
           MOVE 'VOUCHERED' TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
       150-EXIT.
           EXIT.

      * THE CALLER SETS WS-PDI-SUPPLIER, WS-PDI-INVOICE AND
      * WS-LIN-KEY (THE PO NUMBER).
       160-ADD-PAID-INVOICE.
           IF PDI-ENTRIES-USED NOT < 2000
               DISPLAY 'IDMSINV PAID INVOICE TABLE FULL - DUPLICATE '
                       'CHECK INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               GO TO 160-EXIT.
           ADD +1 TO PDI-ENTRIES-USED.
           MOVE WS-PDI-SUPPLIER TO PDI-SUPPLIER-ID(PDI-ENTRIES-USED).
           MOVE WS-PDI-INVOICE  TO PDI-INVOICE-NO(PDI-ENTRIES-USED).
           MOVE WS-LIN-KEY      TO PDI-PO-NUMBER(PDI-ENTRIES-USED).
       160-EXIT.
           EXIT.

       170-HOLD-LINE.
           MOVE SPACES TO HOLD-RECORD.
           MOVE INV-SUPPLIER-ID    TO HLD-SUPPLIER-ID.
           MOVE INV-INVOICE-NO     TO HLD-INVOICE-NO.
           MOVE INV-INVOICE-DATE   TO HLD-INVOICE-DATE.
           MOVE INV-PO-NUMBER      TO HLD-PO-NUMBER.
           MOVE INV-PART-ID        TO HLD-PART-ID.
           MOVE INV-QTY            TO HLD-QTY.
           MOVE INV-UNIT-PRICE     TO HLD-UNIT-PRICE.
           MOVE WS-HOLD-REASON     TO HLD-REASON.
           MOVE WS-QTY-PAYABLE     TO HLD-QTY-PAYABLE.
           MOVE WS-RUN-DATE        TO HLD-HOLD-DATE.
           IF WS-LIN-FOUND-IDX > 0
              AND WS-HOLD-REASON NOT = 'D'
              AND WS-HOLD-REASON NOT = 'N'
               MOVE LIN-UNIT-PRICE(WS-LIN-FOUND-IDX)
                   TO HLD-PO-UNIT-PRICE
           ELSE
               MOVE ZERO TO HLD-PO-UNIT-PRICE.
           WRITE HOLD-RECORD.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INVHOLD FILE. RC:'
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO NUM-HELD.
           ADD WS-LINE-AMOUNT TO TOT-HELD.
           IF WS-HOLD-REASON = 'D'
               ADD +1 TO NUM-HELD-DUPLICATE
           ELSE
               IF WS-HOLD-REASON = 'N'
                   ADD +1 TO NUM-HELD-NO-PO
               ELSE
                   IF WS-HOLD-REASON = 'P'
                       ADD +1 TO NUM-HELD-PRICE
                   ELSE
                       ADD +1 TO NUM-HELD-QTY.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
       170-EXIT.
           EXIT.

       190-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'INVOICE LINES READ:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INVOICES-READ              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'LINES VOUCHERED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VOUCHERED                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'LINES HELD:                 ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HELD                       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE '  DUPLICATE INVOICE NUMBER: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HELD-DUPLICATE             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE '  NO PO:                    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HELD-NO-PO                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE '  PRICE VARIANCE:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HELD-PRICE                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE '  QUANTITY OVER RECEIPT:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HELD-QTY                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'PRIOR VOUCHERS CARRIED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLD-VOUCHERS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'AMOUNT VOUCHERED:           ' TO RPT-AMOUNT-ITEM.
           MOVE TOT-VOUCHERED                  TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE 'AMOUNT HELD:                ' TO RPT-AMOUNT-ITEM.
           MOVE TOT-HELD                       TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
       190-EXIT.
           EXIT.

       200-EOJ.
           CLOSE INVOICE-FILE TRACK-FILE HISTORY-FILE VOUCHER-FILE
                 VOUCHER-GL-FILE HOLD-FILE REPORT-FILE.
       200-EXIT.
           EXIT.

      * END OF PROGRAM IDMSINV
