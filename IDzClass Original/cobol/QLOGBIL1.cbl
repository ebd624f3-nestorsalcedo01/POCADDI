      ****************************************************************
      * PROGRAM:  QLOGBIL1
      *           Monthly quote-service usage billing from the QLOG
      *           and DENQ transient data queues
      *
      * We pay the vendor for every price, but nobody charged the
      * SOAP clients for the quotes they pulled from STOCK2Y --
      * QLOGRPT1 only rolls QLOG up by symbol for the day.  This job
      * reads the month's accumulated QLOG records by QL-CLIENT and
      * prices them from the client rate card:
      *
      *   - quotes retrieved times the client's per-quote rate,
      *   - less the client's free-tier quotes for the month,
      *   - topped up to the client's monthly minimum.
      *
      * A client on the rate card is invoiced every month, quotes or
      * not, so the minimum is always charged.  The month's DENQ
      * entitlement denials appear on the invoice as non-billable
      * lines, one per symbol and reason, so a client can see what
      * they tried to pull and were refused.  Each client gets a
      * page of the invoice print and its lines on the invoice file
      * (QINVC layout) for finance.
      *
      * The run closes with a tie-out: every QLOG record read is
      * accounted for as invoiced, outside the billing month,
      * unattributed (legacy callers logged as (NONE)), from a
      * client with no rate, or unreadable.  A run that does not
      * tie ends RC 8.
      *
      * FILES:
      *   BILLCTL  - optional control card:
      *              cols 1-6  billing month (yyyymm)
      *              Without it the month before the run date is
      *              billed.
      *   QLOG     - the month's QLOG datasets, QUOTELOG-RECORD
      *              layout (as QLOGRPT1 reads it)
      *   DENQ     - the month's DENQ datasets, STOCK2Y's denial
      *              record layout
      *   RATECARD - client rate card, one line per client:
      *              cols  1-8   client id; *DEFAULT prices any
      *                          client not listed
      *              col   9     filler
      *              cols 10-16  rate per quote, 9(3)V9(4) implied
      *              col  17     filler
      *              cols 18-26  monthly minimum, 9(7)V9(2) implied
      *              col  27     filler
      *              cols 28-34  free-tier quotes per month
      *   QINVOICE - invoice lines, QINVC layout
      *   INVRPT   - invoice print, a page per client, then the
      *              billing summary and tie-out
      *
      * Return codes: 16 file error or a table full, 8 the billing
      * does not tie to QLOG, 4 quotes from a client with no rate or
      * a bad rate card line.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QLOGBIL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BILLCTL-FILE  ASSIGN TO BILLCTL
               FILE STATUS  IS  WS-BILLCTL-STATUS.

           SELECT QLOG-FILE     ASSIGN TO QLOG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-QLOG-STATUS.

           SELECT DENQ-FILE     ASSIGN TO DENQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DENQ-STATUS.

           SELECT RATE-CARD-FILE ASSIGN TO RATECARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RATECARD-STATUS.

           SELECT INVOICE-FILE  ASSIGN TO QINVOICE
               FILE STATUS  IS  WS-INVOICE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO INVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BILLCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  BILLCTL-RECORD.
           05  BCT-MONTH              PIC X(6).
           05  BCT-MONTH-NUM  REDEFINES BCT-MONTH
                                      PIC 9(6).
           05  FILLER                 PIC X(74).

       FD  QLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  QUOTELOG-RECORD.
           05  QL-SYMBOL              PIC X(4).
           05  QL-QTY                 PIC 9(4).
           05  QL-PRICE               PIC 9(6)V9(3) COMP-3.
           05  QL-TOTAL               PIC 9(12)V9(3) COMP-3.
           05  QL-TIME                PIC X(21).
           05  QL-CLIENT              PIC X(8).

       FD  DENQ-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DENIAL-RECORD.
           05  DEN-CLIENT             PIC X(8).
           05  DEN-SYMBOL             PIC X(4).
           05  DEN-QTY                PIC 9(4).
           05  DEN-REASON             PIC X(20).
           05  DEN-TIME               PIC X(21).

       FD  RATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RATE-CARD-RECORD.
           05  RTC-CLIENT             PIC X(8).
           05  FILLER                 PIC X.
           05  RTC-RATE               PIC X(7).
           05  RTC-RATE-NUM  REDEFINES RTC-RATE
                                      PIC 9(3)V9(4).
           05  FILLER                 PIC X.
           05  RTC-MINIMUM            PIC X(9).
           05  RTC-MINIMUM-NUM  REDEFINES RTC-MINIMUM
                                      PIC 9(7)V9(2).
           05  FILLER                 PIC X.
           05  RTC-FREE               PIC X(7).
           05  RTC-FREE-NUM  REDEFINES RTC-FREE
                                      PIC 9(7).
           05  FILLER                 PIC X(46).

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY QINVC.

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
           05  WS-BILLCTL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-QLOG-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DENQ-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RATECARD-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-INVOICE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-QLOG-EOF             PIC X     VALUE 'N'.
           05  WS-DENQ-EOF             PIC X     VALUE 'N'.
           05  WS-RATECARD-EOF         PIC X     VALUE 'N'.
           05  WS-FILES-OK             PIC X     VALUE 'Y'.
           05  WS-SWAP-FLAG            PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
      *
      *        The month billed, yyyymm, matched against the first
      *        six characters of QL-TIME and DEN-TIME
       01  WS-BILL-MONTH-X            PIC X(6)  VALUE SPACES.
       01  WS-BILL-MONTH-N  REDEFINES WS-BILL-MONTH-X
                                      PIC 9(6).
       01  WS-BILL-YEAR               PIC 9(4)  VALUE 0.
       01  WS-BILL-MM                 PIC 9(2)  VALUE 0.
      *
      *        The *DEFAULT rate card line, if there is one
       01  DEFAULT-RATE.
           05  WS-DEFAULT-FOUND       PIC X             VALUE 'N'.
           05  WS-DEFAULT-RATE        PIC 9(3)V9(4)  COMP-3 VALUE 0.
           05  WS-DEFAULT-MINIMUM     PIC 9(7)V9(2)  COMP-3 VALUE 0.
           05  WS-DEFAULT-FREE        PIC 9(7)       COMP-3 VALUE 0.
      *
      *        One entry per client: rate card terms and the month's
      *        quote and denial counts.  CLT-RATED is 'C' for a
      *        client on the card, 'D' for one priced at *DEFAULT,
      *        'N' for one with no rate at all.
       01  CLIENT-TABLE.
           05  CLT-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  CLT-ENTRY OCCURS 500 TIMES.
               10  CLT-CLIENT-ID      PIC X(8).
               10  CLT-RATED          PIC X.
               10  CLT-RATE           PIC 9(3)V9(4)  COMP-3.
               10  CLT-MINIMUM        PIC 9(7)V9(2)  COMP-3.
               10  CLT-FREE           PIC 9(7)       COMP-3.
               10  CLT-QUOTES         PIC S9(9)      COMP-3.
               10  CLT-DENIALS        PIC S9(9)      COMP-3.
       01  CLT-SWAP-AREA.
           05  CLT-SWAP-ENTRY         PIC X(32).
       01  CLIENT-CONTROLS.
           05  WS-CLT-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-CLT-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-CLT-FOUND-SUB       PIC S9(4)  COMP  VALUE +0.
           05  WS-LOOKUP-CLIENT       PIC X(8)   VALUE SPACES.
      *
      *        The month's denials by client, symbol and reason
       01  DENIAL-TABLE.
           05  DNY-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  DNY-ENTRY OCCURS 2000 TIMES.
               10  DNY-SORT-KEY.
                   15  DNY-CLIENT-ID  PIC X(8).
                   15  DNY-SYMBOL     PIC X(4).
                   15  DNY-REASON     PIC X(20).
               10  DNY-COUNT          PIC S9(7)      COMP-3.
       01  DNY-SWAP-AREA.
           05  DNY-SWAP-ENTRY         PIC X(36).
       01  DENIAL-CONTROLS.
           05  WS-DNY-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-DNY-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-DNY-FOUND-SUB       PIC S9(4)  COMP  VALUE +0.
      *
       01  INVOICE-AMOUNTS.
           05  WS-FREE-QUOTES         PIC S9(9)       COMP-3 VALUE +0.
           05  WS-BILLED-QUOTES       PIC S9(9)       COMP-3 VALUE +0.
           05  WS-GROSS-AMOUNT        PIC S9(9)V9(2)  COMP-3 VALUE +0.
           05  WS-FREE-AMOUNT         PIC S9(9)V9(2)  COMP-3 VALUE +0.
           05  WS-NET-AMOUNT          PIC S9(9)V9(2)  COMP-3 VALUE +0.
           05  WS-MINIMUM-AMOUNT      PIC S9(9)V9(2)  COMP-3 VALUE +0.
           05  WS-INVOICE-AMOUNT      PIC S9(9)V9(2)  COMP-3 VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-QLOG-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BAD-RECS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OUT-OF-MONTH      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNATTRIBUTED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNRATED-QUOTES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICED-QUOTES   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-TABLED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACCOUNTED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BILLED-QUOTES     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FREE-QUOTES       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENQ-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENIALS-MONTH     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RATECARD-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RATECARD-BAD      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICES          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICE-LINES     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNRATED-CLIENTS   PIC S9(9)   COMP-3  VALUE +0.
           05  WS-TOTAL-BILLED       PIC S9(11)V9(2) COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(30)
                     VALUE 'STOCK2Y QUOTE SERVICE INVOICE '.
           05  FILLER                 PIC X(7)  VALUE 'MONTH: '.
           05  RPT-BILL-MONTH         PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE 'CLIENT: '.
           05  RPT-CLIENT-ID          PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'RUN: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(40) VALUE 'DESCRIPTION'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(11) VALUE '      COUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE '    RATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(15) VALUE '         AMOUNT'.
           05  FILLER PIC X(55) VALUE SPACES.
       01  RPT-INVOICE-LINE.
           05  RPT-DESCRIPTION        PIC X(40).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-RATE               PIC ZZ9.9999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(55) VALUE SPACES.
       01  RPT-DENIAL-DESC.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-DNY-SYMBOL         PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DNY-REASON         PIC X(20).
           05  FILLER                 PIC X(10) VALUE SPACES.
       01  RPT-MESSAGE-LINE.
           05  RPT-MESSAGE            PIC X(80).
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(97)    VALUE SPACES.
       01  RPT-AMOUNT-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-AMOUNT-ITEM     PIC X(22).
           05  RPT-AMOUNT-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(91)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'QLOGBIL1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 850-READ-MONTH-CONTROL.
           PERFORM 900-OPEN-FILES.

           IF WS-FILES-OK = 'Y'
               PERFORM 720-READ-RATE-CARD
               PERFORM 860-LOAD-RATE-CARD
                   UNTIL WS-RATECARD-EOF = 'Y'
               PERFORM 700-READ-QLOG
               PERFORM 100-COUNT-ONE-QUOTE THROUGH 100-EXIT
                   UNTIL WS-QLOG-EOF = 'Y'
               PERFORM 710-READ-DENQ
               PERFORM 150-COUNT-ONE-DENIAL THROUGH 150-EXIT
                   UNTIL WS-DENQ-EOF = 'Y'
               PERFORM 200-SORT-CLIENTS
               PERFORM 220-SORT-DENIALS
               PERFORM 400-INVOICE-ONE-CLIENT
                   VARYING WS-CLT-SUB FROM 1 BY 1
                   UNTIL WS-CLT-SUB > CLT-ENTRIES-USED.

           PERFORM 500-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'QLOGBIL1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    One QLOG record: edited as QLOGRPT1 edits it, then
      *    counted against its client if it falls in the month.
      *    ---------------------------------------------------------
       100-COUNT-ONE-QUOTE.
           IF QL-SYMBOL = SPACES
              OR QL-QTY NOT NUMERIC
              OR QL-PRICE NOT NUMERIC
              OR QL-TOTAL NOT NUMERIC
               ADD +1 TO NUM-BAD-RECS
               GO TO 100-NEXT.
           IF QL-TIME(1:6) NOT = WS-BILL-MONTH-X
               ADD +1 TO NUM-OUT-OF-MONTH
               GO TO 100-NEXT.
           IF QL-CLIENT = SPACES OR QL-CLIENT = '(NONE)  '
               ADD +1 TO NUM-UNATTRIBUTED
               GO TO 100-NEXT.
           MOVE QL-CLIENT TO WS-LOOKUP-CLIENT.
           PERFORM 300-FIND-CLIENT THROUGH 300-EXIT.
           IF WS-CLT-FOUND-SUB = 0
               ADD +1 TO NUM-NOT-TABLED
               GO TO 100-NEXT.
           ADD +1 TO CLT-QUOTES(WS-CLT-FOUND-SUB).
       100-NEXT.
           PERFORM 700-READ-QLOG.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One DENQ record in the month: counted by client, symbol
      *    and reason for the invoice's non-billable lines.
      *    ---------------------------------------------------------
       150-COUNT-ONE-DENIAL.
           IF DEN-TIME(1:6) NOT = WS-BILL-MONTH-X
              OR DEN-CLIENT = SPACES
               GO TO 150-NEXT.
           ADD +1 TO NUM-DENIALS-MONTH.
           MOVE DEN-CLIENT TO WS-LOOKUP-CLIENT.
           PERFORM 300-FIND-CLIENT THROUGH 300-EXIT.
           IF WS-CLT-FOUND-SUB > 0
               ADD +1 TO CLT-DENIALS(WS-CLT-FOUND-SUB).
           MOVE 0 TO WS-DNY-FOUND-SUB.
           PERFORM 160-CHECK-DENIAL-ENTRY
               VARYING WS-DNY-SUB FROM 1 BY 1
               UNTIL WS-DNY-SUB > DNY-ENTRIES-USED
                  OR WS-DNY-FOUND-SUB > 0.
           IF WS-DNY-FOUND-SUB > 0
               ADD +1 TO DNY-COUNT(WS-DNY-FOUND-SUB)
               GO TO 150-NEXT.
           IF DNY-ENTRIES-USED NOT < 2000
               DISPLAY 'DENIAL TABLE FULL - ' DEN-CLIENT ' '
                       DEN-SYMBOL ' NOT SHOWN'
               MOVE 16 TO RETURN-CODE
               GO TO 150-NEXT.
           ADD +1 TO DNY-ENTRIES-USED.
           MOVE DEN-CLIENT TO DNY-CLIENT-ID(DNY-ENTRIES-USED).
           MOVE DEN-SYMBOL TO DNY-SYMBOL(DNY-ENTRIES-USED).
           MOVE DEN-REASON TO DNY-REASON(DNY-ENTRIES-USED).
           MOVE +1         TO DNY-COUNT(DNY-ENTRIES-USED).
       150-NEXT.
           PERFORM 710-READ-DENQ.
       150-EXIT.
           EXIT.

       160-CHECK-DENIAL-ENTRY.
           IF DNY-CLIENT-ID(WS-DNY-SUB) = DEN-CLIENT
              AND DNY-SYMBOL(WS-DNY-SUB) = DEN-SYMBOL
              AND DNY-REASON(WS-DNY-SUB) = DEN-REASON
               MOVE WS-DNY-SUB TO WS-DNY-FOUND-SUB.

      *    Invoices go out in client order
       200-SORT-CLIENTS.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 205-ONE-CLIENT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       205-ONE-CLIENT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 210-COMPARE-CLIENTS
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB NOT < CLT-ENTRIES-USED.

       210-COMPARE-CLIENTS.
           COMPUTE WS-CLT-SUB2 = WS-CLT-SUB + 1.
           IF CLT-CLIENT-ID(WS-CLT-SUB) > CLT-CLIENT-ID(WS-CLT-SUB2)
               MOVE CLT-ENTRY(WS-CLT-SUB)  TO CLT-SWAP-ENTRY
               MOVE CLT-ENTRY(WS-CLT-SUB2) TO CLT-ENTRY(WS-CLT-SUB)
               MOVE CLT-SWAP-ENTRY TO CLT-ENTRY(WS-CLT-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

       220-SORT-DENIALS.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 225-ONE-DENIAL-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       225-ONE-DENIAL-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 230-COMPARE-DENIALS
               VARYING WS-DNY-SUB FROM 1 BY 1
               UNTIL WS-DNY-SUB NOT < DNY-ENTRIES-USED.

       230-COMPARE-DENIALS.
           COMPUTE WS-DNY-SUB2 = WS-DNY-SUB + 1.
           IF DNY-SORT-KEY(WS-DNY-SUB) > DNY-SORT-KEY(WS-DNY-SUB2)
               MOVE DNY-ENTRY(WS-DNY-SUB)  TO DNY-SWAP-ENTRY
               MOVE DNY-ENTRY(WS-DNY-SUB2) TO DNY-ENTRY(WS-DNY-SUB)
               MOVE DNY-SWAP-ENTRY TO DNY-ENTRY(WS-DNY-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

      *    ---------------------------------------------------------
      *    Find a client's entry, or start one.  A client not on
      *    the rate card is priced at *DEFAULT when there is one,
      *    and otherwise carried unrated so its quotes still show
      *    in the tie-out.
      *    ---------------------------------------------------------
       300-FIND-CLIENT.
           MOVE 0 TO WS-CLT-FOUND-SUB.
           PERFORM 310-CHECK-CLIENT
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > CLT-ENTRIES-USED
                  OR WS-CLT-FOUND-SUB > 0.
           IF WS-CLT-FOUND-SUB > 0
               GO TO 300-EXIT.
           IF CLT-ENTRIES-USED NOT < 500
               DISPLAY 'CLIENT TABLE FULL - ' WS-LOOKUP-CLIENT
                       ' NOT BILLED'
               MOVE 16 TO RETURN-CODE
               GO TO 300-EXIT.
           ADD +1 TO CLT-ENTRIES-USED.
           MOVE CLT-ENTRIES-USED TO WS-CLT-FOUND-SUB.
           MOVE WS-LOOKUP-CLIENT TO CLT-CLIENT-ID(WS-CLT-FOUND-SUB).
           MOVE +0               TO CLT-QUOTES(WS-CLT-FOUND-SUB).
           MOVE +0               TO CLT-DENIALS(WS-CLT-FOUND-SUB).
           IF WS-DEFAULT-FOUND = 'Y'
               MOVE 'D'                TO CLT-RATED(WS-CLT-FOUND-SUB)
               MOVE WS-DEFAULT-RATE    TO CLT-RATE(WS-CLT-FOUND-SUB)
               MOVE WS-DEFAULT-MINIMUM TO CLT-MINIMUM(WS-CLT-FOUND-SUB)
               MOVE WS-DEFAULT-FREE    TO CLT-FREE(WS-CLT-FOUND-SUB)
           ELSE
               MOVE 'N'                TO CLT-RATED(WS-CLT-FOUND-SUB)
               MOVE ZERO               TO CLT-RATE(WS-CLT-FOUND-SUB)
               MOVE ZERO               TO CLT-MINIMUM(WS-CLT-FOUND-SUB)
               MOVE ZERO               TO CLT-FREE(WS-CLT-FOUND-SUB).
       300-EXIT.
           EXIT.

       310-CHECK-CLIENT.
           IF CLT-CLIENT-ID(WS-CLT-SUB) = WS-LOOKUP-CLIENT
               MOVE WS-CLT-SUB TO WS-CLT-FOUND-SUB.

      *    ---------------------------------------------------------
      *    One client's invoice: quotes at the rate, the free tier
      *    credited, the minimum topped up, denials listed at no
      *    charge.  A client with no rate is left for the summary.
      *    ---------------------------------------------------------
       400-INVOICE-ONE-CLIENT.
           IF CLT-RATED(WS-CLT-SUB) = 'N'
               ADD CLT-QUOTES(WS-CLT-SUB) TO NUM-UNRATED-QUOTES
               ADD +1 TO NUM-UNRATED-CLIENTS
               IF CLT-QUOTES(WS-CLT-SUB) > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 410-PRICE-INVOICE
               PERFORM 420-WRITE-INVOICE.

       410-PRICE-INVOICE.
           IF CLT-QUOTES(WS-CLT-SUB) < CLT-FREE(WS-CLT-SUB)
               MOVE CLT-QUOTES(WS-CLT-SUB) TO WS-FREE-QUOTES
           ELSE
               MOVE CLT-FREE(WS-CLT-SUB)   TO WS-FREE-QUOTES.
           COMPUTE WS-BILLED-QUOTES =
               CLT-QUOTES(WS-CLT-SUB) - WS-FREE-QUOTES.
           COMPUTE WS-GROSS-AMOUNT ROUNDED =
               CLT-QUOTES(WS-CLT-SUB) * CLT-RATE(WS-CLT-SUB).
           COMPUTE WS-FREE-AMOUNT ROUNDED =
               0 - WS-FREE-QUOTES * CLT-RATE(WS-CLT-SUB).
           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT + WS-FREE-AMOUNT.
           MOVE +0 TO WS-MINIMUM-AMOUNT.
           IF WS-NET-AMOUNT < CLT-MINIMUM(WS-CLT-SUB)
               COMPUTE WS-MINIMUM-AMOUNT =
                   CLT-MINIMUM(WS-CLT-SUB) - WS-NET-AMOUNT.
           COMPUTE WS-INVOICE-AMOUNT =
               WS-NET-AMOUNT + WS-MINIMUM-AMOUNT.
           ADD CLT-QUOTES(WS-CLT-SUB) TO NUM-INVOICED-QUOTES.
           ADD WS-BILLED-QUOTES       TO NUM-BILLED-QUOTES.
           ADD WS-FREE-QUOTES         TO NUM-FREE-QUOTES.
           ADD WS-INVOICE-AMOUNT      TO WS-TOTAL-BILLED.
           ADD +1 TO NUM-INVOICES.

       420-WRITE-INVOICE.
           MOVE CLT-CLIENT-ID(WS-CLT-SUB) TO RPT-CLIENT-ID.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

           MOVE 'QUOT'                  TO INV-LINE-TYPE.
           MOVE CLT-QUOTES(WS-CLT-SUB)  TO INV-COUNT.
           MOVE CLT-RATE(WS-CLT-SUB)    TO INV-RATE.
           MOVE WS-GROSS-AMOUNT         TO INV-AMOUNT.
           IF CLT-RATED(WS-CLT-SUB) = 'D'
               MOVE 'QUOTES RETRIEVED (STANDARD RATE)'
                   TO RPT-DESCRIPTION
           ELSE
               MOVE 'QUOTES RETRIEVED' TO RPT-DESCRIPTION.
           PERFORM 450-WRITE-INVOICE-LINE.

           IF WS-FREE-QUOTES > 0
               MOVE 'FREE'              TO INV-LINE-TYPE
               MOVE WS-FREE-QUOTES      TO INV-COUNT
               MOVE CLT-RATE(WS-CLT-SUB) TO INV-RATE
               MOVE WS-FREE-AMOUNT      TO INV-AMOUNT
               MOVE 'LESS FREE-TIER QUOTES' TO RPT-DESCRIPTION
               PERFORM 450-WRITE-INVOICE-LINE.

           IF WS-MINIMUM-AMOUNT > 0
               MOVE 'MIN '              TO INV-LINE-TYPE
               MOVE ZERO                TO INV-COUNT
               MOVE ZERO                TO INV-RATE
               MOVE WS-MINIMUM-AMOUNT   TO INV-AMOUNT
               MOVE 'MONTHLY MINIMUM ADJUSTMENT' TO RPT-DESCRIPTION
               PERFORM 450-WRITE-INVOICE-LINE.

           IF CLT-DENIALS(WS-CLT-SUB) > 0
               MOVE 'REQUESTS DENIED - NOT BILLED:'
                   TO RPT-MESSAGE
               WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2
               PERFORM 430-WRITE-DENIAL-LINE
                   VARYING WS-DNY-SUB FROM 1 BY 1
                   UNTIL WS-DNY-SUB > DNY-ENTRIES-USED.

           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TOTL'                  TO INV-LINE-TYPE.
           MOVE WS-BILLED-QUOTES        TO INV-COUNT.
           MOVE ZERO                    TO INV-RATE.
           MOVE WS-INVOICE-AMOUNT       TO INV-AMOUNT.
           MOVE 'INVOICE TOTAL'         TO RPT-DESCRIPTION.
           PERFORM 450-WRITE-INVOICE-LINE.

       430-WRITE-DENIAL-LINE.
           IF DNY-CLIENT-ID(WS-DNY-SUB) = CLT-CLIENT-ID(WS-CLT-SUB)
               MOVE 'DENY'                  TO INV-LINE-TYPE
               MOVE DNY-COUNT(WS-DNY-SUB)   TO INV-COUNT
               MOVE ZERO                    TO INV-RATE
               MOVE ZERO                    TO INV-AMOUNT
               MOVE DNY-SYMBOL(WS-DNY-SUB)  TO RPT-DNY-SYMBOL
               MOVE DNY-REASON(WS-DNY-SUB)  TO RPT-DNY-REASON
               MOVE RPT-DENIAL-DESC         TO RPT-DESCRIPTION
               PERFORM 450-WRITE-INVOICE-LINE.

      *    One line on both the invoice file and the print; the
      *    symbol and reason are carried on DENY lines only
       450-WRITE-INVOICE-LINE.
           MOVE CLT-CLIENT-ID(WS-CLT-SUB) TO INV-CLIENT-ID.
           MOVE WS-BILL-MONTH-N           TO INV-BILL-MONTH.
           MOVE WS-RUN-DATE-N             TO INV-RUN-DATE.
           IF INV-DENIAL
               MOVE DNY-SYMBOL(WS-DNY-SUB) TO INV-SYMBOL
               MOVE DNY-REASON(WS-DNY-SUB) TO INV-REASON
           ELSE
               MOVE SPACES TO INV-SYMBOL
               MOVE SPACES TO INV-REASON.
           MOVE SPACES TO INV-RECORD(66:35).
           WRITE INV-RECORD.
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY 'ERROR ON QINVOICE WRITE.  CODE:'
                       WS-INVOICE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-INVOICE-LINES.
           MOVE INV-COUNT  TO RPT-COUNT.
           MOVE INV-RATE   TO RPT-RATE.
           MOVE INV-AMOUNT TO RPT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-INVOICE-LINE.

      *    ---------------------------------------------------------
      *    Billing summary and the tie-out to the QLOG record count
      *    ---------------------------------------------------------
       500-PRINT-SUMMARY.
           MOVE SPACES TO RPT-CLIENT-ID.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE 'BILLING SUMMARY AND QLOG TIE-OUT' TO RPT-MESSAGE.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2.
           PERFORM 510-LIST-UNRATED-CLIENT
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > CLT-ENTRIES-USED.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'QLOG RECORDS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-QLOG-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  INVOICED QUOTES:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INVOICED-QUOTES      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  OUTSIDE THE MONTH:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OUT-OF-MONTH         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  UNATTRIBUTED (NONE):' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNATTRIBUTED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  CLIENTS NOT RATED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNRATED-QUOTES       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  CLIENT TABLE FULL:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-TABLED           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  UNREADABLE RECORDS: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BAD-RECS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           COMPUTE NUM-ACCOUNTED = NUM-INVOICED-QUOTES
               + NUM-OUT-OF-MONTH + NUM-UNATTRIBUTED
               + NUM-UNRATED-QUOTES + NUM-NOT-TABLED + NUM-BAD-RECS.
           IF NUM-ACCOUNTED = NUM-QLOG-RECS
               MOVE 'BILLING TIES TO THE QLOG RECORD COUNT'
                   TO RPT-MESSAGE
           ELSE
               MOVE 'BILLING DOES NOT TIE TO THE QLOG RECORD COUNT'
                   TO RPT-MESSAGE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'QUOTES BILLED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BILLED-QUOTES        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'QUOTES IN FREE TIER:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FREE-QUOTES          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENQ RECORDS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENQ-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIALS IN MONTH:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENIALS-MONTH        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RATE CARD LINES READ: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RATECARD-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RATE CARD LINES BAD:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RATECARD-BAD         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'INVOICES:             ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INVOICES             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'INVOICE LINES:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INVOICE-LINES        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLIENTS NOT RATED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNRATED-CLIENTS      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TOTAL INVOICED:       ' TO RPT-AMOUNT-ITEM.
           MOVE WS-TOTAL-BILLED          TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-DETAIL.

       510-LIST-UNRATED-CLIENT.
           IF CLT-RATED(WS-CLT-SUB) = 'N'
               MOVE SPACES TO RPT-MESSAGE
               STRING 'NO RATE CARD LINE FOR CLIENT '
                      CLT-CLIENT-ID(WS-CLT-SUB)
                      ' - NOT INVOICED'
                   DELIMITED BY SIZE INTO RPT-MESSAGE
               WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.

       700-READ-QLOG.
           READ QLOG-FILE
             AT END MOVE 'Y' TO WS-QLOG-EOF .
           IF ( WS-QLOG-STATUS = '00' OR WS-QLOG-STATUS = '04' )
               ADD +1 TO NUM-QLOG-RECS
           ELSE IF WS-QLOG-STATUS = '10'
               MOVE 'Y' TO WS-QLOG-EOF
           ELSE
               DISPLAY 'ERROR ON QLOG READ.  CODE:' WS-QLOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-QLOG-EOF.

       710-READ-DENQ.
           READ DENQ-FILE
             AT END MOVE 'Y' TO WS-DENQ-EOF .
           IF ( WS-DENQ-STATUS = '00' OR WS-DENQ-STATUS = '04' )
               ADD +1 TO NUM-DENQ-RECS
           ELSE IF WS-DENQ-STATUS = '10'
               MOVE 'Y' TO WS-DENQ-EOF
           ELSE
               DISPLAY 'ERROR ON DENQ READ.  CODE:' WS-DENQ-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DENQ-EOF.

       720-READ-RATE-CARD.
           READ RATE-CARD-FILE
             AT END MOVE 'Y' TO WS-RATECARD-EOF .
           IF ( WS-RATECARD-STATUS = '00' OR
                WS-RATECARD-STATUS = '04' ) THEN
               ADD +1 TO NUM-RATECARD-RECS
           ELSE IF WS-RATECARD-STATUS = '10'
               MOVE 'Y' TO WS-RATECARD-EOF
           ELSE
               DISPLAY 'ERROR ON RATECARD READ.  CODE:'
                       WS-RATECARD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RATECARD-EOF.

      *    ---------------------------------------------------------
      *    Optional BILLCTL card.  Billing normally runs early in
      *    the new month for the one just closed, so that is the
      *    default.
      *    ---------------------------------------------------------
       850-READ-MONTH-CONTROL.
           COMPUTE WS-BILL-YEAR = WS-RUN-DATE-N / 10000.
           MOVE WS-RUN-DATE-X(5:2) TO WS-BILL-MM.
           IF WS-BILL-MM = 1
               SUBTRACT 1 FROM WS-BILL-YEAR
               MOVE 12 TO WS-BILL-MM
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM.
           COMPUTE WS-BILL-MONTH-N = WS-BILL-YEAR * 100 + WS-BILL-MM.
           OPEN INPUT BILLCTL-FILE.
           IF WS-BILLCTL-STATUS = '00'
             READ BILLCTL-FILE
             IF WS-BILLCTL-STATUS = '00'
                AND BCT-MONTH IS NUMERIC
               MOVE BCT-MONTH-NUM TO WS-BILL-MONTH-N
             END-IF
             CLOSE BILLCTL-FILE
           END-IF.
           MOVE WS-BILL-MONTH-X TO RPT-BILL-MONTH.
           MOVE WS-RUN-DATE-X   TO RPT-RUN-DATE.
           DISPLAY 'QLOGBIL1 BILLING MONTH = ' WS-BILL-MONTH-X.

      *    One rate card line.  A line that does not edit is listed
      *    and the client is treated as if it were not on the card.
       860-LOAD-RATE-CARD.
           IF RTC-CLIENT = SPACES
              OR RTC-RATE IS NOT NUMERIC
              OR RTC-MINIMUM IS NOT NUMERIC
              OR RTC-FREE IS NOT NUMERIC
               DISPLAY 'RATECARD LINE NOT VALID - CLIENT ' RTC-CLIENT
               ADD +1 TO NUM-RATECARD-BAD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE IF RTC-CLIENT = '*DEFAULT'
               MOVE 'Y'             TO WS-DEFAULT-FOUND
               MOVE RTC-RATE-NUM    TO WS-DEFAULT-RATE
               MOVE RTC-MINIMUM-NUM TO WS-DEFAULT-MINIMUM
               MOVE RTC-FREE-NUM    TO WS-DEFAULT-FREE
           ELSE
               MOVE RTC-CLIENT TO WS-LOOKUP-CLIENT
               PERFORM 300-FIND-CLIENT THROUGH 300-EXIT
               IF WS-CLT-FOUND-SUB > 0
                   MOVE 'C'          TO CLT-RATED(WS-CLT-FOUND-SUB)
                   MOVE RTC-RATE-NUM TO CLT-RATE(WS-CLT-FOUND-SUB)
                   MOVE RTC-MINIMUM-NUM
                                     TO CLT-MINIMUM(WS-CLT-FOUND-SUB)
                   MOVE RTC-FREE-NUM TO CLT-FREE(WS-CLT-FOUND-SUB)
               END-IF.
           PERFORM 720-READ-RATE-CARD.

       900-OPEN-FILES.
           OPEN INPUT    QLOG-FILE
                         DENQ-FILE
                         RATE-CARD-FILE
                OUTPUT   INVOICE-FILE
                         REPORT-FILE .
           IF WS-QLOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING QLOG FILE. RC:' WS-QLOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-DENQ-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DENQ FILE. RC:' WS-DENQ-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-RATECARD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RATECARD FILE. RC:'
                     WS-RATECARD-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-INVOICE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING QINVOICE FILE. RC:'
                     WS-INVOICE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING INVRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.

       905-CLOSE-FILES.
           CLOSE QLOG-FILE .
           CLOSE DENQ-FILE .
           CLOSE RATE-CARD-FILE .
           CLOSE INVOICE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM QLOGBIL1
