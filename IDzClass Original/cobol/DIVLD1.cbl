      ****************************************************************
      * PROGRAM:  DIVLD1
      *           Dividend feed loader and cash-income posting
      *
      * Positions on PORTPOS earn dividends but nothing recorded
      * them, so PORTVAL1 showed price movement only.  This job
      * reads the day's dividend announcements and, for every owner
      * holding the symbol when it went ex-dividend, posts the
      * owner's entitlement -- shares held times the declared rate
      * -- to the CASHLG cash ledger (CASHLGC).
      *
      * The holder of record is whoever owned the shares before the
      * ex-date, so the shares entitled are taken from the tax lots
      * rather than from today's position:
      *   - open TAXLOT lots acquired before the ex-date, plus
      *   - lots acquired before the ex-date but sold on or after
      *     it, from the RLZGAIN realized-gain history -- a holder
      *     who sold after going ex keeps the dividend.
      * The lot file covers every position once PORTMNT1 has run.
      *
      * A dividend nobody held is listed in its own section of the
      * report rather than silently dropped.  An announcement whose
      * ex-date is still to come is HELD (positions can change
      * until then) and must come round again in a later feed.  A
      * dividend already on the ledger (same symbol and ex-date) is
      * never posted twice.
      *
      * FILES:
      *   DIVFEED  - dividend announcements:
      *              cols  1-4   symbol
      *              col   5     filler
      *              cols  6-13  ex-date (yyyymmdd)
      *              col  14     filler
      *              cols 15-22  record date (yyyymmdd)
      *              col  23     filler
      *              cols 24-31  pay date (yyyymmdd)
      *              col  32     filler
      *              cols 33-41  amount per share, 9(3)V9(6) implied
      *   TAXLOT   - current tax lots, TAXLOTC layout
      *   RLZGAIN  - realized gain/loss history, RLZGAINC layout
      *              (may be empty)
      *   CASHLG   - portfolio cash ledger, CASHLGC layout; read for
      *              dividends already posted, then extended
      *   DIVRPT   - announcements, postings, unheld dividends
      *
      * Return codes: 16 file error, 8 an announcement was rejected,
      * 4 an announcement was held or was already posted.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVLD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DIV-FEED-FILE ASSIGN TO DIVFEED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DIVFEED-STATUS.

           SELECT TAX-LOT-FILE  ASSIGN TO TAXLOT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-TAXLOT-STATUS.

           SELECT GAIN-FILE     ASSIGN TO RLZGAIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RLZGAIN-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO CASHLG
               FILE STATUS  IS  WS-CASHLG-STATUS.

           SELECT REPORT-FILE   ASSIGN TO DIVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DIV-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DIV-FEED-RECORD.
           05  DVF-SYMBOL             PIC X(4).
           05  FILLER                 PIC X.
           05  DVF-EX-DATE            PIC X(8).
           05  DVF-EX-DATE-NUM  REDEFINES DVF-EX-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  DVF-RECORD-DATE        PIC X(8).
           05  DVF-RECORD-DATE-NUM  REDEFINES DVF-RECORD-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  DVF-PAY-DATE           PIC X(8).
           05  DVF-PAY-DATE-NUM  REDEFINES DVF-PAY-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  DVF-RATE               PIC X(9).
           05  DVF-RATE-NUM  REDEFINES DVF-RATE
                                      PIC 9(3)V9(6).
           05  FILLER                 PIC X(39).

       FD  TAX-LOT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY TAXLOTC REPLACING ==:TAG:== BY ==LOT==.

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
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-DIVFEED-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TAXLOT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-RLZGAIN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CASHLG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-DIVFEED-EOF          PIC X     VALUE 'N'.
           05  WS-TAXLOT-EOF           PIC X     VALUE 'N'.
           05  WS-RLZGAIN-EOF          PIC X     VALUE 'N'.
           05  WS-RLZGAIN-OPEN         PIC X     VALUE 'N'.
           05  WS-CASHLG-EOF           PIC X     VALUE 'N'.
           05  WS-FILES-OK             PIC X     VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-ACTION-HELD          PIC X     VALUE 'N'.
           05  WS-SWAP-FLAG            PIC X     VALUE 'N'.
           05  WS-ENT-UNSORTED         PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
      *
      *        The day's accepted dividends
       01  DIVIDEND-TABLE.
           05  DIV-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  DIV-ENTRY OCCURS 200 TIMES.
               10  DIV-SYMBOL         PIC X(4).
               10  DIV-EX-DATE        PIC 9(8).
               10  DIV-RECORD-DATE    PIC 9(8).
               10  DIV-PAY-DATE       PIC 9(8).
               10  DIV-RATE           PIC 9(3)V9(6)   COMP-3.
               10  DIV-POSTED         PIC X.
               10  DIV-HOLDERS        PIC S9(7)       COMP-3.
               10  DIV-SHARES         PIC S9(11)      COMP-3.
               10  DIV-AMOUNT         PIC S9(13)V9(2) COMP-3.
       01  WS-DIV-SUB                 PIC S9(4)  COMP  VALUE +0.
      *
      *        Entitlements: shares per owner per dividend
       01  ENTITLEMENT-TABLE.
           05  ENT-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  ENT-ENTRY OCCURS 5000 TIMES.
               10  ENT-SORT-KEY.
                   15  ENT-OWNER-ID   PIC X(8).
                   15  ENT-DIV-SUB    PIC 9(4).
               10  ENT-SHARES         PIC S9(9)       COMP-3.
       01  ENT-SWAP-AREA.
           05  ENT-SWAP-ENTRY         PIC X(17).
       01  ENT-CONTROLS.
           05  WS-ENT-SUB             PIC S9(4)  COMP  VALUE +0.
           05  WS-ENT-SUB2            PIC S9(4)  COMP  VALUE +0.
           05  WS-ENT-FOUND-SUB       PIC S9(4)  COMP  VALUE +0.
           05  WS-ENT-OWNER           PIC X(8)   VALUE SPACES.
           05  WS-ENT-QTY             PIC S9(9)  COMP-3 VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-FEED-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DIVS-ACCEPTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DIVS-HELD         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DIVS-REJECTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DIVS-DUPLICATE    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DIVS-UNHELD       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOT-RECS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GAIN-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LEDGER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSTINGS          PIC S9(9)   COMP-3  VALUE +0.
           05  WS-TOTAL-POSTED       PIC S9(13)V9(2) COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(34)
                     VALUE 'DIVIDEND POSTING REPORT           '.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  RPT-DIV-HEADER.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'EX-DATE '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'REC-DATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'PAY-DATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '  PER SHR '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  RPT-DIV-DETAIL.
           05  RPT-DIV-SYMBOL         PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIV-EX-DATE        PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIV-RECORD-DATE    PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIV-PAY-DATE       PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIV-RATE           PIC ZZ9.999999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIV-DISPOSITION    PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIV-REASON         PIC X(40).
           05  FILLER                 PIC X(38) VALUE SPACES.
       01  RPT-POST-HEADER.
           05  FILLER PIC X(8)  VALUE 'OWNER   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'EX-DATE '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'PAY-DATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(11) VALUE '     SHARES'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '  PER SHR '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(18) VALUE '            AMOUNT'.
           05  FILLER PIC X(59) VALUE SPACES.
       01  RPT-POST-DETAIL.
           05  RPT-POST-OWNER-ID      PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-SYMBOL        PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-EX-DATE       PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-PAY-DATE      PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-SHARES        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-RATE          PIC ZZ9.999999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(60) VALUE SPACES.
       01  RPT-UNHELD-DETAIL.
           05  RPT-UNH-SYMBOL         PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-UNH-EX-DATE        PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-UNH-PAY-DATE       PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-UNH-RATE           PIC ZZ9.999999.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                     VALUE 'NO OWNER HELD THIS SYMBOL AT THE EX-DATE'.
           05  FILLER                 PIC X(55) VALUE SPACES.
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
       01  RPT-AMOUNT-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-AMOUNT-ITEM     PIC X(22).
           05  RPT-AMOUNT-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(91)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DIVLD1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           IF WS-FILES-OK = 'Y'
               PERFORM 710-READ-FEED
               PERFORM 100-LOAD-ONE-DIVIDEND THROUGH 100-EXIT
                   UNTIL WS-DIVFEED-EOF = 'Y'
               PERFORM 150-FIND-POSTED-DIVIDENDS.

           IF WS-FILES-OK = 'Y' AND DIV-ENTRIES-USED > 0
               PERFORM 720-READ-TAX-LOT
               PERFORM 200-ENTITLE-FROM-LOT
                   UNTIL WS-TAXLOT-EOF = 'Y'
               IF WS-RLZGAIN-OPEN = 'Y'
                   PERFORM 730-READ-GAIN
                   PERFORM 230-ENTITLE-FROM-SALE
                       UNTIL WS-RLZGAIN-EOF = 'Y'
               END-IF
               IF WS-ENT-UNSORTED = 'Y'
                   PERFORM 250-SORT-ENTITLEMENTS
               END-IF
               PERFORM 270-POST-ENTITLEMENTS
               PERFORM 290-REPORT-UNHELD.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'DIVLD1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Validate one announcement and add it to the table.
      *    ---------------------------------------------------------
       100-LOAD-ONE-DIVIDEND.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N'    TO WS-ACTION-HELD.
           PERFORM 110-VALIDATE-DIVIDEND THROUGH 110-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               IF WS-ACTION-HELD = 'Y'
                   ADD +1 TO NUM-DIVS-HELD
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE 'HELD'     TO RPT-DIV-DISPOSITION
               ELSE
                   ADD +1 TO NUM-DIVS-REJECTED
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE 'REJECTED' TO RPT-DIV-DISPOSITION
               END-IF
               PERFORM 810-REPORT-DIVIDEND
               PERFORM 710-READ-FEED
               GO TO 100-EXIT.
           ADD +1 TO DIV-ENTRIES-USED.
           MOVE DVF-SYMBOL       TO DIV-SYMBOL(DIV-ENTRIES-USED).
           MOVE DVF-EX-DATE-NUM  TO DIV-EX-DATE(DIV-ENTRIES-USED).
           MOVE DVF-RECORD-DATE-NUM
                                 TO DIV-RECORD-DATE(DIV-ENTRIES-USED).
           MOVE DVF-PAY-DATE-NUM TO DIV-PAY-DATE(DIV-ENTRIES-USED).
           MOVE DVF-RATE-NUM     TO DIV-RATE(DIV-ENTRIES-USED).
           MOVE 'N'              TO DIV-POSTED(DIV-ENTRIES-USED).
           MOVE +0               TO DIV-HOLDERS(DIV-ENTRIES-USED).
           MOVE +0               TO DIV-SHARES(DIV-ENTRIES-USED).
           MOVE +0               TO DIV-AMOUNT(DIV-ENTRIES-USED).
           PERFORM 710-READ-FEED.
       100-EXIT.
           EXIT.

       110-VALIDATE-DIVIDEND.
           IF DVF-SYMBOL = SPACES
               MOVE 'SYMBOL MISSING' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF DVF-EX-DATE IS NOT NUMERIC
              OR DVF-RECORD-DATE IS NOT NUMERIC
              OR DVF-PAY-DATE IS NOT NUMERIC
               MOVE 'A DATE IS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF DVF-RECORD-DATE-NUM < DVF-EX-DATE-NUM
              OR DVF-PAY-DATE-NUM < DVF-RECORD-DATE-NUM
               MOVE 'DATES OUT OF ORDER (EX/RECORD/PAY)'
                   TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF DVF-RATE IS NOT NUMERIC OR DVF-RATE-NUM = ZERO
               MOVE 'AMOUNT PER SHARE NOT NUMERIC OR ZERO'
                   TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF DVF-EX-DATE-NUM > WS-RUN-DATE-N
               MOVE 'EX-DATE NOT YET REACHED - RESUBMIT'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-ACTION-HELD
               GO TO 110-EXIT.
           PERFORM 120-CHECK-FEED-DUPLICATE
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > DIV-ENTRIES-USED.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 110-EXIT.
           IF DIV-ENTRIES-USED NOT < 200
               MOVE 'MORE THAN 200 DIVIDENDS IN ONE FEED'
                   TO WS-REJECT-REASON.
       110-EXIT.
           EXIT.

       120-CHECK-FEED-DUPLICATE.
           IF DIV-SYMBOL(WS-DIV-SUB)  = DVF-SYMBOL
              AND DIV-EX-DATE(WS-DIV-SUB) = DVF-EX-DATE-NUM
               MOVE 'DUPLICATE OF AN EARLIER FEED LINE'
                   TO WS-REJECT-REASON.

      *    ---------------------------------------------------------
      *    A pass of the cash ledger: a dividend already posted on a
      *    previous run (same symbol and ex-date) is not posted
      *    again.  An empty or not-yet-created ledger is fine.
      *    ---------------------------------------------------------
       150-FIND-POSTED-DIVIDENDS.
           OPEN INPUT CASH-LEDGER-FILE.
           IF WS-CASHLG-STATUS = '00'
               PERFORM 740-READ-LEDGER
               PERFORM 160-CHECK-LEDGER-ENTRY
                   UNTIL WS-CASHLG-EOF = 'Y'
               CLOSE CASH-LEDGER-FILE.
           PERFORM 170-REPORT-ACCEPTED
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > DIV-ENTRIES-USED.

       160-CHECK-LEDGER-ENTRY.
           IF CLG-DIVIDEND
               PERFORM 165-MATCH-LEDGER-DIVIDEND
                   VARYING WS-DIV-SUB FROM 1 BY 1
                   UNTIL WS-DIV-SUB > DIV-ENTRIES-USED.
           PERFORM 740-READ-LEDGER.

       165-MATCH-LEDGER-DIVIDEND.
           IF DIV-SYMBOL(WS-DIV-SUB)  = CLG-SYMBOL
              AND DIV-EX-DATE(WS-DIV-SUB) = CLG-EX-DATE
               MOVE 'Y' TO DIV-POSTED(WS-DIV-SUB).

       170-REPORT-ACCEPTED.
           MOVE DIV-SYMBOL(WS-DIV-SUB)      TO DVF-SYMBOL.
           MOVE DIV-EX-DATE(WS-DIV-SUB)     TO DVF-EX-DATE-NUM.
           MOVE DIV-RECORD-DATE(WS-DIV-SUB) TO DVF-RECORD-DATE-NUM.
           MOVE DIV-PAY-DATE(WS-DIV-SUB)    TO DVF-PAY-DATE-NUM.
           MOVE DIV-RATE(WS-DIV-SUB)        TO DVF-RATE-NUM.
           IF DIV-POSTED(WS-DIV-SUB) = 'Y'
               ADD +1 TO NUM-DIVS-DUPLICATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'SKIPPED'  TO RPT-DIV-DISPOSITION
               MOVE 'ALREADY POSTED TO THE CASH LEDGER'
                   TO WS-REJECT-REASON
           ELSE
               ADD +1 TO NUM-DIVS-ACCEPTED
               MOVE 'ACCEPTED' TO RPT-DIV-DISPOSITION
               MOVE SPACES     TO WS-REJECT-REASON.
           PERFORM 810-REPORT-DIVIDEND.

      *    ---------------------------------------------------------
      *    One open lot: its shares count toward every dividend on
      *    its symbol that went ex after the lot was acquired.  The
      *    lot file is in owner order, so entitlements are added in
      *    owner order and need no sort unless a sale adds one.
      *    ---------------------------------------------------------
       200-ENTITLE-FROM-LOT.
           MOVE LOT-OWNER-ID   TO WS-ENT-OWNER.
           MOVE LOT-REMAIN-QTY TO WS-ENT-QTY.
           PERFORM 210-LOT-AGAINST-DIVIDEND
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > DIV-ENTRIES-USED.
           PERFORM 720-READ-TAX-LOT.

       210-LOT-AGAINST-DIVIDEND.
           IF DIV-POSTED(WS-DIV-SUB) = 'N'
              AND DIV-SYMBOL(WS-DIV-SUB) = LOT-SYMBOL
              AND LOT-ACQ-DATE < DIV-EX-DATE(WS-DIV-SUB)
              AND WS-ENT-QTY > 0
               PERFORM 220-ADD-ENTITLEMENT.

      *    Find the owner's entitlement to this dividend, or start
      *    one.  Owners arrive grouped, so the search runs back from
      *    the newest entry and stops at the first other owner.
       220-ADD-ENTITLEMENT.
           MOVE 0 TO WS-ENT-FOUND-SUB.
           PERFORM 225-CHECK-ENTITLEMENT
               VARYING WS-ENT-SUB FROM ENT-ENTRIES-USED BY -1
               UNTIL WS-ENT-SUB < 1
                  OR WS-ENT-FOUND-SUB > 0.
           IF WS-ENT-FOUND-SUB > 0
               ADD WS-ENT-QTY TO ENT-SHARES(WS-ENT-FOUND-SUB)
           ELSE IF ENT-ENTRIES-USED NOT < 5000
               DISPLAY 'ENTITLEMENT TABLE FULL - ' WS-ENT-OWNER
                       ' ' DIV-SYMBOL(WS-DIV-SUB) ' NOT POSTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO ENT-ENTRIES-USED
               MOVE WS-ENT-OWNER TO ENT-OWNER-ID(ENT-ENTRIES-USED)
               MOVE WS-DIV-SUB   TO ENT-DIV-SUB(ENT-ENTRIES-USED)
               MOVE WS-ENT-QTY   TO ENT-SHARES(ENT-ENTRIES-USED).

       225-CHECK-ENTITLEMENT.
           IF ENT-OWNER-ID(WS-ENT-SUB) = WS-ENT-OWNER
               IF ENT-DIV-SUB(WS-ENT-SUB) = WS-DIV-SUB
                   MOVE WS-ENT-SUB TO WS-ENT-FOUND-SUB
               END-IF
           ELSE IF WS-ENT-UNSORTED = 'N'
               MOVE 0 TO WS-ENT-SUB.

      *    A sale on or after the ex-date of shares bought before
      *    it: the seller was the holder of record.  These come in
      *    run order, so the table is searched in full and sorted
      *    afterwards.
       230-ENTITLE-FROM-SALE.
           MOVE RGN-OWNER-ID TO WS-ENT-OWNER.
           MOVE RGN-QTY      TO WS-ENT-QTY.
           PERFORM 240-SALE-AGAINST-DIVIDEND
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > DIV-ENTRIES-USED.
           PERFORM 730-READ-GAIN.

       240-SALE-AGAINST-DIVIDEND.
           IF DIV-POSTED(WS-DIV-SUB) = 'N'
              AND DIV-SYMBOL(WS-DIV-SUB) = RGN-SYMBOL
              AND RGN-ACQ-DATE  <     DIV-EX-DATE(WS-DIV-SUB)
              AND RGN-SELL-DATE NOT < DIV-EX-DATE(WS-DIV-SUB)
              AND WS-ENT-QTY > 0
               MOVE 'Y' TO WS-ENT-UNSORTED
               PERFORM 220-ADD-ENTITLEMENT.

       250-SORT-ENTITLEMENTS.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 255-ONE-SORT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       255-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 260-COMPARE-ADJACENT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB NOT < ENT-ENTRIES-USED.

       260-COMPARE-ADJACENT.
           COMPUTE WS-ENT-SUB2 = WS-ENT-SUB + 1.
           IF ENT-SORT-KEY(WS-ENT-SUB) > ENT-SORT-KEY(WS-ENT-SUB2)
               MOVE ENT-ENTRY(WS-ENT-SUB)  TO ENT-SWAP-ENTRY
               MOVE ENT-ENTRY(WS-ENT-SUB2) TO ENT-ENTRY(WS-ENT-SUB)
               MOVE ENT-SWAP-ENTRY TO ENT-ENTRY(WS-ENT-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

      *    ---------------------------------------------------------
      *    Post each entitlement to the cash ledger, extending it
      *    (and creating it on the very first run, as CUSTMNT1 does
      *    its journal).
      *    ---------------------------------------------------------
       270-POST-ENTITLEMENTS.
           OPEN EXTEND CASH-LEDGER-FILE.
           IF WS-CASHLG-STATUS = '35'
               OPEN OUTPUT CASH-LEDGER-FILE.
           IF WS-CASHLG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASHLG FILE. RC:'
                       WS-CASHLG-STATUS
               DISPLAY 'NO DIVIDENDS POSTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'DIVIDENDS POSTED TO THE CASH LEDGER'
                   TO RPT-SECTION-TEXT
               WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2
               WRITE REPORT-RECORD FROM RPT-POST-HEADER
               PERFORM 280-POST-ONE-ENTITLEMENT
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > ENT-ENTRIES-USED
               CLOSE CASH-LEDGER-FILE.

       280-POST-ONE-ENTITLEMENT.
           MOVE ENT-DIV-SUB(WS-ENT-SUB) TO WS-DIV-SUB.
           MOVE SPACES                     TO CLG-RECORD.
           MOVE ENT-OWNER-ID(WS-ENT-SUB)   TO CLG-OWNER-ID.
           MOVE 'DIV '                     TO CLG-ENTRY-TYPE.
           MOVE DIV-SYMBOL(WS-DIV-SUB)     TO CLG-SYMBOL.
           MOVE DIV-EX-DATE(WS-DIV-SUB)    TO CLG-EX-DATE.
           MOVE DIV-RECORD-DATE(WS-DIV-SUB) TO CLG-RECORD-DATE.
           MOVE DIV-PAY-DATE(WS-DIV-SUB)   TO CLG-PAY-DATE.
           MOVE ENT-SHARES(WS-ENT-SUB)     TO CLG-SHARES.
           MOVE DIV-RATE(WS-DIV-SUB)       TO CLG-RATE.
           COMPUTE CLG-AMOUNT ROUNDED =
               ENT-SHARES(WS-ENT-SUB) * DIV-RATE(WS-DIV-SUB).
           MOVE WS-RUN-DATE-N              TO CLG-POST-DATE.
           WRITE CLG-RECORD.
           IF WS-CASHLG-STATUS NOT = '00'
               DISPLAY 'ERROR ON CASHLG WRITE.  CODE:'
                       WS-CASHLG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-POSTINGS
               ADD CLG-AMOUNT TO WS-TOTAL-POSTED
               ADD +1 TO DIV-HOLDERS(WS-DIV-SUB)
               ADD CLG-SHARES TO DIV-SHARES(WS-DIV-SUB)
               ADD CLG-AMOUNT TO DIV-AMOUNT(WS-DIV-SUB)
               PERFORM 820-REPORT-POSTING.

      *    A dividend with no holder is listed, never dropped
       290-REPORT-UNHELD.
           MOVE 'DIVIDENDS ON SYMBOLS NOBODY HELD AT THE EX-DATE'
               TO RPT-SECTION-TEXT.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2.
           PERFORM 295-CHECK-UNHELD
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > DIV-ENTRIES-USED.

       295-CHECK-UNHELD.
           IF DIV-POSTED(WS-DIV-SUB) = 'N'
              AND DIV-HOLDERS(WS-DIV-SUB) = 0
               ADD +1 TO NUM-DIVS-UNHELD
               MOVE DIV-SYMBOL(WS-DIV-SUB)   TO RPT-UNH-SYMBOL
               MOVE DIV-EX-DATE(WS-DIV-SUB)  TO RPT-UNH-EX-DATE
               MOVE DIV-PAY-DATE(WS-DIV-SUB) TO RPT-UNH-PAY-DATE
               MOVE DIV-RATE(WS-DIV-SUB)     TO RPT-UNH-RATE
               WRITE REPORT-RECORD FROM RPT-UNHELD-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'FEED RECORDS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FEED-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DIVIDENDS ACCEPTED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DIVS-ACCEPTED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DIVIDENDS HELD:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DIVS-HELD            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DIVIDENDS REJECTED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DIVS-REJECTED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ALREADY POSTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DIVS-DUPLICATE       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DIVIDENDS NOBODY HELD:' TO RPT-TOTALS-ITEM.
           MOVE NUM-DIVS-UNHELD          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TAX LOTS READ:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOT-RECS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SALES READ:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-GAIN-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LEDGER ENTRIES READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LEDGER-RECS          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LEDGER POSTINGS:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSTINGS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AMOUNT POSTED:        ' TO RPT-AMOUNT-ITEM.
           MOVE WS-TOTAL-POSTED          TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-DETAIL.

       710-READ-FEED.
           READ DIV-FEED-FILE
             AT END MOVE 'Y' TO WS-DIVFEED-EOF .
           IF ( WS-DIVFEED-STATUS = '00' OR
                WS-DIVFEED-STATUS = '04' ) THEN
               ADD +1 TO NUM-FEED-RECS
           ELSE IF WS-DIVFEED-STATUS = '10'
               MOVE 'Y' TO WS-DIVFEED-EOF
           ELSE
               DISPLAY 'ERROR ON DIVFEED READ.  CODE:'
                       WS-DIVFEED-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIVFEED-EOF.

       720-READ-TAX-LOT.
           READ TAX-LOT-FILE
             AT END MOVE 'Y' TO WS-TAXLOT-EOF .
           IF ( WS-TAXLOT-STATUS = '00' OR
                WS-TAXLOT-STATUS = '04' ) THEN
               ADD +1 TO NUM-LOT-RECS
           ELSE IF WS-TAXLOT-STATUS = '10'
               MOVE 'Y' TO WS-TAXLOT-EOF
           ELSE
               DISPLAY 'ERROR ON TAXLOT READ.  CODE:'
                       WS-TAXLOT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TAXLOT-EOF.

       730-READ-GAIN.
           READ GAIN-FILE
             AT END MOVE 'Y' TO WS-RLZGAIN-EOF .
           IF ( WS-RLZGAIN-STATUS = '00' OR
                WS-RLZGAIN-STATUS = '04' ) THEN
               ADD +1 TO NUM-GAIN-RECS
           ELSE IF WS-RLZGAIN-STATUS = '10'
               MOVE 'Y' TO WS-RLZGAIN-EOF
           ELSE
               DISPLAY 'ERROR ON RLZGAIN READ.  CODE:'
                       WS-RLZGAIN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RLZGAIN-EOF.

       740-READ-LEDGER.
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
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-DIV-HEADER.

       810-REPORT-DIVIDEND.
           MOVE DVF-SYMBOL       TO RPT-DIV-SYMBOL.
           MOVE DVF-EX-DATE      TO RPT-DIV-EX-DATE.
           MOVE DVF-RECORD-DATE  TO RPT-DIV-RECORD-DATE.
           MOVE DVF-PAY-DATE     TO RPT-DIV-PAY-DATE.
           IF DVF-RATE IS NUMERIC
               MOVE DVF-RATE-NUM TO RPT-DIV-RATE
           ELSE
               MOVE ZERO         TO RPT-DIV-RATE.
           MOVE WS-REJECT-REASON TO RPT-DIV-REASON.
           WRITE REPORT-RECORD FROM RPT-DIV-DETAIL.

       820-REPORT-POSTING.
           MOVE CLG-OWNER-ID     TO RPT-POST-OWNER-ID.
           MOVE CLG-SYMBOL       TO RPT-POST-SYMBOL.
           MOVE CLG-EX-DATE      TO RPT-POST-EX-DATE.
           MOVE CLG-PAY-DATE     TO RPT-POST-PAY-DATE.
           MOVE CLG-SHARES       TO RPT-POST-SHARES.
           MOVE CLG-RATE         TO RPT-POST-RATE.
           MOVE CLG-AMOUNT       TO RPT-POST-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-POST-DETAIL.

      *    The realized-gain history is optional: until PORTMNT1
      *    has recorded a sale it does not exist
       900-OPEN-FILES.
           OPEN INPUT    DIV-FEED-FILE
                         TAX-LOT-FILE
                OUTPUT   REPORT-FILE .
           IF WS-DIVFEED-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DIVFEED FILE. RC:'
                     WS-DIVFEED-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-TAXLOT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING TAXLOT FILE. RC:'
                     WS-TAXLOT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DIVRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-FILES-OK.
           OPEN INPUT    GAIN-FILE.
           IF WS-RLZGAIN-STATUS NOT = '00'
             DISPLAY 'RLZGAIN NOT AVAILABLE - NO SALES CONSIDERED. RC:'
                     WS-RLZGAIN-STATUS
             MOVE 'Y' TO WS-RLZGAIN-EOF
           ELSE
             MOVE 'Y' TO WS-RLZGAIN-OPEN.

       905-CLOSE-FILES.
           CLOSE DIV-FEED-FILE .
           CLOSE TAX-LOT-FILE .
           IF WS-RLZGAIN-OPEN = 'Y'
               CLOSE GAIN-FILE.
           CLOSE REPORT-FILE .

      * END OF PROGRAM DIVLD1
