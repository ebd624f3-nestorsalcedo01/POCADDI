      ****************************************************************
      * PROGRAM:  GAINSTM1
      *           Annual realized gain/loss statement by owner
      *
      * Every tax season the desk rebuilt each owner's realized
      * gains from spreadsheets.  PORTMNT1 now writes a RLZGAINC
      * record for every tax lot a SELL relieves; this job prints,
      * for one tax year, a statement per OWNER-ID listing each
      * sale lot by lot -- symbol, lot, acquired, sold, quantity,
      * proceeds, cost basis, gain or loss, holding period -- with
      * short-term and long-term subtotals and the owner's net.
      *
      * The gain file is cumulative and in run order, so the year's
      * records are gathered into a table and put in owner / sale
      * date / symbol / lot order with the in-memory exchange sort
      * used elsewhere in this library.
      *
      * FILES:
      *   GAINCTL  - optional control card:
      *              cols 1-4  tax year (yyyy)
      *              Without it the statement is for the calendar
      *              year before the run date.
      *   RLZGAIN  - realized gain/loss records, RLZGAINC layout
      *   GAINRPT  - the statements, one page or more per owner
      *
      * Return codes: 16 file error or more sales in the year than
      * the table holds (no statements printed).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAINSTM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GAINCTL-FILE  ASSIGN TO GAINCTL
               FILE STATUS  IS  WS-GAINCTL-STATUS.

           SELECT GAIN-FILE     ASSIGN TO RLZGAIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RLZGAIN-STATUS.

           SELECT REPORT-FILE   ASSIGN TO GAINRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  GAINCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  GAINCTL-RECORD.
           05  GCT-YEAR               PIC X(4).
           05  GCT-YEAR-NUM  REDEFINES GCT-YEAR
                                      PIC 9(4).
           05  FILLER                 PIC X(76).

       FD  GAIN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  GAIN-FILE-RECORD           PIC X(80).

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
           05  WS-GAINCTL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-RLZGAIN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-RLZGAIN-EOF          PIC X     VALUE 'N'.
           05  WS-TABLE-OK             PIC X     VALUE 'Y'.
           05  WS-SWAP-FLAG            PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
       01  WS-TAX-YEAR                PIC 9(4)  VALUE 0.
       01  WS-SELL-YEAR               PIC 9(4)  VALUE 0.
      *
       COPY RLZGAINC.
      *
      *        The tax year's sales, each with its sort key
       01  GAIN-TABLE.
           05  GTB-ENTRIES-USED       PIC S9(4)  COMP  VALUE +0.
           05  GTB-ENTRY OCCURS 9999 TIMES.
               10  GTB-SORT-KEY.
                   15  GTB-OWNER-ID   PIC X(8).
                   15  GTB-SELL-DATE  PIC 9(8).
                   15  GTB-SYMBOL     PIC X(4).
                   15  GTB-LOT-ID     PIC 9(5).
               10  GTB-RECORD         PIC X(80).
       01  GAIN-SWAP-AREA.
           05  GTB-SWAP-ENTRY         PIC X(105).
       01  WS-GTB-SUB                 PIC S9(4)  COMP  VALUE +0.
       01  WS-GTB-SUB2                PIC S9(4)  COMP  VALUE +0.
      *
       01  OWNER-TOTALS.
           05  WS-CURRENT-OWNER      PIC X(8)            VALUE SPACES.
           05  WS-ST-PROCEEDS        PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-ST-COST            PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-ST-GAIN            PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-LT-PROCEEDS        PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-LT-COST            PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-LT-GAIN            PIC S9(13)V9(3) COMP-3 VALUE +0.
           05  WS-NET-GAIN           PIC S9(13)V9(3) COMP-3 VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-GAIN-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-YEAR-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OWNERS            PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(34)
                     VALUE 'REALIZED GAIN/LOSS STATEMENT      '.
           05  FILLER                 PIC X(10) VALUE 'TAX YEAR: '.
           05  RPT-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE 'OWNER: '.
           05  RPT-OWNER-ID           PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'RUN: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(48) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE '  LOT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'ACQUIRED'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'SOLD    '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(7)  VALUE '    QTY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(19) VALUE '           PROCEEDS'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(19) VALUE '         COST BASIS'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(20) VALUE '         GAIN/(LOSS)'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE ' DAYS'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE 'TERM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(4)  VALUE 'MTHD'.
           05  FILLER PIC X(18) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-SYMBOL             PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-LOT-ID             PIC ZZZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACQ-DATE           PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SELL-DATE          PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-QTY                PIC ZZZZZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PROCEEDS           PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-COST-BASIS         PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-GAIN               PIC -ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-HOLD-DAYS          PIC ZZZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TERM               PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-METHOD             PIC X(4).
           05  FILLER                 PIC X(18) VALUE SPACES.
       01  RPT-SUBTOTAL.
           05  RPT-SUB-LABEL          PIC X(37).
           05  RPT-SUB-PROCEEDS       PIC -ZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SUB-COST           PIC -ZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SUB-GAIN           PIC -ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X(35) VALUE SPACES.
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

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'GAINSTM1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 850-READ-YEAR-CONTROL.
           PERFORM 900-OPEN-FILES.

           PERFORM 700-READ-GAIN.
           PERFORM 100-LOAD-ONE-GAIN
               UNTIL WS-RLZGAIN-EOF = 'Y'.

           IF WS-TABLE-OK = 'Y'
               PERFORM 200-SORT-GAINS
               PERFORM 250-PRINT-ONE-SALE
                   VARYING WS-GTB-SUB FROM 1 BY 1
                   UNTIL WS-GTB-SUB > GTB-ENTRIES-USED
               IF WS-CURRENT-OWNER NOT = SPACES
                   PERFORM 280-PRINT-OWNER-TOTALS
               END-IF.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'GAINSTM1 ENDED'.
           GOBACK .

      *    A partial statement is worse than none: a full table
      *    stops the run before anything is printed
       100-LOAD-ONE-GAIN.
           COMPUTE WS-SELL-YEAR = RGN-SELL-DATE / 10000.
           IF WS-SELL-YEAR = WS-TAX-YEAR
               ADD +1 TO NUM-YEAR-RECS
               IF GTB-ENTRIES-USED NOT < 9999
                   MOVE 'N' TO WS-TABLE-OK
               ELSE
                   ADD +1 TO GTB-ENTRIES-USED
                   MOVE RGN-OWNER-ID  TO GTB-OWNER-ID(GTB-ENTRIES-USED)
                   MOVE RGN-SELL-DATE
                                   TO GTB-SELL-DATE(GTB-ENTRIES-USED)
                   MOVE RGN-SYMBOL    TO GTB-SYMBOL(GTB-ENTRIES-USED)
                   MOVE RGN-LOT-ID    TO GTB-LOT-ID(GTB-ENTRIES-USED)
                   MOVE RGN-RECORD    TO GTB-RECORD(GTB-ENTRIES-USED)
               END-IF.
           PERFORM 700-READ-GAIN.

       200-SORT-GAINS.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 210-ONE-SORT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.

       210-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 220-COMPARE-ADJACENT
               VARYING WS-GTB-SUB FROM 1 BY 1
               UNTIL WS-GTB-SUB NOT < GTB-ENTRIES-USED.

       220-COMPARE-ADJACENT.
           COMPUTE WS-GTB-SUB2 = WS-GTB-SUB + 1.
           IF GTB-SORT-KEY(WS-GTB-SUB) > GTB-SORT-KEY(WS-GTB-SUB2)
               MOVE GTB-ENTRY(WS-GTB-SUB)  TO GTB-SWAP-ENTRY
               MOVE GTB-ENTRY(WS-GTB-SUB2) TO GTB-ENTRY(WS-GTB-SUB)
               MOVE GTB-SWAP-ENTRY TO GTB-ENTRY(WS-GTB-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

       250-PRINT-ONE-SALE.
           MOVE GTB-RECORD(WS-GTB-SUB) TO RGN-RECORD.
           IF RGN-OWNER-ID NOT = WS-CURRENT-OWNER
               IF WS-CURRENT-OWNER NOT = SPACES
                   PERFORM 280-PRINT-OWNER-TOTALS
               END-IF
               PERFORM 260-START-OWNER.
           MOVE RGN-SYMBOL     TO RPT-SYMBOL.
           MOVE RGN-LOT-ID     TO RPT-LOT-ID.
           MOVE RGN-ACQ-DATE   TO RPT-ACQ-DATE.
           MOVE RGN-SELL-DATE  TO RPT-SELL-DATE.
           MOVE RGN-QTY        TO RPT-QTY.
           MOVE RGN-PROCEEDS   TO RPT-PROCEEDS.
           MOVE RGN-COST-BASIS TO RPT-COST-BASIS.
           MOVE RGN-GAIN       TO RPT-GAIN.
           MOVE RGN-HOLD-DAYS  TO RPT-HOLD-DAYS.
           MOVE RGN-METHOD     TO RPT-METHOD.
           IF RGN-LONG-TERM
               MOVE 'LONG'  TO RPT-TERM
               ADD RGN-PROCEEDS   TO WS-LT-PROCEEDS
               ADD RGN-COST-BASIS TO WS-LT-COST
               ADD RGN-GAIN       TO WS-LT-GAIN
           ELSE
               MOVE 'SHORT' TO RPT-TERM
               ADD RGN-PROCEEDS   TO WS-ST-PROCEEDS
               ADD RGN-COST-BASIS TO WS-ST-COST
               ADD RGN-GAIN       TO WS-ST-GAIN.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       260-START-OWNER.
           MOVE RGN-OWNER-ID TO WS-CURRENT-OWNER.
           ADD +1 TO NUM-OWNERS.
           MOVE +0 TO WS-ST-PROCEEDS.
           MOVE +0 TO WS-ST-COST.
           MOVE +0 TO WS-ST-GAIN.
           MOVE +0 TO WS-LT-PROCEEDS.
           MOVE +0 TO WS-LT-COST.
           MOVE +0 TO WS-LT-GAIN.
           MOVE WS-CURRENT-OWNER TO RPT-OWNER-ID.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       280-PRINT-OWNER-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'SHORT-TERM TOTAL' TO RPT-SUB-LABEL.
           MOVE WS-ST-PROCEEDS     TO RPT-SUB-PROCEEDS.
           MOVE WS-ST-COST         TO RPT-SUB-COST.
           MOVE WS-ST-GAIN         TO RPT-SUB-GAIN.
           WRITE REPORT-RECORD FROM RPT-SUBTOTAL.
           MOVE 'LONG-TERM TOTAL'  TO RPT-SUB-LABEL.
           MOVE WS-LT-PROCEEDS     TO RPT-SUB-PROCEEDS.
           MOVE WS-LT-COST         TO RPT-SUB-COST.
           MOVE WS-LT-GAIN         TO RPT-SUB-GAIN.
           WRITE REPORT-RECORD FROM RPT-SUBTOTAL.
           COMPUTE WS-NET-GAIN = WS-ST-GAIN + WS-LT-GAIN.
           MOVE 'NET REALIZED GAIN/(LOSS)' TO RPT-SUB-LABEL.
           COMPUTE RPT-SUB-PROCEEDS = WS-ST-PROCEEDS + WS-LT-PROCEEDS.
           COMPUTE RPT-SUB-COST     = WS-ST-COST + WS-LT-COST.
           MOVE WS-NET-GAIN        TO RPT-SUB-GAIN.
           WRITE REPORT-RECORD FROM RPT-SUBTOTAL.

       300-PRINT-TOTALS.
           MOVE SPACES TO RPT-OWNER-ID.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           IF WS-TABLE-OK NOT = 'Y'
               MOVE 'SALES IN TAX YEAR EXCEED THE TABLE - NO STATEMENTS'
                   TO RPT-MESSAGE
               WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
               DISPLAY 'GAINSTM1 GAIN TABLE FULL AT 9999 SALES'
               MOVE 16 TO RETURN-CODE.
           MOVE 'GAIN RECORDS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-GAIN-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SALES IN TAX YEAR:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-YEAR-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OWNER STATEMENTS:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OWNERS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-GAIN.
           READ GAIN-FILE INTO RGN-RECORD
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
               MOVE 'N' TO WS-TABLE-OK
               MOVE 'Y' TO WS-RLZGAIN-EOF.

      *    ---------------------------------------------------------
      *    Optional GAINCTL card.  Statements are normally run in
      *    the new year for the one just closed, so that is the
      *    default.
      *    ---------------------------------------------------------
       850-READ-YEAR-CONTROL.
           COMPUTE WS-TAX-YEAR = WS-RUN-DATE-N / 10000 - 1.
           OPEN INPUT GAINCTL-FILE.
           IF WS-GAINCTL-STATUS = '00'
             READ GAINCTL-FILE
             IF WS-GAINCTL-STATUS = '00'
                AND GCT-YEAR IS NUMERIC
               MOVE GCT-YEAR-NUM TO WS-TAX-YEAR
             END-IF
             CLOSE GAINCTL-FILE
           END-IF.
           MOVE WS-TAX-YEAR   TO RPT-TAX-YEAR.
           MOVE WS-RUN-DATE-X TO RPT-RUN-DATE.
           DISPLAY 'GAINSTM1 TAX YEAR = ' WS-TAX-YEAR.

       900-OPEN-FILES.
           OPEN INPUT    GAIN-FILE
                OUTPUT   REPORT-FILE .
           IF WS-RLZGAIN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RLZGAIN FILE. RC:'
                     WS-RLZGAIN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-TABLE-OK
             MOVE 'Y' TO WS-RLZGAIN-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GAINRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-TABLE-OK
             MOVE 'Y' TO WS-RLZGAIN-EOF.

       905-CLOSE-FILES.
           CLOSE GAIN-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM GAINSTM1
