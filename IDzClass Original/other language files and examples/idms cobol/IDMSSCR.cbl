      *****************************************************************
      ******************************************************************
      *
      *          MONTHLY SUPPLIER PERFORMANCE SCORECARD
      *
      *          IDMSPO1 PICKS A SUPPLIER BY CARDED PREFERENCE OR BY
      *          FEWEST OPEN ORDERS, AND NOTHING TOLD IT WHICH
      *          SUPPLIERS ACTUALLY DELIVER.  THIS BATCH PAIRS EVERY
      *          ORDER LINE IDMSPO1 CUT (ONE POTRACK RECORD PER PODOC
      *          LINE) WITH THE RECEIPTS IDMSRCV LOGGED AGAINST IT ON
      *          THE RCVHIST RECEIPT HISTORY, AND FOR EACH SUPPLIER
      *          WORKS OUT, OVER THE ORDER LINES PROMISED IN THE
      *          MONTH:
      *
      *            - AVERAGE LEAD TIME: DAYS FROM ORDER DATE TO THE
      *              RECEIPT THAT COMPLETED THE LINE
      *            - ON-TIME PERCENTAGE: LINES FULLY RECEIVED ON OR
      *              BEFORE THE PROMISED DATE
      *            - FILL RATE: QUANTITY RECEIVED AS A PERCENTAGE OF
      *              QUANTITY ORDERED
      *            - RECEIPTS REFUSED: IDMSRCV REFUSALS DATED IN THE
      *              MONTH (WRONG PART, CLOSED PO, OVER-RECEIPT)
      *
      *          THE SCORE IS 50% ON-TIME, 40% FILL RATE AND 10%
      *          RECEIPTS ACCEPTED.  A SUPPLIER AT OR ABOVE THE GOOD
      *          LINE RATES 'G', AT OR ABOVE THE POOR LINE 'F', AND
      *          BELOW IT 'P'; A SUPPLIER WITH NO LINES PROMISED IN
      *          THE MONTH RATES 'N' AND IS NOT RANKED.  SUPPLIERS ARE
      *          RANKED BY SCORE (SHORTER LEAD TIME, THEN LOWER ID ON
      *          A TIE) AND WRITTEN IN RANK ORDER ON SCORECRD -- THE
      *          FILE IDMSPO1 READS UNDER ITS SCORECARD=YES CARD.
      *
      *          CONTROL CARDS ON SCRCTL (OPTIONAL DD):
      *            MONTH=YYYYMM   MONTH SCORED (DEFAULT: THE MONTH
      *                           BEFORE THE RUN DATE)
      *            LEADDAYS=NNN   PROMISED LEAD TIME FOR TRACKING
      *                           RECORDS CUT BEFORE IDMSPO1 STAMPED
      *                           A PROMISED DATE (DEFAULT 014)
      *            GOOD=NNN       GOOD LINE, WHOLE PERCENT (DEFAULT 090)
      *            POOR=NNN       POOR LINE, WHOLE PERCENT (DEFAULT 075)
      *
      *          TRACKIN MAY BE A CONCATENATION OF TRACKING FILE
      *          GENERATIONS; A PO NUMBER SEEN TWICE IS TAKEN FROM
      *          ITS FIRST OCCURRENCE.  RECEIPT QUANTITIES COME FROM
      *          RCVHIST, NOT FROM THE TRACKING RECORD.
      *
      ******************************************************************
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDMSSCR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROL-CARD-FILE ASSIGN TO SCRCTL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT TRACK-FILE ASSIGN TO TRACKIN
               FILE STATUS  IS  WS-TRACK-STATUS.

           SELECT HISTORY-FILE ASSIGN TO RCVHIST
               FILE STATUS  IS  WS-HIST-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               FILE STATUS  IS  WS-SCORE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SCRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS  PIC XX VALUE '00'.
       01  WS-TRACK-STATUS    PIC XX VALUE '00'.
       01  WS-HIST-STATUS     PIC XX VALUE '00'.
       01  WS-SCORE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-STATUS   PIC XX VALUE '00'.
       01  WS-CONTROL-EOF     PIC X  VALUE 'N'.
       01  WS-TRACK-EOF       PIC X  VALUE 'N'.
       01  WS-HIST-EOF        PIC X  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.

      * THE MONTH SCORED AND THE RATING LINES, ALL CARD-SETTABLE.
       01  SCORING-SETTINGS.
           05  WS-SCORE-MONTH      PIC 9(6)  VALUE ZERO.
           05  WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
               10  WS-SCORE-YEAR       PIC 9(4).
               10  WS-SCORE-MM         PIC 99.
           05  WS-PERIOD-FROM      PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-TO        PIC 9(8)  VALUE ZERO.
           05  WS-NEXT-MONTH-DATE  PIC 9(8)  VALUE ZERO.
           05  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-DATE.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MM          PIC 99.
               10  WS-NEXT-DD          PIC 99.
           05  WS-LEAD-DAYS        PIC 9(3)  VALUE 014.
           05  WS-GOOD-LINE        PIC 9(3)  VALUE 090.
           05  WS-POOR-LINE        PIC 9(3)  VALUE 075.
           05  WS-CARD-VALUE6      PIC X(6).
           05  WS-CARD-VALUE6-N REDEFINES WS-CARD-VALUE6
                                   PIC 9(6).
           05  WS-CARD-VALUE3      PIC X(3).
           05  WS-CARD-VALUE3-N REDEFINES WS-CARD-VALUE3
                                   PIC 9(3).

       01  COUNTERS-AND-ACCUMULATORS.
           05  NUM-LINES-LOADED    PIC S9(7) COMP-3 VALUE +0.
           05  NUM-LINES-DUPLICATE PIC S9(7) COMP-3 VALUE +0.
           05  NUM-LINES-DUE       PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HIST-READ       PIC S9(7) COMP-3 VALUE +0.
           05  NUM-HIST-UNMATCHED  PIC S9(7) COMP-3 VALUE +0.
           05  NUM-SUPPLIERS-RANKED PIC S9(7) COMP-3 VALUE +0.
           05  NUM-SUPPLIERS-POOR  PIC S9(7) COMP-3 VALUE +0.

      * THE ORDER LINES, ONE PER TRACKING RECORD, WITH THE RECEIPTS
      * PAIRED AGAINST THEM AS RCVHIST IS READ.
       01  LINE-TABLE-CONTROLS.
           05  LIN-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-LIN-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-LIN-FOUND-IDX    PIC S9(4) COMP VALUE +0.
           05  WS-LIN-KEY          PIC 9(6)  VALUE ZERO.
       01  LINE-TABLE.
           05  LIN-ENTRY OCCURS 500 TIMES.
               10  LIN-PO-NUMBER       PIC 9(6).
               10  LIN-SUPPLIER-ID     PIC 9(4).
               10  LIN-QTY-ORDERED     PIC 9(5).
               10  LIN-ORDER-DATE      PIC 9(8).
               10  LIN-PROMISED-DATE   PIC 9(8).
               10  LIN-QTY-RECEIVED    PIC S9(7) COMP-3.
               10  LIN-QTY-ON-TIME     PIC S9(7) COMP-3.
               10  LIN-COMPLETE-DATE   PIC 9(8).

      * ONE ENTRY PER SUPPLIER SEEN ON A LINE DUE OR A REFUSAL.
       01  SUPPLIER-TABLE-CONTROLS.
           05  SUP-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-SUP-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-SUP-SUB2         PIC S9(4) COMP VALUE +0.
           05  WS-SUP-FOUND-IDX    PIC S9(4) COMP VALUE +0.
           05  WS-SUP-KEY          PIC 9(4)  VALUE ZERO.
           05  WS-SWAP-FLAG        PIC X     VALUE 'N'.
           05  WS-RANK             PIC 9(3)  VALUE ZERO.
       01  SUPPLIER-TABLE.
           05  SUP-ENTRY OCCURS 100 TIMES.
               10  SUP-ID              PIC 9(4).
               10  SUP-RATING          PIC X.
               10  SUP-SCORE           PIC 9(3)V9.
               10  SUP-AVG-LEAD        PIC 9(3)V9.
               10  SUP-ON-TIME-PCT     PIC 9(3)V9.
               10  SUP-FILL-PCT        PIC 9(3)V9.
               10  SUP-LINES-DUE       PIC S9(5) COMP-3.
               10  SUP-LINES-ON-TIME   PIC S9(5) COMP-3.
               10  SUP-LINES-COMPLETE  PIC S9(5) COMP-3.
               10  SUP-LEAD-DAYS-TOTAL PIC S9(7) COMP-3.
               10  SUP-QTY-ORDERED     PIC S9(9) COMP-3.
               10  SUP-QTY-RECEIVED    PIC S9(9) COMP-3.
               10  SUP-RECEIPTS        PIC S9(5) COMP-3.
               10  SUP-REFUSED         PIC S9(5) COMP-3.
       01  SUPPLIER-SWAP-AREA.
           05  SUP-SWAP-ENTRY      PIC X(50).

      * SCORING WORK FIELDS FOR ONE SUPPLIER.
       01  SCORING-WORK.
           05  WS-ACCEPT-PCT       PIC 9(3)V9 VALUE ZERO.
           05  WS-SCORE-WORK       PIC 9(3)V9 VALUE ZERO.
           05  WS-LINE-QTY         PIC S9(7) COMP-3 VALUE +0.
           05  WS-LEAD-DAYS-ONE    PIC S9(7) COMP-3 VALUE +0.

       01  RPT-HEADER-LINE.
           05  FILLER              PIC X(35)
                VALUE 'SUPPLIER PERFORMANCE SCORECARD FOR '.
           05  RPT-HDR-FROM        PIC 9(8).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  RPT-HDR-TO          PIC 9(8).
           05  FILLER              PIC X(76) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER  PIC X(7)  VALUE '  RANK '.
           05  FILLER  PIC X(6)  VALUE 'SUPP  '.
           05  FILLER  PIC X(8)  VALUE ' SCORE  '.
           05  FILLER  PIC X(4)  VALUE 'RTG '.
           05  FILLER  PIC X(8)  VALUE '   LINES'.
           05  FILLER  PIC X(8)  VALUE ' ON-TIME'.
           05  FILLER  PIC X(8)  VALUE '  ONTM %'.
           05  FILLER  PIC X(8)  VALUE '  FILL %'.
           05  FILLER  PIC X(8)  VALUE ' AVG LT '.
           05  FILLER  PIC X(8)  VALUE '   RCPTS'.
           05  FILLER  PIC X(8)  VALUE ' REFUSED'.
           05  FILLER  PIC X(59) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RANK            PIC ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-SUPPLIER-ID     PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-SCORE           PIC ZZ9.9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RATING          PIC X.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-LINES-DUE       PIC ZZ,ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-LINES-ON-TIME   PIC ZZ,ZZ9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  RPT-ON-TIME-PCT     PIC ZZ9.9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  RPT-FILL-PCT        PIC ZZ9.9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  RPT-AVG-LEAD        PIC ZZ9.9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RECEIPTS        PIC ZZ,ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-REFUSED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(59) VALUE SPACES.
       01  RPT-SPACES              PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-BEGIN THRU 000-EXIT.
           PERFORM 100-HISTORY-LOOP THRU 100-EXIT
               UNTIL WS-HIST-EOF = 'Y'.
           PERFORM 150-TALLY-LINES THRU 150-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > LIN-ENTRIES-USED.
           PERFORM 170-SCORE-SUPPLIER THRU 170-EXIT
               VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > SUP-ENTRIES-USED.
           PERFORM 300-RANK-SUPPLIERS THRU 300-EXIT.
           PERFORM 400-WRITE-SCORECARD THRU 400-EXIT.
           PERFORM 190-PRINT-TOTALS THRU 190-EXIT.
           PERFORM 200-EOJ THRU 200-EXIT.
           DISPLAY 'IDMSSCR ORDER LINES LOADED: ' NUM-LINES-LOADED.
           DISPLAY 'IDMSSCR ORDER LINES DUE:    ' NUM-LINES-DUE.
           DISPLAY 'IDMSSCR RECEIPTS READ:      ' NUM-HIST-READ.
           DISPLAY 'IDMSSCR SUPPLIERS RANKED:   '
                   NUM-SUPPLIERS-RANKED.
           DISPLAY 'IDMSSCR SUPPLIERS POOR:     ' NUM-SUPPLIERS-POOR.
           GOBACK.
       MAIN-EXIT.
           EXIT.

       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRACK-FILE HISTORY-FILE.
           IF WS-TRACK-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRACKIN/RCVHIST FILES. RC:'
                       WS-TRACK-STATUS ' ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SCORECARD-FILE REPORT-FILE.
           PERFORM 050-READ-CONTROL-CARDS THRU 050-EXIT.
           PERFORM 058-SET-PERIOD THRU 058-EXIT.
           MOVE WS-PERIOD-FROM TO RPT-HDR-FROM.
           MOVE WS-PERIOD-TO   TO RPT-HDR-TO.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM 060-LOAD-ORDER-LINES THRU 060-EXIT
               UNTIL WS-TRACK-EOF = 'Y'.
       000-EXIT.
           EXIT.

      * THE SCRCTL DD IS OPTIONAL.  MONTH=, LEADDAYS=, GOOD= AND
      * POOR= OVERRIDE THE DEFAULTS.
       050-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'IDMSSCR SCRCTL NOT PRESENT - DEFAULTS APPLY'
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
           IF CONTROL-CARD-RECORD(1:6) = 'MONTH='
               MOVE CONTROL-CARD-RECORD(7:6) TO WS-CARD-VALUE6
               IF WS-CARD-VALUE6 IS NUMERIC
                  AND WS-CARD-VALUE6(5:2) > '00'
                  AND WS-CARD-VALUE6(5:2) < '13'
                   MOVE WS-CARD-VALUE6-N TO WS-SCORE-MONTH
               ELSE
                   DISPLAY 'IDMSSCR BAD MONTH= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'LEADDAYS='
               MOVE CONTROL-CARD-RECORD(10:3) TO WS-CARD-VALUE3
               IF WS-CARD-VALUE3 IS NUMERIC
                   MOVE WS-CARD-VALUE3-N TO WS-LEAD-DAYS
               ELSE
                   DISPLAY 'IDMSSCR BAD LEADDAYS= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'GOOD='
               MOVE CONTROL-CARD-RECORD(6:3) TO WS-CARD-VALUE3
               IF WS-CARD-VALUE3 IS NUMERIC
                  AND WS-CARD-VALUE3-N NOT > 100
                   MOVE WS-CARD-VALUE3-N TO WS-GOOD-LINE
               ELSE
                   DISPLAY 'IDMSSCR BAD GOOD= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'POOR='
               MOVE CONTROL-CARD-RECORD(6:3) TO WS-CARD-VALUE3
               IF WS-CARD-VALUE3 IS NUMERIC
                  AND WS-CARD-VALUE3-N NOT > 100
                   MOVE WS-CARD-VALUE3-N TO WS-POOR-LINE
               ELSE
                   DISPLAY 'IDMSSCR BAD POOR= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'IDMSSCR UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       055-EXIT.
           EXIT.

      * WITH NO MONTH= CARD THE MONTH BEFORE THE RUN DATE IS SCORED,
      * SO THE JOB CAN RUN ANY DAY AFTER MONTH END.  THE PERIOD ENDS
      * THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH.
       058-SET-PERIOD.
           IF WS-POOR-LINE > WS-GOOD-LINE
               DISPLAY 'IDMSSCR POOR= ABOVE GOOD= - POOR LINE SET '
                       'TO GOOD LINE'
               MOVE WS-GOOD-LINE TO WS-POOR-LINE.
           IF WS-SCORE-MONTH = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-SCORE-MONTH
               IF WS-SCORE-MM = 01
                   SUBTRACT 1 FROM WS-SCORE-YEAR
                   MOVE 12 TO WS-SCORE-MM
               ELSE
                   SUBTRACT 1 FROM WS-SCORE-MM
               END-IF
           END-IF.
           COMPUTE WS-PERIOD-FROM = WS-SCORE-MONTH * 100 + 1.
           MOVE WS-PERIOD-FROM TO WS-NEXT-MONTH-DATE.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 01 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM.
           COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1).
       058-EXIT.
           EXIT.

      * ONE TRACKING RECORD IS ONE PODOC ORDER LINE.  A RECORD CUT
      * BEFORE PROMISED DATES WERE CARRIED GETS THE LEADDAYS=
      * PROMISE FROM ITS ORDER DATE.
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
               ADD +1 TO NUM-LINES-DUPLICATE
               GO TO 060-EXIT.
           IF LIN-ENTRIES-USED NOT < 500
               DISPLAY 'IDMSSCR ORDER LINE TABLE FULL - RUN SPLIT '
                       'THE TRACKING FILE'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRACK-EOF
               GO TO 060-EXIT.
           ADD +1 TO LIN-ENTRIES-USED.
           ADD +1 TO NUM-LINES-LOADED.
           MOVE TRR-PO-NUMBER   TO LIN-PO-NUMBER(LIN-ENTRIES-USED).
           MOVE TRR-SUPPLIER-ID
               TO LIN-SUPPLIER-ID(LIN-ENTRIES-USED).
           MOVE TRR-QTY-ORDERED
               TO LIN-QTY-ORDERED(LIN-ENTRIES-USED).
           MOVE TRR-ORDER-DATE  TO LIN-ORDER-DATE(LIN-ENTRIES-USED).
           IF TRR-PROMISED-DATE IS NUMERIC
              AND TRR-PROMISED-DATE NOT = ZERO
               MOVE TRR-PROMISED-DATE
                   TO LIN-PROMISED-DATE(LIN-ENTRIES-USED)
           ELSE
               COMPUTE LIN-PROMISED-DATE(LIN-ENTRIES-USED) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TRR-ORDER-DATE)
                    + WS-LEAD-DAYS).
           MOVE +0   TO LIN-QTY-RECEIVED(LIN-ENTRIES-USED).
           MOVE +0   TO LIN-QTY-ON-TIME(LIN-ENTRIES-USED).
           MOVE ZERO TO LIN-COMPLETE-DATE(LIN-ENTRIES-USED).
       060-EXIT.
           EXIT.

      * ONE LOGGED RECEIPT.  AN APPLIED RECEIPT IS PAIRED WITH ITS
      * ORDER LINE WHATEVER ITS DATE -- A LINE PROMISED IN THE MONTH
      * MAY BE FILLED AFTER IT.  A REFUSAL COUNTS AGAINST ITS
      * SUPPLIER WHEN IT IS DATED IN THE MONTH; A REFUSAL FOR AN
      * UNKNOWN PO CARRIES NO SUPPLIER AND IS ONLY COUNTED.
       100-HISTORY-LOOP.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF.
           IF WS-HIST-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS NOT = '04'
               DISPLAY 'ERROR READING RCVHIST FILE. RC:'
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-HIST-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-HIST-READ.
           IF RHS-DISPOSITION = 'R'
               PERFORM 130-COUNT-REFUSAL THRU 130-EXIT
               GO TO 100-EXIT.
           MOVE RHS-PO-NUMBER TO WS-LIN-KEY.
           PERFORM 110-FIND-ORDER-LINE THRU 110-EXIT.
           IF WS-LIN-FOUND-IDX = 0
               ADD +1 TO NUM-HIST-UNMATCHED
               GO TO 100-EXIT.
           ADD RHS-QTY TO LIN-QTY-RECEIVED(WS-LIN-FOUND-IDX).
           IF RHS-RECEIPT-DATE
               NOT > LIN-PROMISED-DATE(WS-LIN-FOUND-IDX)
               ADD RHS-QTY TO LIN-QTY-ON-TIME(WS-LIN-FOUND-IDX).
           IF LIN-COMPLETE-DATE(WS-LIN-FOUND-IDX) = ZERO
              AND LIN-QTY-RECEIVED(WS-LIN-FOUND-IDX)
                  NOT < LIN-QTY-ORDERED(WS-LIN-FOUND-IDX)
               MOVE RHS-RECEIPT-DATE
                   TO LIN-COMPLETE-DATE(WS-LIN-FOUND-IDX).
           IF RHS-RECEIPT-DATE < WS-PERIOD-FROM
              OR RHS-RECEIPT-DATE > WS-PERIOD-TO
               GO TO 100-EXIT.
           MOVE LIN-SUPPLIER-ID(WS-LIN-FOUND-IDX) TO WS-SUP-KEY.
           PERFORM 160-FIND-OR-ADD-SUPPLIER THRU 160-EXIT.
           IF WS-SUP-FOUND-IDX > 0
               ADD +1 TO SUP-RECEIPTS(WS-SUP-FOUND-IDX).
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

       130-COUNT-REFUSAL.
           IF RHS-RECEIPT-DATE < WS-PERIOD-FROM
              OR RHS-RECEIPT-DATE > WS-PERIOD-TO
               GO TO 130-EXIT.
           IF RHS-SUPPLIER-ID = ZERO
               ADD +1 TO NUM-HIST-UNMATCHED
               GO TO 130-EXIT.
           MOVE RHS-SUPPLIER-ID TO WS-SUP-KEY.
           PERFORM 160-FIND-OR-ADD-SUPPLIER THRU 160-EXIT.
           IF WS-SUP-FOUND-IDX > 0
               ADD +1 TO SUP-REFUSED(WS-SUP-FOUND-IDX).
       130-EXIT.
           EXIT.

      * A LINE PROMISED IN THE MONTH COUNTS TOWARD ITS SUPPLIER:
      * ON TIME WHEN THE WHOLE ORDERED QUANTITY ARRIVED BY THE
      * PROMISED DATE, FILL AS RECEIVED OVER ORDERED (NEVER MORE
      * THAN THE ORDER), LEAD TIME ONCE THE LINE IS COMPLETE.
       150-TALLY-LINES.
           IF LIN-PROMISED-DATE(WS-LIN-SUB) < WS-PERIOD-FROM
              OR LIN-PROMISED-DATE(WS-LIN-SUB) > WS-PERIOD-TO
               GO TO 150-EXIT.
           ADD +1 TO NUM-LINES-DUE.
           MOVE LIN-SUPPLIER-ID(WS-LIN-SUB) TO WS-SUP-KEY.
           PERFORM 160-FIND-OR-ADD-SUPPLIER THRU 160-EXIT.
           IF WS-SUP-FOUND-IDX = 0
               GO TO 150-EXIT.
           ADD +1 TO SUP-LINES-DUE(WS-SUP-FOUND-IDX).
           ADD LIN-QTY-ORDERED(WS-LIN-SUB)
               TO SUP-QTY-ORDERED(WS-SUP-FOUND-IDX).
           MOVE LIN-QTY-RECEIVED(WS-LIN-SUB) TO WS-LINE-QTY.
           IF WS-LINE-QTY > LIN-QTY-ORDERED(WS-LIN-SUB)
               MOVE LIN-QTY-ORDERED(WS-LIN-SUB) TO WS-LINE-QTY.
           ADD WS-LINE-QTY TO SUP-QTY-RECEIVED(WS-SUP-FOUND-IDX).
           IF LIN-QTY-ON-TIME(WS-LIN-SUB)
               NOT < LIN-QTY-ORDERED(WS-LIN-SUB)
               ADD +1 TO SUP-LINES-ON-TIME(WS-SUP-FOUND-IDX).
           IF LIN-COMPLETE-DATE(WS-LIN-SUB) = ZERO
               GO TO 150-EXIT.
           COMPUTE WS-LEAD-DAYS-ONE =
               FUNCTION INTEGER-OF-DATE(LIN-COMPLETE-DATE(WS-LIN-SUB))
             - FUNCTION INTEGER-OF-DATE(LIN-ORDER-DATE(WS-LIN-SUB)).
           IF WS-LEAD-DAYS-ONE < 0
               MOVE +0 TO WS-LEAD-DAYS-ONE.
           ADD +1 TO SUP-LINES-COMPLETE(WS-SUP-FOUND-IDX).
           ADD WS-LEAD-DAYS-ONE
               TO SUP-LEAD-DAYS-TOTAL(WS-SUP-FOUND-IDX).
       150-EXIT.
           EXIT.

       160-FIND-OR-ADD-SUPPLIER.
           MOVE +0 TO WS-SUP-FOUND-IDX.
           PERFORM 165-ONE-SUPPLIER-ENTRY THRU 165-EXIT
               VARYING WS-SUP-SUB2 FROM 1 BY 1
               UNTIL WS-SUP-SUB2 > SUP-ENTRIES-USED
                  OR WS-SUP-FOUND-IDX > 0.
           IF WS-SUP-FOUND-IDX > 0
               GO TO 160-EXIT.
           IF SUP-ENTRIES-USED NOT < 100
               DISPLAY 'IDMSSCR SUPPLIER TABLE FULL'
               GO TO 160-EXIT.
           ADD +1 TO SUP-ENTRIES-USED.
           MOVE SUP-ENTRIES-USED TO WS-SUP-FOUND-IDX.
           INITIALIZE SUP-ENTRY(WS-SUP-FOUND-IDX).
           MOVE WS-SUP-KEY TO SUP-ID(WS-SUP-FOUND-IDX).
       160-EXIT.
           EXIT.

       165-ONE-SUPPLIER-ENTRY.
           IF SUP-ID(WS-SUP-SUB2) = WS-SUP-KEY
               MOVE WS-SUP-SUB2 TO WS-SUP-FOUND-IDX.
       165-EXIT.
           EXIT.

      * THE THREE PERCENTAGES AND THE WEIGHTED SCORE.  NO RECEIPTS
      * AND NO REFUSALS MEANS NOTHING WAS TURNED AWAY: 100% ACCEPTED.
       170-SCORE-SUPPLIER.
           MOVE ZERO TO SUP-SCORE(WS-SUP-SUB) SUP-AVG-LEAD(WS-SUP-SUB)
                        SUP-ON-TIME-PCT(WS-SUP-SUB)
                        SUP-FILL-PCT(WS-SUP-SUB).
           IF SUP-LINES-DUE(WS-SUP-SUB) = 0
               MOVE 'N' TO SUP-RATING(WS-SUP-SUB)
               GO TO 170-EXIT.
           COMPUTE SUP-ON-TIME-PCT(WS-SUP-SUB) ROUNDED =
               SUP-LINES-ON-TIME(WS-SUP-SUB) * 100
               / SUP-LINES-DUE(WS-SUP-SUB).
           IF SUP-QTY-ORDERED(WS-SUP-SUB) > 0
               COMPUTE SUP-FILL-PCT(WS-SUP-SUB) ROUNDED =
                   SUP-QTY-RECEIVED(WS-SUP-SUB) * 100
                   / SUP-QTY-ORDERED(WS-SUP-SUB).
           IF SUP-LINES-COMPLETE(WS-SUP-SUB) > 0
               COMPUTE SUP-AVG-LEAD(WS-SUP-SUB) ROUNDED =
                   SUP-LEAD-DAYS-TOTAL(WS-SUP-SUB)
                   / SUP-LINES-COMPLETE(WS-SUP-SUB).
           IF SUP-RECEIPTS(WS-SUP-SUB) + SUP-REFUSED(WS-SUP-SUB) = 0
               MOVE 100 TO WS-ACCEPT-PCT
           ELSE
               COMPUTE WS-ACCEPT-PCT ROUNDED =
                   SUP-RECEIPTS(WS-SUP-SUB) * 100
                   / (SUP-RECEIPTS(WS-SUP-SUB)
                      + SUP-REFUSED(WS-SUP-SUB)).
           COMPUTE WS-SCORE-WORK ROUNDED =
               SUP-ON-TIME-PCT(WS-SUP-SUB) * 0.5
             + SUP-FILL-PCT(WS-SUP-SUB) * 0.4
             + WS-ACCEPT-PCT * 0.1.
           MOVE WS-SCORE-WORK TO SUP-SCORE(WS-SUP-SUB).
           IF WS-SCORE-WORK NOT < WS-GOOD-LINE
               MOVE 'G' TO SUP-RATING(WS-SUP-SUB)
           ELSE
               IF WS-SCORE-WORK NOT < WS-POOR-LINE
                   MOVE 'F' TO SUP-RATING(WS-SUP-SUB)
               ELSE
                   MOVE 'P' TO SUP-RATING(WS-SUP-SUB)
                   ADD +1 TO NUM-SUPPLIERS-POOR.
       170-EXIT.
           EXIT.

      * EXCHANGE SORT, AS IDMSPO1 SORTS ITS ORDERS: SCORED
      * SUPPLIERS FIRST, HIGHEST SCORE, THEN SHORTER AVERAGE LEAD
      * TIME, THEN LOWER ID.  UNSCORED ('N') SUPPLIERS GO LAST IN
      * ID ORDER.
       300-RANK-SUPPLIERS.
           IF SUP-ENTRIES-USED < 2
               GO TO 300-EXIT.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 310-ONE-SORT-PASS THRU 310-EXIT
               UNTIL WS-SWAP-FLAG = 'N'.
       300-EXIT.
           EXIT.

       310-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 320-COMPARE-ADJACENT THRU 320-EXIT
               VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB NOT < SUP-ENTRIES-USED.
       310-EXIT.
           EXIT.

       320-COMPARE-ADJACENT.
           COMPUTE WS-SUP-SUB2 = WS-SUP-SUB + 1.
           IF SUP-RATING(WS-SUP-SUB) = 'N'
              AND SUP-RATING(WS-SUP-SUB2) NOT = 'N'
               PERFORM 330-SWAP-ADJACENT THRU 330-EXIT
               GO TO 320-EXIT.
           IF SUP-RATING(WS-SUP-SUB) NOT = 'N'
              AND SUP-RATING(WS-SUP-SUB2) = 'N'
               GO TO 320-EXIT.
           IF SUP-SCORE(WS-SUP-SUB) < SUP-SCORE(WS-SUP-SUB2)
              OR ( SUP-SCORE(WS-SUP-SUB) = SUP-SCORE(WS-SUP-SUB2)
                   AND SUP-AVG-LEAD(WS-SUP-SUB)
                       > SUP-AVG-LEAD(WS-SUP-SUB2) )
              OR ( SUP-SCORE(WS-SUP-SUB) = SUP-SCORE(WS-SUP-SUB2)
                   AND SUP-AVG-LEAD(WS-SUP-SUB)
                       = SUP-AVG-LEAD(WS-SUP-SUB2)
                   AND SUP-ID(WS-SUP-SUB) > SUP-ID(WS-SUP-SUB2) )
               PERFORM 330-SWAP-ADJACENT THRU 330-EXIT.
       320-EXIT.
           EXIT.

       330-SWAP-ADJACENT.
           MOVE SUP-ENTRY(WS-SUP-SUB)  TO SUP-SWAP-ENTRY.
           MOVE SUP-ENTRY(WS-SUP-SUB2) TO SUP-ENTRY(WS-SUP-SUB).
           MOVE SUP-SWAP-ENTRY TO SUP-ENTRY(WS-SUP-SUB2).
           MOVE 'Y' TO WS-SWAP-FLAG.
       330-EXIT.
           EXIT.

      * ONE SCORECARD RECORD AND ONE REPORT LINE PER SUPPLIER, IN
      * RANK ORDER.  AN UNSCORED SUPPLIER CARRIES RANK ZERO.
       400-WRITE-SCORECARD.
           MOVE ZERO TO WS-RANK.
           PERFORM 410-ONE-SUPPLIER-OUT THRU 410-EXIT
               VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > SUP-ENTRIES-USED.
       400-EXIT.
           EXIT.

       410-ONE-SUPPLIER-OUT.
           MOVE SPACES TO SCORECARD-RECORD.
           IF SUP-RATING(WS-SUP-SUB) = 'N'
               MOVE ZERO TO SCD-RANK
           ELSE
               ADD 1 TO WS-RANK
               ADD +1 TO NUM-SUPPLIERS-RANKED
               MOVE WS-RANK TO SCD-RANK.
           MOVE SUP-ID(WS-SUP-SUB)            TO SCD-SUPPLIER-ID.
           MOVE SUP-SCORE(WS-SUP-SUB)         TO SCD-SCORE.
           MOVE SUP-RATING(WS-SUP-SUB)        TO SCD-RATING.
           MOVE SUP-LINES-DUE(WS-SUP-SUB)     TO SCD-LINES-DUE.
           MOVE SUP-LINES-ON-TIME(WS-SUP-SUB) TO SCD-LINES-ON-TIME.
           MOVE SUP-ON-TIME-PCT(WS-SUP-SUB)   TO SCD-ON-TIME-PCT.
           MOVE SUP-FILL-PCT(WS-SUP-SUB)      TO SCD-FILL-PCT.
           MOVE SUP-AVG-LEAD(WS-SUP-SUB)      TO SCD-AVG-LEAD-DAYS.
           MOVE SUP-RECEIPTS(WS-SUP-SUB)      TO SCD-RECEIPTS.
           MOVE SUP-REFUSED(WS-SUP-SUB)       TO SCD-REFUSED.
           MOVE WS-PERIOD-FROM                TO SCD-PERIOD-FROM.
           MOVE WS-PERIOD-TO                  TO SCD-PERIOD-TO.
           WRITE SCORECARD-RECORD.
           IF WS-SCORE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCORECRD FILE. RC:'
                       WS-SCORE-STATUS
               MOVE 16 TO RETURN-CODE.
           MOVE SCD-RANK                      TO RPT-RANK.
           MOVE SCD-SUPPLIER-ID               TO RPT-SUPPLIER-ID.
           MOVE SCD-SCORE                     TO RPT-SCORE.
           MOVE SCD-RATING                    TO RPT-RATING.
           MOVE SCD-LINES-DUE                 TO RPT-LINES-DUE.
           MOVE SCD-LINES-ON-TIME             TO RPT-LINES-ON-TIME.
           MOVE SCD-ON-TIME-PCT               TO RPT-ON-TIME-PCT.
           MOVE SCD-FILL-PCT                  TO RPT-FILL-PCT.
           MOVE SCD-AVG-LEAD-DAYS             TO RPT-AVG-LEAD.
           MOVE SCD-RECEIPTS                  TO RPT-RECEIPTS.
           MOVE SCD-REFUSED                   TO RPT-REFUSED.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
       410-EXIT.
           EXIT.

       190-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'ORDER LINES LOADED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LINES-LOADED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'DUPLICATE PO LINES SKIPPED: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LINES-DUPLICATE            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'ORDER LINES DUE IN MONTH:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LINES-DUE                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'RECEIPTS READ:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-READ                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'RECEIPTS WITH NO ORDER LINE:' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-UNMATCHED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'SUPPLIERS RANKED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SUPPLIERS-RANKED           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'SUPPLIERS RATED POOR:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SUPPLIERS-POOR             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
       190-EXIT.
           EXIT.

       200-EOJ.
           CLOSE TRACK-FILE HISTORY-FILE SCORECARD-FILE
                 REPORT-FILE.
       200-EXIT.
           EXIT.

      * END OF PROGRAM IDMSSCR
