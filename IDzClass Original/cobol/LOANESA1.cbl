      *****************************************************
      * PROGRAM: LOANESA1                                 *
      *                                                    *
      * ANNUAL ESCROW ANALYSIS FOR THE LOANESC ESCROW      *
      * SUB-LEDGER                                         *
      *                                                    *
      * ONCE A YEAR EACH LOAN'S ESCROW ACCOUNT (LOANESCC   *
      * LAYOUT) IS PROJECTED TWELVE MONTHS FORWARD FROM    *
      * THE ANALYSIS DATE, SO THE BORROWER HEARS ABOUT A   *
      * TAX OR PREMIUM RISE BEFORE THE BILL ARRIVES:       *
      *   - EVERY SCHEDULED ITEM IS LAID OUT BY THE MONTH  *
      *     IT FALLS DUE (ITEMS ALREADY DUE COUNT IN THE   *
      *     FIRST MONTH); THEIR SUM IS THE YEAR'S          *
      *     DISBURSEMENTS, AND ONE TWELFTH OF IT (UP TO    *
      *     THE CENT) IS THE BASE MONTHLY ESCROW.          *
      *   - THE BALANCE IS RUN FORWARD A MONTH AT A TIME,  *
      *     THE BASE DEPOSIT IN AND THAT MONTH'S ITEMS     *
      *     OUT, TO FIND ITS LOWEST POINT.                 *
      *   - THE LOWEST POINT SHOULD BE THE CUSHION (TWO    *
      *     MONTHS OF THE BASE DEPOSIT UNLESS A CUSHION=N  *
      *     CARD SAYS OTHERWISE).  BELOW IT IS A SHORTAGE, *
      *     SPREAD OVER THE NEXT TWELVE PAYMENTS; ABOVE IT *
      *     IS A SURPLUS.  A SURPLUS OF REFUNDMIN=NNNNN    *
      *     WHOLE DOLLARS (DEFAULT 50) OR MORE IS FLAGGED  *
      *     FOR THE DESK TO REFUND; A SMALLER ONE IS       *
      *     CREDITED OVER THE NEXT TWELVE PAYMENTS.        *
      * THE NEW MONTHLY ESCROW AND THE ANALYSIS DATE ARE   *
      * STORED ON THE ACCOUNT, AND LOANPAY1 COLLECTS THE   *
      * NEW FIGURE FROM THE NEXT PAYMENT.                  *
      *                                                    *
      * AN ACCOUNT IS ANALYSED WHEN IT HAS NEVER BEEN, OR  *
      * ITS LAST ANALYSIS IS TWELVE OR MORE MONTHS OLD;    *
      * ANALYZE=ALL DOES EVERY ACCOUNT.  THE ANALYSIS DATE *
      * IS TODAY UNLESS AN ANALDATE=YYYYMMDD CARD SAYS     *
      * OTHERWISE.  CARDS ARE ON THE OPTIONAL ESACTL FILE, *
      * ONE KEYWORD=VALUE PER CARD.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANESA1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-ESCROW-FILE ASSIGN TO OLDESC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDESC-STATUS.

           SELECT NEW-ESCROW-FILE ASSIGN TO NEWESC
               FILE STATUS  IS  WS-NEWESC-STATUS.

           SELECT REPORT-FILE   ASSIGN TO ESARPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT OPTIONAL ESACTL-FILE   ASSIGN TO ESACTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ESACTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-ESCROW-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANESCC REPLACING ==:TAG:== BY ==OESC==.

       FD  NEW-ESCROW-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANESCC REPLACING ==:TAG:== BY ==NESC==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  ESACTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD               PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01  WS-OLDESC-STATUS           PIC XX  VALUE '00'.
       01  WS-NEWESC-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-ESACTL-STATUS           PIC XX  VALUE '00'.
       01  WS-OLDESC-EOF              PIC X   VALUE 'N'.
       01  WS-ESACTL-EOF              PIC X   VALUE 'N'.
       01  WS-ANALYZE-ALL             PIC X   VALUE 'N'.
      *
      *        One control card, split at the '='
       01  WS-CONTROL-FIELDS.
           05  WS-CC-KEYWORD          PIC X(10).
           05  WS-CC-VALUE            PIC X(10).
           05  WS-CC-VALUE-LEN        PIC S9(4) COMP    VALUE +0.
           05  WS-CC-NUMBER           PIC 9(8)          VALUE 0.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-SPLIT  REDEFINES WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
      *
       01  WS-WORK-DATE               PIC 9(8).
       01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY           PIC 9(4).
           05  WS-WORK-MM             PIC 9(2).
           05  WS-WORK-DD             PIC 9(2).
      *
      *        The escrow account being analysed
       COPY LOANESCC REPLACING ==:TAG:== BY ==WRK==.
      *
      *        What falls due in each of the twelve months projected
       01  PROJECTION-TABLE.
           05  PROJ-DISB             PIC S9(9)V99 COMP-3
                                     OCCURS 12 TIMES.
      *
       01  WORK-VARIABLES.
           05  NUM-ACCOUNTS-READ     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ANALYSED          PIC S9(9) COMP-3  VALUE +0.
           05  NUM-NOT-DUE           PIC S9(9) COMP-3  VALUE +0.
           05  NUM-SHORTAGES         PIC S9(9) COMP-3  VALUE +0.
           05  NUM-SURPLUSES         PIC S9(9) COMP-3  VALUE +0.
           05  NUM-REFUNDS           PIC S9(9) COMP-3  VALUE +0.
           05  TOT-SHORTAGE          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-SURPLUS           PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-CUSHION-MONTHS     PIC 9(2)          VALUE 2.
           05  WS-REFUND-MIN         PIC 9(7)V99       VALUE 50.00.
           05  WS-ANALYSIS-MONTH     PIC S9(7) COMP-3  VALUE +0.
           05  WS-LAST-MONTH         PIC S9(7) COMP-3  VALUE +0.
           05  WS-DUE-MONTH          PIC S9(7) COMP-3  VALUE +0.
           05  WS-MONTHS-SINCE       PIC S9(7) COMP-3  VALUE +0.
           05  WS-SLOT               PIC S9(4) COMP    VALUE +0.
           05  WS-ITEM-SUB           PIC S9(4) COMP    VALUE +0.
           05  WS-MONTH-SUB          PIC S9(4) COMP    VALUE +0.
           05  WS-ANNUAL-DISB        PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-BASE-MONTHLY       PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-PROJ-BALANCE       PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-LOW-POINT          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-REQUIRED-LOW       PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-DIFFERENCE         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-SPREAD             PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-NEW-MONTHLY        PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-OLD-MONTHLY        PIC S9(7)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'ANNUAL ESCROW ANALYSIS  ANALYSIS DATE '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(16)
                     VALUE '  CUSHION MTHS: '.
           05  RPT-CUSHION            PIC Z9.
           05  FILLER                 PIC X(66) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'LOAN ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE ' ESCROW BAL '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'ANNUAL DSB'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE '   LOW POINT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '   CUSHION'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE 'SHORT(-)/SUR'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'OLD MNTHLY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'NEW MNTHLY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(20) VALUE 'NOTE'.
           05  FILLER PIC X(20) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BALANCE            PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ANNUAL-DISB        PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-LOW-POINT          PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REQUIRED-LOW       PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIFFERENCE         PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-OLD-MONTHLY        PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NEW-MONTHLY        PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(20).
           05  FILLER                 PIC X(20) VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(20).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(99)    VALUE SPACES.
       01  RPT-TOTALS-AMOUNT.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-AMT-ITEM PIC X(20).
           05  RPT-TOTALS-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(96)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'LOANESA1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT
               UNTIL WS-ESACTL-EOF = 'Y'.
           COMPUTE WS-ANALYSIS-MONTH =
               ( WS-RUN-YYYY * 12 ) + WS-RUN-MM.
           COMPUTE WS-LAST-MONTH = WS-ANALYSIS-MONTH + 12.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-ESCROW.

           PERFORM 100-ANALYSE-ONE-ACCOUNT THROUGH 100-EXIT
               UNTIL WS-OLDESC-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'LOANESA1 ENDED - ANALYSED = '
                   NUM-ANALYSED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One escrow account per cycle.  An account not yet due
      *    for its analysis goes forward unchanged.
      *    ---------------------------------------------------------
       100-ANALYSE-ONE-ACCOUNT.
           MOVE OESC-REC TO WRK-REC.
           IF WS-ANALYZE-ALL = 'Y'
              OR WRK-LAST-ANALYSIS = 0
               GO TO 100-ANALYSE.
           MOVE WRK-LAST-ANALYSIS TO WS-WORK-DATE.
           COMPUTE WS-MONTHS-SINCE = WS-ANALYSIS-MONTH
               - ( ( WS-WORK-YYYY * 12 ) + WS-WORK-MM ).
           IF WS-MONTHS-SINCE < 12
               ADD +1 TO NUM-NOT-DUE
               GO TO 100-WRITE.
       100-ANALYSE.
           PERFORM 110-PROJECT-DISBURSEMENTS.
           PERFORM 120-FIND-LOW-POINT.
           PERFORM 130-SET-NEW-MONTHLY THROUGH 130-EXIT.
           PERFORM 820-REPORT-ANALYSIS.
           ADD +1 TO NUM-ANALYSED.
       100-WRITE.
           MOVE WRK-REC TO NESC-REC.
           PERFORM 760-WRITE-NEW-ESCROW.
           PERFORM 700-READ-OLD-ESCROW.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Pass one: lay every item out by the month it falls due
      *    over the coming twelve, and price the base deposit.
      *    ---------------------------------------------------------
       110-PROJECT-DISBURSEMENTS.
           PERFORM 111-CLEAR-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE +0 TO WS-ANNUAL-DISB.
           PERFORM 112-PROJECT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WRK-ITEM-COUNT.
           COMPUTE WS-BASE-MONTHLY = WS-ANNUAL-DISB / 12.
           IF WS-BASE-MONTHLY * 12 < WS-ANNUAL-DISB
               ADD 0.01 TO WS-BASE-MONTHLY.

       111-CLEAR-ONE-MONTH.
           MOVE +0 TO PROJ-DISB(WS-MONTH-SUB).

       112-PROJECT-ONE-ITEM.
           MOVE WRK-ITEM-DUE-DATE(WS-ITEM-SUB) TO WS-WORK-DATE.
           COMPUTE WS-DUE-MONTH =
               ( WS-WORK-YYYY * 12 ) + WS-WORK-MM.
           PERFORM 113-PROJECT-ONE-DUE
               UNTIL WS-DUE-MONTH > WS-LAST-MONTH.

       113-PROJECT-ONE-DUE.
           COMPUTE WS-SLOT = WS-DUE-MONTH - WS-ANALYSIS-MONTH.
           IF WS-SLOT < 1
               MOVE 1 TO WS-SLOT.
           ADD WRK-ITEM-AMOUNT(WS-ITEM-SUB) TO PROJ-DISB(WS-SLOT).
           ADD WRK-ITEM-AMOUNT(WS-ITEM-SUB) TO WS-ANNUAL-DISB.
           IF WRK-ITEM-FREQ(WS-ITEM-SUB) = 0
               COMPUTE WS-DUE-MONTH = WS-LAST-MONTH + 1
           ELSE
               ADD WRK-ITEM-FREQ(WS-ITEM-SUB) TO WS-DUE-MONTH.

      *    ---------------------------------------------------------
      *    Pass two: run the balance forward on the base deposit
      *    and find the lowest it goes.
      *    ---------------------------------------------------------
       120-FIND-LOW-POINT.
           MOVE WRK-BALANCE TO WS-PROJ-BALANCE.
           MOVE WRK-BALANCE TO WS-LOW-POINT.
           PERFORM 121-RUN-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           COMPUTE WS-REQUIRED-LOW =
               WS-BASE-MONTHLY * WS-CUSHION-MONTHS.

       121-RUN-ONE-MONTH.
           ADD WS-BASE-MONTHLY TO WS-PROJ-BALANCE.
           SUBTRACT PROJ-DISB(WS-MONTH-SUB) FROM WS-PROJ-BALANCE.
           IF WS-PROJ-BALANCE < WS-LOW-POINT
               MOVE WS-PROJ-BALANCE TO WS-LOW-POINT.

      *    ---------------------------------------------------------
      *    Shortage or surplus against the cushion, and the new
      *    monthly escrow that follows from it.  A shortage (or a
      *    small surplus) is spread over twelve payments, rounded
      *    in the account's favour.
      *    ---------------------------------------------------------
       130-SET-NEW-MONTHLY.
           MOVE WRK-MONTHLY-AMT TO WS-OLD-MONTHLY.
           MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY.
           MOVE SPACES TO RPT-NOTE.
           COMPUTE WS-DIFFERENCE = WS-LOW-POINT - WS-REQUIRED-LOW.
           IF WS-DIFFERENCE = 0
               GO TO 130-STORE.
           IF WS-DIFFERENCE < 0
               ADD +1 TO NUM-SHORTAGES
               SUBTRACT WS-DIFFERENCE FROM TOT-SHORTAGE
               COMPUTE WS-SPREAD = ( 0 - WS-DIFFERENCE ) / 12
               IF WS-SPREAD * 12 < ( 0 - WS-DIFFERENCE )
                   ADD 0.01 TO WS-SPREAD
               END-IF
               ADD WS-SPREAD TO WS-NEW-MONTHLY
               MOVE 'SHORTAGE' TO RPT-NOTE
               GO TO 130-STORE.
           ADD +1 TO NUM-SURPLUSES.
           ADD WS-DIFFERENCE TO TOT-SURPLUS.
           IF WS-DIFFERENCE NOT < WS-REFUND-MIN
               ADD +1 TO NUM-REFUNDS
               MOVE 'REFUND SURPLUS' TO RPT-NOTE
               GO TO 130-STORE.
           COMPUTE WS-SPREAD = WS-DIFFERENCE / 12.
           SUBTRACT WS-SPREAD FROM WS-NEW-MONTHLY.
           IF WS-NEW-MONTHLY < 0
               MOVE 0 TO WS-NEW-MONTHLY.
           MOVE 'SURPLUS CREDITED' TO RPT-NOTE.
       130-STORE.
           MOVE WS-NEW-MONTHLY TO WRK-MONTHLY-AMT.
           MOVE WS-RUN-DATE-N  TO WRK-LAST-ANALYSIS.
       130-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ESCROW ACCOUNTS:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-READ      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ANALYSED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ANALYSED           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NOT YET DUE:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-DUE            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SHORTAGES:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SHORTAGES          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SURPLUSES:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SURPLUSES          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REFUNDS TO MAKE:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REFUNDS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TOTAL SHORTAGE:     ' TO RPT-TOTALS-AMT-ITEM.
           MOVE TOT-SHORTAGE           TO RPT-TOTALS-AMT.
           WRITE REPORT-RECORD FROM RPT-TOTALS-AMOUNT.
           MOVE 'TOTAL SURPLUS:      ' TO RPT-TOTALS-AMT-ITEM.
           MOVE TOT-SURPLUS            TO RPT-TOTALS-AMT.
           WRITE REPORT-RECORD FROM RPT-TOTALS-AMOUNT.

       700-READ-OLD-ESCROW.
           READ OLD-ESCROW-FILE
             AT END MOVE 'Y' TO WS-OLDESC-EOF .
           IF WS-OLDESC-EOF = 'Y'
               NEXT SENTENCE
           ELSE
           IF WS-OLDESC-STATUS NOT = '00'
              AND WS-OLDESC-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDESC READ.  CODE:'
                       WS-OLDESC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDESC-EOF
           ELSE
               ADD +1 TO NUM-ACCOUNTS-READ.

       760-WRITE-NEW-ESCROW.
           WRITE NESC-REC.
           IF WS-NEWESC-STATUS NOT = '00'
               DISPLAY 'NEWESC WRITE ERROR RC=' WS-NEWESC-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-N     TO RPT-RUN-DATE.
           MOVE WS-CUSHION-MONTHS TO RPT-CUSHION.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       820-REPORT-ANALYSIS.
           MOVE WRK-LOAN-ID     TO RPT-LOAN-ID.
           MOVE WRK-BALANCE     TO RPT-BALANCE.
           MOVE WS-ANNUAL-DISB  TO RPT-ANNUAL-DISB.
           MOVE WS-LOW-POINT    TO RPT-LOW-POINT.
           MOVE WS-REQUIRED-LOW TO RPT-REQUIRED-LOW.
           MOVE WS-DIFFERENCE   TO RPT-DIFFERENCE.
           MOVE WS-OLD-MONTHLY  TO RPT-OLD-MONTHLY.
           MOVE WS-NEW-MONTHLY  TO RPT-NEW-MONTHLY.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    ---------------------------------------------------------
      *    CUSHION=N, REFUNDMIN=NNNNN, ANALYZE=ALL, ANALDATE=
      *    YYYYMMDD -- anything else is reported and ignored.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           READ ESACTL-FILE
             AT END MOVE 'Y' TO WS-ESACTL-EOF .
           IF WS-ESACTL-STATUS NOT = '00'
              AND WS-ESACTL-STATUS NOT = '10'
               DISPLAY 'ERROR ON ESACTL FILE READ.  CODE:'
                       WS-ESACTL-STATUS
               MOVE 'Y' TO WS-ESACTL-EOF.
           IF WS-ESACTL-EOF = 'Y'
               GO TO 850-EXIT.
           IF CONTROL-CARD = SPACES
               GO TO 850-EXIT.
           MOVE SPACES TO WS-CC-KEYWORD WS-CC-VALUE.
           MOVE +0     TO WS-CC-VALUE-LEN.
           UNSTRING CONTROL-CARD DELIMITED BY '=' OR ' '
               INTO WS-CC-KEYWORD
                    WS-CC-VALUE COUNT IN WS-CC-VALUE-LEN.
           IF WS-CC-KEYWORD = 'ANALYZE'
              AND WS-CC-VALUE = 'ALL'
               MOVE 'Y' TO WS-ANALYZE-ALL
               DISPLAY 'EVERY ESCROW ACCOUNT WILL BE ANALYSED'
               GO TO 850-EXIT.
           IF WS-CC-VALUE-LEN < 1
              OR WS-CC-VALUE-LEN > 8
               DISPLAY 'ESACTL: CARD IGNORED: ' CONTROL-CARD
               GO TO 850-EXIT.
           IF WS-CC-VALUE(1:WS-CC-VALUE-LEN) IS NOT NUMERIC
               DISPLAY 'ESACTL: NON-NUMERIC VALUE IGNORED: '
                       CONTROL-CARD
               GO TO 850-EXIT.
           MOVE WS-CC-VALUE(1:WS-CC-VALUE-LEN) TO WS-CC-NUMBER.
           IF WS-CC-KEYWORD = 'CUSHION'
              AND WS-CC-NUMBER NOT > 12
               MOVE WS-CC-NUMBER TO WS-CUSHION-MONTHS
               DISPLAY 'CUSHION SET TO ' WS-CUSHION-MONTHS
                       ' MONTHS'
           ELSE
           IF WS-CC-KEYWORD = 'REFUNDMIN'
              AND WS-CC-NUMBER NOT > 99999
               MOVE WS-CC-NUMBER TO WS-REFUND-MIN
               DISPLAY 'REFUND MINIMUM SET TO ' WS-CC-VALUE
           ELSE
           IF WS-CC-KEYWORD = 'ANALDATE'
              AND WS-CC-VALUE-LEN = 8
               MOVE WS-CC-NUMBER TO WS-RUN-DATE-N
               DISPLAY 'ANALYSIS DATE SET TO ' WS-CC-VALUE
           ELSE
               DISPLAY 'ESACTL: CARD IGNORED: ' CONTROL-CARD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    OLD-ESCROW-FILE
                         ESACTL-FILE
                OUTPUT   NEW-ESCROW-FILE
                         REPORT-FILE .
           IF WS-OLDESC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDESC. RC:' WS-OLDESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-NEWESC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWESC. RC:' WS-NEWESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ESARPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-ESACTL-STATUS NOT = '00'
              AND WS-ESACTL-STATUS NOT = '05'
             DISPLAY 'NO ESACTL CONTROL CARDS - DEFAULTS USED. RC:'
                     WS-ESACTL-STATUS
             MOVE 'Y' TO WS-ESACTL-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-ESCROW-FILE .
           CLOSE NEW-ESCROW-FILE .
           CLOSE REPORT-FILE .
           CLOSE ESACTL-FILE .

      * END OF PROGRAM LOANESA1
