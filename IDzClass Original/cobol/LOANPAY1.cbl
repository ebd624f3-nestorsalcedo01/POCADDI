      *   COLS 19-27  AMOUNT, 9(7)V99 IMPLIED              *
      * BOTH FILES IN ASCENDING LOAN-ID ORDER (SORT THE    *
      * PAYMENTS FIRST).                                   *
      *                                                    *
      * EVERY PAYMENT APPLIED IS ALSO WRITTEN TO PAYGL     *
      * (LOANGLC LAYOUT) FOR THE GENERAL LEDGER INTERFACE, *
      * GLINTF1.  REJECTED PAYMENTS ARE NOT.               *
      *                                                    *
      * A LOAN WITH AN ESCROW ACCOUNT ON OLDESC (LOANESCC  *
      * LAYOUT, SET UP BY LOANESM1) HAS EACH PAYMENT SPLIT:*
      * PRINCIPAL AND INTEREST TAKE THE FIRST EXPECTED     *
      * PAYMENT'S WORTH, THE ESCROW ACCOUNT TAKES UP TO    *
      * ITS MONTHLY ESCROW AMOUNT OUT OF WHAT IS LEFT, AND *
      * ANYTHING OVER BOTH GOES TO PRINCIPAL.  ONLY THE    *
      * PRINCIPAL AND INTEREST PART REDUCES THE LOAN       *
      * BALANCE; THE ESCROW PART GOES TO THE ESCROW        *
      * BALANCE AND TO PAYGL AS A SEPARATE 'E' RECORD.     *
      * SHORT AND OVER ARE THEN JUDGED AGAINST THE         *
      * EXPECTED PAYMENT PLUS THE MONTHLY ESCROW.  THE     *
      * ESCROW FILE IS CARRIED FORWARD ONTO NEWESC IN THE  *
      * SAME LOAN-ID ORDER; WITH NO OLDESC IN THE RUN      *
      * EVERY PAYMENT GOES WHOLE TO THE LOAN.              *
      *                                                    *
      * THE PRINCIPAL AND INTEREST PART IS SPLIT IN TURN:  *
      * THE FIRST PAYMENT DATED IN A MONTH PAYS THAT       *
      * MONTH'S INTEREST (BALANCE TIMES RATE / 12 / 100,   *
      * AS EPSMT01 SCHEDULES IT) AND ONLY THE REST COMES   *
      * OFF THE BALANCE.  THE SPLIT IS KEPT BY CALENDAR    *
      * YEAR ON THE LOANINT SUB-LEDGER (LOANINTC LAYOUT,   *
      * OLDINT IN, NEWINT OUT, SAME LOAN-ID ORDER) FOR THE *
      * LOANTAX1 YEAR-END STATEMENTS.  A PAYMENT THAT      *
      * CANNOT BE SPLIT CLEANLY (SEE LOANINTC) IS NOT      *
      * GUESSED AT: IT LEAVES THE BALANCE ALONE, IS HELD   *
      * AS UNSPLIT ON LOANINT FOR REVIEW, AND IS NOTED ON  *
      * THE REPORT.                                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPAY1.
           SELECT REPORT-FILE   ASSIGN TO PAYRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT PAYGL-FILE    ASSIGN TO PAYGL
               FILE STATUS  IS  WS-PAYGL-STATUS.

           SELECT OPTIONAL OLD-ESCROW-FILE ASSIGN TO OLDESC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDESC-STATUS.

           SELECT NEW-ESCROW-FILE ASSIGN TO NEWESC
               FILE STATUS  IS  WS-NEWESC-STATUS.

           SELECT OPTIONAL OLD-INTEREST-FILE ASSIGN TO OLDINT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDINT-STATUS.

           SELECT NEW-INTEREST-FILE ASSIGN TO NEWINT
               FILE STATUS  IS  WS-NEWINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  PAYGL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANGLC REPLACING ==:TAG:== BY ==PGL==.

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

       FD  OLD-INTEREST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANINTC REPLACING ==:TAG:== BY ==OINT==.

       FD  NEW-INTEREST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANINTC REPLACING ==:TAG:== BY ==NINT==.

       WORKING-STORAGE SECTION.
      *
       01  WS-PAYFILE-STATUS          PIC XX  VALUE '00'.
       01  WS-OLDLOAN-STATUS          PIC XX  VALUE '00'.
       01  WS-NEWLOAN-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-PAYGL-STATUS            PIC XX  VALUE '00'.
       01  WS-OLDESC-STATUS           PIC XX  VALUE '00'.
       01  WS-NEWESC-STATUS           PIC XX  VALUE '00'.
       01  WS-OLDINT-STATUS           PIC XX  VALUE '00'.
       01  WS-NEWINT-STATUS           PIC XX  VALUE '00'.
       01  WS-PAYFILE-EOF             PIC X   VALUE 'N'.
       01  WS-OLDLOAN-EOF             PIC X   VALUE 'N'.
       01  WS-OLDESC-EOF              PIC X   VALUE 'N'.
       01  WS-ESCROW-HELD             PIC X   VALUE 'N'.
       01  WS-OLDINT-EOF              PIC X   VALUE 'N'.
       01  WS-YEAR-HELD               PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-SPLIT  REDEFINES WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
      *
       01  WS-PAY-DATE                PIC X(8).
       01  WS-PAY-SPLIT  REDEFINES WS-PAY-DATE.
           05  WS-PAY-YYYY            PIC 9(4).
           05  WS-PAY-MM              PIC 9(2).
           05  WS-PAY-DD              PIC 9(2).
      *
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY         PIC X(8)  VALUE LOW-VALUES.
           05  WS-PAY-KEY            PIC X(8)  VALUE LOW-VALUES.
           05  WS-ESC-KEY            PIC X(8)  VALUE LOW-VALUES.
           05  WS-INT-KEY            PIC X(8)  VALUE LOW-VALUES.
      *
      *        The loan being carried through its payments
       COPY LOANMSTC REPLACING ==:TAG:== BY ==WRK==.
      *
      *        ... and its escrow account, when it has one
       COPY LOANESCC REPLACING ==:TAG:== BY ==EWK==.
      *
      *        ... and its interest split for the latest year on file
       COPY LOANINTC REPLACING ==:TAG:== BY ==IWK==.
      *
       01  WORK-VARIABLES.
           05  NUM-PAYMENTS-READ     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-PAYMENTS-REJECTED PIC S9(9) COMP-3  VALUE +0.
           05  NUM-LOANS-PAID-OFF    PIC S9(9) COMP-3  VALUE +0.
           05  TOT-APPLIED           PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-ESCROW            PIC S9(11)V99 COMP-3 VALUE +0.
           05  NUM-ESCROW-PAYMENTS   PIC S9(9) COMP-3  VALUE +0.
           05  WS-PI-PORTION         PIC 9(7)V99       VALUE 0.
           05  WS-ESC-PORTION        PIC 9(7)V99       VALUE 0.
           05  WS-PAY-REMAINDER      PIC 9(7)V99       VALUE 0.
           05  WS-EXPECTED-PAYMENT   PIC 9(8)V99       VALUE 0.
           05  NUM-SPLIT-REVIEWS     PIC S9(9) COMP-3  VALUE +0.
           05  TOT-INTEREST          PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-INTEREST-PORTION   PIC 9(7)V99       VALUE 0.
           05  WS-PRINCIPAL-PORTION  PIC 9(7)V99       VALUE 0.
           05  WS-PAY-YEAR           PIC 9(4)          VALUE 0.
           05  WS-PAY-MONTH          PIC 9(6)          VALUE 0.
           05  WS-CARRY-INT-MONTH    PIC 9(6)          VALUE 0.
           05  WS-SPLIT-PROBLEM      PIC X(30)         VALUE SPACES.
      *
      *        *******************
      *            report lines
           05  RPT-NEW-BALANCE        PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(30).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ESCROW             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ESCROW-BALANCE     PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-INTEREST           PIC ZZZZZZ9.99.
           05  FILLER                 PIC X(25) VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(16) VALUE 'PAYMENTS READ: '.
           05  RPT-REJECTED           PIC ZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  PAID OFF: '.
           05  RPT-PAID-OFF           PIC ZZ,ZZ9.
       01  RPT-ESCROW-SUMMARY.
           05  FILLER                 PIC X(25)
                     VALUE 'PAYMENTS WITH ESCROW:    '.
           05  RPT-ESCROW-PAYMENTS    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(21)
                     VALUE '  ESCROW COLLECTED:  '.
           05  RPT-ESCROW-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(66) VALUE SPACES.
       01  RPT-INTEREST-SUMMARY.
           05  FILLER                 PIC X(25)
                     VALUE 'SPLITS HELD FOR REVIEW:  '.
           05  RPT-SPLIT-REVIEWS      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(21)
                     VALUE '  INTEREST TAKEN:    '.
           05  RPT-INTEREST-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(66) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY 'LOANPAY1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-MASTER.
           PERFORM 710-READ-PAYMENT.

           PERFORM 720-READ-OLD-ESCROW.
           PERFORM 730-READ-OLD-INTEREST.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDLOAN-EOF = 'Y' AND WS-PAYFILE-EOF = 'Y'.

           PERFORM 160-PASS-ESCROW
               UNTIL WS-OLDESC-EOF = 'Y'.
           PERFORM 180-PASS-YEAR-RECORD
               UNTIL WS-OLDINT-EOF = 'Y'.

           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'LOANPAY1 ENDED - APPLIED = '
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-PAY-KEY
               MOVE OLD-REC TO WRK-REC
               PERFORM 150-FIND-ESCROW
               PERFORM 170-FIND-YEAR-RECORDS
               PERFORM 760-WRITE-NEW-MASTER
               PERFORM 765-WRITE-NEW-ESCROW
               PERFORM 766-WRITE-YEAR-HELD
               PERFORM 700-READ-OLD-MASTER
               GO TO 100-EXIT.
           IF WS-MASTER-KEY > WS-PAY-KEY
               PERFORM 710-READ-PAYMENT
               GO TO 100-EXIT.
           MOVE OLD-REC TO WRK-REC.
           PERFORM 150-FIND-ESCROW.
           PERFORM 170-FIND-YEAR-RECORDS.
           PERFORM 110-APPLY-ONE-PAYMENT THROUGH 110-EXIT
               UNTIL WS-PAYFILE-EOF = 'Y'
                  OR WS-PAY-KEY NOT = WRK-LOAN-ID.
           PERFORM 760-WRITE-NEW-MASTER.
           PERFORM 765-WRITE-NEW-ESCROW.
           PERFORM 766-WRITE-YEAR-HELD.
           PERFORM 700-READ-OLD-MASTER.
       100-EXIT.
           EXIT.
      *    ---------------------------------------------------------
      *    One payment: the balance comes down, the paid total goes
      *    up, and short/over payments against the expected monthly
      *    figure are noted so the desk sees them as they land.  On
      *    a loan with escrow, the escrow's share is split off first
      *    and only the principal and interest part touches the
      *    loan; of that, only the principal reduces the balance.
      *    ---------------------------------------------------------
       110-APPLY-ONE-PAYMENT.
           IF PAY-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC/NONZERO' TO RPT-NOTE
               PERFORM 820-REPORT-REJECTED
               GO TO 110-NEXT.
           PERFORM 120-SPLIT-PAYMENT THROUGH 120-EXIT.
           PERFORM 130-SPLIT-INTEREST THROUGH 130-EXIT.
           SUBTRACT WS-PRINCIPAL-PORTION FROM WRK-BALANCE.
           ADD WS-PI-PORTION TO WRK-PAID-TOTAL.
           ADD +1 TO IWK-PAYMENT-COUNT.
           MOVE WRK-BALANCE TO IWK-ENDING-BALANCE.
           ADD PAY-AMOUNT-N TO TOT-APPLIED.
           ADD +1 TO NUM-PAYMENTS-APPLIED.
           IF WS-ESC-PORTION > ZERO
               ADD WS-ESC-PORTION TO EWK-BALANCE
               MOVE PAY-DATE TO EWK-LAST-RECEIPT
               ADD WS-ESC-PORTION TO TOT-ESCROW
               ADD +1 TO NUM-ESCROW-PAYMENTS.
           MOVE SPACES TO RPT-NOTE.
           IF PAY-AMOUNT-N < WS-EXPECTED-PAYMENT
               MOVE 'SHORT OF EXPECTED PAYMENT' TO RPT-NOTE
           ELSE
           IF PAY-AMOUNT-N > WS-EXPECTED-PAYMENT
               MOVE 'OVER EXPECTED PAYMENT' TO RPT-NOTE.
           IF WRK-BALANCE NOT > ZERO
              AND WRK-STATUS = 'A'
               MOVE 'P' TO WRK-STATUS
               ADD +1 TO NUM-LOANS-PAID-OFF
               MOVE 'LOAN PAID OFF' TO RPT-NOTE.
           IF WS-SPLIT-PROBLEM NOT = SPACES
               MOVE WS-SPLIT-PROBLEM TO RPT-NOTE.
           MOVE PAY-LOAN-ID  TO RPT-LOAN-ID.
           MOVE PAY-DATE     TO RPT-PAY-DATE.
           MOVE PAY-AMOUNT-N TO RPT-AMOUNT.
           MOVE WRK-BALANCE  TO RPT-NEW-BALANCE.
           MOVE WS-ESC-PORTION TO RPT-ESCROW.
           IF WS-ESCROW-HELD = 'Y'
               MOVE EWK-BALANCE TO RPT-ESCROW-BALANCE
           ELSE
               MOVE 0 TO RPT-ESCROW-BALANCE.
           MOVE WS-INTEREST-PORTION TO RPT-INTEREST.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           PERFORM 770-WRITE-PAYGL.
           IF WS-ESC-PORTION > ZERO
               PERFORM 775-WRITE-ESCROW-GL.
       110-NEXT.
           PERFORM 710-READ-PAYMENT.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Principal and interest first, up to the expected payment;
      *    then the escrow, up to its monthly amount; anything over
      *    both is extra principal.  A short payment leaves the
      *    escrow unfunded for the month.
      *    ---------------------------------------------------------
       120-SPLIT-PAYMENT.
           MOVE PAY-AMOUNT-N TO WS-PI-PORTION.
           MOVE 0            TO WS-ESC-PORTION.
           MOVE WRK-PAYMENT  TO WS-EXPECTED-PAYMENT.
           IF WS-ESCROW-HELD NOT = 'Y'
               GO TO 120-EXIT.
           ADD EWK-MONTHLY-AMT TO WS-EXPECTED-PAYMENT.
           IF PAY-AMOUNT-N NOT > WRK-PAYMENT
               GO TO 120-EXIT.
           SUBTRACT WRK-PAYMENT FROM PAY-AMOUNT-N
               GIVING WS-PAY-REMAINDER.
           IF WS-PAY-REMAINDER > EWK-MONTHLY-AMT
               MOVE EWK-MONTHLY-AMT  TO WS-ESC-PORTION
           ELSE
               MOVE WS-PAY-REMAINDER TO WS-ESC-PORTION.
           SUBTRACT WS-ESC-PORTION FROM WS-PI-PORTION.
       120-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Interest first, once a month: the first payment dated in
      *    a month pays the month's interest on the principal
      *    outstanding, and later ones that month are all
      *    principal.  Anything that cannot be split that way is
      *    held unsplit on the year's record for review.
      *    ---------------------------------------------------------
       130-SPLIT-INTEREST.
           MOVE 0      TO WS-INTEREST-PORTION.
           MOVE 0      TO WS-PRINCIPAL-PORTION.
           MOVE SPACES TO WS-SPLIT-PROBLEM.
           MOVE PAY-DATE TO WS-PAY-DATE.
           IF WS-PAY-DATE IS NOT NUMERIC
               MOVE 'PAYMENT DATE NOT A DATE' TO WS-SPLIT-PROBLEM
               MOVE WS-RUN-YYYY TO WS-PAY-YEAR
               MOVE 0 TO WS-PAY-MONTH
           ELSE
           IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
              OR WS-PAY-DD < 1 OR WS-PAY-DD > 31
               MOVE 'PAYMENT DATE NOT A DATE' TO WS-SPLIT-PROBLEM
               MOVE WS-RUN-YYYY TO WS-PAY-YEAR
               MOVE 0 TO WS-PAY-MONTH
           ELSE
               MOVE WS-PAY-YYYY TO WS-PAY-YEAR
               COMPUTE WS-PAY-MONTH =
                   ( WS-PAY-YYYY * 100 ) + WS-PAY-MM.
           PERFORM 140-GET-YEAR-RECORD THROUGH 140-EXIT.
           IF WS-SPLIT-PROBLEM NOT = SPACES
               GO TO 130-REVIEW.
           IF WRK-BALANCE NOT > ZERO
               MOVE 'PAYMENT AFTER LOAN PAID OFF' TO WS-SPLIT-PROBLEM
               GO TO 130-REVIEW.
           IF WS-PAY-MONTH < IWK-LAST-INT-MONTH
               MOVE 'DATED BEFORE A MONTH CHARGED' TO WS-SPLIT-PROBLEM
               GO TO 130-REVIEW.
           IF WS-PAY-MONTH = IWK-LAST-INT-MONTH
               MOVE WS-PI-PORTION TO WS-PRINCIPAL-PORTION
               GO TO 130-POST.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
               WRK-BALANCE * WRK-RATE / 12 / 100.
           IF WS-INTEREST-PORTION > WS-PI-PORTION
               MOVE 0 TO WS-INTEREST-PORTION
               MOVE 'SHORT OF THE MONTH INTEREST' TO WS-SPLIT-PROBLEM
               GO TO 130-REVIEW.
           SUBTRACT WS-INTEREST-PORTION FROM WS-PI-PORTION
               GIVING WS-PRINCIPAL-PORTION.
           MOVE WS-PAY-MONTH TO IWK-LAST-INT-MONTH.
       130-POST.
           ADD WS-INTEREST-PORTION  TO IWK-INTEREST-PAID.
           ADD WS-PRINCIPAL-PORTION TO IWK-PRINCIPAL-PAID.
           ADD WS-INTEREST-PORTION  TO TOT-INTEREST.
           GO TO 130-EXIT.
       130-REVIEW.
           ADD WS-PI-PORTION TO IWK-UNSPLIT-AMOUNT.
           IF IWK-SPLIT-CLEAN
               MOVE 'R' TO IWK-REVIEW-FLAG
               MOVE WS-SPLIT-PROBLEM TO IWK-REVIEW-REASON.
           ADD +1 TO NUM-SPLIT-REVIEWS.
       130-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The loan's record for the payment's year.  A later year
      *    starts a new record (the one held goes forward first); a
      *    payment dated back into a year already closed off stays
      *    on the latest record, marked with the year it touched.
      *    ---------------------------------------------------------
       140-GET-YEAR-RECORD.
           IF WS-YEAR-HELD = 'Y'
              AND IWK-TAX-YEAR = WS-PAY-YEAR
               GO TO 140-EXIT.
           IF WS-YEAR-HELD = 'Y'
              AND IWK-TAX-YEAR > WS-PAY-YEAR
               IF WS-SPLIT-PROBLEM = SPACES
                   MOVE 'DATED IN A CLOSED YEAR' TO WS-SPLIT-PROBLEM
               END-IF
               IF IWK-BACKDATED-YEAR = 0
                  OR IWK-BACKDATED-YEAR > WS-PAY-YEAR
                   MOVE WS-PAY-YEAR TO IWK-BACKDATED-YEAR
               END-IF
               GO TO 140-EXIT.
           MOVE 0 TO WS-CARRY-INT-MONTH.
           IF WS-YEAR-HELD = 'Y'
               MOVE IWK-LAST-INT-MONTH TO WS-CARRY-INT-MONTH
               PERFORM 766-WRITE-YEAR-HELD.
           MOVE SPACES             TO IWK-REC.
           MOVE WRK-LOAN-ID        TO IWK-LOAN-ID.
           MOVE WS-PAY-YEAR        TO IWK-TAX-YEAR.
           MOVE 0                  TO IWK-INTEREST-PAID.
           MOVE 0                  TO IWK-PRINCIPAL-PAID.
           MOVE 0                  TO IWK-UNSPLIT-AMOUNT.
           MOVE 0                  TO IWK-PAYMENT-COUNT.
           MOVE WS-CARRY-INT-MONTH TO IWK-LAST-INT-MONTH.
           MOVE WRK-BALANCE        TO IWK-ENDING-BALANCE.
           MOVE 0                  TO IWK-BACKDATED-YEAR.
           MOVE 'Y' TO WS-YEAR-HELD.
       140-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Bring the escrow file up to the loan in hand.  An escrow
      *    account with no loan ahead of it on the master is carried
      *    forward untouched; one matching the loan is held in
      *    EWK-REC until the loan's payments are done.
      *    ---------------------------------------------------------
       150-FIND-ESCROW.
           MOVE 'N' TO WS-ESCROW-HELD.
           PERFORM 160-PASS-ESCROW
               UNTIL WS-ESC-KEY NOT < WRK-LOAN-ID.
           IF WS-ESC-KEY = WRK-LOAN-ID
               MOVE OESC-REC TO EWK-REC
               MOVE 'Y' TO WS-ESCROW-HELD
               PERFORM 720-READ-OLD-ESCROW.

       160-PASS-ESCROW.
           MOVE OESC-REC TO NESC-REC.
           PERFORM 767-PUT-NEW-ESCROW.
           PERFORM 720-READ-OLD-ESCROW.

      *    ---------------------------------------------------------
      *    Bring the interest sub-ledger up to the loan in hand.
      *    The loan's earlier years go straight forward; its latest
      *    year is held in IWK-REC for this run's payments.
      *    ---------------------------------------------------------
       170-FIND-YEAR-RECORDS.
           MOVE 'N' TO WS-YEAR-HELD.
           PERFORM 180-PASS-YEAR-RECORD
               UNTIL WS-INT-KEY NOT < WRK-LOAN-ID.
           PERFORM 175-HOLD-YEAR-RECORD
               UNTIL WS-INT-KEY NOT = WRK-LOAN-ID.

       175-HOLD-YEAR-RECORD.
           IF WS-YEAR-HELD = 'Y'
               PERFORM 766-WRITE-YEAR-HELD.
           MOVE OINT-REC TO IWK-REC.
           MOVE 'Y' TO WS-YEAR-HELD.
           PERFORM 730-READ-OLD-INTEREST.

       180-PASS-YEAR-RECORD.
           MOVE OINT-REC TO NINT-REC.
           PERFORM 769-PUT-NEW-YEAR.
           PERFORM 730-READ-OLD-INTEREST.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-PAYMENTS-READ     TO RPT-PAYMENTS-READ.
           MOVE NUM-PAYMENTS-REJECTED TO RPT-REJECTED.
           MOVE NUM-LOANS-PAID-OFF    TO RPT-PAID-OFF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-ESCROW-PAYMENTS   TO RPT-ESCROW-PAYMENTS.
           MOVE TOT-ESCROW            TO RPT-ESCROW-TOTAL.
           WRITE REPORT-RECORD FROM RPT-ESCROW-SUMMARY.
           MOVE NUM-SPLIT-REVIEWS     TO RPT-SPLIT-REVIEWS.
           MOVE TOT-INTEREST          TO RPT-INTEREST-TOTAL.
           WRITE REPORT-RECORD FROM RPT-INTEREST-SUMMARY.

       700-READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               ADD +1 TO NUM-PAYMENTS-READ
               MOVE PAY-LOAN-ID TO WS-PAY-KEY.

       720-READ-OLD-ESCROW.
           READ OLD-ESCROW-FILE
             AT END MOVE 'Y' TO WS-OLDESC-EOF .
           IF WS-OLDESC-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-ESC-KEY
           ELSE
           IF WS-OLDESC-STATUS NOT = '00'
              AND WS-OLDESC-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDESC READ.  CODE:'
                       WS-OLDESC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDESC-EOF
               MOVE HIGH-VALUES TO WS-ESC-KEY
           ELSE
               MOVE OESC-LOAN-ID TO WS-ESC-KEY.

       730-READ-OLD-INTEREST.
           READ OLD-INTEREST-FILE
             AT END MOVE 'Y' TO WS-OLDINT-EOF .
           IF WS-OLDINT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-INT-KEY
           ELSE
           IF WS-OLDINT-STATUS NOT = '00'
              AND WS-OLDINT-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDINT READ.  CODE:'
                       WS-OLDINT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDINT-EOF
               MOVE HIGH-VALUES TO WS-INT-KEY
           ELSE
               MOVE OINT-LOAN-ID TO WS-INT-KEY.

       760-WRITE-NEW-MASTER.
           MOVE WRK-REC TO NEW-REC.
           WRITE NEW-REC.

       765-WRITE-NEW-ESCROW.
           IF WS-ESCROW-HELD = 'Y'
               MOVE EWK-REC TO NESC-REC
               PERFORM 767-PUT-NEW-ESCROW
               MOVE 'N' TO WS-ESCROW-HELD.

       767-PUT-NEW-ESCROW.
           WRITE NESC-REC.
           IF WS-NEWESC-STATUS NOT = '00'
               DISPLAY 'NEWESC WRITE ERROR RC=' WS-NEWESC-STATUS
               MOVE 16 TO RETURN-CODE.

       766-WRITE-YEAR-HELD.
           IF WS-YEAR-HELD = 'Y'
               MOVE IWK-REC TO NINT-REC
               PERFORM 769-PUT-NEW-YEAR
               MOVE 'N' TO WS-YEAR-HELD.

       769-PUT-NEW-YEAR.
           WRITE NINT-REC.
           IF WS-NEWINT-STATUS NOT = '00'
               DISPLAY 'NEWINT WRITE ERROR RC=' WS-NEWINT-STATUS
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    The applied payment, for the general ledger interface.
      *    ---------------------------------------------------------
       770-WRITE-PAYGL.
           MOVE SPACES       TO PGL-REC.
           MOVE PAY-LOAN-ID  TO PGL-LOAN-ID.
           MOVE 'P'          TO PGL-ACT-TYPE.
           MOVE PAY-DATE     TO PGL-ACT-DATE.
           MOVE WS-PI-PORTION TO PGL-AMOUNT.
           WRITE PGL-REC.
           IF WS-PAYGL-STATUS NOT = '00'
               DISPLAY 'PAYGL WRITE ERROR RC=' WS-PAYGL-STATUS
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    The escrow part of the payment, for the same interface.
      *    ---------------------------------------------------------
       775-WRITE-ESCROW-GL.
           MOVE SPACES       TO PGL-REC.
           MOVE PAY-LOAN-ID  TO PGL-LOAN-ID.
           MOVE 'E'          TO PGL-ACT-TYPE.
           MOVE PAY-DATE     TO PGL-ACT-DATE.
           MOVE WS-ESC-PORTION TO PGL-AMOUNT.
           WRITE PGL-REC.
           IF WS-PAYGL-STATUS NOT = '00'
               DISPLAY 'PAYGL WRITE ERROR RC=' WS-PAYGL-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           MOVE PAY-DATE     TO RPT-PAY-DATE.
           MOVE 0            TO RPT-AMOUNT.
           MOVE 0            TO RPT-NEW-BALANCE.
           MOVE 0            TO RPT-ESCROW.
           MOVE 0            TO RPT-ESCROW-BALANCE.
           MOVE 0            TO RPT-INTEREST.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    PAYMENT-FILE
                         OLD-MASTER-FILE
                OUTPUT   NEW-MASTER-FILE
                         REPORT-FILE
                         PAYGL-FILE .
           OPEN INPUT    OLD-ESCROW-FILE
                         OLD-INTEREST-FILE
                OUTPUT   NEW-ESCROW-FILE
                         NEW-INTEREST-FILE .
           IF WS-PAYFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PAYFILE. RC:' WS-PAYFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAYFILE-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF.
           IF WS-PAYGL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PAYGL. RC:' WS-PAYGL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAYFILE-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF.
           IF WS-OLDESC-STATUS NOT = '00'
              AND WS-OLDESC-STATUS NOT = '05'
             DISPLAY 'ERROR OPENING OLDESC. RC:' WS-OLDESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAYFILE-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-NEWESC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWESC. RC:' WS-NEWESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAYFILE-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-OLDINT-STATUS NOT = '00'
              AND WS-OLDINT-STATUS NOT = '05'
             DISPLAY 'ERROR OPENING OLDINT. RC:' WS-OLDINT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAYFILE-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF
             MOVE 'Y' TO WS-OLDINT-EOF.
           IF WS-NEWINT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWINT. RC:' WS-NEWINT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAYFILE-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF
             MOVE 'Y' TO WS-OLDINT-EOF.

       905-CLOSE-FILES.
           CLOSE PAYMENT-FILE .
           CLOSE OLD-MASTER-FILE .
           CLOSE NEW-MASTER-FILE .
           CLOSE PAYGL-FILE .
           CLOSE OLD-ESCROW-FILE .
           CLOSE NEW-ESCROW-FILE .
           CLOSE OLD-INTEREST-FILE .
           CLOSE NEW-INTEREST-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM LOANPAY1
