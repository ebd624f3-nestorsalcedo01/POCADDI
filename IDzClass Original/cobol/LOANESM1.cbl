      *****************************************************
      * PROGRAM: LOANESM1                                 *
      *                                                    *
      * ESCROW ACCOUNT MAINTENANCE FOR THE LOANESC         *
      * ESCROW SUB-LEDGER                                  *
      *                                                    *
      * PROPERTY TAX AND INSURANCE FOR BOOKED LOANS USED   *
      * TO BE PAID OUT OF A SPREADSHEET.  THIS JOB SETS UP *
      * AND KEEPS EACH LOAN'S ESCROW ACCOUNT (LOANESCC     *
      * LAYOUT): ITS MONTHLY ESCROW AMOUNT, WHICH LOANPAY1 *
      * SPLITS OUT OF EACH PAYMENT, AND THE SCHEDULED      *
      * DISBURSEMENTS LOANESD1 PAYS AS THEY FALL DUE.      *
      * LOANESA1'S ANNUAL ANALYSIS RE-SIZES THE MONTHLY    *
      * AMOUNT; A 'C' HERE OVERRIDES IT BY HAND.           *
      *                                                    *
      * ESCTRAN LAYOUT (80 BYTES):                         *
      *   COLS  1-8   LOAN ID                              *
      *   COL  10     ACTION                               *
      *                 A  OPEN THE ESCROW ACCOUNT         *
      *                 C  CHANGE THE MONTHLY AMOUNT       *
      *                 I  ADD A SCHEDULED ITEM            *
      *                 X  REMOVE AN ITEM (BY PAYEE)       *
      *                 D  CLOSE THE ACCOUNT (ONLY AT A    *
      *                    ZERO BALANCE)                   *
      *   COLS 12-20  AMOUNT, 9(7)V99 IMPLIED: THE MONTHLY *
      *               AMOUNT (A, C) OR ITEM AMOUNT (I)     *
      *   COL  22     ITEM TYPE T TAX, I INSURANCE,        *
      *               O OTHER (I)                          *
      *   COLS 24-43  PAYEE (I, X)                         *
      *   COLS 45-52  FIRST DUE DATE, YYYYMMDD (I)         *
      *   COLS 54-55  MONTHS BETWEEN PAYMENTS: 01, 03, 06, *
      *               12, OR 00 FOR A ONE-TIME ITEM (I)    *
      *   COLS 57-65  OPENING BALANCE, 9(7)V99 IMPLIED,    *
      *               BLANK FOR NONE (A)                   *
      * BOTH FILES IN ASCENDING LOAN-ID ORDER; SEVERAL     *
      * TRANSACTIONS FOR ONE LOAN ARE APPLIED IN THE ORDER *
      * THEY COME, SO AN 'A' MAY BE FOLLOWED BY ITS 'I'S.  *
      * NO OLDESC IN THE RUN STARTS THE FILE EMPTY.        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANESM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRAN-FILE     ASSIGN TO ESCTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ESCTRAN-STATUS.

           SELECT OPTIONAL OLD-ESCROW-FILE ASSIGN TO OLDESC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDESC-STATUS.

           SELECT NEW-ESCROW-FILE ASSIGN TO NEWESC
               FILE STATUS  IS  WS-NEWESC-STATUS.

           SELECT REPORT-FILE   ASSIGN TO ESMRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TRN-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X.
           05  TRN-ACTION             PIC X.
               88  TRN-OPEN-ACCOUNT       VALUE 'A'.
               88  TRN-CHANGE-MONTHLY     VALUE 'C'.
               88  TRN-ADD-ITEM           VALUE 'I'.
               88  TRN-REMOVE-ITEM        VALUE 'X'.
               88  TRN-CLOSE-ACCOUNT      VALUE 'D'.
           05  FILLER                 PIC X.
           05  TRN-AMOUNT             PIC X(9).
           05  TRN-AMOUNT-N  REDEFINES TRN-AMOUNT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  TRN-ITEM-TYPE          PIC X.
           05  FILLER                 PIC X.
           05  TRN-PAYEE              PIC X(20).
           05  FILLER                 PIC X.
           05  TRN-DUE-DATE           PIC X(8).
           05  TRN-DUE-DATE-N REDEFINES TRN-DUE-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  TRN-FREQ               PIC X(2).
           05  TRN-FREQ-N    REDEFINES TRN-FREQ
                                      PIC 9(2).
           05  FILLER                 PIC X.
           05  TRN-OPEN-BAL           PIC X(9).
           05  TRN-OPEN-BAL-N REDEFINES TRN-OPEN-BAL
                                      PIC 9(7)V99.
           05  FILLER                 PIC X(15).

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

       WORKING-STORAGE SECTION.
      *
       01  WS-ESCTRAN-STATUS          PIC XX  VALUE '00'.
       01  WS-OLDESC-STATUS           PIC XX  VALUE '00'.
       01  WS-NEWESC-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-ESCTRAN-EOF             PIC X   VALUE 'N'.
       01  WS-OLDESC-EOF              PIC X   VALUE 'N'.
       01  WS-ON-FILE                 PIC X   VALUE 'N'.
       01  WS-EDIT-OK                 PIC X   VALUE 'Y'.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
      *
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY         PIC X(8)  VALUE LOW-VALUES.
           05  WS-TRAN-KEY           PIC X(8)  VALUE LOW-VALUES.
           05  WS-CURRENT-KEY        PIC X(8)  VALUE LOW-VALUES.
      *
      *        The escrow account being carried through its
      *        transactions
       COPY LOANESCC REPLACING ==:TAG:== BY ==WRK==.
      *
       01  WS-DUE-DATE-SPLIT.
           05  WS-DUE-YYYY           PIC 9(4).
           05  WS-DUE-MM             PIC 9(2).
           05  WS-DUE-DD             PIC 9(2).
      *
       01  WORK-VARIABLES.
           05  NUM-TRANS-READ        PIC S9(9) COMP-3  VALUE +0.
           05  NUM-TRANS-APPLIED     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ACCOUNTS-OPENED   PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ACCOUNTS-CLOSED   PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ACCOUNTS-WRITTEN  PIC S9(9) COMP-3  VALUE +0.
           05  WS-ITEM-SUB           PIC S9(4) COMP    VALUE +0.
           05  WS-ITEM-FOUND-IX      PIC S9(4) COMP    VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'ESCROW ACCOUNT MAINTENANCE REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'LOAN ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'ACT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '    AMOUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(20) VALUE 'PAYEE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(30) VALUE 'REASON'.
           05  FILLER PIC X(46) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACTION             PIC X.
           05  FILLER                 PIC X     VALUE ' '.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PAYEE              PIC X(20).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(46) VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(20).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(99)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'LOANESM1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-ESCROW.
           PERFORM 710-READ-TRAN.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDESC-EOF = 'Y' AND WS-ESCTRAN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-TRANS-REJECTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANESM1 ENDED - APPLIED = '
                   NUM-TRANS-APPLIED.
           GOBACK .

      *    ---------------------------------------------------------
      *    Balance-line cycle.  An escrow account with no
      *    transactions goes straight forward; otherwise the
      *    account (or, for a loan not yet on file, an empty slot
      *    an 'A' can fill) is carried through every one of its
      *    transactions before it is written forward.
      *    ---------------------------------------------------------
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               MOVE OESC-REC TO NESC-REC
               PERFORM 760-WRITE-NEW-ESCROW
               PERFORM 700-READ-OLD-ESCROW
               GO TO 100-EXIT.
           MOVE WS-TRAN-KEY TO WS-CURRENT-KEY.
           IF WS-MASTER-KEY = WS-TRAN-KEY
               MOVE OESC-REC TO WRK-REC
               MOVE 'Y' TO WS-ON-FILE
               PERFORM 700-READ-OLD-ESCROW
           ELSE
               MOVE 'N' TO WS-ON-FILE.
           PERFORM 110-APPLY-ONE-TRAN THROUGH 110-EXIT
               UNTIL WS-ESCTRAN-EOF = 'Y'
                  OR WS-TRAN-KEY NOT = WS-CURRENT-KEY.
           IF WS-ON-FILE = 'Y'
               MOVE WRK-REC TO NESC-REC
               PERFORM 760-WRITE-NEW-ESCROW.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One transaction.  Only an 'A' is valid for a loan with
      *    no escrow account; anything else needs the account.
      *    ---------------------------------------------------------
       110-APPLY-ONE-TRAN.
           MOVE 'Y'    TO WS-EDIT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-LOAN-ID = SPACES
               MOVE 'LOAN ID IS BLANK' TO WS-REJECT-REASON
               GO TO 110-REJECT.
           IF TRN-OPEN-ACCOUNT
               IF WS-ON-FILE = 'Y'
                   MOVE 'ESCROW ALREADY ON FILE' TO WS-REJECT-REASON
                   GO TO 110-REJECT
               ELSE
                   PERFORM 120-OPEN-ACCOUNT THROUGH 120-EXIT
                   GO TO 110-DONE.
           IF NOT TRN-CHANGE-MONTHLY
              AND NOT TRN-ADD-ITEM
              AND NOT TRN-REMOVE-ITEM
              AND NOT TRN-CLOSE-ACCOUNT
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               GO TO 110-REJECT.
           IF WS-ON-FILE NOT = 'Y'
               MOVE 'ESCROW NOT ON FILE' TO WS-REJECT-REASON
               GO TO 110-REJECT.
           IF TRN-CHANGE-MONTHLY
               PERFORM 130-CHANGE-MONTHLY THROUGH 130-EXIT
           ELSE
           IF TRN-ADD-ITEM
               PERFORM 140-ADD-ITEM THROUGH 140-EXIT
           ELSE
           IF TRN-REMOVE-ITEM
               PERFORM 145-REMOVE-ITEM THROUGH 145-EXIT
           ELSE
               PERFORM 150-CLOSE-ACCOUNT THROUGH 150-EXIT.
       110-DONE.
           IF WS-EDIT-OK = 'Y'
               PERFORM 810-REPORT-APPLIED
               GO TO 110-NEXT.
       110-REJECT.
           PERFORM 820-REPORT-REJECTED.
       110-NEXT.
           PERFORM 710-READ-TRAN.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    'A': a new, empty escrow account for the loan, with its
      *    monthly amount and any balance brought over from the
      *    spreadsheet.
      *    ---------------------------------------------------------
       120-OPEN-ACCOUNT.
           IF TRN-AMOUNT IS NOT NUMERIC
               MOVE 'MONTHLY AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 120-EXIT.
           IF TRN-OPEN-BAL NOT = SPACES
              AND TRN-OPEN-BAL IS NOT NUMERIC
               MOVE 'OPENING BALANCE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 120-EXIT.
           MOVE SPACES          TO WRK-REC.
           MOVE TRN-LOAN-ID     TO WRK-LOAN-ID.
           MOVE TRN-AMOUNT-N    TO WRK-MONTHLY-AMT.
           MOVE 0               TO WRK-BALANCE.
           IF TRN-OPEN-BAL NOT = SPACES
               MOVE TRN-OPEN-BAL-N TO WRK-BALANCE.
           MOVE 0               TO WRK-LAST-RECEIPT.
           MOVE 0               TO WRK-LAST-ANALYSIS.
           MOVE 0               TO WRK-ITEM-COUNT.
           PERFORM 125-CLEAR-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 6.
           MOVE 'Y' TO WS-ON-FILE.
           ADD +1 TO NUM-ACCOUNTS-OPENED.
       120-EXIT.
           EXIT.

       125-CLEAR-ONE-ITEM.
           MOVE SPACES TO WRK-ITEM-TYPE(WS-ITEM-SUB).
           MOVE SPACES TO WRK-ITEM-PAYEE(WS-ITEM-SUB).
           MOVE 0      TO WRK-ITEM-DUE-DATE(WS-ITEM-SUB).
           MOVE 0      TO WRK-ITEM-AMOUNT(WS-ITEM-SUB).
           MOVE 0      TO WRK-ITEM-FREQ(WS-ITEM-SUB).
           MOVE 0      TO WRK-ITEM-LAST-PAID(WS-ITEM-SUB).

      *    ---------------------------------------------------------
      *    'C': a new monthly escrow amount, from the next payment
      *    LOANPAY1 applies.
      *    ---------------------------------------------------------
       130-CHANGE-MONTHLY.
           IF TRN-AMOUNT IS NOT NUMERIC
               MOVE 'MONTHLY AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 130-EXIT.
           MOVE TRN-AMOUNT-N TO WRK-MONTHLY-AMT.
       130-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    'I': one more scheduled disbursement, at the end of the
      *    account's list.  A payee may appear only once.
      *    ---------------------------------------------------------
       140-ADD-ITEM.
           IF WRK-ITEM-COUNT NOT < 6
               MOVE 'ALREADY SIX ITEMS SCHEDULED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           IF TRN-ITEM-TYPE NOT = 'T'
              AND TRN-ITEM-TYPE NOT = 'I'
              AND TRN-ITEM-TYPE NOT = 'O'
               MOVE 'ITEM TYPE NOT T, I OR O' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           IF TRN-PAYEE = SPACES
               MOVE 'PAYEE IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           PERFORM 148-FIND-PAYEE.
           IF WS-ITEM-FOUND-IX > 0
               MOVE 'PAYEE ALREADY SCHEDULED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           IF TRN-AMOUNT IS NOT NUMERIC
              OR TRN-AMOUNT-N = ZERO
               MOVE 'AMOUNT NOT NUMERIC/NONZERO' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           IF TRN-DUE-DATE IS NOT NUMERIC
               MOVE 'DUE DATE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           MOVE TRN-DUE-DATE TO WS-DUE-DATE-SPLIT.
           IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
              OR WS-DUE-DD < 1 OR WS-DUE-DD > 31
               MOVE 'DUE DATE NOT A VALID DATE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           IF TRN-FREQ IS NOT NUMERIC
              OR ( TRN-FREQ-N NOT = 0 AND TRN-FREQ-N NOT = 1
               AND TRN-FREQ-N NOT = 3 AND TRN-FREQ-N NOT = 6
               AND TRN-FREQ-N NOT = 12 )
               MOVE 'FREQUENCY NOT 00/01/03/06/12' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           ADD 1 TO WRK-ITEM-COUNT.
           MOVE WRK-ITEM-COUNT TO WS-ITEM-SUB.
           MOVE TRN-ITEM-TYPE  TO WRK-ITEM-TYPE(WS-ITEM-SUB).
           MOVE TRN-PAYEE      TO WRK-ITEM-PAYEE(WS-ITEM-SUB).
           MOVE TRN-DUE-DATE-N TO WRK-ITEM-DUE-DATE(WS-ITEM-SUB).
           MOVE TRN-AMOUNT-N   TO WRK-ITEM-AMOUNT(WS-ITEM-SUB).
           MOVE TRN-FREQ-N     TO WRK-ITEM-FREQ(WS-ITEM-SUB).
           MOVE 0              TO WRK-ITEM-LAST-PAID(WS-ITEM-SUB).
       140-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    'X': drop the payee's item and close up the list.
      *    ---------------------------------------------------------
       145-REMOVE-ITEM.
           PERFORM 148-FIND-PAYEE.
           IF WS-ITEM-FOUND-IX = 0
               MOVE 'PAYEE NOT SCHEDULED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 145-EXIT.
           PERFORM 146-SHIFT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM WS-ITEM-FOUND-IX BY 1
               UNTIL WS-ITEM-SUB NOT < WRK-ITEM-COUNT.
           MOVE WRK-ITEM-COUNT TO WS-ITEM-SUB.
           PERFORM 125-CLEAR-ONE-ITEM.
           SUBTRACT 1 FROM WRK-ITEM-COUNT.
       145-EXIT.
           EXIT.

       146-SHIFT-ONE-ITEM.
           MOVE WRK-ITEM(WS-ITEM-SUB + 1) TO WRK-ITEM(WS-ITEM-SUB).

       148-FIND-PAYEE.
           MOVE +0 TO WS-ITEM-FOUND-IX.
           PERFORM 149-MATCH-ONE-PAYEE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WRK-ITEM-COUNT
                  OR WS-ITEM-FOUND-IX > 0.

       149-MATCH-ONE-PAYEE.
           IF WRK-ITEM-PAYEE(WS-ITEM-SUB) = TRN-PAYEE
               MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-IX.

      *    ---------------------------------------------------------
      *    'D': the account comes off the file, but only once it
      *    has been paid out or refunded down to nothing.
      *    ---------------------------------------------------------
       150-CLOSE-ACCOUNT.
           IF WRK-BALANCE NOT = ZERO
               MOVE 'ESCROW BALANCE NOT ZERO' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           MOVE 'N' TO WS-ON-FILE.
           ADD +1 TO NUM-ACCOUNTS-CLOSED.
       150-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TRANSACTIONS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-READ         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANS APPLIED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-APPLIED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANS REJECTED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-REJECTED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACCOUNTS OPENED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-OPENED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACCOUNTS CLOSED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-CLOSED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ESCROW ACCOUNTS:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-WRITTEN   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-ESCROW.
           READ OLD-ESCROW-FILE
             AT END MOVE 'Y' TO WS-OLDESC-EOF .
           IF WS-OLDESC-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
           IF WS-OLDESC-STATUS NOT = '00'
              AND WS-OLDESC-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDESC READ.  CODE:'
                       WS-OLDESC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDESC-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               MOVE OESC-LOAN-ID TO WS-MASTER-KEY.

       710-READ-TRAN.
           READ TRAN-FILE
             AT END MOVE 'Y' TO WS-ESCTRAN-EOF .
           IF WS-ESCTRAN-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
           IF WS-ESCTRAN-STATUS NOT = '00'
              AND WS-ESCTRAN-STATUS NOT = '04'
               DISPLAY 'ERROR ON ESCTRAN READ.  CODE:'
                       WS-ESCTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ESCTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
               ADD +1 TO NUM-TRANS-READ
               MOVE TRN-LOAN-ID TO WS-TRAN-KEY.

       760-WRITE-NEW-ESCROW.
           WRITE NESC-REC.
           IF WS-NEWESC-STATUS NOT = '00'
               DISPLAY 'NEWESC WRITE ERROR RC=' WS-NEWESC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-ACCOUNTS-WRITTEN.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-APPLIED.
           ADD +1 TO NUM-TRANS-APPLIED.
           MOVE 'APPLIED'     TO RPT-DISPOSITION.
           MOVE SPACES        TO RPT-REASON.
           PERFORM 830-REPORT-TRAN.

       820-REPORT-REJECTED.
           ADD +1 TO NUM-TRANS-REJECTED.
           MOVE 'REJECTED'       TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           PERFORM 830-REPORT-TRAN.

       830-REPORT-TRAN.
           MOVE TRN-LOAN-ID   TO RPT-LOAN-ID.
           MOVE TRN-ACTION    TO RPT-ACTION.
           IF TRN-AMOUNT IS NUMERIC
               MOVE TRN-AMOUNT-N TO RPT-AMOUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT.
           MOVE TRN-PAYEE     TO RPT-PAYEE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    TRAN-FILE
                         OLD-ESCROW-FILE
                OUTPUT   NEW-ESCROW-FILE
                         REPORT-FILE .
           IF WS-ESCTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ESCTRAN. RC:' WS-ESCTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ESCTRAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-OLDESC-STATUS NOT = '00'
              AND WS-OLDESC-STATUS NOT = '05'
             DISPLAY 'ERROR OPENING OLDESC. RC:' WS-OLDESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ESCTRAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-NEWESC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWESC. RC:' WS-NEWESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ESCTRAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ESMRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ESCTRAN-EOF
             MOVE 'Y' TO WS-OLDESC-EOF.

       905-CLOSE-FILES.
           CLOSE TRAN-FILE .
           CLOSE OLD-ESCROW-FILE .
           CLOSE NEW-ESCROW-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM LOANESM1
