      *****************************************************
      * PROGRAM: LOANDDR1                                 *
      *                                                    *
      * LOAN DIRECT-DEBIT RELEASE                          *
      *                                                    *
      * RUN AFTER NACTPST HAS POSTED THE DDPOST DEBITS     *
      * LOANDDG1 RAISED.  EVERY DEBIT ON DDPEND (LOANDDPC  *
      * LAYOUT) IS LOOKED FOR ON NACTPST'S PSTHIST BY ITS  *
      * ACCOUNT AND REFERENCE:                             *
      *   POSTED   - THE MONEY HAS LEFT THE NACT ACCOUNT,  *
      *              SO A PAYMENT IS WRITTEN TO DDPAY IN   *
      *              LOANPAY1'S PAYFILE LAYOUT, DATED THE  *
      *              DAY NACTPST POSTED IT                 *
      *   REJECTED - (OVER LIMIT, ACCOUNT CLOSED, ...) OR  *
      *   MISSING    NOT ON PSTHIST AT ALL: NO PAYMENT;    *
      *              THE DEBIT GOES TO THE DDUNPD UNPAID   *
      *              LIST WITH THE REASON, FOR COLLECTIONS *
      *                                                    *
      * DDPAY IS IN LOAN-ID ORDER AND IS SORTED IN WITH    *
      * THE DAY'S PAYFILE BEFORE LOANPAY1 RUNS.  UP TO     *
      * 3000 DEBITS A RUN.  RC 4 IF ANY DEBIT IS UNPAID.   *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDDR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PENDING-FILE  ASSIGN TO DDPEND
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DDPEND-STATUS.

           SELECT PSTHIST-FILE  ASSIGN TO PSTHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PSTHIST-STATUS.

           SELECT PAYMENT-FILE  ASSIGN TO DDPAY
               FILE STATUS  IS  WS-DDPAY-STATUS.

           SELECT UNPAID-FILE   ASSIGN TO DDUNPD
               FILE STATUS  IS  WS-DDUNPD-STATUS.

           SELECT REPORT-FILE   ASSIGN TO DDRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDPC REPLACING ==:TAG:== BY ==DDP==.

      *    NACTPST's PSTHIST posting history record
       FD  PSTHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HST-ACCOUNT            PIC X(5).
           05  HST-DATE               PIC 9(8).
           05  HST-TIME               PIC 9(6).
           05  HST-TYPE               PIC X.
           05  HST-AMOUNT             PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  HST-OLD-BALANCE        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  HST-NEW-BALANCE        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  HST-REFERENCE          PIC X(12).
           05  HST-DISPOSITION        PIC X.
               88  HST-POSTED             VALUE 'P'.
               88  HST-REJECTED            VALUE 'R'.
           05  HST-REASON             PIC X(25).
           05  FILLER                 PIC X(2).

      *        One loan payment (LOANPAY1 PAYFILE layout)
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  PAY-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X.
           05  PAY-DATE               PIC 9(8).
           05  FILLER                 PIC X.
           05  PAY-AMOUNT             PIC 9(7)V99.
           05  FILLER                 PIC X(53).

       FD  UNPAID-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDPC REPLACING ==:TAG:== BY ==UNP==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-DDPEND-STATUS           PIC XX  VALUE '00'.
       01  WS-PSTHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-DDPAY-STATUS            PIC XX  VALUE '00'.
       01  WS-DDUNPD-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-DDPEND-EOF              PIC X   VALUE 'N'.
       01  WS-PSTHIST-EOF             PIC X   VALUE 'N'.
      *
      *        ***********************************
      *          the run's debits, in DDPEND
      *          (loan-id) order
      *        ***********************************
       01  DEBIT-TABLE.
           05  DEBIT-COUNT           PIC S9(4) COMP    VALUE +0.
           05  WS-DEBIT-SUB          PIC S9(4) COMP    VALUE +0.
           05  WS-DEBIT-FOUND-IX     PIC S9(4) COMP    VALUE +0.
           05  DEBIT-ENTRY  OCCURS 3000 TIMES.
               10  DEBIT-LOAN-ID         PIC X(8).
               10  DEBIT-ACCTDO          PIC X(5).
               10  DEBIT-REFERENCE       PIC X(12).
               10  DEBIT-AMOUNT          PIC 9(7)V99.
               10  DEBIT-MONTH           PIC 9(6).
               10  DEBIT-POST-DATE       PIC 9(8).
               10  DEBIT-OUTCOME         PIC X.
                   88  DEBIT-NOT-SEEN        VALUE ' '.
                   88  DEBIT-POSTED          VALUE 'P'.
                   88  DEBIT-REJECTED        VALUE 'R'.
               10  DEBIT-REASON          PIC X(25).
      *
       01  WORK-VARIABLES.
           05  NUM-DEBITS-READ       PIC S9(9) COMP-3  VALUE +0.
           05  NUM-HISTORY-READ      PIC S9(9) COMP-3  VALUE +0.
           05  NUM-HISTORY-MATCHED   PIC S9(9) COMP-3  VALUE +0.
           05  NUM-PAID              PIC S9(9) COMP-3  VALUE +0.
           05  NUM-UNPAID            PIC S9(9) COMP-3  VALUE +0.
           05  TOT-PAID              PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-UNPAID            PIC S9(11)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'LOAN DIRECT DEBITS - PAID AND UNPAID'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'LOAN ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE 'ACCT '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE 'REFERENCE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '    AMOUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'POSTED'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(6)  VALUE 'STATUS'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(25) VALUE 'REASON'.
           05  FILLER PIC X(52) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACCTDO             PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REFERENCE          PIC X(12).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-POST-DATE          PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-STATUS             PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(25).
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(20).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(99)    VALUE SPACES.
       01  RPT-TOTALS-AMT-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-AMT-ITEM PIC X(20).
           05  RPT-TOTALS-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(96)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'LOANDDR1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 850-LOAD-ONE-DEBIT THROUGH 850-EXIT
               UNTIL WS-DDPEND-EOF = 'Y'.
           DISPLAY 'LOANDDR1 DDPEND DEBITS LOADED = ' DEBIT-COUNT.

           PERFORM 100-MATCH-ONE-HISTORY THROUGH 100-EXIT
               UNTIL WS-PSTHIST-EOF = 'Y'.

           PERFORM 200-RELEASE-ONE-DEBIT
               VARYING WS-DEBIT-SUB FROM 1 BY 1
               UNTIL WS-DEBIT-SUB > DEBIT-COUNT.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-UNPAID > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANDDR1 ENDED - PAID = ' NUM-PAID
                   ' UNPAID = ' NUM-UNPAID.
           GOBACK .

      *    ---------------------------------------------------------
      *    One PSTHIST record.  Only 'C' postings (charges to the
      *    account) can be one of the run's debits.  A posting
      *    beats a rejection for the same debit, so one posted on
      *    a resubmission after an earlier rejection is still paid.
      *    ---------------------------------------------------------
       100-MATCH-ONE-HISTORY.
           PERFORM 700-READ-PSTHIST.
           IF WS-PSTHIST-EOF = 'Y'
               GO TO 100-EXIT.
           IF HST-TYPE NOT = 'C'
               GO TO 100-EXIT.
           MOVE 0 TO WS-DEBIT-FOUND-IX.
           PERFORM 155-MATCH-ONE-DEBIT
               VARYING WS-DEBIT-SUB FROM 1 BY 1
               UNTIL WS-DEBIT-SUB > DEBIT-COUNT
                  OR WS-DEBIT-FOUND-IX > 0.
           IF WS-DEBIT-FOUND-IX = 0
               GO TO 100-EXIT.
           ADD +1 TO NUM-HISTORY-MATCHED.
           IF DEBIT-POSTED(WS-DEBIT-FOUND-IX)
               GO TO 100-EXIT.
           IF HST-POSTED
               MOVE 'P'      TO DEBIT-OUTCOME(WS-DEBIT-FOUND-IX)
               MOVE HST-DATE TO DEBIT-POST-DATE(WS-DEBIT-FOUND-IX)
               MOVE SPACES   TO DEBIT-REASON(WS-DEBIT-FOUND-IX)
           ELSE
               MOVE 'R'        TO DEBIT-OUTCOME(WS-DEBIT-FOUND-IX)
               MOVE HST-REASON TO DEBIT-REASON(WS-DEBIT-FOUND-IX).
       100-EXIT.
           EXIT.

       155-MATCH-ONE-DEBIT.
           IF DEBIT-REFERENCE(WS-DEBIT-SUB) = HST-REFERENCE
              AND DEBIT-ACCTDO(WS-DEBIT-SUB) = HST-ACCOUNT
               MOVE WS-DEBIT-SUB TO WS-DEBIT-FOUND-IX.

      *    ---------------------------------------------------------
      *    A posted debit becomes the loan's payment; anything else
      *    goes back on the unpaid list.
      *    ---------------------------------------------------------
       200-RELEASE-ONE-DEBIT.
           MOVE DEBIT-LOAN-ID(WS-DEBIT-SUB)   TO RPT-LOAN-ID.
           MOVE DEBIT-ACCTDO(WS-DEBIT-SUB)    TO RPT-ACCTDO.
           MOVE DEBIT-REFERENCE(WS-DEBIT-SUB) TO RPT-REFERENCE.
           MOVE DEBIT-AMOUNT(WS-DEBIT-SUB)    TO RPT-AMOUNT.
           IF DEBIT-NOT-SEEN(WS-DEBIT-SUB)
               MOVE 'NOT POSTED BY NACTPST'
                 TO DEBIT-REASON(WS-DEBIT-SUB).
           IF DEBIT-POSTED(WS-DEBIT-SUB)
               PERFORM 760-WRITE-PAYMENT
               ADD +1 TO NUM-PAID
               ADD DEBIT-AMOUNT(WS-DEBIT-SUB) TO TOT-PAID
               MOVE DEBIT-POST-DATE(WS-DEBIT-SUB) TO RPT-POST-DATE
               MOVE 'PAID'   TO RPT-STATUS
               MOVE SPACES   TO RPT-REASON
           ELSE
               PERFORM 765-WRITE-UNPAID
               ADD +1 TO NUM-UNPAID
               ADD DEBIT-AMOUNT(WS-DEBIT-SUB) TO TOT-UNPAID
               MOVE SPACES   TO RPT-POST-DATE
               MOVE 'UNPAID' TO RPT-STATUS
               MOVE DEBIT-REASON(WS-DEBIT-SUB) TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'DEBITS PENDING:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DEBITS-READ        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HISTORY READ:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HISTORY-READ       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HISTORY MATCHED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HISTORY-MATCHED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DEBITS PAID:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAID               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AMOUNT PAID:        ' TO RPT-TOTALS-AMT-ITEM.
           MOVE TOT-PAID               TO RPT-TOTALS-AMT.
           WRITE REPORT-RECORD FROM RPT-TOTALS-AMT-DETAIL.
           MOVE 'DEBITS UNPAID:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNPAID             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AMOUNT UNPAID:      ' TO RPT-TOTALS-AMT-ITEM.
           MOVE TOT-UNPAID             TO RPT-TOTALS-AMT.
           WRITE REPORT-RECORD FROM RPT-TOTALS-AMT-DETAIL.

       700-READ-PSTHIST.
           READ PSTHIST-FILE
             AT END MOVE 'Y' TO WS-PSTHIST-EOF .
           IF WS-PSTHIST-EOF = 'Y'
               CONTINUE
           ELSE
           IF WS-PSTHIST-STATUS NOT = '00'
              AND WS-PSTHIST-STATUS NOT = '04'
               DISPLAY 'ERROR ON PSTHIST READ.  CODE:'
                       WS-PSTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PSTHIST-EOF
           ELSE
               ADD +1 TO NUM-HISTORY-READ.

       760-WRITE-PAYMENT.
           MOVE SPACES                         TO PAYMENT-RECORD.
           MOVE DEBIT-LOAN-ID(WS-DEBIT-SUB)    TO PAY-LOAN-ID.
           MOVE DEBIT-POST-DATE(WS-DEBIT-SUB)  TO PAY-DATE.
           MOVE DEBIT-AMOUNT(WS-DEBIT-SUB)     TO PAY-AMOUNT.
           WRITE PAYMENT-RECORD.
           IF WS-DDPAY-STATUS NOT = '00'
               DISPLAY 'DDPAY WRITE ERROR RC=' WS-DDPAY-STATUS
               MOVE 16 TO RETURN-CODE.

       765-WRITE-UNPAID.
           MOVE SPACES                         TO UNP-REC.
           MOVE DEBIT-LOAN-ID(WS-DEBIT-SUB)    TO UNP-LOAN-ID.
           MOVE DEBIT-ACCTDO(WS-DEBIT-SUB)     TO UNP-ACCTDO.
           MOVE DEBIT-REFERENCE(WS-DEBIT-SUB)  TO UNP-REFERENCE.
           MOVE DEBIT-AMOUNT(WS-DEBIT-SUB)     TO UNP-AMOUNT.
           MOVE DEBIT-MONTH(WS-DEBIT-SUB)      TO UNP-DEBIT-MONTH.
           MOVE 0                              TO UNP-POST-DATE.
           MOVE DEBIT-REASON(WS-DEBIT-SUB)     TO UNP-REASON.
           WRITE UNP-REC.
           IF WS-DDUNPD-STATUS NOT = '00'
               DISPLAY 'DDUNPD WRITE ERROR RC=' WS-DDUNPD-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    A debit that will not fit in the table cannot be
      *    released, and its money may already have left the
      *    account, so the run is failed rather than let it drop.
      *    ---------------------------------------------------------
       850-LOAD-ONE-DEBIT.
           READ PENDING-FILE
             AT END MOVE 'Y' TO WS-DDPEND-EOF .
           IF WS-DDPEND-EOF = 'Y'
               GO TO 850-EXIT.
           IF WS-DDPEND-STATUS NOT = '00'
               DISPLAY 'ERROR ON DDPEND READ. CODE:'
                       WS-DDPEND-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DDPEND-EOF
               GO TO 850-EXIT.
           ADD +1 TO NUM-DEBITS-READ.
           IF DEBIT-COUNT NOT < 3000
               DISPLAY 'LOANDDR1 DDPEND TABLE FULL - DEBIT NOT '
                       'RELEASED: ' DDP-REFERENCE
               MOVE 16 TO RETURN-CODE
               GO TO 850-EXIT.
           ADD +1 TO DEBIT-COUNT.
           MOVE DDP-LOAN-ID     TO DEBIT-LOAN-ID(DEBIT-COUNT).
           MOVE DDP-ACCTDO      TO DEBIT-ACCTDO(DEBIT-COUNT).
           MOVE DDP-REFERENCE   TO DEBIT-REFERENCE(DEBIT-COUNT).
           MOVE DDP-AMOUNT      TO DEBIT-AMOUNT(DEBIT-COUNT).
           MOVE DDP-DEBIT-MONTH TO DEBIT-MONTH(DEBIT-COUNT).
           MOVE 0               TO DEBIT-POST-DATE(DEBIT-COUNT).
           MOVE SPACE           TO DEBIT-OUTCOME(DEBIT-COUNT).
           MOVE SPACES          TO DEBIT-REASON(DEBIT-COUNT).
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    PENDING-FILE
                         PSTHIST-FILE
                OUTPUT   PAYMENT-FILE
                         UNPAID-FILE
                         REPORT-FILE .
           IF WS-DDPEND-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDPEND. RC:' WS-DDPEND-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDPEND-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-PSTHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PSTHIST. RC:' WS-PSTHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDPEND-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-DDPAY-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDPAY. RC:' WS-DDPAY-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDPEND-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-DDUNPD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDUNPD. RC:' WS-DDUNPD-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDPEND-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDRRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDPEND-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.

       905-CLOSE-FILES.
           CLOSE PENDING-FILE .
           CLOSE PSTHIST-FILE .
           CLOSE PAYMENT-FILE .
           CLOSE UNPAID-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM LOANDDR1
