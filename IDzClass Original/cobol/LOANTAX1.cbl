      *****************************************************
      * PROGRAM: LOANTAX1                                 *
      *                                                    *
      * YEAR-END INTEREST-PAID STATEMENTS FOR BOOKED LOANS *
      *                                                    *
      * FOR EACH ACTIVE LOAN ON LOANMSTR, AND EACH LOAN    *
      * PAID OFF DURING THE TAX YEAR, PRINTS A STATEMENT   *
      * ON INTSTMT TO THE BORROWER (NAME FROM THE CUST2    *
      * 'C' RECORD ON CUSTKSDS, ADDRESS FROM ADDRKSDS)     *
      * SHOWING THE INTEREST AND PRINCIPAL PAID IN THE     *
      * YEAR AND THE PRINCIPAL OUTSTANDING AT ITS END, AS  *
      * LOANPAY1 SPLIT THEM ON THE LOANINT SUB-LEDGER.     *
      * THE SAME FIGURES GO TO THE INTEXTR REGULATORY      *
      * EXTRACT, ONE 80-BYTE RECORD PER STATEMENT.         *
      *                                                    *
      * NOTHING IS ESTIMATED.  A LOAN IS LISTED FOR MANUAL *
      * REVIEW ON INTRPT, WITH NO STATEMENT AND NO         *
      * EXTRACT RECORD, WHEN ANY PAYMENT IN THE YEAR COULD *
      * NOT BE SPLIT CLEANLY (SEE LOANINTC), WHEN A LATER  *
      * PAYMENT WAS DATED BACK INTO THE YEAR, OR WHEN THE  *
      * BORROWER CANNOT BE FOUND.  RC 4 IF ANY LOAN IS ON  *
      * THE REVIEW LIST.                                   *
      *                                                    *
      * THE TAX YEAR IS LAST CALENDAR YEAR UNLESS A        *
      * TAXYEAR=YYYY CARD ON THE OPTIONAL TAXCTL FILE SAYS *
      * OTHERWISE.  LOANMSTR AND LOANINT MUST BOTH BE IN   *
      * ASCENDING LOAN-ID ORDER.                           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANTAX1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-LOANMSTR-STATUS.

           SELECT INTEREST-FILE ASSIGN TO LOANINT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-LOANINT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTKSDS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CKS-KEY
               FILE STATUS  IS  WS-CUSTKSDS-STATUS.

           SELECT ADDRESS-FILE  ASSIGN TO ADDRKSDS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS  IS  WS-ADDRKSDS-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO INTSTMT
               FILE STATUS  IS  WS-INTSTMT-STATUS.

           SELECT EXTRACT-FILE  ASSIGN TO INTEXTR
               FILE STATUS  IS  WS-INTEXTR-STATUS.

           SELECT REPORT-FILE   ASSIGN TO INTRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT OPTIONAL TAXCTL-FILE   ASSIGN TO TAXCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-TAXCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANMSTC REPLACING ==:TAG:== BY ==LM==.

       FD  INTEREST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANINTC REPLACING ==:TAG:== BY ==INT==.

       FD  CUSTOMER-FILE.
       COPY CUSTKSDC REPLACING ==:TAG:== BY ==CKS==.

       FD  ADDRESS-FILE.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==ADR==.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(132).

      *    ---------------------------------------------------------
      *    The regulatory extract: one record per statement issued.
      *    ---------------------------------------------------------
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  EXT-TAX-YEAR           PIC 9(4).
           05  EXT-LOAN-ID            PIC X(8).
           05  EXT-BORROWER-ID        PIC X(5).
           05  EXT-BORROWER-NAME      PIC X(17).
           05  EXT-INTEREST-PAID      PIC 9(9)V99.
           05  EXT-PRINCIPAL-PAID     PIC 9(9)V99.
           05  EXT-ENDING-BALANCE     PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.
           05  EXT-PAYMENT-COUNT      PIC 9(3).
           05  FILLER                 PIC X(9).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  TAXCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-KEYWORD             PIC X(8).
           05  CC-VALUE               PIC X(4).
           05  CC-VALUE-NUM  REDEFINES CC-VALUE
                                      PIC 9(4).
           05  FILLER                 PIC X(68).

       WORKING-STORAGE SECTION.
      *
       01  WS-LOANMSTR-STATUS         PIC XX  VALUE '00'.
       01  WS-LOANINT-STATUS          PIC XX  VALUE '00'.
       01  WS-CUSTKSDS-STATUS         PIC XX  VALUE '00'.
       01  WS-ADDRKSDS-STATUS         PIC XX  VALUE '00'.
       01  WS-INTSTMT-STATUS          PIC XX  VALUE '00'.
       01  WS-INTEXTR-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-TAXCTL-STATUS           PIC XX  VALUE '00'.
       01  WS-LOANMSTR-EOF            PIC X   VALUE 'N'.
       01  WS-LOANINT-EOF             PIC X   VALUE 'N'.
       01  WS-TAXCTL-EOF              PIC X   VALUE 'N'.
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
       01  WS-INT-KEY                 PIC X(8)  VALUE LOW-VALUES.
      *
      *        the borrower's CUST2 record, from the CUSTKSDS image
       COPY CUST2COB REPLACING ==:TAG:== BY ==CST==.
      *
      *        the loan's LOANINT record for the tax year, if any
       COPY LOANINTC REPLACING ==:TAG:== BY ==TWK==.
      *
       01  WORK-VARIABLES.
           05  NUM-LOANS-READ        PIC S9(9) COMP-3  VALUE +0.
           05  NUM-STATEMENTS        PIC S9(9) COMP-3  VALUE +0.
           05  NUM-REVIEWS           PIC S9(9) COMP-3  VALUE +0.
           05  NUM-NOT-DUE           PIC S9(9) COMP-3  VALUE +0.
           05  NUM-NO-LOAN           PIC S9(9) COMP-3  VALUE +0.
           05  TOT-INTEREST          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PRINCIPAL         PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-TAX-YEAR           PIC 9(4)          VALUE 0.
           05  WS-BOOK-YYYY          PIC 9(4)          VALUE 0.
           05  WS-HAVE-YEAR          PIC X             VALUE 'N'.
           05  WS-HAVE-PRIOR         PIC X             VALUE 'N'.
           05  WS-HAVE-LATER         PIC X             VALUE 'N'.
           05  WS-BACKDATED-IN       PIC X             VALUE 'N'.
           05  WS-PRIOR-BALANCE      PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-ENDING-BALANCE     PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-REVIEW-REASON      PIC X(30)         VALUE SPACES.
      *
      *        *******************
      *          statement lines
      *        *******************
       01  STM-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'STATEMENT OF LOAN INTEREST PAID'.
           05  FILLER                 PIC X(10) VALUE 'TAX YEAR '.
           05  STM-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(78) VALUE SPACES.
       01  STM-ADDRESS-LINE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  STM-ADDRESS            PIC X(40).
           05  FILLER                 PIC X(87) VALUE SPACES.
       01  STM-CITY-LINE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  STM-CITY               PIC X(15).
           05  FILLER                 PIC X     VALUE ' '.
           05  STM-STATE              PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  STM-ZIP                PIC X(5).
           05  FILLER                 PIC X(102) VALUE SPACES.
       01  STM-AMOUNT-LINE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  STM-ITEM               PIC X(30).
           05  STM-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  STM-ID-LINE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  STM-ID-ITEM            PIC X(30).
           05  STM-ID                 PIC X(8).
           05  FILLER                 PIC X(89) VALUE SPACES.
       01  STM-SPACES                 PIC X(132) VALUE SPACES.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'YEAR-END LOAN INTEREST STATEMENTS'.
           05  FILLER                 PIC X(10) VALUE 'TAX YEAR '.
           05  RPT-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(78) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(9)  VALUE 'LOAN     '.
           05  FILLER PIC X(6)  VALUE 'CUST  '.
           05  FILLER PIC X(14) VALUE '      INTEREST'.
           05  FILLER PIC X(14) VALUE '     PRINCIPAL'.
           05  FILLER PIC X(14) VALUE '   END BALANCE'.
           05  FILLER PIC X(14) VALUE '      UNSPLIT '.
           05  FILLER PIC X(61) VALUE 'NOTE'.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BORROWER-ID        PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-INTEREST           PIC ZZZ,ZZZ,ZZ9.99.
           05  RPT-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
           05  RPT-ENDING-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  RPT-UNSPLIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(30).
           05  FILLER                 PIC X(30) VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  RPT-TOTALS-ITEM        PIC X(20).
           05  RPT-TOTALS-VALUE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(101) VALUE SPACES.
       01  RPT-MONEY-DETAIL.
           05  RPT-MONEY-ITEM         PIC X(20).
           05  RPT-MONEY-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(98) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'LOANTAX1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT
               UNTIL WS-TAXCTL-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.
           PERFORM 710-READ-INTEREST.

           PERFORM 100-STATE-ONE-LOAN THROUGH 100-EXIT
               UNTIL WS-LOANMSTR-EOF = 'Y'.

           PERFORM 130-SKIP-NO-LOAN
               UNTIL WS-LOANINT-EOF = 'Y'.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REVIEWS > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANTAX1 ENDED - STATEMENTS = ' NUM-STATEMENTS
                   ' FOR REVIEW = ' NUM-REVIEWS.
           GOBACK .

      *    ---------------------------------------------------------
      *    One loan per cycle, with all of its LOANINT years.  A
      *    loan booked after the tax year, or paid off before it
      *    (no LOANINT record for the year), gets no statement.
      *    ---------------------------------------------------------
       100-STATE-ONE-LOAN.
           PERFORM 700-READ-LOAN-MASTER.
           IF WS-LOANMSTR-EOF = 'Y'
               GO TO 100-EXIT.
           PERFORM 110-GATHER-YEARS.
           MOVE LM-BOOK-DATE(1:4) TO WS-BOOK-YYYY.
           IF WS-BOOK-YYYY > WS-TAX-YEAR
               ADD +1 TO NUM-NOT-DUE
               GO TO 100-EXIT.
           IF LM-LOAN-ACTIVE
               NEXT SENTENCE
           ELSE
           IF LM-LOAN-PAID-OFF AND WS-HAVE-YEAR = 'Y'
               NEXT SENTENCE
           ELSE
               ADD +1 TO NUM-NOT-DUE
               GO TO 100-EXIT.
           PERFORM 150-CHECK-FOR-REVIEW THROUGH 150-EXIT.
           IF WS-REVIEW-REASON NOT = SPACES
               PERFORM 820-REPORT-REVIEW
               GO TO 100-EXIT.
           PERFORM 160-SET-ENDING-BALANCE.
           PERFORM 200-PRINT-STATEMENT.
           PERFORM 760-WRITE-EXTRACT.
           PERFORM 810-REPORT-STATEMENT.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Read through the loan's LOANINT records (after any for
      *    loans no longer on the master), keeping the tax year's
      *    record, the latest ending balance before it, and whether
      *    a later year holds a payment dated back into it.
      *    ---------------------------------------------------------
       110-GATHER-YEARS.
           MOVE 'N' TO WS-HAVE-YEAR.
           MOVE 'N' TO WS-HAVE-PRIOR.
           MOVE 'N' TO WS-HAVE-LATER.
           MOVE 'N' TO WS-BACKDATED-IN.
           MOVE +0  TO WS-PRIOR-BALANCE.
           PERFORM 130-SKIP-NO-LOAN
               UNTIL WS-INT-KEY NOT < LM-LOAN-ID.
           PERFORM 120-TAKE-ONE-YEAR
               UNTIL WS-INT-KEY NOT = LM-LOAN-ID.

       120-TAKE-ONE-YEAR.
           IF INT-TAX-YEAR = WS-TAX-YEAR
               MOVE INT-REC TO TWK-REC
               MOVE 'Y' TO WS-HAVE-YEAR
           ELSE
           IF INT-TAX-YEAR < WS-TAX-YEAR
               MOVE INT-ENDING-BALANCE TO WS-PRIOR-BALANCE
               MOVE 'Y' TO WS-HAVE-PRIOR
           ELSE
               MOVE 'Y' TO WS-HAVE-LATER
               IF INT-BACKDATED-YEAR NOT = 0
                  AND INT-BACKDATED-YEAR NOT > WS-TAX-YEAR
                   MOVE 'Y' TO WS-BACKDATED-IN.
           PERFORM 710-READ-INTEREST.

       130-SKIP-NO-LOAN.
           ADD +1 TO NUM-NO-LOAN.
           DISPLAY 'LOANTAX1 LOANINT RECORD WITH NO LOAN SKIPPED: '
                   INT-LOAN-ID ' ' INT-TAX-YEAR.
           PERFORM 710-READ-INTEREST.

      *    ---------------------------------------------------------
      *    Anything that would make the statement a guess puts the
      *    loan on the review list instead.  A found borrower's
      *    name is left in CST-REC.
      *    ---------------------------------------------------------
       150-CHECK-FOR-REVIEW.
           MOVE SPACES TO WS-REVIEW-REASON.
           IF WS-HAVE-YEAR = 'Y'
              AND TWK-SPLIT-REVIEW
               MOVE TWK-REVIEW-REASON TO WS-REVIEW-REASON
               GO TO 150-EXIT.
           IF WS-BACKDATED-IN = 'Y'
               MOVE 'LATER PAYMENT DATED INTO YEAR' TO WS-REVIEW-REASON
               GO TO 150-EXIT.
           IF LM-BORROWER-ID = SPACES
               MOVE 'NO BORROWER ID ON THE LOAN' TO WS-REVIEW-REASON
               GO TO 150-EXIT.
           MOVE LM-BORROWER-ID TO CKS-CUST-ID.
           MOVE 'C'            TO CKS-RECORD-TYPE.
           MOVE 0              TO CKS-SEQ.
           READ CUSTOMER-FILE.
           IF WS-CUSTKSDS-STATUS = '00'
               MOVE CKS-IMAGE TO CST-REC
           ELSE
           IF WS-CUSTKSDS-STATUS = '23'
               MOVE 'BORROWER NOT ON CUSTOMER FILE' TO WS-REVIEW-REASON
           ELSE
               DISPLAY 'ERROR ON CUSTKSDS READ.  CODE:'
                       WS-CUSTKSDS-STATUS ' CUST ' LM-BORROWER-ID
               MOVE 'BORROWER LOOKUP FAILED' TO WS-REVIEW-REASON.
       150-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Principal outstanding at the end of the tax year: after
      *    the year's last payment if there was one, else as the
      *    latest earlier year left it; with no LOANINT history at
      *    all it is the master's balance (still the amount booked
      *    if a later year has since paid it down).
      *    ---------------------------------------------------------
       160-SET-ENDING-BALANCE.
           IF WS-HAVE-YEAR = 'Y'
               MOVE TWK-ENDING-BALANCE TO WS-ENDING-BALANCE
           ELSE
           IF WS-HAVE-PRIOR = 'Y'
               MOVE WS-PRIOR-BALANCE TO WS-ENDING-BALANCE
           ELSE
           IF WS-HAVE-LATER = 'Y'
               MOVE LM-PRINCIPAL TO WS-ENDING-BALANCE
           ELSE
               MOVE LM-BALANCE TO WS-ENDING-BALANCE.
           IF WS-HAVE-YEAR NOT = 'Y'
               MOVE SPACES      TO TWK-REC
               MOVE LM-LOAN-ID  TO TWK-LOAN-ID
               MOVE WS-TAX-YEAR TO TWK-TAX-YEAR
               MOVE 0           TO TWK-INTEREST-PAID
               MOVE 0           TO TWK-PRINCIPAL-PAID
               MOVE 0           TO TWK-UNSPLIT-AMOUNT
               MOVE 0           TO TWK-PAYMENT-COUNT.

       200-PRINT-STATEMENT.
           MOVE WS-TAX-YEAR TO STM-TAX-YEAR.
           WRITE STATEMENT-RECORD FROM STM-HEADER1 AFTER PAGE.
           WRITE STATEMENT-RECORD FROM STM-SPACES  AFTER 1.
           MOVE CST-NAME TO STM-ADDRESS.
           WRITE STATEMENT-RECORD FROM STM-ADDRESS-LINE.
           MOVE LM-BORROWER-ID TO ADR-CUST-ID.
           READ ADDRESS-FILE.
           IF WS-ADDRKSDS-STATUS = '00'
               MOVE ADR-STREET TO STM-ADDRESS
               WRITE STATEMENT-RECORD FROM STM-ADDRESS-LINE
               MOVE ADR-CITY   TO STM-CITY
               MOVE ADR-STATE  TO STM-STATE
               MOVE ADR-ZIP    TO STM-ZIP
           ELSE
               MOVE CST-CITY   TO STM-CITY
               MOVE SPACES     TO STM-STATE
               MOVE SPACES     TO STM-ZIP.
           WRITE STATEMENT-RECORD FROM STM-CITY-LINE.
           WRITE STATEMENT-RECORD FROM STM-SPACES  AFTER 1.
           MOVE 'LOAN NUMBER'              TO STM-ID-ITEM.
           MOVE LM-LOAN-ID                 TO STM-ID.
           WRITE STATEMENT-RECORD FROM STM-ID-LINE.
           MOVE 'INTEREST PAID IN YEAR'    TO STM-ITEM.
           MOVE TWK-INTEREST-PAID          TO STM-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           MOVE 'PRINCIPAL PAID IN YEAR'   TO STM-ITEM.
           MOVE TWK-PRINCIPAL-PAID         TO STM-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           MOVE 'PRINCIPAL BALANCE AT YEAR END' TO STM-ITEM.
           MOVE WS-ENDING-BALANCE          TO STM-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           IF WS-INTSTMT-STATUS NOT = '00'
               DISPLAY 'INTSTMT WRITE ERROR RC=' WS-INTSTMT-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO NUM-STATEMENTS.
           ADD TWK-INTEREST-PAID  TO TOT-INTEREST.
           ADD TWK-PRINCIPAL-PAID TO TOT-PRINCIPAL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'LOANS READ'          TO RPT-TOTALS-ITEM.
           MOVE NUM-LOANS-READ        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'STATEMENTS ISSUED'   TO RPT-TOTALS-ITEM.
           MOVE NUM-STATEMENTS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HELD FOR REVIEW'     TO RPT-TOTALS-ITEM.
           MOVE NUM-REVIEWS           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NOT DUE A STATEMENT' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-DUE           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOANINT WITH NO LOAN' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-LOAN           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'INTEREST STATED'     TO RPT-MONEY-ITEM.
           MOVE TOT-INTEREST          TO RPT-MONEY-VALUE.
           WRITE REPORT-RECORD FROM RPT-MONEY-DETAIL.
           MOVE 'PRINCIPAL STATED'    TO RPT-MONEY-ITEM.
           MOVE TOT-PRINCIPAL         TO RPT-MONEY-VALUE.
           WRITE REPORT-RECORD FROM RPT-MONEY-DETAIL.

       700-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
             AT END MOVE 'Y' TO WS-LOANMSTR-EOF .
           IF WS-LOANMSTR-EOF = 'Y'
               CONTINUE
           ELSE
           IF WS-LOANMSTR-STATUS NOT = '00'
              AND WS-LOANMSTR-STATUS NOT = '04'
               DISPLAY 'ERROR ON LOANMSTR READ.  CODE:'
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-LOANMSTR-EOF
           ELSE
               ADD +1 TO NUM-LOANS-READ.

       710-READ-INTEREST.
           READ INTEREST-FILE
             AT END MOVE 'Y' TO WS-LOANINT-EOF .
           IF WS-LOANINT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-INT-KEY
           ELSE
           IF WS-LOANINT-STATUS NOT = '00'
              AND WS-LOANINT-STATUS NOT = '04'
               DISPLAY 'ERROR ON LOANINT READ.  CODE:'
                       WS-LOANINT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-LOANINT-EOF
               MOVE HIGH-VALUES TO WS-INT-KEY
           ELSE
               MOVE INT-LOAN-ID TO WS-INT-KEY.

       760-WRITE-EXTRACT.
           MOVE SPACES             TO EXTRACT-RECORD.
           MOVE WS-TAX-YEAR        TO EXT-TAX-YEAR.
           MOVE LM-LOAN-ID         TO EXT-LOAN-ID.
           MOVE LM-BORROWER-ID     TO EXT-BORROWER-ID.
           MOVE CST-NAME           TO EXT-BORROWER-NAME.
           MOVE TWK-INTEREST-PAID  TO EXT-INTEREST-PAID.
           MOVE TWK-PRINCIPAL-PAID TO EXT-PRINCIPAL-PAID.
           MOVE WS-ENDING-BALANCE  TO EXT-ENDING-BALANCE.
           MOVE TWK-PAYMENT-COUNT  TO EXT-PAYMENT-COUNT.
           WRITE EXTRACT-RECORD.
           IF WS-INTEXTR-STATUS NOT = '00'
               DISPLAY 'INTEXTR WRITE ERROR RC=' WS-INTEXTR-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           MOVE WS-TAX-YEAR TO RPT-TAX-YEAR.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-STATEMENT.
           MOVE LM-LOAN-ID         TO RPT-LOAN-ID.
           MOVE LM-BORROWER-ID     TO RPT-BORROWER-ID.
           MOVE TWK-INTEREST-PAID  TO RPT-INTEREST.
           MOVE TWK-PRINCIPAL-PAID TO RPT-PRINCIPAL.
           MOVE WS-ENDING-BALANCE  TO RPT-ENDING-BALANCE.
           MOVE 0                  TO RPT-UNSPLIT.
           MOVE 'STATEMENT ISSUED' TO RPT-NOTE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    ---------------------------------------------------------
      *    A loan on the review list shows what LOANINT does hold
      *    for the year, so the loan desk can see what is in doubt.
      *    ---------------------------------------------------------
       820-REPORT-REVIEW.
           MOVE LM-LOAN-ID         TO RPT-LOAN-ID.
           MOVE LM-BORROWER-ID     TO RPT-BORROWER-ID.
           IF WS-HAVE-YEAR = 'Y'
               MOVE TWK-INTEREST-PAID  TO RPT-INTEREST
               MOVE TWK-PRINCIPAL-PAID TO RPT-PRINCIPAL
               MOVE TWK-ENDING-BALANCE TO RPT-ENDING-BALANCE
               MOVE TWK-UNSPLIT-AMOUNT TO RPT-UNSPLIT
           ELSE
               MOVE 0 TO RPT-INTEREST
               MOVE 0 TO RPT-PRINCIPAL
               MOVE 0 TO RPT-ENDING-BALANCE
               MOVE 0 TO RPT-UNSPLIT.
           MOVE WS-REVIEW-REASON   TO RPT-NOTE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           ADD +1 TO NUM-REVIEWS.

       850-READ-CONTROL-CARD.
           READ TAXCTL-FILE
             AT END MOVE 'Y' TO WS-TAXCTL-EOF .
           IF WS-TAXCTL-STATUS NOT = '00'
              AND WS-TAXCTL-STATUS NOT = '10'
               DISPLAY 'ERROR ON TAXCTL FILE READ.  CODE:'
                       WS-TAXCTL-STATUS
               MOVE 'Y' TO WS-TAXCTL-EOF.
           IF WS-TAXCTL-EOF = 'Y'
               GO TO 850-EXIT.
           IF CC-KEYWORD = 'TAXYEAR='
               IF CC-VALUE IS NUMERIC
                   MOVE CC-VALUE-NUM TO WS-TAX-YEAR
                   DISPLAY 'TAX YEAR SET TO ' CC-VALUE
               ELSE
                   DISPLAY 'TAXCTL: NON-NUMERIC TAXYEAR VALUE '
                           'IGNORED: ' CC-VALUE
               END-IF
           ELSE
             IF CC-KEYWORD NOT = SPACES
               DISPLAY 'TAXCTL: UNRECOGNIZED CARD IGNORED: '
                       CC-KEYWORD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    LOAN-MASTER-FILE
                         INTEREST-FILE
                         CUSTOMER-FILE
                         ADDRESS-FILE
                         TAXCTL-FILE
                OUTPUT   STATEMENT-FILE
                         EXTRACT-FILE
                         REPORT-FILE .
           IF WS-LOANMSTR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANMSTR. RC:' WS-LOANMSTR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF.
           IF WS-LOANINT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANINT. RC:' WS-LOANINT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF
             MOVE 'Y' TO WS-LOANINT-EOF.
           IF WS-CUSTKSDS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTKSDS. RC:' WS-CUSTKSDS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF
             MOVE 'Y' TO WS-LOANINT-EOF.
           IF WS-ADDRKSDS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADDRKSDS. RC:' WS-ADDRKSDS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF
             MOVE 'Y' TO WS-LOANINT-EOF.
           IF WS-INTSTMT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING INTSTMT. RC:' WS-INTSTMT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF
             MOVE 'Y' TO WS-LOANINT-EOF.
           IF WS-INTEXTR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING INTEXTR. RC:' WS-INTEXTR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF
             MOVE 'Y' TO WS-LOANINT-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING INTRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOANMSTR-EOF
             MOVE 'Y' TO WS-LOANINT-EOF.
           IF WS-TAXCTL-STATUS NOT = '00'
              AND WS-TAXCTL-STATUS NOT = '05'
             DISPLAY 'NO TAXCTL CONTROL CARDS - DEFAULTS USED. RC:'
                     WS-TAXCTL-STATUS
             MOVE 'Y' TO WS-TAXCTL-EOF.

       905-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE .
           CLOSE INTEREST-FILE .
           CLOSE CUSTOMER-FILE .
           CLOSE ADDRESS-FILE .
           CLOSE STATEMENT-FILE .
           CLOSE EXTRACT-FILE .
           CLOSE REPORT-FILE .
           CLOSE TAXCTL-FILE .

      * END OF PROGRAM LOANTAX1
