      * LOANFILE ROWS USE THE EPSMTB1 LAYOUT; THE BOOKING  *
      * FIELDS SIT IN ITS FORMER FILLER:                   *
      *   COLS 35-42  LN-LOAN-ID                           *
      *   COL  44     LN-BOOK-IND ('B' = BOOKED, 'O' =     *
      *               BOOKED WITH A REFERRAL THE DESK HAS  *
      *               CLEARED)                             *
      *   COLS 46-50  LN-BORROWER-ID (THE BORROWER'S CUST2 *
      *               CUSTOMER ID, CARRIED ONTO THE MASTER *
      *               FOR THE YEAR-END INTEREST STATEMENT) *
      *   COLS 52-57  LN-APPLICANT-ID (THE APPLICANT'S     *
      *               GOLDEN ID ON THE GOLDXRF1 XREFOUT)   *
      * BOTH FILES MUST BE IN ASCENDING LOAN-ID ORDER      *
      * (SORT THE LOANFILE BOOKINGS FIRST).                *
      *                                                    *
      * EVERY LOAN BOOKED IS ALSO WRITTEN TO BOOKGL        *
      * (LOANGLC LAYOUT) FOR THE GENERAL LEDGER INTERFACE, *
      * GLINTF1.  REJECTED ROWS ARE NOT.                   *
      *                                                    *
      * BEFORE A ROW IS PRICED IT IS CREDIT-CHECKED.  THE  *
      * APPLICANT'S GOLDEN ID IS LOOKED UP ON GOLDXREF     *
      * (THE GOLDXRF1 KEY MAP) FOR THE NACT ACCOUNT        *
      * (ACCTFIL) AND THE CUST2 RECORD (CUSTKSDS); THE     *
      * CUST2 ID FILLS LN-BORROWER-ID WHEN THE DESK LEFT   *
      * IT BLANK.  A CLOSED NACT ACCOUNT IS REFUSED        *
      * (REJECTED).  THE ROW IS REFERRED, NOT BOOKED, IF   *
      * THE APPLICANT CANNOT BE IDENTIFIED, THE NACT       *
      * BALANCE IS OVER LIMITDO, OR THE TOTAL EXPOSURE --  *
      * NACT BALANCE, CUST2 BALANCE, BOOKED LOANS STILL    *
      * OUTSTANDING AND THIS PRINCIPAL -- WOULD EXCEED THE *
      * CEILING=NNNNNNNNN CARD (WHOLE DOLLARS) ON THE      *
      * OPTIONAL BOOKCTL FILE (NO CARD, NO CEILING).  EACH *
      * REFUSAL OR REFERRAL PRINTS THE FIGURES BEHIND IT.  *
      * A REFERRED ROW THE DESK HAS CLEARED COMES BACK     *
      * MARKED 'O' AND IS BOOKED WITH ITS FIGURES SHOWN;   *
      * A REFUSAL CANNOT BE CLEARED THAT WAY.  RC 4 IF ANY *
      * ROW IS REFERRED.                                   *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBK1.
           SELECT REPORT-FILE   ASSIGN TO BOOKRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT BOOKGL-FILE   ASSIGN TO BOOKGL
               FILE STATUS  IS  WS-BOOKGL-STATUS.

           SELECT XREF-FILE     ASSIGN TO GOLDXREF
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GOLDXREF-STATUS.

           SELECT ACCOUNT-FILE  ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTKSDS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CKS-KEY
               FILE STATUS  IS  WS-CUSTKSDS-STATUS.

           SELECT OPTIONAL BOOKCTL-FILE  ASSIGN TO BOOKCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BOOKCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  LN-LOAN-ID             PIC X(8).
           05  FILLER                 PIC X.
           05  LN-BOOK-IND            PIC X.
           05  FILLER                 PIC X.
           05  LN-BORROWER-ID         PIC X(5).
           05  FILLER                 PIC X.
           05  LN-APPLICANT-ID        PIC X(6).
           05  LN-APPLICANT-ID-N  REDEFINES LN-APPLICANT-ID
                                      PIC 9(6).
           05  FILLER                 PIC X(23).

       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  BOOKGL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANGLC REPLACING ==:TAG:== BY ==BGL==.

      *        the GOLDXRF1 XREFOUT key map
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XRF-GOLDEN-ID          PIC 9(6).
           05  XRF-SOUND-CODE         PIC X(4).
           05  XRF-FORE-INITIAL       PIC X.
           05  XRF-CUST-ID            PIC X(5).
           05  XRF-POT-NO             PIC X(5).
           05  XRF-ACCT-NO            PIC X(5).
           05  XRF-SURNAME            PIC X(18).
           05  FILLER                 PIC X(36).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           15  NACTREC-DATA.
           COPY NACWTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTKSDC REPLACING ==:TAG:== BY ==CKS==.

       FD  BOOKCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-KEYWORD             PIC X(8).
           05  CC-VALUE               PIC X(9).
           05  CC-VALUE-NUM  REDEFINES CC-VALUE
                                      PIC 9(9).
           05  FILLER                 PIC X(63).

       WORKING-STORAGE SECTION.
      *
       01  WS-LOAN-STATUS             PIC XX  VALUE '00'.
       01  WS-OLDLOAN-STATUS          PIC XX  VALUE '00'.
       01  WS-NEWLOAN-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-BOOKGL-STATUS           PIC XX  VALUE '00'.
       01  WS-GOLDXREF-STATUS         PIC XX  VALUE '00'.
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-CUSTKSDS-STATUS         PIC XX  VALUE '00'.
       01  WS-BOOKCTL-STATUS          PIC XX  VALUE '00'.
       01  WS-LOAN-EOF                PIC X   VALUE 'N'.
       01  WS-OLDLOAN-EOF             PIC X   VALUE 'N'.
       01  WS-GOLDXREF-EOF            PIC X   VALUE 'N'.
       01  WS-BOOKCTL-EOF             PIC X   VALUE 'N'.
       01  WS-EXPOSURE-EOF            PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  NUM-OLD-CARRIED       PIC S9(9) COMP-3  VALUE +0.
           05  WS-TOTAL-MONTHS       PIC S9(5) COMP-3  VALUE +0.
           05  WS-REJECT-REASON      PIC X(40)         VALUE SPACES.
           05  NUM-REFERRED          PIC S9(9) COMP-3  VALUE +0.
           05  NUM-OVERRIDDEN        PIC S9(9) COMP-3  VALUE +0.
      *
      *        ***********************************
      *          credit check of one applicant
      *        ***********************************
       01  CREDIT-CHECK-WORK.
           05  WS-CREDIT-DECISION    PIC X             VALUE SPACE.
               88  CREDIT-CLEAR                        VALUE SPACE.
               88  CREDIT-REFUSED                      VALUE 'F'.
               88  CREDIT-REFERRED                     VALUE 'R'.
           05  WS-BORROWER-ID        PIC X(5)          VALUE SPACES.
           05  WS-NACT-ACCT          PIC X(5)          VALUE SPACES.
           05  WS-NACT-BALANCE       PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CUST2-BALANCE      PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-LOANS-BALANCE      PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-EXPOSURE           PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-CEILING            PIC 9(9)          VALUE 0.
      *
      *        LIMITDO parses the way NACTLIM1 parses it
       01  LIMIT-PARSE-WORK.
           05  WS-LIMIT-X.
               10  WS-LIM-INT        PIC X(5).
               10  WS-LIM-INT-N  REDEFINES WS-LIM-INT
                                     PIC 9(5).
               10  WS-LIM-POINT      PIC X.
               10  WS-LIM-DEC        PIC X(2).
               10  WS-LIM-DEC-N  REDEFINES WS-LIM-DEC
                                     PIC 9(2).
           05  WS-LIMIT-NUM          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-LIMIT-OK           PIC X             VALUE 'N'.
      *
      *        the applicant's CUST2 record, from the CUSTKSDS image
       COPY CUST2COB REPLACING ==:TAG:== BY ==CST==.
      *
      *        ***********************************
      *          GOLDXRF1 key map (GOLDXRF1 holds
      *          at most 600 identities)
      *        ***********************************
       01  XREF-TABLE.
           05  XREF-COUNT            PIC S9(4) COMP    VALUE +0.
           05  WS-XREF-SUB           PIC S9(4) COMP    VALUE +0.
           05  WS-XREF-FOUND-IX      PIC S9(4) COMP    VALUE +0.
           05  XREF-ENTRY  OCCURS 600 TIMES.
               10  XREF-GOLDEN-ID        PIC 9(6).
               10  XREF-CUST-ID          PIC X(5).
               10  XREF-ACCT-NO          PIC X(5).
      *
      *        ***********************************
      *          booked-loan principal outstanding
      *          by borrower: the active loans on
      *          OLDLOAN plus today's bookings
      *        ***********************************
       01  EXPOSURE-TABLE.
           05  EXP-COUNT             PIC S9(4) COMP    VALUE +0.
           05  WS-EXP-SUB            PIC S9(4) COMP    VALUE +0.
           05  WS-EXP-FOUND-IX       PIC S9(4) COMP    VALUE +0.
           05  WS-EXP-FULL           PIC X             VALUE 'N'.
           05  EXP-ENTRY   OCCURS 2000 TIMES.
               10  EXP-BORROWER-ID       PIC X(5).
               10  EXP-BALANCE           PIC S9(11)V99 COMP-3.
      *
      *        ***********************************
      *          EPSMT01 commarea
           05  FILLER                 PIC X(17) VALUE
                     '  CARRIED FWD: '.
           05  RPT-CARRIED            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  REFERRED: '.
           05  RPT-REFERRED           PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE
                     '  OVERRIDDEN: '.
           05  RPT-OVERRIDDEN         PIC ZZ,ZZ9.
      *
      *        the figures behind a credit-check decision
       01  RPT-FIGURES.
           05  FILLER                 PIC X(9)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'ACCT '.
           05  RPT-FIG-ACCT           PIC X(5).
           05  FILLER                 PIC X(5)  VALUE ' BAL '.
           05  RPT-FIG-NACT-BAL       PIC -(7)9.99.
           05  FILLER                 PIC X(5)  VALUE ' LIM '.
           05  RPT-FIG-LIMIT          PIC Z(6)9.99.
           05  FILLER                 PIC X(7)  VALUE ' CUST2 '.
           05  RPT-FIG-CUST2-BAL      PIC -(7)9.99.
           05  FILLER                 PIC X(7)  VALUE ' LOANS '.
           05  RPT-FIG-LOANS          PIC Z(9)9.99.
           05  FILLER                 PIC X(7)  VALUE ' EXPOS '.
           05  RPT-FIG-EXPOSURE       PIC Z(9)9.99.
           05  FILLER                 PIC X(6)  VALUE ' CEIL '.
           05  RPT-FIG-CEILING        PIC Z(8)9.
           05  FILLER                 PIC X(7)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'LOANBK1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 860-LOAD-XREF.
           PERFORM 870-LOAD-EXPOSURE.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT
               UNTIL WS-BOOKCTL-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-MASTER.
           PERFORM 710-READ-BOOKING.

           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REFERRED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANBK1 ENDED - LOANS BOOKED = ' NUM-BOOKED
                   ' REFERRED = ' NUM-REFERRED.
           GOBACK .

      *    ---------------------------------------------------------
           EXIT.

      *    ---------------------------------------------------------
      *    One new booking: credit-check the applicant, price it
      *    through EPSMT01 (the same 'C' call the pricing run makes)
      *    and write the master record with the full principal
      *    outstanding.
      *    ---------------------------------------------------------
       110-BOOK-NEW-LOAN.
           PERFORM 150-CREDIT-CHECK THROUGH 150-EXIT.
           IF CREDIT-REFUSED
               PERFORM 820-REPORT-REJECTED
               WRITE REPORT-RECORD FROM RPT-FIGURES
               GO TO 110-EXIT.
           IF CREDIT-REFERRED
              AND LN-BOOK-IND NOT = 'O'
               PERFORM 830-REPORT-REFERRED
               GO TO 110-EXIT.
           MOVE 'C'             TO PROCESS-INDICATOR.
           MOVE LN-PRINCIPAL    TO EPSPCOM-PRINCIPLE-DATA.
           MOVE LN-YEARS        TO EPSPCOM-NUMBER-OF-YEARS.
           MOVE 0               TO NEW-PAID-TOTAL.
           MOVE WS-RUN-DATE-NUM TO NEW-BOOK-DATE.
           MOVE 'A'             TO NEW-STATUS.
           MOVE WS-BORROWER-ID  TO NEW-BORROWER-ID.
           WRITE NEW-REC.
           ADD +1 TO NUM-BOOKED.
           MOVE LN-LOAN-ID   TO RPT-LOAN-ID.
           MOVE EPSPCOM-RETURN-MONTH-PAYMENT TO RPT-PAYMENT.
           MOVE 'BOOKED'     TO RPT-DISPOSITION.
           MOVE SPACES       TO RPT-REASON.
           IF CREDIT-REFERRED
               STRING 'CLEARED: ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-REASON
               ADD +1 TO NUM-OVERRIDDEN.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           IF CREDIT-REFERRED
               WRITE REPORT-RECORD FROM RPT-FIGURES.
           PERFORM 760-WRITE-BOOKGL.
           PERFORM 190-ADD-TO-EXPOSURE.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The credit check.  Every figure is gathered first, so
      *    that the report line shows them all whichever rule
      *    decided; a refusal outranks a referral, and the first
      *    referral rule that fails names the reason.
      *    ---------------------------------------------------------
       150-CREDIT-CHECK.
           MOVE SPACE  TO WS-CREDIT-DECISION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE LN-BORROWER-ID TO WS-BORROWER-ID.
           MOVE SPACES TO WS-NACT-ACCT.
           MOVE +0 TO WS-NACT-BALANCE WS-CUST2-BALANCE
                      WS-LOANS-BALANCE WS-LIMIT-NUM.
           MOVE 'N' TO WS-LIMIT-OK.
           IF LN-APPLICANT-ID IS NOT NUMERIC
               MOVE 'R' TO WS-CREDIT-DECISION
               MOVE 'NO APPLICANT ID ON THE ROW' TO WS-REJECT-REASON
               GO TO 150-FIGURES.
           MOVE +0 TO WS-XREF-FOUND-IX.
           PERFORM 155-MATCH-ONE-XREF
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > XREF-COUNT
                  OR WS-XREF-FOUND-IX > 0.
           IF WS-XREF-FOUND-IX = 0
               MOVE 'R' TO WS-CREDIT-DECISION
               MOVE 'APPLICANT NOT ON GOLDXREF' TO WS-REJECT-REASON
               GO TO 150-FIGURES.
           MOVE XREF-ACCT-NO(WS-XREF-FOUND-IX) TO WS-NACT-ACCT.
           IF WS-BORROWER-ID = SPACES
               MOVE XREF-CUST-ID(WS-XREF-FOUND-IX) TO WS-BORROWER-ID
           ELSE
           IF WS-BORROWER-ID NOT = XREF-CUST-ID(WS-XREF-FOUND-IX)
               MOVE 'R' TO WS-CREDIT-DECISION
               MOVE 'BORROWER ID NOT THE APPLICANT''S'
                   TO WS-REJECT-REASON.
           IF WS-NACT-ACCT NOT = SPACES
               PERFORM 160-READ-NACT-ACCOUNT.
           IF WS-BORROWER-ID NOT = SPACES
               PERFORM 170-READ-CUST2.
           PERFORM 180-FIND-EXPOSURE THROUGH 180-EXIT.
       150-FIGURES.
           COMPUTE WS-EXPOSURE = WS-LOANS-BALANCE + LN-PRINCIPAL.
           IF WS-NACT-BALANCE > 0
               ADD WS-NACT-BALANCE TO WS-EXPOSURE.
           IF WS-CUST2-BALANCE > 0
               ADD WS-CUST2-BALANCE TO WS-EXPOSURE.
           MOVE WS-NACT-ACCT     TO RPT-FIG-ACCT.
           MOVE WS-NACT-BALANCE  TO RPT-FIG-NACT-BAL.
           MOVE WS-LIMIT-NUM     TO RPT-FIG-LIMIT.
           MOVE WS-CUST2-BALANCE TO RPT-FIG-CUST2-BAL.
           MOVE WS-LOANS-BALANCE TO RPT-FIG-LOANS.
           MOVE WS-EXPOSURE      TO RPT-FIG-EXPOSURE.
           MOVE WS-CEILING       TO RPT-FIG-CEILING.
           IF CREDIT-REFUSED OR CREDIT-REFERRED
               GO TO 150-EXIT.
           IF WS-LIMIT-OK = 'Y'
              AND WS-NACT-BALANCE > WS-LIMIT-NUM
               MOVE 'R' TO WS-CREDIT-DECISION
               MOVE 'NACT ACCOUNT OVER LIMIT' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF WS-CEILING > 0
              AND WS-EXPOSURE > WS-CEILING
               MOVE 'R' TO WS-CREDIT-DECISION
               MOVE 'TOTAL EXPOSURE OVER CEILING' TO WS-REJECT-REASON
               GO TO 150-EXIT.
       150-EXIT.
           EXIT.

       155-MATCH-ONE-XREF.
           IF XREF-GOLDEN-ID(WS-XREF-SUB) = LN-APPLICANT-ID-N
               MOVE WS-XREF-SUB TO WS-XREF-FOUND-IX.

      *    ---------------------------------------------------------
      *    A closed account is a refusal; an account the key map
      *    names but the file does not have, or whose limit will
      *    not parse, is a referral.
      *    ---------------------------------------------------------
       160-READ-NACT-ACCOUNT.
           MOVE WS-NACT-ACCT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS NOT = '00'
               IF WS-ACCTFIL-STATUS NOT = '23'
                   DISPLAY 'ERROR ON ACCTFIL READ.  CODE:'
                           WS-ACCTFIL-STATUS ' ACCT ' WS-NACT-ACCT
               END-IF
               IF CREDIT-CLEAR
                   MOVE 'R' TO WS-CREDIT-DECISION
                   MOVE 'NACT ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE BALDO TO WS-NACT-BALANCE
               MOVE LIMITDO TO WS-LIMIT-X
               INSPECT WS-LIMIT-X REPLACING LEADING SPACES BY ZEROS
               IF WS-LIM-INT IS NUMERIC
                  AND WS-LIM-POINT = '.'
                  AND WS-LIM-DEC IS NUMERIC
                   COMPUTE WS-LIMIT-NUM =
                       WS-LIM-INT-N + ( WS-LIM-DEC-N / 100 )
                   MOVE 'Y' TO WS-LIMIT-OK
               ELSE
                   IF CREDIT-CLEAR
                       MOVE 'R' TO WS-CREDIT-DECISION
                       MOVE 'NACT LIMIT NOT READABLE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF ACCT-STATUS-CLOSED
                   MOVE 'F' TO WS-CREDIT-DECISION
                   MOVE 'NACT ACCOUNT CLOSED' TO WS-REJECT-REASON.

       170-READ-CUST2.
           MOVE WS-BORROWER-ID TO CKS-CUST-ID.
           MOVE 'C'            TO CKS-RECORD-TYPE.
           MOVE 0              TO CKS-SEQ.
           READ CUSTOMER-FILE.
           IF WS-CUSTKSDS-STATUS = '00'
               MOVE CKS-IMAGE TO CST-REC
               MOVE CST-ACCT-BALANCE TO WS-CUST2-BALANCE
           ELSE
               IF WS-CUSTKSDS-STATUS NOT = '23'
                   DISPLAY 'ERROR ON CUSTKSDS READ.  CODE:'
                           WS-CUSTKSDS-STATUS ' CUST ' WS-BORROWER-ID
               END-IF
               IF CREDIT-CLEAR
                   MOVE 'R' TO WS-CREDIT-DECISION
                   MOVE 'CUST2 RECORD NOT ON FILE' TO WS-REJECT-REASON.

      *    ---------------------------------------------------------
      *    Booked loans already outstanding to the borrower.  If
      *    the table filled while loading, a borrower missing from
      *    it may still owe on a loan that did not fit, so the row
      *    is referred rather than understated.
      *    ---------------------------------------------------------
       180-FIND-EXPOSURE.
           MOVE +0 TO WS-EXP-FOUND-IX.
           IF WS-BORROWER-ID = SPACES
               GO TO 180-EXIT.
           PERFORM 185-MATCH-ONE-BORROWER
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > EXP-COUNT
                  OR WS-EXP-FOUND-IX > 0.
           IF WS-EXP-FOUND-IX > 0
               MOVE EXP-BALANCE(WS-EXP-FOUND-IX) TO WS-LOANS-BALANCE
           ELSE
           IF WS-EXP-FULL = 'Y'
              AND CREDIT-CLEAR
               MOVE 'R' TO WS-CREDIT-DECISION
               MOVE 'LOAN EXPOSURE NOT KNOWN' TO WS-REJECT-REASON.
       180-EXIT.
           EXIT.

       185-MATCH-ONE-BORROWER.
           IF EXP-BORROWER-ID(WS-EXP-SUB) = WS-BORROWER-ID
               MOVE WS-EXP-SUB TO WS-EXP-FOUND-IX.

      *    ---------------------------------------------------------
      *    A loan booked today counts against the same borrower's
      *    later rows in this run.
      *    ---------------------------------------------------------
       190-ADD-TO-EXPOSURE.
           IF WS-BORROWER-ID NOT = SPACES
               MOVE LN-PRINCIPAL TO WS-LOANS-BALANCE
               PERFORM 195-POST-EXPOSURE.

       195-POST-EXPOSURE.
           MOVE +0 TO WS-EXP-FOUND-IX.
           PERFORM 185-MATCH-ONE-BORROWER
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > EXP-COUNT
                  OR WS-EXP-FOUND-IX > 0.
           IF WS-EXP-FOUND-IX > 0
               ADD WS-LOANS-BALANCE TO EXP-BALANCE(WS-EXP-FOUND-IX)
           ELSE
           IF EXP-COUNT < 2000
               ADD +1 TO EXP-COUNT
               MOVE WS-BORROWER-ID   TO EXP-BORROWER-ID(EXP-COUNT)
               MOVE WS-LOANS-BALANCE TO EXP-BALANCE(EXP-COUNT)
           ELSE
               IF WS-EXP-FULL NOT = 'Y'
                   DISPLAY 'LOANBK1 EXPOSURE TABLE FULL - '
                           'UNLISTED BORROWERS WILL BE REFERRED'
               END-IF
               MOVE 'Y' TO WS-EXP-FULL.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-ROWS-READ   TO RPT-ROWS-READ.
           MOVE NUM-BOOKED      TO RPT-BOOKED.
           MOVE NUM-REJECTED    TO RPT-REJECTED.
           MOVE NUM-OLD-CARRIED TO RPT-CARRIED.
           MOVE NUM-REFERRED    TO RPT-REFERRED.
           MOVE NUM-OVERRIDDEN  TO RPT-OVERRIDDEN.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.

       700-READ-OLD-MASTER.
               MOVE HIGH-VALUES TO WS-BOOK-KEY
           ELSE
               ADD +1 TO NUM-ROWS-READ
               IF ( LN-BOOK-IND NOT = 'B' AND LN-BOOK-IND NOT = 'O' )
                  OR LN-LOAN-ID = SPACES
                   GO TO 710-READ-BOOKING
               ELSE
           WRITE NEW-REC.
           ADD +1 TO NUM-OLD-CARRIED.

      *    ---------------------------------------------------------
      *    The principal advanced, for the general ledger interface.
      *    ---------------------------------------------------------
       760-WRITE-BOOKGL.
           MOVE SPACES          TO BGL-REC.
           MOVE LN-LOAN-ID      TO BGL-LOAN-ID.
           MOVE 'B'             TO BGL-ACT-TYPE.
           MOVE WS-RUN-DATE-YMD TO BGL-ACT-DATE.
           MOVE LN-PRINCIPAL    TO BGL-AMOUNT.
           WRITE BGL-REC.
           IF WS-BOOKGL-STATUS NOT = '00'
               DISPLAY 'BOOKGL WRITE ERROR RC=' WS-BOOKGL-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       830-REPORT-REFERRED.
           ADD +1 TO NUM-REFERRED.
           MOVE LN-LOAN-ID   TO RPT-LOAN-ID.
           MOVE LN-PRINCIPAL TO RPT-PRINCIPAL.
           MOVE 0            TO RPT-PAYMENT.
           MOVE 'REFERRED'   TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           WRITE REPORT-RECORD FROM RPT-FIGURES.

       850-READ-CONTROL-CARD.
           READ BOOKCTL-FILE
             AT END MOVE 'Y' TO WS-BOOKCTL-EOF .
           IF WS-BOOKCTL-STATUS NOT = '00'
              AND WS-BOOKCTL-STATUS NOT = '10'
               DISPLAY 'ERROR ON BOOKCTL FILE READ.  CODE:'
                       WS-BOOKCTL-STATUS
               MOVE 'Y' TO WS-BOOKCTL-EOF.
           IF WS-BOOKCTL-EOF = 'Y'
               GO TO 850-EXIT.
           IF CC-KEYWORD = 'CEILING='
               IF CC-VALUE IS NUMERIC
                   MOVE CC-VALUE-NUM TO WS-CEILING
                   DISPLAY 'EXPOSURE CEILING SET TO ' CC-VALUE
               ELSE
                   DISPLAY 'BOOKCTL: NON-NUMERIC CEILING VALUE '
                           'IGNORED: ' CC-VALUE
               END-IF
           ELSE
             IF CC-KEYWORD NOT = SPACES
               DISPLAY 'BOOKCTL: UNRECOGNIZED CARD IGNORED: '
                       CC-KEYWORD.
       850-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The GOLDXRF1 key map, in whatever order GOLDXRF1 wrote
      *    it.  Without it no applicant can be identified, and
      *    every row is referred.
      *    ---------------------------------------------------------
       860-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-GOLDXREF-STATUS = '00'
             PERFORM 865-LOAD-ONE-XREF THROUGH 865-EXIT
                 UNTIL WS-GOLDXREF-EOF = 'Y'
             CLOSE XREF-FILE
             DISPLAY 'LOANBK1 GOLDXREF ENTRIES LOADED = ' XREF-COUNT
           ELSE
             DISPLAY 'LOANBK1 GOLDXREF NOT AVAILABLE. RC:'
                     WS-GOLDXREF-STATUS
             DISPLAY 'EVERY BOOKING WILL BE REFERRED'.

       865-LOAD-ONE-XREF.
           READ XREF-FILE
             AT END MOVE 'Y' TO WS-GOLDXREF-EOF .
           IF WS-GOLDXREF-EOF = 'Y'
               GO TO 865-EXIT.
           IF WS-GOLDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR ON GOLDXREF READ. CODE:'
                       WS-GOLDXREF-STATUS
               MOVE 'Y' TO WS-GOLDXREF-EOF
               GO TO 865-EXIT.
           IF XREF-COUNT NOT < 600
               DISPLAY 'LOANBK1 GOLDXREF TABLE FULL - ENTRY SKIPPED: '
                       XRF-GOLDEN-ID
               GO TO 865-EXIT.
           ADD +1 TO XREF-COUNT.
           MOVE XRF-GOLDEN-ID TO XREF-GOLDEN-ID(XREF-COUNT).
           MOVE XRF-CUST-ID   TO XREF-CUST-ID(XREF-COUNT).
           MOVE XRF-ACCT-NO   TO XREF-ACCT-NO(XREF-COUNT).
       865-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    A first pass of OLDLOAN totals the principal still
      *    outstanding on each borrower's active loans.  The file
      *    is closed again before the match-merge opens it.
      *    ---------------------------------------------------------
       870-LOAD-EXPOSURE.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLDLOAN-STATUS = '00'
             PERFORM 875-LOAD-ONE-LOAN THROUGH 875-EXIT
                 UNTIL WS-EXPOSURE-EOF = 'Y'
             CLOSE OLD-MASTER-FILE
             DISPLAY 'LOANBK1 BORROWERS WITH LOANS = ' EXP-COUNT.

       875-LOAD-ONE-LOAN.
           READ OLD-MASTER-FILE
             AT END MOVE 'Y' TO WS-EXPOSURE-EOF .
           IF WS-EXPOSURE-EOF = 'Y'
               GO TO 875-EXIT.
           IF WS-OLDLOAN-STATUS NOT = '00'
              AND WS-OLDLOAN-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDLOAN READ.  CODE:'
                       WS-OLDLOAN-STATUS
               MOVE 'Y' TO WS-EXPOSURE-EOF
               GO TO 875-EXIT.
           IF NOT OLD-LOAN-ACTIVE
              OR OLD-BORROWER-ID = SPACES
              OR OLD-BALANCE NOT > 0
               GO TO 875-EXIT.
           MOVE OLD-BORROWER-ID TO WS-BORROWER-ID.
           MOVE OLD-BALANCE     TO WS-LOANS-BALANCE.
           PERFORM 195-POST-EXPOSURE.
       875-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    LOAN-FILE
                         OLD-MASTER-FILE
                         ACCOUNT-FILE
                         CUSTOMER-FILE
                         BOOKCTL-FILE
                OUTPUT   NEW-MASTER-FILE
                         REPORT-FILE
                         BOOKGL-FILE .
           IF WS-LOAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANFILE. RC:' WS-LOAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOAN-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF.
           IF WS-BOOKGL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING BOOKGL. RC:' WS-BOOKGL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOAN-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF.
           IF WS-ACCTFIL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACCTFIL. RC:' WS-ACCTFIL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOAN-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF.
           IF WS-CUSTKSDS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTKSDS. RC:' WS-CUSTKSDS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LOAN-EOF
             MOVE 'Y' TO WS-OLDLOAN-EOF.
           IF WS-BOOKCTL-STATUS NOT = '00'
              AND WS-BOOKCTL-STATUS NOT = '05'
             DISPLAY 'NO BOOKCTL CONTROL CARDS - NO CEILING. RC:'
                     WS-BOOKCTL-STATUS
             MOVE 'Y' TO WS-BOOKCTL-EOF.

       905-CLOSE-FILES.
           CLOSE LOAN-FILE .
           CLOSE OLD-MASTER-FILE .
           CLOSE NEW-MASTER-FILE .
           CLOSE REPORT-FILE .
           CLOSE BOOKGL-FILE .
           CLOSE ACCOUNT-FILE .
           CLOSE CUSTOMER-FILE .
           CLOSE BOOKCTL-FILE .

      * END OF PROGRAM LOANBK1
