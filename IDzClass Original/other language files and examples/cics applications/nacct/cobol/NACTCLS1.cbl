      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nactcls1.cbl                                            *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * Account closure and final settlement.  Setting STATDO to 'C'
      * through NACT02 only stops an account: whatever BALDO it held
      * is stranded, the month's interest is never charged and the
      * holder is told nothing.  This job closes accounts properly,
      * one closure request at a time:
      *
      *   - the final interest and over-limit fee are computed by
      *     the NACTACR1 rules, the interest prorated to the closure
      *     date (balance * RATEPCT / 100 * day-of-month / days-in-
      *     month -- NACTACR1's month-end run charged everything up
      *     to the previous month end), and posted as 'C' postings
      *     with NACTACR1's references, INTEREST and OVLIMIT FEE,
      *   - the balance left is settled to zero by one posting under
      *     the reference CLOSURE: a balance over zero (owed by the
      *     holder, a debit balance) is settled by a 'D' posting and
      *     referred to collections on COLLREF; a balance under zero
      *     (owed to the holder, a credit balance) is settled by a
      *     'C' posting and paid out through a PAYOUT instruction,
      *   - STATDO is set to 'C' and a closing statement printed.
      *
      * The postings are applied here, in one rewrite of the account
      * record with the status change, rather than through NACTPST:
      * NACTPST only posts to active accounts, and a closure must be
      * all or nothing.  They are written to CLSHIST in the PSTHIST
      * layout and roll payment-history occurrences (NACWPHST)
      * exactly as NACTPST's do, so CLSHIST can be concatenated
      * behind PSTHIST for GLINTF1.  It is NOT given to NACTSTM1:
      * a closed account's statement is the closing statement
      * printed here (NACTSTM1 skips accounts not in status 'A'),
      * and CTLRCN1 proves NACTSTM1's PSTHIST against what NACTPST
      * alone wrote.
      *
      * A request is REFUSED, with the reason, when the account is
      * not on file or not active, when a credit-limit change is
      * waiting on the PENDCHG queue for NACT08's second signature,
      * or when the account still has an active standing order on
      * SORDMST (end it through NACTSOM1 first).
      *
      * CLSREQ LAYOUT (80 BYTES):
      *   cols  1-5   account number (ACCTDO)
      *   cols  7-14  closure date, yyyymmdd (blank = run date; may
      *               not be later than the run date)
      *   cols 16-45  reason for closure, printed on the statement
      *
      * CONTROL CARDS (CLSCTL, all optional) are NACTACR1's RATECTL
      * cards -- RATEPCT=NN.NN, MINFEE=NNNN.NN, SURPCT=NN.NN -- with
      * the same defaults; run with the RATECTL the month-end uses.
      *
      * RUN WITH THE SUITE'S FILES CLOSED TO CICS, AS FOR EVERY
      * BATCH JOB IN THIS SUITE.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACTCLS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REQUEST-FILE  ASSIGN TO CLSREQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CLSREQ-STATUS.

           SELECT ACCOUNT-FILE  ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT PENDING-FILE  ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PND-ACCOUNT
               FILE STATUS  IS  WS-PENDCHG-STATUS.

           SELECT ORDER-FILE    ASSIGN TO SORDMST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS  IS  WS-SORDMST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO CLSCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO CLSHIST
               FILE STATUS  IS  WS-CLSHIST-STATUS.

           SELECT PAYOUT-FILE   ASSIGN TO PAYOUT
               FILE STATUS  IS  WS-PAYOUT-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO COLLREF
               FILE STATUS  IS  WS-COLLREF-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO CLSSTMT
               FILE STATUS  IS  WS-CLSSTMT-STATUS.

           SELECT REPORT-FILE   ASSIGN TO CLSRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REQUEST-RECORD.
           05  CLR-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X.
           05  CLR-CLOSE-DATE         PIC X(8).
           05  CLR-CLOSE-DATE-NUM  REDEFINES CLR-CLOSE-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  CLR-REASON             PIC X(30).
           05  FILLER                 PIC X(35).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           15  NACTREC-DATA.
           COPY NACWTREC.

      *    One pending-change record, as NACT02 parks it.
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDCHG-RECORD.
           05  PND-ACCOUNT         PIC X(5).
           05  PND-OLD-LIMIT       PIC X(8).
           05  PND-NEW-LIMIT       PIC X(8).
           05  PND-REQUESTER       PIC X(8).
           05  PND-DATE            PIC X(8).
           05  PND-TIME            PIC X(6).
           05  FILLER              PIC X(37).

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-RECORD.
           COPY NACWSORD.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

      *    The PSTHIST layout, as NACTPST writes it.
       FD  HISTORY-FILE
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

      *    A credit balance to be paid to the former holder.
       FD  PAYOUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAYOUT-RECORD.
           05  PYO-ACCOUNT            PIC X(5).
           05  PYO-SNAME              PIC X(18).
           05  PYO-FNAME              PIC X(12).
           05  PYO-AMOUNT             PIC 9(7)V99.
           05  PYO-CLOSE-DATE         PIC 9(8).
           05  PYO-REFERENCE          PIC X(12).
           05  FILLER                 PIC X(16).

      *    A debit balance referred for collection.
       FD  REFERRAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REFERRAL-RECORD.
           05  COL-ACCOUNT            PIC X(5).
           05  COL-SNAME              PIC X(18).
           05  COL-FNAME              PIC X(12).
           05  COL-AMOUNT             PIC 9(7)V99.
           05  COL-CLOSE-DATE         PIC 9(8).
           05  COL-REFERENCE          PIC X(12).
           05  COL-CREDIT-LIMIT       PIC X(8).
           05  FILLER                 PIC X(8).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(132).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-CLSREQ-STATUS           PIC XX  VALUE '00'.
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-PENDCHG-STATUS          PIC XX  VALUE '00'.
       01  WS-SORDMST-STATUS          PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-CLSHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-PAYOUT-STATUS           PIC XX  VALUE '00'.
       01  WS-COLLREF-STATUS          PIC XX  VALUE '00'.
       01  WS-CLSSTMT-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-CLSREQ-EOF              PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-OPENED          PIC X   VALUE 'N'.
       01  WS-ORDERS-DONE             PIC X   VALUE 'N'.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-STAMPS.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-RUN-TIME           PIC 9(8).
           05  WS-CLOSE-DATE         PIC 9(8).
      *
      *        Calendar date check -- the same test NACTSOM1 uses
       01  DATE-CHECK-WORK.
           05  WS-CHK-DATE           PIC 9(8).
           05  WS-CHK-DATE-X  REDEFINES WS-CHK-DATE.
               10  WS-CHK-YEAR       PIC 9(4).
               10  WS-CHK-MONTH      PIC 9(2).
               10  WS-CHK-DAY        PIC 9(2).
           05  WS-CHK-OK             PIC X     VALUE 'N'.
           05  WS-CHK-MONTH-DAYS     PIC 9(2).
           05  WS-LEAP-QUOTIENT      PIC 9(4)  COMP.
           05  WS-LEAP-REM-4         PIC 9(4)  COMP.
           05  WS-LEAP-REM-100       PIC 9(4)  COMP.
           05  WS-LEAP-REM-400       PIC 9(4)  COMP.
       01  MONTH-DAYS-TABLE.
           05  FILLER                PIC X(24)
                     VALUE '312831303130313130313031'.
       01  MONTH-DAYS-R  REDEFINES MONTH-DAYS-TABLE.
           05  WS-DAYS-IN-MONTH      PIC 9(2)  OCCURS 12.
      *
      *        The NACTACR1 rate controls and card parsing
       01  RATE-CONTROLS.
           05  WS-RATE-PCT           PIC S9(3)V99 COMP-3 VALUE +1.50.
           05  WS-MIN-FEE            PIC S9(5)V99 COMP-3 VALUE +0.50.
           05  WS-SUR-PCT            PIC S9(3)V99 COMP-3 VALUE +5.00.
           05  WS-PCT-CARD.
               10  WS-PCT-INT        PIC X(2).
               10  WS-PCT-INT-N  REDEFINES WS-PCT-INT
                                     PIC 9(2).
               10  WS-PCT-POINT      PIC X.
               10  WS-PCT-DEC        PIC X(2).
               10  WS-PCT-DEC-N  REDEFINES WS-PCT-DEC
                                     PIC 9(2).
           05  WS-PCT-VALUE          PIC S9(3)V99 COMP-3 VALUE +0.
           05  WS-PCT-OK             PIC X     VALUE 'N'.
           05  WS-FEE-CARD.
               10  WS-FEE-INT        PIC X(4).
               10  WS-FEE-INT-N  REDEFINES WS-FEE-INT
                                     PIC 9(4).
               10  WS-FEE-POINT      PIC X.
               10  WS-FEE-DEC        PIC X(2).
               10  WS-FEE-DEC-N  REDEFINES WS-FEE-DEC
                                     PIC 9(2).
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
      *
       01  CHARGE-WORK.
           05  WS-INTEREST-CHARGE    PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-OVER-AMOUNT        PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-SURCHARGE          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-SETTLEMENT         PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-POST-TYPE          PIC X               VALUE SPACE.
               88  WS-POST-CREDIT                        VALUE 'C'.
               88  WS-POST-DEBIT                         VALUE 'D'.
           05  WS-POST-AMOUNT        PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-POST-REFERENCE     PIC X(12)           VALUE SPACES.
      *
       01  WS-BALANCE-WORK.
           05  WS-OPENING-BALANCE    PIC S9(7)V99 VALUE ZERO.
           05  WS-OLD-BALANCE        PIC S9(7)V99 VALUE ZERO.
           05  WS-NEW-BALANCE        PIC S9(7)V99 VALUE ZERO.
      *
      * The closure's postings, held until the account record has
      * been rewritten with them, then written to CLSHIST.
       01  CLOSURE-POSTINGS.
           05  CP-COUNT              PIC S9(4)    COMP    VALUE +0.
           05  WS-CP-SUB             PIC S9(4)    COMP    VALUE +0.
           05  CP-ENTRY  OCCURS 3 TIMES.
               10  CP-TYPE               PIC X.
               10  CP-AMOUNT             PIC S9(7)V99.
               10  CP-OLD-BALANCE        PIC S9(7)V99.
               10  CP-NEW-BALANCE        PIC S9(7)V99.
               10  CP-REFERENCE          PIC X(12).
      *
      * One payment-history occurrence, rolled into the account
      * record's PAY-HIST table for every posting applied.
       01  WS-PAY-HIST-ENTRY.
           COPY NACWPHST.
      *
       01  TOTALS-VARS.
           05  NUM-REQUESTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CLOSED            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REFUSED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAYOUTS           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REFERRALS         PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-INTEREST          PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-SURCHARGE         PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-PAYOUT            PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-REFERRAL          PIC S9(9)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'ACCOUNT CLOSURE RUN REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(6)  VALUE 'ACCT  '.
           05  FILLER PIC X(9)  VALUE 'CLOSED   '.
           05  FILLER PIC X(12) VALUE '     BALANCE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '  INTEREST'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '       FEE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE '  SETTLEMENT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X(30) VALUE 'REASON'.
           05  FILLER PIC X(29) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CLOSE-DATE         PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BALANCE            PIC -(7)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-INTEREST           PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SURCHARGE          PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SETTLEMENT         PIC -(7)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(9).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(30).
           05  FILLER                 PIC X(29) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC -(9)9.99.
           05  FILLER              PIC X(95)    VALUE SPACES.
      *
      *        *******************
      *         statement lines
      *        *******************
       01  STM-HEADER1.
           05  FILLER                 PIC X(28)
                     VALUE 'ACCOUNT CLOSING STATEMENT   '.
           05  FILLER                 PIC X(14) VALUE 'CLOSURE DATE: '.
           05  STM-CLOSE-DATE         PIC 9(8).
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  STM-HEADER2.
           05  FILLER                 PIC X(9)  VALUE 'ACCOUNT: '.
           05  STM-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  STM-SNAME              PIC X(18).
           05  FILLER                 PIC X     VALUE ' '.
           05  STM-FNAME              PIC X(12).
           05  FILLER                 PIC X(85) VALUE SPACES.
       01  STM-REASON-LINE.
           05  FILLER                 PIC X(20)
                     VALUE '  REASON:           '.
           05  STM-REASON             PIC X(30).
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  STM-AMOUNT-LINE.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  STM-AMOUNT-TEXT        PIC X(26).
           05  STM-AMOUNT             PIC -(7)9.99.
           05  FILLER                 PIC X(93) VALUE SPACES.
       01  STM-SETTLE-LINE.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  STM-SETTLE-TEXT        PIC X(60).
           05  FILLER                 PIC X(70) VALUE SPACES.
       01  STM-SPACES                 PIC X(132) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'NACTCLS1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           DISPLAY 'NACTCLS1 RATE PCT = ' WS-RATE-PCT
                   ' MIN FEE = ' WS-MIN-FEE
                   ' SURCHARGE PCT = ' WS-SUR-PCT.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-PROCESS-REQUEST THROUGH 100-EXIT
               UNTIL WS-CLSREQ-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REFUSED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'NACTCLS1 ENDED - CLOSED = ' NUM-CLOSED
                   ' REFUSED = ' NUM-REFUSED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One closure request: every refusal test first, then the
      *    final charges, the settlement and the status change as
      *    one update of the account record.
      *    ---------------------------------------------------------
       100-PROCESS-REQUEST.
           PERFORM 700-READ-REQUEST.
           IF WS-CLSREQ-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-REQUESTS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-OPENING-BALANCE WS-INTEREST-CHARGE
                     WS-SURCHARGE WS-SETTLEMENT.
           IF CLR-CLOSE-DATE = SPACES
               MOVE WS-RUN-DATE-NUM TO WS-CLOSE-DATE
           ELSE
           IF CLR-CLOSE-DATE NOT NUMERIC
               MOVE 0 TO WS-CLOSE-DATE
           ELSE
               MOVE CLR-CLOSE-DATE-NUM TO WS-CLOSE-DATE.
           IF CLR-ACCOUNT = SPACES
               MOVE 'ACCOUNT IS BLANK' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           MOVE WS-CLOSE-DATE TO WS-CHK-DATE.
           PERFORM 600-CHECK-DATE THROUGH 600-EXIT.
           IF WS-CHK-OK = 'N'
               MOVE 'CLOSURE DATE NOT VALID' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           IF WS-CLOSE-DATE > WS-RUN-DATE-NUM
               MOVE 'CLOSURE DATE IN THE FUTURE' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           MOVE CLR-ACCOUNT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL READ ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE READ ERROR' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           MOVE BALDO TO WS-OPENING-BALANCE.
           IF ACCT-STATUS-CLOSED
               MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           IF NOT ACCT-STATUS-ACTIVE
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           PERFORM 120-CHECK-PENDING-CHANGE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           PERFORM 130-CHECK-STANDING-ORDERS.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 290-REFUSE-REQUEST
               GO TO 100-EXIT.
           PERFORM 150-COMPUTE-FINAL-CHARGES THROUGH 150-EXIT.
           PERFORM 200-CLOSE-ACCOUNT THROUGH 200-EXIT.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    A credit-limit change parked on PENDCHG is waiting for
      *    NACT08's second signature; closing under it would leave
      *    NACT08 deciding a change to a closed account.
      *    ---------------------------------------------------------
       120-CHECK-PENDING-CHANGE.
           MOVE ACCTDO TO PND-ACCOUNT.
           READ PENDING-FILE.
           IF WS-PENDCHG-STATUS = '00'
               MOVE 'LIMIT CHANGE PENDING (NACT08)'
                   TO WS-REJECT-REASON
           ELSE
           IF WS-PENDCHG-STATUS NOT = '23'
               DISPLAY 'PENDCHG READ ERROR RC=' WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'PENDCHG READ ERROR' TO WS-REJECT-REASON.

      *    ---------------------------------------------------------
      *    Any active standing order for the account refuses the
      *    closure -- NACTSOS1 would go on generating postings to
      *    it.  The orders are browsed from the account's first key.
      *    ---------------------------------------------------------
       130-CHECK-STANDING-ORDERS.
           MOVE ACCTDO TO SO-ACCOUNT.
           MOVE 0      TO SO-SEQ.
           MOVE 'N'    TO WS-ORDERS-DONE.
           START ORDER-FILE KEY IS NOT LESS THAN SO-KEY.
           IF WS-SORDMST-STATUS = '23'
               MOVE 'Y' TO WS-ORDERS-DONE
           ELSE
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'SORDMST START ERROR RC=' WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'STANDING ORDER FILE ERROR' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-ORDERS-DONE.
           PERFORM 135-CHECK-NEXT-ORDER THROUGH 135-EXIT
               UNTIL WS-ORDERS-DONE = 'Y'.

       135-CHECK-NEXT-ORDER.
           READ ORDER-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-ORDERS-DONE .
           IF WS-ORDERS-DONE = 'Y'
               GO TO 135-EXIT.
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'SORDMST READ ERROR RC=' WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'STANDING ORDER FILE ERROR' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-ORDERS-DONE
               GO TO 135-EXIT.
           IF SO-ACCOUNT NOT = ACCTDO
               MOVE 'Y' TO WS-ORDERS-DONE
               GO TO 135-EXIT.
           IF SO-STATUS-ACTIVE
               STRING 'OPEN STANDING ORDER ' SO-SEQ
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               MOVE 'Y' TO WS-ORDERS-DONE.
       135-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    NACTACR1's charge rules to the closure date: interest on
      *    a balance over zero, prorated by the day of the month,
      *    floored to MINFEE; the over-limit surcharge in full.
      *    WS-CHK-DAY and WS-CHK-MONTH-DAYS still describe the
      *    closure date from the date check.
      *    ---------------------------------------------------------
       150-COMPUTE-FINAL-CHARGES.
           IF BALDO NOT > ZERO
               GO TO 150-EXIT.
           COMPUTE WS-INTEREST-CHARGE ROUNDED =
               ( BALDO * WS-RATE-PCT * WS-CHK-DAY )
             / ( 100 * WS-CHK-MONTH-DAYS ).
           IF WS-INTEREST-CHARGE > 0
              AND WS-INTEREST-CHARGE < WS-MIN-FEE
               MOVE WS-MIN-FEE TO WS-INTEREST-CHARGE.
           MOVE LIMITDO TO WS-LIMIT-X.
           INSPECT WS-LIMIT-X REPLACING LEADING SPACES BY ZEROS.
           IF WS-LIM-INT NOT NUMERIC
              OR WS-LIM-POINT NOT = '.'
              OR WS-LIM-DEC NOT NUMERIC
               GO TO 150-EXIT.
           COMPUTE WS-LIMIT-NUM =
               WS-LIM-INT-N + ( WS-LIM-DEC-N / 100 ).
           IF WS-LIMIT-NUM > 0
              AND BALDO > WS-LIMIT-NUM
               COMPUTE WS-OVER-AMOUNT = BALDO - WS-LIMIT-NUM
               COMPUTE WS-SURCHARGE ROUNDED =
                   ( WS-OVER-AMOUNT * WS-SUR-PCT ) / 100.
       150-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The charges, then the settlement that brings the balance
      *    to zero, then the status -- all staged on the record and
      *    made good by the one rewrite.  Only once that succeeds do
      *    the history, the settlement instruction and the
      *    statement go out.
      *    ---------------------------------------------------------
       200-CLOSE-ACCOUNT.
           MOVE +0 TO CP-COUNT.
           IF WS-INTEREST-CHARGE > 0
               MOVE 'C'                TO WS-POST-TYPE
               MOVE WS-INTEREST-CHARGE TO WS-POST-AMOUNT
               MOVE 'INTEREST    '     TO WS-POST-REFERENCE
               PERFORM 220-STAGE-POSTING.
           IF WS-SURCHARGE > 0
               MOVE 'C'                TO WS-POST-TYPE
               MOVE WS-SURCHARGE       TO WS-POST-AMOUNT
               MOVE 'OVLIMIT FEE '     TO WS-POST-REFERENCE
               PERFORM 220-STAGE-POSTING.
           MOVE BALDO TO WS-SETTLEMENT.
           IF WS-SETTLEMENT > 0
               MOVE 'D'                TO WS-POST-TYPE
               MOVE WS-SETTLEMENT      TO WS-POST-AMOUNT
               MOVE 'CLOSURE     '     TO WS-POST-REFERENCE
               PERFORM 220-STAGE-POSTING
           ELSE
           IF WS-SETTLEMENT < 0
               MOVE 'C'                TO WS-POST-TYPE
               COMPUTE WS-POST-AMOUNT = 0 - WS-SETTLEMENT
               MOVE 'CLOSURE     '     TO WS-POST-REFERENCE
               PERFORM 220-STAGE-POSTING.
           MOVE 'C' TO STATDO.
           REWRITE ACCOUNT-RECORD.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL REWRITE ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE UPDATE ERROR' TO WS-REJECT-REASON
               MOVE 0 TO WS-INTEREST-CHARGE WS-SURCHARGE
                         WS-SETTLEMENT
               PERFORM 290-REFUSE-REQUEST
               GO TO 200-EXIT.
           ADD +1 TO NUM-CLOSED.
           ADD WS-INTEREST-CHARGE TO TOT-INTEREST.
           ADD WS-SURCHARGE       TO TOT-SURCHARGE.
           PERFORM 270-WRITE-HISTORY-RECORD
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > CP-COUNT.
           IF WS-SETTLEMENT > 0
               PERFORM 250-WRITE-REFERRAL
           ELSE
           IF WS-SETTLEMENT < 0
               PERFORM 240-WRITE-PAYOUT.
           PERFORM 280-PRINT-STATEMENT.
           MOVE 'CLOSED'  TO RPT-DISPOSITION.
           MOVE SPACES    TO RPT-REASON.
           PERFORM 295-PRINT-DETAIL.
       200-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One closure posting applied to the record in storage: a
      *    'C' charge increases the balance and a 'D' payment
      *    decreases it, the NACTPST convention, and the posting
      *    rolls a payment-history occurrence exactly as NACTPST's
      *    do -- a charge as a withdrawal, a payment as a deposit.
      *    ---------------------------------------------------------
       220-STAGE-POSTING.
           MOVE BALDO TO WS-OLD-BALANCE.
           IF WS-POST-CREDIT
               COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-POST-AMOUNT
           ELSE
               COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-POST-AMOUNT.
           MOVE WS-NEW-BALANCE TO BALDO.
           MOVE PAY-HIST (2) TO PAY-HIST (3).
           MOVE PAY-HIST (1) TO PAY-HIST (2).
           MOVE WS-CLOSE-DATE TO PH-DATE.
           IF WS-POST-CREDIT
               SET PH-TYPE-WITHDRAWAL TO TRUE
               MOVE WS-POST-AMOUNT TO PH-AMOUNT
           ELSE
               SET PH-TYPE-DEPOSIT TO TRUE
               COMPUTE PH-AMOUNT = 0 - WS-POST-AMOUNT.
           MOVE WS-NEW-BALANCE TO PH-BALANCE.
           MOVE WS-PAY-HIST-ENTRY TO PAY-HIST (1).
           ADD +1 TO CP-COUNT.
           MOVE WS-POST-TYPE      TO CP-TYPE (CP-COUNT).
           MOVE WS-POST-AMOUNT    TO CP-AMOUNT (CP-COUNT).
           MOVE WS-OLD-BALANCE    TO CP-OLD-BALANCE (CP-COUNT).
           MOVE WS-NEW-BALANCE    TO CP-NEW-BALANCE (CP-COUNT).
           MOVE WS-POST-REFERENCE TO CP-REFERENCE (CP-COUNT).

       240-WRITE-PAYOUT.
           ADD +1 TO NUM-PAYOUTS.
           COMPUTE TOT-PAYOUT = TOT-PAYOUT - WS-SETTLEMENT.
           MOVE SPACES        TO PAYOUT-RECORD.
           MOVE ACCTDO        TO PYO-ACCOUNT.
           MOVE SNAMEDO       TO PYO-SNAME.
           MOVE FNAMEDO       TO PYO-FNAME.
           COMPUTE PYO-AMOUNT = 0 - WS-SETTLEMENT.
           MOVE WS-CLOSE-DATE TO PYO-CLOSE-DATE.
           MOVE 'CLOSURE     ' TO PYO-REFERENCE.
           WRITE PAYOUT-RECORD.
           IF WS-PAYOUT-STATUS NOT = '00'
               DISPLAY 'PAYOUT WRITE ERROR RC=' WS-PAYOUT-STATUS
               MOVE 16 TO RETURN-CODE.

       250-WRITE-REFERRAL.
           ADD +1 TO NUM-REFERRALS.
           ADD WS-SETTLEMENT  TO TOT-REFERRAL.
           MOVE SPACES        TO REFERRAL-RECORD.
           MOVE ACCTDO        TO COL-ACCOUNT.
           MOVE SNAMEDO       TO COL-SNAME.
           MOVE FNAMEDO       TO COL-FNAME.
           MOVE WS-SETTLEMENT TO COL-AMOUNT.
           MOVE WS-CLOSE-DATE TO COL-CLOSE-DATE.
           MOVE 'CLOSURE     ' TO COL-REFERENCE.
           MOVE LIMITDO       TO COL-CREDIT-LIMIT.
           WRITE REFERRAL-RECORD.
           IF WS-COLLREF-STATUS NOT = '00'
               DISPLAY 'COLLREF WRITE ERROR RC=' WS-COLLREF-STATUS
               MOVE 16 TO RETURN-CODE.

       270-WRITE-HISTORY-RECORD.
           MOVE SPACES                     TO HISTORY-RECORD.
           MOVE ACCTDO                     TO HST-ACCOUNT.
           MOVE WS-CLOSE-DATE              TO HST-DATE.
           MOVE WS-RUN-TIME(1:6)           TO HST-TIME.
           MOVE CP-TYPE (WS-CP-SUB)        TO HST-TYPE.
           MOVE CP-AMOUNT (WS-CP-SUB)      TO HST-AMOUNT.
           MOVE CP-OLD-BALANCE (WS-CP-SUB) TO HST-OLD-BALANCE.
           MOVE CP-NEW-BALANCE (WS-CP-SUB) TO HST-NEW-BALANCE.
           MOVE CP-REFERENCE (WS-CP-SUB)   TO HST-REFERENCE.
           MOVE 'P'                        TO HST-DISPOSITION.
           MOVE 'ACCOUNT CLOSURE'          TO HST-REASON.
           WRITE HISTORY-RECORD.
           IF WS-CLSHIST-STATUS NOT = '00'
               DISPLAY 'CLSHIST WRITE ERROR RC=' WS-CLSHIST-STATUS
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    The holder's closing statement: the balance the account
      *    stood at, each closing charge, the settlement, and what
      *    happens to the money now.
      *    ---------------------------------------------------------
       280-PRINT-STATEMENT.
           MOVE WS-CLOSE-DATE TO STM-CLOSE-DATE.
           WRITE STATEMENT-RECORD FROM STM-HEADER1 AFTER PAGE.
           MOVE ACCTDO  TO STM-ACCOUNT.
           MOVE SNAMEDO TO STM-SNAME.
           MOVE FNAMEDO TO STM-FNAME.
           WRITE STATEMENT-RECORD FROM STM-HEADER2.
           WRITE STATEMENT-RECORD FROM STM-SPACES.
           IF CLR-REASON NOT = SPACES
               MOVE CLR-REASON TO STM-REASON
               WRITE STATEMENT-RECORD FROM STM-REASON-LINE
               WRITE STATEMENT-RECORD FROM STM-SPACES.
           MOVE 'BALANCE BEFORE CLOSURE:   ' TO STM-AMOUNT-TEXT.
           MOVE WS-OPENING-BALANCE           TO STM-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           IF WS-INTEREST-CHARGE > 0
               MOVE 'FINAL INTEREST CHARGED:   ' TO STM-AMOUNT-TEXT
               MOVE WS-INTEREST-CHARGE           TO STM-AMOUNT
               WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           IF WS-SURCHARGE > 0
               MOVE 'OVER-LIMIT FEE CHARGED:   ' TO STM-AMOUNT-TEXT
               MOVE WS-SURCHARGE                 TO STM-AMOUNT
               WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           IF WS-SETTLEMENT NOT = 0
               MOVE 'SETTLEMENT:               ' TO STM-AMOUNT-TEXT
               COMPUTE STM-AMOUNT = 0 - WS-SETTLEMENT
               WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           MOVE 'CLOSING BALANCE:          ' TO STM-AMOUNT-TEXT.
           MOVE BALDO                        TO STM-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE.
           WRITE STATEMENT-RECORD FROM STM-SPACES.
           IF WS-SETTLEMENT > 0
               MOVE 'THE AMOUNT OUTSTANDING HAS BEEN REFERRED FOR COLLEC
      -             'TION.' TO STM-SETTLE-TEXT
           ELSE
           IF WS-SETTLEMENT < 0
               MOVE 'THE CREDIT BALANCE WILL BE PAID TO YOU.'
                   TO STM-SETTLE-TEXT
           ELSE
               MOVE 'NO BALANCE REMAINED ON THE ACCOUNT.'
                   TO STM-SETTLE-TEXT.
           WRITE STATEMENT-RECORD FROM STM-SETTLE-LINE.
           MOVE 'THIS ACCOUNT IS NOW CLOSED.' TO STM-SETTLE-TEXT.
           WRITE STATEMENT-RECORD FROM STM-SETTLE-LINE.
           IF WS-CLSSTMT-STATUS NOT = '00'
               DISPLAY 'CLSSTMT WRITE ERROR RC=' WS-CLSSTMT-STATUS
               MOVE 16 TO RETURN-CODE.

       290-REFUSE-REQUEST.
           ADD +1 TO NUM-REFUSED.
           MOVE 'REFUSED'        TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           PERFORM 295-PRINT-DETAIL.

       295-PRINT-DETAIL.
           MOVE CLR-ACCOUNT        TO RPT-ACCOUNT.
           MOVE WS-CLOSE-DATE      TO RPT-CLOSE-DATE.
           MOVE WS-OPENING-BALANCE TO RPT-BALANCE.
           MOVE WS-INTEREST-CHARGE TO RPT-INTEREST.
           MOVE WS-SURCHARGE       TO RPT-SURCHARGE.
           MOVE WS-SETTLEMENT      TO RPT-SETTLEMENT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'REQUESTS READ:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REQUESTS-READ        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACCOUNTS CLOSED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CLOSED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REQUESTS REFUSED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REFUSED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'FINAL INTEREST TOTAL: ' TO RPT-TOTALS-ITEM.
           MOVE TOT-INTEREST             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'FINAL SURCHARGE TOTAL:' TO RPT-TOTALS-ITEM.
           MOVE TOT-SURCHARGE            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAYOUTS:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAYOUTS              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAYOUT TOTAL:         ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAYOUT               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'COLLECTIONS REFERRALS:' TO RPT-TOTALS-ITEM.
           MOVE NUM-REFERRALS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REFERRAL TOTAL:       ' TO RPT-TOTALS-ITEM.
           MOVE TOT-REFERRAL             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    WS-CHK-DATE must be a real calendar date: month 1-12 and
      *    a day that exists in that month, leap years included.
      *    ---------------------------------------------------------
       600-CHECK-DATE.
           MOVE 'N' TO WS-CHK-OK.
           IF WS-CHK-YEAR < 1601
              OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
              OR WS-CHK-DAY < 1
               GO TO 600-EXIT.
           MOVE WS-DAYS-IN-MONTH (WS-CHK-MONTH) TO WS-CHK-MONTH-DAYS.
           IF WS-CHK-MONTH = 2
               DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0
                  OR ( WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0 )
                   MOVE 29 TO WS-CHK-MONTH-DAYS.
           IF WS-CHK-DAY > WS-CHK-MONTH-DAYS
               GO TO 600-EXIT.
           MOVE 'Y' TO WS-CHK-OK.
       600-EXIT.
           EXIT.

       700-READ-REQUEST.
           READ REQUEST-FILE
             AT END MOVE 'Y' TO WS-CLSREQ-EOF .
           IF ( WS-CLSREQ-STATUS = '00' OR
                WS-CLSREQ-STATUS = '04' )
               CONTINUE
           ELSE IF WS-CLSREQ-STATUS = '10'
               MOVE 'Y' TO WS-CLSREQ-EOF
           ELSE
               DISPLAY 'ERROR ON CLSREQ READ.  CODE:'
                       WS-CLSREQ-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CLSREQ-EOF.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The CLSCTL DD is optional and takes NACTACR1's RATECTL
      *    cards; each card is independent and unrecognized cards
      *    are announced rather than ignored.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARDS.
           IF WS-CONTROL-OPENED = 'N'
               MOVE 'Y' TO WS-CONTROL-OPENED
               OPEN INPUT CONTROL-CARD-FILE
               IF WS-CONTROL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-CONTROL-EOF
                   GO TO 850-EXIT.
           READ CONTROL-CARD-FILE
             AT END MOVE 'Y' TO WS-CONTROL-EOF .
           IF WS-CONTROL-EOF = 'Y'
               CLOSE CONTROL-CARD-FILE
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:8) = 'RATEPCT='
               MOVE CONTROL-CARD-RECORD(9:5) TO WS-PCT-CARD
               PERFORM 855-PARSE-PCT-CARD
               IF WS-PCT-OK = 'Y'
                   MOVE WS-PCT-VALUE TO WS-RATE-PCT
               ELSE
                   DISPLAY 'NACTCLS1 BAD RATEPCT= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:7) = 'SURPCT='
               MOVE CONTROL-CARD-RECORD(8:5) TO WS-PCT-CARD
               PERFORM 855-PARSE-PCT-CARD
               IF WS-PCT-OK = 'Y'
                   MOVE WS-PCT-VALUE TO WS-SUR-PCT
               ELSE
                   DISPLAY 'NACTCLS1 BAD SURPCT= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:7) = 'MINFEE='
               MOVE CONTROL-CARD-RECORD(8:7) TO WS-FEE-CARD
               IF WS-FEE-INT IS NUMERIC
                  AND WS-FEE-POINT = '.'
                  AND WS-FEE-DEC IS NUMERIC
                   COMPUTE WS-MIN-FEE =
                       WS-FEE-INT-N + ( WS-FEE-DEC-N / 100 )
               ELSE
                   DISPLAY 'NACTCLS1 BAD MINFEE= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'NACTCLS1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       850-EXIT.
           EXIT.

       855-PARSE-PCT-CARD.
           IF WS-PCT-INT IS NUMERIC
              AND WS-PCT-POINT = '.'
              AND WS-PCT-DEC IS NUMERIC
               MOVE 'Y' TO WS-PCT-OK
               COMPUTE WS-PCT-VALUE =
                   WS-PCT-INT-N + ( WS-PCT-DEC-N / 100 )
           ELSE
               MOVE 'N' TO WS-PCT-OK.

       900-OPEN-FILES.
           OPEN INPUT    REQUEST-FILE
                         PENDING-FILE
                         ORDER-FILE
                I-O      ACCOUNT-FILE
                OUTPUT   HISTORY-FILE
                         PAYOUT-FILE
                         REFERRAL-FILE
                         STATEMENT-FILE
                         REPORT-FILE .
           IF WS-CLSREQ-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CLSREQ. RC:' WS-CLSREQ-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-ACCTFIL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACCTFIL. RC:' WS-ACCTFIL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-PENDCHG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PENDCHG. RC:' WS-PENDCHG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-SORDMST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SORDMST. RC:' WS-SORDMST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-CLSHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CLSHIST. RC:' WS-CLSHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-PAYOUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PAYOUT. RC:' WS-PAYOUT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-COLLREF-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING COLLREF. RC:' WS-COLLREF-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-CLSSTMT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CLSSTMT. RC:' WS-CLSSTMT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CLSRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CLSREQ-EOF.

       905-CLOSE-FILES.
           CLOSE REQUEST-FILE .
           CLOSE ACCOUNT-FILE .
           CLOSE PENDING-FILE .
           CLOSE ORDER-FILE .
           CLOSE HISTORY-FILE .
           CLOSE PAYOUT-FILE .
           CLOSE REFERRAL-FILE .
           CLOSE STATEMENT-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM NACTCLS1
