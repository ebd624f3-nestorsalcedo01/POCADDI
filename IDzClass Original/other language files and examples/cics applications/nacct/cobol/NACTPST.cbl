      *
      * POSTFILE LAYOUT (80 BYTES):
      *   cols  1-5   account number (ACCTDO)
      *   col   7     type: 'C' charge  (increases the balance) or
      *                     'D' payment (decreases the balance)
      *   cols  9-17  amount, 9(7)V99 with implied decimal
      *   cols 19-30  posting reference
      *   cols 32-36  to-account, for a 'T' transfer only
      *   col   38    'L' on a 'C' charge that must stay within the
      *               account's credit limit
      *
      * BALDO is the amount the holder owes (see NACWTREC): a 'C'
      * charge adds to it and a 'D' payment takes it down, below
      * zero if the holder pays more than is owed.
      *
      * POSTING RULES: the account must exist and be in status 'A';
      * the amount must be numeric and nonzero.  A charge marked 'L'
      * in col 38 (the loan direct debits LOANDDG1 generates) is
      * also refused if it would take the balance over the
      * account's LIMITDO, or if LIMITDO does not parse; unmarked
      * charges are posted whatever the limit, as they always have
      * been.
      * Rejected postings are reported and written to the history
      * file with their reason, so the history is a complete audit
      * of the run.
      *
      * TRANSFERS: type 'T' moves the amount from the account in
      * cols 1-5 to the to-account in cols 32-36: the from-account
      * is charged the amount and the to-account is paid it, as a
      * 'C' leg and a 'D' leg.  Both accounts are validated before
      * either is touched, and if either leg fails neither is
      * posted -- a to-leg that will not rewrite has its from-leg
      * backed out.  Both legs go to the history file under
      * the one transfer reference, generated as 'X' + run date +
      * sequence when the input has none, and each rolls a payment-
      * history occurrence.  Transfers have their own control
      * totals, which must net to zero.
      *
      * CHECKPOINT/RESTART: with a CHECKPOINT=NNNNN card on PSTCTL
      * the run takes a checkpoint every NNNNN POSTFILE records.  The
      * history file is closed and reopened to force its records out,
      * then the one-record CHKPT file is rewritten with the number
      * of the last POSTFILE record processed, the history records
      * written, the run's date and time, the transfer reference
      * sequence and all the control totals, together with an
      * identification of the POSTFILE: its first record, the last
      * record processed and a hash total of the amounts read.  At
      * the normal end of the run CHKPT is marked complete.
      *
      * To restart after an abend, rerun with RESTART=YES on PSTCTL,
      * the same POSTFILE and the unchanged ACCTFIL, the failed run's
      * PSTHIST as PSTHOLD and a new PSTHIST.  The restart:
      *   - refuses (RC 16, nothing posted) if CHKPT is missing or
      *     complete, or if POSTFILE is not the file the checkpoint
      *     was taken against -- short, a different first or last
      *     record, or a different hash total,
      *   - copies the checkpointed history records from PSTHOLD,
      *   - rolls forward the postings the failed run applied after
      *     its last checkpoint: while PSTHOLD's remaining records
      *     match the POSTFILE records (account and reference) they
      *     are copied and counted as they were, and are not posted
      *     again,
      *   - resumes posting at the first POSTFILE record with no
      *     history, under the failed run's date and time, and
      *   - reports totals for the whole POSTFILE.
      * A posting whose account was rewritten but whose history
      * record was lost in the abend cannot be told from one never
      * applied; the restart names the record it resumes at so that
      * account can be checked.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Aug 2026   AP    Original version.
      *    Oct 2026   AP    Type 'T' account-to-account transfers.
      *    Oct 2026   AP    Checkpoint/restart (PSTCTL, CHKPT, PSTHOLD).
      *    Oct 2026   AP    Limit-checked debits (col 38 'L').
      *    Oct 2026   AP    PSTHIST control totals to CTLREG (CTLTOT1).
      *    Oct 2026   AP    BALDO is the amount owed: 'C' is a charge,
      *                     'L' limit-checks charges, transfers charge
      *                     the from-account; RC 4/8 no longer lower
      *                     an earlier RC.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE   ASSIGN TO PSTRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO PSTCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
               FILE STATUS  IS  WS-CHKPT-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO PSTHOLD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PSTHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  PST-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X.
           05  PST-TYPE               PIC X.
      *        a 'C' credit is a charge, a 'D' debit a payment
               88  PST-TYPE-CREDIT        VALUE 'C'.
               88  PST-TYPE-DEBIT         VALUE 'D'.
               88  PST-TYPE-TRANSFER      VALUE 'T'.
           05  FILLER                 PIC X.
           05  PST-AMOUNT             PIC X(9).
           05  PST-AMOUNT-NUM  REDEFINES PST-AMOUNT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  PST-REFERENCE          PIC X(12).
           05  FILLER                 PIC X.
           05  PST-TO-ACCOUNT         PIC X(5).
           05  FILLER                 PIC X.
           05  PST-LIMIT-CHECK        PIC X.
               88  PST-CHECK-LIMIT        VALUE 'L'.
           05  FILLER                 PIC X(42).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

      *    The latest checkpoint; rewritten whole at each one.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD          PIC X(300).

      *    The failed run's history, read back on a restart.
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  OLD-HISTORY-RECORD.
           05  OHS-ACCOUNT            PIC X(5).
           05  OHS-DATE               PIC 9(8).
           05  OHS-TIME               PIC 9(6).
           05  OHS-TYPE               PIC X.
           05  OHS-AMOUNT             PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  OHS-OLD-BALANCE        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  OHS-NEW-BALANCE        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  OHS-REFERENCE          PIC X(12).
           05  OHS-DISPOSITION        PIC X.
               88  OHS-POSTED             VALUE 'P'.
               88  OHS-REJECTED            VALUE 'R'.
           05  OHS-REASON             PIC X(25).
           05  FILLER                 PIC X(2).

       WORKING-STORAGE SECTION.
      *
       01  WS-POSTFILE-STATUS         PIC XX  VALUE '00'.
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-PSTHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-CHKPT-STATUS            PIC XX  VALUE '00'.
       01  WS-PSTHOLD-STATUS          PIC XX  VALUE '00'.
       01  WS-POSTFILE-EOF            PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-OPENED          PIC X   VALUE 'N'.
       01  WS-PSTHOLD-EOF             PIC X   VALUE 'N'.
       01  WS-PSTHOLD-OPENED          PIC X   VALUE 'N'.
       01  WS-REJECT-REASON           PIC X(25) VALUE SPACES.
      *
      * The account leg being reported and written to history: the
      * posting itself, or one side of a transfer.
       01  WS-POSTING-LEG.
           05  WS-LEG-ACCOUNT        PIC X(5).
           05  WS-LEG-TYPE           PIC X.
               88  WS-LEG-CREDIT         VALUE 'C'.
               88  WS-LEG-DEBIT          VALUE 'D'.
           05  WS-LEG-RPT-TYPE       PIC X(2).
           05  WS-LEG-REFERENCE      PIC X(12).
      *
      * Both sides of a transfer, held until both have validated.
       01  WS-TRANSFER-WORK.
           05  WS-XFR-SEQ            PIC 9(5)  VALUE ZERO.
           05  WS-XFR-REFERENCE.
               10  FILLER            PIC X     VALUE 'X'.
               10  WS-XFR-REF-YMD    PIC X(6).
               10  WS-XFR-REF-SEQ    PIC 9(5).
           05  WS-XFR-FROM-CHECK     PIC S9(9)V99 VALUE ZERO.
           05  WS-XFR-FROM-OLD       PIC S9(7)V99 VALUE ZERO.
           05  WS-XFR-FROM-NEW       PIC S9(7)V99 VALUE ZERO.
           05  WS-XFR-TO-OLD         PIC S9(7)V99 VALUE ZERO.
           05  WS-XFR-TO-NEW         PIC S9(7)V99 VALUE ZERO.
           05  WS-XFR-FROM-RECORD    PIC X(162).
           05  WS-XFR-TO-RECORD      PIC X(162).
      *
       01  WS-RUN-STAMPS.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-RUN-TIME           PIC 9(8).
      *
      *
      * Checkpoint/restart controls.  WS-RECORD-NUMBER is the number
      * of the POSTFILE record last read; the hash total and the
      * first record identify the file to a restart.
       01  WS-CHECKPOINT-WORK.
           05  WS-CKP-INTERVAL       PIC 9(5)  VALUE ZERO.
           05  WS-CKP-CARD           PIC X(5)  VALUE SPACES.
           05  WS-CKP-CARD-NUM  REDEFINES WS-CKP-CARD
                                     PIC 9(5).
           05  WS-RESTART            PIC X     VALUE 'N'.
           05  WS-RUN-REFUSED        PIC X     VALUE 'N'.
           05  WS-ROLL-FORWARD       PIC X     VALUE 'N'.
           05  WS-ALREADY-POSTED     PIC X     VALUE 'N'.
           05  WS-RECORD-NUMBER      PIC 9(9)  VALUE ZERO.
           05  WS-SINCE-CHECKPOINT   PIC 9(9)  VALUE ZERO.
           05  WS-HIST-WRITTEN       PIC 9(9)  VALUE ZERO.
           05  WS-HIST-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           05  WS-HASH-AMOUNT        PIC 9(13)V99 VALUE ZERO.
           05  WS-FIRST-RECORD       PIC X(80) VALUE SPACES.
           05  WS-LAST-RECORD        PIC X(80) VALUE SPACES.
           05  WS-CKP-RUN-STATE      PIC X     VALUE 'A'.
           05  WS-NUM-CHECKPOINTS    PIC 9(5)  VALUE ZERO.
           05  WS-NUM-ROLLED         PIC 9(9)  VALUE ZERO.
           05  WS-OLD-LEFT-OVER      PIC 9(9)  VALUE ZERO.
           05  WS-RESUME-RECORD      PIC 9(9)  VALUE ZERO.
      *
      * The checkpoint record, built here and written from here; a
      * restart reads the failed run's last checkpoint into it.
       01  CHECKPOINT-AREA.
           05  CKP-STATUS             PIC X.
               88  CKP-RUN-ACTIVE         VALUE 'A'.
               88  CKP-RUN-COMPLETE       VALUE 'C'.
           05  CKP-RUN-DATE           PIC 9(8).
           05  CKP-RUN-TIME           PIC 9(8).
           05  CKP-INTERVAL           PIC 9(5).
           05  CKP-RECORDS-READ       PIC 9(9).
           05  CKP-HIST-WRITTEN       PIC 9(9).
           05  CKP-HASH-AMOUNT        PIC 9(13)V99.
           05  CKP-XFR-SEQ            PIC 9(5).
           05  CKP-FIRST-RECORD       PIC X(80).
           05  CKP-LAST-RECORD        PIC X(80).
           05  CKP-CONTROL-TOTALS     PIC X(66).
           05  FILLER                 PIC X(14).
      *
       01  WS-BALANCE-WORK.
           05  WS-OLD-BALANCE        PIC S9(7)V99 VALUE ZERO.
           05  WS-NEW-BALANCE        PIC S9(7)V99 VALUE ZERO.
      *
      * LIMITDO parses the way NACTLIM1 parses it.
       01  WS-LIMIT-WORK.
           05  WS-LIMIT-X            PIC X(8)  VALUE SPACES.
           05  WS-LIMIT-PARTS  REDEFINES WS-LIMIT-X.
               10  WS-LIM-INT        PIC X(5).
               10  WS-LIM-INT-N  REDEFINES WS-LIM-INT
                                     PIC 9(5).
               10  WS-LIM-POINT      PIC X.
               10  WS-LIM-DEC        PIC X(2).
               10  WS-LIM-DEC-N  REDEFINES WS-LIM-DEC
                                     PIC 9(2).
           05  WS-LIMIT-NUM          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-LIMIT-BALANCE      PIC S9(9)V99 COMP-3 VALUE +0.
      *
      * One payment-history occurrence, rolled into the account
      * record's PAY-HIST table for every posting applied.
       01  WS-PAY-HIST-ENTRY.
           05  TOT-CREDIT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-DEBIT-AMOUNT      PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-NET-MOVEMENT      PIC S9(9)V99 COMP-3 VALUE +0.
           05  NUM-XFR-READ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-XFR-POSTED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-XFR-REJECTED      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-XFR-OUT           PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-XFR-IN            PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-XFR-NET           PIC S9(9)V99 COMP-3 VALUE +0.
      *
      * The PSTHIST control totals for the job-to-job registry.
       COPY CTLTOTC.
      *
      *        *******************
      *            report lines
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC -(9)9.99.
           05  FILLER              PIC X(95)    VALUE SPACES.
       01  RPT-RESTART-LINE.
           05  FILLER              PIC X(31)    VALUE
                   '*** RESTART FROM CHECKPOINT AT '.
           05  FILLER              PIC X(16)    VALUE
                   'POSTFILE RECORD '.
           05  RPT-RESTART-RECORD  PIC Z(8)9.
           05  FILLER              PIC X(10)    VALUE
                   ' OF RUN ON'.
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-RESTART-DATE    PIC 9(8).
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-RESTART-TIME    PIC 9(6).
           05  FILLER              PIC X(4)     VALUE ' ***'.
           05  FILLER              PIC X(46)    VALUE SPACES.
       01  RPT-RESUME-LINE.
           05  FILLER              PIC X(48)    VALUE
                   '*** POSTINGS ABOVE WERE APPLIED BEFORE THE ABEND'.
           05  FILLER              PIC X(29)    VALUE
                   ' - POSTING RESUMES AT RECORD '.
           05  RPT-RESUME-RECORD   PIC Z(8)9.
           05  FILLER              PIC X(4)     VALUE ' ***'.
           05  FILLER              PIC X(42)    VALUE SPACES.
       01  RPT-REFUSED-LINE.
           05  FILLER              PIC X(50)    VALUE
                   '*** RESTART REFUSED - NOTHING POSTED - SEE LOG ***'.
           05  FILLER              PIC X(82)    VALUE SPACES.
       01  RPT-XFR-OUT-OF-BALANCE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  FILLER              PIC X(40)    VALUE
                   '*** TRANSFERS DO NOT NET TO ZERO ***'.
           05  FILLER              PIC X(90)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           IF WS-RESTART = 'Y'
               PERFORM 960-READ-CHECKPOINT THROUGH 960-EXIT.
           MOVE WS-RUN-YMD TO WS-XFR-REF-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           IF WS-RESTART = 'Y' AND WS-RUN-REFUSED = 'N'
               PERFORM 970-REPOSITION-POSTFILE THROUGH 970-EXIT.

           PERFORM 100-PROCESS-POSTING THROUGH 100-EXIT
               UNTIL WS-POSTFILE-EOF = 'Y'.

           IF WS-ROLL-FORWARD = 'Y'
               PERFORM 530-END-ROLL-FORWARD.
           IF WS-RUN-REFUSED = 'Y'
               WRITE REPORT-RECORD FROM RPT-REFUSED-LINE AFTER 1
           ELSE
               PERFORM 300-PRINT-CONTROL-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF WS-CKP-INTERVAL > 0
              AND WS-RUN-REFUSED = 'N'
              AND RETURN-CODE < 16
               MOVE 'C' TO WS-CKP-RUN-STATE
               PERFORM 950-WRITE-CHECKPOINT THROUGH 950-EXIT
               DISPLAY 'NACTPST CHECKPOINTS TAKEN = '
                       WS-NUM-CHECKPOINTS.
           IF ( NUM-REJECTED > 0 OR NUM-XFR-REJECTED > 0 )
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           IF TOT-XFR-NET NOT = ZERO
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE.
           IF WS-RUN-REFUSED = 'Y'
               MOVE 16 TO RETURN-CODE.
      *    what went out on PSTHIST, for CTLRCN1 to prove against
      *    what NACTSTM1 reads
           MOVE 'P'              TO CT-FUNCTION.
           MOVE 'NACTPST '       TO CT-PROGRAM.
           MOVE 'PSTHIST '       TO CT-DATASET.
           MOVE WS-HIST-WRITTEN  TO CT-RECORD-COUNT.
           MOVE WS-HIST-AMOUNT   TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           DISPLAY 'NACTPST ENDED - POSTED = ' NUM-POSTED
                   ' REJECTED = ' NUM-REJECTED.
           DISPLAY 'NACTPST TRANSFERS - POSTED = ' NUM-XFR-POSTED
                   ' REJECTED = ' NUM-XFR-REJECTED.
           GOBACK .

       100-PROCESS-POSTING.
           IF WS-CKP-INTERVAL > 0
              AND WS-SINCE-CHECKPOINT NOT < WS-CKP-INTERVAL
               MOVE 'A' TO WS-CKP-RUN-STATE
               PERFORM 950-WRITE-CHECKPOINT THROUGH 950-EXIT.
           PERFORM 700-READ-POSTING-FILE.
           IF WS-POSTFILE-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO WS-SINCE-CHECKPOINT.
           ADD +1 TO NUM-POSTINGS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE PST-ACCOUNT   TO WS-LEG-ACCOUNT.
           MOVE PST-TYPE      TO WS-LEG-TYPE.
           MOVE PST-TYPE      TO WS-LEG-RPT-TYPE.
           MOVE PST-REFERENCE TO WS-LEG-REFERENCE.
           IF PST-TYPE-TRANSFER
               ADD +1 TO NUM-XFR-READ
               IF PST-REFERENCE = SPACES
                   ADD +1 TO WS-XFR-SEQ
                   MOVE WS-XFR-SEQ TO WS-XFR-REF-SEQ
                   MOVE WS-XFR-REFERENCE TO WS-LEG-REFERENCE.
           IF WS-ROLL-FORWARD = 'Y'
               PERFORM 500-ROLL-FORWARD-POSTING THROUGH 500-EXIT
               IF WS-ALREADY-POSTED = 'Y'
                   GO TO 100-EXIT.
           IF PST-ACCOUNT = SPACES
               MOVE 'ACCOUNT IS BLANK' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF NOT PST-TYPE-CREDIT AND NOT PST-TYPE-DEBIT
              AND NOT PST-TYPE-TRANSFER
               MOVE 'TYPE NOT C, D OR T' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF PST-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF PST-TYPE-TRANSFER
               PERFORM 400-PROCESS-TRANSFER THROUGH 400-EXIT
               GO TO 100-EXIT.
           MOVE PST-ACCOUNT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF PST-TYPE-CREDIT AND PST-CHECK-LIMIT
               PERFORM 170-CHECK-CHARGE-LIMIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 250-REPORT-REJECTED
                   GO TO 100-EXIT.
           PERFORM 150-APPLY-POSTING THROUGH 150-EXIT.
       100-EXIT.
           EXIT.
      *    ---------------------------------------------------------
      *    Rolls the posting into the record's payment history,
      *    newest first, in the NACWPHST layout -- the same way
      *    NACT02 rolls its online balance updates.  PH-AMOUNT is
      *    the movement in the balance: a charge is a withdrawal
      *    that raises it, a payment a deposit that lowers it.
      *    ---------------------------------------------------------
       160-ROLL-PAY-HISTORY.
           MOVE PAY-HIST (2) TO PAY-HIST (3).
           MOVE PAY-HIST (1) TO PAY-HIST (2).
           MOVE WS-RUN-DATE-NUM TO PH-DATE.
           IF WS-LEG-CREDIT
               SET PH-TYPE-WITHDRAWAL TO TRUE
               MOVE PST-AMOUNT-NUM TO PH-AMOUNT
           ELSE
               SET PH-TYPE-DEPOSIT TO TRUE
               COMPUTE PH-AMOUNT = 0 - PST-AMOUNT-NUM.
           MOVE WS-NEW-BALANCE TO PH-BALANCE.
           MOVE WS-PAY-HIST-ENTRY TO PAY-HIST (1).

      *    ---------------------------------------------------------
      *    A limit-checked charge may raise the amount owed up to
      *    the account's credit limit, but not beyond it.
      *    ---------------------------------------------------------
       170-CHECK-CHARGE-LIMIT.
           MOVE LIMITDO TO WS-LIMIT-X.
           INSPECT WS-LIMIT-X REPLACING LEADING SPACES BY ZEROS.
           IF WS-LIM-INT NOT NUMERIC
              OR WS-LIM-POINT NOT = '.'
              OR WS-LIM-DEC NOT NUMERIC
               MOVE 'ACCOUNT LIMIT INVALID' TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-LIMIT-NUM =
                   WS-LIM-INT-N + ( WS-LIM-DEC-N / 100 )
               COMPUTE WS-LIMIT-BALANCE =
                   BALDO + PST-AMOUNT-NUM
               IF WS-LIMIT-BALANCE > WS-LIMIT-NUM
                   MOVE 'CHARGE OVER LIMIT' TO WS-REJECT-REASON.

       200-PRINT-DETAIL.
           MOVE WS-LEG-ACCOUNT  TO RPT-ACCOUNT.
           MOVE WS-LEG-RPT-TYPE TO RPT-TYPE.
           IF PST-AMOUNT NUMERIC
               MOVE PST-AMOUNT-NUM TO RPT-AMOUNT
           ELSE
               MOVE 0              TO RPT-AMOUNT.
           MOVE WS-NEW-BALANCE  TO RPT-NEW-BALANCE.
           MOVE WS-LEG-REFERENCE TO RPT-REFERENCE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       250-REPORT-REJECTED.
           IF PST-TYPE-TRANSFER
               PERFORM 450-REJECT-TRANSFER
           ELSE
               ADD +1 TO NUM-REJECTED
               PERFORM 255-REJECT-LEG.

       255-REJECT-LEG.
           MOVE 0 TO WS-NEW-BALANCE.
           MOVE 'REJECTED' TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           PERFORM 270-WRITE-HISTORY-RECORD.

       270-WRITE-HISTORY-RECORD.
           MOVE WS-LEG-ACCOUNT   TO HST-ACCOUNT.
           MOVE WS-RUN-DATE-NUM  TO HST-DATE.
           MOVE WS-RUN-TIME(1:6) TO HST-TIME.
           MOVE WS-LEG-TYPE      TO HST-TYPE.
           IF PST-AMOUNT NUMERIC
               MOVE PST-AMOUNT-NUM TO HST-AMOUNT
           ELSE
               MOVE 0              TO HST-AMOUNT.
           MOVE WS-OLD-BALANCE   TO HST-OLD-BALANCE.
           MOVE WS-NEW-BALANCE   TO HST-NEW-BALANCE.
           MOVE WS-LEG-REFERENCE TO HST-REFERENCE.
           PERFORM 275-PUT-HISTORY-RECORD.

       275-PUT-HISTORY-RECORD.
           WRITE HISTORY-RECORD.
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'PSTHIST WRITE ERROR RC=' WS-PSTHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-HIST-WRITTEN
               ADD HST-AMOUNT TO WS-HIST-AMOUNT.

       300-PRINT-CONTROL-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'NET BALANCE MOVEMENT: ' TO RPT-TOTALS-ITEM.
           MOVE TOT-NET-MOVEMENT         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TRANSFERS READ:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-XFR-READ             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSFERS APPLIED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-XFR-POSTED           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSFERS REJECTED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-XFR-REJECTED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSFERS OUT TOTAL:  ' TO RPT-TOTALS-ITEM.
           MOVE TOT-XFR-OUT              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSFERS IN TOTAL:   ' TO RPT-TOTALS-ITEM.
           MOVE TOT-XFR-IN               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSFER NET MOVEMENT:' TO RPT-TOTALS-ITEM.
           MOVE TOT-XFR-NET              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF TOT-XFR-NET NOT = ZERO
               WRITE REPORT-RECORD FROM RPT-XFR-OUT-OF-BALANCE.

      *    ---------------------------------------------------------
      *    A transfer: both accounts are read and validated, and
      *    their records held, before either is changed.  A failure
      *    on either side rejects both legs.
      *    ---------------------------------------------------------
       400-PROCESS-TRANSFER.
           IF PST-TO-ACCOUNT = SPACES
               MOVE 'TO ACCOUNT IS BLANK' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           IF PST-TO-ACCOUNT = PST-ACCOUNT
               MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           MOVE PST-ACCOUNT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'FROM ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL READ ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE READ ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           IF NOT ACCT-STATUS-ACTIVE
               MOVE 'FROM ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           MOVE ACCOUNT-RECORD TO WS-XFR-FROM-RECORD.
           MOVE BALDO TO WS-XFR-FROM-OLD.
           COMPUTE WS-XFR-FROM-CHECK = WS-XFR-FROM-OLD + PST-AMOUNT-NUM.
           IF WS-XFR-FROM-CHECK > 9999999.99
               MOVE 'FROM BALANCE OVERFLOW' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           MOVE WS-XFR-FROM-CHECK TO WS-XFR-FROM-NEW.
           MOVE PST-TO-ACCOUNT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'TO ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL READ ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE READ ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           IF NOT ACCT-STATUS-ACTIVE
               MOVE 'TO ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 400-EXIT.
           MOVE BALDO TO WS-XFR-TO-OLD.
           COMPUTE WS-XFR-TO-NEW = WS-XFR-TO-OLD - PST-AMOUNT-NUM.
           MOVE ACCOUNT-RECORD TO WS-XFR-TO-RECORD.
           PERFORM 410-APPLY-TRANSFER THROUGH 410-EXIT.
       400-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Applies the two legs.  If the to-leg will not rewrite,
      *    the from-leg is put back as it was read so that neither
      *    side of the transfer stands.
      *    ---------------------------------------------------------
       410-APPLY-TRANSFER.
           MOVE WS-XFR-FROM-RECORD TO ACCOUNT-RECORD.
           MOVE WS-XFR-FROM-NEW    TO BALDO.
           MOVE WS-XFR-FROM-NEW    TO WS-NEW-BALANCE.
           SET WS-LEG-CREDIT TO TRUE.
           PERFORM 160-ROLL-PAY-HISTORY.
           REWRITE ACCOUNT-RECORD.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL REWRITE ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE UPDATE ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 410-EXIT.
           MOVE WS-XFR-TO-RECORD   TO ACCOUNT-RECORD.
           MOVE WS-XFR-TO-NEW      TO BALDO.
           MOVE WS-XFR-TO-NEW      TO WS-NEW-BALANCE.
           SET WS-LEG-DEBIT TO TRUE.
           PERFORM 160-ROLL-PAY-HISTORY.
           REWRITE ACCOUNT-RECORD.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL REWRITE ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE WS-XFR-FROM-RECORD TO ACCOUNT-RECORD
               REWRITE ACCOUNT-RECORD
               IF WS-ACCTFIL-STATUS NOT = '00'
                   DISPLAY 'TRANSFER BACK-OUT FAILED FOR ACCOUNT '
                           PST-ACCOUNT ' RC=' WS-ACCTFIL-STATUS
                   DISPLAY 'FROM-LEG LEFT POSTED, REFERENCE '
                           WS-LEG-REFERENCE
               END-IF
               MOVE 'ACCOUNT FILE UPDATE ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 410-EXIT.
           ADD +1 TO NUM-XFR-POSTED.
           ADD PST-AMOUNT-NUM TO TOT-XFR-OUT.
           ADD PST-AMOUNT-NUM TO TOT-XFR-IN.
           COMPUTE TOT-XFR-NET = TOT-XFR-NET
               + WS-XFR-FROM-NEW - WS-XFR-FROM-OLD
               + WS-XFR-TO-NEW   - WS-XFR-TO-OLD.
           COMPUTE TOT-NET-MOVEMENT = TOT-NET-MOVEMENT
               + WS-XFR-FROM-NEW - WS-XFR-FROM-OLD
               + WS-XFR-TO-NEW   - WS-XFR-TO-OLD.
           MOVE 'POSTED' TO RPT-DISPOSITION.
           MOVE 'P'      TO HST-DISPOSITION.
           PERFORM 420-SET-FROM-LEG.
           MOVE WS-XFR-FROM-OLD TO WS-OLD-BALANCE.
           MOVE WS-XFR-FROM-NEW TO WS-NEW-BALANCE.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING 'TRANSFER TO ' PST-TO-ACCOUNT
                  DELIMITED BY SIZE INTO WS-REJECT-REASON.
           MOVE WS-REJECT-REASON TO RPT-REASON HST-REASON.
           PERFORM 200-PRINT-DETAIL.
           PERFORM 270-WRITE-HISTORY-RECORD.
           PERFORM 430-SET-TO-LEG.
           MOVE WS-XFR-TO-OLD   TO WS-OLD-BALANCE.
           MOVE WS-XFR-TO-NEW   TO WS-NEW-BALANCE.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING 'TRANSFER FROM ' PST-ACCOUNT
                  DELIMITED BY SIZE INTO WS-REJECT-REASON.
           MOVE WS-REJECT-REASON TO RPT-REASON HST-REASON.
           PERFORM 200-PRINT-DETAIL.
           PERFORM 270-WRITE-HISTORY-RECORD.
       410-EXIT.
           EXIT.

       420-SET-FROM-LEG.
           MOVE PST-ACCOUNT    TO WS-LEG-ACCOUNT.
           SET WS-LEG-CREDIT   TO TRUE.
           MOVE 'TC'           TO WS-LEG-RPT-TYPE.

       430-SET-TO-LEG.
           MOVE PST-TO-ACCOUNT TO WS-LEG-ACCOUNT.
           SET WS-LEG-DEBIT    TO TRUE.
           MOVE 'TD'           TO WS-LEG-RPT-TYPE.

      *    ---------------------------------------------------------
      *    A rejected transfer is reported and written to history
      *    as both of its legs, with the one reason.
      *    ---------------------------------------------------------
       450-REJECT-TRANSFER.
           ADD +1 TO NUM-XFR-REJECTED.
           PERFORM 420-SET-FROM-LEG.
           PERFORM 255-REJECT-LEG.
           PERFORM 430-SET-TO-LEG.
           PERFORM 255-REJECT-LEG.

      *    ---------------------------------------------------------
      *    Restart roll forward.  A POSTFILE record whose history
      *    the failed run wrote after its last checkpoint was
      *    applied before the abend: its history is copied and
      *    counted as it stands and it is not posted again.  The
      *    first record without history ends the roll forward.
      *    ---------------------------------------------------------
       500-ROLL-FORWARD-POSTING.
           MOVE 'N' TO WS-ALREADY-POSTED.
           IF WS-PSTHOLD-EOF = 'Y'
              OR OHS-ACCOUNT   NOT = PST-ACCOUNT
              OR OHS-REFERENCE NOT = WS-LEG-REFERENCE
               PERFORM 530-END-ROLL-FORWARD
               GO TO 500-EXIT.
           MOVE 'Y' TO WS-ALREADY-POSTED.
           ADD 1 TO WS-NUM-ROLLED.
           IF PST-TYPE-TRANSFER
               PERFORM 520-ROLL-FORWARD-TRANSFER THROUGH 520-EXIT
               GO TO 500-EXIT.
           IF OHS-POSTED
               ADD +1 TO NUM-POSTED
               IF OHS-TYPE = 'C'
                   ADD OHS-AMOUNT TO TOT-CREDIT-AMOUNT
               ELSE
                   ADD OHS-AMOUNT TO TOT-DEBIT-AMOUNT
               END-IF
               COMPUTE TOT-NET-MOVEMENT = TOT-NET-MOVEMENT
                   + OHS-NEW-BALANCE - OHS-OLD-BALANCE
           ELSE
               ADD +1 TO NUM-REJECTED.
           PERFORM 510-COPY-OLD-LEG.
       500-EXIT.
           EXIT.

       510-COPY-OLD-LEG.
           MOVE OHS-ACCOUNT TO RPT-ACCOUNT.
           IF PST-TYPE-TRANSFER
               STRING 'T' OHS-TYPE DELIMITED BY SIZE INTO RPT-TYPE
           ELSE
               MOVE OHS-TYPE TO RPT-TYPE.
           MOVE OHS-AMOUNT    TO RPT-AMOUNT.
           IF OHS-POSTED
               MOVE OHS-NEW-BALANCE TO RPT-NEW-BALANCE
               MOVE 'POSTED'        TO RPT-DISPOSITION
           ELSE
               MOVE 0               TO RPT-NEW-BALANCE
               MOVE 'REJECTED'      TO RPT-DISPOSITION.
           MOVE OHS-REFERENCE TO RPT-REFERENCE.
           MOVE OHS-REASON    TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           MOVE OLD-HISTORY-RECORD TO HISTORY-RECORD.
           PERFORM 275-PUT-HISTORY-RECORD.
           PERFORM 720-READ-OLD-HISTORY.

      *    ---------------------------------------------------------
      *    A transfer's history is its two legs.  A from-leg with
      *    no to-leg after it means the abend fell between them;
      *    the to-account is named for checking.
      *    ---------------------------------------------------------
       520-ROLL-FORWARD-TRANSFER.
           IF OHS-POSTED
               ADD +1 TO NUM-XFR-POSTED
               ADD OHS-AMOUNT TO TOT-XFR-OUT
               ADD OHS-AMOUNT TO TOT-XFR-IN
           ELSE
               ADD +1 TO NUM-XFR-REJECTED.
           PERFORM 525-COUNT-TRANSFER-LEG.
           PERFORM 510-COPY-OLD-LEG.
           IF WS-PSTHOLD-EOF = 'Y'
              OR OHS-ACCOUNT   NOT = PST-TO-ACCOUNT
              OR OHS-REFERENCE NOT = WS-LEG-REFERENCE
               DISPLAY 'NACTPST RESTART - TRANSFER ' WS-LEG-REFERENCE
                       ' HAS NO TO-LEG HISTORY - CHECK ACCOUNT '
                       PST-TO-ACCOUNT
               GO TO 520-EXIT.
           PERFORM 525-COUNT-TRANSFER-LEG.
           PERFORM 510-COPY-OLD-LEG.
       520-EXIT.
           EXIT.

       525-COUNT-TRANSFER-LEG.
           IF OHS-POSTED
               COMPUTE TOT-XFR-NET = TOT-XFR-NET
                   + OHS-NEW-BALANCE - OHS-OLD-BALANCE
               COMPUTE TOT-NET-MOVEMENT = TOT-NET-MOVEMENT
                   + OHS-NEW-BALANCE - OHS-OLD-BALANCE.

       530-END-ROLL-FORWARD.
           MOVE 'N' TO WS-ROLL-FORWARD.
           MOVE WS-RECORD-NUMBER TO WS-RESUME-RECORD.
           IF WS-POSTFILE-EOF = 'Y'
               ADD 1 TO WS-RESUME-RECORD.
           MOVE WS-RESUME-RECORD TO RPT-RESUME-RECORD.
           WRITE REPORT-RECORD FROM RPT-RESUME-LINE.
           DISPLAY 'NACTPST RESTART - ' WS-NUM-ROLLED
                   ' POSTINGS ROLLED FORWARD, POSTING RESUMES AT '
                   'RECORD ' WS-RESUME-RECORD.
           MOVE 0 TO WS-OLD-LEFT-OVER.
           PERFORM 535-COUNT-OLD-LEFT-OVER
               UNTIL WS-PSTHOLD-EOF = 'Y'.
           IF WS-OLD-LEFT-OVER > 0
               DISPLAY 'NACTPST RESTART - ' WS-OLD-LEFT-OVER
                       ' PSTHOLD RECORDS MATCH NO POSTFILE RECORD'
               MOVE 16 TO RETURN-CODE.

       535-COUNT-OLD-LEFT-OVER.
           ADD 1 TO WS-OLD-LEFT-OVER.
           PERFORM 720-READ-OLD-HISTORY.

       700-READ-POSTING-FILE.
           READ POSTING-FILE
             AT END MOVE 'Y' TO WS-POSTFILE-EOF .
           IF ( WS-POSTFILE-STATUS = '00' OR
                WS-POSTFILE-STATUS = '04' )
               PERFORM 705-COUNT-POSTING-RECORD
           ELSE IF WS-POSTFILE-STATUS = '10'
               MOVE 'Y' TO WS-POSTFILE-EOF
           ELSE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-POSTFILE-EOF.

      *    ---------------------------------------------------------
      *    Every record read is numbered and hashed, so that a
      *    checkpoint can identify the POSTFILE it was taken on.
      *    ---------------------------------------------------------
       705-COUNT-POSTING-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           IF WS-RECORD-NUMBER = 1
               MOVE POSTING-RECORD TO WS-FIRST-RECORD.
           MOVE POSTING-RECORD TO WS-LAST-RECORD.
           IF PST-AMOUNT NUMERIC
               ADD PST-AMOUNT-NUM TO WS-HASH-AMOUNT.

       720-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
             AT END MOVE 'Y' TO WS-PSTHOLD-EOF .
           IF WS-PSTHOLD-EOF NOT = 'Y'
              AND WS-PSTHOLD-STATUS NOT = '00'
              AND WS-PSTHOLD-STATUS NOT = '04'
               DISPLAY 'ERROR ON PSTHOLD READ.  CODE:'
                       WS-PSTHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PSTHOLD-EOF.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The PSTCTL DD is optional; each card is independent and
      *    unrecognized cards are announced rather than ignored.
      *      CHECKPOINT=NNNNN  checkpoint every NNNNN POSTFILE
      *                        records (default none)
      *      RESTART=YES       restart from the CHKPT checkpoint
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
           IF CONTROL-CARD-RECORD(1:11) = 'CHECKPOINT='
               MOVE CONTROL-CARD-RECORD(12:5) TO WS-CKP-CARD
               IF WS-CKP-CARD IS NUMERIC
                   MOVE WS-CKP-CARD-NUM TO WS-CKP-INTERVAL
               ELSE
                   DISPLAY 'NACTPST BAD CHECKPOINT= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:11) = 'RESTART=YES'
               MOVE 'Y' TO WS-RESTART
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'NACTPST UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    POSTING-FILE
                I-O      ACCOUNT-FILE
           CLOSE ACCOUNT-FILE .
           CLOSE HISTORY-FILE .
           CLOSE REPORT-FILE .
           IF WS-PSTHOLD-OPENED = 'Y'
               CLOSE OLD-HISTORY-FILE.

      *    ---------------------------------------------------------
      *    A checkpoint.  The history file is closed and reopened
      *    so that every history record written so far is on it
      *    before the checkpoint says so; CHKPT is then rewritten
      *    with its one record.  The end-of-run call only marks
      *    the run complete -- the history is already closed.
      *    ---------------------------------------------------------
       950-WRITE-CHECKPOINT.
           IF WS-CKP-RUN-STATE = 'A'
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
               IF WS-PSTHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR REOPENING PSTHIST. RC:'
                           WS-PSTHIST-STATUS
                   DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-POSTFILE-EOF
                   GO TO 950-EXIT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHKPT. RC:' WS-CHKPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 950-EXIT.
           MOVE SPACES           TO CHECKPOINT-AREA.
           MOVE WS-CKP-RUN-STATE TO CKP-STATUS.
           MOVE WS-RUN-DATE-NUM  TO CKP-RUN-DATE.
           MOVE WS-RUN-TIME      TO CKP-RUN-TIME.
           MOVE WS-CKP-INTERVAL  TO CKP-INTERVAL.
           MOVE WS-RECORD-NUMBER TO CKP-RECORDS-READ.
           MOVE WS-HIST-WRITTEN  TO CKP-HIST-WRITTEN.
           MOVE WS-HASH-AMOUNT   TO CKP-HASH-AMOUNT.
           MOVE WS-XFR-SEQ       TO CKP-XFR-SEQ.
           MOVE WS-FIRST-RECORD  TO CKP-FIRST-RECORD.
           MOVE WS-LAST-RECORD   TO CKP-LAST-RECORD.
           MOVE CONTROL-TOTALS   TO CKP-CONTROL-TOTALS.
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-AREA.
           IF WS-CHKPT-STATUS NOT = '00'
               DISPLAY 'CHKPT WRITE ERROR RC=' WS-CHKPT-STATUS
               MOVE 16 TO RETURN-CODE.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO WS-NUM-CHECKPOINTS.
           MOVE 0 TO WS-SINCE-CHECKPOINT.
           IF WS-CKP-RUN-STATE = 'A'
               DISPLAY 'NACTPST CHECKPOINT AT POSTFILE RECORD '
                       WS-RECORD-NUMBER.
       950-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Restart: the failed run's last checkpoint supplies its
      *    date and time, transfer sequence and control totals.
      *    ---------------------------------------------------------
       960-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00'
               DISPLAY 'NACTPST RESTART REFUSED - NO CHKPT FILE. RC:'
                       WS-CHKPT-STATUS
               PERFORM 965-REFUSE-RESTART
               GO TO 960-EXIT.
           READ CHECKPOINT-FILE INTO CHECKPOINT-AREA
             AT END MOVE '10' TO WS-CHKPT-STATUS .
           CLOSE CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00'
               DISPLAY 'NACTPST RESTART REFUSED - NO CHECKPOINT ON '
                       'CHKPT. RC:' WS-CHKPT-STATUS
               PERFORM 965-REFUSE-RESTART
               GO TO 960-EXIT.
           IF NOT CKP-RUN-ACTIVE
               DISPLAY 'NACTPST RESTART REFUSED - THE CHECKPOINTED '
                       'RUN COMPLETED'
               PERFORM 965-REFUSE-RESTART
               GO TO 960-EXIT.
           MOVE CKP-RUN-DATE       TO WS-RUN-DATE-NUM.
           MOVE CKP-RUN-TIME       TO WS-RUN-TIME.
           MOVE CKP-XFR-SEQ        TO WS-XFR-SEQ.
           MOVE CKP-CONTROL-TOTALS TO CONTROL-TOTALS.
           IF WS-CKP-INTERVAL = 0
               MOVE CKP-INTERVAL   TO WS-CKP-INTERVAL.
       960-EXIT.
           EXIT.

       965-REFUSE-RESTART.
           MOVE 'Y' TO WS-RUN-REFUSED.
           MOVE 'Y' TO WS-POSTFILE-EOF.
           MOVE 16  TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    The checkpointed records are read past again and must
      *    be the same records: as many of them, the same first and
      *    last record, the same hash total of amounts.  Then the
      *    checkpointed history is copied from PSTHOLD.
      *    ---------------------------------------------------------
       970-REPOSITION-POSTFILE.
           MOVE CKP-RECORDS-READ  TO RPT-RESTART-RECORD.
           MOVE CKP-RUN-DATE      TO RPT-RESTART-DATE.
           MOVE CKP-RUN-TIME(1:6) TO RPT-RESTART-TIME.
           WRITE REPORT-RECORD FROM RPT-RESTART-LINE AFTER 1.
           PERFORM 700-READ-POSTING-FILE
               UNTIL WS-POSTFILE-EOF = 'Y'
                  OR WS-RECORD-NUMBER NOT < CKP-RECORDS-READ.
           IF WS-RECORD-NUMBER < CKP-RECORDS-READ
               DISPLAY 'NACTPST RESTART REFUSED - POSTFILE HAS ONLY '
                       WS-RECORD-NUMBER ' RECORDS'
               PERFORM 965-REFUSE-RESTART
               GO TO 970-EXIT.
           IF WS-FIRST-RECORD NOT = CKP-FIRST-RECORD
              OR WS-LAST-RECORD NOT = CKP-LAST-RECORD
              OR WS-HASH-AMOUNT NOT = CKP-HASH-AMOUNT
               DISPLAY 'NACTPST RESTART REFUSED - POSTFILE IS NOT '
                       'THE FILE THE CHECKPOINT WAS TAKEN AGAINST'
               PERFORM 965-REFUSE-RESTART
               GO TO 970-EXIT.
           PERFORM 975-COPY-OLD-HISTORY THROUGH 975-EXIT.
       970-EXIT.
           EXIT.

       975-COPY-OLD-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-PSTHOLD-STATUS NOT = '00'
               DISPLAY 'NACTPST RESTART REFUSED - ERROR OPENING '
                       'PSTHOLD. RC:' WS-PSTHOLD-STATUS
               PERFORM 965-REFUSE-RESTART
               GO TO 975-EXIT.
           MOVE 'Y' TO WS-PSTHOLD-OPENED.
           PERFORM 720-READ-OLD-HISTORY.
           PERFORM 980-COPY-OLD-HISTORY-RECORD
               UNTIL WS-PSTHOLD-EOF = 'Y'
                  OR WS-HIST-WRITTEN NOT < CKP-HIST-WRITTEN.
           IF WS-HIST-WRITTEN < CKP-HIST-WRITTEN
               DISPLAY 'NACTPST RESTART REFUSED - PSTHOLD HOLDS '
                       'LESS THAN THE CHECKPOINTED HISTORY'
               PERFORM 965-REFUSE-RESTART
               GO TO 975-EXIT.
           MOVE 'Y' TO WS-ROLL-FORWARD.
       975-EXIT.
           EXIT.

       980-COPY-OLD-HISTORY-RECORD.
           MOVE OLD-HISTORY-RECORD TO HISTORY-RECORD.
           PERFORM 275-PUT-HISTORY-RECORD.
           PERFORM 720-READ-OLD-HISTORY.

      * END OF PROGRAM NACTPST
