      *****************************************************
      * PROGRAM: LOANDDG1                                 *
      *                                                    *
      * MONTHLY LOAN DIRECT-DEBIT GENERATION               *
      *                                                    *
      * FOR EVERY ACTIVE MANDATE ON OLDDDM (LOANDDMC       *
      * LAYOUT) NOT YET DEBITED FOR THE MONTH, WRITES A    *
      * 'C' POSTING AGAINST THE BORROWER'S NACT ACCOUNT TO *
      * DDPOST IN NACTPST'S POSTFILE LAYOUT -- A CHARGE,   *
      * RAISING THE AMOUNT OWED -- MARKED 'L' IN COL 38 SO *
      * NACTPST REFUSES IT RATHER THAN TAKE THE ACCOUNT    *
      * PAST ITS CREDIT LIMIT.  THE REFERENCE IS           *
      * THE LOAN ID AND THE MONTH AS YYMM.  EACH DEBIT IS  *
      * ALSO WRITTEN TO DDPEND (LOANDDPC LAYOUT) FOR       *
      * LOANDDR1 TO MATCH AGAINST PSTHIST AFTER NACTPST    *
      * HAS RUN.                                           *
      *                                                    *
      * THE AMOUNT IS THE MANDATE'S FIXED AMOUNT IF IT HAS *
      * ONE, ELSE THE LOAN'S SCHEDULED PAYMENT PLUS ITS    *
      * LOANESC MONTHLY ESCROW; A LOAN WHOSE BALANCE IS    *
      * BELOW ONE PAYMENT IS DEBITED ONLY THE BALANCE, THE *
      * MONTH'S INTEREST ON IT AND THE ESCROW.             *
      *                                                    *
      * THE MONTH IS THE RUN MONTH UNLESS A DEBITMONTH=    *
      * YYYYMM CARD ON THE OPTIONAL DDGCTL FILE SAYS       *
      * OTHERWISE.  THE MANDATE FILE GOES FORWARD TO       *
      * NEWDDM WITH THE MONTH DEBITED, SO A RERUN OF THE   *
      * SAME MONTH RAISES NOTHING TWICE.  MANDATES, LOANS  *
      * AND ESCROW ALL IN ASCENDING LOAN-ID ORDER.  RC 4   *
      * IF A MANDATE'S LOAN IS MISSING OR NOT ACTIVE.      *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDDG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-MANDATE-FILE ASSIGN TO OLDDDM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDDDM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-LOANMSTR-STATUS.

           SELECT OPTIONAL ESCROW-FILE ASSIGN TO LOANESC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-LOANESC-STATUS.

           SELECT NEW-MANDATE-FILE ASSIGN TO NEWDDM
               FILE STATUS  IS  WS-NEWDDM-STATUS.

           SELECT POSTING-FILE  ASSIGN TO DDPOST
               FILE STATUS  IS  WS-DDPOST-STATUS.

           SELECT PENDING-FILE  ASSIGN TO DDPEND
               FILE STATUS  IS  WS-DDPEND-STATUS.

           SELECT REPORT-FILE   ASSIGN TO DDGRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT OPTIONAL DDGCTL-FILE   ASSIGN TO DDGCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DDGCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-MANDATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDMC REPLACING ==:TAG:== BY ==ODDM==.

       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANMSTC REPLACING ==:TAG:== BY ==LM==.

       FD  ESCROW-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANESCC REPLACING ==:TAG:== BY ==ESC==.

       FD  NEW-MANDATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDMC REPLACING ==:TAG:== BY ==NDDM==.

      *        One NACTPST posting (POSTFILE layout)
       FD  POSTING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POSTING-RECORD.
           05  PST-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X.
           05  PST-TYPE               PIC X.
           05  FILLER                 PIC X.
           05  PST-AMOUNT             PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  PST-REFERENCE          PIC X(12).
           05  FILLER                 PIC X.
           05  PST-TO-ACCOUNT         PIC X(5).
           05  FILLER                 PIC X.
           05  PST-LIMIT-CHECK        PIC X.
           05  FILLER                 PIC X(42).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDPC REPLACING ==:TAG:== BY ==DDP==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  DDGCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-KEYWORD             PIC X(11).
           05  CC-VALUE               PIC X(6).
           05  CC-VALUE-NUM  REDEFINES CC-VALUE
                                      PIC 9(6).
           05  FILLER                 PIC X(63).

       WORKING-STORAGE SECTION.
      *
       01  WS-OLDDDM-STATUS           PIC XX  VALUE '00'.
       01  WS-LOANMSTR-STATUS         PIC XX  VALUE '00'.
       01  WS-LOANESC-STATUS          PIC XX  VALUE '00'.
       01  WS-NEWDDM-STATUS           PIC XX  VALUE '00'.
       01  WS-DDPOST-STATUS           PIC XX  VALUE '00'.
       01  WS-DDPEND-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-DDGCTL-STATUS           PIC XX  VALUE '00'.
       01  WS-OLDDDM-EOF              PIC X   VALUE 'N'.
       01  WS-LOANMSTR-EOF            PIC X   VALUE 'N'.
       01  WS-LOANESC-EOF             PIC X   VALUE 'N'.
       01  WS-DDGCTL-EOF              PIC X   VALUE 'N'.
       01  WS-LOAN-HELD               PIC X   VALUE 'N'.
       01  WS-ESCROW-HELD             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-SPLIT  REDEFINES WS-RUN-DATE-YMD.
           05  WS-RUN-YYYYMM          PIC 9(6).
           05  WS-RUN-DD              PIC 9(2).
      *
      *        The month being debited, yyyymm, and its yymm part
      *        for the posting reference
       01  WS-DEBIT-MONTH             PIC 9(6).
       01  WS-DEBIT-MONTH-SPLIT  REDEFINES WS-DEBIT-MONTH.
           05  FILLER                 PIC 99.
           05  WS-DEBIT-YYMM          PIC X(4).
       01  WS-DEBIT-MM  REDEFINES WS-DEBIT-MONTH.
           05  FILLER                 PIC 9(4).
           05  WS-DEBIT-MONTH-MM      PIC 99.
      *
       01  MATCH-CONTROL-KEYS.
           05  WS-LOAN-KEY           PIC X(8)  VALUE LOW-VALUES.
           05  WS-ESC-KEY            PIC X(8)  VALUE LOW-VALUES.
      *
      *        The mandate being worked on
       COPY LOANDDMC REPLACING ==:TAG:== BY ==DWK==.
      *
       01  WORK-VARIABLES.
           05  NUM-MANDATES-READ     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-DEBITS-RAISED     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-SUSPENDED         PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ALREADY-DEBITED   PIC S9(9) COMP-3  VALUE +0.
           05  NUM-EXCEPTIONS        PIC S9(9) COMP-3  VALUE +0.
           05  TOT-DEBITS            PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-DEBIT-AMOUNT       PIC 9(7)V99       VALUE 0.
           05  WS-MONTH-INTEREST     PIC 9(7)V99       VALUE 0.
           05  WS-ESC-MONTHLY        PIC 9(7)V99       VALUE 0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(34)
                     VALUE 'LOAN DIRECT DEBITS RAISED - MONTH '.
           05  RPT-MONTH              PIC 9(6).
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'LOAN ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE 'ACCT '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '    AMOUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE 'REFERENCE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(30) VALUE 'NOTE'.
           05  FILLER PIC X(52) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACCTDO             PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REFERENCE          PIC X(12).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(30) VALUE SPACES.
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
           DISPLAY 'LOANDDG1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           MOVE WS-RUN-YYYYMM TO WS-DEBIT-MONTH.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT
               UNTIL WS-DDGCTL-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-MANDATE.
           PERFORM 710-READ-LOAN-MASTER.
           PERFORM 720-READ-ESCROW.

           PERFORM 100-DEBIT-ONE-MANDATE THROUGH 100-EXIT
               UNTIL WS-OLDDDM-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-EXCEPTIONS > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANDDG1 ENDED - DEBITS RAISED = '
                   NUM-DEBITS-RAISED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One mandate.  Whatever happens to it, it goes forward to
      *    NEWDDM; only a debit actually raised moves its month on.
      *    ---------------------------------------------------------
       100-DEBIT-ONE-MANDATE.
           MOVE ODDM-REC TO DWK-REC.
           PERFORM 150-FIND-LOAN.
           PERFORM 160-FIND-ESCROW.
           MOVE SPACES TO RPT-REFERENCE.
           MOVE 0      TO WS-DEBIT-AMOUNT.
           IF NOT DWK-MANDATE-ACTIVE
               ADD +1 TO NUM-SUSPENDED
               MOVE 'SKIPPED'           TO RPT-DISPOSITION
               MOVE 'MANDATE SUSPENDED' TO RPT-NOTE
               PERFORM 830-REPORT-MANDATE
               GO TO 100-FORWARD.
           IF DWK-LAST-DEBIT-MONTH NOT < WS-DEBIT-MONTH
               ADD +1 TO NUM-ALREADY-DEBITED
               MOVE 'SKIPPED'           TO RPT-DISPOSITION
               MOVE 'ALREADY DEBITED FOR MONTH' TO RPT-NOTE
               PERFORM 830-REPORT-MANDATE
               GO TO 100-FORWARD.
           IF WS-LOAN-HELD NOT = 'Y'
               MOVE 'LOAN NOT ON MASTER' TO RPT-NOTE
               PERFORM 820-REPORT-EXCEPTION
               GO TO 100-FORWARD.
           IF NOT LM-LOAN-ACTIVE
               MOVE 'LOAN NOT ACTIVE' TO RPT-NOTE
               PERFORM 820-REPORT-EXCEPTION
               GO TO 100-FORWARD.
           PERFORM 130-FIGURE-AMOUNT.
           IF WS-DEBIT-AMOUNT = ZERO
               MOVE 'NOTHING DUE ON LOAN' TO RPT-NOTE
               PERFORM 820-REPORT-EXCEPTION
               GO TO 100-FORWARD.
           PERFORM 760-WRITE-POSTING.
           PERFORM 765-WRITE-PENDING.
           MOVE WS-DEBIT-MONTH  TO DWK-LAST-DEBIT-MONTH.
           MOVE WS-DEBIT-AMOUNT TO DWK-LAST-DEBIT-AMOUNT.
           ADD +1 TO NUM-DEBITS-RAISED.
           ADD WS-DEBIT-AMOUNT TO TOT-DEBITS.
           PERFORM 810-REPORT-RAISED.
       100-FORWARD.
           MOVE DWK-REC TO NDDM-REC.
           PERFORM 770-WRITE-NEW-MANDATE.
           PERFORM 700-READ-OLD-MANDATE.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    What to take this month.  On a loan nearly paid off the
      *    scheduled payment would overshoot, so only the balance
      *    and the month's interest on it are taken, the interest
      *    figured as LOANPAY1 will figure it when the payment
      *    lands.
      *    ---------------------------------------------------------
       130-FIGURE-AMOUNT.
           IF DWK-FIXED-AMOUNT > ZERO
               MOVE DWK-FIXED-AMOUNT TO WS-DEBIT-AMOUNT
               MOVE 'FIXED AMOUNT' TO RPT-NOTE
           ELSE
               MOVE 0 TO WS-ESC-MONTHLY
               IF WS-ESCROW-HELD = 'Y'
                   MOVE ESC-MONTHLY-AMT TO WS-ESC-MONTHLY
               END-IF
               IF LM-BALANCE < LM-PAYMENT
                   COMPUTE WS-MONTH-INTEREST ROUNDED =
                       LM-BALANCE * LM-RATE / 12 / 100
                   COMPUTE WS-DEBIT-AMOUNT = LM-BALANCE
                       + WS-MONTH-INTEREST + WS-ESC-MONTHLY
                   MOVE 'FINAL PAYMENT' TO RPT-NOTE
               ELSE
                   COMPUTE WS-DEBIT-AMOUNT =
                       LM-PAYMENT + WS-ESC-MONTHLY
                   MOVE 'SCHEDULED PAYMENT' TO RPT-NOTE.

      *    ---------------------------------------------------------
      *    Bring the master, then the escrow file, up to the
      *    mandate's loan.  Loans and escrow accounts with no
      *    mandate are simply passed over.
      *    ---------------------------------------------------------
       150-FIND-LOAN.
           MOVE 'N' TO WS-LOAN-HELD.
           PERFORM 710-READ-LOAN-MASTER
               UNTIL WS-LOAN-KEY NOT < DWK-LOAN-ID.
           IF WS-LOAN-KEY = DWK-LOAN-ID
               MOVE 'Y' TO WS-LOAN-HELD.

       160-FIND-ESCROW.
           MOVE 'N' TO WS-ESCROW-HELD.
           PERFORM 720-READ-ESCROW
               UNTIL WS-ESC-KEY NOT < DWK-LOAN-ID.
           IF WS-ESC-KEY = DWK-LOAN-ID
               MOVE 'Y' TO WS-ESCROW-HELD.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'MANDATES READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-MANDATES-READ      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DEBITS RAISED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DEBITS-RAISED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'MANDATES SUSPENDED: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SUSPENDED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ALREADY DEBITED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ALREADY-DEBITED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'EXCEPTIONS:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXCEPTIONS         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TOTAL DEBITED:      ' TO RPT-TOTALS-AMT-ITEM.
           MOVE TOT-DEBITS             TO RPT-TOTALS-AMT.
           WRITE REPORT-RECORD FROM RPT-TOTALS-AMT-DETAIL.

       700-READ-OLD-MANDATE.
           READ OLD-MANDATE-FILE
             AT END MOVE 'Y' TO WS-OLDDDM-EOF .
           IF WS-OLDDDM-EOF = 'Y'
               CONTINUE
           ELSE
           IF WS-OLDDDM-STATUS NOT = '00'
              AND WS-OLDDDM-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDDDM READ.  CODE:'
                       WS-OLDDDM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDDDM-EOF
           ELSE
               ADD +1 TO NUM-MANDATES-READ.

       710-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
             AT END MOVE 'Y' TO WS-LOANMSTR-EOF .
           IF WS-LOANMSTR-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-LOAN-KEY
           ELSE
           IF WS-LOANMSTR-STATUS NOT = '00'
              AND WS-LOANMSTR-STATUS NOT = '04'
               DISPLAY 'ERROR ON LOANMSTR READ.  CODE:'
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-LOANMSTR-EOF
               MOVE HIGH-VALUES TO WS-LOAN-KEY
           ELSE
               MOVE LM-LOAN-ID TO WS-LOAN-KEY.

       720-READ-ESCROW.
           READ ESCROW-FILE
             AT END MOVE 'Y' TO WS-LOANESC-EOF .
           IF WS-LOANESC-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-ESC-KEY
           ELSE
           IF WS-LOANESC-STATUS NOT = '00'
              AND WS-LOANESC-STATUS NOT = '04'
               DISPLAY 'ERROR ON LOANESC READ.  CODE:'
                       WS-LOANESC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-LOANESC-EOF
               MOVE HIGH-VALUES TO WS-ESC-KEY
           ELSE
               MOVE ESC-LOAN-ID TO WS-ESC-KEY.

       760-WRITE-POSTING.
           MOVE SPACES          TO POSTING-RECORD.
           MOVE DWK-ACCTDO      TO PST-ACCOUNT.
           MOVE 'C'             TO PST-TYPE.
           MOVE WS-DEBIT-AMOUNT TO PST-AMOUNT.
           MOVE DWK-LOAN-ID     TO PST-REFERENCE(1:8).
           MOVE WS-DEBIT-YYMM   TO PST-REFERENCE(9:4).
           MOVE 'L'             TO PST-LIMIT-CHECK.
           MOVE PST-REFERENCE   TO RPT-REFERENCE.
           WRITE POSTING-RECORD.
           IF WS-DDPOST-STATUS NOT = '00'
               DISPLAY 'DDPOST WRITE ERROR RC=' WS-DDPOST-STATUS
               MOVE 16 TO RETURN-CODE.

       765-WRITE-PENDING.
           MOVE SPACES          TO DDP-REC.
           MOVE DWK-LOAN-ID     TO DDP-LOAN-ID.
           MOVE DWK-ACCTDO      TO DDP-ACCTDO.
           MOVE PST-REFERENCE   TO DDP-REFERENCE.
           MOVE WS-DEBIT-AMOUNT TO DDP-AMOUNT.
           MOVE WS-DEBIT-MONTH  TO DDP-DEBIT-MONTH.
           MOVE 0               TO DDP-POST-DATE.
           WRITE DDP-REC.
           IF WS-DDPEND-STATUS NOT = '00'
               DISPLAY 'DDPEND WRITE ERROR RC=' WS-DDPEND-STATUS
               MOVE 16 TO RETURN-CODE.

       770-WRITE-NEW-MANDATE.
           WRITE NDDM-REC.
           IF WS-NEWDDM-STATUS NOT = '00'
               DISPLAY 'NEWDDM WRITE ERROR RC=' WS-NEWDDM-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           MOVE WS-DEBIT-MONTH TO RPT-MONTH.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-RAISED.
           MOVE 'RAISED'        TO RPT-DISPOSITION.
           PERFORM 830-REPORT-MANDATE.

       820-REPORT-EXCEPTION.
           ADD +1 TO NUM-EXCEPTIONS.
           MOVE 'EXCEPTION'     TO RPT-DISPOSITION.
           PERFORM 830-REPORT-MANDATE.

       830-REPORT-MANDATE.
           MOVE DWK-LOAN-ID     TO RPT-LOAN-ID.
           MOVE DWK-ACCTDO      TO RPT-ACCTDO.
           MOVE WS-DEBIT-AMOUNT TO RPT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       850-READ-CONTROL-CARD.
           READ DDGCTL-FILE
             AT END MOVE 'Y' TO WS-DDGCTL-EOF .
           IF WS-DDGCTL-STATUS NOT = '00'
              AND WS-DDGCTL-STATUS NOT = '10'
               DISPLAY 'ERROR ON DDGCTL FILE READ.  CODE:'
                       WS-DDGCTL-STATUS
               MOVE 'Y' TO WS-DDGCTL-EOF.
           IF WS-DDGCTL-EOF = 'Y'
               GO TO 850-EXIT.
           IF CC-KEYWORD = 'DEBITMONTH='
               IF CC-VALUE IS NUMERIC
                   MOVE CC-VALUE-NUM TO WS-DEBIT-MONTH
                   IF WS-DEBIT-MONTH-MM < 1
                      OR WS-DEBIT-MONTH-MM > 12
                       DISPLAY 'DDGCTL: DEBITMONTH NOT A MONTH '
                               'IGNORED: ' CC-VALUE
                       MOVE WS-RUN-YYYYMM TO WS-DEBIT-MONTH
                   ELSE
                       DISPLAY 'DEBIT MONTH SET TO ' CC-VALUE
                   END-IF
               ELSE
                   DISPLAY 'DDGCTL: NON-NUMERIC DEBITMONTH VALUE '
                           'IGNORED: ' CC-VALUE
               END-IF
           ELSE
             IF CC-KEYWORD NOT = SPACES
               DISPLAY 'DDGCTL: UNRECOGNIZED CARD IGNORED: '
                       CC-KEYWORD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    OLD-MANDATE-FILE
                         LOAN-MASTER-FILE
                         ESCROW-FILE
                         DDGCTL-FILE
                OUTPUT   NEW-MANDATE-FILE
                         POSTING-FILE
                         PENDING-FILE
                         REPORT-FILE .
           IF WS-OLDDDM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDDDM. RC:' WS-OLDDDM-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-LOANMSTR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANMSTR. RC:' WS-LOANMSTR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-LOANESC-STATUS NOT = '00'
              AND WS-LOANESC-STATUS NOT = '05'
             DISPLAY 'ERROR OPENING LOANESC. RC:' WS-LOANESC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-NEWDDM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWDDM. RC:' WS-NEWDDM-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-DDPOST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDPOST. RC:' WS-DDPOST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-DDPEND-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDPEND. RC:' WS-DDPEND-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDGRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-DDGCTL-STATUS NOT = '00'
              AND WS-DDGCTL-STATUS NOT = '05'
             DISPLAY 'NO DDGCTL CONTROL CARDS - DEFAULTS USED. RC:'
                     WS-DDGCTL-STATUS
             MOVE 'Y' TO WS-DDGCTL-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-MANDATE-FILE .
           CLOSE LOAN-MASTER-FILE .
           CLOSE ESCROW-FILE .
           CLOSE NEW-MANDATE-FILE .
           CLOSE POSTING-FILE .
           CLOSE PENDING-FILE .
           CLOSE REPORT-FILE .
           CLOSE DDGCTL-FILE .

      * END OF PROGRAM LOANDDG1
