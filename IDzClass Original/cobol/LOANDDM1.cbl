      *****************************************************
      * PROGRAM: LOANDDM1                                 *
      *                                                    *
      * DIRECT-DEBIT MANDATE MAINTENANCE FOR THE LOANDDM   *
      * MANDATE FILE                                       *
      *                                                    *
      * A BORROWER WHO ALSO HOLDS A NACT ACCOUNT CAN HAVE  *
      * THE MONTHLY LOAN PAYMENT TAKEN FROM IT.  THIS JOB  *
      * SETS UP AND KEEPS EACH LOAN'S MANDATE (LOANDDMC    *
      * LAYOUT), WHICH THE LOANDDG1 MONTHLY RUN TURNS INTO *
      * A NACTPST DEBIT.                                   *
      *                                                    *
      * DDMTRAN LAYOUT (80 BYTES):                         *
      *   COLS  1-8   LOAN ID                              *
      *   COL  10     ACTION                               *
      *                 A  SET UP A MANDATE                *
      *                 C  CHANGE ACCOUNT AND/OR AMOUNT    *
      *                 S  SUSPEND (NO DEBITS RAISED)      *
      *                 R  RESUME A SUSPENDED MANDATE      *
      *                 D  CANCEL THE MANDATE              *
      *   COLS 12-16  NACT ACCOUNT (ACCTDO) TO DEBIT (A,   *
      *               C; BLANK ON A 'C' KEEPS THE OLD ONE) *
      *   COLS 18-26  FIXED MONTHLY AMOUNT, 9(7)V99        *
      *               IMPLIED (A, C); ZEROS OR, ON AN 'A', *
      *               BLANK TAKE THE SCHEDULED PAYMENT;    *
      *               BLANK ON A 'C' KEEPS THE OLD AMOUNT  *
      * BOTH FILES IN ASCENDING LOAN-ID ORDER; SEVERAL     *
      * TRANSACTIONS FOR ONE LOAN ARE APPLIED IN THE ORDER *
      * THEY COME.  NO OLDDDM IN THE RUN STARTS THE FILE   *
      * EMPTY.  RC 4 IF ANY TRANSACTION IS REJECTED.       *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDDM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRAN-FILE     ASSIGN TO DDMTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DDMTRAN-STATUS.

           SELECT OPTIONAL OLD-MANDATE-FILE ASSIGN TO OLDDDM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDDDM-STATUS.

           SELECT NEW-MANDATE-FILE ASSIGN TO NEWDDM
               FILE STATUS  IS  WS-NEWDDM-STATUS.

           SELECT REPORT-FILE   ASSIGN TO DDMRPT
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
               88  TRN-SET-UP             VALUE 'A'.
               88  TRN-CHANGE             VALUE 'C'.
               88  TRN-SUSPEND            VALUE 'S'.
               88  TRN-RESUME             VALUE 'R'.
               88  TRN-CANCEL             VALUE 'D'.
           05  FILLER                 PIC X.
           05  TRN-ACCTDO             PIC X(5).
           05  FILLER                 PIC X.
           05  TRN-AMOUNT             PIC X(9).
           05  TRN-AMOUNT-N  REDEFINES TRN-AMOUNT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X(54).

       FD  OLD-MANDATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDMC REPLACING ==:TAG:== BY ==ODDM==.

       FD  NEW-MANDATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANDDMC REPLACING ==:TAG:== BY ==NDDM==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-DDMTRAN-STATUS          PIC XX  VALUE '00'.
       01  WS-OLDDDM-STATUS           PIC XX  VALUE '00'.
       01  WS-NEWDDM-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-DDMTRAN-EOF             PIC X   VALUE 'N'.
       01  WS-OLDDDM-EOF              PIC X   VALUE 'N'.
       01  WS-ON-FILE                 PIC X   VALUE 'N'.
       01  WS-EDIT-OK                 PIC X   VALUE 'Y'.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
      *
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY         PIC X(8)  VALUE LOW-VALUES.
           05  WS-TRAN-KEY           PIC X(8)  VALUE LOW-VALUES.
           05  WS-CURRENT-KEY        PIC X(8)  VALUE LOW-VALUES.
      *
      *        The mandate being carried through its transactions
       COPY LOANDDMC REPLACING ==:TAG:== BY ==WRK==.
      *
       01  WORK-VARIABLES.
           05  NUM-TRANS-READ        PIC S9(9) COMP-3  VALUE +0.
           05  NUM-TRANS-APPLIED     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9) COMP-3  VALUE +0.
           05  NUM-MANDATES-SET-UP   PIC S9(9) COMP-3  VALUE +0.
           05  NUM-MANDATES-CANCELLED PIC S9(9) COMP-3 VALUE +0.
           05  NUM-MANDATES-WRITTEN  PIC S9(9) COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'DIRECT-DEBIT MANDATE MAINTENANCE REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'LOAN ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'ACT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE 'ACCT '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '    AMOUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(30) VALUE 'REASON'.
           05  FILLER PIC X(61) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACTION             PIC X.
           05  FILLER                 PIC X     VALUE ' '.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACCTDO             PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(61) VALUE SPACES.
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
           DISPLAY 'LOANDDM1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-MANDATE.
           PERFORM 710-READ-TRAN.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDDDM-EOF = 'Y' AND WS-DDMTRAN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-TRANS-REJECTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANDDM1 ENDED - APPLIED = '
                   NUM-TRANS-APPLIED.
           GOBACK .

      *    ---------------------------------------------------------
      *    Balance-line cycle.  A mandate with no transactions goes
      *    straight forward; otherwise the mandate (or, for a loan
      *    with none yet, an empty slot an 'A' can fill) is carried
      *    through every one of its transactions before it is
      *    written forward.
      *    ---------------------------------------------------------
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               MOVE ODDM-REC TO NDDM-REC
               PERFORM 760-WRITE-NEW-MANDATE
               PERFORM 700-READ-OLD-MANDATE
               GO TO 100-EXIT.
           MOVE WS-TRAN-KEY TO WS-CURRENT-KEY.
           IF WS-MASTER-KEY = WS-TRAN-KEY
               MOVE ODDM-REC TO WRK-REC
               MOVE 'Y' TO WS-ON-FILE
               PERFORM 700-READ-OLD-MANDATE
           ELSE
               MOVE 'N' TO WS-ON-FILE.
           PERFORM 110-APPLY-ONE-TRAN THROUGH 110-EXIT
               UNTIL WS-DDMTRAN-EOF = 'Y'
                  OR WS-TRAN-KEY NOT = WS-CURRENT-KEY.
           IF WS-ON-FILE = 'Y'
               MOVE WRK-REC TO NDDM-REC
               PERFORM 760-WRITE-NEW-MANDATE.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One transaction.  Only an 'A' is valid for a loan with
      *    no mandate; anything else needs the mandate.
      *    ---------------------------------------------------------
       110-APPLY-ONE-TRAN.
           MOVE 'Y'    TO WS-EDIT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-LOAN-ID = SPACES
               MOVE 'LOAN ID IS BLANK' TO WS-REJECT-REASON
               GO TO 110-REJECT.
           IF TRN-SET-UP
               IF WS-ON-FILE = 'Y'
                   MOVE 'MANDATE ALREADY ON FILE' TO WS-REJECT-REASON
                   GO TO 110-REJECT
               ELSE
                   PERFORM 120-SET-UP-MANDATE THROUGH 120-EXIT
                   GO TO 110-DONE.
           IF NOT TRN-CHANGE
              AND NOT TRN-SUSPEND
              AND NOT TRN-RESUME
              AND NOT TRN-CANCEL
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               GO TO 110-REJECT.
           IF WS-ON-FILE NOT = 'Y'
               MOVE 'MANDATE NOT ON FILE' TO WS-REJECT-REASON
               GO TO 110-REJECT.
           IF TRN-CHANGE
               PERFORM 130-CHANGE-MANDATE THROUGH 130-EXIT
           ELSE
           IF TRN-SUSPEND
               PERFORM 140-SUSPEND-MANDATE THROUGH 140-EXIT
           ELSE
           IF TRN-RESUME
               PERFORM 145-RESUME-MANDATE THROUGH 145-EXIT
           ELSE
               MOVE 'N' TO WS-ON-FILE
               ADD +1 TO NUM-MANDATES-CANCELLED.
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
      *    'A': a new, active mandate.  Its first debit is the
      *    next LOANDDG1 run's month.
      *    ---------------------------------------------------------
       120-SET-UP-MANDATE.
           IF TRN-ACCTDO = SPACES
               MOVE 'NACT ACCOUNT IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 120-EXIT.
           IF TRN-AMOUNT NOT = SPACES
              AND TRN-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 120-EXIT.
           MOVE SPACES          TO WRK-REC.
           MOVE TRN-LOAN-ID     TO WRK-LOAN-ID.
           MOVE TRN-ACCTDO      TO WRK-ACCTDO.
           MOVE 'A'             TO WRK-STATUS.
           MOVE 0               TO WRK-FIXED-AMOUNT.
           IF TRN-AMOUNT NOT = SPACES
               MOVE TRN-AMOUNT-N TO WRK-FIXED-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO WRK-SET-UP-DATE.
           MOVE 0               TO WRK-LAST-DEBIT-MONTH.
           MOVE 0               TO WRK-LAST-DEBIT-AMOUNT.
           MOVE 'Y' TO WS-ON-FILE.
           ADD +1 TO NUM-MANDATES-SET-UP.
       120-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    'C': a new account to debit, a new fixed amount, or
      *    both; a blank field is left as it was.
      *    ---------------------------------------------------------
       130-CHANGE-MANDATE.
           IF TRN-ACCTDO = SPACES
              AND TRN-AMOUNT = SPACES
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 130-EXIT.
           IF TRN-AMOUNT NOT = SPACES
              AND TRN-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 130-EXIT.
           IF TRN-ACCTDO NOT = SPACES
               MOVE TRN-ACCTDO TO WRK-ACCTDO.
           IF TRN-AMOUNT NOT = SPACES
               MOVE TRN-AMOUNT-N TO WRK-FIXED-AMOUNT.
       130-EXIT.
           EXIT.

       140-SUSPEND-MANDATE.
           IF WRK-MANDATE-SUSPENDED
               MOVE 'MANDATE ALREADY SUSPENDED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 140-EXIT.
           MOVE 'S' TO WRK-STATUS.
       140-EXIT.
           EXIT.

       145-RESUME-MANDATE.
           IF WRK-MANDATE-ACTIVE
               MOVE 'MANDATE NOT SUSPENDED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 145-EXIT.
           MOVE 'A' TO WRK-STATUS.
       145-EXIT.
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
           MOVE 'MANDATES SET UP:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-MANDATES-SET-UP    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'MANDATES CANCELLED: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-MANDATES-CANCELLED TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'MANDATES ON FILE:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-MANDATES-WRITTEN   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-MANDATE.
           READ OLD-MANDATE-FILE
             AT END MOVE 'Y' TO WS-OLDDDM-EOF .
           IF WS-OLDDDM-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
           IF WS-OLDDDM-STATUS NOT = '00'
              AND WS-OLDDDM-STATUS NOT = '04'
               DISPLAY 'ERROR ON OLDDDM READ.  CODE:'
                       WS-OLDDDM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDDDM-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               MOVE ODDM-LOAN-ID TO WS-MASTER-KEY.

       710-READ-TRAN.
           READ TRAN-FILE
             AT END MOVE 'Y' TO WS-DDMTRAN-EOF .
           IF WS-DDMTRAN-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
           IF WS-DDMTRAN-STATUS NOT = '00'
              AND WS-DDMTRAN-STATUS NOT = '04'
               DISPLAY 'ERROR ON DDMTRAN READ.  CODE:'
                       WS-DDMTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DDMTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
               ADD +1 TO NUM-TRANS-READ
               MOVE TRN-LOAN-ID TO WS-TRAN-KEY.

       760-WRITE-NEW-MANDATE.
           WRITE NDDM-REC.
           IF WS-NEWDDM-STATUS NOT = '00'
               DISPLAY 'NEWDDM WRITE ERROR RC=' WS-NEWDDM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-MANDATES-WRITTEN.

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
           MOVE TRN-ACCTDO    TO RPT-ACCTDO.
           IF TRN-AMOUNT IS NUMERIC
               MOVE TRN-AMOUNT-N TO RPT-AMOUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    TRAN-FILE
                         OLD-MANDATE-FILE
                OUTPUT   NEW-MANDATE-FILE
                         REPORT-FILE .
           IF WS-DDMTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDMTRAN. RC:' WS-DDMTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDMTRAN-EOF
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-OLDDDM-STATUS NOT = '00'
              AND WS-OLDDDM-STATUS NOT = '05'
             DISPLAY 'ERROR OPENING OLDDDM. RC:' WS-OLDDDM-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDMTRAN-EOF
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-NEWDDM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWDDM. RC:' WS-NEWDDM-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDMTRAN-EOF
             MOVE 'Y' TO WS-OLDDDM-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DDMRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DDMTRAN-EOF
             MOVE 'Y' TO WS-OLDDDM-EOF.

       905-CLOSE-FILES.
           CLOSE TRAN-FILE .
           CLOSE OLD-MANDATE-FILE .
           CLOSE NEW-MANDATE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM LOANDDM1
