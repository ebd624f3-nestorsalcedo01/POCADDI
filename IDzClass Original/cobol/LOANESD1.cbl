      *****************************************************
      * PROGRAM: LOANESD1                                 *
      *                                                    *
      * ESCROW DISBURSEMENT BATCH FOR THE LOANESC ESCROW   *
      * SUB-LEDGER                                         *
      *                                                    *
      * PAYS THE PROPERTY TAX, INSURANCE AND OTHER ITEMS   *
      * SCHEDULED ON EACH LOAN'S ESCROW ACCOUNT (LOANESCC  *
      * LAYOUT) AS THEY FALL DUE.  EVERY ITEM WHOSE DUE    *
      * DATE IS ON OR BEFORE THE RUN DATE IS PAID ONCE:    *
      * AN ESCDISB PAYMENT INSTRUCTION GOES TO ACCOUNTS    *
      * PAYABLE, THE AMOUNT COMES OFF THE ESCROW BALANCE,  *
      * AND THE ITEM'S DUE DATE MOVES ON BY ITS FREQUENCY  *
      * (A ONE-TIME ITEM IS DROPPED).  A DUE DATE ON THE   *
      * 29TH-31ST MOVES TO THE LAST DAY OF A SHORTER       *
      * MONTH.  THE ITEM IS PAID EVEN WHEN THE ESCROW      *
      * CANNOT COVER IT -- THE BALANCE GOES NEGATIVE, THE  *
      * PAYMENT IS MARKED AS AN ESCROW ADVANCE, AND RC 4   *
      * IS SET SO THE DESK FOLLOWS IT UP.                  *
      *                                                    *
      * EVERY PAYMENT IS ALSO WRITTEN TO ESCGL (LOANGLC    *
      * LAYOUT, ACTIVITY 'X') FOR THE GENERAL LEDGER       *
      * INTERFACE, GLINTF1, WHICH READS IT BEHIND PAYGL.   *
      *                                                    *
      * THE RUN DATE IS TODAY UNLESS A DISBDATE=YYYYMMDD   *
      * CARD ON THE OPTIONAL ESDCTL FILE SAYS OTHERWISE    *
      * (TO PAY AHEAD OF A HOLIDAY, SAY).                  *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANESD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-ESCROW-FILE ASSIGN TO OLDESC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDESC-STATUS.

           SELECT NEW-ESCROW-FILE ASSIGN TO NEWESC
               FILE STATUS  IS  WS-NEWESC-STATUS.

           SELECT DISB-FILE     ASSIGN TO ESCDISB
               FILE STATUS  IS  WS-ESCDISB-STATUS.

           SELECT ESCGL-FILE    ASSIGN TO ESCGL
               FILE STATUS  IS  WS-ESCGL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO ESDRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT OPTIONAL ESDCTL-FILE   ASSIGN TO ESDCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ESDCTL-STATUS.

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

      *        One payment instruction for accounts payable
       FD  DISB-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DISB-RECORD.
           05  DSB-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X.
           05  DSB-ITEM-TYPE          PIC X.
           05  FILLER                 PIC X.
           05  DSB-PAYEE              PIC X(20).
           05  FILLER                 PIC X.
           05  DSB-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  DSB-AMOUNT             PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  DSB-PAY-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  DSB-ADVANCE            PIC X.
               88  DSB-ESCROW-ADVANCE     VALUE 'A'.
           05  FILLER                 PIC X(19).

       FD  ESCGL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANGLC REPLACING ==:TAG:== BY ==EGL==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  ESDCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-KEYWORD             PIC X(9).
           05  CC-VALUE               PIC X(8).
           05  CC-VALUE-NUM  REDEFINES CC-VALUE
                                      PIC 9(8).
           05  FILLER                 PIC X(63).

       WORKING-STORAGE SECTION.
      *
       01  WS-OLDESC-STATUS           PIC XX  VALUE '00'.
       01  WS-NEWESC-STATUS           PIC XX  VALUE '00'.
       01  WS-ESCDISB-STATUS          PIC XX  VALUE '00'.
       01  WS-ESCGL-STATUS            PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-ESDCTL-STATUS           PIC XX  VALUE '00'.
       01  WS-OLDESC-EOF              PIC X   VALUE 'N'.
       01  WS-ESDCTL-EOF              PIC X   VALUE 'N'.
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
      *        The due date being moved on to the next payment
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-DUE-SPLIT  REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY            PIC 9(4).
           05  WS-DUE-MM              PIC 9(2).
           05  WS-DUE-DD              PIC 9(2).
      *
       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                 PIC X(24)
                     VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH       PIC 9(2)  OCCURS 12 TIMES.
      *
      *        The escrow account being paid from
       COPY LOANESCC REPLACING ==:TAG:== BY ==WRK==.
      *
       01  WORK-VARIABLES.
           05  NUM-ACCOUNTS-READ     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ITEMS-PAID        PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ITEMS-DROPPED     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-ADVANCES          PIC S9(9) COMP-3  VALUE +0.
           05  TOT-DISBURSED         PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-ITEM-SUB           PIC S9(4) COMP    VALUE +0.
           05  WS-KEEP-SUB           PIC S9(4) COMP    VALUE +0.
           05  WS-MONTH-END          PIC 9(2)          VALUE 0.
           05  WS-LEAP-QUOTIENT      PIC 9(4)          VALUE 0.
           05  WS-LEAP-REMAINDER     PIC 9(4)          VALUE 0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'ESCROW DISBURSEMENT REPORT  RUN DATE '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'LOAN ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X     VALUE 'T'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(20) VALUE 'PAYEE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'DUE     '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '      PAID'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE 'ESCROW BAL  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'NEXT DUE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(30) VALUE 'NOTE'.
           05  FILLER PIC X(28) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-LOAN-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ITEM-TYPE          PIC X.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PAYEE              PIC X(20).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ESCROW-BALANCE     PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NEXT-DUE           PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(30).
           05  FILLER                 PIC X(28) VALUE SPACES.
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
           DISPLAY 'LOANESD1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT
               UNTIL WS-ESDCTL-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-ESCROW.

           PERFORM 100-PAY-ONE-ACCOUNT THROUGH 100-EXIT
               UNTIL WS-OLDESC-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-ADVANCES > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'LOANESD1 ENDED - ITEMS PAID = '
                   NUM-ITEMS-PAID.
           GOBACK .

      *    ---------------------------------------------------------
      *    One escrow account per cycle: every item due is paid,
      *    then any one-time items paid are closed out of the list
      *    and the account is written forward.
      *    ---------------------------------------------------------
       100-PAY-ONE-ACCOUNT.
           MOVE OESC-REC TO WRK-REC.
           PERFORM 110-PAY-ONE-ITEM THROUGH 110-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WRK-ITEM-COUNT.
           MOVE +0 TO WS-KEEP-SUB.
           PERFORM 150-KEEP-ONE-ITEM THROUGH 150-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WRK-ITEM-COUNT.
           MOVE WS-KEEP-SUB TO WRK-ITEM-COUNT.
           MOVE WRK-REC TO NESC-REC.
           PERFORM 760-WRITE-NEW-ESCROW.
           PERFORM 700-READ-OLD-ESCROW.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One scheduled item: paid if it is due, whether or not
      *    the escrow can cover it.
      *    ---------------------------------------------------------
       110-PAY-ONE-ITEM.
           IF WRK-ITEM-DUE-DATE(WS-ITEM-SUB) > WS-RUN-DATE-N
               GO TO 110-EXIT.
           SUBTRACT WRK-ITEM-AMOUNT(WS-ITEM-SUB) FROM WRK-BALANCE.
           MOVE WS-RUN-DATE-N TO WRK-ITEM-LAST-PAID(WS-ITEM-SUB).
           ADD WRK-ITEM-AMOUNT(WS-ITEM-SUB) TO TOT-DISBURSED.
           ADD +1 TO NUM-ITEMS-PAID.
           MOVE SPACES TO RPT-NOTE.
           MOVE ' '    TO DSB-ADVANCE.
           IF WRK-BALANCE < ZERO
               MOVE 'ESCROW ADVANCE' TO RPT-NOTE
               MOVE 'A' TO DSB-ADVANCE
               ADD +1 TO NUM-ADVANCES.
           MOVE WRK-LOAN-ID                  TO RPT-LOAN-ID.
           MOVE WRK-ITEM-TYPE(WS-ITEM-SUB)   TO RPT-ITEM-TYPE.
           MOVE WRK-ITEM-PAYEE(WS-ITEM-SUB)  TO RPT-PAYEE.
           MOVE WRK-ITEM-DUE-DATE(WS-ITEM-SUB) TO RPT-DUE-DATE.
           MOVE WRK-ITEM-AMOUNT(WS-ITEM-SUB) TO RPT-AMOUNT.
           MOVE WRK-BALANCE                  TO RPT-ESCROW-BALANCE.
           PERFORM 770-WRITE-DISBURSEMENT.
           PERFORM 780-WRITE-ESCGL.
           IF WRK-ITEM-FREQ(WS-ITEM-SUB) = 0
               MOVE 'ONE-TIME' TO RPT-NEXT-DUE
               MOVE 0 TO WRK-ITEM-DUE-DATE(WS-ITEM-SUB)
               ADD +1 TO NUM-ITEMS-DROPPED
           ELSE
               PERFORM 120-ADVANCE-DUE-DATE
               MOVE WRK-ITEM-DUE-DATE(WS-ITEM-SUB) TO RPT-NEXT-DUE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Move the due date on by the item's frequency in months,
      *    pulled back to the month end when the day is past it.
      *    ---------------------------------------------------------
       120-ADVANCE-DUE-DATE.
           MOVE WRK-ITEM-DUE-DATE(WS-ITEM-SUB) TO WS-DUE-DATE.
           ADD WRK-ITEM-FREQ(WS-ITEM-SUB) TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY.
           MOVE WS-DAYS-IN-MONTH(WS-DUE-MM) TO WS-MONTH-END.
           IF WS-DUE-MM = 2
               PERFORM 125-CHECK-LEAP-YEAR THROUGH 125-EXIT.
           IF WS-DUE-DD > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-DUE-DD.
           MOVE WS-DUE-DATE TO WRK-ITEM-DUE-DATE(WS-ITEM-SUB).

       125-CHECK-LEAP-YEAR.
           DIVIDE WS-DUE-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = 0
               GO TO 125-EXIT.
           DIVIDE WS-DUE-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-MONTH-END
               GO TO 125-EXIT.
           DIVIDE WS-DUE-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-MONTH-END.
       125-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Close up the item list over the one-time items paid this
      *    run (left with a zero due date by 110).
      *    ---------------------------------------------------------
       150-KEEP-ONE-ITEM.
           IF WRK-ITEM-DUE-DATE(WS-ITEM-SUB) = 0
               GO TO 150-EXIT.
           ADD +1 TO WS-KEEP-SUB.
           IF WS-KEEP-SUB NOT = WS-ITEM-SUB
               MOVE WRK-ITEM(WS-ITEM-SUB) TO WRK-ITEM(WS-KEEP-SUB).
       150-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ESCROW ACCOUNTS:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-READ      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ITEMS PAID:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ITEMS-PAID         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ONE-TIME ITEMS DONE:' TO RPT-TOTALS-ITEM.
           MOVE NUM-ITEMS-DROPPED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ESCROW ADVANCES:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADVANCES           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TOTAL DISBURSED:    ' TO RPT-TOTALS-AMT-ITEM.
           MOVE TOT-DISBURSED          TO RPT-TOTALS-AMT.
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

       770-WRITE-DISBURSEMENT.
           MOVE WRK-LOAN-ID                    TO DSB-LOAN-ID.
           MOVE WRK-ITEM-TYPE(WS-ITEM-SUB)     TO DSB-ITEM-TYPE.
           MOVE WRK-ITEM-PAYEE(WS-ITEM-SUB)    TO DSB-PAYEE.
           MOVE WRK-ITEM-DUE-DATE(WS-ITEM-SUB) TO DSB-DUE-DATE.
           MOVE WRK-ITEM-AMOUNT(WS-ITEM-SUB)   TO DSB-AMOUNT.
           MOVE WS-RUN-DATE-N                  TO DSB-PAY-DATE.
           WRITE DISB-RECORD.
           IF WS-ESCDISB-STATUS NOT = '00'
               DISPLAY 'ESCDISB WRITE ERROR RC=' WS-ESCDISB-STATUS
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    The escrow payout, for the general ledger interface.
      *    ---------------------------------------------------------
       780-WRITE-ESCGL.
           MOVE SPACES       TO EGL-REC.
           MOVE WRK-LOAN-ID  TO EGL-LOAN-ID.
           MOVE 'X'          TO EGL-ACT-TYPE.
           MOVE WS-RUN-DATE-YMD TO EGL-ACT-DATE.
           MOVE WRK-ITEM-AMOUNT(WS-ITEM-SUB) TO EGL-AMOUNT.
           WRITE EGL-REC.
           IF WS-ESCGL-STATUS NOT = '00'
               DISPLAY 'ESCGL WRITE ERROR RC=' WS-ESCGL-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-N TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       850-READ-CONTROL-CARD.
           READ ESDCTL-FILE
             AT END MOVE 'Y' TO WS-ESDCTL-EOF .
           IF WS-ESDCTL-STATUS NOT = '00'
              AND WS-ESDCTL-STATUS NOT = '10'
               DISPLAY 'ERROR ON ESDCTL FILE READ.  CODE:'
                       WS-ESDCTL-STATUS
               MOVE 'Y' TO WS-ESDCTL-EOF.
           IF WS-ESDCTL-EOF = 'Y'
               GO TO 850-EXIT.
           IF CC-KEYWORD = 'DISBDATE='
               IF CC-VALUE IS NUMERIC
                   MOVE CC-VALUE-NUM TO WS-RUN-DATE-N
                   DISPLAY 'DISBURSEMENT DATE SET TO ' CC-VALUE
               ELSE
                   DISPLAY 'ESDCTL: NON-NUMERIC DISBDATE VALUE '
                           'IGNORED: ' CC-VALUE
               END-IF
           ELSE
             IF CC-KEYWORD NOT = SPACES
               DISPLAY 'ESDCTL: UNRECOGNIZED CARD IGNORED: '
                       CC-KEYWORD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    OLD-ESCROW-FILE
                         ESDCTL-FILE
                OUTPUT   NEW-ESCROW-FILE
                         DISB-FILE
                         ESCGL-FILE
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
           IF WS-ESCDISB-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ESCDISB. RC:' WS-ESCDISB-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-ESCGL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ESCGL. RC:' WS-ESCGL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ESDRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDESC-EOF.
           IF WS-ESDCTL-STATUS NOT = '00'
              AND WS-ESDCTL-STATUS NOT = '05'
             DISPLAY 'NO ESDCTL CONTROL CARDS - DEFAULTS USED. RC:'
                     WS-ESDCTL-STATUS
             MOVE 'Y' TO WS-ESDCTL-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-ESCROW-FILE .
           CLOSE NEW-ESCROW-FILE .
           CLOSE DISB-FILE .
           CLOSE ESCGL-FILE .
           CLOSE REPORT-FILE .
           CLOSE ESDCTL-FILE .

      * END OF PROGRAM LOANESD1
