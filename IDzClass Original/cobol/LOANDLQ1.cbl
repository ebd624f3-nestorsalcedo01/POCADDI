      * RATE TIER FROM THE SAME RATETIER DECK EPSMTB1      *
      * PRICES FROM -- SO THE LOAN DESK STOPS MANAGING     *
      * ARREARS IN A SPREADSHEET.                          *
      *                                                    *
      * WITH THE OPTIONAL DLQCTL CARD 'DAYBASIS=B' THE     *
      * CURRENT MONTH'S INSTALMENT IS EXPECTED ONLY FROM   *
      * ITS DUE DAY -- THE BOOKING DAY OF THE MONTH,       *
      * MOVED TO THE NEXT BUSINESS DAY BY THE SHOP         *
      * BUSCAL1 ROUTINE WHEN IT FALLS ON A WEEKEND OR A    *
      * SHOPCAL HOLIDAY -- SO A PAYMENT DUE ON A HOLIDAY   *
      * IS NOT COUNTED LATE BEFORE THE BANK COULD TAKE     *
      * IT.                                                *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQ1.
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RATETIER-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO DLQCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO DLQRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

                                      PIC 9(2)V9(3).
           05  FILLER                 PIC X(47).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-LOANMSTR-EOF            PIC X   VALUE 'N'.
       01  WS-RATETIER-EOF            PIC X   VALUE 'N'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
      *
      *        business-day due date of the current instalment
       01  DUE-DATE-WORK.
           05  WS-DAY-BASIS           PIC X   VALUE 'C'.
               88  DAY-BASIS-CALENDAR     VALUE 'C'.
               88  DAY-BASIS-BUSINESS     VALUE 'B'.
           05  WS-DUE-DATE.
               10  WS-DUE-YYYY        PIC 9(4).
               10  WS-DUE-MM          PIC 9(2).
               10  WS-DUE-DD          PIC 9(2).
           05  WS-DUE-DATE-NUM  REDEFINES WS-DUE-DATE
                                      PIC 9(8).
      *
      *        BUSCAL1 business-day calendar parameter area
       COPY BUSCALC.
      *
       01  WORK-VARIABLES.
           05  NUM-LOANS-READ        PIC S9(9) COMP-3  VALUE +0.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 850-LOAD-RATE-TIERS.
           PERFORM 840-READ-CONTROL-CARD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

               + WS-RUN-MM - WS-BOOK-MM.
           IF WS-MONTHS-ELAPSED < 0
               MOVE +0 TO WS-MONTHS-ELAPSED.
           IF DAY-BASIS-BUSINESS
              AND WS-MONTHS-ELAPSED > 0
               PERFORM 120-CHECK-INSTALMENT-DUE.
           IF WS-MONTHS-ELAPSED > LM-TERM-MONTHS
               MOVE LM-TERM-MONTHS TO WS-MONTHS-ELAPSED.
           COMPUTE WS-EXPECTED =
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    This month's instalment falls due on the booking day of
      *    the month (the month's last day when it is shorter),
      *    moved on to the next business day; until then it is not
      *    yet expected.
      *    ---------------------------------------------------------
       120-CHECK-INSTALMENT-DUE.
           MOVE WS-RUN-YYYY       TO WS-DUE-YYYY.
           MOVE WS-RUN-MM         TO WS-DUE-MM.
           MOVE LM-BOOK-DATE(7:2) TO WS-DUE-DD.
           IF WS-DUE-DD > 31
               MOVE 31 TO WS-DUE-DD.
           IF WS-DUE-DD < 1
               MOVE 1 TO WS-DUE-DD.
           MOVE 'A' TO BC-FUNCTION.
           MOVE 0   TO BC-DAY-COUNT.
           SET BC-DATE-INVALID TO TRUE.
           PERFORM 125-ROLL-DUE-DATE
               UNTIL NOT BC-DATE-INVALID.
           IF WS-RUN-DATE-NUM < BC-RESULT-DATE
               SUBTRACT 1 FROM WS-MONTHS-ELAPSED.

       125-ROLL-DUE-DATE.
           MOVE WS-DUE-DATE-NUM TO BC-DATE-1.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           IF BC-DATE-INVALID
               SUBTRACT 1 FROM WS-DUE-DD.

       150-ADD-TO-TIER-TOTALS.
           MOVE +0 TO WS-TIER-FOUND-IX.
           PERFORM 155-MATCH-ONE-TIER
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The DLQCTL DD is optional -- absent (status 05, or 35
      *    where OPTIONAL is not honoured), or with no
      *    'DAYBASIS=B' card, the whole month's instalment is
      *    expected from the first of the month.
      *    ---------------------------------------------------------
       840-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             PERFORM 845-READ-ONE-CARD THROUGH 845-EXIT
                 UNTIL WS-CONTROL-STATUS NOT = '00'
             CLOSE CONTROL-CARD-FILE
           ELSE
             IF WS-CONTROL-STATUS = '05'
               CLOSE CONTROL-CARD-FILE
             END-IF
             DISPLAY 'LOANDLQ1 NO DLQCTL CARDS - USING DEFAULTS'
           END-IF.
           DISPLAY 'LOANDLQ1 DAY BASIS = ' WS-DAY-BASIS.

       845-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE '10' TO WS-CONTROL-STATUS.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 845-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'DAYBASIS='
               IF CONTROL-CARD-RECORD(10:1) = 'B'
                  OR CONTROL-CARD-RECORD(10:1) = 'C'
                 MOVE CONTROL-CARD-RECORD(10:1) TO WS-DAY-BASIS
               ELSE
                 DISPLAY 'LOANDLQ1 BAD DAYBASIS= CARD - USING DEFAULT'
               END-IF
               GO TO 845-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'LOANDLQ1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       845-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The RATETIER deck is the same one EPSMTB1 prices from;
      *    absent, the per-tier break-out simply does not print.
