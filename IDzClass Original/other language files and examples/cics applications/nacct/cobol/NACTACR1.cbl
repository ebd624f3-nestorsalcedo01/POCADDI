      *   MINFEE=NNNN.NN minimum-fee floor (default 0000.50)
      *   SURPCT=NN.NN   over-limit surcharge percentage of the
      *                  excess (default 05.00)
      *   DAYBASIS=B     accrue interest by business day (default C,
      *                  the whole month's interest on every run)
      *
      * With DAYBASIS=B the month's interest is pro-rated by the
      * business days of the accrual month elapsed at the run
      * date over the business days in the whole month, both
      * counted by the shop BUSCAL1 routine against the SHOPCAL
      * holiday calendar.  A run on the month's last business day
      * therefore accrues in full even when the calendar month
      * end is a weekend or holiday, and a run on or before the
      * first business day of a month accrues the previous month
      * in full -- the usual month-end job that slips past a long
      * weekend.  The minimum-fee floor applies after pro-rating;
      * the over-limit surcharge is never pro-rated.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Aug 2026   AP    Original version.
      *    Oct 2026   AP    RATECTL DAYBASIS=B business-day accrual.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       01  WS-ACCTFIL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-OPENED          PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                PIC XX   VALUE '20'.
           05  WS-RUN-YMD            PIC X(6).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-RUN-SPLIT     REDEFINES WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
           05  WS-RUN-DD             PIC 9(2).
      *
      *        Business-day accrual: the accrual month's boundaries
      *        and the business days elapsed in it at the run date
       01  ACCRUAL-PERIOD-WORK.
           05  WS-DAY-BASIS          PIC X     VALUE 'C'.
               88  DAY-BASIS-CALENDAR    VALUE 'C'.
               88  DAY-BASIS-BUSINESS    VALUE 'B'.
           05  WS-MONTH-FIRST.
               10  WS-MONTH-FIRST-YYYY  PIC 9(4).
               10  WS-MONTH-FIRST-MM    PIC 9(2).
               10  WS-MONTH-FIRST-DD    PIC 9(2)  VALUE 01.
           05  WS-MONTH-FIRST-NUM  REDEFINES WS-MONTH-FIRST
                                     PIC 9(8).
           05  WS-NEXT-FIRST.
               10  WS-NEXT-FIRST-YYYY   PIC 9(4).
               10  WS-NEXT-FIRST-MM     PIC 9(2).
               10  WS-NEXT-FIRST-DD     PIC 9(2)  VALUE 01.
           05  WS-NEXT-FIRST-NUM   REDEFINES WS-NEXT-FIRST
                                     PIC 9(8).
           05  WS-PRIOR-MONTH-END    PIC 9(8)  VALUE ZERO.
           05  WS-MONTH-END          PIC 9(8)  VALUE ZERO.
           05  WS-FIRST-BUS-DAY      PIC 9(8)  VALUE ZERO.
           05  WS-WORK-INT-DATE      PIC S9(9) COMP VALUE ZERO.
           05  WS-ACCRUAL-DAYS       PIC S9(5) COMP-3 VALUE +0.
           05  WS-PERIOD-DAYS        PIC S9(5) COMP-3 VALUE +0.
      *
      *        BUSCAL1 business-day calendar parameter area
       COPY BUSCALC.
      *
       01  RATE-CONTROLS.
           05  WS-RATE-PCT           PIC S9(3)V99 COMP-3 VALUE +1.50.
           DISPLAY 'NACTACR1 RATE PCT = ' WS-RATE-PCT
                   ' MIN FEE = ' WS-MIN-FEE
                   ' SURCHARGE PCT = ' WS-SUR-PCT.
           IF DAY-BASIS-BUSINESS
               PERFORM 860-SET-ACCRUAL-PERIOD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

               GO TO 100-EXIT.
           COMPUTE WS-INTEREST-CHARGE ROUNDED =
               ( BALDO * WS-RATE-PCT ) / 100.
           IF DAY-BASIS-BUSINESS
              AND WS-ACCRUAL-DAYS < WS-PERIOD-DAYS
               COMPUTE WS-INTEREST-CHARGE ROUNDED =
                   ( WS-INTEREST-CHARGE * WS-ACCRUAL-DAYS )
                   / WS-PERIOD-DAYS.
           MOVE SPACES TO RPT-NOTE.
           IF WS-INTEREST-CHARGE > 0
              AND WS-INTEREST-CHARGE < WS-MIN-FEE
                   DISPLAY 'NACTACR1 BAD MINFEE= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'DAYBASIS='
               IF CONTROL-CARD-RECORD(10:1) = 'B'
                  OR CONTROL-CARD-RECORD(10:1) = 'C'
                   MOVE CONTROL-CARD-RECORD(10:1) TO WS-DAY-BASIS
               ELSE
                   DISPLAY 'NACTACR1 BAD DAYBASIS= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'NACTACR1 UNRECOGNIZED CARD: '
           ELSE
               MOVE 'N' TO WS-PCT-OK.

      *    ---------------------------------------------------------
      *    Business-day accrual period.  The accrual month is the
      *    run date's month, unless the run falls on or before
      *    that month's first business day, when it is the month
      *    just closed and accrues in full.  Otherwise the elapsed
      *    business days are those after the prior month end up to
      *    and including the run date, out of those up to the
      *    month end.
      *    ---------------------------------------------------------
       860-SET-ACCRUAL-PERIOD.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           MOVE WS-RUN-YYYY TO WS-MONTH-FIRST-YYYY.
           MOVE WS-RUN-MM   TO WS-MONTH-FIRST-MM.
           MOVE 'A'                TO BC-FUNCTION.
           MOVE WS-MONTH-FIRST-NUM TO BC-DATE-1.
           MOVE 0                  TO BC-DAY-COUNT.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           MOVE BC-RESULT-DATE     TO WS-FIRST-BUS-DAY.
           IF WS-RUN-DATE-NUM NOT > WS-FIRST-BUS-DAY
               IF WS-MONTH-FIRST-MM = 1
                   MOVE 12 TO WS-MONTH-FIRST-MM
                   SUBTRACT 1 FROM WS-MONTH-FIRST-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-FIRST-MM.
           IF WS-MONTH-FIRST-MM = 12
               COMPUTE WS-NEXT-FIRST-YYYY = WS-MONTH-FIRST-YYYY + 1
               MOVE 1 TO WS-NEXT-FIRST-MM
           ELSE
               MOVE WS-MONTH-FIRST-YYYY TO WS-NEXT-FIRST-YYYY
               COMPUTE WS-NEXT-FIRST-MM = WS-MONTH-FIRST-MM + 1.
           COMPUTE WS-WORK-INT-DATE =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST-NUM) - 1.
           COMPUTE WS-PRIOR-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT-DATE).
           COMPUTE WS-WORK-INT-DATE =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-NUM) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT-DATE).
           MOVE 'D'                TO BC-FUNCTION.
           MOVE WS-PRIOR-MONTH-END TO BC-DATE-1.
           MOVE WS-MONTH-END       TO BC-DATE-2.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           MOVE BC-DAY-COUNT       TO WS-PERIOD-DAYS.
           IF WS-RUN-DATE-NUM < WS-MONTH-END
               MOVE WS-RUN-DATE-NUM TO BC-DATE-2
               CALL 'BUSCAL1' USING BUSCAL-AREA
               MOVE BC-DAY-COUNT    TO WS-ACCRUAL-DAYS
           ELSE
               MOVE WS-PERIOD-DAYS  TO WS-ACCRUAL-DAYS.
           IF WS-PERIOD-DAYS NOT > 0
               MOVE +1 TO WS-PERIOD-DAYS
               MOVE +1 TO WS-ACCRUAL-DAYS.
           DISPLAY 'NACTACR1 BUSINESS-DAY ACCRUAL FOR '
                   WS-MONTH-FIRST-NUM(1:6) ' = '
                   WS-ACCRUAL-DAYS ' OF ' WS-PERIOD-DAYS ' DAYS'.

       900-OPEN-FILES.
           OPEN INPUT    ACCOUNT-FILE
                OUTPUT   POSTING-FILE
