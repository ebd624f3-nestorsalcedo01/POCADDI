      *   SVCDTL  - service-call detail, SVCDTLC layout
      *   AGECTL  - one control card:
      *             cols 1-3  age threshold in days
      *             col  5    B to age in business days
      *             Optional: with no DD or a blank card the
      *             threshold defaults to 30 calendar days.
      *   AGERPT  - aging report
      *   SHOPCAL - the shop holiday calendar, opened by BUSCAL1
      *             when ageing in business days
      *
      * Calendar-day ages are computed on a 360-day commercial
      * calendar (yy*360 + mm*30 + dd), which is close enough for
      * a threshold report and keeps the date arithmetic plain.
      * Business-day ages come from the shop BUSCAL1 routine, so
      * a call opened before a long weekend is not reported
      * overdue on the Tuesday -- the threshold is then business
      * days too.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  AGE-THRESHOLD          PIC X(3).
           05  AGE-THRESHOLD-NUM  REDEFINES AGE-THRESHOLD
                                      PIC 9(3).
           05  FILLER                 PIC X.
           05  AGE-DAY-BASIS          PIC X.
           05  FILLER                 PIC X(75).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-RUN-YY              PIC 9(2).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-RUN-DATE-CCYYMMDD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-CCYY-YMD        PIC X(6).
       01  WS-RUN-DATE-8  REDEFINES WS-RUN-DATE-CCYYMMDD
                                      PIC 9(8).
       01  WS-OPEN-DATE-CCYYMMDD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-OPEN-CCYY-YMD       PIC X(6).
       01  WS-OPEN-DATE-8  REDEFINES WS-OPEN-DATE-CCYYMMDD
                                      PIC 9(8).
      *
       01  WS-FIELDS.
           05  WS-SVCDTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OPEN-YY            PIC 9(2)            VALUE ZERO.
           05  WS-OPEN-MM            PIC 9(2)            VALUE ZERO.
           05  WS-OPEN-DD            PIC 9(2)            VALUE ZERO.
           05  WS-DAY-BASIS          PIC X               VALUE 'C'.
               88  DAY-BASIS-CALENDAR    VALUE 'C'.
               88  DAY-BASIS-BUSINESS    VALUE 'B'.
      *
      *        BUSCAL1 business-day calendar parameter area
       COPY BUSCALC.
      *
       01  TOTALS-VARS.
           05  NUM-DETAIL-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  FILLER                 PIC X(38)
                     VALUE 'OPEN SERVICE-CALL AGING REPORT  OVER '.
           05  RPT-THRESHOLD          PIC ZZ9.
           05  RPT-DAY-BASIS          PIC X(14) VALUE ' DAYS'.
           05  FILLER                 PIC X(77) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(5)  VALUE 'ID   '.
           05  FILLER PIC X     VALUE ' '.
       000-MAIN.
           DISPLAY 'SVCAGE1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-CCYY-YMD.
           COMPUTE WS-RUN-DAY-NUM =
               (WS-RUN-YY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           PERFORM 850-READ-AGE-CONTROL.
           ADD +1 TO NUM-OPEN-CALLS.
           IF SVC-OPEN-DATE IS NOT NUMERIC
               GO TO 100-EXIT.
           IF DAY-BASIS-BUSINESS
               PERFORM 150-BUSINESS-DAY-AGE THROUGH 150-EXIT
               IF BC-DATE-INVALID
                   GO TO 100-EXIT
               END-IF
           ELSE
               MOVE SVC-OPEN-DATE(1:2) TO WS-OPEN-YY
               MOVE SVC-OPEN-DATE(3:2) TO WS-OPEN-MM
               MOVE SVC-OPEN-DATE(5:2) TO WS-OPEN-DD
               COMPUTE WS-OPEN-DAY-NUM =
                   (WS-OPEN-YY * 360) + (WS-OPEN-MM * 30)
                   + WS-OPEN-DD
               COMPUTE WS-CALL-AGE-DAYS =
                   WS-RUN-DAY-NUM - WS-OPEN-DAY-NUM.
           IF WS-CALL-AGE-DAYS NOT > WS-AGE-THRESHOLD
               GO TO 100-EXIT.
           ADD +1 TO NUM-AGED-CALLS.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The call's age in business days, from BUSCAL1: business
      *    days after the open date up to and including today.  An
      *    open date BUSCAL1 cannot place (a bad month or day) is
      *    left out, as a non-numeric one is.
      *    ---------------------------------------------------------
       150-BUSINESS-DAY-AGE.
           MOVE SVC-OPEN-DATE  TO WS-OPEN-CCYY-YMD.
           MOVE 'D'            TO BC-FUNCTION.
           MOVE WS-OPEN-DATE-8 TO BC-DATE-1.
           MOVE WS-RUN-DATE-8  TO BC-DATE-2.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           IF BC-DATE-INVALID
               GO TO 150-EXIT.
           MOVE BC-DAY-COUNT   TO WS-CALL-AGE-DAYS.
       150-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'DETAIL CALLS READ:    ' TO RPT-TOTALS-ITEM.

      *    ---------------------------------------------------------
      *    The AGECTL DD is optional -- with no DD or a blank or
      *    non-numeric card the threshold defaults to 30 days.  A
      *    B in column 5 ages in business days instead of calendar
      *    days.
      *    ---------------------------------------------------------
       850-READ-AGE-CONTROL.
           OPEN INPUT AGECTL-FILE.
                AND AGE-THRESHOLD IS NUMERIC
               MOVE AGE-THRESHOLD-NUM TO WS-AGE-THRESHOLD
             END-IF
             IF WS-AGECTL-STATUS = '00'
                AND AGE-DAY-BASIS = 'B'
               SET DAY-BASIS-BUSINESS TO TRUE
               MOVE ' BUSINESS DAYS' TO RPT-DAY-BASIS
             END-IF
             CLOSE AGECTL-FILE
           END-IF.
           DISPLAY 'SVCAGE1 AGE THRESHOLD DAYS = ' WS-AGE-THRESHOLD
                   ' BASIS = ' WS-DAY-BASIS.

       900-OPEN-FILES.
           OPEN INPUT    DETAIL-FILE
