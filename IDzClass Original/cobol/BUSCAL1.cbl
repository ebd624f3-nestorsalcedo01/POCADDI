      ****************************************************************
      * PROGRAM:  BUSCAL1
      *           Shop business-day calendar routine
      *
      * STOCK2Y counts its price ages against the MKTCAL market
      * calendar, but every batch date calculation in the shop was
      * in plain calendar days -- so a long weekend made service
      * calls look overdue and a payment due on a holiday look
      * late.  This callable routine is the one place the shop's
      * business week is defined for batch callers: it loads the
      * SHOPCAL holiday calendar on first call (the ZIPVAL1 and
      * RUNLOG1 pattern of a small common routine) and answers the
      * three questions in the BUSCALC parameter area -- is a date
      * a business day, what date is N business days on, and how
      * many business days lie between two dates.
      *
      * The business week is Monday to Friday.  SHOPCAL (SHOPCALC
      * layout, maintained by CALMNT1) lists only the exceptions:
      * H holidays that close a weekday and W worked days that
      * open a Saturday or Sunday.  A missing SHOPCAL DD is
      * announced and leaves a plain Monday-to-Friday week, which
      * is still a better answer than calendar days.
      *
      * Day-of-week comes from the integer date: day 1 of the
      * integer calendar (1601-01-01) was a Monday, so the integer
      * modulo 7 gives 1 for Monday through 6 for Saturday and 0
      * for Sunday.
      *
      * CICS programs cannot CALL this routine (it opens SHOPCAL
      * with native I/O); STOCK2Y keeps its own MKTCAL trading
      * calendar.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SHOPCAL-FILE ASSIGN TO SHOPCAL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SHOPCAL-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SHOPCAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SHOPCALC REPLACING ==:TAG:== BY ==CAL==.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-SHOPCAL-STATUS          PIC XX  VALUE '00'.
       01  WS-SHOPCAL-EOF             PIC X   VALUE 'N'.
       01  WS-TABLE-LOADED            PIC X   VALUE 'N'.
      *
       01  CAL-TABLE-CONTROLS.
           05  CAL-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CAL-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CAL-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  CAL-TABLE.
           05  CAL-ENTRY  OCCURS 1000 TIMES.
               10  CAL-ENT-DATE          PIC 9(8).
               10  CAL-ENT-INT           PIC S9(9)    COMP.
               10  CAL-ENT-TYPE          PIC X.
               10  CAL-ENT-WEEKEND       PIC X.
      *
       01  DAY-WORK.
           05  WS-DATE-1-INT         PIC S9(9)    COMP    VALUE +0.
           05  WS-DATE-2-INT         PIC S9(9)    COMP    VALUE +0.
           05  WS-CHECK-INT          PIC S9(9)    COMP    VALUE +0.
           05  WS-FROM-INT           PIC S9(9)    COMP    VALUE +0.
           05  WS-THRU-INT           PIC S9(9)    COMP    VALUE +0.
           05  WS-WEEKS              PIC S9(9)    COMP    VALUE +0.
           05  WS-WEEKDAY            PIC S9(4)    COMP    VALUE +0.
           05  WS-SPAN-DAYS          PIC S9(9)    COMP    VALUE +0.
           05  WS-ODD-DAYS           PIC S9(4)    COMP    VALUE +0.
           05  WS-ODD-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-REMAINING          PIC S9(7)    COMP    VALUE +0.
           05  WS-BUSINESS-COUNT     PIC S9(7)    COMP    VALUE +0.
           05  WS-COUNT-SIGN         PIC S9       COMP    VALUE +1.
           05  WS-DAY-WEEKEND        PIC X               VALUE 'N'.
           05  WS-DAY-BUSINESS       PIC X               VALUE 'N'.

      *****************************************************************
       LINKAGE SECTION.
       COPY BUSCALC.

      *****************************************************************
       PROCEDURE DIVISION USING BUSCAL-AREA.
      *****************************************************************

       000-MAIN.
           IF WS-TABLE-LOADED = 'N'
               PERFORM 800-LOAD-SHOPCAL-TABLE.
           SET BC-DATE-INVALID TO TRUE.
           IF BC-DATE-1 IS NOT NUMERIC
              OR BC-DATE-1 < 16010101
               GOBACK.
           COMPUTE WS-DATE-1-INT = FUNCTION INTEGER-OF-DATE (BC-DATE-1).
           IF WS-DATE-1-INT NOT > 0
               GOBACK.
           MOVE WS-DATE-1-INT TO WS-CHECK-INT.
           PERFORM 200-CLASSIFY-DAY.
           MOVE WS-DAY-BUSINESS TO BC-RESULT.
           IF BC-IS-BUSINESS-DAY
               GOBACK.
           IF BC-ADD-BUSINESS-DAYS
               PERFORM 300-ADD-BUSINESS-DAYS
               GOBACK.
           IF BC-DAYS-BETWEEN
               PERFORM 400-COUNT-BUSINESS-DAYS THROUGH 400-EXIT
               GOBACK.
           DISPLAY 'BUSCAL1 UNKNOWN FUNCTION: ' BC-FUNCTION.
           SET BC-DATE-INVALID TO TRUE.
           GOBACK.

      *    ---------------------------------------------------------
      *    Is the day at WS-CHECK-INT a business day?  A weekday
      *    is, unless the calendar holds it as a holiday; a
      *    weekend day is not, unless the calendar holds it as a
      *    worked day.
      *    ---------------------------------------------------------
       200-CLASSIFY-DAY.
           PERFORM 210-FIND-WEEKDAY.
           MOVE +0 TO WS-CAL-FOUND-IDX.
           PERFORM 250-FIND-CALENDAR-ENTRY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > CAL-ENTRIES-USED
                  OR WS-CAL-FOUND-IDX > 0.
           IF WS-DAY-WEEKEND = 'Y'
               MOVE 'N' TO WS-DAY-BUSINESS
               IF WS-CAL-FOUND-IDX > 0
                   IF CAL-ENT-TYPE(WS-CAL-FOUND-IDX) = 'W'
                       MOVE 'Y' TO WS-DAY-BUSINESS
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-DAY-BUSINESS
               IF WS-CAL-FOUND-IDX > 0
                   IF CAL-ENT-TYPE(WS-CAL-FOUND-IDX) = 'H'
                       MOVE 'N' TO WS-DAY-BUSINESS
                   END-IF
               END-IF.

       210-FIND-WEEKDAY.
           DIVIDE WS-CHECK-INT BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'Y' TO WS-DAY-WEEKEND
           ELSE
               MOVE 'N' TO WS-DAY-WEEKEND.

       250-FIND-CALENDAR-ENTRY.
           IF CAL-ENT-INT(WS-CAL-SUB) = WS-CHECK-INT
               MOVE WS-CAL-SUB TO WS-CAL-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Steps a day at a time from BC-DATE-1, counting only
      *    business days, until the count is used up.  A zero
      *    count rolls a non-business date forward to the next
      *    business day, which is how a due date that falls on a
      *    holiday is moved.
      *    ---------------------------------------------------------
       300-ADD-BUSINESS-DAYS.
           MOVE WS-DATE-1-INT TO WS-CHECK-INT.
           IF BC-DAY-COUNT = 0
               PERFORM 310-STEP-FORWARD
                   UNTIL WS-DAY-BUSINESS = 'Y'
           ELSE
           IF BC-DAY-COUNT > 0
               MOVE BC-DAY-COUNT TO WS-REMAINING
               PERFORM 320-COUNT-FORWARD
                   UNTIL WS-REMAINING = 0
           ELSE
               COMPUTE WS-REMAINING = 0 - BC-DAY-COUNT
               PERFORM 330-COUNT-BACKWARD
                   UNTIL WS-REMAINING = 0.
           COMPUTE BC-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-INT).

       310-STEP-FORWARD.
           ADD +1 TO WS-CHECK-INT.
           PERFORM 200-CLASSIFY-DAY.

       320-COUNT-FORWARD.
           ADD +1 TO WS-CHECK-INT.
           PERFORM 200-CLASSIFY-DAY.
           IF WS-DAY-BUSINESS = 'Y'
               SUBTRACT 1 FROM WS-REMAINING.

       330-COUNT-BACKWARD.
           SUBTRACT 1 FROM WS-CHECK-INT.
           PERFORM 200-CLASSIFY-DAY.
           IF WS-DAY-BUSINESS = 'Y'
               SUBTRACT 1 FROM WS-REMAINING.

      *    ---------------------------------------------------------
      *    Business days after the earlier date up to and including
      *    the later one.  Whole weeks count five each and the odd
      *    days are classified by weekday alone; one pass of the
      *    calendar table then takes off the holidays and adds the
      *    worked days that fall inside the span -- so a span of
      *    years costs no more than a span of days.
      *    ---------------------------------------------------------
       400-COUNT-BUSINESS-DAYS.
           MOVE +0 TO BC-DAY-COUNT.
           IF BC-DATE-2 IS NOT NUMERIC
              OR BC-DATE-2 < 16010101
               SET BC-DATE-INVALID TO TRUE
               GO TO 400-EXIT.
           COMPUTE WS-DATE-2-INT = FUNCTION INTEGER-OF-DATE (BC-DATE-2).
           IF WS-DATE-2-INT NOT > 0
               SET BC-DATE-INVALID TO TRUE
               GO TO 400-EXIT.
           IF WS-DATE-2-INT < WS-DATE-1-INT
               MOVE WS-DATE-2-INT TO WS-FROM-INT
               MOVE WS-DATE-1-INT TO WS-THRU-INT
               MOVE -1            TO WS-COUNT-SIGN
           ELSE
               MOVE WS-DATE-1-INT TO WS-FROM-INT
               MOVE WS-DATE-2-INT TO WS-THRU-INT
               MOVE +1            TO WS-COUNT-SIGN.
           COMPUTE WS-SPAN-DAYS = WS-THRU-INT - WS-FROM-INT.
           DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-WEEKS
               REMAINDER WS-ODD-DAYS.
           COMPUTE WS-BUSINESS-COUNT = WS-WEEKS * 5.
           PERFORM 410-COUNT-ODD-DAY
               VARYING WS-ODD-SUB FROM 1 BY 1
               UNTIL WS-ODD-SUB > WS-ODD-DAYS.
           PERFORM 420-APPLY-CALENDAR-ENTRY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > CAL-ENTRIES-USED.
           COMPUTE BC-DAY-COUNT = WS-BUSINESS-COUNT * WS-COUNT-SIGN.
       400-EXIT.
           EXIT.

       410-COUNT-ODD-DAY.
           COMPUTE WS-CHECK-INT =
               WS-FROM-INT + ( WS-WEEKS * 7 ) + WS-ODD-SUB.
           PERFORM 210-FIND-WEEKDAY.
           IF WS-DAY-WEEKEND = 'N'
               ADD +1 TO WS-BUSINESS-COUNT.

       420-APPLY-CALENDAR-ENTRY.
           IF CAL-ENT-INT(WS-CAL-SUB) > WS-FROM-INT
              AND CAL-ENT-INT(WS-CAL-SUB) NOT > WS-THRU-INT
               IF CAL-ENT-TYPE(WS-CAL-SUB) = 'H'
                  AND CAL-ENT-WEEKEND(WS-CAL-SUB) = 'N'
                   SUBTRACT 1 FROM WS-BUSINESS-COUNT
               ELSE
               IF CAL-ENT-TYPE(WS-CAL-SUB) = 'W'
                  AND CAL-ENT-WEEKEND(WS-CAL-SUB) = 'Y'
                   ADD +1 TO WS-BUSINESS-COUNT.

      *    ---------------------------------------------------------
      *    Loaded once per run.  A missing SHOPCAL DD is announced
      *    and leaves the table empty -- a plain Monday-to-Friday
      *    week.  A record whose date is not a real date cannot be
      *    placed in the week and is skipped with a message.
      *    ---------------------------------------------------------
       800-LOAD-SHOPCAL-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED.
           OPEN INPUT SHOPCAL-FILE.
           IF WS-SHOPCAL-STATUS NOT = '00'
               DISPLAY 'BUSCAL1 CANNOT OPEN SHOPCAL, RC='
                       WS-SHOPCAL-STATUS
                       ' - MONDAY TO FRIDAY ONLY'
               MOVE 'Y' TO WS-SHOPCAL-EOF
           ELSE
               PERFORM 850-LOAD-ONE-ENTRY THROUGH 850-EXIT
                   UNTIL WS-SHOPCAL-EOF = 'Y'
               CLOSE SHOPCAL-FILE
               DISPLAY 'BUSCAL1 SHOPCAL ENTRIES LOADED = '
                       CAL-ENTRIES-USED.

       850-LOAD-ONE-ENTRY.
           READ SHOPCAL-FILE
             AT END MOVE 'Y' TO WS-SHOPCAL-EOF .
           IF WS-SHOPCAL-EOF = 'Y'
               GO TO 850-EXIT.
           IF WS-SHOPCAL-STATUS NOT = '00'
              AND WS-SHOPCAL-STATUS NOT = '04'
               DISPLAY 'ERROR ON SHOPCAL READ.  CODE:'
                       WS-SHOPCAL-STATUS
               MOVE 'Y' TO WS-SHOPCAL-EOF
               GO TO 850-EXIT.
           IF CAL-REC = SPACES OR CAL-REC(1:1) = '*'
               GO TO 850-EXIT.
           MOVE +0 TO WS-CHECK-INT.
           IF CAL-DATE IS NUMERIC
              AND CAL-DATE NOT < 16010101
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE).
           IF WS-CHECK-INT NOT > 0
               DISPLAY 'BUSCAL1 BAD SHOPCAL DATE SKIPPED: '
                       CAL-REC(1:41)
               GO TO 850-EXIT.
           IF CAL-ENTRIES-USED < 1000
               ADD +1 TO CAL-ENTRIES-USED
               PERFORM 210-FIND-WEEKDAY
               MOVE CAL-DATE       TO CAL-ENT-DATE(CAL-ENTRIES-USED)
               MOVE WS-CHECK-INT   TO CAL-ENT-INT(CAL-ENTRIES-USED)
               MOVE CAL-DAY-TYPE   TO CAL-ENT-TYPE(CAL-ENTRIES-USED)
               MOVE WS-DAY-WEEKEND
                   TO CAL-ENT-WEEKEND(CAL-ENTRIES-USED)
           ELSE
               DISPLAY 'BUSCAL1 SHOPCAL TABLE FULL - ENTRY SKIPPED'.
       850-EXIT.
           EXIT.

      * END OF PROGRAM BUSCAL1
