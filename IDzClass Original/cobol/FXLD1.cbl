      ****************************************************************
      * PROGRAM:  FXLD1
      *           Daily exchange-rate feed loader for the FXRATE file
      *
      * STOCKVSAM prices are quoted in the currency of the listing
      * market, and PORTVAL1 carries every position into its owner's
      * base currency.  This job reads the day's exchange-rate feed,
      * validates each line the same way STCKLD1 validates prices,
      * applies adds and updates to FXRATE, and prints a delta
      * report of changed rates with old and new values plus the
      * rejected feed lines.
      *
      * Rates are quoted against USD, the pivot: the feed carries
      * the USD value of one unit of each currency (FXRATEC).  USD
      * is never loaded -- its rate is 1 by definition.
      *
      * FEED LINE LAYOUT (FXFEED, 80 BYTES):
      *   cols  1-3   ISO currency code
      *   col   4     filler
      *   cols  5-17  rate, 9(5)V9(8) with implied decimal -- USD
      *               per one unit of the currency
      *   col  18     filler
      *   cols 19-26  market date the rate is for (yyyymmdd)
      *   col  27     filler
      *   cols 28-35  source id (blank charges to *NONE*)
      *
      * CONTROL CARD:
      *   FXTOLCTL 'TOLPCT=NNN' percentage tolerance against the
      *            stored rate (default 010).  Optional.
      *
      * VALIDATION:
      *   - currency must be three letters and not USD
      *   - rate must be numeric and non-zero
      *   - rate date must be a numeric date no later than today,
      *     and no earlier than the rate already stored
      *   - a currency may appear only once in a run; the second
      *     and later lines are rejected, not guessed between
      *   - for an existing currency, the stored-vs-new rate move
      *     must be within TOLPCT
      *
      * FILES:
      *   FXFEED   - the day's rate feed, layout above
      *   FXTOLCTL - optional tolerance card
      *   FXRATE   - exchange-rate KSDS, FXRATEC layout, updated
      *   FXRPT    - delta and reject report
      *
      * Return codes: 16 file error, 4 a line was rejected or the
      * feed was empty.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FX-FEED-FILE  ASSIGN TO FXFEED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-FXFEED-STATUS.

           SELECT FX-RATE-FILE  ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FXR-CURRENCY
               FILE STATUS  IS  WS-FXRATE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO FXTOLCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO FXRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  FX-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  FX-FEED-LINE.
           05  FXF-CURRENCY           PIC X(3).
           05  FILLER                 PIC X.
           05  FXF-RATE               PIC X(13).
           05  FXF-RATE-NUM  REDEFINES FXF-RATE
                                      PIC 9(5)V9(8).
           05  FILLER                 PIC X.
           05  FXF-RATE-DATE          PIC X(8).
           05  FXF-RATE-DATE-NUM  REDEFINES FXF-RATE-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  FXF-SOURCE             PIC X(8).
           05  FILLER                 PIC X(45).

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATEC.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-FXFEED-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-FXFEED-EOF           PIC X     VALUE 'N'.
           05  WS-FXRATE-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
           05  WS-RUN-DATE-X           PIC X(8)  VALUE SPACES.
           05  WS-RUN-DATE  REDEFINES WS-RUN-DATE-X
                                       PIC 9(8).
      *
       01  WORK-VARIABLES.
           05  WS-OLD-RATE         PIC 9(5)V9(8) COMP-3 VALUE 0.
           05  WS-OLD-RATE-DATE    PIC 9(8)             VALUE 0.
           05  WS-RATE-MOVE-PCT    PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-TOLERANCE-PCT    PIC S9(3)    COMP-3 VALUE +10.
           05  WS-TOL-CARD           PIC X(3)           VALUE SPACES.
           05  WS-TOL-CARD-NUM  REDEFINES WS-TOL-CARD
                                     PIC 9(3).
           05  WS-APPLY-CURRENCY     PIC X(3)            VALUE SPACES.
           05  WS-APPLY-RATE         PIC 9(5)V9(8) COMP-3 VALUE 0.
           05  WS-APPLY-RATE-DATE    PIC 9(8)            VALUE 0.
      *
      *        ***********************************
      *          currencies already seen on this
      *          run's feed -- a repeat is rejected
      *        ***********************************
       01  CURRENCY-CONTROLS.
           05  CCY-COUNT             PIC S9(4)   COMP    VALUE +0.
           05  WS-CCY-SUB            PIC S9(4)   COMP    VALUE +0.
           05  WS-CCY-FOUND          PIC X               VALUE 'N'.
       01  CURRENCY-TABLE.
           05  CCY-ENTRY  OCCURS 200 TIMES
                                     PIC X(3).
      *
       01  TOTALS-VARS.
           05  NUM-FEED-LINES        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RATES-ADDED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RATES-UPDATED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNCHANGED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'FXRATE EXCHANGE-RATE FEED DELTA REPORT  '.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(3)  VALUE 'CCY'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(14) VALUE '      OLD-RATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(14) VALUE '      NEW-RATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'RATEDATE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(9)  VALUE 'ACTION   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(39) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-CURRENCY           PIC X(3).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-OLD-RATE           PIC ZZZZ9.99999999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NEW-RATE           PIC ZZZZ9.99999999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-RATE-DATE          PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ACTION             PIC X(9).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(40).
           05  FILLER                 PIC X(39) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(97)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'FXLD1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 850-READ-CONTROL-CARD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-PROCESS-FEED-LINE THROUGH 100-EXIT
               UNTIL WS-FXFEED-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-LINES-REJECTED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           IF NUM-FEED-LINES = 0
               DISPLAY 'FXLD1 WARNING - NO RATE LINES, FEED MAY '
                       'HAVE BEEN MISSED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           DISPLAY 'FXLD1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Validate one feed line and, if it passes, add or update
      *    the currency's FXRATE record.
      *    ---------------------------------------------------------
       100-PROCESS-FEED-LINE.
           PERFORM 700-READ-FX-FEED.
           IF WS-FXFEED-EOF = 'Y'
               GO TO 100-EXIT.
           MOVE FXF-CURRENCY TO WS-APPLY-CURRENCY.
           MOVE 0 TO WS-APPLY-RATE.
           MOVE 0 TO WS-APPLY-RATE-DATE.
           MOVE 0 TO WS-OLD-RATE.
           IF FXF-SOURCE = SPACES
               MOVE '*NONE*  ' TO FXF-SOURCE.
           IF FXF-CURRENCY NOT ALPHABETIC-UPPER
              OR FXF-CURRENCY(1:1) = SPACE
              OR FXF-CURRENCY(2:1) = SPACE
              OR FXF-CURRENCY(3:1) = SPACE
               MOVE 'CURRENCY CODE NOT VALID' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF FXF-CURRENCY = 'USD'
               MOVE 'USD IS THE PIVOT - RATE IS ALWAYS 1'
                   TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF FXF-RATE NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF FXF-RATE-NUM = ZERO
               MOVE 'RATE IS ZERO' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           MOVE FXF-RATE-NUM TO WS-APPLY-RATE.
           IF FXF-RATE-DATE NOT NUMERIC
              OR FXF-RATE-DATE-NUM = ZERO
               MOVE 'RATE DATE NOT VALID' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           MOVE FXF-RATE-DATE-NUM TO WS-APPLY-RATE-DATE.
           IF WS-APPLY-RATE-DATE > WS-RUN-DATE
               MOVE 'RATE DATE IS IN THE FUTURE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           PERFORM 130-CHECK-DUPLICATE.
           IF WS-CCY-FOUND = 'Y'
               MOVE 'CURRENCY REPEATED ON FEED' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           PERFORM 150-READ-FXRATE.
           IF WS-FXRATE-STATUS = '00'
               PERFORM 160-APPLY-RATE-UPDATE THROUGH 160-EXIT
           ELSE
           IF WS-FXRATE-STATUS = '23'
               PERFORM 170-APPLY-NEW-RATE
           ELSE
               MOVE 'FXRATE READ ERROR' TO WS-REJECT-REASON
               DISPLAY 'FXLD1 FXRATE READ RC=' WS-FXRATE-STATUS
               PERFORM 250-REPORT-REJECTED.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The first line for a currency is the one considered; the
      *    currency is remembered even if that line is later
      *    rejected, so a repeat can never slip in behind it.
      *    ---------------------------------------------------------
       130-CHECK-DUPLICATE.
           MOVE 'N' TO WS-CCY-FOUND.
           PERFORM 135-SCAN-CURRENCY-ENTRY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > CCY-COUNT
                  OR WS-CCY-FOUND = 'Y'.
           IF WS-CCY-FOUND = 'N'
               IF CCY-COUNT < 200
                   ADD +1 TO CCY-COUNT
                   MOVE FXF-CURRENCY TO CCY-ENTRY(CCY-COUNT)
               ELSE
                   DISPLAY 'FXLD1 CURRENCY TABLE FULL - REPEATS OF '
                           FXF-CURRENCY ' NOT DETECTED'.

       135-SCAN-CURRENCY-ENTRY.
           IF CCY-ENTRY(WS-CCY-SUB) = FXF-CURRENCY
               MOVE 'Y' TO WS-CCY-FOUND.

       150-READ-FXRATE.
           MOVE WS-APPLY-CURRENCY TO FXR-CURRENCY.
           READ FX-RATE-FILE.
           IF WS-FXRATE-STATUS = '00'
               MOVE FXR-RATE      TO WS-OLD-RATE
               MOVE FXR-RATE-DATE TO WS-OLD-RATE-DATE
           ELSE
               MOVE 0 TO WS-OLD-RATE
               MOVE 0 TO WS-OLD-RATE-DATE.

      *    ---------------------------------------------------------
      *    Existing currency: store the new rate, unless it is for
      *    an earlier date than the one held (a replayed feed) or
      *    the move from the stored rate exceeds the tolerance --
      *    those lines are rejected for a human to look at.
      *    ---------------------------------------------------------
       160-APPLY-RATE-UPDATE.
           IF WS-APPLY-RATE-DATE < WS-OLD-RATE-DATE
               MOVE 'RATE DATE EARLIER THAN STORED RATE'
                   TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 160-EXIT.
           IF WS-APPLY-RATE = WS-OLD-RATE
              AND WS-APPLY-RATE-DATE = WS-OLD-RATE-DATE
               ADD +1 TO NUM-UNCHANGED
               GO TO 160-EXIT.
           IF WS-OLD-RATE > 0
               COMPUTE WS-RATE-MOVE-PCT ROUNDED =
                   ( ( WS-APPLY-RATE - WS-OLD-RATE ) * 100 )
                     / WS-OLD-RATE
               IF WS-RATE-MOVE-PCT < 0
                   COMPUTE WS-RATE-MOVE-PCT = 0 - WS-RATE-MOVE-PCT
               END-IF
               IF WS-RATE-MOVE-PCT > WS-TOLERANCE-PCT
                   MOVE 'RATE MOVE EXCEEDS TOLERANCE PCT'
                       TO WS-REJECT-REASON
                   PERFORM 250-REPORT-REJECTED
                   GO TO 160-EXIT
               END-IF.
           MOVE WS-OLD-RATE        TO FXR-PRIOR-RATE.
           MOVE WS-APPLY-RATE      TO FXR-RATE.
           MOVE WS-APPLY-RATE-DATE TO FXR-RATE-DATE.
           MOVE FXF-SOURCE         TO FXR-SOURCE.
           PERFORM 180-STAMP-RECORD.
           REWRITE FXR-RECORD.
           IF WS-FXRATE-STATUS = '00'
               ADD +1 TO NUM-RATES-UPDATED
               MOVE 'UPDATED' TO RPT-ACTION
               PERFORM 240-REPORT-DELTA
           ELSE
               MOVE 'FXRATE REWRITE ERROR' TO WS-REJECT-REASON
               DISPLAY 'FXLD1 REWRITE RC=' WS-FXRATE-STATUS
               PERFORM 250-REPORT-REJECTED.
       160-EXIT.
           EXIT.

       170-APPLY-NEW-RATE.
           MOVE SPACES             TO FXR-RECORD.
           MOVE WS-APPLY-CURRENCY  TO FXR-CURRENCY.
           MOVE WS-APPLY-RATE      TO FXR-RATE.
           MOVE WS-APPLY-RATE-DATE TO FXR-RATE-DATE.
           MOVE 0                  TO FXR-PRIOR-RATE.
           MOVE FXF-SOURCE         TO FXR-SOURCE.
           PERFORM 180-STAMP-RECORD.
           WRITE FXR-RECORD.
           IF WS-FXRATE-STATUS = '00'
               ADD +1 TO NUM-RATES-ADDED
               MOVE 'ADDED  ' TO RPT-ACTION
               PERFORM 240-REPORT-DELTA
           ELSE
               MOVE 'FXRATE WRITE ERROR' TO WS-REJECT-REASON
               DISPLAY 'FXLD1 WRITE RC=' WS-FXRATE-STATUS
               PERFORM 250-REPORT-REJECTED.

       180-STAMP-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FXR-EFF-TIME.

       240-REPORT-DELTA.
           MOVE WS-APPLY-CURRENCY  TO RPT-CURRENCY.
           MOVE WS-OLD-RATE        TO RPT-OLD-RATE.
           MOVE WS-APPLY-RATE      TO RPT-NEW-RATE.
           MOVE FXF-RATE-DATE      TO RPT-RATE-DATE.
           MOVE SPACES             TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       250-REPORT-REJECTED.
           ADD +1 TO NUM-LINES-REJECTED.
           MOVE WS-APPLY-CURRENCY  TO RPT-CURRENCY.
           MOVE WS-OLD-RATE        TO RPT-OLD-RATE.
           MOVE WS-APPLY-RATE      TO RPT-NEW-RATE.
           MOVE FXF-RATE-DATE      TO RPT-RATE-DATE.
           MOVE 'REJECTED'         TO RPT-ACTION.
           MOVE WS-REJECT-REASON   TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'FEED LINES READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FEED-LINES           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RATES ADDED:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RATES-ADDED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RATES UPDATED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RATES-UPDATED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RATES UNCHANGED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNCHANGED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LINES REJECTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LINES-REJECTED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-FX-FEED.
           READ FX-FEED-FILE
             AT END MOVE 'Y' TO WS-FXFEED-EOF .
           IF ( WS-FXFEED-STATUS = '00' OR
                WS-FXFEED-STATUS = '04' )
               ADD +1 TO NUM-FEED-LINES
           ELSE IF WS-FXFEED-STATUS = '10'
               MOVE 'Y' TO WS-FXFEED-EOF
           ELSE
               DISPLAY 'ERROR ON FXFEED READ.  CODE:'
                       WS-FXFEED-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FXFEED-EOF.

      *    ---------------------------------------------------------
      *    The FXTOLCTL DD is optional -- absent or unrecognized,
      *    the 10 percent default tolerance applies.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             READ CONTROL-CARD-FILE
             IF WS-CONTROL-STATUS = '00'
                AND CONTROL-CARD-RECORD(1:7) = 'TOLPCT='
               MOVE CONTROL-CARD-RECORD(8:3) TO WS-TOL-CARD
               IF WS-TOL-CARD IS NUMERIC
                 MOVE WS-TOL-CARD-NUM TO WS-TOLERANCE-PCT
               ELSE
                 DISPLAY 'FXLD1 BAD TOLPCT= CARD - USING DEFAULT'
               END-IF
             END-IF
             CLOSE CONTROL-CARD-FILE
           END-IF.
           DISPLAY 'FXLD1 TOLERANCE PCT = ' WS-TOLERANCE-PCT.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       900-OPEN-FILES.
           OPEN INPUT    FX-FEED-FILE
                I-O      FX-RATE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-FXFEED-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING FXFEED FILE. RC:'
                     WS-FXFEED-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FXFEED-EOF.
           IF WS-FXRATE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING FXRATE FILE. RC:'
                     WS-FXRATE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FXFEED-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING FXRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FXFEED-EOF.

       905-CLOSE-FILES.
           CLOSE FX-FEED-FILE .
           CLOSE FX-RATE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM FXLD1
