      ****************************************************************
      * PROGRAM:  WATCHEV1
      *           Client price-alert evaluation, run after STCKLD1
      *
      * Checks every armed watch on the WATCHLST watchlist (see the
      * WATCHC copybook) against the STOCKVSAM price STCKLD1 has
      * just loaded, and writes one ALERTS notification record
      * (ALERTC) for every watch that fires.  The notification file
      * feeds the client mail system.
      *
      *   A - fires when the price is at or above the threshold
      *   B - fires when the price is at or below the threshold
      *   P - fires when the price has moved by at least the
      *       threshold percent, up or down, from the watch's base
      *       price.  The first evaluation after the watch is armed
      *       only records the base price.
      *
      * A watch that has fired is marked triggered and stays quiet
      * until WATCHMT1 re-arms it, so a client hears about a
      * crossing once, not after every load.
      *
      * Entitlement rules apply: a client is never alerted on a
      * symbol the ENTITLE file does not license them for, even if
      * the watch was registered while they were.  Such a watch is
      * reported as suppressed and stays armed -- if the licence
      * comes back the watch works again.  A symbol with no price,
      * or one STCKLD1 has delisted, is reported and left armed.
      *
      * FILES:
      *   OLDWATCH - current watchlist, WATCHC layout, ascending
      *              CLIENT-ID / SYMBOL / DIRECTION order
      *   STOCKVSM - the STOCKVSAM price file, read by key
      *   ENTITLE  - STOCK2Y client entitlements, read by key
      *   NEWWATCH - the watchlist with triggers and base prices
      *              recorded; feed it forward as the next run's
      *              OLDWATCH (and WATCHMT1's)
      *   ALERTS   - notifications for the mail system, ALERTC
      *   WEVRPT   - alerts sent, alerts suppressed, totals
      *
      * Return codes: 16 file error, 4 an alert was suppressed for
      * want of an entitlement.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHEV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-WATCH-FILE ASSIGN TO OLDWATCH
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDWATCH-STATUS.

           SELECT STOCK-VSAM-FILE ASSIGN TO STOCKVSM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STOCKVSAM-SYM
               FILE STATUS  IS  WS-STOCKVSM-STATUS.

           SELECT ENTITLE-FILE  ASSIGN TO ENTITLE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ENT-CLIENT
               FILE STATUS  IS  WS-ENTITLE-STATUS.

           SELECT NEW-WATCH-FILE ASSIGN TO NEWWATCH
               FILE STATUS  IS  WS-NEWWATCH-STATUS.

           SELECT ALERT-FILE    ASSIGN TO ALERTS
               FILE STATUS  IS  WS-ALERTS-STATUS.

           SELECT REPORT-FILE   ASSIGN TO WEVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OLD-WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WATCHC REPLACING ==:TAG:== BY ==OLD==.

       FD  STOCK-VSAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCKVSAM-RECORD.
           05  STOCKVSAM-SYM          PIC X(4).
           05  STOCKVSAM-SHR-PRC      PIC 9(6)V9(3) COMP-3.
           05  STOCKVSAM-SYM-DESC     PIC X(32).
           05  STOCKVSAM-EFF-TIME     PIC X(21).
           05  STOCKVSAM-STATUS       PIC X.
           05  STOCKVSAM-CURRENCY     PIC X(3).

       FD  ENTITLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTITLE-RECORD.
           05  ENT-CLIENT             PIC X(8).
           05  ENT-MAX-QTY            PIC 9(4).
           05  ENT-SYMBOL-COUNT       PIC 9(2).
           05  ENT-SYMBOL OCCURS 10 TIMES
                                      PIC X(4).
           05  FILLER                 PIC X(6).

       FD  NEW-WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WATCHC REPLACING ==:TAG:== BY ==NEW==.

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY ALERTC.

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
           05  WS-OLDWATCH-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-STOCKVSM-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ENTITLE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWWATCH-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ALERTS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDWATCH-EOF         PIC X     VALUE 'N'.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
      *
      *        The watch being evaluated
       COPY WATCHC REPLACING ==:TAG:== BY ==WRK==.
      *
      *        The ENTITLE record held is the last client read; the
      *        watchlist is in client order, so one read per client
       01  ENTITLE-CONTROLS.
           05  WS-ENT-CLIENT           PIC X(8)  VALUE LOW-VALUES.
           05  WS-ENT-FOUND            PIC X     VALUE 'N'.
           05  WS-ENT-ALLOWED          PIC X     VALUE 'N'.
           05  WS-ENT-SUB              PIC S9(4) COMP VALUE +0.
      *
       01  WORK-VARIABLES.
           05  WS-PRICE                PIC 9(6)V9(3)  COMP-3 VALUE 0.
           05  WS-MOVE-PCT             PIC S9(7)V9(3) COMP-3 VALUE +0.
           05  WS-FIRED                PIC X          VALUE 'N'.
           05  WS-NOTE                 PIC X(40)      VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-WATCHES-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WATCHES-QUIET     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WATCHES-CHECKED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BASES-SET         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALERTS-WRITTEN    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALERTS-SUPPRESSED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-PRICE          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWWATCH-RECS     PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(34)
                     VALUE 'CLIENT PRICE-ALERT EVALUATION     '.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'CLIENT  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'DIR'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE ' THRESHOLD'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '      BASE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE '     PRICE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'RESULT'.
           05  FILLER PIC X(41) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-CLIENT-ID          PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SYMBOL             PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DIRECTION          PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-THRESHOLD          PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BASE-PRICE         PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PRICE              PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(40).
           05  FILLER                 PIC X(41) VALUE SPACES.
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
           DISPLAY 'WATCHEV1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-WATCH.

           PERFORM 100-EVALUATE-ONE-WATCH THROUGH 100-EXIT
               UNTIL WS-OLDWATCH-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'WATCHEV1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    One watch: skip it if it has already fired, price it,
      *    apply the entitlement rule, then test it.  Every watch
      *    is written to NEWWATCH whatever the outcome.
      *    ---------------------------------------------------------
       100-EVALUATE-ONE-WATCH.
           MOVE OLD-REC TO WRK-REC.
           IF WRK-TRIGGERED
               ADD +1 TO NUM-WATCHES-QUIET
               GO TO 100-WRITE.
           ADD +1 TO NUM-WATCHES-CHECKED.
           MOVE WRK-SYMBOL TO STOCKVSAM-SYM.
           READ STOCK-VSAM-FILE.
           IF WS-STOCKVSM-STATUS NOT = '00'
               MOVE 0 TO WS-PRICE
               MOVE 'NO PRICE ON STOCKVSAM - STILL ARMED'
                   TO WS-NOTE
               ADD +1 TO NUM-NO-PRICE
               PERFORM 820-REPORT-WATCH
               GO TO 100-WRITE.
           MOVE STOCKVSAM-SHR-PRC TO WS-PRICE.
           IF STOCKVSAM-STATUS = 'R'
               MOVE 'SYMBOL DELISTED - STILL ARMED' TO WS-NOTE
               ADD +1 TO NUM-NO-PRICE
               PERFORM 820-REPORT-WATCH
               GO TO 100-WRITE.
           PERFORM 150-CHECK-ENTITLEMENT.
           IF WS-ENT-ALLOWED = 'N'
               GO TO 100-WRITE.
           IF WRK-PCT-MOVE AND WRK-BASE-PRICE = ZERO
               MOVE WS-PRICE TO WRK-BASE-PRICE
               ADD +1 TO NUM-BASES-SET
               GO TO 100-WRITE.
           PERFORM 200-TEST-WATCH.
           IF WS-FIRED = 'Y'
               PERFORM 250-WRITE-ALERT.
       100-WRITE.
           PERFORM 760-WRITE-NEW-WATCH.
           PERFORM 700-READ-OLD-WATCH.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Licensed for the symbol, or '*ALL' in the first slot as
      *    STOCK2Y treats it.  A client not on ENTITLE is licensed
      *    for nothing.
      *    ---------------------------------------------------------
       150-CHECK-ENTITLEMENT.
           IF WRK-CLIENT-ID NOT = WS-ENT-CLIENT
               PERFORM 160-READ-ENTITLE.
           MOVE 'N' TO WS-ENT-ALLOWED.
           IF WS-ENT-FOUND = 'Y'
               IF ENT-SYMBOL(1) = '*ALL'
                   MOVE 'Y' TO WS-ENT-ALLOWED
               ELSE
                   PERFORM 170-CHECK-ENTITLE-SLOT
                       VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > 10
                          OR WS-ENT-ALLOWED = 'Y'
               END-IF.
           IF WS-ENT-ALLOWED = 'N'
               IF WS-ENT-FOUND = 'Y'
                   MOVE 'SUPPRESSED - SYMBOL NOT LICENSED'
                       TO WS-NOTE
               ELSE
                   MOVE 'SUPPRESSED - CLIENT NOT ON ENTITLE'
                       TO WS-NOTE
               END-IF
               ADD +1 TO NUM-ALERTS-SUPPRESSED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 820-REPORT-WATCH.

       160-READ-ENTITLE.
           MOVE WRK-CLIENT-ID TO WS-ENT-CLIENT.
           MOVE WRK-CLIENT-ID TO ENT-CLIENT.
           READ ENTITLE-FILE.
           IF WS-ENTITLE-STATUS = '00'
               MOVE 'Y' TO WS-ENT-FOUND
           ELSE
               MOVE 'N' TO WS-ENT-FOUND
               IF WS-ENTITLE-STATUS NOT = '23'
                   DISPLAY 'ERROR ON ENTITLE READ.  CODE:'
                           WS-ENTITLE-STATUS ' CLIENT:' WRK-CLIENT-ID
                   MOVE 16 TO RETURN-CODE
               END-IF.

       170-CHECK-ENTITLE-SLOT.
           IF ENT-SYMBOL(WS-ENT-SUB) = WRK-SYMBOL
               MOVE 'Y' TO WS-ENT-ALLOWED.

       200-TEST-WATCH.
           MOVE 'N' TO WS-FIRED.
           IF WRK-ABOVE AND WS-PRICE NOT < WRK-THRESHOLD
               MOVE 'Y' TO WS-FIRED.
           IF WRK-BELOW AND WS-PRICE NOT > WRK-THRESHOLD
               MOVE 'Y' TO WS-FIRED.
           IF WRK-PCT-MOVE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   ( WS-PRICE - WRK-BASE-PRICE ) * 100
                   / WRK-BASE-PRICE
               IF WS-MOVE-PCT < 0
                   COMPUTE WS-MOVE-PCT = 0 - WS-MOVE-PCT
               END-IF
               IF WS-MOVE-PCT NOT < WRK-THRESHOLD
                   MOVE 'Y' TO WS-FIRED
               END-IF.

      *    The watch fires once: mark it triggered and tell the
      *    client
       250-WRITE-ALERT.
           MOVE SPACES              TO ALR-RECORD.
           MOVE WRK-CLIENT-ID       TO ALR-CLIENT-ID.
           MOVE WRK-SYMBOL          TO ALR-SYMBOL.
           MOVE WRK-DIRECTION       TO ALR-DIRECTION.
           MOVE WRK-THRESHOLD       TO ALR-THRESHOLD.
           MOVE WRK-BASE-PRICE      TO ALR-BASE-PRICE.
           MOVE WS-PRICE            TO ALR-PRICE.
           MOVE STOCKVSAM-EFF-TIME  TO ALR-PRICE-EFF-TIME.
           MOVE WS-RUN-DATE-N       TO ALR-ALERT-DATE.
           IF WRK-ABOVE
               MOVE 'PRICE HAS RISEN TO OR ABOVE YOUR ALERT LEVEL'
                   TO ALR-MESSAGE
           ELSE IF WRK-BELOW
               MOVE 'PRICE HAS FALLEN TO OR BELOW YOUR ALERT LEVEL'
                   TO ALR-MESSAGE
           ELSE
               MOVE 'PRICE HAS MOVED BY YOUR ALERT PERCENTAGE OR MORE'
                   TO ALR-MESSAGE.
           WRITE ALR-RECORD.
           IF WS-ALERTS-STATUS NOT = '00'
               DISPLAY 'ERROR ON ALERTS WRITE.  CODE:'
                       WS-ALERTS-STATUS ' CLIENT:' WRK-CLIENT-ID
               MOVE 16 TO RETURN-CODE
               MOVE 'ALERT NOT WRITTEN - STILL ARMED' TO WS-NOTE
           ELSE
               MOVE 'T'           TO WRK-STATUS
               MOVE WS-RUN-DATE-N TO WRK-TRIGGER-DATE
               MOVE WS-PRICE      TO WRK-TRIGGER-PRICE
               ADD +1 TO NUM-ALERTS-WRITTEN
               MOVE 'ALERT SENT - WATCH NOW TRIGGERED' TO WS-NOTE.
           PERFORM 820-REPORT-WATCH.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'WATCHES READ:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WATCHES-READ         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ALREADY TRIGGERED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WATCHES-QUIET        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WATCHES EVALUATED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WATCHES-CHECKED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NO PRICE / DELISTED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-PRICE             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'BASE PRICES SET:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BASES-SET            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ALERTS WRITTEN:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ALERTS-WRITTEN       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ALERTS SUPPRESSED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ALERTS-SUPPRESSED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW WATCHES:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWWATCH-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-WATCH.
           READ OLD-WATCH-FILE
             AT END MOVE 'Y' TO WS-OLDWATCH-EOF .
           IF ( WS-OLDWATCH-STATUS = '00' OR
                WS-OLDWATCH-STATUS = '04' ) THEN
               ADD +1 TO NUM-WATCHES-READ
           ELSE IF WS-OLDWATCH-STATUS = '10'
               MOVE 'Y' TO WS-OLDWATCH-EOF
           ELSE
               DISPLAY 'ERROR ON OLDWATCH READ.  CODE:'
                       WS-OLDWATCH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDWATCH-EOF.

       760-WRITE-NEW-WATCH.
           MOVE WRK-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWWATCH-RECS.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-X TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       820-REPORT-WATCH.
           MOVE WRK-CLIENT-ID  TO RPT-CLIENT-ID.
           MOVE WRK-SYMBOL     TO RPT-SYMBOL.
           MOVE WRK-DIRECTION  TO RPT-DIRECTION.
           MOVE WRK-THRESHOLD  TO RPT-THRESHOLD.
           MOVE WRK-BASE-PRICE TO RPT-BASE-PRICE.
           MOVE WS-PRICE       TO RPT-PRICE.
           MOVE WS-NOTE        TO RPT-NOTE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    OLD-WATCH-FILE
                         STOCK-VSAM-FILE
                         ENTITLE-FILE
                OUTPUT   NEW-WATCH-FILE
                         ALERT-FILE
                         REPORT-FILE .
           IF WS-OLDWATCH-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDWATCH FILE. RC:'
                     WS-OLDWATCH-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWATCH-EOF.
           IF WS-STOCKVSM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STOCKVSM FILE. RC:'
                     WS-STOCKVSM-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWATCH-EOF.
           IF WS-ENTITLE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ENTITLE FILE. RC:'
                     WS-ENTITLE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWATCH-EOF.
           IF WS-NEWWATCH-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWWATCH FILE. RC:'
                     WS-NEWWATCH-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWATCH-EOF.
           IF WS-ALERTS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ALERTS FILE. RC:'
                     WS-ALERTS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWATCH-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WEVRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWATCH-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-WATCH-FILE .
           CLOSE STOCK-VSAM-FILE .
           CLOSE ENTITLE-FILE .
           CLOSE NEW-WATCH-FILE .
           CLOSE ALERT-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM WATCHEV1
