      ****************************************************************
      * PROGRAM:  WATCHMT1
      *           Client price-alert watchlist maintenance batch
      *
      * Desk clients kept phoning to ask whether a symbol had
      * crossed a price yet.  They now register watches instead:
      * one WATCHLST record (see the WATCHC copybook) per client,
      * symbol and direction, evaluated by WATCHEV1 after every
      * STCKLD1 price load.  This job maintains the watchlist from
      * ADD, CHANGE, REARM and DELETE transactions, the same
      * old-plus-trans-equals-new discipline PORTMNT1 uses for the
      * position master.
      *
      * FILES:
      *   OLDWATCH - current watchlist, WATCHC layout, ascending
      *              CLIENT-ID / SYMBOL / DIRECTION order (an empty
      *              file on the first run)
      *   WATCHTRN - watchlist transactions, same key order:
      *              cols  1-6   action (ADD / CHANGE / REARM /
      *                          DELETE)
      *              col   7     filler
      *              cols  8-15  client id
      *              col  16     filler
      *              cols 17-20  symbol
      *              col  21     filler
      *              col  22     direction: A above, B below,
      *                          P percent move either way
      *              col  23     filler
      *              cols 24-32  threshold, 9(6)V9(3) implied --
      *                          a price for A and B, a percent
      *                          for P (ADD and CHANGE only)
      *   ENTITLE  - STOCK2Y client entitlements, read by key
      *   NEWWATCH - new watchlist generation
      *   WATRPT   - applied/rejected report
      *
      * An ADD or CHANGE is refused for a client not on ENTITLE or
      * not licensed for the symbol -- there is no point keeping a
      * watch WATCHEV1 would never be allowed to fire.  A CHANGE
      * re-arms the watch at its new threshold.  A REARM puts a
      * triggered watch back on watch; a percent-move watch takes
      * a fresh base price at its next evaluation.
      *
      * Return codes: 16 file error, 8 a transaction was rejected.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHMT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-WATCH-FILE ASSIGN TO OLDWATCH
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDWATCH-STATUS.

           SELECT WATCH-TRAN-FILE ASSIGN TO WATCHTRN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WATCHTRN-STATUS.

           SELECT ENTITLE-FILE  ASSIGN TO ENTITLE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ENT-CLIENT
               FILE STATUS  IS  WS-ENTITLE-STATUS.

           SELECT NEW-WATCH-FILE ASSIGN TO NEWWATCH
               FILE STATUS  IS  WS-NEWWATCH-STATUS.

           SELECT REPORT-FILE   ASSIGN TO WATRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OLD-WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WATCHC REPLACING ==:TAG:== BY ==OLD==.

       FD  WATCH-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  WATCH-TRAN-RECORD.
           05  WTR-ACTION             PIC X(6).
           05  FILLER                 PIC X.
           05  WTR-CLIENT-ID          PIC X(8).
           05  FILLER                 PIC X.
           05  WTR-SYMBOL             PIC X(4).
           05  FILLER                 PIC X.
           05  WTR-DIRECTION          PIC X.
           05  FILLER                 PIC X.
           05  WTR-THRESHOLD          PIC X(9).
           05  WTR-THRESHOLD-NUM  REDEFINES WTR-THRESHOLD
                                      PIC 9(6)V9(3).
           05  FILLER                 PIC X(48).

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
           05  WS-WATCHTRN-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ENTITLE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWWATCH-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDWATCH-EOF         PIC X     VALUE 'N'.
           05  WS-WATCHTRN-EOF         PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-WATCH-DROPPED        PIC X     VALUE 'N'.
           05  WS-ENT-ALLOWED          PIC X     VALUE 'N'.
           05  WS-ENT-SUB              PIC S9(4) COMP VALUE +0.
      *
       01  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-X              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE-X
                                      PIC 9(8).
      *
      *        The watch being carried through its transactions
       COPY WATCHC REPLACING ==:TAG:== BY ==WRK==.
      *
      *        Control keys for the matched (balance-line) update.
      *        An exhausted file parks HIGH-VALUES in its key so the
      *        other side drains normally.
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY           PIC X(13) VALUE LOW-VALUES.
           05  WS-TRAN-KEY             PIC X(13) VALUE LOW-VALUES.
      *
       01  TOTALS-VARS.
           05  NUM-OLDWATCH-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WATCHTRN-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWWATCH-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDS-APPLIED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REARMS-APPLIED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DELETES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'CLIENT PRICE-ALERT WATCHLIST MAINTENANCE'.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  RPT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(78) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(6)  VALUE 'ACTION'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'CLIENT  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(4)  VALUE 'SYM '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'DIR'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE ' THRESHOLD'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(45) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACTION             PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CLIENT-ID          PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SYMBOL             PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DIRECTION          PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-THRESHOLD          PIC ZZZZZ9.999.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(40).
           05  FILLER                 PIC X(45) VALUE SPACES.
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
           DISPLAY 'WATCHMT1 STARTED'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE-X.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-WATCH.
           PERFORM 710-READ-WATCH-TRAN.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDWATCH-EOF = 'Y' AND WS-WATCHTRN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'WATCHMT1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Standard balance-line cycle on CLIENT-ID/SYMBOL/
      *    DIRECTION.  A matched watch is carried through every one
      *    of its transactions before it is written (or dropped).
      *    ---------------------------------------------------------
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               MOVE OLD-REC TO WRK-REC
               PERFORM 760-WRITE-NEW-WATCH
               PERFORM 700-READ-OLD-WATCH
               GO TO 100-EXIT.
           IF WS-MASTER-KEY > WS-TRAN-KEY
               PERFORM 110-TRAN-WITHOUT-MASTER THROUGH 110-EXIT
               GO TO 100-EXIT.
           MOVE OLD-REC TO WRK-REC.
           MOVE 'N' TO WS-WATCH-DROPPED.
           PERFORM 130-APPLY-ONE-TRAN THROUGH 130-EXIT
               UNTIL WS-WATCHTRN-EOF = 'Y'
                  OR WS-TRAN-KEY NOT = WRK-KEY.
           IF WS-WATCH-DROPPED = 'N'
               PERFORM 760-WRITE-NEW-WATCH.
           PERFORM 700-READ-OLD-WATCH.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The transaction key is not on the watchlist -- only an
      *    ADD creates a watch.  Later transactions for the same key
      *    are applied to the new watch before it is written.
      *    ---------------------------------------------------------
       110-TRAN-WITHOUT-MASTER.
           IF WTR-ACTION NOT = 'ADD   '
               IF WTR-ACTION = 'CHANGE' OR WTR-ACTION = 'REARM '
                  OR WTR-ACTION = 'DELETE'
                   MOVE 'WATCH NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               END-IF
               PERFORM 820-REPORT-REJECTED
               PERFORM 710-READ-WATCH-TRAN
               GO TO 110-EXIT.
           PERFORM 150-VALIDATE-WATCH THROUGH 150-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 820-REPORT-REJECTED
               PERFORM 710-READ-WATCH-TRAN
               GO TO 110-EXIT.
           MOVE SPACES            TO WRK-REC.
           MOVE WTR-CLIENT-ID     TO WRK-CLIENT-ID.
           MOVE WTR-SYMBOL        TO WRK-SYMBOL.
           MOVE WTR-DIRECTION     TO WRK-DIRECTION.
           MOVE WTR-THRESHOLD-NUM TO WRK-THRESHOLD.
           PERFORM 170-ARM-WATCH.
           ADD +1 TO NUM-ADDS-APPLIED.
           PERFORM 810-REPORT-APPLIED.
           PERFORM 710-READ-WATCH-TRAN.
           MOVE 'N' TO WS-WATCH-DROPPED.
           PERFORM 130-APPLY-ONE-TRAN THROUGH 130-EXIT
               UNTIL WS-WATCHTRN-EOF = 'Y'
                  OR WS-TRAN-KEY NOT = WRK-KEY.
           IF WS-WATCH-DROPPED = 'N'
               PERFORM 760-WRITE-NEW-WATCH.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One transaction against the watch in WRK-REC.  An ADD
      *    after a DELETE in the same run brings the watch back.
      *    ---------------------------------------------------------
       130-APPLY-ONE-TRAN.
           IF WTR-ACTION = 'ADD   '
               IF WS-WATCH-DROPPED = 'N'
                   MOVE 'WATCH ALREADY ON FILE' TO WS-REJECT-REASON
                   PERFORM 820-REPORT-REJECTED
                   GO TO 130-NEXT
               END-IF
               PERFORM 150-VALIDATE-WATCH THROUGH 150-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 820-REPORT-REJECTED
                   GO TO 130-NEXT
               END-IF
               MOVE 'N'               TO WS-WATCH-DROPPED
               MOVE WTR-THRESHOLD-NUM TO WRK-THRESHOLD
               PERFORM 170-ARM-WATCH
               ADD +1 TO NUM-ADDS-APPLIED
               PERFORM 810-REPORT-APPLIED
               GO TO 130-NEXT.
           IF WS-WATCH-DROPPED = 'Y'
              AND ( WTR-ACTION = 'CHANGE' OR WTR-ACTION = 'REARM '
                    OR WTR-ACTION = 'DELETE' )
               MOVE 'WATCH ALREADY DELETED' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
               GO TO 130-NEXT.
           IF WTR-ACTION = 'CHANGE'
               PERFORM 150-VALIDATE-WATCH THROUGH 150-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 820-REPORT-REJECTED
                   GO TO 130-NEXT
               END-IF
               MOVE WTR-THRESHOLD-NUM TO WRK-THRESHOLD
               PERFORM 170-ARM-WATCH
               ADD +1 TO NUM-CHANGES-APPLIED
               PERFORM 810-REPORT-APPLIED
               GO TO 130-NEXT.
           IF WTR-ACTION = 'REARM '
               PERFORM 170-ARM-WATCH
               ADD +1 TO NUM-REARMS-APPLIED
               PERFORM 810-REPORT-APPLIED
               GO TO 130-NEXT.
           IF WTR-ACTION = 'DELETE'
               MOVE 'Y' TO WS-WATCH-DROPPED
               ADD +1 TO NUM-DELETES-APPLIED
               PERFORM 810-REPORT-APPLIED
               GO TO 130-NEXT.
           MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 820-REPORT-REJECTED.
       130-NEXT.
           PERFORM 710-READ-WATCH-TRAN.
       130-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    ADD and CHANGE: a valid direction and threshold, and a
      *    client licensed for the symbol.  '*ALL' in the first
      *    slot licenses every symbol, as STOCK2Y treats it.
      *    ---------------------------------------------------------
       150-VALIDATE-WATCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WTR-SYMBOL = SPACES
               MOVE 'SYMBOL MISSING' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF WTR-DIRECTION NOT = 'A' AND WTR-DIRECTION NOT = 'B'
              AND WTR-DIRECTION NOT = 'P'
               MOVE 'DIRECTION NOT A, B OR P' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF WTR-THRESHOLD IS NOT NUMERIC
              OR WTR-THRESHOLD-NUM = ZERO
               MOVE 'THRESHOLD NOT NUMERIC OR ZERO'
                   TO WS-REJECT-REASON
               GO TO 150-EXIT.
           MOVE WTR-CLIENT-ID TO ENT-CLIENT.
           READ ENTITLE-FILE.
           IF WS-ENTITLE-STATUS = '23'
               MOVE 'CLIENT NOT ON ENTITLE' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF WS-ENTITLE-STATUS NOT = '00'
               DISPLAY 'ERROR ON ENTITLE READ.  CODE:'
                       WS-ENTITLE-STATUS ' CLIENT:' WTR-CLIENT-ID
               MOVE 16 TO RETURN-CODE
               MOVE 'ENTITLE FILE ERROR' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           MOVE 'N' TO WS-ENT-ALLOWED.
           IF ENT-SYMBOL(1) = '*ALL'
               MOVE 'Y' TO WS-ENT-ALLOWED
           ELSE
               PERFORM 160-CHECK-ENTITLE-SLOT
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > 10
                      OR WS-ENT-ALLOWED = 'Y'.
           IF WS-ENT-ALLOWED = 'N'
               MOVE 'SYMBOL NOT LICENSED FOR CLIENT'
                   TO WS-REJECT-REASON.
       150-EXIT.
           EXIT.

       160-CHECK-ENTITLE-SLOT.
           IF ENT-SYMBOL(WS-ENT-SUB) = WTR-SYMBOL
               MOVE 'Y' TO WS-ENT-ALLOWED.

      *    Armed today, with no base price yet and no trigger
       170-ARM-WATCH.
           MOVE 'A'           TO WRK-STATUS.
           MOVE ZERO          TO WRK-BASE-PRICE.
           MOVE WS-RUN-DATE-N TO WRK-ARMED-DATE.
           MOVE ZERO          TO WRK-TRIGGER-DATE.
           MOVE ZERO          TO WRK-TRIGGER-PRICE.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'WATCHES READ:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDWATCH-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSACTIONS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WATCHTRN-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADDS APPLIED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADDS-APPLIED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CHANGES APPLIED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CHANGES-APPLIED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REARMS APPLIED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REARMS-APPLIED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DELETES APPLIED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DELETES-APPLIED      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANS REJECTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-REJECTED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW WATCHES:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWWATCH-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-WATCH.
           READ OLD-WATCH-FILE
             AT END MOVE 'Y' TO WS-OLDWATCH-EOF .
           IF ( WS-OLDWATCH-STATUS = '00' OR
                WS-OLDWATCH-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDWATCH-RECS
               MOVE OLD-KEY TO WS-MASTER-KEY
           ELSE IF WS-OLDWATCH-STATUS = '10'
               MOVE 'Y' TO WS-OLDWATCH-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               DISPLAY 'ERROR ON OLDWATCH READ.  CODE:'
                       WS-OLDWATCH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDWATCH-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY.

       710-READ-WATCH-TRAN.
           READ WATCH-TRAN-FILE
             AT END MOVE 'Y' TO WS-WATCHTRN-EOF .
           IF ( WS-WATCHTRN-STATUS = '00' OR
                WS-WATCHTRN-STATUS = '04' ) THEN
               ADD +1 TO NUM-WATCHTRN-RECS
               MOVE WTR-CLIENT-ID TO WS-TRAN-KEY(1:8)
               MOVE WTR-SYMBOL    TO WS-TRAN-KEY(9:4)
               MOVE WTR-DIRECTION TO WS-TRAN-KEY(13:1)
           ELSE IF WS-WATCHTRN-STATUS = '10'
               MOVE 'Y' TO WS-WATCHTRN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
               DISPLAY 'ERROR ON WATCHTRN READ.  CODE:'
                       WS-WATCHTRN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-WATCHTRN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY.

       760-WRITE-NEW-WATCH.
           MOVE WRK-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWWATCH-RECS.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-X TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-APPLIED.
           MOVE SPACES       TO WS-REJECT-REASON.
           MOVE 'APPLIED'    TO RPT-DISPOSITION.
           PERFORM 830-WRITE-DETAIL.

       820-REPORT-REJECTED.
           ADD +1 TO NUM-TRANS-REJECTED.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE.
           MOVE 'REJECTED'   TO RPT-DISPOSITION.
           PERFORM 830-WRITE-DETAIL.

       830-WRITE-DETAIL.
           MOVE WTR-ACTION    TO RPT-ACTION.
           MOVE WTR-CLIENT-ID TO RPT-CLIENT-ID.
           MOVE WTR-SYMBOL    TO RPT-SYMBOL.
           MOVE WTR-DIRECTION TO RPT-DIRECTION.
           IF WTR-THRESHOLD IS NUMERIC
               MOVE WTR-THRESHOLD-NUM TO RPT-THRESHOLD
           ELSE
               MOVE ZERO              TO RPT-THRESHOLD.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    OLD-WATCH-FILE
                         WATCH-TRAN-FILE
                         ENTITLE-FILE
                OUTPUT   NEW-WATCH-FILE
                         REPORT-FILE .
           IF WS-OLDWATCH-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDWATCH FILE. RC:'
                     WS-OLDWATCH-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-WATCHTRN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WATCHTRN FILE. RC:'
                     WS-WATCHTRN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-ENTITLE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ENTITLE FILE. RC:'
                     WS-ENTITLE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-NEWWATCH-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWWATCH FILE. RC:'
                     WS-NEWWATCH-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ON-OPEN-ERROR.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WATRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ON-OPEN-ERROR.

       910-STOP-ON-OPEN-ERROR.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-OLDWATCH-EOF.
           MOVE 'Y' TO WS-WATCHTRN-EOF.
           MOVE HIGH-VALUES TO WS-MASTER-KEY.
           MOVE HIGH-VALUES TO WS-TRAN-KEY.

       905-CLOSE-FILES.
           CLOSE OLD-WATCH-FILE .
           CLOSE WATCH-TRAN-FILE .
           CLOSE ENTITLE-FILE .
           CLOSE NEW-WATCH-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM WATCHMT1
