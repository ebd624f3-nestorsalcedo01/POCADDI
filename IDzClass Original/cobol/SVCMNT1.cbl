      * record counts in step with this file; SVCAGE1 ages the calls
      * still open.
      *
      * Each new call is stamped from the WARRMST warranty /
      * service-contract master (maintained by WARRMNT1): COVERED
      * when the call date falls inside the product's coverage,
      * EXPIRED when the coverage has run out, CHARGEABLE when the
      * product has no coverage record or it has not yet started --
      * so billing knows which calls to charge for.
      *
      * FILES:
      *   OLDSVC  - current detail file, SVCDTLC layout, ascending
      *             CUST-ID / PRODUCT / CALL-ID order
      *             col  44     severity (1/2/3, OPEN only)
      *             col  45     filler
      *             cols 46-65  disposition (CLOSE only)
      *   WARRMST - warranty / service-contract master, WARRMSTC
      *             layout, ascending CUST-ID / PRODUCT order
      *   NEWSVC  - new detail file generation
      *   SVCRPT  - applied/rejected report
      *
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCTRAN-STATUS.

           SELECT WARRANTY-FILE   ASSIGN TO WARRMST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WARRMST-STATUS.

           SELECT NEW-DETAIL-FILE ASSIGN TO NEWSVC
               FILE STATUS  IS  WS-NEWSVC-STATUS.

           05  CTR-DISPOSITION        PIC X(20).
           05  FILLER                 PIC X(15).

       FD  WARRANTY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WARRMSTC REPLACING ==:TAG:== BY ==WAR==.

       FD  NEW-DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
       01  WS-FIELDS.
           05  WS-OLDSVC-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-SVCTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-WARRMST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWSVC-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDSVC-EOF           PIC X     VALUE 'N'.
           05  WS-SVCTRAN-EOF          PIC X     VALUE 'N'.
           05  WS-WARRMST-EOF          PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-APPLIED-NOTE         PIC X(40) VALUE SPACES.
      *
      *        Control keys for the matched (balance-line) update.
      *        An exhausted file parks HIGH-VALUES in its key so the
       01  MATCH-CONTROL-KEYS.
           05  WS-DETAIL-KEY           PIC X(26) VALUE LOW-VALUES.
           05  WS-TRAN-KEY             PIC X(26) VALUE LOW-VALUES.
      *        The warranty master is only positioned forward to the
      *        CUST-ID/PRODUCT of each OPEN, never merged.
           05  WS-WARRANTY-KEY         PIC X(22) VALUE LOW-VALUES.
      *
       01  TOTALS-VARS.
           05  NUM-OLDSVC-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPENS-APPLIED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CLOSES-APPLIED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WARRMST-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPENS-COVERED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPENS-CHARGEABLE  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPENS-EXPIRED     PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-DETAIL.
           PERFORM 710-READ-CALL-TRAN.
           PERFORM 720-READ-WARRANTY.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDSVC-EOF = 'Y' AND WS-SVCTRAN-EOF = 'Y'.
               PERFORM 700-READ-OLD-DETAIL
               GO TO 100-EXIT.
           IF WS-DETAIL-KEY > WS-TRAN-KEY
               PERFORM 110-TRAN-WITHOUT-DETAIL THROUGH 110-EXIT
               PERFORM 710-READ-CALL-TRAN
               GO TO 100-EXIT.
           PERFORM 120-TRAN-AGAINST-DETAIL.
           MOVE CTR-SEVERITY    TO NEW-SEVERITY.
           MOVE SPACES          TO NEW-DISPOSITION.
           MOVE 'O'             TO NEW-STATUS.
           PERFORM 115-STAMP-COVERAGE.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWSVC-RECS.
           ADD +1 TO NUM-OPENS-APPLIED.
           MOVE NEW-COVERAGE    TO WS-APPLIED-NOTE.
           PERFORM 810-REPORT-APPLIED.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Coverage is judged on the call date, against the one
      *    WARRMST record for this customer's product.  The
      *    transactions are in key order, so the master only ever
      *    moves forward.
      *    ---------------------------------------------------------
       115-STAMP-COVERAGE.
           PERFORM 720-READ-WARRANTY
               UNTIL WS-WARRANTY-KEY NOT < WS-TRAN-KEY(1:22).
           IF WS-WARRANTY-KEY NOT = WS-TRAN-KEY(1:22)
               MOVE 'CHARGEABLE' TO NEW-COVERAGE
               ADD +1 TO NUM-OPENS-CHARGEABLE
           ELSE IF CTR-DATE-NUM > WAR-END-DATE
               MOVE 'EXPIRED'    TO NEW-COVERAGE
               ADD +1 TO NUM-OPENS-EXPIRED
           ELSE IF CTR-DATE-NUM < WAR-START-DATE
               MOVE 'CHARGEABLE' TO NEW-COVERAGE
               ADD +1 TO NUM-OPENS-CHARGEABLE
           ELSE
               MOVE 'COVERED'    TO NEW-COVERAGE
               ADD +1 TO NUM-OPENS-COVERED.

      *    ---------------------------------------------------------
      *    The transaction key matches a detail record.  A CLOSE
      *    resolves the open call; an OPEN is a duplicate.  On any
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWSVC-RECS.
           ADD +1 TO NUM-CLOSES-APPLIED.
           MOVE SPACES          TO WS-APPLIED-NOTE.
           PERFORM 810-REPORT-APPLIED.
       130-EXIT.
           EXIT.
           MOVE 'OPENS APPLIED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPENS-APPLIED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  COVERED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPENS-COVERED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  CHARGEABLE:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPENS-CHARGEABLE     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  EXPIRED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPENS-EXPIRED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLOSES APPLIED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CLOSES-APPLIED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
               MOVE 'Y' TO WS-SVCTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY.

       720-READ-WARRANTY.
           IF WS-WARRMST-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-WARRANTY-KEY
           ELSE
               READ WARRANTY-FILE
                 AT END MOVE 'Y' TO WS-WARRMST-EOF
               END-READ
               IF ( WS-WARRMST-STATUS = '00' OR
                    WS-WARRMST-STATUS = '04' ) THEN
                   ADD +1 TO NUM-WARRMST-RECS
                   MOVE WAR-KEY TO WS-WARRANTY-KEY
               ELSE IF WS-WARRMST-STATUS = '10'
                   MOVE 'Y' TO WS-WARRMST-EOF
                   MOVE HIGH-VALUES TO WS-WARRANTY-KEY
               ELSE
                   DISPLAY 'ERROR ON WARRMST READ.  CODE:'
                           WS-WARRMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-WARRMST-EOF
                   MOVE HIGH-VALUES TO WS-WARRANTY-KEY.

       750-WRITE-NEW-DETAIL-FROM-OLD.
           MOVE OLD-REC TO NEW-REC.
           WRITE NEW-REC.
           MOVE CTR-PRODUCT TO RPT-PRODUCT.
           MOVE CTR-CALL-ID TO RPT-CALL-ID.
           MOVE 'APPLIED'   TO RPT-DISPOSITION.
           MOVE WS-APPLIED-NOTE TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       820-REPORT-REJECTED.
       900-OPEN-FILES.
           OPEN INPUT    OLD-DETAIL-FILE
                         CALL-TRAN-FILE
                         WARRANTY-FILE
                OUTPUT   NEW-DETAIL-FILE
                         REPORT-FILE .
           IF WS-OLDSVC-STATUS NOT = '00'
             MOVE 'Y' TO WS-SVCTRAN-EOF
             MOVE HIGH-VALUES TO WS-DETAIL-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-WARRMST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WARRMST FILE. RC:'
                     WS-WARRMST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDSVC-EOF
             MOVE 'Y' TO WS-SVCTRAN-EOF
             MOVE 'Y' TO WS-WARRMST-EOF
             MOVE HIGH-VALUES TO WS-DETAIL-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-NEWSVC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWSVC FILE. RC:'
                     WS-NEWSVC-STATUS
       905-CLOSE-FILES.
           CLOSE OLD-DETAIL-FILE .
           CLOSE CALL-TRAN-FILE .
           CLOSE WARRANTY-FILE .
           CLOSE NEW-DETAIL-FILE .
           CLOSE REPORT-FILE .

