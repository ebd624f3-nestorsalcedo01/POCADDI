      ****************************************************************
      * PROGRAM:  WARREXP1
      *           Warranty / service contracts expiring report
      *
      * Run monthly.  Lists every WARRMST coverage (maintained by
      * WARRMNT1) whose end date falls within the next 60 days, and
      * under each one the service calls SVCMNT1 has logged against
      * that customer's product -- open calls flagged -- so sales
      * can offer a renewal to the customers who actually use the
      * cover, and billing can see which calls will become
      * chargeable once it lapses.
      *
      * FILES:
      *   WARRMST - warranty / service-contract master, WARRMSTC
      *             layout, ascending CUST-ID / PRODUCT order
      *   SVCDTL  - service-call detail, SVCDTLC layout, ascending
      *             CUST-ID / PRODUCT / CALL-ID order
      *   EXPCTL  - one control card:
      *             cols 1-3  window in days
      *             Optional: with no DD or a blank card the
      *             window defaults to 60 days.
      *   EXPRPT  - expiring coverage report
      *
      * Days remaining are computed on the same 360-day commercial
      * calendar SVCAGE1 uses (yy*360 + mm*30 + dd).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARREXP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WARRANTY-FILE ASSIGN TO WARRMST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WARRMST-STATUS.

           SELECT DETAIL-FILE   ASSIGN TO SVCDTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCDTL-STATUS.

           SELECT EXPCTL-FILE   ASSIGN TO EXPCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXPCTL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO EXPRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  WARRANTY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WARRMSTC REPLACING ==:TAG:== BY ==WAR==.

       FD  DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SVCDTLC REPLACING ==:TAG:== BY ==SVC==.

       FD  EXPCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  EXPCTL-RECORD.
           05  EXP-WINDOW             PIC X(3).
           05  EXP-WINDOW-NUM  REDEFINES EXP-WINDOW
                                      PIC 9(3).
           05  FILLER                 PIC X(77).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-PARTS  REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY              PIC 9(2).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
      *
       01  WS-FIELDS.
           05  WS-WARRMST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-SVCDTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-EXPCTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-WARRMST-EOF          PIC X     VALUE 'N'.
           05  WS-SVCDTL-EOF           PIC X     VALUE 'N'.
      *
      *        The detail file is positioned forward to each
      *        coverage's CUST-ID/PRODUCT.  An exhausted file parks
      *        HIGH-VALUES.
       01  MATCH-CONTROL-KEYS.
           05  WS-DETAIL-KEY           PIC X(22) VALUE LOW-VALUES.
      *
       01  WORK-VARIABLES.
           05  WS-WINDOW-DAYS        PIC S9(5)    COMP-3 VALUE +60.
           05  WS-RUN-DAY-NUM        PIC S9(7)    COMP-3 VALUE +0.
           05  WS-END-DAY-NUM        PIC S9(7)    COMP-3 VALUE +0.
           05  WS-DAYS-LEFT          PIC S9(7)    COMP-3 VALUE +0.
           05  WS-CALLS-LISTED       PIC S9(5)    COMP-3 VALUE +0.
           05  WS-END-YY             PIC 9(2)            VALUE ZERO.
           05  WS-END-MM             PIC 9(2)            VALUE ZERO.
           05  WS-END-DD             PIC 9(2)            VALUE ZERO.
      *
       01  TOTALS-VARS.
           05  NUM-WARRMST-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DETAIL-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXPIRING          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXPIRING-WARR     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXPIRING-CONTR    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CALLS-LISTED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPEN-CALLS        PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(38)
                     VALUE 'COVERAGE EXPIRING WITHIN THE NEXT    '.
           05  RPT-WINDOW             PIC ZZ9.
           05  FILLER                 PIC X(13) VALUE ' DAYS   DATE:'.
           05  RPT-RUN-DATE           PIC 9(6).
           05  FILLER                 PIC X(10) VALUE ' (yymmdd) '.
           05  FILLER                 PIC X(62) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(5)  VALUE 'ID   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(17) VALUE 'PRODUCT          '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'COVERAGE'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'CONTRACT  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(6)  VALUE 'START '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(6)  VALUE 'ENDS  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(9)  VALUE 'DAYS-LEFT'.
           05  FILLER PIC X(65) VALUE SPACES.
       01  RPT-HEADER3.
           05  FILLER PIC X(8)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'CALL'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(6)  VALUE 'OPENED'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(6)  VALUE 'CLOSED'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'SEV'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(6)  VALUE 'STATUS'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'COVERAGE  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(20) VALUE 'DISPOSITION'.
           05  FILLER PIC X(63) VALUE SPACES.
       01  RPT-COVERAGE-LINE.
           05  RPT-CUST-ID            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PRODUCT            PIC X(17).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-COVERAGE-TYPE      PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CONTRACT-NO        PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-START-DATE         PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-END-DATE           PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DAYS-LEFT          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(65) VALUE SPACES.
       01  RPT-CALL-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  RPT-CALL-ID            PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-OPEN-DATE          PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CLOSE-DATE         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SEVERITY           PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-CALL-STATUS        PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CALL-COVERAGE      PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(20).
           05  FILLER                 PIC X(63) VALUE SPACES.
       01  RPT-NO-CALLS-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  FILLER                 PIC X(30)
                     VALUE 'NO SERVICE CALLS ON FILE'.
           05  FILLER                 PIC X(94) VALUE SPACES.
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
           DISPLAY 'WARREXP1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DAY-NUM =
               (WS-RUN-YY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           PERFORM 850-READ-EXP-CONTROL.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 710-READ-DETAIL-FILE.

           PERFORM 100-PROCESS-COVERAGE THROUGH 100-EXIT
               UNTIL WS-WARRMST-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'WARREXP1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    A coverage already past its end date is not a renewal
      *    prospect for this list -- SVCMNT1 is already stamping its
      *    calls EXPIRED.
      *    ---------------------------------------------------------
       100-PROCESS-COVERAGE.
           PERFORM 700-READ-WARRANTY-FILE.
           IF WS-WARRMST-EOF = 'Y'
               GO TO 100-EXIT.
           IF WAR-END-DATE IS NOT NUMERIC
               GO TO 100-EXIT.
           MOVE WAR-END-DATE(1:2) TO WS-END-YY.
           MOVE WAR-END-DATE(3:2) TO WS-END-MM.
           MOVE WAR-END-DATE(5:2) TO WS-END-DD.
           COMPUTE WS-END-DAY-NUM =
               (WS-END-YY * 360) + (WS-END-MM * 30) + WS-END-DD.
           COMPUTE WS-DAYS-LEFT = WS-END-DAY-NUM - WS-RUN-DAY-NUM.
           IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO 100-EXIT.
           ADD +1 TO NUM-EXPIRING.
           IF WAR-SERVICE-CONTRACT
               ADD +1 TO NUM-EXPIRING-CONTR
               MOVE 'CONTRACT' TO RPT-COVERAGE-TYPE
           ELSE
               ADD +1 TO NUM-EXPIRING-WARR
               MOVE 'WARRANTY' TO RPT-COVERAGE-TYPE.
           MOVE WAR-CUST-ID      TO RPT-CUST-ID.
           MOVE WAR-PRODUCT      TO RPT-PRODUCT.
           MOVE WAR-CONTRACT-NO  TO RPT-CONTRACT-NO.
           MOVE WAR-START-DATE   TO RPT-START-DATE.
           MOVE WAR-END-DATE     TO RPT-END-DATE.
           MOVE WS-DAYS-LEFT     TO RPT-DAYS-LEFT.
           WRITE REPORT-RECORD FROM RPT-COVERAGE-LINE AFTER 2.
           PERFORM 200-LIST-CALLS.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Skip the detail file forward to this coverage, then list
      *    every call on the product.
      *    ---------------------------------------------------------
       200-LIST-CALLS.
           PERFORM 710-READ-DETAIL-FILE
               UNTIL WS-DETAIL-KEY NOT < WAR-KEY.
           MOVE +0 TO WS-CALLS-LISTED.
           PERFORM 210-LIST-ONE-CALL
               UNTIL WS-DETAIL-KEY NOT = WAR-KEY.
           IF WS-CALLS-LISTED = 0
               WRITE REPORT-RECORD FROM RPT-NO-CALLS-LINE.

       210-LIST-ONE-CALL.
           ADD +1 TO WS-CALLS-LISTED.
           ADD +1 TO NUM-CALLS-LISTED.
           MOVE SVC-CALL-ID      TO RPT-CALL-ID.
           MOVE SVC-OPEN-DATE    TO RPT-OPEN-DATE.
           MOVE SVC-SEVERITY     TO RPT-SEVERITY.
           MOVE SVC-COVERAGE     TO RPT-CALL-COVERAGE.
           MOVE SVC-DISPOSITION  TO RPT-DISPOSITION.
           IF SVC-CALL-OPEN
               ADD +1 TO NUM-OPEN-CALLS
               MOVE 'OPEN'       TO RPT-CALL-STATUS
               MOVE SPACES       TO RPT-CLOSE-DATE
           ELSE
               MOVE 'CLOSED'     TO RPT-CALL-STATUS
               MOVE SVC-CLOSE-DATE TO RPT-CLOSE-DATE.
           WRITE REPORT-RECORD FROM RPT-CALL-LINE.
           PERFORM 710-READ-DETAIL-FILE.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'COVERAGES READ:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WARRMST-RECS         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'EXPIRING IN WINDOW:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXPIRING             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  WARRANTIES:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXPIRING-WARR        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  SERVICE CONTRACTS:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXPIRING-CONTR       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CALLS LISTED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CALLS-LISTED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  STILL OPEN:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPEN-CALLS           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-WARRANTY-FILE.
           READ WARRANTY-FILE
             AT END MOVE 'Y' TO WS-WARRMST-EOF .
           IF ( WS-WARRMST-STATUS = '00' OR
                WS-WARRMST-STATUS = '04' ) THEN
               ADD +1 TO NUM-WARRMST-RECS
           ELSE IF WS-WARRMST-STATUS = '10'
               MOVE 'Y' TO WS-WARRMST-EOF
           ELSE
               DISPLAY 'ERROR ON WARRMST READ.  CODE:'
                       WS-WARRMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-WARRMST-EOF.

       710-READ-DETAIL-FILE.
           IF WS-SVCDTL-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-DETAIL-KEY
           ELSE
               READ DETAIL-FILE
                 AT END MOVE 'Y' TO WS-SVCDTL-EOF
               END-READ
               IF ( WS-SVCDTL-STATUS = '00' OR
                    WS-SVCDTL-STATUS = '04' ) THEN
                   ADD +1 TO NUM-DETAIL-RECS
                   MOVE SVC-CUST-ID TO WS-DETAIL-KEY(1:5)
                   MOVE SVC-PRODUCT TO WS-DETAIL-KEY(6:17)
               ELSE IF WS-SVCDTL-STATUS = '10'
                   MOVE 'Y' TO WS-SVCDTL-EOF
                   MOVE HIGH-VALUES TO WS-DETAIL-KEY
               ELSE
                   DISPLAY 'ERROR ON SVCDTL READ.  CODE:'
                           WS-SVCDTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-SVCDTL-EOF
                   MOVE HIGH-VALUES TO WS-DETAIL-KEY.

       800-INIT-REPORT.
           MOVE WS-WINDOW-DAYS TO RPT-WINDOW.
           MOVE WS-RUN-DATE    TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-HEADER3.

      *    ---------------------------------------------------------
      *    The EXPCTL DD is optional -- with no DD or a blank or
      *    non-numeric card the window defaults to 60 days.
      *    ---------------------------------------------------------
       850-READ-EXP-CONTROL.
           OPEN INPUT EXPCTL-FILE.
           IF WS-EXPCTL-STATUS = '00'
             READ EXPCTL-FILE
             IF WS-EXPCTL-STATUS = '00'
                AND EXP-WINDOW IS NUMERIC
               MOVE EXP-WINDOW-NUM TO WS-WINDOW-DAYS
             END-IF
             CLOSE EXPCTL-FILE
           END-IF.
           DISPLAY 'WARREXP1 WINDOW DAYS = ' WS-WINDOW-DAYS.

       900-OPEN-FILES.
           OPEN INPUT    WARRANTY-FILE
                         DETAIL-FILE
                OUTPUT   REPORT-FILE .
           IF WS-WARRMST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WARRMST FILE. RC:'
                     WS-WARRMST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-WARRMST-EOF.
           IF WS-SVCDTL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SVCDTL FILE. RC:'
                     WS-SVCDTL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-WARRMST-EOF
             MOVE 'Y' TO WS-SVCDTL-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING EXPRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-WARRMST-EOF.

       905-CLOSE-FILES.
           CLOSE WARRANTY-FILE .
           CLOSE DETAIL-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM WARREXP1
