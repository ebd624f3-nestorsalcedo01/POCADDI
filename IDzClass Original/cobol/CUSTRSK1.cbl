      ****************************************************************
      * PROGRAM:  CUSTRSK1
      *           Nightly customer credit-risk tiering
      *
      * Credit decisions on CUST2 customers were gut feel.  This job
      * scores every 'C' customer nightly and assigns a risk tier,
      * A (best) through D (worst), from:
      *
      *   - CUST-ACCT-BALANCE, and its trend across the last three
      *     BALSNAP1 month-end snapshots (each step up scores)
      *   - CUST-ORDERS-YTD (an active buyer earns a credit)
      *   - the customer's open SVCDTL service calls, and those
      *     open past an aging threshold
      *   - whether CUSTADDR holds a mailable contact (the same
      *     street / zip / ZIPVAL1 test CUSTSTM1 applies)
      *
      * The tier file is written fresh each run and compared with
      * the prior run's generation; every customer whose tier moved
      * (or who is new) is listed with the points each factor
      * contributed and how far each factor moved, so the credit
      * manager sees why, not just what.
      *
      * All the input files are in ascending CUST-ID order, so each
      * side file is simply positioned forward to the customer in
      * hand.  On the very first run PRIORTR is an empty file and
      * every customer reports as NEW; the same holds for a snapshot
      * generation that does not exist yet.
      *
      * FILES:
      *   CUSTFILE - CUST2 master ('P' records are passed over)
      *   SNAP0    - latest BALSNAP1 snapshot generation
      *   SNAP1    - the generation before that
      *   SNAP2    - the generation before that
      *   SVCDTL   - service-call detail, SVCDTLC layout
      *   ADDRFILE - CUSTADDR contact file, CADDRCOB layout
      *   ZIPREF   - the postal reference, opened by ZIPVAL1
      *   PRIORTR  - prior tier file, CRTIERC layout
      *   NEWTIER  - new tier file, CRTIERC layout
      *   RSKCTL   - one control card of scoring weights (optional;
      *              a blank or non-numeric field keeps its default)
      *             cols  1-3   points per 1,000 of balance     (002)
      *             cols  4-6   points per rising snapshot step (005)
      *             cols  7-9   credit points per order YTD     (001)
      *             cols 10-12  maximum order credit            (020)
      *             cols 13-15  points per open service call    (003)
      *             cols 16-18  extra points per aged open call (005)
      *             cols 19-21  days open before a call is aged (030)
      *             cols 22-24  points for no mailable contact  (020)
      *             cols 25-27  lowest score for tier B         (010)
      *             cols 28-30  lowest score for tier C         (025)
      *             cols 31-33  lowest score for tier D         (050)
      *   RSKRPT   - weights in force, tier movement report, totals
      *
      * Call ages use the 360-day commercial calendar of SVCAGE1.
      * RC 4 when the control card's tier thresholds are out of
      * order (the defaults are used instead).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRSK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT SNAP0-FILE      ASSIGN TO SNAP0
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SNAP0-STATUS.

           SELECT SNAP1-FILE      ASSIGN TO SNAP1
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SNAP1-STATUS.

           SELECT SNAP2-FILE      ASSIGN TO SNAP2
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SNAP2-STATUS.

           SELECT DETAIL-FILE     ASSIGN TO SVCDTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCDTL-STATUS.

           SELECT ADDRESS-FILE    ASSIGN TO ADDRFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ADDRFILE-STATUS.

           SELECT PRIOR-TIER-FILE ASSIGN TO PRIORTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRIORTR-STATUS.

           SELECT NEW-TIER-FILE   ASSIGN TO NEWTIER
               FILE STATUS  IS  WS-NEWTIER-STATUS.

           SELECT RSKCTL-FILE     ASSIGN TO RSKCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RSKCTL-STATUS.

           SELECT REPORT-FILE     ASSIGN TO RSKRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUST2COB REPLACING ==:TAG:== BY ==CUST==.

      *        The three snapshot FDs must stay in step with the
      *        snapshot BALSNAP1 writes
       FD  SNAP0-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SNAP0-RECORD.
           05  SNAP0-DATE             PIC X(6).
           05  SNAP0-CUST-ID          PIC X(5).
           05  SNAP0-NAME             PIC X(17).
           05  SNAP0-OCCUPATION       PIC X(28).
           05  SNAP0-BALANCE          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(19).

       FD  SNAP1-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SNAP1-RECORD.
           05  SNAP1-DATE             PIC X(6).
           05  SNAP1-CUST-ID          PIC X(5).
           05  SNAP1-NAME             PIC X(17).
           05  SNAP1-OCCUPATION       PIC X(28).
           05  SNAP1-BALANCE          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(19).

       FD  SNAP2-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SNAP2-RECORD.
           05  SNAP2-DATE             PIC X(6).
           05  SNAP2-CUST-ID          PIC X(5).
           05  SNAP2-NAME             PIC X(17).
           05  SNAP2-OCCUPATION       PIC X(28).
           05  SNAP2-BALANCE          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(19).

       FD  DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SVCDTLC REPLACING ==:TAG:== BY ==SVC==.

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==ADR==.

       FD  PRIOR-TIER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CRTIERC REPLACING ==:TAG:== BY ==OLDT==.

       FD  NEW-TIER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CRTIERC REPLACING ==:TAG:== BY ==NEWT==.

       FD  RSKCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RSKCTL-RECORD.
           05  RSK-FIELD  OCCURS 11 TIMES.
               10  RSK-VALUE          PIC X(3).
               10  RSK-VALUE-NUM  REDEFINES RSK-VALUE
                                      PIC 9(3).
           05  FILLER                 PIC X(47).

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
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-SNAP0-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-SNAP1-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-SNAP2-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-SVCDTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ADDRFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PRIORTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWTIER-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-RSKCTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-SNAP0-EOF            PIC X     VALUE 'N'.
           05  WS-SNAP1-EOF            PIC X     VALUE 'N'.
           05  WS-SNAP2-EOF            PIC X     VALUE 'N'.
           05  WS-SVCDTL-EOF           PIC X     VALUE 'N'.
           05  WS-ADDRFILE-EOF         PIC X     VALUE 'N'.
           05  WS-PRIORTR-EOF          PIC X     VALUE 'N'.
      *
      *        Keys of the side files, positioned forward to the
      *        customer in hand.  An exhausted file parks HIGH-VALUES.
       01  MATCH-CONTROL-KEYS.
           05  WS-SNAP0-ID             PIC X(5)  VALUE LOW-VALUES.
           05  WS-SNAP1-ID             PIC X(5)  VALUE LOW-VALUES.
           05  WS-SNAP2-ID             PIC X(5)  VALUE LOW-VALUES.
           05  WS-DETAIL-ID            PIC X(5)  VALUE LOW-VALUES.
           05  WS-ADDR-ID              PIC X(5)  VALUE LOW-VALUES.
           05  WS-PRIOR-ID             PIC X(5)  VALUE LOW-VALUES.
      *
      *        ***********************************
      *          scoring weights: defaults, which the RSKCTL card
      *          overrides field by field
      *        ***********************************
       01  RISK-WEIGHTS.
           05  RW-WEIGHT  OCCURS 11 TIMES
                                      PIC S9(5)    COMP-3.
       01  RISK-WEIGHT-NAMES  REDEFINES RISK-WEIGHTS.
           05  RW-BAL-PER-THOUSAND   PIC S9(5)    COMP-3.
           05  RW-TREND-STEP         PIC S9(5)    COMP-3.
           05  RW-ORDER-CREDIT       PIC S9(5)    COMP-3.
           05  RW-ORDER-CREDIT-MAX   PIC S9(5)    COMP-3.
           05  RW-OPEN-CALL          PIC S9(5)    COMP-3.
           05  RW-AGED-CALL          PIC S9(5)    COMP-3.
           05  RW-AGE-DAYS           PIC S9(5)    COMP-3.
           05  RW-NO-CONTACT         PIC S9(5)    COMP-3.
           05  RW-TIER-B-FLOOR       PIC S9(5)    COMP-3.
           05  RW-TIER-C-FLOOR       PIC S9(5)    COMP-3.
           05  RW-TIER-D-FLOOR       PIC S9(5)    COMP-3.
       01  RISK-WEIGHT-DEFAULTS.
           05  FILLER  PIC X(33)  VALUE
               '002005001020003005030020010025050'.
       01  RISK-DEFAULT-TABLE  REDEFINES RISK-WEIGHT-DEFAULTS.
           05  RD-DEFAULT  OCCURS 11 TIMES
                                      PIC 9(3).
       01  RISK-WEIGHT-LABELS.
           05  FILLER  PIC X(26)  VALUE 'POINTS PER 1,000 BALANCE  '.
           05  FILLER  PIC X(26)  VALUE 'POINTS PER RISING STEP    '.
           05  FILLER  PIC X(26)  VALUE 'CREDIT PER ORDER YTD      '.
           05  FILLER  PIC X(26)  VALUE 'MAXIMUM ORDER CREDIT      '.
           05  FILLER  PIC X(26)  VALUE 'POINTS PER OPEN CALL      '.
           05  FILLER  PIC X(26)  VALUE 'EXTRA PER AGED OPEN CALL  '.
           05  FILLER  PIC X(26)  VALUE 'DAYS OPEN BEFORE AGED     '.
           05  FILLER  PIC X(26)  VALUE 'POINTS FOR NO CONTACT     '.
           05  FILLER  PIC X(26)  VALUE 'LOWEST SCORE FOR TIER B   '.
           05  FILLER  PIC X(26)  VALUE 'LOWEST SCORE FOR TIER C   '.
           05  FILLER  PIC X(26)  VALUE 'LOWEST SCORE FOR TIER D   '.
       01  RISK-LABEL-TABLE  REDEFINES RISK-WEIGHT-LABELS.
           05  RWL-LABEL  OCCURS 11 TIMES
                                      PIC X(26).
      *
      *        The customer being scored
       01  SCORE-WORK.
           05  SW-CUST-ID            PIC X(5).
           05  SW-NAME               PIC X(17).
           05  SW-BALANCE            PIC S9(7)V99 COMP-3.
           05  SW-ORDERS-YTD         PIC S9(4)    COMP.
           05  SW-OPEN-CALLS         PIC S9(4)    COMP.
           05  SW-AGED-CALLS         PIC S9(4)    COMP.
           05  SW-RISING-STEPS       PIC S9(4)    COMP.
           05  SW-CONTACT-FLAG       PIC X.
           05  SW-BAL-POINTS         PIC S9(7)    COMP-3.
           05  SW-TREND-POINTS       PIC S9(7)    COMP-3.
           05  SW-ORDER-POINTS       PIC S9(7)    COMP-3.
           05  SW-CALL-POINTS        PIC S9(7)    COMP-3.
           05  SW-CONTACT-POINTS     PIC S9(7)    COMP-3.
           05  SW-SCORE              PIC S9(7)    COMP-3.
           05  SW-TIER               PIC X.
      *        Balances oldest first: SNAP2, SNAP1, SNAP0, current.
      *        Only the generations that hold the customer are
      *        stacked, so a gap never scores as a movement.
           05  SW-HIST-COUNT         PIC S9(4)    COMP.
           05  SW-HIST-BALANCE  OCCURS 4 TIMES
                                     PIC S9(7)V99 COMP-3.
      *        The customer's prior-run tier, zero points when new
       COPY CRTIERC REPLACING ==:TAG:== BY ==PRVT==.
       01  WORK-VARIABLES.
           05  WS-SUB                PIC S9(4)    COMP   VALUE +0.
           05  WS-RUN-DAY-NUM        PIC S9(7)    COMP-3 VALUE +0.
           05  WS-OPEN-DAY-NUM       PIC S9(7)    COMP-3 VALUE +0.
           05  WS-CALL-AGE-DAYS      PIC S9(7)    COMP-3 VALUE +0.
           05  WS-OPEN-YY            PIC 9(2)            VALUE ZERO.
           05  WS-OPEN-MM            PIC 9(2)            VALUE ZERO.
           05  WS-OPEN-DD            PIC 9(2)            VALUE ZERO.
      *
      *        ***********************************
      *          ZIPVAL1 parameter area
      *        ***********************************
       COPY ZIPVALC.
      *        ***********************************
      *          shared batch run-log (RUNLOG1)
      *        ***********************************
       COPY RUNLOGC.
      *
       01  TOTALS-VARS.
           05  NUM-CUSTFILE-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TIER-RECS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TIER-A            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TIER-B            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TIER-C            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TIER-D            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MOVED-UP          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MOVED-DOWN        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEW-CUSTOMERS     PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(42)
                     VALUE 'CUSTOMER CREDIT-RISK TIER MOVEMENT  DATE: '.
           05  RPT-RUN-DATE           PIC 9(6).
           05  FILLER                 PIC X(10)
                     VALUE ' (yymmdd) '.
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-WEIGHT-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-WEIGHT-LABEL       PIC X(26).
           05  RPT-WEIGHT-VALUE       PIC ZZZZ9.
           05  FILLER                 PIC X(99) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(8)  VALUE '  TIER  '.
           05  FILLER PIC X(14) VALUE '    SCORE     '.
           05  FILLER PIC X(50)
               VALUE '   POINTS NOW / CHANGE SINCE LAST RUN'.
           05  FILLER PIC X(36) VALUE SPACES.
       01  RPT-HEADER3.
           05  FILLER PIC X(5)  VALUE 'ID   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(17) VALUE 'NAME             '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'WAS NOW '.
           05  FILLER PIC X(14) VALUE '   WAS    NOW '.
           05  FILLER PIC X(12) VALUE '   BALANCE  '.
           05  FILLER PIC X(12) VALUE '    TREND   '.
           05  FILLER PIC X(12) VALUE '   ORDERS   '.
           05  FILLER PIC X(12) VALUE '    CALLS   '.
           05  FILLER PIC X(12) VALUE '  CONTACT   '.
           05  FILLER PIC X(26) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-CUST-ID            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NAME               PIC X(17).
           05  FILLER                 PIC X     VALUE ' '.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-OLD-TIER           PIC X(3).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NEW-TIER           PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-OLD-SCORE          PIC -----9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NEW-SCORE          PIC -----9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-FACTOR  OCCURS 5 TIMES.
               10  RPT-FACTOR-NOW     PIC ----9.
               10  FILLER             PIC X     VALUE '/'.
               10  RPT-FACTOR-CHG     PIC +++9.
               10  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(26) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(26).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(93)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.
           DISPLAY 'CUSTRSK1 STARTED DATE = ' WS-RUN-DATE ' (yymmdd)'.
           MOVE 'S'        TO RL-FUNCTION.
           MOVE 'CUSTRSK1' TO RL-PROGRAM.
           MOVE 0 TO RL-RECORDS-READ RL-RECORDS-WRITTEN
                     RL-ERROR-COUNT RL-COMPLETION-CODE.
           CALL 'RUNLOG1' USING RUNLOG-AREA.
           COMPUTE WS-RUN-DAY-NUM =
               (WS-RUN-YY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 850-READ-RISK-CONTROL.
           PERFORM 700-READ-CUSTOMER-FILE.
           PERFORM 710-READ-SNAP0.
           PERFORM 711-READ-SNAP1.
           PERFORM 712-READ-SNAP2.
           PERFORM 720-READ-DETAIL-FILE.
           PERFORM 730-READ-ADDRESS-FILE.
           PERFORM 740-READ-PRIOR-TIER.

           PERFORM 100-SCORE-CUSTOMER THROUGH 100-EXIT
               UNTIL WS-CUST-FILE-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           MOVE 'E'              TO RL-FUNCTION.
           MOVE NUM-CUSTFILE-RECS TO RL-RECORDS-READ.
           MOVE NUM-TIER-RECS    TO RL-RECORDS-WRITTEN.
           MOVE 0                TO RL-ERROR-COUNT.
           MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
           CALL 'RUNLOG1' USING RUNLOG-AREA.
           DISPLAY 'CUSTRSK1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    One 'C' customer per cycle.  Each factor is scored into
      *    its own bucket so the report can show what moved.
      *    ---------------------------------------------------------
       100-SCORE-CUSTOMER.
           IF CUST-RECORD-TYPE NOT = 'C'
               PERFORM 700-READ-CUSTOMER-FILE
               GO TO 100-EXIT.
           ADD +1 TO NUM-CUSTOMERS.
           MOVE CUST-ID           TO SW-CUST-ID.
           MOVE CUST-NAME         TO SW-NAME.
           MOVE CUST-ACCT-BALANCE TO SW-BALANCE.
           MOVE CUST-ORDERS-YTD   TO SW-ORDERS-YTD.
           PERFORM 110-SCORE-BALANCE.
           PERFORM 120-SCORE-TREND.
           PERFORM 130-SCORE-ORDERS.
           PERFORM 140-SCORE-CALLS.
           PERFORM 150-SCORE-CONTACT THROUGH 150-EXIT.
           PERFORM 160-ASSIGN-TIER.
           PERFORM 200-WRITE-TIER.
           PERFORM 210-COMPARE-PRIOR.
           PERFORM 700-READ-CUSTOMER-FILE.
       100-EXIT.
           EXIT.

      *    A credit balance scores nothing
       110-SCORE-BALANCE.
           IF SW-BALANCE > 0
               COMPUTE SW-BAL-POINTS =
                   (SW-BALANCE / 1000) * RW-BAL-PER-THOUSAND
           ELSE
               MOVE +0 TO SW-BAL-POINTS.

       120-SCORE-TREND.
           MOVE +0 TO SW-HIST-COUNT.
           MOVE +0 TO SW-RISING-STEPS.
           PERFORM 712-READ-SNAP2 UNTIL WS-SNAP2-ID NOT < SW-CUST-ID.
           PERFORM 711-READ-SNAP1 UNTIL WS-SNAP1-ID NOT < SW-CUST-ID.
           PERFORM 710-READ-SNAP0 UNTIL WS-SNAP0-ID NOT < SW-CUST-ID.
           IF WS-SNAP2-ID = SW-CUST-ID
               ADD +1 TO SW-HIST-COUNT
               MOVE SNAP2-BALANCE TO SW-HIST-BALANCE(SW-HIST-COUNT).
           IF WS-SNAP1-ID = SW-CUST-ID
               ADD +1 TO SW-HIST-COUNT
               MOVE SNAP1-BALANCE TO SW-HIST-BALANCE(SW-HIST-COUNT).
           IF WS-SNAP0-ID = SW-CUST-ID
               ADD +1 TO SW-HIST-COUNT
               MOVE SNAP0-BALANCE TO SW-HIST-BALANCE(SW-HIST-COUNT).
           ADD +1 TO SW-HIST-COUNT.
           MOVE SW-BALANCE TO SW-HIST-BALANCE(SW-HIST-COUNT).
           PERFORM 125-COUNT-RISING-STEP
               VARYING WS-SUB FROM 2 BY 1
               UNTIL WS-SUB > SW-HIST-COUNT.
           COMPUTE SW-TREND-POINTS = SW-RISING-STEPS * RW-TREND-STEP.

       125-COUNT-RISING-STEP.
           IF SW-HIST-BALANCE(WS-SUB) > SW-HIST-BALANCE(WS-SUB - 1)
               ADD +1 TO SW-RISING-STEPS.

      *    Orders are a credit, held negative, never past the cap
       130-SCORE-ORDERS.
           IF SW-ORDERS-YTD > 0
               COMPUTE SW-ORDER-POINTS =
                   SW-ORDERS-YTD * RW-ORDER-CREDIT
           ELSE
               MOVE +0 TO SW-ORDER-POINTS.
           IF SW-ORDER-POINTS > RW-ORDER-CREDIT-MAX
               MOVE RW-ORDER-CREDIT-MAX TO SW-ORDER-POINTS.
           COMPUTE SW-ORDER-POINTS = 0 - SW-ORDER-POINTS.

       140-SCORE-CALLS.
           MOVE +0 TO SW-OPEN-CALLS.
           MOVE +0 TO SW-AGED-CALLS.
           PERFORM 720-READ-DETAIL-FILE
               UNTIL WS-DETAIL-ID NOT < SW-CUST-ID.
           PERFORM 145-COUNT-CALL
               UNTIL WS-DETAIL-ID NOT = SW-CUST-ID.
           COMPUTE SW-CALL-POINTS =
               (SW-OPEN-CALLS * RW-OPEN-CALL)
             + (SW-AGED-CALLS * RW-AGED-CALL).

       145-COUNT-CALL.
           IF SVC-CALL-OPEN
               ADD +1 TO SW-OPEN-CALLS
               IF SVC-OPEN-DATE IS NUMERIC
                   MOVE SVC-OPEN-DATE(1:2) TO WS-OPEN-YY
                   MOVE SVC-OPEN-DATE(3:2) TO WS-OPEN-MM
                   MOVE SVC-OPEN-DATE(5:2) TO WS-OPEN-DD
                   COMPUTE WS-OPEN-DAY-NUM =
                       (WS-OPEN-YY * 360) + (WS-OPEN-MM * 30)
                     + WS-OPEN-DD
                   COMPUTE WS-CALL-AGE-DAYS =
                       WS-RUN-DAY-NUM - WS-OPEN-DAY-NUM
                   IF WS-CALL-AGE-DAYS > RW-AGE-DAYS
                       ADD +1 TO SW-AGED-CALLS.
           PERFORM 720-READ-DETAIL-FILE.

      *    ---------------------------------------------------------
      *    A contact is only as good as its ability to reach the
      *    customer: the same test CUSTSTM1 uses before mailing.
      *    ---------------------------------------------------------
       150-SCORE-CONTACT.
           MOVE RW-NO-CONTACT TO SW-CONTACT-POINTS.
           PERFORM 730-READ-ADDRESS-FILE
               UNTIL WS-ADDR-ID NOT < SW-CUST-ID.
           IF WS-ADDR-ID NOT = SW-CUST-ID
               MOVE 'M' TO SW-CONTACT-FLAG
               GO TO 150-EXIT.
           MOVE 'I' TO SW-CONTACT-FLAG.
           IF ADR-STREET = SPACES OR ADR-ZIP = SPACES
               GO TO 150-EXIT.
           MOVE ADR-ZIP   TO ZV-ZIP.
           MOVE ADR-CITY  TO ZV-CITY.
           MOVE ADR-STATE TO ZV-STATE.
           CALL 'ZIPVAL1' USING ZIPVAL-AREA.
           IF ZV-ADDRESS-INVALID
               GO TO 150-EXIT.
           MOVE 'V' TO SW-CONTACT-FLAG.
           MOVE +0  TO SW-CONTACT-POINTS.
       150-EXIT.
           EXIT.

       160-ASSIGN-TIER.
           COMPUTE SW-SCORE = SW-BAL-POINTS + SW-TREND-POINTS
                            + SW-ORDER-POINTS + SW-CALL-POINTS
                            + SW-CONTACT-POINTS.
           IF SW-SCORE < 0
               MOVE +0 TO SW-SCORE.
           IF SW-SCORE > 99999
               MOVE +99999 TO SW-SCORE.
           IF SW-SCORE NOT < RW-TIER-D-FLOOR
               MOVE 'D' TO SW-TIER
               ADD +1 TO NUM-TIER-D
           ELSE IF SW-SCORE NOT < RW-TIER-C-FLOOR
               MOVE 'C' TO SW-TIER
               ADD +1 TO NUM-TIER-C
           ELSE IF SW-SCORE NOT < RW-TIER-B-FLOOR
               MOVE 'B' TO SW-TIER
               ADD +1 TO NUM-TIER-B
           ELSE
               MOVE 'A' TO SW-TIER
               ADD +1 TO NUM-TIER-A.

       200-WRITE-TIER.
           MOVE SPACES            TO NEWT-REC.
           MOVE SW-CUST-ID        TO NEWT-CUST-ID.
           MOVE SW-TIER           TO NEWT-TIER.
           MOVE SW-SCORE          TO NEWT-SCORE.
           MOVE WS-RUN-DATE       TO NEWT-SCORE-DATE.
           MOVE SW-BALANCE        TO NEWT-BALANCE.
           MOVE SW-BAL-POINTS     TO NEWT-BAL-POINTS.
           MOVE SW-TREND-POINTS   TO NEWT-TREND-POINTS.
           MOVE SW-ORDER-POINTS   TO NEWT-ORDER-POINTS.
           MOVE SW-CALL-POINTS    TO NEWT-CALL-POINTS.
           MOVE SW-CONTACT-POINTS TO NEWT-CONTACT-POINTS.
           MOVE SW-OPEN-CALLS     TO NEWT-OPEN-CALLS.
           MOVE SW-AGED-CALLS     TO NEWT-AGED-CALLS.
           MOVE SW-CONTACT-FLAG   TO NEWT-CONTACT-FLAG.
           WRITE NEWT-REC.
           IF WS-NEWTIER-STATUS NOT = '00'
               DISPLAY 'ERROR ON NEWTIER WRITE.  CODE:'
                       WS-NEWTIER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUST-FILE-EOF
           ELSE
               ADD +1 TO NUM-TIER-RECS.

      *    ---------------------------------------------------------
      *    Tiers run A (best) to D (worst), so a higher letter is a
      *    move down.  An unchanged tier is not reported, however
      *    much the score moved inside it.
      *    ---------------------------------------------------------
       210-COMPARE-PRIOR.
           PERFORM 740-READ-PRIOR-TIER
               UNTIL WS-PRIOR-ID NOT < SW-CUST-ID.
           IF WS-PRIOR-ID NOT = SW-CUST-ID
               ADD +1 TO NUM-NEW-CUSTOMERS
               MOVE 'NEW' TO RPT-OLD-TIER
               MOVE +0    TO RPT-OLD-SCORE
               MOVE SPACES TO PRVT-REC
               MOVE +0 TO PRVT-BAL-POINTS PRVT-TREND-POINTS
                          PRVT-ORDER-POINTS PRVT-CALL-POINTS
                          PRVT-CONTACT-POINTS
               PERFORM 220-REPORT-MOVEMENT
           ELSE
           IF OLDT-TIER NOT = SW-TIER
               MOVE OLDT-REC TO PRVT-REC
               IF SW-TIER > OLDT-TIER
                   ADD +1 TO NUM-MOVED-DOWN
               ELSE
                   ADD +1 TO NUM-MOVED-UP
               END-IF
               MOVE OLDT-TIER  TO RPT-OLD-TIER
               MOVE OLDT-SCORE TO RPT-OLD-SCORE
               PERFORM 220-REPORT-MOVEMENT.

       220-REPORT-MOVEMENT.
           MOVE SW-CUST-ID     TO RPT-CUST-ID.
           MOVE SW-NAME        TO RPT-NAME.
           MOVE SW-TIER        TO RPT-NEW-TIER.
           MOVE SW-SCORE       TO RPT-NEW-SCORE.
           MOVE SW-BAL-POINTS     TO RPT-FACTOR-NOW(1).
           COMPUTE RPT-FACTOR-CHG(1) =
               SW-BAL-POINTS - PRVT-BAL-POINTS.
           MOVE SW-TREND-POINTS   TO RPT-FACTOR-NOW(2).
           COMPUTE RPT-FACTOR-CHG(2) =
               SW-TREND-POINTS - PRVT-TREND-POINTS.
           MOVE SW-ORDER-POINTS   TO RPT-FACTOR-NOW(3).
           COMPUTE RPT-FACTOR-CHG(3) =
               SW-ORDER-POINTS - PRVT-ORDER-POINTS.
           MOVE SW-CALL-POINTS    TO RPT-FACTOR-NOW(4).
           COMPUTE RPT-FACTOR-CHG(4) =
               SW-CALL-POINTS - PRVT-CALL-POINTS.
           MOVE SW-CONTACT-POINTS TO RPT-FACTOR-NOW(5).
           COMPUTE RPT-FACTOR-CHG(5) =
               SW-CONTACT-POINTS - PRVT-CONTACT-POINTS.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'CUSTFILE RECORDS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUSTFILE-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CUSTOMERS SCORED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUSTOMERS                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  TIER A:                 ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TIER-A                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  TIER B:                 ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TIER-B                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  TIER C:                 ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TIER-C                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  TIER D:                 ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TIER-D                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'MOVED TO A BETTER TIER:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-MOVED-UP                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'MOVED TO A WORSE TIER:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-MOVED-DOWN               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW SINCE LAST RUN:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEW-CUSTOMERS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TIER RECORDS WRITTEN:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TIER-RECS                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF .
           IF ( WS-CUSTFILE-STATUS = '00' OR
                WS-CUSTFILE-STATUS = '04' ) THEN
               ADD +1 TO NUM-CUSTFILE-RECS
           ELSE IF WS-CUSTFILE-STATUS = '10'
               MOVE 'Y' TO WS-CUST-FILE-EOF
           ELSE
               DISPLAY 'CUSTOMER INPUT FILE I/O ERROR ON READ.  RC: '
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUST-FILE-EOF.

       710-READ-SNAP0.
           IF WS-SNAP0-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-SNAP0-ID
           ELSE
               READ SNAP0-FILE
                 AT END MOVE 'Y' TO WS-SNAP0-EOF
               END-READ
               IF ( WS-SNAP0-STATUS = '00' OR
                    WS-SNAP0-STATUS = '04' ) THEN
                   MOVE SNAP0-CUST-ID TO WS-SNAP0-ID
               ELSE IF WS-SNAP0-STATUS = '10'
                   MOVE 'Y' TO WS-SNAP0-EOF
                   MOVE HIGH-VALUES TO WS-SNAP0-ID
               ELSE
                   DISPLAY 'ERROR ON SNAP0 READ.  CODE:'
                           WS-SNAP0-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-SNAP0-EOF
                   MOVE HIGH-VALUES TO WS-SNAP0-ID.

       711-READ-SNAP1.
           IF WS-SNAP1-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-SNAP1-ID
           ELSE
               READ SNAP1-FILE
                 AT END MOVE 'Y' TO WS-SNAP1-EOF
               END-READ
               IF ( WS-SNAP1-STATUS = '00' OR
                    WS-SNAP1-STATUS = '04' ) THEN
                   MOVE SNAP1-CUST-ID TO WS-SNAP1-ID
               ELSE IF WS-SNAP1-STATUS = '10'
                   MOVE 'Y' TO WS-SNAP1-EOF
                   MOVE HIGH-VALUES TO WS-SNAP1-ID
               ELSE
                   DISPLAY 'ERROR ON SNAP1 READ.  CODE:'
                           WS-SNAP1-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-SNAP1-EOF
                   MOVE HIGH-VALUES TO WS-SNAP1-ID.

       712-READ-SNAP2.
           IF WS-SNAP2-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-SNAP2-ID
           ELSE
               READ SNAP2-FILE
                 AT END MOVE 'Y' TO WS-SNAP2-EOF
               END-READ
               IF ( WS-SNAP2-STATUS = '00' OR
                    WS-SNAP2-STATUS = '04' ) THEN
                   MOVE SNAP2-CUST-ID TO WS-SNAP2-ID
               ELSE IF WS-SNAP2-STATUS = '10'
                   MOVE 'Y' TO WS-SNAP2-EOF
                   MOVE HIGH-VALUES TO WS-SNAP2-ID
               ELSE
                   DISPLAY 'ERROR ON SNAP2 READ.  CODE:'
                           WS-SNAP2-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-SNAP2-EOF
                   MOVE HIGH-VALUES TO WS-SNAP2-ID.

       720-READ-DETAIL-FILE.
           IF WS-SVCDTL-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-DETAIL-ID
           ELSE
               READ DETAIL-FILE
                 AT END MOVE 'Y' TO WS-SVCDTL-EOF
               END-READ
               IF ( WS-SVCDTL-STATUS = '00' OR
                    WS-SVCDTL-STATUS = '04' ) THEN
                   MOVE SVC-CUST-ID TO WS-DETAIL-ID
               ELSE IF WS-SVCDTL-STATUS = '10'
                   MOVE 'Y' TO WS-SVCDTL-EOF
                   MOVE HIGH-VALUES TO WS-DETAIL-ID
               ELSE
                   DISPLAY 'ERROR ON SVCDTL READ.  CODE:'
                           WS-SVCDTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-SVCDTL-EOF
                   MOVE HIGH-VALUES TO WS-DETAIL-ID.

       730-READ-ADDRESS-FILE.
           IF WS-ADDRFILE-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-ADDR-ID
           ELSE
               READ ADDRESS-FILE
                 AT END MOVE 'Y' TO WS-ADDRFILE-EOF
               END-READ
               IF ( WS-ADDRFILE-STATUS = '00' OR
                    WS-ADDRFILE-STATUS = '04' ) THEN
                   MOVE ADR-CUST-ID TO WS-ADDR-ID
               ELSE IF WS-ADDRFILE-STATUS = '10'
                   MOVE 'Y' TO WS-ADDRFILE-EOF
                   MOVE HIGH-VALUES TO WS-ADDR-ID
               ELSE
                   DISPLAY 'ERROR ON ADDRFILE READ.  CODE:'
                           WS-ADDRFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ADDRFILE-EOF
                   MOVE HIGH-VALUES TO WS-ADDR-ID.

       740-READ-PRIOR-TIER.
           IF WS-PRIORTR-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-PRIOR-ID
           ELSE
               READ PRIOR-TIER-FILE
                 AT END MOVE 'Y' TO WS-PRIORTR-EOF
               END-READ
               IF ( WS-PRIORTR-STATUS = '00' OR
                    WS-PRIORTR-STATUS = '04' ) THEN
                   MOVE OLDT-CUST-ID TO WS-PRIOR-ID
               ELSE IF WS-PRIORTR-STATUS = '10'
                   MOVE 'Y' TO WS-PRIORTR-EOF
                   MOVE HIGH-VALUES TO WS-PRIOR-ID
               ELSE
                   DISPLAY 'ERROR ON PRIORTR READ.  CODE:'
                           WS-PRIORTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-PRIORTR-EOF
                   MOVE HIGH-VALUES TO WS-PRIOR-ID.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.

      *    ---------------------------------------------------------
      *    The RSKCTL DD is optional.  Each three-digit field of
      *    the card replaces its default only when it is numeric,
      *    so the credit manager can tune one weight at a time.
      *    The weights in force head the report either way.
      *    ---------------------------------------------------------
       850-READ-RISK-CONTROL.
           PERFORM 855-SET-DEFAULT-WEIGHT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11.
           OPEN INPUT RSKCTL-FILE.
           IF WS-RSKCTL-STATUS = '00'
             READ RSKCTL-FILE
             IF WS-RSKCTL-STATUS = '00'
               PERFORM 856-TAKE-CARD-WEIGHT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11
             END-IF
             CLOSE RSKCTL-FILE
           END-IF.
           IF RW-TIER-B-FLOOR > RW-TIER-C-FLOOR
              OR RW-TIER-C-FLOOR > RW-TIER-D-FLOOR
               DISPLAY 'CUSTRSK1 RSKCTL TIER FLOORS OUT OF ORDER - '
                       'DEFAULT FLOORS USED'
               MOVE RD-DEFAULT(9)  TO RW-TIER-B-FLOOR
               MOVE RD-DEFAULT(10) TO RW-TIER-C-FLOOR
               MOVE RD-DEFAULT(11) TO RW-TIER-D-FLOOR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           PERFORM 857-PRINT-WEIGHT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-HEADER3.

       855-SET-DEFAULT-WEIGHT.
           MOVE RD-DEFAULT(WS-SUB) TO RW-WEIGHT(WS-SUB).

       856-TAKE-CARD-WEIGHT.
           IF RSK-VALUE(WS-SUB) IS NUMERIC
               MOVE RSK-VALUE-NUM(WS-SUB) TO RW-WEIGHT(WS-SUB).

       857-PRINT-WEIGHT.
           MOVE RWL-LABEL(WS-SUB)  TO RPT-WEIGHT-LABEL.
           MOVE RW-WEIGHT(WS-SUB) TO RPT-WEIGHT-VALUE.
           WRITE REPORT-RECORD FROM RPT-WEIGHT-LINE.

       900-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         SNAP0-FILE
                         SNAP1-FILE
                         SNAP2-FILE
                         DETAIL-FILE
                         ADDRESS-FILE
                         PRIOR-TIER-FILE
                OUTPUT   NEW-TIER-FILE
                         REPORT-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-SNAP0-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SNAP0 FILE. RC:'
                     WS-SNAP0-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-SNAP1-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SNAP1 FILE. RC:'
                     WS-SNAP1-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-SNAP2-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SNAP2 FILE. RC:'
                     WS-SNAP2-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-SVCDTL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SVCDTL FILE. RC:'
                     WS-SVCDTL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-ADDRFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADDRFILE. RC:'
                     WS-ADDRFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-PRIORTR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PRIORTR FILE. RC:'
                     WS-PRIORTR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-NEWTIER-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWTIER FILE. RC:'
                     WS-NEWTIER-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RSKRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.

       905-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           CLOSE SNAP0-FILE .
           CLOSE SNAP1-FILE .
           CLOSE SNAP2-FILE .
           CLOSE DETAIL-FILE .
           CLOSE ADDRESS-FILE .
           CLOSE PRIOR-TIER-FILE .
           CLOSE NEW-TIER-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CUSTRSK1
