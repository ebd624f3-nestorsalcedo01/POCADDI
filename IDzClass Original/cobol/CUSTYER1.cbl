      ****************************************************************
      * PROGRAM:  CUSTYER1
      *           Customer year-end rollover of CUST-ORDERS-YTD
      *
      * CUST-ORDERS-YTD was never reset, so by spring nobody knew
      * whether a figure was this year's or a running total since
      * the customer was added -- and the occupation summaries and
      * top-N lists built on it were misleading.  Run once after
      * the last CUSTMNT1 cycle of the year, this job:
      *
      *   - copies each 'C' record's orders figure and closing
      *     balance to the CUSTHIST prior-year history file (see
      *     the CUSTHSTC copybook), keyed by CUST-ID + year,
      *   - writes a new master generation with CUST-ORDERS-YTD
      *     zeroed on every 'C' record ('P' records are copied
      *     untouched -- on them that field is the service-call
      *     count), and
      *   - prints a year-over-year comparison of orders and
      *     closing balance by occupation and by city, against the
      *     year before as held on the history file.
      *
      * It refuses to run twice for the same year: if the history
      * already holds any record for the year on the YERCTL card
      * (or a later one), nothing is written and the step ends
      * RC 8.  The check is a full pass of OLDHIST before any
      * output is opened.
      *
      * FILES:
      *   CUSTFILE - current customer master, CUST2 layout
      *   OLDHIST  - prior-year history, CUSTHSTC layout, ascending
      *              CUST-ID / YEAR (an empty file on the first run)
      *   YERCTL   - one control card (required):
      *              cols 1-4  year being closed (yyyy)
      *   NEWHIST  - new history generation
      *   NEWMAST  - new master generation, orders zeroed
      *   YERRPT   - rollover totals and year-over-year comparison
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTYER1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT OLD-HIST-FILE   ASSIGN TO OLDHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDHIST-STATUS.

           SELECT YERCTL-FILE     ASSIGN TO YERCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-YERCTL-STATUS.

           SELECT NEW-HIST-FILE   ASSIGN TO NEWHIST
               FILE STATUS  IS  WS-NEWHIST-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO NEWMAST
               FILE STATUS  IS  WS-NEWMAST-STATUS.

           SELECT REPORT-FILE     ASSIGN TO YERRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUST2COB REPLACING ==:TAG:== BY ==CUST==.

       FD  OLD-HIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUSTHSTC REPLACING ==:TAG:== BY ==OHS==.

       FD  YERCTL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  YERCTL-RECORD.
           05  YER-YEAR               PIC X(4).
           05  YER-YEAR-NUM  REDEFINES YER-YEAR
                                      PIC 9(4).
           05  FILLER                 PIC X(76).

       FD  NEW-HIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUSTHSTC REPLACING ==:TAG:== BY ==NHS==.

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUST2COB REPLACING ==:TAG:== BY ==NEW==.

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
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-OLDHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-YERCTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-NEWHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWMAST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-OLDHIST-EOF          PIC X     VALUE 'N'.
           05  WS-ROLL-OK              PIC X     VALUE 'Y'.
           05  WS-REFUSE-REASON        PIC X(60) VALUE SPACES.
      *
       01  WS-YEARS.
           05  WS-CLOSE-YEAR          PIC 9(4)  VALUE ZERO.
           05  WS-PRIOR-YEAR          PIC 9(4)  VALUE ZERO.
      *
      *        The history file is merged by CUST-ID; an exhausted
      *        file parks HIGH-VALUES.
       01  MATCH-CONTROL-KEYS.
           05  WS-HIST-ID              PIC X(5)  VALUE LOW-VALUES.
      *
      *        The customer's figures from the year before, when the
      *        history holds them
       01  PRIOR-YEAR-FIGURES.
           05  PY-FOUND               PIC X     VALUE 'N'.
           05  PY-ORDERS              PIC S9(4)    COMP   VALUE +0.
           05  PY-BALANCE             PIC S9(7)V99 COMP-3 VALUE +0.
       01  WORK-VARIABLES.
           05  WS-CLOSING-BALANCE    PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-GROUP-NAME         PIC X(28)           VALUE SPACES.
           05  WS-GRP-SUB            PIC S9(4)    COMP   VALUE +0.
           05  WS-GRP-FOUND-IDX      PIC S9(4)    COMP   VALUE +0.
           05  WS-ORDERS-CHANGE      PIC S9(9)    COMP-3 VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-CUSTFILE-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS-ROLLED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODUCTS-COPIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWMAST-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OLDHIST-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWHIST-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WITH-PRIOR-YEAR   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BAD-BALANCES      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUP-OVERFLOW    PIC S9(9)   COMP-3  VALUE +0.
      *
      *        ***********************************
      *            year-over-year by occupation
      *        ***********************************
       01  OCCUPATION-YOY.
           05  OCC-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  OCC-ENTRY  OCCURS 100 TIMES.
               10  OCC-NAME              PIC X(28).
               10  OCC-CUSTOMERS         PIC S9(7)    COMP-3.
               10  OCC-ORDERS-THIS       PIC S9(9)    COMP-3.
               10  OCC-ORDERS-PRIOR      PIC S9(9)    COMP-3.
               10  OCC-BAL-THIS          PIC S9(11)V99 COMP-3.
               10  OCC-BAL-PRIOR         PIC S9(11)V99 COMP-3.
      *
      *        ***********************************
      *            year-over-year by city
      *        ***********************************
       01  CITY-YOY.
           05  CTY-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  CTY-ENTRY  OCCURS 200 TIMES.
               10  CTY-NAME              PIC X(15).
               10  CTY-CUSTOMERS         PIC S9(7)    COMP-3.
               10  CTY-ORDERS-THIS       PIC S9(9)    COMP-3.
               10  CTY-ORDERS-PRIOR      PIC S9(9)    COMP-3.
               10  CTY-BAL-THIS          PIC S9(11)V99 COMP-3.
               10  CTY-BAL-PRIOR         PIC S9(11)V99 COMP-3.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                     PIC X(42)
                     VALUE 'CUSTOMER YEAR-END ROLLOVER         DATE: '.
           05  RPT-RUN-DATE               PIC 9(6).
           05  FILLER                     PIC X(10)
                     VALUE ' (yymmdd) '.
           05  FILLER                     PIC X(14)
                     VALUE 'YEAR CLOSED: '.
           05  RPT-CLOSE-YEAR             PIC 9(4).
           05  FILLER                     PIC X(56) VALUE SPACES.
       01  RPT-MESSAGE-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-MESSAGE            PIC X(60).
           05  FILLER                 PIC X(70) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05  FILLER                 PIC X(28)
                     VALUE 'YEAR-OVER-YEAR BY '.
           05  RPT-SECTION-NAME       PIC X(10).
           05  FILLER                 PIC X(94) VALUE SPACES.
       01  RPT-YOY-HEADER.
           05  RPT-YOY-GROUP-HDR      PIC X(28).
           05  FILLER                 PIC X(9)  VALUE ' CUSTS   '.
           05  FILLER                 PIC X(7)  VALUE ' ORDERS'.
           05  RPT-YOY-YEAR1          PIC 9(4).
           05  FILLER                 PIC X(7)  VALUE ' ORDERS'.
           05  RPT-YOY-YEAR2          PIC 9(4).
           05  FILLER                 PIC X(10) VALUE '    CHANGE'.
           05  FILLER                 PIC X(11) VALUE '    BALANCE'.
           05  RPT-YOY-YEAR3          PIC 9(4).
           05  FILLER                 PIC X(11) VALUE '    BALANCE'.
           05  RPT-YOY-YEAR4          PIC 9(4).
           05  FILLER                 PIC X(33) VALUE SPACES.
       01  RPT-YOY-DETAIL.
           05  RPT-YOY-GROUP          PIC X(28).
           05  RPT-YOY-CUSTS          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-YOY-ORD-THIS       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-YOY-ORD-PRIOR      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-YOY-ORD-CHANGE     PIC -ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-YOY-BAL-THIS       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-YOY-BAL-PRIOR      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(34) VALUE SPACES.
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
           DISPLAY 'CUSTYER1 STARTED DATE = ' WS-RUN-DATE ' (yymmdd)'.
           PERFORM 890-OPEN-REPORT.
           PERFORM 850-READ-YEAR-CONTROL.
           IF WS-ROLL-OK = 'Y'
               PERFORM 860-CHECK-ALREADY-ROLLED THROUGH 860-EXIT.
           IF WS-ROLL-OK = 'Y'
               PERFORM 900-OPEN-FILES.
           IF WS-ROLL-OK = 'Y'
               PERFORM 700-READ-CUSTOMER-FILE
               PERFORM 710-READ-OLD-HISTORY
               PERFORM 100-ROLL-RECORD THROUGH 100-EXIT
                   UNTIL WS-CUST-FILE-EOF = 'Y'
               PERFORM 150-CARRY-HISTORY
                   UNTIL WS-OLDHIST-EOF = 'Y'
               PERFORM 300-PRINT-TOTALS
               PERFORM 400-PRINT-COMPARISON
               PERFORM 905-CLOSE-FILES
           ELSE
               MOVE WS-REFUSE-REASON TO RPT-MESSAGE
               WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2
               MOVE 'NOTHING WRITTEN - MASTER AND HISTORY UNCHANGED'
                 TO RPT-MESSAGE
               WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 1
               DISPLAY 'CUSTYER1 ' WS-REFUSE-REASON.
           CLOSE REPORT-FILE.
           DISPLAY 'CUSTYER1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    'P' records go across untouched.  A 'C' record first
      *    carries forward every history record up to and including
      *    its own CUST-ID (noting last year's), then gets this
      *    year's history record and is written with its orders
      *    zeroed.
      *    ---------------------------------------------------------
       100-ROLL-RECORD.
           IF CUST-RECORD-TYPE NOT = 'C'
               MOVE CUST-REC TO NEW-REC
               PERFORM 750-WRITE-NEW-MASTER
               ADD +1 TO NUM-PRODUCTS-COPIED
               PERFORM 700-READ-CUSTOMER-FILE
               GO TO 100-EXIT.
           MOVE 'N' TO PY-FOUND.
           MOVE +0  TO PY-ORDERS.
           MOVE +0  TO PY-BALANCE.
           PERFORM 150-CARRY-HISTORY
               UNTIL WS-HIST-ID > CUST-ID.
           IF CUST-ACCT-BALANCE IS NUMERIC
               MOVE CUST-ACCT-BALANCE TO WS-CLOSING-BALANCE
           ELSE
               ADD +1 TO NUM-BAD-BALANCES
               MOVE +0 TO WS-CLOSING-BALANCE.
           MOVE SPACES             TO NHS-REC.
           MOVE CUST-ID            TO NHS-CUST-ID.
           MOVE WS-CLOSE-YEAR      TO NHS-YEAR.
           MOVE CUST-NAME          TO NHS-NAME.
           MOVE CUST-CITY          TO NHS-CITY.
           MOVE CUST-OCCUPATION    TO NHS-OCCUPATION.
           MOVE CUST-ORDERS-YTD    TO NHS-ORDERS.
           MOVE WS-CLOSING-BALANCE TO NHS-CLOSING-BALANCE.
           MOVE WS-RUN-DATE        TO NHS-ROLL-DATE.
           PERFORM 760-WRITE-NEW-HISTORY.
           ADD +1 TO NUM-CUSTOMERS-ROLLED.
           IF PY-FOUND = 'Y'
               ADD +1 TO NUM-WITH-PRIOR-YEAR.
           PERFORM 200-ACCUMULATE-OCCUPATION.
           PERFORM 210-ACCUMULATE-CITY.
           MOVE CUST-REC TO NEW-REC.
           MOVE +0       TO NEW-ORDERS-YTD.
           PERFORM 750-WRITE-NEW-MASTER.
           PERFORM 700-READ-CUSTOMER-FILE.
       100-EXIT.
           EXIT.

       150-CARRY-HISTORY.
           IF OHS-CUST-ID = CUST-ID AND OHS-YEAR = WS-PRIOR-YEAR
               MOVE 'Y'                 TO PY-FOUND
               MOVE OHS-ORDERS          TO PY-ORDERS
               MOVE OHS-CLOSING-BALANCE TO PY-BALANCE.
           MOVE OHS-REC TO NHS-REC.
           PERFORM 760-WRITE-NEW-HISTORY.
           PERFORM 710-READ-OLD-HISTORY.

      *    ---------------------------------------------------------
      *    Customers are grouped by where they stand now; the prior
      *    year's figures ride along with them.
      *    ---------------------------------------------------------
       200-ACCUMULATE-OCCUPATION.
           MOVE CUST-OCCUPATION TO WS-GROUP-NAME.
           MOVE +0 TO WS-GRP-FOUND-IDX.
           PERFORM 205-FIND-OCCUPATION
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > OCC-ENTRIES-USED
                  OR WS-GRP-FOUND-IDX > 0.
           IF WS-GRP-FOUND-IDX = 0 AND OCC-ENTRIES-USED < 100
               ADD +1 TO OCC-ENTRIES-USED
               MOVE OCC-ENTRIES-USED TO WS-GRP-FOUND-IDX
               MOVE WS-GROUP-NAME TO OCC-NAME(WS-GRP-FOUND-IDX)
               MOVE +0 TO OCC-CUSTOMERS(WS-GRP-FOUND-IDX)
                          OCC-ORDERS-THIS(WS-GRP-FOUND-IDX)
                          OCC-ORDERS-PRIOR(WS-GRP-FOUND-IDX)
                          OCC-BAL-THIS(WS-GRP-FOUND-IDX)
                          OCC-BAL-PRIOR(WS-GRP-FOUND-IDX).
           IF WS-GRP-FOUND-IDX = 0
               ADD +1 TO NUM-GROUP-OVERFLOW
           ELSE
               ADD +1 TO OCC-CUSTOMERS(WS-GRP-FOUND-IDX)
               ADD CUST-ORDERS-YTD TO OCC-ORDERS-THIS(WS-GRP-FOUND-IDX)
               ADD PY-ORDERS TO OCC-ORDERS-PRIOR(WS-GRP-FOUND-IDX)
               ADD WS-CLOSING-BALANCE
                   TO OCC-BAL-THIS(WS-GRP-FOUND-IDX)
               ADD PY-BALANCE TO OCC-BAL-PRIOR(WS-GRP-FOUND-IDX).

       205-FIND-OCCUPATION.
           IF OCC-NAME(WS-GRP-SUB) = WS-GROUP-NAME
               MOVE WS-GRP-SUB TO WS-GRP-FOUND-IDX.

       210-ACCUMULATE-CITY.
           MOVE CUST-CITY TO WS-GROUP-NAME.
           MOVE +0 TO WS-GRP-FOUND-IDX.
           PERFORM 215-FIND-CITY
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > CTY-ENTRIES-USED
                  OR WS-GRP-FOUND-IDX > 0.
           IF WS-GRP-FOUND-IDX = 0 AND CTY-ENTRIES-USED < 200
               ADD +1 TO CTY-ENTRIES-USED
               MOVE CTY-ENTRIES-USED TO WS-GRP-FOUND-IDX
               MOVE CUST-CITY TO CTY-NAME(WS-GRP-FOUND-IDX)
               MOVE +0 TO CTY-CUSTOMERS(WS-GRP-FOUND-IDX)
                          CTY-ORDERS-THIS(WS-GRP-FOUND-IDX)
                          CTY-ORDERS-PRIOR(WS-GRP-FOUND-IDX)
                          CTY-BAL-THIS(WS-GRP-FOUND-IDX)
                          CTY-BAL-PRIOR(WS-GRP-FOUND-IDX).
           IF WS-GRP-FOUND-IDX = 0
               ADD +1 TO NUM-GROUP-OVERFLOW
           ELSE
               ADD +1 TO CTY-CUSTOMERS(WS-GRP-FOUND-IDX)
               ADD CUST-ORDERS-YTD TO CTY-ORDERS-THIS(WS-GRP-FOUND-IDX)
               ADD PY-ORDERS TO CTY-ORDERS-PRIOR(WS-GRP-FOUND-IDX)
               ADD WS-CLOSING-BALANCE
                   TO CTY-BAL-THIS(WS-GRP-FOUND-IDX)
               ADD PY-BALANCE TO CTY-BAL-PRIOR(WS-GRP-FOUND-IDX).

       215-FIND-CITY.
           IF CTY-NAME(WS-GRP-SUB) = CUST-CITY
               MOVE WS-GRP-SUB TO WS-GRP-FOUND-IDX.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'MASTER RECORDS READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUSTFILE-RECS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CUSTOMERS ROLLED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUSTOMERS-ROLLED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  WITH PRIOR-YEAR HISTORY:' TO RPT-TOTALS-ITEM.
           MOVE NUM-WITH-PRIOR-YEAR          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  BAD BALANCE - SAVED AS 0' TO RPT-TOTALS-ITEM.
           MOVE NUM-BAD-BALANCES             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PRODUCT RECORDS COPIED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PRODUCTS-COPIED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW MASTER RECORDS:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWMAST-RECS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HISTORY RECORDS CARRIED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDHIST-RECS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW HISTORY RECORDS:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWHIST-RECS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NOT IN COMPARISON TABLES: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-GROUP-OVERFLOW           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       400-PRINT-COMPARISON.
           MOVE WS-CLOSE-YEAR TO RPT-YOY-YEAR1 RPT-YOY-YEAR3.
           MOVE WS-PRIOR-YEAR TO RPT-YOY-YEAR2 RPT-YOY-YEAR4.
           MOVE 'OCCUPATION' TO RPT-SECTION-NAME.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER PAGE.
           MOVE 'OCCUPATION' TO RPT-YOY-GROUP-HDR.
           WRITE REPORT-RECORD FROM RPT-YOY-HEADER AFTER 2.
           PERFORM 410-PRINT-OCCUPATION-LINE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > OCC-ENTRIES-USED.
           MOVE 'CITY' TO RPT-SECTION-NAME.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 3.
           MOVE 'CITY' TO RPT-YOY-GROUP-HDR.
           WRITE REPORT-RECORD FROM RPT-YOY-HEADER AFTER 2.
           PERFORM 420-PRINT-CITY-LINE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > CTY-ENTRIES-USED.

       410-PRINT-OCCUPATION-LINE.
           MOVE OCC-NAME(WS-GRP-SUB)         TO RPT-YOY-GROUP.
           MOVE OCC-CUSTOMERS(WS-GRP-SUB)    TO RPT-YOY-CUSTS.
           MOVE OCC-ORDERS-THIS(WS-GRP-SUB)  TO RPT-YOY-ORD-THIS.
           MOVE OCC-ORDERS-PRIOR(WS-GRP-SUB) TO RPT-YOY-ORD-PRIOR.
           COMPUTE WS-ORDERS-CHANGE = OCC-ORDERS-THIS(WS-GRP-SUB)
                                    - OCC-ORDERS-PRIOR(WS-GRP-SUB).
           MOVE WS-ORDERS-CHANGE             TO RPT-YOY-ORD-CHANGE.
           MOVE OCC-BAL-THIS(WS-GRP-SUB)     TO RPT-YOY-BAL-THIS.
           MOVE OCC-BAL-PRIOR(WS-GRP-SUB)    TO RPT-YOY-BAL-PRIOR.
           WRITE REPORT-RECORD FROM RPT-YOY-DETAIL.

       420-PRINT-CITY-LINE.
           MOVE CTY-NAME(WS-GRP-SUB)         TO RPT-YOY-GROUP.
           MOVE CTY-CUSTOMERS(WS-GRP-SUB)    TO RPT-YOY-CUSTS.
           MOVE CTY-ORDERS-THIS(WS-GRP-SUB)  TO RPT-YOY-ORD-THIS.
           MOVE CTY-ORDERS-PRIOR(WS-GRP-SUB) TO RPT-YOY-ORD-PRIOR.
           COMPUTE WS-ORDERS-CHANGE = CTY-ORDERS-THIS(WS-GRP-SUB)
                                    - CTY-ORDERS-PRIOR(WS-GRP-SUB).
           MOVE WS-ORDERS-CHANGE             TO RPT-YOY-ORD-CHANGE.
           MOVE CTY-BAL-THIS(WS-GRP-SUB)     TO RPT-YOY-BAL-THIS.
           MOVE CTY-BAL-PRIOR(WS-GRP-SUB)    TO RPT-YOY-BAL-PRIOR.
           WRITE REPORT-RECORD FROM RPT-YOY-DETAIL.

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

       710-READ-OLD-HISTORY.
           IF WS-OLDHIST-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-HIST-ID
           ELSE
               READ OLD-HIST-FILE
                 AT END MOVE 'Y' TO WS-OLDHIST-EOF
               END-READ
               IF ( WS-OLDHIST-STATUS = '00' OR
                    WS-OLDHIST-STATUS = '04' ) THEN
                   ADD +1 TO NUM-OLDHIST-RECS
                   MOVE OHS-CUST-ID TO WS-HIST-ID
               ELSE IF WS-OLDHIST-STATUS = '10'
                   MOVE 'Y' TO WS-OLDHIST-EOF
                   MOVE HIGH-VALUES TO WS-HIST-ID
               ELSE
                   DISPLAY 'ERROR ON OLDHIST READ.  CODE:'
                           WS-OLDHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-OLDHIST-EOF
                   MOVE HIGH-VALUES TO WS-HIST-ID.

       750-WRITE-NEW-MASTER.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWMAST-RECS.

       760-WRITE-NEW-HISTORY.
           WRITE NHS-REC.
           ADD +1 TO NUM-NEWHIST-RECS.

      *    ---------------------------------------------------------
      *    The year to close must be given -- guessing it from the
      *    run date goes wrong the first time the job slips past
      *    New Year's Day.
      *    ---------------------------------------------------------
       850-READ-YEAR-CONTROL.
           OPEN INPUT YERCTL-FILE.
           IF WS-YERCTL-STATUS NOT = '00'
               MOVE 'NO YERCTL CONTROL CARD - YEAR TO CLOSE NOT GIVEN'
                 TO WS-REFUSE-REASON
               MOVE 'N' TO WS-ROLL-OK
               MOVE 16 TO RETURN-CODE
           ELSE
               READ YERCTL-FILE
               IF WS-YERCTL-STATUS NOT = '00'
                  OR YER-YEAR IS NOT NUMERIC
                   MOVE 'YERCTL CARD MISSING OR YEAR NOT NUMERIC'
                     TO WS-REFUSE-REASON
                   MOVE 'N' TO WS-ROLL-OK
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE YER-YEAR-NUM TO WS-CLOSE-YEAR
                   COMPUTE WS-PRIOR-YEAR = WS-CLOSE-YEAR - 1
               END-IF
               CLOSE YERCTL-FILE.
           MOVE WS-CLOSE-YEAR TO RPT-CLOSE-YEAR.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           DISPLAY 'CUSTYER1 YEAR TO CLOSE = ' WS-CLOSE-YEAR.

      *    ---------------------------------------------------------
      *    A history record for the year being closed, or a later
      *    one, means this rollover (or a later one) has already
      *    run.  Zeroing the orders a second time would lose the
      *    new year's figures, so the run stops here.
      *    ---------------------------------------------------------
       860-CHECK-ALREADY-ROLLED.
           OPEN INPUT OLD-HIST-FILE.
           IF WS-OLDHIST-STATUS NOT = '00'
               MOVE 'ERROR OPENING OLDHIST FILE' TO WS-REFUSE-REASON
               MOVE 'N' TO WS-ROLL-OK
               MOVE 16 TO RETURN-CODE
               GO TO 860-EXIT.
           PERFORM 865-CHECK-HISTORY-YEAR
               UNTIL WS-OLDHIST-EOF = 'Y'.
           CLOSE OLD-HIST-FILE.
           MOVE 'N' TO WS-OLDHIST-EOF.
           MOVE +0  TO NUM-OLDHIST-RECS.
           MOVE LOW-VALUES TO WS-HIST-ID.
       860-EXIT.
           EXIT.

       865-CHECK-HISTORY-YEAR.
           PERFORM 710-READ-OLD-HISTORY.
           IF WS-OLDHIST-EOF NOT = 'Y'
              AND OHS-YEAR NOT < WS-CLOSE-YEAR
               MOVE 'YEAR ALREADY ROLLED - HISTORY HOLDS THIS YEAR'
                 TO WS-REFUSE-REASON
               MOVE 'N' TO WS-ROLL-OK
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDHIST-EOF.

       890-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING YERRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-ROLL-OK.

       900-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         OLD-HIST-FILE
                OUTPUT   NEW-HIST-FILE
                         NEW-MASTER-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
             MOVE 'Y' TO WS-OLDHIST-EOF.
           IF WS-OLDHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDHIST FILE. RC:'
                     WS-OLDHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
             MOVE 'Y' TO WS-OLDHIST-EOF.
           IF WS-NEWHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWHIST FILE. RC:'
                     WS-NEWHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
             MOVE 'Y' TO WS-OLDHIST-EOF.
           IF WS-NEWMAST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWMAST FILE. RC:'
                     WS-NEWMAST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
             MOVE 'Y' TO WS-OLDHIST-EOF.

       905-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           CLOSE OLD-HIST-FILE .
           CLOSE NEW-HIST-FILE .
           CLOSE NEW-MASTER-FILE .

      * END OF PROGRAM CUSTYER1
