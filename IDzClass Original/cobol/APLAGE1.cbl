      ****************************************************************
      * PROGRAM:  APLAGE1
      *           Claim appeals aging report
      *
      * Reads the APPEALS file kept by CLMAPL1 and lists every
      * appeal still open against its carrier's response deadline:
      * how long it has been open, and how many days are left
      * before the deadline, or how many days past it the carrier
      * is.  Each open appeal is marked
      *
      *     OVERDUE  - the deadline has passed
      *     DUE SOON - the deadline is within the next 7 days
      *
      * Open appeals are then summed by days open (0-30, 31-60,
      * 61-90, over 90) and by carrier, and the decided appeals are
      * counted by outcome.
      *
      * FILES:
      *   APPEALS - the appeals file, CLMAPLC layout, read in claim
      *             number order
      *   APGCTL  - one optional control card:
      *             'ASOF=YYYYMMDD' ages to that date instead of the
      *             run date
      *   APGRPT  - the aging report
      *
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLAGE1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPEAL-FILE  ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS SEQUENTIAL
                  RECORD KEY   IS APL-CLAIM-NUMBER
                  FILE STATUS  IS WS-APPEALS-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO APGCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO APGRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  APPEAL-FILE
           DATA RECORD IS APL-REC.
       COPY CLMAPLC REPLACING ==:TAG:== BY ==APL==.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05  CC-KEYWORD             PIC X(5).
           05  CC-VALUE               PIC X(8).
           05  CC-VALUE-N  REDEFINES CC-VALUE
                                      PIC 9(8).
           05  FILLER                 PIC X(67).

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
           05  WS-APPEALS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-APPEALS-EOF          PIC X     VALUE 'N'.
           05  WS-DAY-INT              PIC S9(9) COMP-3 VALUE +0.
           05  WS-DAYS-OPEN            PIC S9(9) COMP-3 VALUE +0.
           05  WS-DAYS-LEFT            PIC S9(9) COMP-3 VALUE +0.
           05  WS-BUCKET               PIC S9(4) COMP   VALUE +0.
           05  WS-BKT-SUB              PIC S9(4) COMP   VALUE +0.
           05  WS-APPEALED-AMOUNT      PIC S9(7)V99 COMP-3 VALUE +0.
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-ASOF-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-ASOF-DAY-INT       PIC S9(9) COMP-3 VALUE +0.
      *
      *        open appeals by days open: 0-30, 31-60, 61-90, 90+
       01  AGE-BUCKETS.
           05  AGE-BUCKET  OCCURS 4 TIMES.
               10  AGE-COUNT             PIC S9(7)     COMP-3.
               10  AGE-AMOUNT            PIC S9(11)V99 COMP-3.
       01  AGE-BUCKET-NAMES.
           05  FILLER                PIC X(12) VALUE '0-30 DAYS'.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  AGE-BUCKET-NAME-TABLE  REDEFINES AGE-BUCKET-NAMES.
           05  AGE-BUCKET-NAME       PIC X(12) OCCURS 4 TIMES.
      *
      *        ***********************************
      *          open appeals by carrier
      *        ***********************************
       01  CARRIER-CONTROLS.
           05  CAR-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  CARRIER-TABLE.
           05  CAR-ENTRY  OCCURS 50 TIMES.
               10  CAR-ENT-ID            PIC X(7).
               10  CAR-ENT-OPEN          PIC S9(7)     COMP-3.
               10  CAR-ENT-OVERDUE       PIC S9(7)     COMP-3.
               10  CAR-ENT-AMOUNT        PIC S9(11)V99 COMP-3.
      *
       01  TOTALS-VARS.
           05  NUM-APPEALS-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPEN              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OVERDUE           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DUE-SOON          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UPHELD            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OVERTURNED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PARTIAL           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CARRIERS-OVER     PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-OPEN-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CLAIM APPEALS AGING REPORT'.
           05  FILLER                 PIC X(7)  VALUE 'AS OF: '.
           05  RPT-ASOF-DATE          PIC 9(8).
           05  FILLER                 PIC X(77) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(10) VALUE 'CLAIM     '.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(8)  VALUE 'CARRIER '.
           05  FILLER  PIC X(4)  VALUE 'RSN '.
           05  FILLER  PIC X(9)  VALUE 'FILED    '.
           05  FILLER  PIC X(9)  VALUE 'DEADLINE '.
           05  FILLER  PIC X(7)  VALUE '   OPEN'.
           05  FILLER  PIC X(7)  VALUE '   LEFT'.
           05  FILLER  PIC X(14) VALUE '      APPEALED'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(54) VALUE 'APPEAL REASON'.
       01  RPT-DETAIL.
           05  RPT-CLAIM-NUMBER      PIC 9(9).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PATIENT-ID        PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CARRIER           PIC X(7).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DENY-REASON       PIC X(3).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-FILED             PIC 9(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DEADLINE          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DAYS-OPEN         PIC ZZZZZ9.
           05  RPT-DAYS-LEFT         PIC ------9.
           05  RPT-APPEALED          PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-APPEAL-REASON     PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FLAG              PIC X(8).
           05  FILLER                PIC X(24) VALUE SPACES.
       01  RPT-SUMMARY-HEADER.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUM-TITLE         PIC X(20).
           05  FILLER  PIC X(10) VALUE '      OPEN'.
           05  FILLER  PIC X(10) VALUE '   OVERDUE'.
           05  FILLER  PIC X(16) VALUE '        APPEALED'.
           05  FILLER  PIC X(74) VALUE SPACES.
       01  RPT-SUMMARY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUM-KEY           PIC X(20).
           05  RPT-SUM-OPEN          PIC ZZZ,ZZZ,Z9.
           05  RPT-SUM-OVERDUE       PIC ZZZ,ZZZ,Z9.
           05  RPT-SUM-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(74) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'APLAGE1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           MOVE WS-RUN-DATE-NUM TO WS-ASOF-DATE.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT.
           COMPUTE WS-ASOF-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
           PERFORM 810-CLEAR-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-APPEAL.

           PERFORM 100-AGE-APPEAL THROUGH 100-EXIT
               UNTIL WS-APPEALS-EOF = 'Y'.

           PERFORM 300-PRINT-SUMMARIES.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'APLAGE1 ENDED - OPEN = ' NUM-OPEN
                   ' OVERDUE = ' NUM-OVERDUE.
           GOBACK .

      *    decided appeals are only counted; an open one is aged
      *    from its filed date and measured against its deadline
       100-AGE-APPEAL.
           IF APL-UPHELD
               ADD +1 TO NUM-UPHELD
           ELSE
           IF APL-OVERTURNED
               ADD +1 TO NUM-OVERTURNED
           ELSE
           IF APL-PARTIAL
               ADD +1 TO NUM-PARTIAL.
           IF NOT APL-OPEN
               GO TO 100-NEXT.
           ADD +1 TO NUM-OPEN.
           IF APL-SUPPORT-AMOUNT > 0
              AND APL-SUPPORT-AMOUNT < APL-CLAIMED-AMOUNT
               MOVE APL-SUPPORT-AMOUNT TO WS-APPEALED-AMOUNT
           ELSE
               MOVE APL-CLAIMED-AMOUNT TO WS-APPEALED-AMOUNT.
           ADD WS-APPEALED-AMOUNT TO TOT-OPEN-AMOUNT.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (APL-FILED-DATE).
           COMPUTE WS-DAYS-OPEN = WS-ASOF-DAY-INT - WS-DAY-INT.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (APL-DEADLINE).
           COMPUTE WS-DAYS-LEFT = WS-DAY-INT - WS-ASOF-DAY-INT.
           PERFORM 110-SET-AGE-BUCKET.
           ADD +1 TO AGE-COUNT(WS-BUCKET).
           ADD WS-APPEALED-AMOUNT TO AGE-AMOUNT(WS-BUCKET).
           MOVE SPACES TO RPT-FLAG.
           IF WS-DAYS-LEFT < 0
               ADD +1 TO NUM-OVERDUE
               MOVE 'OVERDUE' TO RPT-FLAG
           ELSE
           IF WS-DAYS-LEFT NOT > 7
               ADD +1 TO NUM-DUE-SOON
               MOVE 'DUE SOON' TO RPT-FLAG.
           PERFORM 120-ADD-TO-CARRIER.
           MOVE APL-CLAIM-NUMBER   TO RPT-CLAIM-NUMBER.
           MOVE APL-PATIENT-ID     TO RPT-PATIENT-ID.
           MOVE APL-CARRIER-ID     TO RPT-CARRIER.
           MOVE APL-DENY-REASON    TO RPT-DENY-REASON.
           MOVE APL-FILED-DATE     TO RPT-FILED.
           MOVE APL-DEADLINE       TO RPT-DEADLINE.
           MOVE WS-DAYS-OPEN       TO RPT-DAYS-OPEN.
           MOVE WS-DAYS-LEFT       TO RPT-DAYS-LEFT.
           MOVE WS-APPEALED-AMOUNT TO RPT-APPEALED.
           MOVE APL-APPEAL-REASON  TO RPT-APPEAL-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       100-NEXT.
           PERFORM 700-READ-APPEAL.
       100-EXIT.
           EXIT.

       110-SET-AGE-BUCKET.
           IF WS-DAYS-OPEN NOT > 30
               MOVE 1 TO WS-BUCKET
           ELSE
           IF WS-DAYS-OPEN NOT > 60
               MOVE 2 TO WS-BUCKET
           ELSE
           IF WS-DAYS-OPEN NOT > 90
               MOVE 3 TO WS-BUCKET
           ELSE
               MOVE 4 TO WS-BUCKET.

       120-ADD-TO-CARRIER.
           MOVE +0 TO WS-CAR-FOUND-IDX.
           PERFORM 125-FIND-CARRIER-ENTRY
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED
                  OR WS-CAR-FOUND-IDX > 0.
           IF WS-CAR-FOUND-IDX = 0
               IF CAR-ENTRIES-USED < 50
                   ADD +1 TO CAR-ENTRIES-USED
                   MOVE CAR-ENTRIES-USED TO WS-CAR-FOUND-IDX
                   MOVE APL-CARRIER-ID TO CAR-ENT-ID(WS-CAR-FOUND-IDX)
                   MOVE +0 TO CAR-ENT-OPEN(WS-CAR-FOUND-IDX)
                              CAR-ENT-OVERDUE(WS-CAR-FOUND-IDX)
                              CAR-ENT-AMOUNT(WS-CAR-FOUND-IDX)
               ELSE
                   ADD +1 TO NUM-CARRIERS-OVER.
           IF WS-CAR-FOUND-IDX > 0
               ADD +1 TO CAR-ENT-OPEN(WS-CAR-FOUND-IDX)
               ADD WS-APPEALED-AMOUNT
                   TO CAR-ENT-AMOUNT(WS-CAR-FOUND-IDX)
               IF WS-DAYS-LEFT < 0
                   ADD +1 TO CAR-ENT-OVERDUE(WS-CAR-FOUND-IDX).

       125-FIND-CARRIER-ENTRY.
           IF CAR-ENT-ID(WS-CAR-SUB) = APL-CARRIER-ID
               MOVE WS-CAR-SUB TO WS-CAR-FOUND-IDX.

       300-PRINT-SUMMARIES.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'OPEN BY DAYS OPEN' TO RPT-SUM-TITLE.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADER.
           PERFORM 310-PRINT-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'OPEN BY CARRIER' TO RPT-SUM-TITLE.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADER.
           PERFORM 320-PRINT-CARRIER
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED.
           MOVE 'ALL CARRIERS'  TO RPT-SUM-KEY.
           MOVE NUM-OPEN        TO RPT-SUM-OPEN.
           MOVE NUM-OVERDUE     TO RPT-SUM-OVERDUE.
           MOVE TOT-OPEN-AMOUNT TO RPT-SUM-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'APPEALS READ:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-APPEALS-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OPEN:                       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPEN                       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  PAST CARRIER DEADLINE:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OVERDUE                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  DUE WITHIN 7 DAYS:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DUE-SOON                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DECIDED - UPHELD:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UPHELD                     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DECIDED - OVERTURNED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OVERTURNED                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DECIDED - PARTIALLY PAID:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PARTIAL                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF NUM-CARRIERS-OVER > 0
               MOVE 'NOT IN CARRIER TABLE (FULL):' TO RPT-TOTALS-ITEM
               MOVE NUM-CARRIERS-OVER              TO RPT-TOTALS-VALUE
               WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       310-PRINT-BUCKET.
           MOVE AGE-BUCKET-NAME(WS-BKT-SUB) TO RPT-SUM-KEY.
           MOVE AGE-COUNT(WS-BKT-SUB)       TO RPT-SUM-OPEN.
           MOVE ZERO                        TO RPT-SUM-OVERDUE.
           MOVE AGE-AMOUNT(WS-BKT-SUB)      TO RPT-SUM-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.

       320-PRINT-CARRIER.
           MOVE CAR-ENT-ID(WS-CAR-SUB)      TO RPT-SUM-KEY.
           MOVE CAR-ENT-OPEN(WS-CAR-SUB)    TO RPT-SUM-OPEN.
           MOVE CAR-ENT-OVERDUE(WS-CAR-SUB) TO RPT-SUM-OVERDUE.
           MOVE CAR-ENT-AMOUNT(WS-CAR-SUB)  TO RPT-SUM-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.

       700-READ-APPEAL.
           READ APPEAL-FILE
             AT END MOVE 'Y' TO WS-APPEALS-EOF.
           IF WS-APPEALS-EOF NOT = 'Y'
               IF WS-APPEALS-STATUS NOT = '00'
                   DISPLAY 'APPEALS READ ERROR RC=' WS-APPEALS-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-APPEALS-EOF
               ELSE
                   ADD +1 TO NUM-APPEALS-READ.

       800-INIT-REPORT.
           MOVE WS-ASOF-DATE TO RPT-ASOF-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       810-CLEAR-BUCKET.
           MOVE ZERO TO AGE-COUNT(WS-BKT-SUB) AGE-AMOUNT(WS-BKT-SUB).

      *    no DD, no card or a card that does not parse leaves the
      *    run date in place
       850-READ-CONTROL-CARD.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 850-EXIT.
           READ CONTROL-CARD-FILE
             AT END GO TO 850-EXIT.
           IF CC-KEYWORD = 'ASOF='
              AND CC-VALUE NUMERIC
              AND CC-VALUE(5:2) > '00' AND CC-VALUE(5:2) < '13'
              AND CC-VALUE(7:2) > '00' AND CC-VALUE(7:2) < '32'
               MOVE CC-VALUE-N TO WS-ASOF-DATE
           ELSE
               DISPLAY 'APLAGE1 APGCTL CARD IGNORED: '
                       CONTROL-CARD-RECORD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    APPEAL-FILE
                         CONTROL-CARD-FILE
                OUTPUT   REPORT-FILE .
           IF WS-CONTROL-STATUS = '05'
               MOVE '00' TO WS-CONTROL-STATUS.
           IF WS-APPEALS-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'APLAGE1 OPEN ERROR - APL=' WS-APPEALS-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-APPEALS-EOF.

       905-CLOSE-FILES.
           CLOSE APPEAL-FILE .
           CLOSE CONTROL-CARD-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM APLAGE1
