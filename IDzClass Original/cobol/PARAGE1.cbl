      ****************************************************************
      * PROGRAM:  PARAGE1
      *           Patient receivable aging report
      *
      * Reads the PARLDG patient receivable ledger posted by PARPST1
      * and reports, per patient and in total, what is owed and for
      * how long: each charge's open amount is aged from its item
      * date to the as-of date into
      *
      *     0-30  31-60  61-90  91-120  OVER 120 days
      *
      * Unapplied patient payments are shown as credit, and the
      * balance is the open charges less that credit.  Patients
      * whose items are all settled are counted, not listed.
      *
      * FILES:
      *   PARLDG  - the patient receivable ledger, PARLDGC layout,
      *             read in key order
      *   PAGECTL - one optional control card:
      *             'ASOF=YYYYMMDD' ages to that date instead of the
      *             run date
      *   PAGERPT - the aging report
      *
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAGE1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-FILE  ASSIGN TO PARLDG
                  ORGANIZATION IS INDEXED
                  ACCESS       IS SEQUENTIAL
                  RECORD KEY   IS PAR-KEY
                  FILE STATUS  IS WS-PARLDG-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO PAGECTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO PAGERPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-FILE
           DATA RECORD IS PAR-REC.
       COPY PARLDGC REPLACING ==:TAG:== BY ==PAR==.

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
           05  WS-PARLDG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PARLDG-EOF           PIC X     VALUE 'N'.
           05  WS-ITEM-DAY-INT         PIC S9(9) COMP-3 VALUE +0.
           05  WS-ITEM-AGE             PIC S9(9) COMP-3 VALUE +0.
           05  WS-BUCKET               PIC S9(4) COMP   VALUE +0.
           05  WS-BKT-SUB              PIC S9(4) COMP   VALUE +0.
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
      *        one patient's aging, buckets 1-5 by age and 6 for
      *        unapplied credit
       01  PATIENT-AGING.
           05  AGE-PATIENT-ID        PIC 9(6).
           05  AGE-BALANCE           PIC S9(9)V99 COMP-3.
           05  AGE-BUCKET            PIC S9(9)V99 COMP-3
                                     OCCURS 6 TIMES.
       01  TOTAL-AGING.
           05  TOT-BALANCE           PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-BUCKET            PIC S9(11)V99 COMP-3
                                     OCCURS 6 TIMES.
      *
       01  TOTALS-VARS.
           05  NUM-LEDGER-ITEMS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PATIENTS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SETTLED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LISTED            PIC S9(9)   COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'PATIENT RECEIVABLE AGING REPORT'.
           05  FILLER                 PIC X(7)  VALUE 'AS OF: '.
           05  RPT-ASOF-DATE          PIC 9(8).
           05  FILLER                 PIC X(77) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(14) VALUE '          0-30'.
           05  FILLER  PIC X(14) VALUE '         31-60'.
           05  FILLER  PIC X(14) VALUE '         61-90'.
           05  FILLER  PIC X(14) VALUE '        91-120'.
           05  FILLER  PIC X(14) VALUE '      OVER 120'.
           05  FILLER  PIC X(14) VALUE '        CREDIT'.
           05  FILLER  PIC X(14) VALUE '       BALANCE'.
           05  FILLER  PIC X(26) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BUCKET-GROUP.
               10  RPT-BUCKET        PIC -(10)9.99
                                     OCCURS 6 TIMES.
           05  RPT-BALANCE           PIC -(10)9.99.
           05  FILLER                PIC X(26) VALUE SPACES.
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
           DISPLAY 'PARAGE1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           MOVE WS-RUN-DATE-NUM TO WS-ASOF-DATE.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT.
           COMPUTE WS-ASOF-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
           MOVE ZERO TO TOT-BUCKET(1) TOT-BUCKET(2) TOT-BUCKET(3)
                        TOT-BUCKET(4) TOT-BUCKET(5) TOT-BUCKET(6).
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-LEDGER.

           PERFORM 100-AGE-PATIENT THROUGH 100-EXIT
               UNTIL WS-PARLDG-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'PARAGE1 ENDED - PATIENTS LISTED = ' NUM-LISTED.
           GOBACK .

       100-AGE-PATIENT.
           ADD +1 TO NUM-PATIENTS.
           MOVE PAR-PATIENT-ID TO AGE-PATIENT-ID.
           MOVE ZERO TO AGE-BALANCE
                        AGE-BUCKET(1) AGE-BUCKET(2) AGE-BUCKET(3)
                        AGE-BUCKET(4) AGE-BUCKET(5) AGE-BUCKET(6).
           PERFORM 110-AGE-ITEM
               UNTIL WS-PARLDG-EOF = 'Y'
                  OR PAR-PATIENT-ID NOT = AGE-PATIENT-ID.
           IF AGE-BUCKET(1) = 0 AND AGE-BUCKET(2) = 0
              AND AGE-BUCKET(3) = 0 AND AGE-BUCKET(4) = 0
              AND AGE-BUCKET(5) = 0 AND AGE-BUCKET(6) = 0
               ADD +1 TO NUM-SETTLED
               GO TO 100-EXIT.
           PERFORM 200-PRINT-PATIENT.
       100-EXIT.
           EXIT.

      *    a charge still owed goes to its age bucket; a payment not
      *    yet applied is credit
       110-AGE-ITEM.
           IF PAR-OPEN-AMOUNT < 0
               MOVE 6 TO WS-BUCKET
               PERFORM 120-ADD-TO-BUCKET
           ELSE
           IF PAR-OPEN-AMOUNT > 0
               PERFORM 115-SET-AGE-BUCKET
               PERFORM 120-ADD-TO-BUCKET.
           PERFORM 700-READ-LEDGER.

       115-SET-AGE-BUCKET.
           COMPUTE WS-ITEM-DAY-INT =
               FUNCTION INTEGER-OF-DATE (PAR-ITEM-DATE).
           COMPUTE WS-ITEM-AGE = WS-ASOF-DAY-INT - WS-ITEM-DAY-INT.
           IF WS-ITEM-AGE NOT > 30
               MOVE 1 TO WS-BUCKET
           ELSE
           IF WS-ITEM-AGE NOT > 60
               MOVE 2 TO WS-BUCKET
           ELSE
           IF WS-ITEM-AGE NOT > 90
               MOVE 3 TO WS-BUCKET
           ELSE
           IF WS-ITEM-AGE NOT > 120
               MOVE 4 TO WS-BUCKET
           ELSE
               MOVE 5 TO WS-BUCKET.

       120-ADD-TO-BUCKET.
           ADD PAR-OPEN-AMOUNT TO AGE-BUCKET(WS-BUCKET).
           ADD PAR-OPEN-AMOUNT TO AGE-BALANCE.

       200-PRINT-PATIENT.
           ADD +1 TO NUM-LISTED.
           MOVE AGE-PATIENT-ID TO RPT-PATIENT-ID.
           PERFORM 210-MOVE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 6.
           MOVE AGE-BALANCE    TO RPT-BALANCE.
           ADD AGE-BALANCE     TO TOT-BALANCE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       210-MOVE-BUCKET.
           MOVE AGE-BUCKET(WS-BKT-SUB) TO RPT-BUCKET(WS-BKT-SUB).
           ADD AGE-BUCKET(WS-BKT-SUB)  TO TOT-BUCKET(WS-BKT-SUB).

       220-MOVE-TOTAL-BUCKET.
           MOVE TOT-BUCKET(WS-BKT-SUB) TO RPT-BUCKET(WS-BKT-SUB).

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TOTAL ' TO RPT-PATIENT-ID.
           PERFORM 220-MOVE-TOTAL-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 6.
           MOVE TOT-BALANCE    TO RPT-BALANCE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'LEDGER ITEMS READ:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LEDGER-ITEMS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS ON LEDGER:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PATIENTS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS FULLY SETTLED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SETTLED                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS LISTED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LISTED                     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-LEDGER.
           READ LEDGER-FILE
             AT END MOVE 'Y' TO WS-PARLDG-EOF.
           IF WS-PARLDG-EOF NOT = 'Y'
               IF WS-PARLDG-STATUS NOT = '00'
                   DISPLAY 'PARLDG READ ERROR RC=' WS-PARLDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-PARLDG-EOF
               ELSE
                   ADD +1 TO NUM-LEDGER-ITEMS.

       800-INIT-REPORT.
           MOVE WS-ASOF-DATE TO RPT-ASOF-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

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
               DISPLAY 'PARAGE1 PAGECTL CARD IGNORED: '
                       CONTROL-CARD-RECORD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    LEDGER-FILE
                         CONTROL-CARD-FILE
                OUTPUT   REPORT-FILE .
           IF WS-CONTROL-STATUS = '05'
               MOVE '00' TO WS-CONTROL-STATUS.
           IF WS-PARLDG-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'PARAGE1 OPEN ERROR - LDG=' WS-PARLDG-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PARLDG-EOF.

       905-CLOSE-FILES.
           CLOSE LEDGER-FILE .
           CLOSE CONTROL-CARD-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PARAGE1
