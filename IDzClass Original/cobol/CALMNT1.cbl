      ****************************************************************
      * PROGRAM:  CALMNT1
      *           Shop holiday calendar maintenance batch
      *
      * The BUSCAL1 business-day routine is only as good as the
      * SHOPCAL calendar behind it, and a holiday keyed into the
      * wrong date silently moves every business-day age in the
      * shop.  This job maintains the SHOPCAL calendar (see the
      * SHOPCALC copybook), keyed by date, through the same
      * ADD/CHANGE/DELETE transaction discipline PRVMNT1 uses for
      * the provider master -- field-edited, reported, never
      * overtyped in an editor.  Next year's holidays are added
      * each autumn; past years may be deleted once no job ages
      * anything back that far.
      *
      * FILES:
      *   OLDCAL  - current calendar, SHOPCALC layout, ascending
      *             date order
      *   CALTRAN - maintenance transactions, same order:
      *             cols  1-6    action (ADD / CHANGE / DELETE)
      *             col   7      filler
      *             cols  8-87   record image, SHOPCALC layout
      *   NEWCAL  - new calendar generation
      *   CALRPT  - applied/rejected report
      *
      * FIELD EDITS APPLIED TO ADD AND CHANGE TRANSACTIONS:
      *   - date must be a real YYYYMMDD calendar date
      *   - day type must be H (holiday) or W (worked day)
      *   - a holiday must fall Monday to Friday -- a weekend is
      *     closed already, so a weekend holiday means the
      *     observed weekday was keyed wrong
      *   - a worked day must fall on a Saturday or Sunday
      *   - description must not be blank
      *
      * RC 4 - transactions were rejected
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-CAL-FILE ASSIGN TO OLDCAL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDCAL-STATUS.

           SELECT CAL-TRAN-FILE ASSIGN TO CALTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CALTRAN-STATUS.

           SELECT NEW-CAL-FILE ASSIGN TO NEWCAL
               FILE STATUS  IS  WS-NEWCAL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO CALRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OLD-CAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SHOPCALC REPLACING ==:TAG:== BY ==MST==.

       FD  CAL-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CAL-TRAN-RECORD.
           05  CLT-ACTION             PIC X(6).
           05  FILLER                 PIC X.
           05  CLT-CAL-IMAGE          PIC X(80).
           05  FILLER                 PIC X(13).

       FD  NEW-CAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SHOPCALC REPLACING ==:TAG:== BY ==NEW==.

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
           05  WS-OLDCAL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CALTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWCAL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDCAL-EOF           PIC X     VALUE 'N'.
           05  WS-CALTRAN-EOF          PIC X     VALUE 'N'.
           05  WS-EDIT-OK              PIC X     VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *
      *        Day-of-week of the transaction date: the integer date
      *        modulo 7 is 1 for Monday through 6 for Saturday and 0
      *        for Sunday, as in BUSCAL1.
       01  DATE-EDIT-WORK.
           05  WS-TRN-DATE-INT         PIC S9(9) COMP  VALUE +0.
           05  WS-TRN-WEEKS            PIC S9(9) COMP  VALUE +0.
           05  WS-TRN-WEEKDAY          PIC S9(4) COMP  VALUE +0.
      *
      *        The transaction's record image, mapped onto the same
      *        SHOPCALC layout as the file so fields can be edited
       COPY SHOPCALC REPLACING ==:TAG:== BY ==TRN==.
      *
      *        Control keys for the matched (balance-line) update.
      *        An exhausted file parks HIGH-VALUES in its key so the
      *        other side drains normally.
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY           PIC X(8)  VALUE LOW-VALUES.
           05  WS-TRAN-KEY             PIC X(8)  VALUE LOW-VALUES.
      *
       01  TOTALS-VARS.
           05  NUM-OLDCAL-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CALTRAN-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWCAL-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDS-APPLIED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DELETES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(34)
                     VALUE 'SHOP HOLIDAY CALENDAR MAINTENANCE'.
           05  FILLER                 PIC X(98) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'ACTION  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'DATE    '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(63) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACTION             PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CAL-DATE           PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(63) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(20).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(99)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'CALMNT1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-CAL.
           PERFORM 710-READ-CAL-TRAN.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDCAL-EOF = 'Y' AND WS-CALTRAN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-TRANS-REJECTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'CALMNT1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Standard balance-line cycle.  Both files are in ascending
      *    date order; the low key is processed each time.
      *    ---------------------------------------------------------
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               PERFORM 750-WRITE-NEW-CAL-FROM-OLD
               PERFORM 700-READ-OLD-CAL
               GO TO 100-EXIT.
           IF WS-MASTER-KEY > WS-TRAN-KEY
               PERFORM 110-TRAN-WITHOUT-MASTER
               PERFORM 710-READ-CAL-TRAN
               GO TO 100-EXIT.
           PERFORM 120-TRAN-AGAINST-MASTER.
           PERFORM 700-READ-OLD-CAL.
           PERFORM 710-READ-CAL-TRAN.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The transaction key is not on the old file -- only an
      *    ADD is valid here.
      *    ---------------------------------------------------------
       110-TRAN-WITHOUT-MASTER.
           IF CLT-ACTION = 'ADD   '
               PERFORM 150-EDIT-TRAN-FIELDS THROUGH 150-EXIT
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-CAL-FROM-TRAN
                   ADD +1 TO NUM-ADDS-APPLIED
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 820-REPORT-REJECTED
           ELSE
           IF CLT-ACTION = 'CHANGE' OR CLT-ACTION = 'DELETE'
               MOVE 'DATE NOT ON CALENDAR'   TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED.

      *    ---------------------------------------------------------
      *    The transaction key matches a calendar record.  A
      *    CHANGE replaces the record, a DELETE drops it, an ADD is
      *    a duplicate.  On any rejection the old record is carried
      *    forward unchanged.
      *    ---------------------------------------------------------
       120-TRAN-AGAINST-MASTER.
           IF CLT-ACTION = 'CHANGE'
               PERFORM 150-EDIT-TRAN-FIELDS THROUGH 150-EXIT
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-CAL-FROM-TRAN
                   ADD +1 TO NUM-CHANGES-APPLIED
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 750-WRITE-NEW-CAL-FROM-OLD
                   PERFORM 820-REPORT-REJECTED
           ELSE
           IF CLT-ACTION = 'DELETE'
               ADD +1 TO NUM-DELETES-APPLIED
               PERFORM 810-REPORT-APPLIED
           ELSE
           IF CLT-ACTION = 'ADD   '
               MOVE 'DATE ALREADY ON CALENDAR'   TO WS-REJECT-REASON
               PERFORM 750-WRITE-NEW-CAL-FROM-OLD
               PERFORM 820-REPORT-REJECTED
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               PERFORM 750-WRITE-NEW-CAL-FROM-OLD
               PERFORM 820-REPORT-REJECTED.

       150-EDIT-TRAN-FIELDS.
           MOVE 'Y'    TO WS-EDIT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE +0     TO WS-TRN-DATE-INT.
           IF TRN-DATE IS NUMERIC
              AND TRN-DATE NOT < 16010101
               COMPUTE WS-TRN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (TRN-DATE).
           IF WS-TRN-DATE-INT NOT > 0
               MOVE 'DATE NOT A REAL YYYYMMDD DATE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF NOT TRN-HOLIDAY AND NOT TRN-WORKED-DAY
               MOVE 'DAY TYPE NOT H OR W' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           DIVIDE WS-TRN-DATE-INT BY 7 GIVING WS-TRN-WEEKS
               REMAINDER WS-TRN-WEEKDAY.
           IF TRN-HOLIDAY
              AND ( WS-TRN-WEEKDAY = 6 OR WS-TRN-WEEKDAY = 0 )
               MOVE 'HOLIDAY FALLS ON A WEEKEND' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-WORKED-DAY
              AND WS-TRN-WEEKDAY NOT = 6 AND WS-TRN-WEEKDAY NOT = 0
               MOVE 'WORKED DAY IS NOT A WEEKEND DAY'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-DESCRIPTION = SPACES
               MOVE 'DESCRIPTION IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK.
       150-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'CALENDAR DAYS READ: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDCAL-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSACTIONS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CALTRAN-RECS       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADDS APPLIED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADDS-APPLIED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CHANGES APPLIED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CHANGES-APPLIED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DELETES APPLIED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DELETES-APPLIED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANS REJECTED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-REJECTED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NEW CALENDAR DAYS:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWCAL-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-CAL.
           READ OLD-CAL-FILE
             AT END MOVE 'Y' TO WS-OLDCAL-EOF .
           IF ( WS-OLDCAL-STATUS = '00' OR
                WS-OLDCAL-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDCAL-RECS
               MOVE MST-DATE-X TO WS-MASTER-KEY
           ELSE IF WS-OLDCAL-STATUS = '10'
               MOVE 'Y' TO WS-OLDCAL-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               DISPLAY 'ERROR ON OLDCAL READ.  CODE:'
                       WS-OLDCAL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDCAL-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY.

       710-READ-CAL-TRAN.
           READ CAL-TRAN-FILE
             AT END MOVE 'Y' TO WS-CALTRAN-EOF .
           IF ( WS-CALTRAN-STATUS = '00' OR
                WS-CALTRAN-STATUS = '04' ) THEN
               ADD +1 TO NUM-CALTRAN-RECS
               MOVE CLT-CAL-IMAGE TO TRN-REC
               MOVE TRN-DATE-X TO WS-TRAN-KEY
           ELSE IF WS-CALTRAN-STATUS = '10'
               MOVE 'Y' TO WS-CALTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
               DISPLAY 'ERROR ON CALTRAN READ.  CODE:'
                       WS-CALTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CALTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY.

       750-WRITE-NEW-CAL-FROM-OLD.
           MOVE MST-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWCAL-RECS.

       760-WRITE-NEW-CAL-FROM-TRAN.
           MOVE TRN-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWCAL-RECS.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-APPLIED.
           MOVE CLT-ACTION  TO RPT-ACTION.
           MOVE TRN-DATE-X  TO RPT-CAL-DATE.
           MOVE 'APPLIED'   TO RPT-DISPOSITION.
           MOVE SPACES      TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       820-REPORT-REJECTED.
           ADD +1 TO NUM-TRANS-REJECTED.
           MOVE CLT-ACTION       TO RPT-ACTION.
           MOVE TRN-DATE-X       TO RPT-CAL-DATE.
           MOVE 'REJECTED'       TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    OLD-CAL-FILE
                         CAL-TRAN-FILE
                OUTPUT   NEW-CAL-FILE
                         REPORT-FILE .
           IF WS-OLDCAL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDCAL FILE. RC:'
                     WS-OLDCAL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDCAL-EOF
             MOVE 'Y' TO WS-CALTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-CALTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CALTRAN FILE. RC:'
                     WS-CALTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDCAL-EOF
             MOVE 'Y' TO WS-CALTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-NEWCAL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWCAL FILE. RC:'
                     WS-NEWCAL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDCAL-EOF
             MOVE 'Y' TO WS-CALTRAN-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CALRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDCAL-EOF
             MOVE 'Y' TO WS-CALTRAN-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-CAL-FILE .
           CLOSE CAL-TRAN-FILE .
           CLOSE NEW-CAL-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CALMNT1
