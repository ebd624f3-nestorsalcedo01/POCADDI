      ****************************************************************
      * PROGRAM:  WARRMNT1
      *           Product warranty / service-contract maintenance
      *
      * A 'P' record in the CUST2 master says a customer owns a
      * product but not whether it is under warranty or a paid
      * service contract, so every SVCMNT1 OPEN was treated alike.
      * This job maintains the WARRMST master (see the WARRMSTC
      * copybook), keyed by CUST-ID + PRODUCT, through the same
      * ADD/CHANGE/DELETE transaction discipline ADDRMNT1 uses for
      * the contact file.  SVCMNT1 reads the result to stamp each
      * new call COVERED, CHARGEABLE or EXPIRED; WARREXP1 lists the
      * contracts coming up for renewal.
      *
      * FILES:
      *   OLDWARR - current warranty master, WARRMSTC layout,
      *             ascending CUST-ID / PRODUCT order
      *   WARTRAN - maintenance transactions, same order:
      *             cols  1-6    action (ADD / CHANGE / DELETE)
      *             col   7      filler
      *             cols  8-87   record image, WARRMSTC layout
      *   NEWWARR - new warranty master generation
      *   WARRPT  - applied/rejected report
      *
      * FIELD EDITS APPLIED TO ADD AND CHANGE TRANSACTIONS:
      *   - CUST-ID and PRODUCT must not be blank
      *   - COVERAGE-TYPE must be W (warranty) or S (service
      *     contract)
      *   - START-DATE and END-DATE must be numeric yymmdd, and the
      *     end may not be before the start
      *   - a service contract must carry its CONTRACT-NO
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-WARR-FILE ASSIGN TO OLDWARR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDWARR-STATUS.

           SELECT WARR-TRAN-FILE ASSIGN TO WARTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WARTRAN-STATUS.

           SELECT NEW-WARR-FILE ASSIGN TO NEWWARR
               FILE STATUS  IS  WS-NEWWARR-STATUS.

           SELECT REPORT-FILE   ASSIGN TO WARRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OLD-WARR-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WARRMSTC REPLACING ==:TAG:== BY ==MST==.

       FD  WARR-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  WARR-TRAN-RECORD.
           05  WRT-ACTION             PIC X(6).
           05  FILLER                 PIC X.
           05  WRT-WARR-IMAGE         PIC X(80).

       FD  NEW-WARR-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY WARRMSTC REPLACING ==:TAG:== BY ==NEW==.

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
           05  WS-OLDWARR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-WARTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWWARR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDWARR-EOF          PIC X     VALUE 'N'.
           05  WS-WARTRAN-EOF          PIC X     VALUE 'N'.
           05  WS-EDIT-OK              PIC X     VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *
      *        The transaction's record image, mapped onto the same
      *        WARRMSTC layout as the file so fields can be edited
       COPY WARRMSTC REPLACING ==:TAG:== BY ==TRN==.
      *
      *        Control keys for the matched (balance-line) update.
      *        An exhausted file parks HIGH-VALUES in its key so the
      *        other side drains normally.
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY           PIC X(22) VALUE LOW-VALUES.
           05  WS-TRAN-KEY             PIC X(22) VALUE LOW-VALUES.
      *
       01  TOTALS-VARS.
           05  NUM-OLDWARR-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WARTRAN-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWWARR-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDS-APPLIED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DELETES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'WARRANTY / CONTRACT MAINTENANCE REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'ACTION  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(5)  VALUE 'ID   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(17) VALUE 'PRODUCT          '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(48) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACTION             PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CUST-ID            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PRODUCT            PIC X(17).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(48) VALUE SPACES.
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
           DISPLAY 'WARRMNT1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-WARR.
           PERFORM 710-READ-WARR-TRAN.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDWARR-EOF = 'Y' AND WS-WARTRAN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'WARRMNT1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Standard balance-line cycle.  Both files are in ascending
      *    CUST-ID/PRODUCT order; the low key is processed each time
      *    around.
      *    ---------------------------------------------------------
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               PERFORM 750-WRITE-NEW-WARR-FROM-OLD
               PERFORM 700-READ-OLD-WARR
               GO TO 100-EXIT.
           IF WS-MASTER-KEY > WS-TRAN-KEY
               PERFORM 110-TRAN-WITHOUT-MASTER
               PERFORM 710-READ-WARR-TRAN
               GO TO 100-EXIT.
           PERFORM 120-TRAN-AGAINST-MASTER.
           PERFORM 700-READ-OLD-WARR.
           PERFORM 710-READ-WARR-TRAN.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The transaction key is not on the old master -- only an
      *    ADD is valid here.
      *    ---------------------------------------------------------
       110-TRAN-WITHOUT-MASTER.
           IF WRT-ACTION = 'ADD   '
               PERFORM 150-EDIT-TRAN-FIELDS THROUGH 150-EXIT
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-WARR-FROM-TRAN
                   ADD +1 TO NUM-ADDS-APPLIED
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 820-REPORT-REJECTED
           ELSE
           IF WRT-ACTION = 'CHANGE' OR WRT-ACTION = 'DELETE'
               MOVE 'COVERAGE NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED.

      *    ---------------------------------------------------------
      *    The transaction key matches a master record.  A CHANGE
      *    replaces the record (a renewal is a CHANGE), a DELETE
      *    drops it, an ADD is a duplicate.  On any rejection the
      *    old record is carried forward unchanged.
      *    ---------------------------------------------------------
       120-TRAN-AGAINST-MASTER.
           IF WRT-ACTION = 'CHANGE'
               PERFORM 150-EDIT-TRAN-FIELDS THROUGH 150-EXIT
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-WARR-FROM-TRAN
                   ADD +1 TO NUM-CHANGES-APPLIED
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 750-WRITE-NEW-WARR-FROM-OLD
                   PERFORM 820-REPORT-REJECTED
           ELSE
           IF WRT-ACTION = 'DELETE'
               ADD +1 TO NUM-DELETES-APPLIED
               PERFORM 810-REPORT-APPLIED
           ELSE
           IF WRT-ACTION = 'ADD   '
               MOVE 'COVERAGE ALREADY ON FILE' TO WS-REJECT-REASON
               PERFORM 750-WRITE-NEW-WARR-FROM-OLD
               PERFORM 820-REPORT-REJECTED
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               PERFORM 750-WRITE-NEW-WARR-FROM-OLD
               PERFORM 820-REPORT-REJECTED.

       150-EDIT-TRAN-FIELDS.
           MOVE 'Y'    TO WS-EDIT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-CUST-ID = SPACES
               MOVE 'CUST-ID IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-PRODUCT = SPACES
               MOVE 'PRODUCT IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF NOT TRN-WARRANTY AND NOT TRN-SERVICE-CONTRACT
               MOVE 'COVERAGE TYPE NOT W OR S' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-START-DATE IS NOT NUMERIC
               MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-END-DATE IS NOT NUMERIC
               MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-END-DATE < TRN-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-SERVICE-CONTRACT
              AND TRN-CONTRACT-NO = SPACES
               MOVE 'SERVICE CONTRACT HAS NO NUMBER'
                 TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK.
       150-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'COVERAGES READ:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDWARR-RECS       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSACTIONS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WARTRAN-RECS       TO RPT-TOTALS-VALUE.
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
           MOVE 'NEW COVERAGES:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWWARR-RECS       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-WARR.
           READ OLD-WARR-FILE
             AT END MOVE 'Y' TO WS-OLDWARR-EOF .
           IF ( WS-OLDWARR-STATUS = '00' OR
                WS-OLDWARR-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDWARR-RECS
               MOVE MST-KEY TO WS-MASTER-KEY
           ELSE IF WS-OLDWARR-STATUS = '10'
               MOVE 'Y' TO WS-OLDWARR-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               DISPLAY 'ERROR ON OLDWARR READ.  CODE:'
                       WS-OLDWARR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDWARR-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY.

       710-READ-WARR-TRAN.
           READ WARR-TRAN-FILE
             AT END MOVE 'Y' TO WS-WARTRAN-EOF .
           IF ( WS-WARTRAN-STATUS = '00' OR
                WS-WARTRAN-STATUS = '04' ) THEN
               ADD +1 TO NUM-WARTRAN-RECS
               MOVE WRT-WARR-IMAGE TO TRN-REC
               MOVE TRN-KEY TO WS-TRAN-KEY
           ELSE IF WS-WARTRAN-STATUS = '10'
               MOVE 'Y' TO WS-WARTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
               DISPLAY 'ERROR ON WARTRAN READ.  CODE:'
                       WS-WARTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-WARTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY.

       750-WRITE-NEW-WARR-FROM-OLD.
           MOVE MST-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWWARR-RECS.

       760-WRITE-NEW-WARR-FROM-TRAN.
           MOVE TRN-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWWARR-RECS.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-APPLIED.
           MOVE WRT-ACTION  TO RPT-ACTION.
           MOVE TRN-CUST-ID TO RPT-CUST-ID.
           MOVE TRN-PRODUCT TO RPT-PRODUCT.
           MOVE 'APPLIED'   TO RPT-DISPOSITION.
           MOVE SPACES      TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       820-REPORT-REJECTED.
           ADD +1 TO NUM-TRANS-REJECTED.
           MOVE WRT-ACTION       TO RPT-ACTION.
           MOVE TRN-CUST-ID      TO RPT-CUST-ID.
           MOVE TRN-PRODUCT      TO RPT-PRODUCT.
           MOVE 'REJECTED'       TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    OLD-WARR-FILE
                         WARR-TRAN-FILE
                OUTPUT   NEW-WARR-FILE
                         REPORT-FILE .
           IF WS-OLDWARR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDWARR FILE. RC:'
                     WS-OLDWARR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWARR-EOF
             MOVE 'Y' TO WS-WARTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-WARTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WARTRAN FILE. RC:'
                     WS-WARTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWARR-EOF
             MOVE 'Y' TO WS-WARTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-NEWWARR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWWARR FILE. RC:'
                     WS-NEWWARR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWARR-EOF
             MOVE 'Y' TO WS-WARTRAN-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING WARRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDWARR-EOF
             MOVE 'Y' TO WS-WARTRAN-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-WARR-FILE .
           CLOSE WARR-TRAN-FILE .
           CLOSE NEW-WARR-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM WARRMNT1
