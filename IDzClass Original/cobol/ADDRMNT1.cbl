      *             cols  8-107  record image, CADDRCOB layout
      *   NEWADDR - new contact file generation
      *   ADRRPT  - applied/rejected report
      *   ADRCHG  - applied-change log (ADRCHGC layout): one entry,
      *             dated with this run, for each ADD, CHANGE and
      *             DELETE applied, carrying the before and after
      *             images -- the feed ADDRPRP1 uses to carry an
      *             address change into the customer's other books
      *
      * FIELD EDITS APPLIED TO ADD AND CHANGE TRANSACTIONS:
      *   - CUST-ID must not be blank
           SELECT REPORT-FILE   ASSIGN TO ADRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO ADRCHG
               FILE STATUS  IS  WS-ADRCHG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  CHANGE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY ADRCHGC.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
           05  WS-ADRTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWADDR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ADRCHG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDADDR-EOF          PIC X     VALUE 'N'.
           05  WS-ADRTRAN-EOF          PIC X     VALUE 'N'.
           05  WS-EDIT-OK              PIC X     VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-AT-SIGN-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-RUN-DATE             PIC X(8)  VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)  VALUE SPACES.
      *
      *        The transaction's record image, mapped onto the same
      *        CADDRCOB layout as the file so fields can be edited
           05  NUM-CHANGES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DELETES-APPLIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRANS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGES-LOGGED    PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines

       000-MAIN.
           DISPLAY 'ADDRMNT1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-ADDR.
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-ADDR-FROM-TRAN
                   ADD +1 TO NUM-ADDS-APPLIED
                   MOVE 'A'    TO ACG-ACTION
                   MOVE SPACES TO ACG-BEFORE-IMAGE
                   MOVE TRN-REC TO ACG-AFTER-IMAGE
                   PERFORM 770-WRITE-CHANGE-LOG
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 820-REPORT-REJECTED
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-ADDR-FROM-TRAN
                   ADD +1 TO NUM-CHANGES-APPLIED
                   MOVE 'C'     TO ACG-ACTION
                   MOVE MST-REC TO ACG-BEFORE-IMAGE
                   MOVE TRN-REC TO ACG-AFTER-IMAGE
                   PERFORM 770-WRITE-CHANGE-LOG
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 750-WRITE-NEW-ADDR-FROM-OLD
           ELSE
           IF ADT-ACTION = 'DELETE'
               ADD +1 TO NUM-DELETES-APPLIED
               MOVE 'D'     TO ACG-ACTION
               MOVE MST-REC TO ACG-BEFORE-IMAGE
               MOVE SPACES  TO ACG-AFTER-IMAGE
               PERFORM 770-WRITE-CHANGE-LOG
               PERFORM 810-REPORT-APPLIED
           ELSE
           IF ADT-ACTION = 'ADD   '
           MOVE 'NEW CONTACTS:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWADDR-RECS       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CHANGES LOGGED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CHANGES-LOGGED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-ADDR.
           READ OLD-ADDR-FILE
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWADDR-RECS.

      *    The caller has set ACG-ACTION and the before and after
      *    images; the key and run timestamp are filled here.
       770-WRITE-CHANGE-LOG.
           MOVE TRN-CUST-ID       TO ACG-CUST-ID.
           MOVE WS-RUN-DATE       TO ACG-DATE.
           MOVE WS-RUN-TIME(1:6)  TO ACG-TIME.
           WRITE ADRCHG-RECORD.
           IF WS-ADRCHG-STATUS NOT = '00'
               DISPLAY 'ERROR ON ADRCHG WRITE.  CODE:'
                       WS-ADRCHG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-CHANGES-LOGGED.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           OPEN INPUT    OLD-ADDR-FILE
                         ADDR-TRAN-FILE
                OUTPUT   NEW-ADDR-FILE
                         REPORT-FILE
                         CHANGE-LOG-FILE .
           IF WS-OLDADDR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDADDR FILE. RC:'
                     WS-OLDADDR-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDADDR-EOF
             MOVE 'Y' TO WS-ADRTRAN-EOF.
           IF WS-ADRCHG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADRCHG FILE. RC:'
                     WS-ADRCHG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDADDR-EOF
             MOVE 'Y' TO WS-ADRTRAN-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-ADDR-FILE .
           CLOSE ADDR-TRAN-FILE .
           CLOSE NEW-ADDR-FILE .
           CLOSE REPORT-FILE .
           CLOSE CHANGE-LOG-FILE .

      * END OF PROGRAM ADDRMNT1
