      ****************************************************************
      * PROGRAM:  PRVMNT1
      *           Provider master maintenance batch
      *
      * Every TRMTDATA treatment, OUTPDATA visit and PATMSTR
      * patient names its physicians and nurses by id (PHYS-00n /
      * NURS-00n), but nothing said who those providers are, what
      * they are licensed to do, or until when.  This job
      * maintains the PROVMSTR provider master (see the PROVMSTC
      * copybook), keyed by provider id, through the same
      * ADD/CHANGE/DELETE transaction discipline FRMMNT1 uses for
      * the formulary -- field-edited, reported, never overtyped
      * in an editor.  The PRVCHK1 validation pass consumes the
      * file this job produces.
      *
      * FILES:
      *   OLDPRV  - current provider master, PROVMSTC layout,
      *             ascending provider-id order
      *   PRVTRAN - maintenance transactions, same order:
      *             cols  1-6    action (ADD / CHANGE / DELETE)
      *             col   7      filler
      *             cols  8-87   record image, PROVMSTC layout
      *   NEWPRV  - new provider master generation
      *   PRVRPT  - applied/rejected report
      *
      * FIELD EDITS APPLIED TO ADD AND CHANGE TRANSACTIONS:
      *   - provider id must not be blank
      *   - name must not be blank
      *   - role must be PHYS or NURS, and the id must carry the
      *     matching PHYS- / NURS- prefix
      *   - licence number must not be blank
      *   - licence expiry must be a YYYYMMDD date
      *   - active flag must be Y or N
      *
      * RC 4 - transactions were rejected
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-PRV-FILE ASSIGN TO OLDPRV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OLDPRV-STATUS.

           SELECT PRV-TRAN-FILE ASSIGN TO PRVTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRVTRAN-STATUS.

           SELECT NEW-PRV-FILE ASSIGN TO NEWPRV
               FILE STATUS  IS  WS-NEWPRV-STATUS.

           SELECT REPORT-FILE   ASSIGN TO PRVRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OLD-PRV-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PROVMSTC REPLACING ==:TAG:== BY ==MST==.

       FD  PRV-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PRV-TRAN-RECORD.
           05  PRT-ACTION             PIC X(6).
           05  FILLER                 PIC X.
           05  PRT-PRV-IMAGE          PIC X(80).
           05  FILLER                 PIC X(13).

       FD  NEW-PRV-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PROVMSTC REPLACING ==:TAG:== BY ==NEW==.

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
           05  WS-OLDPRV-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PRVTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NEWPRV-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDPRV-EOF           PIC X     VALUE 'N'.
           05  WS-PRVTRAN-EOF          PIC X     VALUE 'N'.
           05  WS-EDIT-OK              PIC X     VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *
      *        The transaction's record image, mapped onto the same
      *        PROVMSTC layout as the file so fields can be edited
       COPY PROVMSTC REPLACING ==:TAG:== BY ==TRN==.
      *
      *        Control keys for the matched (balance-line) update.
      *        An exhausted file parks HIGH-VALUES in its key so the
      *        other side drains normally.
       01  MATCH-CONTROL-KEYS.
           05  WS-MASTER-KEY           PIC X(8)  VALUE LOW-VALUES.
           05  WS-TRAN-KEY             PIC X(8)  VALUE LOW-VALUES.
      *
       01  TOTALS-VARS.
           05  NUM-OLDPRV-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRVTRAN-RECS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWPRV-RECS       PIC S9(9)   COMP-3  VALUE +0.
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
                     VALUE 'PROVIDER MASTER MAINTENANCE REPORT'.
           05  FILLER                 PIC X(98) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE 'ACTION  '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'PROV-ID '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(63) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACTION             PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PROV-ID             PIC X(8).
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
           DISPLAY 'PRVMNT1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 700-READ-OLD-PRV.
           PERFORM 710-READ-PRV-TRAN.

           PERFORM 100-MATCH-CYCLE THROUGH 100-EXIT
               UNTIL WS-OLDPRV-EOF = 'Y' AND WS-PRVTRAN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-TRANS-REJECTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'PRVMNT1 ENDED'.
           GOBACK .

      *    ---------------------------------------------------------
      *    Standard balance-line cycle.  Both files are in ascending
      *    provider-id order; the low key is processed each time.
      *    ---------------------------------------------------------
       100-MATCH-CYCLE.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               PERFORM 750-WRITE-NEW-PRV-FROM-OLD
               PERFORM 700-READ-OLD-PRV
               GO TO 100-EXIT.
           IF WS-MASTER-KEY > WS-TRAN-KEY
               PERFORM 110-TRAN-WITHOUT-MASTER
               PERFORM 710-READ-PRV-TRAN
               GO TO 100-EXIT.
           PERFORM 120-TRAN-AGAINST-MASTER.
           PERFORM 700-READ-OLD-PRV.
           PERFORM 710-READ-PRV-TRAN.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The transaction key is not on the old file -- only an
      *    ADD is valid here.
      *    ---------------------------------------------------------
       110-TRAN-WITHOUT-MASTER.
           IF PRT-ACTION = 'ADD   '
               PERFORM 150-EDIT-TRAN-FIELDS THROUGH 150-EXIT
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-PRV-FROM-TRAN
                   ADD +1 TO NUM-ADDS-APPLIED
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 820-REPORT-REJECTED
           ELSE
           IF PRT-ACTION = 'CHANGE' OR PRT-ACTION = 'DELETE'
               MOVE 'PROVIDER NOT ON FILE'   TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               PERFORM 820-REPORT-REJECTED.

      *    ---------------------------------------------------------
      *    The transaction key matches a provider record.  A
      *    CHANGE replaces the record, a DELETE drops it, an ADD is
      *    a duplicate.  On any rejection the old record is carried
      *    forward unchanged.
      *    ---------------------------------------------------------
       120-TRAN-AGAINST-MASTER.
           IF PRT-ACTION = 'CHANGE'
               PERFORM 150-EDIT-TRAN-FIELDS THROUGH 150-EXIT
               IF WS-EDIT-OK = 'Y'
                   PERFORM 760-WRITE-NEW-PRV-FROM-TRAN
                   ADD +1 TO NUM-CHANGES-APPLIED
                   PERFORM 810-REPORT-APPLIED
               ELSE
                   PERFORM 750-WRITE-NEW-PRV-FROM-OLD
                   PERFORM 820-REPORT-REJECTED
           ELSE
           IF PRT-ACTION = 'DELETE'
               ADD +1 TO NUM-DELETES-APPLIED
               PERFORM 810-REPORT-APPLIED
           ELSE
           IF PRT-ACTION = 'ADD   '
               MOVE 'PROVIDER ALREADY ON FILE'   TO WS-REJECT-REASON
               PERFORM 750-WRITE-NEW-PRV-FROM-OLD
               PERFORM 820-REPORT-REJECTED
           ELSE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               PERFORM 750-WRITE-NEW-PRV-FROM-OLD
               PERFORM 820-REPORT-REJECTED.

       150-EDIT-TRAN-FIELDS.
           MOVE 'Y'    TO WS-EDIT-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-PROV-ID = SPACES
               MOVE 'PROVIDER ID IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-NAME = SPACES
               MOVE 'PROVIDER NAME IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF NOT TRN-PHYSICIAN AND NOT TRN-NURSE
               MOVE 'ROLE NOT PHYS OR NURS' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-PROV-ID(1:4) NOT = TRN-ROLE
              OR TRN-PROV-ID(5:1) NOT = '-'
               MOVE 'PROVIDER ID PREFIX DOES NOT MATCH ROLE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-LICENCE-NO = SPACES
               MOVE 'LICENCE NUMBER IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-LICENCE-EXPIRY IS NOT NUMERIC
              OR TRN-LIC-EXP-MM < '01' OR TRN-LIC-EXP-MM > '12'
              OR TRN-LIC-EXP-DD < '01' OR TRN-LIC-EXP-DD > '31'
               MOVE 'LICENCE EXPIRY NOT A YYYYMMDD DATE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK
               GO TO 150-EXIT.
           IF TRN-ACTIVE NOT = 'Y' AND TRN-ACTIVE NOT = 'N'
               MOVE 'ACTIVE FLAG NOT Y OR N' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK.
       150-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PROVIDERS READ:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OLDPRV-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSACTIONS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PRVTRAN-RECS       TO RPT-TOTALS-VALUE.
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
           MOVE 'NEW PROVIDERS:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEWPRV-RECS        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-OLD-PRV.
           READ OLD-PRV-FILE
             AT END MOVE 'Y' TO WS-OLDPRV-EOF .
           IF ( WS-OLDPRV-STATUS = '00' OR
                WS-OLDPRV-STATUS = '04' ) THEN
               ADD +1 TO NUM-OLDPRV-RECS
               MOVE MST-PROV-ID TO WS-MASTER-KEY
           ELSE IF WS-OLDPRV-STATUS = '10'
               MOVE 'Y' TO WS-OLDPRV-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               DISPLAY 'ERROR ON OLDPRV READ.  CODE:'
                       WS-OLDPRV-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OLDPRV-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY.

       710-READ-PRV-TRAN.
           READ PRV-TRAN-FILE
             AT END MOVE 'Y' TO WS-PRVTRAN-EOF .
           IF ( WS-PRVTRAN-STATUS = '00' OR
                WS-PRVTRAN-STATUS = '04' ) THEN
               ADD +1 TO NUM-PRVTRAN-RECS
               MOVE PRT-PRV-IMAGE TO TRN-REC
               MOVE TRN-PROV-ID TO WS-TRAN-KEY
           ELSE IF WS-PRVTRAN-STATUS = '10'
               MOVE 'Y' TO WS-PRVTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY
           ELSE
               DISPLAY 'ERROR ON PRVTRAN READ.  CODE:'
                       WS-PRVTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PRVTRAN-EOF
               MOVE HIGH-VALUES TO WS-TRAN-KEY.

       750-WRITE-NEW-PRV-FROM-OLD.
           MOVE MST-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWPRV-RECS.

       760-WRITE-NEW-PRV-FROM-TRAN.
           MOVE TRN-REC TO NEW-REC.
           WRITE NEW-REC.
           ADD +1 TO NUM-NEWPRV-RECS.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       810-REPORT-APPLIED.
           MOVE PRT-ACTION  TO RPT-ACTION.
           MOVE TRN-PROV-ID  TO RPT-PROV-ID.
           MOVE 'APPLIED'   TO RPT-DISPOSITION.
           MOVE SPACES      TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       820-REPORT-REJECTED.
           ADD +1 TO NUM-TRANS-REJECTED.
           MOVE PRT-ACTION       TO RPT-ACTION.
           MOVE TRN-PROV-ID       TO RPT-PROV-ID.
           MOVE 'REJECTED'       TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    OLD-PRV-FILE
                         PRV-TRAN-FILE
                OUTPUT   NEW-PRV-FILE
                         REPORT-FILE .
           IF WS-OLDPRV-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OLDPRV FILE. RC:'
                     WS-OLDPRV-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPRV-EOF
             MOVE 'Y' TO WS-PRVTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-PRVTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PRVTRAN FILE. RC:'
                     WS-PRVTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPRV-EOF
             MOVE 'Y' TO WS-PRVTRAN-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
             MOVE HIGH-VALUES TO WS-TRAN-KEY.
           IF WS-NEWPRV-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING NEWPRV FILE. RC:'
                     WS-NEWPRV-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPRV-EOF
             MOVE 'Y' TO WS-PRVTRAN-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PRVRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OLDPRV-EOF
             MOVE 'Y' TO WS-PRVTRAN-EOF.

       905-CLOSE-FILES.
           CLOSE OLD-PRV-FILE .
           CLOSE PRV-TRAN-FILE .
           CLOSE NEW-PRV-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PRVMNT1
