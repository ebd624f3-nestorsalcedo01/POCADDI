      ****************************************************************
      * PROGRAM:  CUSTKLD1
      *           Online inquiry cluster refresh
      *
      * The CUSTINQ1 help-desk inquiry transaction reads keyed copies
      * of the three customer-side sequential files, because CICS
      * cannot browse a sequential master by customer id.  This job
      * rebuilds those copies from the generations the maintenance
      * batches have just written, and is run after each CUSTMNT1,
      * ADDRMNT1 and SVCMNT1 cycle so the help desk never reads
      * yesterday's customer:
      *
      *   CUSTFILE -> CUSTKSDS   the CUST2 master, re-keyed through
      *                          the CUSTKSDC layout (customer id,
      *                          record type, sequence) so the 'P'
      *                          records of a customer can share its
      *                          id on a KSDS
      *   ADDRFILE -> ADDRKSDS   the CUSTADDR contact file, CADDRCOB
      *                          layout, keyed by CUST-ID
      *   SVCFILE  -> SVCKSDS    the SVCDTL service-call file,
      *                          SVCDTLC layout, keyed by CUST-ID /
      *                          PRODUCT / CALL-ID
      *
      * Each cluster is defined REUSE and opened OUTPUT, so every run
      * is a complete reload, never an update on top of the last one.
      * The inputs are all kept in ascending key order by their
      * maintenance jobs; a record out of sequence (status 21) or a
      * duplicate (status 22) is listed on the load report and
      * skipped, and sets RC 8 -- the rest of the file still loads,
      * because a help desk with one customer missing is better than
      * a help desk with none.
      *
      * FILES:
      *   CUSTFILE - CUST2 master generation, ascending CUST-KEY
      *   ADDRFILE - CUSTADDR contact file, ascending CUST-ID
      *   SVCFILE  - SVCDTL detail file, ascending key
      *   CUSTKSDS - online copy of the master   (KSDS, REUSE)
      *   ADDRKSDS - online copy of CUSTADDR     (KSDS, REUSE)
      *   SVCKSDS  - online copy of SVCDTL       (KSDS, REUSE)
      *   KLDRPT   - load report
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTKLD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE  ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT ADDRESS-FILE   ASSIGN TO ADDRFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ADDRFILE-STATUS.

           SELECT SERVICE-FILE   ASSIGN TO SVCFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCFILE-STATUS.

           SELECT CUST-KSDS      ASSIGN TO CUSTKSDS
               ORGANIZATION IS INDEXED
               ACCESS       IS SEQUENTIAL
               RECORD KEY   IS CKS-KEY
               FILE STATUS  IS WS-CUSTKSDS-STATUS.

           SELECT ADDR-KSDS      ASSIGN TO ADDRKSDS
               ORGANIZATION IS INDEXED
               ACCESS       IS SEQUENTIAL
               RECORD KEY   IS AKS-CUST-ID
               FILE STATUS  IS WS-ADDRKSDS-STATUS.

           SELECT SVC-KSDS       ASSIGN TO SVCKSDS
               ORGANIZATION IS INDEXED
               ACCESS       IS SEQUENTIAL
               RECORD KEY   IS SKS-KEY
               FILE STATUS  IS WS-SVCKSDS-STATUS.

           SELECT REPORT-FILE    ASSIGN TO KLDRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUST2COB REPLACING ==:TAG:== BY ==CUST==.

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==ADR==.

       FD  SERVICE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SVCDTLC REPLACING ==:TAG:== BY ==SVC==.

       FD  CUST-KSDS.
       COPY CUSTKSDC REPLACING ==:TAG:== BY ==CKS==.

       FD  ADDR-KSDS.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==AKS==.

       FD  SVC-KSDS.
       COPY SVCDTLC REPLACING ==:TAG:== BY ==SKS==.

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
           05  WS-ADDRFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-SVCFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTKSDS-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ADDRKSDS-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-SVCKSDS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-INPUT-EOF            PIC X     VALUE 'N'.
           05  WS-LOAD-STATUS          PIC X(2)  VALUE SPACES.
      *
      *        The customer id and record type the running sequence
      *        number belongs to; a change of either restarts it
       01  SEQUENCE-CONTROL.
           05  WS-SEQ-CUST-ID          PIC X(5)  VALUE LOW-VALUES.
           05  WS-SEQ-RECORD-TYPE      PIC X     VALUE LOW-VALUES.
           05  WS-SEQ-NUMBER           PIC 9(3)  VALUE ZERO.
      *
       01  TOTALS-VARS.
           05  NUM-CUST-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUST-LOADED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDR-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDR-LOADED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SVC-READ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SVC-LOADED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                     PIC X(42)
                     VALUE 'ONLINE INQUIRY CLUSTER REFRESH     DATE: '.
           05  RPT-RUN-DATE               PIC 9(6).
           05  FILLER                     PIC X(10)
                     VALUE ' (yymmdd) '.
           05  FILLER                     PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(9)  VALUE 'CLUSTER  '.
           05  FILLER PIC X(27) VALUE 'KEY                        '.
           05  FILLER PIC X(4)  VALUE 'RC  '.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(52) VALUE SPACES.
       01  RPT-REJECT-DETAIL.
           05  RPT-REJ-CLUSTER        PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REJ-KEY            PIC X(26).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REJ-STATUS         PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-REJ-REASON         PIC X(40).
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(24).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.
           DISPLAY 'CUSTKLD1 STARTED DATE = ' WS-RUN-DATE ' (yymmdd)'.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING KLDRPT FILE. RC:'
                       WS-REPORT-STATUS
               DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-LOAD-CUSTOMER-CLUSTER THROUGH 100-EXIT.
           PERFORM 200-LOAD-ADDRESS-CLUSTER  THROUGH 200-EXIT.
           PERFORM 300-LOAD-SERVICE-CLUSTER  THROUGH 300-EXIT.

           PERFORM 500-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY 'CUSTKLD1 ENDED - CUSTOMER RECORDS LOADED = '
                   NUM-CUST-LOADED.
           GOBACK .

      *    ---------------------------------------------------------
      *    CUST2 master.  The sequence number restarts at 000 for
      *    every new customer id / record type, so the 'C' record
      *    of a customer is always key id+'C'+000 and its products
      *    are id+'P'+000 onward -- the keys CUSTINQ1 reads by.
      *    ---------------------------------------------------------
       100-LOAD-CUSTOMER-CLUSTER.
           OPEN INPUT  CUSTOMER-FILE
                OUTPUT CUST-KSDS.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFILE. RC:'
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUST-KSDS
               GO TO 100-EXIT.
           IF WS-CUSTKSDS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTKSDS. RC:'
                       WS-CUSTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               GO TO 100-EXIT.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 110-LOAD-ONE-CUSTOMER THROUGH 110-EXIT
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE CUSTOMER-FILE
                 CUST-KSDS.
       100-EXIT.
           EXIT.

       110-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF .
           IF WS-INPUT-EOF = 'Y'
               GO TO 110-EXIT.
           IF WS-CUSTFILE-STATUS NOT = '00'
              AND WS-CUSTFILE-STATUS NOT = '04'
               DISPLAY 'ERROR ON CUSTFILE READ.  CODE:'
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-INPUT-EOF
               GO TO 110-EXIT.
           ADD +1 TO NUM-CUST-READ.
           IF CUST-ID = WS-SEQ-CUST-ID
              AND CUST-RECORD-TYPE = WS-SEQ-RECORD-TYPE
               ADD 1 TO WS-SEQ-NUMBER
           ELSE
               MOVE CUST-ID          TO WS-SEQ-CUST-ID
               MOVE CUST-RECORD-TYPE TO WS-SEQ-RECORD-TYPE
               MOVE ZERO             TO WS-SEQ-NUMBER.
           MOVE SPACES           TO CKS-REC.
           MOVE CUST-ID          TO CKS-CUST-ID.
           MOVE CUST-RECORD-TYPE TO CKS-RECORD-TYPE.
           MOVE WS-SEQ-NUMBER    TO CKS-SEQ.
           MOVE CUST-REC         TO CKS-IMAGE.
           WRITE CKS-REC.
           IF WS-CUSTKSDS-STATUS = '00'
               ADD +1 TO NUM-CUST-LOADED
           ELSE
               MOVE 'CUSTKSDS'         TO RPT-REJ-CLUSTER
               MOVE CKS-KEY            TO RPT-REJ-KEY
               MOVE WS-CUSTKSDS-STATUS TO WS-LOAD-STATUS
               PERFORM 820-REPORT-REJECTED.
       110-EXIT.
           EXIT.

       200-LOAD-ADDRESS-CLUSTER.
           OPEN INPUT  ADDRESS-FILE
                OUTPUT ADDR-KSDS.
           IF WS-ADDRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADDRFILE. RC:'
                       WS-ADDRFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDR-KSDS
               GO TO 200-EXIT.
           IF WS-ADDRKSDS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADDRKSDS. RC:'
                       WS-ADDRKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDRESS-FILE
               GO TO 200-EXIT.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 210-LOAD-ONE-ADDRESS THROUGH 210-EXIT
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE ADDRESS-FILE
                 ADDR-KSDS.
       200-EXIT.
           EXIT.

       210-LOAD-ONE-ADDRESS.
           READ ADDRESS-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF .
           IF WS-INPUT-EOF = 'Y'
               GO TO 210-EXIT.
           IF WS-ADDRFILE-STATUS NOT = '00'
              AND WS-ADDRFILE-STATUS NOT = '04'
               DISPLAY 'ERROR ON ADDRFILE READ.  CODE:'
                       WS-ADDRFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-INPUT-EOF
               GO TO 210-EXIT.
           ADD +1 TO NUM-ADDR-READ.
           MOVE ADR-REC TO AKS-REC.
           WRITE AKS-REC.
           IF WS-ADDRKSDS-STATUS = '00'
               ADD +1 TO NUM-ADDR-LOADED
           ELSE
               MOVE 'ADDRKSDS'         TO RPT-REJ-CLUSTER
               MOVE AKS-CUST-ID        TO RPT-REJ-KEY
               MOVE WS-ADDRKSDS-STATUS TO WS-LOAD-STATUS
               PERFORM 820-REPORT-REJECTED.
       210-EXIT.
           EXIT.

       300-LOAD-SERVICE-CLUSTER.
           OPEN INPUT  SERVICE-FILE
                OUTPUT SVC-KSDS.
           IF WS-SVCFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVCFILE. RC:'
                       WS-SVCFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SVC-KSDS
               GO TO 300-EXIT.
           IF WS-SVCKSDS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVCKSDS. RC:'
                       WS-SVCKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SERVICE-FILE
               GO TO 300-EXIT.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 310-LOAD-ONE-CALL THROUGH 310-EXIT
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE SERVICE-FILE
                 SVC-KSDS.
       300-EXIT.
           EXIT.

       310-LOAD-ONE-CALL.
           READ SERVICE-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF .
           IF WS-INPUT-EOF = 'Y'
               GO TO 310-EXIT.
           IF WS-SVCFILE-STATUS NOT = '00'
              AND WS-SVCFILE-STATUS NOT = '04'
               DISPLAY 'ERROR ON SVCFILE READ.  CODE:'
                       WS-SVCFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-INPUT-EOF
               GO TO 310-EXIT.
           ADD +1 TO NUM-SVC-READ.
           MOVE SVC-REC TO SKS-REC.
           WRITE SKS-REC.
           IF WS-SVCKSDS-STATUS = '00'
               ADD +1 TO NUM-SVC-LOADED
           ELSE
               MOVE 'SVCKSDS '         TO RPT-REJ-CLUSTER
               MOVE SKS-KEY            TO RPT-REJ-KEY
               MOVE WS-SVCKSDS-STATUS  TO WS-LOAD-STATUS
               PERFORM 820-REPORT-REJECTED.
       310-EXIT.
           EXIT.

       500-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'CUSTFILE RECORDS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUST-READ              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CUSTKSDS RECORDS LOADED:' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUST-LOADED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADDRFILE RECORDS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADDR-READ              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADDRKSDS RECORDS LOADED:' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADDR-LOADED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SVCFILE RECORDS READ:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SVC-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SVCKSDS RECORDS LOADED: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SVC-LOADED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RECORDS REJECTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REJECTED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The caller has set the cluster name, key and status.
      *    Out of sequence and duplicate keys are the two a load
      *    can expect; anything else is still listed, not fatal.
      *    ---------------------------------------------------------
       820-REPORT-REJECTED.
           ADD +1 TO NUM-REJECTED.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE.
           MOVE WS-LOAD-STATUS TO RPT-REJ-STATUS.
           IF WS-LOAD-STATUS = '21'
               MOVE 'KEY OUT OF SEQUENCE - RECORD SKIPPED'
                 TO RPT-REJ-REASON
           ELSE
           IF WS-LOAD-STATUS = '22'
               MOVE 'DUPLICATE KEY - RECORD SKIPPED'
                 TO RPT-REJ-REASON
           ELSE
               MOVE 'WRITE FAILED - RECORD SKIPPED'
                 TO RPT-REJ-REASON.
           WRITE REPORT-RECORD FROM RPT-REJECT-DETAIL.

      * END OF PROGRAM CUSTKLD1
