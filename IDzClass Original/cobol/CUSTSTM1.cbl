      ****************************************************************
      * PROGRAM:  CUSTSTM1
      *           Monthly customer balance statement print run
      *
      * We keep CUST-ACCT-BALANCE and a full mailing address, but the
      * customer never saw either -- so every balance dispute started
      * from our records instead of a document the customer already
      * had.  Run monthly after BALSNAP1, this job prints a one-page
      * statement for every 'C' customer with a non-zero balance,
      * addressed from the CUSTADDR contact record, showing:
      *
      *   - the current balance from the master
      *   - the prior balance from the BALSNAP1 snapshot, and the
      *     movement since
      *   - CUST-ORDERS-YTD
      *   - each 'P' product on the account with its service-call
      *     count
      *
      * A statement is only worth printing if it will arrive, so a
      * customer with no contact record, no street or zip, or an
      * address the shop-wide ZIPVAL1 routine rejects goes to the
      * exceptions list instead of the print stream -- a returned
      * statement is re-work, a listed one is a phone call.
      *
      * FILES:
      *   CUSTFILE - CUST2 master, ascending CUST-KEY, each 'C'
      *              record followed by its 'P' records
      *   ADDRFILE - CUSTADDR contact file, CADDRCOB layout,
      *              ascending CUST-ID
      *   PRIORSNP - the latest BALSNAP1 snapshot generation,
      *              ascending CUST-ID (layout as BALSNAP1 writes it)
      *   ZIPREF   - the postal reference, opened by ZIPVAL1
      *   STMTPRT  - the statement print stream, one page each
      *   STMTEXC  - exceptions list and run totals
      *
      * RC 4 when any customer went to the exceptions list.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT ADDRESS-FILE    ASSIGN TO ADDRFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ADDRFILE-STATUS.

           SELECT PRIOR-SNAP-FILE ASSIGN TO PRIORSNP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRIORSNP-STATUS.

           SELECT STATEMENT-FILE  ASSIGN TO STMTPRT
               FILE STATUS  IS  WS-STMTPRT-STATUS.

           SELECT EXCEPTION-FILE  ASSIGN TO STMTEXC
               FILE STATUS  IS  WS-STMTEXC-STATUS.

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

       FD  PRIOR-SNAP-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
      *        must stay in step with the snapshot BALSNAP1 writes
       01  PRIOR-SNAP-RECORD.
           05  PSNAP-DATE             PIC X(6).
           05  PSNAP-CUST-ID          PIC X(5).
           05  PSNAP-NAME             PIC X(17).
           05  PSNAP-OCCUPATION       PIC X(28).
           05  PSNAP-BALANCE          PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(19).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(132).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD           PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-RUN-DATE                PIC 9(6).
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ADDRFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PRIORSNP-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-STMTPRT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-STMTEXC-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-ADDRFILE-EOF         PIC X     VALUE 'N'.
           05  WS-PRIORSNP-EOF         PIC X     VALUE 'N'.
           05  WS-EXCEPTION-REASON     PIC X(40) VALUE SPACES.
      *
      *        Keys of the two side files, positioned forward to the
      *        customer in hand.  An exhausted file parks HIGH-VALUES.
       01  MATCH-CONTROL-KEYS.
           05  WS-ADDR-ID              PIC X(5)  VALUE LOW-VALUES.
           05  WS-PRIOR-ID             PIC X(5)  VALUE LOW-VALUES.
      *
      *        The customer being assembled: the 'C' record and the
      *        'P' records that trail it
       01  STATEMENT-CUSTOMER.
           05  STM-CUST-ID            PIC X(5).
           05  STM-NAME               PIC X(17).
           05  STM-BALANCE            PIC S9(7)V99 COMP-3.
           05  STM-ORDERS-YTD         PIC S9(4)    COMP.
           05  STM-PROD-COUNT         PIC S9(4)    COMP   VALUE +0.
           05  STM-PROD-EXTRA         PIC S9(4)    COMP   VALUE +0.
           05  STM-PROD-ENTRY  OCCURS 20 TIMES.
               10  STM-PROD-NAME          PIC X(17).
               10  STM-PROD-CALLS         PIC S9(4)    COMP.
       01  WORK-VARIABLES.
           05  WS-PROD-SUB           PIC S9(4)    COMP   VALUE +0.
           05  WS-BAL-CHANGE         PIC S9(8)V99 COMP-3 VALUE +0.
      *
      *        ***********************************
      *          ZIPVAL1 parameter area
      *        ***********************************
       COPY ZIPVALC.
      *
       01  TOTALS-VARS.
           05  NUM-CUSTFILE-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ZERO-BALANCE      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATEMENTS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXCEPTIONS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-PRIOR          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORPHAN-PRODUCTS   PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *          statement lines
      *        *******************
       01  STM-TITLE-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(26)
                     VALUE 'CUSTOMER ACCOUNT STATEMENT'.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  STL-RUN-DATE           PIC 9(6).
           05  FILLER                 PIC X(10) VALUE ' (yymmdd) '.
           05  FILLER                 PIC X(54) VALUE SPACES.
       01  STM-ADDRESS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-ADDRESS            PIC X(30).
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  STM-CITY-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-CITY               PIC X(15).
           05  FILLER                 PIC X     VALUE SPACES.
           05  STL-STATE              PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  STL-ZIP                PIC X(5).
           05  FILLER                 PIC X(97) VALUE SPACES.
       01  STM-ACCOUNT-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE 'CUSTOMER ID: '.
           05  STL-CUST-ID            PIC X(5).
           05  FILLER                 PIC X(104) VALUE SPACES.
       01  STM-AMOUNT-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-AMOUNT-LABEL       PIC X(30).
           05  STL-AMOUNT             PIC -,---,--9.99.
           05  FILLER                 PIC X(80) VALUE SPACES.
       01  STM-NO-PRIOR-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(30)
                     VALUE 'PRIOR BALANCE:'.
           05  FILLER                 PIC X(30)
                     VALUE 'NO PRIOR STATEMENT'.
           05  FILLER                 PIC X(62) VALUE SPACES.
       01  STM-ORDERS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(30)
                     VALUE 'ORDERS YEAR TO DATE:'.
           05  STL-ORDERS             PIC -(11)9.
           05  FILLER                 PIC X(80) VALUE SPACES.
       01  STM-PROD-HEADER.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(30)
                     VALUE 'PRODUCTS ON THIS ACCOUNT'.
           05  FILLER                 PIC X(13) VALUE 'SERVICE CALLS'.
           05  FILLER                 PIC X(79) VALUE SPACES.
       01  STM-PROD-LINE.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  STL-PROD-NAME          PIC X(17).
           05  FILLER                 PIC X(11) VALUE SPACES.
           05  STL-PROD-CALLS         PIC -(12)9.
           05  FILLER                 PIC X(79) VALUE SPACES.
       01  STM-PROD-MORE-LINE.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE '... AND '.
           05  STL-PROD-EXTRA         PIC ZZ9.
           05  FILLER                 PIC X(24)
                     VALUE ' MORE PRODUCTS ON FILE'.
           05  FILLER                 PIC X(85) VALUE SPACES.
       01  STM-NO-PROD-LINE.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(30)
                     VALUE 'NO PRODUCTS ON FILE'.
           05  FILLER                 PIC X(90) VALUE SPACES.
       01  STM-FOOTER-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(60) VALUE
               'PLEASE CONTACT US ABOUT ANY ENTRY YOU DO NOT RECOGNIZE'.
           05  FILLER                 PIC X(62) VALUE SPACES.
      *
      *        *******************
      *          exception lines
      *        *******************
       01  EXC-HEADER1.
           05  FILLER                     PIC X(42)
                     VALUE 'STATEMENT RUN EXCEPTIONS           DATE: '.
           05  EXC-RUN-DATE               PIC 9(6).
           05  FILLER                     PIC X(10)
                     VALUE ' (yymmdd) '.
           05  FILLER                     PIC X(74) VALUE SPACES.
       01  EXC-HEADER2.
           05  FILLER PIC X(6)  VALUE 'CUST  '.
           05  FILLER PIC X(18) VALUE 'NAME              '.
           05  FILLER PIC X(14) VALUE '       BALANCE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(52) VALUE SPACES.
       01  EXC-DETAIL.
           05  EXC-CUST-ID            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  EXC-NAME               PIC X(17).
           05  FILLER                 PIC X     VALUE ' '.
           05  EXC-BALANCE            PIC -,---,--9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-REASON             PIC X(40).
           05  FILLER                 PIC X(54) VALUE SPACES.
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
           DISPLAY 'CUSTSTM1 STARTED DATE = ' WS-RUN-DATE ' (yymmdd)'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-EXCEPTIONS.
           PERFORM 700-READ-CUSTOMER-FILE.
           PERFORM 710-READ-ADDRESS-FILE.
           PERFORM 720-READ-PRIOR-SNAP.

           PERFORM 100-PROCESS-CUSTOMER THROUGH 100-EXIT
               UNTIL WS-CUST-FILE-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-EXCEPTIONS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'CUSTSTM1 ENDED - STATEMENTS = ' NUM-STATEMENTS
                   ' EXCEPTIONS = ' NUM-EXCEPTIONS.
           GOBACK .

      *    ---------------------------------------------------------
      *    One customer group per cycle: the 'C' record in hand and
      *    the 'P' records that follow it.  A 'P' record with no
      *    'C' ahead of it is CUSTAUD1's business, not ours -- it is
      *    counted and passed over.
      *    ---------------------------------------------------------
       100-PROCESS-CUSTOMER.
           IF CUST-RECORD-TYPE NOT = 'C'
               ADD +1 TO NUM-ORPHAN-PRODUCTS
               PERFORM 700-READ-CUSTOMER-FILE
               GO TO 100-EXIT.
           ADD +1 TO NUM-CUSTOMERS.
           MOVE CUST-ID           TO STM-CUST-ID.
           MOVE CUST-NAME         TO STM-NAME.
           MOVE CUST-ACCT-BALANCE TO STM-BALANCE.
           MOVE CUST-ORDERS-YTD   TO STM-ORDERS-YTD.
           MOVE +0                TO STM-PROD-COUNT.
           MOVE +0                TO STM-PROD-EXTRA.
           PERFORM 700-READ-CUSTOMER-FILE.
           PERFORM 110-COLLECT-PRODUCT
               UNTIL WS-CUST-FILE-EOF = 'Y'
                  OR CUST-RECORD-TYPE = 'C'.
           PERFORM 200-ISSUE-STATEMENT THROUGH 200-EXIT.
       100-EXIT.
           EXIT.

      *    On a 'P' record the orders field carries the service-call
      *    count (see CUST2PRO)
       110-COLLECT-PRODUCT.
           IF CUST-ID NOT = STM-CUST-ID
               ADD +1 TO NUM-ORPHAN-PRODUCTS
           ELSE
           IF STM-PROD-COUNT < 20
               ADD +1 TO STM-PROD-COUNT
               MOVE CUST-NAME       TO STM-PROD-NAME(STM-PROD-COUNT)
               MOVE CUST-ORDERS-YTD TO STM-PROD-CALLS(STM-PROD-COUNT)
           ELSE
               ADD +1 TO STM-PROD-EXTRA.
           PERFORM 700-READ-CUSTOMER-FILE.

      *    ---------------------------------------------------------
      *    Zero balances get no statement.  Everything else either
      *    prints or is listed with the reason it could not be
      *    mailed.
      *    ---------------------------------------------------------
       200-ISSUE-STATEMENT.
           IF STM-BALANCE = 0
               ADD +1 TO NUM-ZERO-BALANCE
               GO TO 200-EXIT.
           PERFORM 710-READ-ADDRESS-FILE
               UNTIL WS-ADDR-ID NOT < STM-CUST-ID.
           PERFORM 720-READ-PRIOR-SNAP
               UNTIL WS-PRIOR-ID NOT < STM-CUST-ID.
           IF WS-ADDR-ID NOT = STM-CUST-ID
               MOVE 'NO CONTACT RECORD ON CUSTADDR'
                 TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF ADR-STREET = SPACES
               MOVE 'NO STREET ON CONTACT RECORD'
                 TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF ADR-ZIP = SPACES
               MOVE 'NO ZIP CODE ON CONTACT RECORD'
                 TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           MOVE ADR-ZIP   TO ZV-ZIP.
           MOVE ADR-CITY  TO ZV-CITY.
           MOVE ADR-STATE TO ZV-STATE.
           CALL 'ZIPVAL1' USING ZIPVAL-AREA.
           IF ZV-ADDRESS-INVALID
               MOVE ZV-MESSAGE TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           PERFORM 210-PRINT-STATEMENT.
       200-EXIT.
           EXIT.

       210-PRINT-STATEMENT.
           ADD +1 TO NUM-STATEMENTS.
           MOVE WS-RUN-DATE TO STL-RUN-DATE.
           WRITE STATEMENT-RECORD FROM STM-TITLE-LINE AFTER PAGE.
           MOVE STM-NAME    TO STL-ADDRESS.
           WRITE STATEMENT-RECORD FROM STM-ADDRESS-LINE AFTER 4.
           MOVE ADR-STREET  TO STL-ADDRESS.
           WRITE STATEMENT-RECORD FROM STM-ADDRESS-LINE AFTER 1.
           MOVE ADR-CITY    TO STL-CITY.
           MOVE ADR-STATE   TO STL-STATE.
           MOVE ADR-ZIP     TO STL-ZIP.
           WRITE STATEMENT-RECORD FROM STM-CITY-LINE AFTER 1.
           MOVE STM-CUST-ID TO STL-CUST-ID.
           WRITE STATEMENT-RECORD FROM STM-ACCOUNT-LINE AFTER 4.
           MOVE 'CURRENT BALANCE:' TO STL-AMOUNT-LABEL.
           MOVE STM-BALANCE        TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 2.
           IF WS-PRIOR-ID = STM-CUST-ID
               MOVE SPACES TO STL-AMOUNT-LABEL
               STRING 'PRIOR BALANCE (' PSNAP-DATE '):'
                   DELIMITED BY SIZE INTO STL-AMOUNT-LABEL
               MOVE PSNAP-BALANCE TO STL-AMOUNT
               WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1
               COMPUTE WS-BAL-CHANGE = STM-BALANCE - PSNAP-BALANCE
               MOVE 'CHANGE SINCE PRIOR STATEMENT:' TO STL-AMOUNT-LABEL
               MOVE WS-BAL-CHANGE TO STL-AMOUNT
               WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1
           ELSE
               ADD +1 TO NUM-NO-PRIOR
               WRITE STATEMENT-RECORD FROM STM-NO-PRIOR-LINE AFTER 1.
           MOVE STM-ORDERS-YTD TO STL-ORDERS.
           WRITE STATEMENT-RECORD FROM STM-ORDERS-LINE AFTER 1.
           WRITE STATEMENT-RECORD FROM STM-PROD-HEADER AFTER 3.
           IF STM-PROD-COUNT = 0
               WRITE STATEMENT-RECORD FROM STM-NO-PROD-LINE AFTER 1.
           PERFORM 220-PRINT-PRODUCT-LINE
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > STM-PROD-COUNT.
           IF STM-PROD-EXTRA > 0
               MOVE STM-PROD-EXTRA TO STL-PROD-EXTRA
               WRITE STATEMENT-RECORD FROM STM-PROD-MORE-LINE AFTER 1.
           WRITE STATEMENT-RECORD FROM STM-FOOTER-LINE AFTER 4.

       220-PRINT-PRODUCT-LINE.
           MOVE STM-PROD-NAME(WS-PROD-SUB)  TO STL-PROD-NAME.
           MOVE STM-PROD-CALLS(WS-PROD-SUB) TO STL-PROD-CALLS.
           WRITE STATEMENT-RECORD FROM STM-PROD-LINE AFTER 1.

       300-PRINT-TOTALS.
           WRITE EXCEPTION-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'CUSTFILE RECORDS READ:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUSTFILE-RECS            TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CUSTOMERS READ:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CUSTOMERS                TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ZERO BALANCE - NO STMT:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ZERO-BALANCE             TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'STATEMENTS PRINTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-STATEMENTS               TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  WITH NO PRIOR BALANCE:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-PRIOR                 TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'EXCEPTIONS LISTED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXCEPTIONS               TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PRODUCTS WITH NO CUSTOMER:' TO RPT-TOTALS-ITEM.
           MOVE NUM-ORPHAN-PRODUCTS          TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.

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

       710-READ-ADDRESS-FILE.
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

       720-READ-PRIOR-SNAP.
           IF WS-PRIORSNP-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-PRIOR-ID
           ELSE
               READ PRIOR-SNAP-FILE
                 AT END MOVE 'Y' TO WS-PRIORSNP-EOF
               END-READ
               IF ( WS-PRIORSNP-STATUS = '00' OR
                    WS-PRIORSNP-STATUS = '04' ) THEN
                   MOVE PSNAP-CUST-ID TO WS-PRIOR-ID
               ELSE IF WS-PRIORSNP-STATUS = '10'
                   MOVE 'Y' TO WS-PRIORSNP-EOF
                   MOVE HIGH-VALUES TO WS-PRIOR-ID
               ELSE
                   DISPLAY 'ERROR ON PRIORSNP READ.  CODE:'
                           WS-PRIORSNP-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-PRIORSNP-EOF
                   MOVE HIGH-VALUES TO WS-PRIOR-ID.

       800-INIT-EXCEPTIONS.
           MOVE WS-RUN-DATE TO EXC-RUN-DATE.
           WRITE EXCEPTION-RECORD FROM EXC-HEADER1 AFTER PAGE.
           WRITE EXCEPTION-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE EXCEPTION-RECORD FROM EXC-HEADER2.

       820-REPORT-EXCEPTION.
           ADD +1 TO NUM-EXCEPTIONS.
           MOVE STM-CUST-ID         TO EXC-CUST-ID.
           MOVE STM-NAME            TO EXC-NAME.
           MOVE STM-BALANCE         TO EXC-BALANCE.
           MOVE WS-EXCEPTION-REASON TO EXC-REASON.
           WRITE EXCEPTION-RECORD FROM EXC-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         ADDRESS-FILE
                         PRIOR-SNAP-FILE
                OUTPUT   STATEMENT-FILE
                         EXCEPTION-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-ADDRFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADDRFILE. RC:'
                     WS-ADDRFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
      *    The snapshot is a comparison, not a requirement: with no
      *    prior generation every statement simply says so
           IF WS-PRIORSNP-STATUS NOT = '00'
             DISPLAY 'PRIORSNP NOT AVAILABLE. RC:'
                     WS-PRIORSNP-STATUS ' - NO PRIOR BALANCES SHOWN'
             MOVE 'Y' TO WS-PRIORSNP-EOF.
           IF WS-STMTPRT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STMTPRT FILE. RC:'
                     WS-STMTPRT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.
           IF WS-STMTEXC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STMTEXC FILE. RC:'
                     WS-STMTEXC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF.

       905-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           CLOSE ADDRESS-FILE .
           CLOSE PRIOR-SNAP-FILE .
           CLOSE STATEMENT-FILE .
           CLOSE EXCEPTION-FILE .

      * END OF PROGRAM CUSTSTM1
