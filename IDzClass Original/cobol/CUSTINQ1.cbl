      ****************************************************************
      * PROGRAM:  CUSTINQ1
      *           Online customer inquiry (transaction CINQ)
      *
      * A customer on the phone used to mean a call-back: the help
      * desk waited for the next SAMOS1 SELECT run, or browsed CUST2,
      * CUSTADDR and SVCDTL by hand.  This pseudo-conversational
      * transaction takes a CUST-ID on the CUSTINQ panel and shows,
      * on one screen:
      *
      *   - the 'C' record: name, balance, orders YTD, city and
      *     occupation
      *   - the CADDRCOB contact fields: street, city, state, zip,
      *     phone and email
      *   - up to five 'P' product records with their service-call
      *     counts
      *   - up to five OPEN SVCDTLC service calls
      *
      * with a count of anything that did not fit, so the desk knows
      * when to go to the batch listings.
      *
      * The sequential files cannot be read by key from CICS, so the
      * transaction reads the keyed copies CUSTKLD1 rebuilds after
      * each CUSTMNT1 / ADDRMNT1 / SVCMNT1 cycle:
      *   CUSTKSDS - CUST2 master, CUSTKSDC layout (id, type, seq)
      *   ADDRKSDS - CUSTADDR, CADDRCOB layout, keyed by CUST-ID
      *   SVCKSDS  - SVCDTL, SVCDTLC layout, keyed id/product/call
      * The screen is therefore as current as the last maintenance
      * cycle -- the same answer the batch listings would give.
      *
      * A customer with no contact record or no service calls is not
      * an error: those parts of the screen are left blank and the
      * message line says so.  Inquiry only -- nothing is updated.
      *
      * KEYS:  ENTER  inquire on the customer id keyed
      *        PF3    end the transaction
      *        CLEAR  end the transaction
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ1.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-PROGRAM                 PIC X(8)  VALUE 'CUSTINQ1'.
       01  WS-TRANSID                 PIC X(4)  VALUE 'CINQ'.
       01  WS-END-MESSAGE             PIC X(30)
                     VALUE 'CUSTOMER INQUIRY ENDED'.
      *
       01  WS-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP VALUE +0.
           05  WS-BROWSE-RESP          PIC S9(8) COMP VALUE +0.
           05  WS-CUST-FOUND           PIC X     VALUE 'N'.
           05  WS-BROWSE-DONE          PIC X     VALUE 'N'.
           05  WS-PROD-COUNT           PIC S9(4) COMP VALUE +0.
           05  WS-CALL-COUNT           PIC S9(4) COMP VALUE +0.
           05  WS-PROD-EXTRA           PIC S9(4) COMP VALUE +0.
           05  WS-CALL-EXTRA           PIC S9(4) COMP VALUE +0.
           05  WS-ADDR-FOUND           PIC X     VALUE 'N'.
      *
      *        Browse keys for the two clusters read generically
       01  WS-CUST-BROWSE-KEY.
           05  WS-CBK-CUST-ID          PIC X(5).
           05  WS-CBK-RECORD-TYPE      PIC X.
           05  WS-CBK-SEQ              PIC 9(3).
       01  WS-SVC-BROWSE-KEY.
           05  WS-SBK-CUST-ID          PIC X(5).
           05  WS-SBK-REST             PIC X(21).
      *
      *        The customer being shown, carried across the
      *        pseudo-conversation
       01  WS-COMMAREA.
           05  CIC-LAST-CUST-ID        PIC X(5)  VALUE SPACES.
      *
      *        Record areas -- the master image is moved out of the
      *        CUSTKSDC wrapper into the usual CUST2 layout
       COPY CUSTKSDC REPLACING ==:TAG:== BY ==CKS==.
       COPY CUST2COB REPLACING ==:TAG:== BY ==CUST==.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==ADR==.
       COPY SVCDTLC  REPLACING ==:TAG:== BY ==SVC==.
      *
      *        Display edits and the screen line layouts
       01  WS-EDIT-BALANCE            PIC -(7)9.99.
       01  WS-EDIT-ORDERS             PIC -(5)9.
       01  WS-PROD-LINE.
           05  FILLER                 PIC X(9)  VALUE 'PRODUCT: '.
           05  WPL-PRODUCT            PIC X(17).
           05  FILLER                 PIC X(17)
                     VALUE '  SERVICE CALLS: '.
           05  WPL-CALLS              PIC -(4)9.
           05  FILLER                 PIC X(26) VALUE SPACES.
       01  WS-CALL-LINE.
           05  FILLER                 PIC X(6)  VALUE 'CALL: '.
           05  WCL-CALL-ID            PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  WCL-PRODUCT            PIC X(17).
           05  FILLER                 PIC X(8)  VALUE ' OPENED '.
           05  WCL-OPEN-DATE          PIC 9(6).
           05  FILLER                 PIC X(6)  VALUE '  SEV '.
           05  WCL-SEVERITY           PIC X.
           05  FILLER                 PIC X(25) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05  WML-TEXT               PIC X(40).
           05  WML-MORE               PIC X(34).
       01  WS-MORE-TEXT.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WMT-PROD-EXTRA         PIC ZZ9.
           05  FILLER                 PIC X(14) VALUE ' MORE PRODUCTS'.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WMT-CALL-EXTRA         PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE ' MORE CALLS'.
      *
       COPY CUSTINQM.
       COPY DFHAID.

      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(5).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           IF EIBCALEN = 0
               PERFORM 800-SEND-EMPTY-PANEL
               GO TO 000-RETURN.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               PERFORM 900-END-TRANSACTION.
           IF EIBAID NOT = DFHENTER
               MOVE LOW-VALUES TO CUSTINQO
               MOVE 'PRESS ENTER TO INQUIRE, PF3 TO END' TO CIMSGO
               PERFORM 850-SEND-PANEL
               GO TO 000-RETURN.
           PERFORM 100-PROCESS-INQUIRY THROUGH 100-EXIT.
       000-RETURN.
           EXEC CICS RETURN
                     TRANSID  (WS-TRANSID)
                     COMMAREA (WS-COMMAREA)
                     LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.

      *    ---------------------------------------------------------
      *    Receive the keyed id, read the 'C' record and, when it
      *    is there, fill in the contact, product and call parts.
      *    ---------------------------------------------------------
       100-PROCESS-INQUIRY.
           EXEC CICS RECEIVE MAP    ('CUSTINQ')
                             MAPSET ('CUSTINQS')
                             INTO   (CUSTINQI)
                             RESP   (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL)
              OR CICUSTL = 0
              OR CICUSTI = SPACES
               MOVE LOW-VALUES TO CUSTINQO
               MOVE 'ENTER A CUSTOMER ID' TO CIMSGO
               PERFORM 850-SEND-PANEL
               GO TO 100-EXIT.
           MOVE CICUSTI TO CIC-LAST-CUST-ID.
           MOVE LOW-VALUES TO CUSTINQO.
           MOVE CIC-LAST-CUST-ID TO CICUSTO.
           PERFORM 200-READ-CUSTOMER THROUGH 200-EXIT.
           IF WS-CUST-FOUND = 'N'
               PERFORM 850-SEND-PANEL
               GO TO 100-EXIT.
           PERFORM 300-READ-CONTACT   THROUGH 300-EXIT.
           PERFORM 400-LIST-PRODUCTS  THROUGH 400-EXIT.
           PERFORM 500-LIST-OPEN-CALLS THROUGH 500-EXIT.
           PERFORM 600-BUILD-MESSAGE.
           PERFORM 850-SEND-PANEL.
       100-EXIT.
           EXIT.

       200-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE CIC-LAST-CUST-ID TO WS-CBK-CUST-ID.
           MOVE 'C'              TO WS-CBK-RECORD-TYPE.
           MOVE ZERO             TO WS-CBK-SEQ.
           EXEC CICS READ FILE   ('CUSTKSDS')
                          INTO   (CKS-REC)
                          LENGTH (LENGTH OF CKS-REC)
                          RIDFLD (WS-CUST-BROWSE-KEY)
                          EQUAL
                          RESP   (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'CUSTOMER NOT ON MASTER' TO CIMSGO
               GO TO 200-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTKSDS READ FAILED - TRY LATER' TO CIMSGO
               GO TO 200-EXIT.
           MOVE 'Y' TO WS-CUST-FOUND.
           MOVE CKS-IMAGE TO CUST-REC.
           MOVE CUST-NAME         TO CINAMEO.
           MOVE CUST-ACCT-BALANCE TO WS-EDIT-BALANCE.
           MOVE WS-EDIT-BALANCE   TO CIBALO.
           MOVE CUST-ORDERS-YTD   TO WS-EDIT-ORDERS.
           MOVE WS-EDIT-ORDERS    TO CIORDO.
           MOVE CUST-CITY         TO CICITYO.
           MOVE CUST-OCCUPATION   TO CIOCCO.
       200-EXIT.
           EXIT.

       300-READ-CONTACT.
           MOVE 'N' TO WS-ADDR-FOUND.
           MOVE CIC-LAST-CUST-ID TO ADR-CUST-ID.
           EXEC CICS READ FILE   ('ADDRKSDS')
                          INTO   (ADR-REC)
                          LENGTH (LENGTH OF ADR-REC)
                          RIDFLD (ADR-CUST-ID)
                          EQUAL
                          RESP   (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 300-EXIT.
           MOVE 'Y' TO WS-ADDR-FOUND.
           MOVE ADR-STREET TO CISTRO.
           MOVE ADR-CITY   TO CIACTYO.
           MOVE ADR-STATE  TO CISTATO.
           MOVE ADR-ZIP    TO CIZIPO.
           MOVE ADR-PHONE  TO CIPHONO.
           MOVE ADR-EMAIL  TO CIEMAILO.
       300-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The customer's 'P' records are id+'P'+000 onward; the
      *    browse stops at the first key that is not this customer's
      *    product.  On a 'P' record the orders field carries the
      *    service-call count (see CUST2PRO).
      *    ---------------------------------------------------------
       400-LIST-PRODUCTS.
           MOVE +0 TO WS-PROD-COUNT.
           MOVE +0 TO WS-PROD-EXTRA.
           MOVE CIC-LAST-CUST-ID TO WS-CBK-CUST-ID.
           MOVE 'P'              TO WS-CBK-RECORD-TYPE.
           MOVE ZERO             TO WS-CBK-SEQ.
           EXEC CICS STARTBR FILE   ('CUSTKSDS')
                             RIDFLD (WS-CUST-BROWSE-KEY)
                             GTEQ
                             RESP   (WS-BROWSE-RESP)
           END-EXEC.
           IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
               GO TO 400-EXIT.
           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM 410-NEXT-PRODUCT
               UNTIL WS-BROWSE-DONE = 'Y'.
           EXEC CICS ENDBR FILE ('CUSTKSDS')
                           RESP (WS-BROWSE-RESP)
           END-EXEC.
       400-EXIT.
           EXIT.

       410-NEXT-PRODUCT.
           EXEC CICS READNEXT FILE   ('CUSTKSDS')
                              INTO   (CKS-REC)
                              LENGTH (LENGTH OF CKS-REC)
                              RIDFLD (WS-CUST-BROWSE-KEY)
                              RESP   (WS-BROWSE-RESP)
           END-EXEC.
           IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
              OR CKS-CUST-ID NOT = CIC-LAST-CUST-ID
              OR CKS-RECORD-TYPE NOT = 'P'
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF WS-PROD-COUNT < 5
                   ADD +1 TO WS-PROD-COUNT
                   MOVE CKS-IMAGE       TO CUST-REC
                   MOVE CUST-NAME       TO WPL-PRODUCT
                   MOVE CUST-ORDERS-YTD TO WPL-CALLS
                   MOVE WS-PROD-LINE    TO CIPRODO(WS-PROD-COUNT)
               ELSE
                   ADD +1 TO WS-PROD-EXTRA.

      *    ---------------------------------------------------------
      *    Every call for the customer, open or closed, sits under
      *    the customer id; only the open ones are shown.
      *    ---------------------------------------------------------
       500-LIST-OPEN-CALLS.
           MOVE +0 TO WS-CALL-COUNT.
           MOVE +0 TO WS-CALL-EXTRA.
           MOVE CIC-LAST-CUST-ID TO WS-SBK-CUST-ID.
           MOVE LOW-VALUES       TO WS-SBK-REST.
           EXEC CICS STARTBR FILE   ('SVCKSDS')
                             RIDFLD (WS-SVC-BROWSE-KEY)
                             GTEQ
                             RESP   (WS-BROWSE-RESP)
           END-EXEC.
           IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
               GO TO 500-EXIT.
           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM 510-NEXT-CALL
               UNTIL WS-BROWSE-DONE = 'Y'.
           EXEC CICS ENDBR FILE ('SVCKSDS')
                           RESP (WS-BROWSE-RESP)
           END-EXEC.
       500-EXIT.
           EXIT.

       510-NEXT-CALL.
           EXEC CICS READNEXT FILE   ('SVCKSDS')
                              INTO   (SVC-REC)
                              LENGTH (LENGTH OF SVC-REC)
                              RIDFLD (WS-SVC-BROWSE-KEY)
                              RESP   (WS-BROWSE-RESP)
           END-EXEC.
           IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
              OR SVC-CUST-ID NOT = CIC-LAST-CUST-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF SVC-CALL-OPEN
                   IF WS-CALL-COUNT < 5
                       ADD +1 TO WS-CALL-COUNT
                       MOVE SVC-CALL-ID   TO WCL-CALL-ID
                       MOVE SVC-PRODUCT   TO WCL-PRODUCT
                       MOVE SVC-OPEN-DATE TO WCL-OPEN-DATE
                       MOVE SVC-SEVERITY  TO WCL-SEVERITY
                       MOVE WS-CALL-LINE  TO CICALLO(WS-CALL-COUNT)
                   ELSE
                       ADD +1 TO WS-CALL-EXTRA.

       600-BUILD-MESSAGE.
           MOVE SPACES TO WS-MESSAGE-LINE.
           IF WS-ADDR-FOUND = 'N'
               MOVE 'NO CONTACT RECORD ON FILE' TO WML-TEXT
           ELSE
           IF WS-CALL-COUNT = 0
               MOVE 'NO OPEN SERVICE CALLS' TO WML-TEXT
           ELSE
               MOVE 'CUSTOMER DISPLAYED' TO WML-TEXT.
           IF WS-PROD-EXTRA > 0 OR WS-CALL-EXTRA > 0
               MOVE WS-PROD-EXTRA TO WMT-PROD-EXTRA
               MOVE WS-CALL-EXTRA TO WMT-CALL-EXTRA
               MOVE WS-MORE-TEXT  TO WML-MORE.
           MOVE WS-MESSAGE-LINE TO CIMSGO.

       800-SEND-EMPTY-PANEL.
           MOVE LOW-VALUES TO CUSTINQO.
           MOVE 'ENTER A CUSTOMER ID' TO CIMSGO.
           EXEC CICS SEND MAP    ('CUSTINQ')
                          MAPSET ('CUSTINQS')
                          FROM   (CUSTINQO)
                          ERASE
           END-EXEC.

       850-SEND-PANEL.
           MOVE -1 TO CICUSTL.
           EXEC CICS SEND MAP    ('CUSTINQ')
                          MAPSET ('CUSTINQS')
                          FROM   (CUSTINQO)
                          ERASE
                          CURSOR
           END-EXEC.

       900-END-TRANSACTION.
           EXEC CICS SEND TEXT FROM   (WS-END-MESSAGE)
                               LENGTH (LENGTH OF WS-END-MESSAGE)
                               ERASE
                               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      * END OF PROGRAM CUSTINQ1
