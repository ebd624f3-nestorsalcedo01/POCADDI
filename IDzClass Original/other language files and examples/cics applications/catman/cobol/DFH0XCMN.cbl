           03 WS-SAVED-RCV-ITEM-REF    PIC 9(4).
           03 WS-SAVED-RCV-QUANTITY    PIC 9(3).
           03 WS-SAVED-RCV-DELIVERY    PIC X(10).
           03 WS-SAVED-RCV-PO-NUMBER   PIC X(12).

      * Purchase order line (POLINE file, raised by the DFH0XPOG
      * replenishment batch) a receipt is matched to, and the
      * receipt-exception record written to a TD queue for the
      * buyers when a receipt is over or under the quantity still
      * outstanding, or has no open PO at all
       01 POLINE-RECORD.
           COPY DFH0XCPG.
       01 WS-PL-RESP                   PIC S9(8) COMP.
       01 WS-PO-MATCH-WORK.
           03 WS-PO-FOUND-SW           PIC X     VALUE 'N'.
               88 WS-PO-FOUND                    VALUE 'Y'.
           03 WS-PO-SCAN-SW            PIC X     VALUE 'N'.
               88 WS-PO-SCAN-DONE                VALUE 'Y'.
           03 WS-PO-MATCH              PIC X     VALUE SPACE.
           03 WS-PO-KEY.
               05 WS-PO-ITEM-REF       PIC 9(4).
               05 WS-PO-NUMBER         PIC X(12).
           03 WS-PO-OUTSTANDING        PIC S9(7) COMP-3 VALUE +0.
           03 WS-PO-VARIANCE           PIC S9(7) COMP-3 VALUE +0.
       01 WS-RCVX-QNAME                PIC X(4)  VALUE 'RCVX'.
       01 RECEIPT-EXCEPTION-RECORD.
           03 RX-ITEM-REF              PIC 9(4).
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-QUANTITY              PIC 9(3).
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-PO-MATCH              PIC X.
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-PO-NUMBER             PIC X(12).
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-VARIANCE              PIC -(5)9.
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-DELIVERY-REF          PIC X(10).
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-USERID                PIC X(8).
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-DATE                  PIC X(8).
           03 FILLER                   PIC X     VALUE SPACES.
           03 RX-TIME                  PIC X(6).

      * Returns log record, one per accepted return, written to the
      * RETLOG file; the money side goes out separately as a
       01 WS-SAVED-GROSS-AMT           PIC 9(7)V99 VALUE 0.
       01 WS-SAVED-NET-AMT             PIC 9(7)V99 VALUE 0.

      * Cost history record (COSTHIST file), one per cost change
      * made through item maintenance, and the work fields for
      * finding the cost in effect when an order was placed, so a
      * return is credited at what the order was really charged
       01 COSTHIST-RECORD.
           COPY DFH0XCPH.
       01 WS-CH-RESP                   PIC S9(8) COMP.
       01 WS-SAVED-MAINT.
           03 WS-SAVED-MNT-REQUEST-ID  PIC X(6).
           03 WS-SAVED-MNT-ITEM.
               05 WS-SAVED-MNT-ITEM-REF PIC 9(4).
               05 FILLER               PIC X(43).
               05 WS-SAVED-MNT-COST    PIC X(6).
               05 FILLER               PIC X(7).
           03 WS-SAVED-MNT-USERID      PIC X(8).
           03 WS-OLD-COST-X            PIC X(6).
       01 WS-COST-LOOKUP.
           03 WS-CL-FOUND-SW           PIC X     VALUE 'N'.
               88 WS-CL-FOUND                    VALUE 'Y'.
           03 WS-CL-SCAN-SW            PIC X     VALUE 'N'.
               88 WS-CL-SCAN-DONE                VALUE 'Y'.
           03 WS-CL-LOOKUP-ITEM        PIC 9(4).
           03 WS-CL-ORDER-TS           PIC X(14).
           03 WS-CL-KEY.
               05 WS-CL-ITEM-REF       PIC 9(4).
               05 WS-CL-EFFECTIVE      PIC X(14).
           03 WS-CL-COST               PIC 9(3)V99.
           03 WS-CL-COST-EDIT          PIC ZZZ.99.

      * Charge authorization record (CHGAUTH file) saying which
      * departments a user may charge and up to what value per
      * order, and the violations log record written when an order
      * is refused by it
       01 CHGAUTH-RECORD.
           COPY DFH0XCPI.
       01 WS-CZ-RESP                   PIC S9(8) COMP.
       01 VIOLATION-RECORD.
           COPY DFH0XCPJ.
       01 WS-VL-RESP                   PIC S9(8) COMP.
       01 WS-CHARGE-AUTH-WORK.
           03 WS-AUTH-LIMIT            PIC 9(7)V99 VALUE 0.
           03 WS-ORDER-VALUE           PIC 9(7)V99 VALUE 0.
           03 WS-VIOLATION-AMT         PIC 9(7)V99 VALUE 0.

      * Department budget record (DEPTBUDG file) and funds-check
      * work fields
       01 DEPT-BUDGET-RECORD.
           03 BU-DEPT                  PIC X(8).
           03 BU-PERIOD-BUDGET         PIC 9(7)V99.
           03 BU-COMMITTED-SPEND       PIC 9(7)V99.
           03 BU-APPROVAL-LIMIT        PIC 9(7)V99.
           03 BU-APPROVER              PIC X(8).
           03 FILLER                   PIC X(5).
       01 WS-BUDGET-RESP               PIC S9(8) COMP VALUE +0.
       01 WS-LINE-COST                 PIC 9(7)V99 VALUE 0.
       01 WS-UNIT-COST-NUM             PIC 9(3)V99 VALUE 0.

      * Pending-approval record (PENDORD file), one per line of an
      * order held because its value is over the department's
      * approval limit, and the work fields for holding an order
      * and for the approver's later decision on it
       01 PENDORD-RECORD.
           COPY DFH0XCPL.
       01 WS-PA-RESP                   PIC S9(8) COMP.
       01 WS-APPROVAL-WORK.
           03 WS-HOLD-SW               PIC X     VALUE 'N'.
               88 WS-ORDER-HELD                  VALUE 'Y'.
           03 WS-APPROVAL-LIMIT        PIC 9(7)V99 VALUE 0.
           03 WS-APPROVER              PIC X(8)  VALUE SPACES.
           03 WS-HOLD-VALUE            PIC 9(7)V99 VALUE 0.
           03 WS-HOLD-ID.
               05 WS-HOLD-CHARGE-DEPT  PIC X(8).
               05 WS-HOLD-DATE         PIC X(8).
               05 WS-HOLD-TIME         PIC X(6).
               05 WS-HOLD-TASKNUM      PIC 9(7).
           03 WS-HELD-LINES-FOUND      PIC 9(2)  VALUE 0.
           03 WS-HELD-LINES-DECIDED    PIC 9(2)  VALUE 0.
       01 WS-SAVED-APPROVAL.
           03 WS-SAVED-APR-USERID      PIC X(8).
           03 WS-SAVED-APR-ACTION      PIC X.
               88 WS-APR-APPROVE                 VALUE 'A'.
               88 WS-APR-REJECT                  VALUE 'R'.

      * Key into the configuration file                                 21300000
       01 EXAMPLE-APP-CONFIG       PIC X(9)                             21600000
               VALUE 'EXMP-CONF'.                                       21900000

               WHEN '01RETN'
      *        Call routine to process a return against an order
                   PERFORM RETURN-ORDER THRU RETURN-ORDER-EXIT

               WHEN '01APPR'
      *        Call routine to approve or reject a held order
                   PERFORM APPROVE-HELD-ORDER

               WHEN OTHER                                               67500000
      *        Request is not recognised or supported                   67800000
               MOVE CA-QUANTITY-REQ TO WS-SAVED-LINE-QTY (1)
           END-IF

      * The user must be authorized to charge the department before
      * any line is looked at; a refusal leaves the return code set
      * and the line loop below never starts
           MOVE 0 TO WS-ORDER-VALUE
           PERFORM CHECK-CHARGE-AUTHORITY

      * An order worth more than the department's approval limit is
      * held on PENDORD for the approver instead of being dispatched
           MOVE 'N' TO WS-HOLD-SW
           IF CA-RETURN-CODE EQUAL ZERO
               PERFORM CHECK-APPROVAL-HOLD
           END-IF

           PERFORM PROCESS-ORDER-LINE
               VARYING WS-ORDER-LINE-IDX FROM 1 BY 1
               UNTIL WS-ORDER-LINE-IDX GREATER THAN WS-ORDER-LINE-COUNT
                  OR CA-RETURN-CODE NOT EQUAL ZERO

           IF WS-ORDER-HELD
              AND CA-RETURN-CODE EQUAL ZERO
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'ORDER HELD FOR APPROVAL BY ' DELIMITED BY SIZE
                      WS-APPROVER DELIMITED BY SPACE
                      ' - HOLD ' DELIMITED BY SIZE
                      WS-HOLD-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-HOLD-TIME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-HOLD-TASKNUM DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           END-IF
           EXIT.

      *================================================================*
      * Procedure to decide whether the order must be held for the    *
      *   department's approver.  The lines are priced up front, the  *
      *   same way PROCESS-ORDER-LINE prices them, and the order is   *
      *   held when their net total is over BU-APPROVAL-LIMIT on the  *
      *   DEPTBUDG record.  No budget record, or a zero limit, means  *
      *   the department's orders are never held.  A line that fails *
      *   its stock check here is left for PROCESS-ORDER-LINE to      *
      *   report.                                                     *
      *================================================================*
        CHECK-APPROVAL-HOLD.
           MOVE WS-SAVED-CHARGE-DEPT TO BU-DEPT
           EXEC CICS READ FILE('DEPTBUDG')
                     INTO(DEPT-BUDGET-RECORD)
                     RIDFLD(BU-DEPT)
                     RESP(WS-BUDGET-RESP)
           END-EXEC
           IF WS-BUDGET-RESP EQUAL DFHRESP(NORMAL)
              AND BU-APPROVAL-LIMIT IS NUMERIC
              AND BU-APPROVAL-LIMIT GREATER THAN ZERO
               MOVE BU-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
               MOVE BU-APPROVER TO WS-APPROVER
               MOVE 0 TO WS-HOLD-VALUE
               PERFORM PRICE-ORDER-LINE
                   VARYING WS-ORDER-LINE-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-LINE-IDX GREATER THAN
                         WS-ORDER-LINE-COUNT
               MOVE '00' TO CA-RETURN-CODE
               MOVE 'EXCATMAN: PLACE-ORDER' TO CA-RESPONSE-MESSAGE
               IF WS-HOLD-VALUE GREATER THAN WS-APPROVAL-LIMIT
                   MOVE 'Y' TO WS-HOLD-SW
                   EXEC CICS ASKTIME ABSTIME(ABS-TIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                             YYYYMMDD(DATE2)
                             TIME(TIME1)
                   END-EXEC
                   MOVE WS-SAVED-CHARGE-DEPT TO WS-HOLD-CHARGE-DEPT
                   MOVE DATE2 TO WS-HOLD-DATE
                   MOVE TIME1 TO WS-HOLD-TIME
                   MOVE WS-TASKNUM TO WS-HOLD-TASKNUM
               END-IF
           END-IF
           EXIT.

        PRICE-ORDER-LINE.
           MOVE WS-SAVED-LINE-ITEM-REF (WS-ORDER-LINE-IDX)
               TO WS-SAVED-ITEM-REF-NUMBER
           MOVE WS-SAVED-LINE-QTY (WS-ORDER-LINE-IDX)
               TO WS-SAVED-QUANTITY-REQ
           MOVE '00' TO CA-RETURN-CODE
           PERFORM CHECK-STOCK-AVAILABILITY
           IF CA-RETURN-CODE EQUAL 00
               PERFORM LOOKUP-DISCOUNT
               ADD WS-NET-AMT TO WS-HOLD-VALUE
           END-IF
           EXIT.

      *================================================================*
               PERFORM LOOKUP-DISCOUNT
           END-IF

      * The user's per-order ceiling for the department, if any
           IF CA-RETURN-CODE EQUAL 00
               PERFORM CHECK-CHARGE-LIMIT
           END-IF

      * Funds check against the department budget before the order
      * is actually placed
           IF CA-RETURN-CODE EQUAL 00
               END-EXEC                                                     84800000
           END-IF
                                                                        85200000
           IF CA-RETURN-CODE EQUAL 00
              AND WS-ORDER-HELD
               PERFORM PARK-ORDER-LINE
           ELSE
               PERFORM DISPATCH-ORDER-LINE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to dispatch a placed order line, notify the stock    *
      *   manager, log it on ORDLOG and commit it to the department   *
      *   budget - the normal path for an order line, and the path a  *
      *   held line takes once its approver releases it              *
      *================================================================*
        DISPATCH-ORDER-LINE.
           IF CA-RETURN-CODE EQUAL 00                                   85600000
      * Link to the Order dispatch program with details                 86000000
      *        Set up commarea for request                              86400000

               PERFORM WRITE-ORDER-LOG-RECORD
               PERFORM COMMIT-DEPT-BUDGET
               ADD WS-NET-AMT TO WS-ORDER-VALUE
           END-IF                                                       92800000
           EXIT.                                                        93200000
                                                                        93600000
      *================================================================*
      * Procedure to park a line of a held order on PENDORD.  The     *
      *   datastore has already taken the quantity off IN-STOCK, so   *
      *   the stock is reserved for the order, but the line is not    *
      *   dispatched, logged on ORDLOG or committed to the budget     *
      *   until the approver releases it.                             *
      *================================================================*
        PARK-ORDER-LINE.
           IF WS-BUDGET-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('DEPTBUDG') END-EXEC
           END-IF
           MOVE WS-HOLD-ID TO PA-HOLD-ID
           MOVE WS-ORDER-LINE-IDX TO PA-LINE-NO
           MOVE WS-SAVED-USERID TO PA-USERID
           MOVE WS-SAVED-ITEM-REF-NUMBER TO PA-ITEM-REF
           MOVE WS-SAVED-DESCRIPTION TO PA-DESCRIPTION
           MOVE WS-SAVED-QUANTITY-REQ TO PA-QUANTITY
           MOVE WS-SAVED-UNIT-COST TO PA-UNIT-COST
           MOVE WS-GROSS-AMT TO PA-GROSS-AMOUNT
           MOVE WS-NET-AMT TO PA-NET-AMOUNT
           MOVE WS-ORDER-LINE-COUNT TO PA-LINE-COUNT
           MOVE WS-HOLD-VALUE TO PA-ORDER-VALUE
           MOVE WS-APPROVER TO PA-APPROVER
           MOVE 'P' TO PA-STATUS
           MOVE SPACES TO PA-DECIDED-BY
           MOVE SPACES TO PA-DECIDED-DATE
           EXEC CICS WRITE FILE('PENDORD')
                     FROM(PENDORD-RECORD)
                     RIDFLD(PA-KEY)
                     RESP(WS-PA-RESP)
           END-EXEC
           IF WS-PA-RESP EQUAL DFHRESP(NORMAL)
               ADD WS-NET-AMT TO WS-ORDER-VALUE
           ELSE
      * Nothing on file would ever release the reservation, so the
      * stock goes straight back and the order line fails
               MOVE ' ERROR WRITING PENDORD RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '01RSTK' TO CA-REQUEST-ID
               MOVE WS-SAVED-ITEM-REF-NUMBER TO CA-ITEM-REF-NUMBER
               MOVE WS-SAVED-QUANTITY-REQ TO CA-QUANTITY-REQ
               EXEC CICS LINK PROGRAM(WS-DATASTORE-PROG)
                              COMMAREA(DFHCOMMAREA)
               END-EXEC
               MOVE '01ORDR' TO CA-REQUEST-ID
               MOVE '22' TO CA-RETURN-CODE
               MOVE 'ERROR HOLDING ORDER FOR APPROVAL'
                    TO CA-RESPONSE-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to approve or reject an order held on PENDORD.      *
      *   Only the approver named on the department's DEPTBUDG        *
      *   record may decide it.  Each line still pending is either   *
      *   released through DISPATCH-ORDER-LINE, after the budget is   *
      *   checked again since it may have moved while the order was   *
      *   held, or has its reserved stock put back through the        *
      *   datastore.  A line refused by the budget check stays        *
      *   pending, so the approver can reject it instead.             *
      *================================================================*
        APPROVE-HELD-ORDER.
           MOVE 'EXCATMAN: APPROVE-HELD-ORDER' TO CA-RESPONSE-MESSAGE
           MOVE CA-APR-USERID TO WS-SAVED-APR-USERID
           MOVE CA-APR-ACTION TO WS-SAVED-APR-ACTION
           MOVE CA-APR-HOLD-ID TO WS-HOLD-ID
           MOVE 0 TO WS-HELD-LINES-FOUND
           MOVE 0 TO WS-HELD-LINES-DECIDED
           MOVE 0 TO WS-ORDER-VALUE
           MOVE 0 TO WS-HOLD-VALUE
           IF NOT WS-APR-APPROVE
              AND NOT WS-APR-REJECT
               MOVE '57' TO CA-RETURN-CODE
               MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
                    TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE WS-HOLD-CHARGE-DEPT TO BU-DEPT
               EXEC CICS READ FILE('DEPTBUDG')
                         INTO(DEPT-BUDGET-RECORD)
                         RIDFLD(BU-DEPT)
                         RESP(WS-BUDGET-RESP)
               END-EXEC
               IF WS-BUDGET-RESP NOT EQUAL DFHRESP(NORMAL)
                  OR BU-APPROVER NOT EQUAL WS-SAVED-APR-USERID
                  OR WS-SAVED-APR-USERID EQUAL SPACES
                   MOVE '56' TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING 'USER ' DELIMITED BY SIZE
                          WS-SAVED-APR-USERID DELIMITED BY SPACE
                          ' IS NOT THE APPROVER FOR DEPARTMENT '
                              DELIMITED BY SIZE
                          WS-HOLD-CHARGE-DEPT DELIMITED BY SPACE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
               ELSE
                   EXEC CICS ASKTIME ABSTIME(ABS-TIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                             YYYYMMDD(DATE2)
                   END-EXEC
                   PERFORM DECIDE-HELD-LINE
                       VARYING WS-ORDER-LINE-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-LINE-IDX GREATER THAN 15
                          OR CA-RETURN-CODE NOT EQUAL ZERO
                   PERFORM SET-APPROVAL-RESPONSE
               END-IF
           END-IF
           MOVE '01APPR' TO CA-REQUEST-ID
           MOVE WS-SAVED-APR-USERID TO CA-APR-USERID
           MOVE WS-SAVED-APR-ACTION TO CA-APR-ACTION
           MOVE WS-HOLD-ID TO CA-APR-HOLD-ID
           MOVE WS-HELD-LINES-DECIDED TO CA-APR-LINE-COUNT
           MOVE WS-HOLD-VALUE TO CA-APR-ORDER-VALUE
           EXIT.

        SET-APPROVAL-RESPONSE.
           IF CA-RETURN-CODE EQUAL ZERO
               EVALUATE TRUE
                   WHEN WS-HELD-LINES-FOUND EQUAL ZERO
                       MOVE '20' TO CA-RETURN-CODE
                       MOVE 'HELD ORDER NOT FOUND ON PENDING FILE'
                            TO CA-RESPONSE-MESSAGE
                   WHEN WS-HELD-LINES-DECIDED EQUAL ZERO
                       MOVE '58' TO CA-RETURN-CODE
                       MOVE 'HELD ORDER HAS ALREADY BEEN DECIDED'
                            TO CA-RESPONSE-MESSAGE
                   WHEN WS-APR-APPROVE
                       MOVE 'HELD ORDER APPROVED AND DISPATCHED'
                            TO CA-RESPONSE-MESSAGE
                   WHEN OTHER
                       MOVE 'HELD ORDER REJECTED AND STOCK RELEASED'
                            TO CA-RESPONSE-MESSAGE
               END-EVALUATE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to decide one line of the held order.  Lines are   *
      *   keyed 1 to 15 under the hold id; a number the order did    *
      *   not use, or a line already decided, is passed over.        *
      *================================================================*
        DECIDE-HELD-LINE.
           MOVE WS-HOLD-ID TO PA-HOLD-ID
           MOVE WS-ORDER-LINE-IDX TO PA-LINE-NO
           EXEC CICS READ FILE('PENDORD')
                     INTO(PENDORD-RECORD)
                     RIDFLD(PA-KEY)
                     UPDATE
                     RESP(WS-PA-RESP)
           END-EXEC
           EVALUATE WS-PA-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO WS-HELD-LINES-FOUND
                   IF PA-PENDING
                       IF WS-APR-APPROVE
                           PERFORM RELEASE-HELD-LINE
                       ELSE
                           PERFORM RELEASE-HELD-STOCK
                       END-IF
                   END-IF
                   IF PA-PENDING
                      AND CA-RETURN-CODE EQUAL ZERO
                       PERFORM MARK-HELD-LINE-DECIDED
                   ELSE
                       EXEC CICS UNLOCK FILE('PENDORD') END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '21' TO CA-RETURN-CODE
                   MOVE 'ERROR READING PENDING ORDER FILE'
                        TO CA-RESPONSE-MESSAGE
                   MOVE ' ERROR READING PENDORD RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           EXIT.

        RELEASE-HELD-LINE.
           MOVE PA-USERID TO WS-SAVED-USERID
           MOVE PA-CHARGE-DEPT TO WS-SAVED-CHARGE-DEPT
           MOVE PA-ITEM-REF TO WS-SAVED-ITEM-REF-NUMBER
           MOVE PA-QUANTITY TO WS-SAVED-QUANTITY-REQ
           MOVE PA-DESCRIPTION TO WS-SAVED-DESCRIPTION
           MOVE PA-UNIT-COST TO WS-SAVED-UNIT-COST
           MOVE PA-GROSS-AMOUNT TO WS-GROSS-AMT
           MOVE PA-NET-AMOUNT TO WS-NET-AMT
           MOVE PA-ORDER-VALUE TO WS-HOLD-VALUE
           PERFORM CHECK-DEPT-BUDGET
           PERFORM DISPATCH-ORDER-LINE
           EXIT.

        RELEASE-HELD-STOCK.
           MOVE PA-ORDER-VALUE TO WS-HOLD-VALUE
           MOVE '01RSTK' TO CA-REQUEST-ID
           MOVE PA-ITEM-REF TO CA-ITEM-REF-NUMBER
           MOVE PA-QUANTITY TO CA-QUANTITY-REQ
           EXEC CICS LINK PROGRAM(WS-DATASTORE-PROG)
                          COMMAREA(DFHCOMMAREA)
           END-EXEC
           MOVE '01APPR' TO CA-REQUEST-ID
           EXIT.

        MARK-HELD-LINE-DECIDED.
           MOVE WS-SAVED-APR-ACTION TO PA-STATUS
           MOVE WS-SAVED-APR-USERID TO PA-DECIDED-BY
           MOVE DATE2 TO PA-DECIDED-DATE
           EXEC CICS REWRITE FILE('PENDORD')
                     FROM(PENDORD-RECORD)
                     RESP(WS-PA-RESP)
           END-EXEC
           IF WS-PA-RESP EQUAL DFHRESP(NORMAL)
               ADD 1 TO WS-HELD-LINES-DECIDED
           ELSE
               MOVE '22' TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING PENDING ORDER FILE'
                    TO CA-RESPONSE-MESSAGE
               MOVE ' ERROR REWRITING PENDORD RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to capture an order line the stock check could not  *
      *   satisfy onto the BAKORD back-order file.  The return code   *
      *   stays 54 - the order is NOT placed - but the demand is now  *
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check that the user may charge the department    *
      *   (CHGAUTH file).  The user's own record for the department   *
      *   is tried first, then the user's *ALLDEPT record.  No active *
      *   record refuses the order with return code 56, and the       *
      *   attempt goes on the VIOLLOG violations log.                 *
      *================================================================*
        CHECK-CHARGE-AUTHORITY.
           MOVE 0 TO WS-AUTH-LIMIT
           MOVE WS-SAVED-USERID TO CZ-USERID
           MOVE WS-SAVED-CHARGE-DEPT TO CZ-CHARGE-DEPT
           EXEC CICS READ FILE('CHGAUTH')
                     INTO(CHGAUTH-RECORD)
                     RIDFLD(CZ-KEY)
                     RESP(WS-CZ-RESP)
           END-EXEC
           IF WS-CZ-RESP EQUAL DFHRESP(NOTFND)
               MOVE WS-SAVED-USERID TO CZ-USERID
               MOVE WS-ALLDEPT-KEY TO CZ-CHARGE-DEPT
               EXEC CICS READ FILE('CHGAUTH')
                         INTO(CHGAUTH-RECORD)
                         RIDFLD(CZ-KEY)
                         RESP(WS-CZ-RESP)
               END-EXEC
           END-IF
           EVALUATE WS-CZ-RESP
               WHEN DFHRESP(NORMAL)
                   IF CZ-ACTIVE
                       MOVE CZ-ORDER-LIMIT TO WS-AUTH-LIMIT
                   ELSE
                       PERFORM REFUSE-UNAUTHORIZED-CHARGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM REFUSE-UNAUTHORIZED-CHARGE
               WHEN OTHER
                   MOVE '56' TO CA-RETURN-CODE
                   MOVE 'UNABLE TO CHECK CHARGE AUTHORIZATION'
                        TO CA-RESPONSE-MESSAGE
                   MOVE ' ERROR READING CHGAUTH RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           EXIT.

        REFUSE-UNAUTHORIZED-CHARGE.
           MOVE '56' TO CA-RETURN-CODE
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'USER ' DELIMITED BY SIZE
                  WS-SAVED-USERID DELIMITED BY SPACE
                  ' IS NOT AUTHORIZED TO CHARGE DEPARTMENT '
                      DELIMITED BY SIZE
                  WS-SAVED-CHARGE-DEPT DELIMITED BY SPACE
               INTO CA-RESPONSE-MESSAGE
           END-STRING
           MOVE 'N' TO VL-REASON
           MOVE WS-SAVED-LINE-ITEM-REF (1) TO VL-ITEM-REF
           MOVE WS-SAVED-LINE-QTY (1) TO VL-QUANTITY
           MOVE 0 TO WS-VIOLATION-AMT
           PERFORM WRITE-CHARGE-VIOLATION
           EXIT.

      *================================================================*
      * Procedure to hold the order to the user's ceiling for the     *
      *   department.  The ceiling covers the net value of the whole  *
      *   order, so the lines already placed count towards it.  A     *
      *   zero ceiling means none.                                    *
      *================================================================*
        CHECK-CHARGE-LIMIT.
           IF WS-AUTH-LIMIT GREATER THAN ZERO
              AND WS-ORDER-VALUE + WS-NET-AMT GREATER THAN WS-AUTH-LIMIT
               MOVE '56' TO CA-RETURN-CODE
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'ORDER EXCEEDS YOUR CHARGE LIMIT FOR DEPARTMENT '
                          DELIMITED BY SIZE
                      WS-SAVED-CHARGE-DEPT DELIMITED BY SPACE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
               MOVE 'L' TO VL-REASON
               MOVE WS-SAVED-ITEM-REF-NUMBER TO VL-ITEM-REF
               MOVE WS-SAVED-QUANTITY-REQ TO VL-QUANTITY
               COMPUTE WS-VIOLATION-AMT = WS-ORDER-VALUE + WS-NET-AMT
               PERFORM WRITE-CHARGE-VIOLATION
           END-IF
           EXIT.

      *================================================================*
      * Procedure to write a refused order to the VIOLLOG violations  *
      *   log for the weekly DFH0XAVR report.  VL-REASON, the item,   *
      *   quantity and WS-VIOLATION-AMT are set by the caller.        *
      *================================================================*
        WRITE-CHARGE-VIOLATION.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE2 TO VL-DATE
           MOVE TIME1 TO VL-TIME
           MOVE WS-TASKNUM TO VL-TASKNUM
           MOVE WS-SAVED-USERID TO VL-USERID
           MOVE WS-SAVED-CHARGE-DEPT TO VL-CHARGE-DEPT
           MOVE WS-VIOLATION-AMT TO VL-ORDER-AMOUNT
           MOVE WS-AUTH-LIMIT TO VL-ORDER-LIMIT
           MOVE WS-TERMID TO VL-TERMID
           EXEC CICS WRITE FILE('VIOLLOG')
                     FROM(VIOLATION-RECORD)
                     RIDFLD(VL-KEY)
                     RESP(WS-VL-RESP)
           END-EXEC
           IF WS-VL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ' ERROR WRITING VIOLLOG RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check the order line against the department      *
      *   budget (DEPTBUDG file).  A department with no budget record *
           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM APPLY-ORDER-RETURN
                       THRU APPLY-ORDER-RETURN-EXIT
               WHEN DFHRESP(NOTFND)
                   MOVE '20' TO CA-RETURN-CODE
                   MOVE 'ORDER NOT FOUND ON ORDER LOG'
           MOVE OL-ITEM-REF-NUMBER TO WS-SAVED-ITEM-REF-NUMBER
           MOVE OL-DESCRIPTION TO WS-SAVED-DESCRIPTION
           MOVE OL-UNIT-COST TO WS-SAVED-UNIT-COST
      * The credit is priced from the COSTHIST cost in effect when
      * the original order was placed, with the order's own
      * discount (net over gross) applied.  With no cost history
      * for the item it is the original order's net amount
      * prorated over the returned quantity, so a discounted order
      * credits what was actually charged, never the list price
           MOVE 'N' TO WS-CL-FOUND-SW
           IF OL-DATE IS NUMERIC
               MOVE OL-ITEM-REF-NUMBER TO WS-CL-LOOKUP-ITEM
               MOVE OL-DATE(5:4) TO WS-CL-ORDER-TS(1:4)
               MOVE OL-DATE(1:2) TO WS-CL-ORDER-TS(5:2)
               MOVE OL-DATE(3:2) TO WS-CL-ORDER-TS(7:2)
               MOVE OL-TIME TO WS-CL-ORDER-TS(9:6)
               PERFORM GET-COST-IN-EFFECT
           END-IF
           IF WS-CL-FOUND
               MOVE WS-CL-COST TO WS-UNIT-COST-NUM
               MOVE WS-CL-COST TO WS-CL-COST-EDIT
               MOVE WS-CL-COST-EDIT TO WS-SAVED-UNIT-COST
               COMPUTE WS-CREDIT-GROSS =
                   WS-SAVED-RET-QUANTITY * WS-UNIT-COST-NUM
               IF OL-GROSS-AMOUNT IS NUMERIC
                  AND OL-NET-AMOUNT IS NUMERIC
                  AND OL-GROSS-AMOUNT GREATER THAN ZERO
                   COMPUTE WS-CREDIT-NET ROUNDED =
                       WS-CREDIT-GROSS * OL-NET-AMOUNT
                       / OL-GROSS-AMOUNT
               ELSE
                   MOVE WS-CREDIT-GROSS TO WS-CREDIT-NET
               END-IF
           ELSE
               IF OL-GROSS-AMOUNT IS NUMERIC
                  AND OL-NET-AMOUNT IS NUMERIC
                   COMPUTE WS-CREDIT-GROSS ROUNDED =
                       OL-GROSS-AMOUNT * WS-SAVED-RET-QUANTITY
                       / OL-QUANTITY-REQ
                   COMPUTE WS-CREDIT-NET ROUNDED =
                       OL-NET-AMOUNT * WS-SAVED-RET-QUANTITY
                       / OL-QUANTITY-REQ
               ELSE
                   COMPUTE WS-UNIT-COST-NUM =
                       FUNCTION NUMVAL(WS-SAVED-UNIT-COST)
                   COMPUTE WS-CREDIT-GROSS =
                       WS-SAVED-RET-QUANTITY * WS-UNIT-COST-NUM
                   MOVE WS-CREDIT-GROSS TO WS-CREDIT-NET
               END-IF
           END-IF
      * Restock the returned quantity through the configured
      * datastore program
      *   through PLACE-ORDER and deliveries were keyed in through   *
      *   a file utility.  The receipt is field-edited, applied to   *
      *   the catalog through the configured datastore program, and  *
      *   recorded on the RECVLOG history.  It is then matched to    *
      *   an open purchase order line - the PO quoted, or else the   *
      *   item's oldest open line - and the result passed back;      *
      *   over-deliveries, under-deliveries and receipts with no     *
      *   open PO also go to the RCVX queue for the buyers.          *
      *================================================================*
        RECEIVE-STOCK.
           MOVE 'EXCATMAN: RECEIVE-STOCK' TO CA-RESPONSE-MESSAGE
               MOVE CA-RCV-ITEM-REF TO WS-SAVED-RCV-ITEM-REF
               MOVE CA-RCV-QUANTITY TO WS-SAVED-RCV-QUANTITY
               MOVE CA-RCV-DELIVERY-REF TO WS-SAVED-RCV-DELIVERY
               MOVE CA-RCV-PO-NUMBER TO WS-SAVED-RCV-PO-NUMBER
               EXEC CICS LINK PROGRAM(WS-DATASTORE-PROG)
                              COMMAREA(DFHCOMMAREA)
               END-EXEC
               IF CA-RETURN-CODE EQUAL 00
                   PERFORM FIND-PO-LINE
                   PERFORM WRITE-RECVLOG-RECORD
                   IF WS-PO-FOUND
                       PERFORM UPDATE-PO-LINE
                   END-IF
                   PERFORM REPORT-PO-MATCH
               END-IF
           END-IF
           EXIT.
           MOVE WS-SAVED-RCV-QUANTITY TO RV-QUANTITY
           MOVE WS-SAVED-RCV-DELIVERY TO RV-DELIVERY-REF
           MOVE WS-SAVED-RCV-USERID TO RV-USERID
           MOVE WS-PO-MATCH TO RV-PO-MATCH
           IF WS-PO-FOUND
               MOVE WS-PO-NUMBER TO RV-PO-NUMBER
           ELSE
               MOVE SPACES TO RV-PO-NUMBER
           END-IF
           EXEC CICS WRITE FILE('RECVLOG')
                     FROM(RECVLOG-RECORD)
                     RIDFLD(RV-KEY)
           END-IF
           EXIT.

      *================================================================*
      * Procedure to find the open purchase order line a receipt is   *
      *   for: the PO quoted on the request is read directly, else    *
      *   the item's lines are browsed (PO numbers collate by order   *
      *   date) and the first still open - the oldest - is taken.     *
      *   The match result is worked out against the quantity still  *
      *   outstanding on the line.                                    *
      *================================================================*
        FIND-PO-LINE.
           MOVE 'N' TO WS-PO-FOUND-SW
           MOVE 'N' TO WS-PO-MATCH
           MOVE ZERO TO WS-PO-VARIANCE
           MOVE WS-SAVED-RCV-ITEM-REF TO WS-PO-ITEM-REF
           IF WS-SAVED-RCV-PO-NUMBER NOT EQUAL SPACES
               MOVE WS-SAVED-RCV-PO-NUMBER TO WS-PO-NUMBER
               EXEC CICS READ FILE('POLINE')
                              INTO(POLINE-RECORD)
                              RIDFLD(WS-PO-KEY)
                              RESP(WS-PL-RESP)
               END-EXEC
               IF WS-PL-RESP EQUAL DFHRESP(NORMAL)
                  AND PL-OPEN
                   MOVE 'Y' TO WS-PO-FOUND-SW
               END-IF
           ELSE
               MOVE LOW-VALUES TO WS-PO-NUMBER
               EXEC CICS STARTBR FILE('POLINE')
                                 RIDFLD(WS-PO-KEY)
                                 GTEQ
                                 RESP(WS-PL-RESP)
               END-EXEC
               IF WS-PL-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'N' TO WS-PO-SCAN-SW
                   PERFORM BROWSE-NEXT-PO-LINE
                       UNTIL WS-PO-SCAN-DONE
                   EXEC CICS ENDBR FILE('POLINE')
                                   RESP(WS-PL-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-PO-FOUND
               MOVE PL-KEY TO WS-PO-KEY
               COMPUTE WS-PO-OUTSTANDING =
                   PL-QTY-ORDERED - PL-QTY-RECEIVED
               COMPUTE WS-PO-VARIANCE =
                   WS-SAVED-RCV-QUANTITY - WS-PO-OUTSTANDING
               EVALUATE TRUE
                   WHEN WS-PO-VARIANCE EQUAL ZERO
                       MOVE 'M' TO WS-PO-MATCH
                   WHEN WS-PO-VARIANCE GREATER THAN ZERO
                       MOVE 'O' TO WS-PO-MATCH
                   WHEN OTHER
                       MOVE 'U' TO WS-PO-MATCH
               END-EVALUATE
           END-IF
           EXIT.

        BROWSE-NEXT-PO-LINE.
           EXEC CICS READNEXT FILE('POLINE')
                              INTO(POLINE-RECORD)
                              RIDFLD(WS-PO-KEY)
                              RESP(WS-PL-RESP)
           END-EXEC
           IF WS-PL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PO-SCAN-SW
           ELSE
               IF PL-ITEM-REF NOT EQUAL WS-SAVED-RCV-ITEM-REF
                   MOVE 'Y' TO WS-PO-SCAN-SW
               ELSE
                   IF PL-OPEN
                       MOVE 'Y' TO WS-PO-FOUND-SW
                       MOVE 'Y' TO WS-PO-SCAN-SW
                   END-IF
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to add the receipt to the matched PO line, under   *
      *   read-for-update protocol; the line closes once everything   *
      *   it ordered (or more) has arrived                            *
      *================================================================*
        UPDATE-PO-LINE.
           EXEC CICS READ FILE('POLINE')
                          UPDATE
                          INTO(POLINE-RECORD)
                          RIDFLD(WS-PO-KEY)
                          RESP(WS-PL-RESP)
           END-EXEC
           IF WS-PL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ' ERROR READING POLINE RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               IF PL-QTY-RECEIVED + WS-SAVED-RCV-QUANTITY > 99999
                   MOVE 99999 TO PL-QTY-RECEIVED
               ELSE
                   ADD WS-SAVED-RCV-QUANTITY TO PL-QTY-RECEIVED
               END-IF
               IF PL-QTY-RECEIVED NOT LESS THAN PL-QTY-ORDERED
                   MOVE 'C' TO PL-STATUS
               END-IF
               MOVE DATE2 TO PL-LAST-RECEIPT-DATE
               EXEC CICS REWRITE FILE('POLINE')
                                 FROM(POLINE-RECORD)
                                 RESP(WS-PL-RESP)
               END-EXEC
               IF WS-PL-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE ' ERROR UPDATING POLINE RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to pass the PO match back on the commarea and, for  *
      *   anything other than an exact match, write a receipt-        *
      *   exception record to the RCVX queue for the buyers           *
      *================================================================*
        REPORT-PO-MATCH.
           MOVE WS-PO-MATCH TO CA-RCV-PO-MATCH
           IF WS-PO-FOUND
               MOVE WS-PO-NUMBER TO CA-RCV-PO-NUMBER
           ELSE
               MOVE SPACES TO CA-RCV-PO-NUMBER
           END-IF
           EVALUATE WS-PO-MATCH
               WHEN 'M'
                   MOVE 'RECEIPT BOOKED AND MATCHED TO PURCHASE ORDER'
                        TO CA-RESPONSE-MESSAGE
               WHEN 'O'
                   MOVE 'RECEIPT BOOKED - OVER-DELIVERED ON PO LINE'
                        TO CA-RESPONSE-MESSAGE
               WHEN 'U'
                   MOVE 'RECEIPT BOOKED - UNDER-DELIVERED, PO LINE OPEN'
                        TO CA-RESPONSE-MESSAGE
               WHEN OTHER
                   MOVE 'RECEIPT BOOKED - NO OPEN PURCHASE ORDER'
                        TO CA-RESPONSE-MESSAGE
           END-EVALUATE
           IF WS-PO-MATCH NOT EQUAL 'M'
               MOVE WS-SAVED-RCV-ITEM-REF TO RX-ITEM-REF
               MOVE WS-SAVED-RCV-QUANTITY TO RX-QUANTITY
               MOVE WS-PO-MATCH           TO RX-PO-MATCH
               MOVE CA-RCV-PO-NUMBER      TO RX-PO-NUMBER
               MOVE WS-PO-VARIANCE        TO RX-VARIANCE
               MOVE WS-SAVED-RCV-DELIVERY TO RX-DELIVERY-REF
               MOVE WS-SAVED-RCV-USERID   TO RX-USERID
               MOVE DATE2                 TO RX-DATE
               MOVE TIME1                 TO RX-TIME
               EXEC CICS WRITEQ TD QUEUE(WS-RCVX-QNAME)
                         FROM(RECEIPT-EXCEPTION-RECORD)
                         LENGTH(LENGTH OF RECEIPT-EXCEPTION-RECORD)
                         RESP(WS-PL-RESP)
               END-EXEC
               IF WS-PL-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE ' ERROR WRITING RCVX RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to field-edit an item-maintenance request and pass  *
      *   it to the configured datastore program, so catalog adds,    *
      *   corrections and discontinuations work against both the      *
      *   VSAM and STUB datastores without a DBA favor.  An add, and  *
      *   any modify that changes the cost, is recorded on the        *
      *   COSTHIST cost history with the old and new cost.            *
      *================================================================*
        ITEM-MAINTENANCE.
           MOVE 'EXCATMAN: ITEM-MAINTENANCE' TO CA-RESPONSE-MESSAGE
           PERFORM EDIT-ITEM-MAINT-FIELDS
           IF CA-RETURN-CODE EQUAL 00
               MOVE CA-REQUEST-ID TO WS-SAVED-MNT-REQUEST-ID
               MOVE CA-MNT-ITEM TO WS-SAVED-MNT-ITEM
               MOVE CA-MNT-USERID TO WS-SAVED-MNT-USERID
               MOVE SPACES TO WS-OLD-COST-X
               IF CA-REQUEST-ID EQUAL '01IMOD'
                   PERFORM GET-CURRENT-ITEM-COST
               END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL 00
               EXEC CICS LINK PROGRAM(WS-DATASTORE-PROG)
                              COMMAREA(DFHCOMMAREA)
               END-EXEC
               IF CA-RETURN-CODE EQUAL 00
                  AND WS-SAVED-MNT-REQUEST-ID NOT EQUAL '01IDSC'
                   PERFORM WRITE-COST-HISTORY
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to pick up the item's cost BEFORE a modify is       *
      *   applied, with an '01INQS' inquire-single.  The inquire      *
      *   overwrites the shared request area, so the maintenance      *
      *   request is put back afterwards.                             *
      *================================================================*
        GET-CURRENT-ITEM-COST.
           MOVE '01INQS' TO CA-REQUEST-ID
           MOVE WS-SAVED-MNT-ITEM-REF TO CA-ITEM-REF-REQ
           EXEC CICS LINK PROGRAM(WS-DATASTORE-PROG)
                          COMMAREA(DFHCOMMAREA)
           END-EXEC
           IF CA-RETURN-CODE EQUAL 00
               MOVE CA-SNGL-COST TO WS-OLD-COST-X
           END-IF
           MOVE WS-SAVED-MNT-REQUEST-ID TO CA-REQUEST-ID
           MOVE WS-SAVED-MNT-ITEM TO CA-MNT-ITEM
           MOVE WS-SAVED-MNT-USERID TO CA-MNT-USERID
           EXIT.

      *================================================================*
      * Procedure to write the COSTHIST record for an add, or for a   *
      *   modify whose cost actually changed                          *
      *================================================================*
        WRITE-COST-HISTORY.
           MOVE ZERO TO CH-OLD-COST
           IF WS-OLD-COST-X NOT EQUAL SPACES
               COMPUTE CH-OLD-COST = FUNCTION NUMVAL(WS-OLD-COST-X)
           END-IF
           COMPUTE CH-NEW-COST = FUNCTION NUMVAL(WS-SAVED-MNT-COST)
           IF WS-SAVED-MNT-REQUEST-ID EQUAL '01IMOD'
              AND CH-NEW-COST EQUAL CH-OLD-COST
               CONTINUE
           ELSE
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         YYYYMMDD(DATE2)
                         TIME(TIME1)
               END-EXEC
               MOVE WS-SAVED-MNT-ITEM-REF TO CH-ITEM-REF
               MOVE DATE2 TO CH-EFF-DATE
               MOVE TIME1 TO CH-EFF-TIME
               IF WS-SAVED-MNT-USERID EQUAL SPACES
                   EXEC CICS ASSIGN USERID(WS-SAVED-MNT-USERID)
                   END-EXEC
               END-IF
               MOVE WS-SAVED-MNT-USERID TO CH-USERID
               IF WS-SAVED-MNT-REQUEST-ID EQUAL '01IADD'
                   MOVE 'A' TO CH-CHANGE-TYPE
               ELSE
                   MOVE 'M' TO CH-CHANGE-TYPE
               END-IF
               EXEC CICS WRITE FILE('COSTHIST')
                         FROM(COSTHIST-RECORD)
                         RIDFLD(CH-KEY)
                         RESP(WS-CH-RESP)
               END-EXEC
               IF WS-CH-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE ' ERROR WRITING COSTHIST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to find the cost of an item in effect at a moment   *
      *   (WS-CL-ORDER-TS, yyyymmddhhmmss) from its COSTHIST changes: *
      *   the new cost of the last change at or before the moment,    *
      *   or, when every change came later, the old cost of the first *
      *   of them.  No history at all leaves WS-CL-FOUND off.         *
      *================================================================*
        GET-COST-IN-EFFECT.
           MOVE 'N' TO WS-CL-FOUND-SW
           MOVE WS-CL-LOOKUP-ITEM TO WS-CL-ITEM-REF
           MOVE LOW-VALUES TO WS-CL-EFFECTIVE
           EXEC CICS STARTBR FILE('COSTHIST')
                             RIDFLD(WS-CL-KEY)
                             GTEQ
                             RESP(WS-CH-RESP)
           END-EXEC
           IF WS-CH-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-CL-SCAN-SW
               PERFORM BROWSE-NEXT-COST-CHANGE
                   UNTIL WS-CL-SCAN-DONE
               EXEC CICS ENDBR FILE('COSTHIST')
                               RESP(WS-CH-RESP)
               END-EXEC
           END-IF
           EXIT.

        BROWSE-NEXT-COST-CHANGE.
           EXEC CICS READNEXT FILE('COSTHIST')
                              INTO(COSTHIST-RECORD)
                              RIDFLD(WS-CL-KEY)
                              RESP(WS-CH-RESP)
           END-EXEC
           IF WS-CH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CL-SCAN-SW
           ELSE
               IF CH-ITEM-REF NOT EQUAL WS-CL-LOOKUP-ITEM
                   MOVE 'Y' TO WS-CL-SCAN-SW
               ELSE
                   IF CH-EFFECTIVE GREATER THAN WS-CL-ORDER-TS
                       MOVE 'Y' TO WS-CL-SCAN-SW
                       IF NOT WS-CL-FOUND
                          AND CH-COST-MODIFIED
                           MOVE CH-OLD-COST TO WS-CL-COST
                           MOVE 'Y' TO WS-CL-FOUND-SW
                       END-IF
                   ELSE
                       MOVE CH-NEW-COST TO WS-CL-COST
                       MOVE 'Y' TO WS-CL-FOUND-SW
                   END-IF
               END-IF
           END-IF
           EXIT.

