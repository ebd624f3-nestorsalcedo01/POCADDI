                   88 PROCESSING-INQ-MAP           VALUE '2'.           09700000
                   88 PROCESSING-ORDER-MAP         VALUE '3'.           09800000
                   88 PROCESSING-STATUS-MAP        VALUE '4'.
                   88 PROCESSING-APPROVAL-MAP      VALUE '5'.
               05 ORDER-SELECT-FLAG        PIC X   VALUE '2'.           09900000
                   88 ORDER-REQ-FOUND              VALUE '1'.           10000000
                   88 ORDER-REQ-NOT-FOUND          VALUE '2'.           10100000
           03 FILLER                   PIC X(6)  VALUE ' QTY: '.
           03 WSD-QTY                  PIC 9(3).
           03 FILLER                   PIC X(14) VALUE SPACES.

      * Order-approval panel work areas.  The hold ids of the listed
      * held orders are parked on a per-terminal TS queue, in the
      * same way as the order-status panel's ORDLOG keys, so the
      * approver's decision is applied to the order that was shown.
       01 PENDORD-RECORD.
           COPY DFH0XCPL.
       01 WS-APPR-VARIABLES.
           03 WS-APPR-QNAME.
               05 FILLER               PIC X(4)  VALUE 'APPR'.
               05 WS-APPR-QNAME-TERM   PIC X(4)  VALUE SPACES.
           03 WS-APPR-BRKEY            PIC X(31) VALUE LOW-VALUES.
           03 WS-APPR-LAST-HOLD-ID     PIC X(29) VALUE SPACES.
           03 WS-APPR-HOLD-ID          PIC X(29) VALUE SPACES.
           03 WS-APPR-USERID           PIC X(8)  VALUE SPACES.
           03 WS-APPR-RESP             PIC S9(8) COMP.
           03 WS-APPR-RESP2            PIC S9(8) COMP.
           03 WS-APPR-SCAN-SW          PIC X     VALUE 'N'.
               88 WS-APPR-SCAN-DONE              VALUE 'Y'.
           03 WS-APPR-LINE-COUNT       PIC S9(4) COMP VALUE +0.
           03 WS-APPR-SEL-NUM          PIC 9(2)  VALUE ZERO.
           03 WS-APPR-DEPT             PIC X(8)  VALUE SPACES.
           03 WS-APPR-SEL              PIC X(2)  VALUE SPACES.
           03 WS-APPR-ACTION           PIC X     VALUE SPACE.
           03 WS-APPR-ITEM             PIC S9(4) COMP.
       01 WS-APPR-LINE.
           03 WAL-SEL                  PIC Z9.
           03 FILLER                   PIC X     VALUE ' '.
           03 WAL-DATE                 PIC X(8).
           03 FILLER                   PIC X     VALUE ' '.
           03 WAL-TIME                 PIC X(6).
           03 FILLER                   PIC X     VALUE ' '.
           03 WAL-USERID               PIC X(8).
           03 FILLER                   PIC X(7)  VALUE ' LINES '.
           03 WAL-LINES                PIC Z9.
           03 FILLER                   PIC X     VALUE ' '.
           03 WAL-VALUE                PIC ZZZZZZ9.99.
           03 FILLER                   PIC X     VALUE ' '.
           03 WAL-DESC                 PIC X(26).
                                                                        12700000
                                                                        12800000
       COPY DFH0XM1.                                                    12900000
       COPY DFH0XM2U.                                                   13000000
       COPY DFH0XM4.
       COPY DFH0XM5.
                                                                        13100000
       COPY DFHAID.                                                     13200000
                                                                        13300000
                       END-IF                                           24400000
                       IF PROCESSING-STATUS-MAP
                           PERFORM DELETE-OSTS-Q
                       END-IF
                       IF PROCESSING-APPROVAL-MAP
                           PERFORM DELETE-APPR-Q
                       END-IF
                                                                        24500000
                       SET SEND-ERASE TO TRUE                           24600000
                           PERFORM PROCESS-ORDER-INPUT                  25900000
                       WHEN PROCESSING-STATUS-MAP
                           PERFORM PROCESS-STATUS-INPUT
                       WHEN PROCESSING-APPROVAL-MAP
                           PERFORM PROCESS-APPROVAL-INPUT
                   END-EVALUATE                                         26000000
                                                                        26100000
               WHEN OTHER                                               26200000
                   WHEN '4'
      *            Process order status inquiry
                       PERFORM PROCESS-MENU-STATUS-REQUEST
                   WHEN '5'
      *            Process held-order approval
                       PERFORM PROCESS-MENU-APPROVAL-REQUEST
                   WHEN OTHER                                           45700000
                       MOVE 'INVALID OPTION: PLEASE SELECT 1 TO 5'
                               TO MSG1O                                 45900000
                       PERFORM INVALID-MENU-INPUT                       46000000
               END-EVALUATE                                             46100000
                       TO ORDR-MSGO                                     78400000
                   PERFORM ORDER-ERROR                                  78600000
               ELSE                                                     78800000
               IF CA-RETURN-CODE EQUAL '56'
      *        Not authorized to charge the department, or over the
      *        user's order ceiling - keep the order panel up so the
      *        department can be corrected
                   MOVE CA-RESPONSE-MESSAGE TO ORDR-MSGO
                   PERFORM ORDER-ERROR
               ELSE
                   MOVE CA-RESPONSE-MESSAGE TO MSG1O                    79000000
                   SET SEND-ERASE TO TRUE                               79200000
                   PERFORM SEND-MAIN-MENU                               79400000
               END-IF
               END-IF                                                   79600000
           ELSE                                                         79800000
               PERFORM ORDER-ERROR                                      80000000
           END-EXEC
           EXIT.

      *================================================================*
      * Procedures for the order-approval panel.  The approver enters *
      * a department; PENDORD is browsed for that department and each *
      * order still pending is listed once, its hold id parked on a   *
      * per-terminal TS queue.  Entering a line number with action A  *
      * or R sends that order to the catalog manager ('01APPR'),      *
      * which checks that the signed-on user is the department's      *
      * approver before releasing or rejecting it.                    *
      *================================================================*
        PROCESS-MENU-APPROVAL-REQUEST.
           SET PROCESSING-APPROVAL-MAP TO TRUE
           SET SEND-ERASE TO TRUE
           MOVE LOW-VALUE TO EXAPPRO
           EXEC CICS ASSIGN USERID(WS-APPR-USERID)
           END-EXEC
           MOVE WS-APPR-USERID TO APUSRO
           MOVE 'ENTER A DEPARTMENT TO LIST ITS HELD ORDERS' TO APMSGO
           PERFORM SEND-APPROVAL-MAP
           EXIT.

        SEND-APPROVAL-MAP.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP('EXAPPR')
                                  MAPSET('DFH0XS1')
                                  FROM(EXAPPRO)
                                  ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP('EXAPPR')
                                  MAPSET('DFH0XS1')
                                  FROM(EXAPPRO)
                                  DATAONLY
                   END-EXEC
               WHEN SEND-ALARM
                   EXEC CICS SEND MAP('EXAPPR')
                                  MAPSET('DFH0XS1')
                                  FROM(EXAPPRO)
                                  DATAONLY
                                  ALARM
                   END-EXEC
           END-EVALUATE
           EXIT.

        PROCESS-APPROVAL-INPUT.
           EXEC CICS RECEIVE MAP('EXAPPR')
                             MAPSET('DFH0XS1')
                             INTO(EXAPPRI)
           END-EXEC
      * EXAPPRO redefines EXAPPRI, so the input is kept before the
      * reply map is cleared
           MOVE APDPTI TO WS-APPR-DEPT
           MOVE APSELI TO WS-APPR-SEL
           MOVE APACTI TO WS-APPR-ACTION
           INSPECT WS-APPR-DEPT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-APPR-SEL REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-APPR-ACTION REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUE TO EXAPPRO
           EXEC CICS ASSIGN USERID(WS-APPR-USERID)
           END-EXEC
           MOVE WS-APPR-USERID TO APUSRO
           EVALUATE TRUE
               WHEN WS-APPR-SEL NOT EQUAL SPACES
                AND WS-APPR-SEL IS NUMERIC
                   IF WS-APPR-ACTION EQUAL 'A'
                      OR WS-APPR-ACTION EQUAL 'R'
                       PERFORM DECIDE-HELD-ORDER
                   ELSE
                       MOVE 'ENTER A TO APPROVE OR R TO REJECT'
                            TO APMSGO
                       MOVE WS-APPR-DEPT TO APDPTO
                   END-IF
               WHEN WS-APPR-DEPT NOT EQUAL SPACES
                   PERFORM BUILD-HELD-ORDER-LIST
               WHEN OTHER
                   MOVE 'ENTER A DEPARTMENT TO LIST ITS HELD ORDERS'
                        TO APMSGO
           END-EVALUATE
           SET SEND-DATAONLY TO TRUE
           PERFORM SEND-APPROVAL-MAP
           EXIT.

        BUILD-HELD-ORDER-LIST.
           MOVE WS-TERMID TO WS-APPR-QNAME-TERM
           PERFORM DELETE-APPR-Q
           MOVE +0 TO WS-APPR-LINE-COUNT
           MOVE SPACES TO WS-APPR-LAST-HOLD-ID
           MOVE 'N' TO WS-APPR-SCAN-SW
           MOVE LOW-VALUES TO WS-APPR-BRKEY
           MOVE WS-APPR-DEPT TO WS-APPR-BRKEY(1:8)
           EXEC CICS STARTBR FILE('PENDORD')
                             RIDFLD(WS-APPR-BRKEY)
                             GTEQ
                             RESP(WS-APPR-RESP)
           END-EXEC
           IF WS-APPR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NO ORDERS ARE HELD FOR APPROVAL' TO APMSGO
           ELSE
               PERFORM SCAN-PENDORD-RECORD
                   WITH TEST BEFORE
                   UNTIL WS-APPR-SCAN-DONE
               EXEC CICS ENDBR FILE('PENDORD')
                               RESP(WS-APPR-RESP)
               END-EXEC
               IF WS-APPR-LINE-COUNT EQUAL ZERO
                   MOVE 'NO ORDERS HELD FOR THAT DEPARTMENT' TO APMSGO
               ELSE
                   IF WS-APPR-LINE-COUNT NOT GREATER THAN 10
                       MOVE 'ENTER A LINE NUMBER AND A OR R' TO APMSGO
                   END-IF
               END-IF
           END-IF
           MOVE WS-APPR-DEPT TO APDPTO
           EXIT.

        SCAN-PENDORD-RECORD.
           EXEC CICS READNEXT FILE('PENDORD')
                              INTO(PENDORD-RECORD)
                              RIDFLD(WS-APPR-BRKEY)
                              RESP(WS-APPR-RESP)
           END-EXEC
           IF WS-APPR-RESP NOT EQUAL DFHRESP(NORMAL)
              OR PA-CHARGE-DEPT NOT EQUAL WS-APPR-DEPT
               MOVE 'Y' TO WS-APPR-SCAN-SW
           ELSE
               IF PA-PENDING
                  AND PA-HOLD-ID NOT EQUAL WS-APPR-LAST-HOLD-ID
                   MOVE PA-HOLD-ID TO WS-APPR-LAST-HOLD-ID
                   PERFORM ADD-HELD-ORDER-LINE
               END-IF
           END-IF
           EXIT.

      * Only the first ten held orders fit the panel; the approver
      * works through them and lists again to see the rest
        ADD-HELD-ORDER-LINE.
           ADD +1 TO WS-APPR-LINE-COUNT
           IF WS-APPR-LINE-COUNT GREATER THAN 10
               MOVE 'MORE ORDERS HELD - FIRST 10 SHOWN' TO APMSGO
               MOVE 'Y' TO WS-APPR-SCAN-SW
           ELSE
               MOVE WS-APPR-LINE-COUNT TO WAL-SEL
               MOVE PA-HOLD-DATE TO WAL-DATE
               MOVE PA-HOLD-TIME TO WAL-TIME
               MOVE PA-USERID TO WAL-USERID
               MOVE PA-LINE-COUNT TO WAL-LINES
               MOVE PA-ORDER-VALUE TO WAL-VALUE
               MOVE PA-DESCRIPTION(1:26) TO WAL-DESC
               MOVE WS-APPR-LINE TO APLINEO(WS-APPR-LINE-COUNT)
               MOVE WS-APPR-LINE-COUNT TO WS-APPR-ITEM
               EXEC CICS WRITEQ TS QUEUE(WS-APPR-QNAME)
                         FROM(PA-HOLD-ID)
                         ITEM(WS-APPR-ITEM)
                         REWRITE
                         RESP(WS-APPR-RESP2)
               END-EXEC
               IF WS-APPR-RESP2 NOT EQUAL DFHRESP(NORMAL)
                   EXEC CICS WRITEQ TS QUEUE(WS-APPR-QNAME)
                             FROM(PA-HOLD-ID)
                             RESP(WS-APPR-RESP2)
                   END-EXEC
               END-IF
           END-IF
           EXIT.

        DECIDE-HELD-ORDER.
           MOVE WS-TERMID TO WS-APPR-QNAME-TERM
           MOVE WS-APPR-SEL TO WS-APPR-SEL-NUM
           MOVE WS-APPR-SEL-NUM TO WS-APPR-ITEM
           EXEC CICS READQ TS QUEUE(WS-APPR-QNAME)
                     INTO(WS-APPR-HOLD-ID)
                     ITEM(WS-APPR-ITEM)
                     RESP(WS-APPR-RESP)
           END-EXEC
           IF WS-APPR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NO ORDER AT THAT LINE NUMBER - LIST FIRST'
                    TO APMSGO
               MOVE WS-APPR-DEPT TO APDPTO
           ELSE
               PERFORM INITIALIZE-LINK-COMMAREA
               MOVE '01APPR' TO CA-REQUEST-ID
               MOVE WS-APPR-USERID TO CA-APR-USERID
               MOVE WS-APPR-ACTION TO CA-APR-ACTION
               MOVE WS-APPR-HOLD-ID TO CA-APR-HOLD-ID
               EXEC CICS LINK PROGRAM(WS-CATALOGMANAGER-PROG)
                              COMMAREA(WS-COMMAREA)
                              DATALENGTH(LINK-COMMAREA-LENGTH)
               END-EXEC
      * Relist so the decided order drops off the panel, then show
      * the catalog manager's answer over the list's own message
               MOVE WS-APPR-HOLD-ID(1:8) TO WS-APPR-DEPT
               PERFORM BUILD-HELD-ORDER-LIST
               MOVE CA-RESPONSE-MESSAGE TO APMSGO
           END-IF
           EXIT.

        DELETE-APPR-Q.
           MOVE WS-TERMID TO WS-APPR-QNAME-TERM
           EXEC CICS DELETEQ TS QUEUE(WS-APPR-QNAME)
                     RESP(WS-APPR-RESP)
           END-EXEC
           EXIT.

        DELETE-INQ-Q.                                                   96400000
           IF DATA-SCROLLED                                             96600000
                SET DATA-NOT-SCROLLED TO TRUE                           96800000
