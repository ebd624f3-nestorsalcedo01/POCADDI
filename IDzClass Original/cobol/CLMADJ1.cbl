      * and amount within the ADJCTL 'DUPDAYS=nn' window, default
      * 30 days) is routed to the SUSPFILE suspense file and its
      * report section for review instead of being paid
      * automatically.  The window is in calendar days unless the
      * ADJCTL card 'DAYBASIS=B' asks for business days, counted
      * by the shop BUSCAL1 routine against the SHOPCAL holiday
      * calendar, so a long weekend does not shrink it.  This
      * run's outcomes are appended to the history on NEWHIST
      * for the next run, each with the claim's
      * procedure code and, for a denial, its reason code, which
      * is what the CLMAPL1 appeals batch works from.  Dispositions
      * on the history are P paid, D denied, S suspended, and the
      * appeal outcomes CLMAPL1 adds: U upheld, V overturned, R
      * partially paid.
      *
      * A claim that survives every check is then REPRICED against
      * the FEESCHED fee schedule (procedure code + plan type +
      *              claim, with the reason code translated through
      *              the REASTXT table (code + text; codes with no
      *              entry get a generic line rather than a blank)
      *   PAIDFILE - each paid claim carries its claimed amount and
      *              procedure code beside the payable amount, for
      *              the EDI8351 835 remittance.  The records
      *              written and their payable total are registered
      *              on CTLREG (CTLTOT1) at end of run, for CTLRCN1
      *              to prove against what EDI8351 reads
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                                      SIGN LEADING SEPARATE.
           05  OHS-DISPOSITION        PIC X.
           05  OHS-RUN-DATE           PIC 9(8).
           05  OHS-PROC-KEY           PIC X(5).
           05  OHS-REASON-CODE        PIC X(3).
           05  FILLER                 PIC X(31).

       FD  NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
                                      SIGN LEADING SEPARATE.
           05  NHS-DISPOSITION        PIC X.
           05  NHS-RUN-DATE           PIC 9(8).
           05  NHS-PROC-KEY           PIC X(5).
           05  NHS-REASON-CODE        PIC X(3).
           05  FILLER                 PIC X(31).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD
               88  DUP-EXACT             VALUE 'E'.
               88  DUP-NEAR              VALUE 'N'.
           05  WS-DUP-PRIOR-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-DAY-BASIS          PIC X     VALUE 'C'.
               88  DAY-BASIS-CALENDAR    VALUE 'C'.
               88  DAY-BASIS-BUSINESS    VALUE 'B'.
      *
      *        BUSCAL1 business-day calendar parameter area
       COPY BUSCALC.
      *
      *        ***********************************
      *          prior-run claim outcomes, loaded
           05  PDC-NUMBER              PIC 9(9).
           05  PDC-STATUS              PIC X(9).
           05  PDC-PAID-AMOUNT         PIC S9(7)V99.
           05  PDC-CLAIMED-AMOUNT      PIC S9(7)V99.
           05  PDC-PROC-KEY            PIC X(5).
           05  FILLER                  PIC X(26) VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-CLAIMS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENY-D01          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SUSPENDED         PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-PAID-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
           05  NUM-PAID-WRITTEN      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-PAID-WRITTEN      PIC S9(11)V99 COMP-3 VALUE +0.
      *
       COPY CTLTOTC.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED.
           PERFORM 300-PRINT-BALANCING.
           PERFORM 905-CLOSE-FILES.
           MOVE 'P'              TO CT-FUNCTION.
           MOVE 'CLMADJ1 '       TO CT-PROGRAM.
           MOVE 'PAIDFILE'       TO CT-DATASET.
           MOVE NUM-PAID-WRITTEN TO CT-RECORD-COUNT.
           MOVE TOT-PAID-WRITTEN TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           DISPLAY 'CLMADJ1 ENDED - PAID = ' NUM-CLAIMS-PAID
                   ' DENIED = ' NUM-CLAIMS-DENIED.
           GOBACK .
      *    settled must never pay twice no matter what else is
      *    right about it, and a near-duplicate goes to suspense
      *    for a person to look at.
           PERFORM 150-CHECK-CLAIM-HISTORY THROUGH 150-DONE.
           IF DUP-EXACT
               MOVE 'D01' TO WS-DENY-REASON
               PERFORM 250-DENY-CLAIM
                           TO WS-DUP-PRIOR-DATE
                   END-IF
               ELSE
                   IF DAY-BASIS-BUSINESS
                       PERFORM 157-BUSINESS-DAYS-APART
                   ELSE
                       COMPUTE WS-HIST-DAY-INT =
                           FUNCTION INTEGER-OF-DATE
                               (HIS-RUN-DATE(WS-HIS-SUB))
                       COMPUTE WS-DAYS-APART =
                           WS-RUN-DAY-INT - WS-HIST-DAY-INT
                   END-IF
                   IF WS-DAYS-APART < 0
                       COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
                   END-IF
                   END-IF
               END-IF.

      *    ---------------------------------------------------------
      *    The near-duplicate distance in business days, from
      *    BUSCAL1.  A history date BUSCAL1 cannot place is
      *    treated as outside the window rather than guessed at.
      *    ---------------------------------------------------------
       157-BUSINESS-DAYS-APART.
           MOVE 'D'                       TO BC-FUNCTION.
           MOVE HIS-RUN-DATE(WS-HIS-SUB)  TO BC-DATE-1.
           MOVE WS-RUN-DATE-NUM           TO BC-DATE-2.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           IF BC-DATE-INVALID
               COMPUTE WS-DAYS-APART = WS-DUP-DAYS + 1
           ELSE
               MOVE BC-DAY-COUNT TO WS-DAYS-APART.

       160-SUSPEND-CLAIM.
           ADD +1 TO NUM-SUSPENDED.
           MOVE SPACES             TO SUSPENSE-RECORD.
           MOVE CLAIM-NUMBER         TO PDC-NUMBER.
           MOVE 'PAID     '          TO PDC-STATUS.
           MOVE WS-PAYABLE-AMOUNT    TO PDC-PAID-AMOUNT.
           MOVE CLAIM-PAID-AMOUNT    TO PDC-CLAIMED-AMOUNT.
           MOVE CLAIM-PROC-KEY       TO PDC-PROC-KEY.
           WRITE PAID-RECORD FROM WS-PAID-CLAIM.
           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'PAIDFILE WRITE ERROR RC=' WS-PAID-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-PAID-WRITTEN
               ADD WS-PAYABLE-AMOUNT TO TOT-PAID-WRITTEN.
           PERFORM 260-WRITE-REMIT-DETAIL.
           MOVE 'P' TO NHS-DISPOSITION.
           PERFORM 295-WRITE-NEW-HISTORY.
           ELSE
               MOVE ZERO              TO NHS-AMOUNT.
           MOVE WS-RUN-DATE-NUM      TO NHS-RUN-DATE.
           MOVE CLAIM-PROC-KEY       TO NHS-PROC-KEY.
           IF NHS-DISPOSITION = 'D'
               MOVE WS-DENY-REASON   TO NHS-REASON-CODE
           ELSE
               MOVE SPACES           TO NHS-REASON-CODE.
           WRITE NEW-HISTORY-RECORD.
           IF WS-NEWHIST-STATUS NOT = '00'
               DISPLAY 'NEWHIST WRITE ERROR RC=' WS-NEWHIST-STATUS
      *    ---------------------------------------------------------
      *    The ADJCTL DD is optional -- absent or unrecognized, the
      *    50000.00 default plan limit and the 30-day duplicate
      *    window apply, in calendar days.  Each card is
      *    independent.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
                 DISPLAY 'CLMADJ1 BAD DUPDAYS= CARD - USING DEFAULT'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'DAYBASIS='
               IF CONTROL-CARD-RECORD(10:1) = 'B'
                  OR CONTROL-CARD-RECORD(10:1) = 'C'
                 MOVE CONTROL-CARD-RECORD(10:1) TO WS-DAY-BASIS
               ELSE
                 DISPLAY 'CLMADJ1 BAD DAYBASIS= CARD - USING DEFAULT'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'CLMADJ1 UNRECOGNIZED CARD: '
