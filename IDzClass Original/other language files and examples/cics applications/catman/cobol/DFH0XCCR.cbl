      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCCR                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        Monthly catalog cost change report      *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job, run monthly alongside       *
      *      DFH0XINV, which lists every catalog cost change made in   *
      *      the month - from the COSTHIST cost history DFH0XCMN's     *
      *      item maintenance writes (DFH0XCPH) - and what each change *
      *      did to the month's departmental spend.                    *
      *                                                                *
      *      Every ORDLOG order placed in the month is attributed to   *
      *      the latest cost change for its item at or before the     *
      *      moment it was placed; an order placed before the item's   *
      *      first change of the month is not affected by any of       *
      *      them.  For each change the report shows, department by    *
      *      department, the quantity ordered at the new cost, the     *
      *      spend at the new cost, what the same orders would have    *
      *      cost at the old one and the difference (the effect).      *
      *      Spend is net: each order's own discount (net over gross)  *
      *      is applied to both costs.  Department totals of the       *
      *      effect follow, then a run summary.                        *
      *                                                                *
      *      Items added in the month are listed but have no effect -  *
      *      there was no earlier cost.  Cancelled orders, their       *
      *      CANCEL: reversals and RETURN: credits are not spend and   *
      *      are skipped, as DFH0XINV skips cancels.                   *
      *                                                                *
      *      The month reported is set by the CCRCTL card              *
      *      MONTH=yyyymm; with no card it is the run month.           *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COSTHIST-FILE ASSIGN TO COSTHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS  IS  WS-COSTHIST-STATUS.

           SELECT ORDLOG-FILE   ASSIGN TO ORDLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS  IS  WS-ORDLOG-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO CCRCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO CCRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COSTHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  COSTHIST-RECORD.
           COPY DFH0XCPH.

       FD  ORDLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ORDLOG-RECORD.
           COPY DFH0XCP9.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-COSTHIST-STATUS         PIC XX  VALUE '00'.
       01  WS-ORDLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-COSTHIST-EOF            PIC X   VALUE 'N'.
       01  WS-ORDLOG-EOF              PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
      *
      *        The month reported, yyyymm, and the order being
      *        attributed, folded from ORDLOG's MMDDYYYY date
       01  REPORT-PERIOD.
           05  WS-REPORT-MONTH        PIC X(6) VALUE SPACES.
           05  WS-CARD-MONTH          PIC X(6).
           05  WS-ORDER-MOMENT        PIC X(14) VALUE SPACES.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
      *
       01  WORK-VARIABLES.
           05  NUM-CHANGES           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-AFFECTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SKIPPED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OUT-OF-PERIOD     PIC S9(9)   COMP-3  VALUE +0.
           05  WS-SPEND-NEW          PIC S9(7)V99 VALUE 0.
           05  WS-SPEND-OLD          PIC S9(7)V99 VALUE 0.
           05  WS-CHANGE-EFFECT      PIC S9(9)V99 VALUE 0.
           05  WS-TOTAL-EFFECT       PIC S9(9)V99 VALUE 0.
           05  WS-COST-DIFF          PIC S9(3)V99 VALUE 0.
           05  WS-CHANGE-HAS-LINES   PIC X     VALUE 'N'.
      *
      *        *******************************************
      *          THE MONTH'S COST CHANGES, IN COSTHIST KEY
      *          ORDER (ITEM, THEN DATE/TIME TAKEN EFFECT)
      *        *******************************************
       01  CHG-MAX                    PIC S9(4) COMP-3 VALUE +500.
       01  CHG-TABLE.
           05  CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY CHG-IDX CHG-USE-IDX.
               10  CHG-ITEM-REF       PIC 9(4)  VALUE 0.
               10  CHG-EFFECTIVE.
                   15  CHG-EFF-DATE   PIC X(8)  VALUE SPACES.
                   15  CHG-EFF-TIME   PIC X(6)  VALUE SPACES.
               10  CHG-OLD-COST       PIC 9(3)V99 VALUE 0.
               10  CHG-NEW-COST       PIC 9(3)V99 VALUE 0.
               10  CHG-USERID         PIC X(8)  VALUE SPACES.
               10  CHG-TYPE           PIC X     VALUE SPACE.
       01  CHG-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  CHG-FOUND-SW               PIC X     VALUE 'N'.
           88  CHG-FOUND                    VALUE 'Y'.
       01  CHG-SCAN-SW                PIC X     VALUE 'N'.
           88  CHG-SCAN-DONE                VALUE 'Y'.
      *
      *        *******************************************
      *          THE EFFECT OF EACH CHANGE ON EACH
      *          DEPARTMENT, ONE ENTRY PER CHANGE/DEPT
      *        *******************************************
       01  EFT-MAX                    PIC S9(4) COMP-3 VALUE +1000.
       01  EFT-TABLE.
           05  EFT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY EFT-IDX EFT-USE-IDX.
               10  EFT-CHANGE-NO      PIC S9(4) COMP-3 VALUE +0.
               10  EFT-CHARGE-DEPT    PIC X(8)  VALUE SPACES.
               10  EFT-QUANTITY       PIC S9(7) COMP-3 VALUE +0.
               10  EFT-SPEND-NEW      PIC S9(9)V99 COMP-3 VALUE +0.
               10  EFT-SPEND-OLD      PIC S9(9)V99 COMP-3 VALUE +0.
       01  EFT-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  EFT-FOUND-SW               PIC X     VALUE 'N'.
           88  EFT-FOUND                    VALUE 'Y'.
       01  WS-CHANGE-NO               PIC S9(4) COMP-3 VALUE +0.
      *
      *        *******************************************
      *          THE EFFECT OF ALL THE MONTH'S CHANGES ON
      *          EACH DEPARTMENT
      *        *******************************************
       01  DPT-MAX                    PIC S9(4) COMP-3 VALUE +200.
       01  DPT-TABLE.
           05  DPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY DPT-IDX DPT-USE-IDX.
               10  DPT-CHARGE-DEPT    PIC X(8)  VALUE SPACES.
               10  DPT-QUANTITY       PIC S9(7) COMP-3 VALUE +0.
               10  DPT-SPEND-NEW      PIC S9(9)V99 COMP-3 VALUE +0.
               10  DPT-SPEND-OLD      PIC S9(9)V99 COMP-3 VALUE +0.
       01  DPT-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  DPT-FOUND-SW               PIC X     VALUE 'N'.
           88  DPT-FOUND                    VALUE 'Y'.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(36)
                     VALUE 'CATALOG COST CHANGES AND EFFECT ON '.
           05  FILLER                 PIC X(24)
                     VALUE 'DEPARTMENTAL SPEND  '.
           05  FILLER                 PIC X(8)   VALUE 'MONTH: '.
           05  RPT-HDR-MONTH          PIC X(6).
           05  FILLER                 PIC X(12)  VALUE '  RUN DATE: '.
           05  RPT-HDR-RUN-DATE       PIC X(8).
       01  RPT-HEADER2.
           05  FILLER                 PIC X(30)
                     VALUE '  ITEM  EFFECTIVE        USER'.
           05  FILLER                 PIC X(40)
                     VALUE '        OLD COST  NEW COST    CHANGE'.
       01  RPT-CHANGE-LINE.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CHG-ITEM           PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CHG-DATE           PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  RPT-CHG-TIME           PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CHG-USERID         PIC X(8).
           05  FILLER                 PIC X(6)   VALUE SPACES.
           05  RPT-CHG-OLD            PIC ZZ9.99.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-CHG-NEW            PIC ZZ9.99.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-CHG-DIFF           PIC -ZZ9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CHG-TYPE           PIC X(24).
       01  RPT-EFFECT-HDR.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                     VALUE 'DEPT          QTY    AT NEW COST'.
           05  FILLER                 PIC X(30)
                     VALUE '   AT OLD COST        EFFECT'.
       01  RPT-EFFECT-LINE.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  RPT-EFT-DEPT           PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EFT-QTY            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EFT-NEW            PIC -(9)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EFT-OLD            PIC -(9)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EFT-EFFECT         PIC -(9)9.99.
       01  RPT-NO-ORDERS-LINE.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  FILLER                 PIC X(44)  VALUE
               'NO ORDERS IN THE MONTH AT THIS COST'.
       01  RPT-CHANGE-TOTAL-LINE.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  FILLER                 PIC X(50)  VALUE
               'EFFECT OF CHANGE:'.
           05  RPT-CHANGE-EFFECT      PIC -(9)9.99.
       01  RPT-DEPT-HDR.
           05  FILLER                 PIC X(50) VALUE
               'DEPARTMENT TOTALS - ALL COST CHANGES IN THE MONTH'.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(15) VALUE 'COST CHANGES: '.
           05  RPT-CHANGES            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE
                     '  ORDERS READ: '.
           05  RPT-ORDERS-READ        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE '  AFFECTED: '.
           05  RPT-AFFECTED           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE
                     '  TOTAL EFFECT: '.
           05  RPT-TOTAL-EFFECT       PIC -(9)9.99.
       01  RPT-SUMMARY2.
           05  FILLER                 PIC X(17) VALUE
                     'OUT OF PERIOD: '.
           05  RPT-OUT-OF-PERIOD      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(32) VALUE
                     '  CANCELS/RETURNS SKIPPED: '.
           05  RPT-SKIPPED            PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XCCR STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
      *    default month: the run month, unless a CCRCTL card says
      *    otherwise
           MOVE WS-RUN-DATE-YMD(1:6) TO WS-REPORT-MONTH.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT.
           DISPLAY 'DFH0XCCR REPORT MONTH ' WS-REPORT-MONTH.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 500-LOAD-COST-CHANGES THROUGH 500-EXIT
                   UNTIL WS-COSTHIST-EOF = 'Y' .
      *    with no cost change this month there is nothing any
      *    order can be attributed to
           IF CHG-COUNT = 0
               MOVE 'Y' TO WS-ORDLOG-EOF.
           PERFORM 100-PROCESS-ORDLOG-RECORD THROUGH 100-EXIT
                   UNTIL WS-ORDLOG-EOF = 'Y' .

           PERFORM 200-PRINT-CHANGE THROUGH 200-EXIT
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT.
           IF DPT-COUNT > 0
               WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1
               WRITE REPORT-RECORD FROM RPT-DEPT-HDR
               WRITE REPORT-RECORD FROM RPT-EFFECT-HDR
               PERFORM 250-PRINT-DEPT-TOTAL THROUGH 250-EXIT
                       VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > DPT-COUNT.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'DFH0XCCR ENDED - COST CHANGES = ' NUM-CHANGES.
           GOBACK .

      *        ***********************************************
      *          LOAD THE COST CHANGES THAT TOOK EFFECT IN THE
      *          REPORT MONTH.
      *        ***********************************************
       500-LOAD-COST-CHANGES.
           READ COSTHIST-FILE
             AT END MOVE 'Y' TO WS-COSTHIST-EOF .
           IF WS-COSTHIST-EOF = 'Y'
               GO TO 500-EXIT.
           IF WS-COSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR ON COSTHIST FILE READ.  CODE:'
                       WS-COSTHIST-STATUS
               MOVE 'Y' TO WS-COSTHIST-EOF
               MOVE 16 TO RETURN-CODE
               GO TO 500-EXIT.
           IF CH-EFF-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 500-EXIT.
           IF CHG-COUNT < CHG-MAX
               ADD +1 TO CHG-COUNT
               ADD +1 TO NUM-CHANGES
               SET CHG-IDX TO CHG-COUNT
               MOVE CH-ITEM-REF    TO CHG-ITEM-REF (CHG-IDX)
               MOVE CH-EFFECTIVE   TO CHG-EFFECTIVE (CHG-IDX)
               MOVE CH-OLD-COST    TO CHG-OLD-COST (CHG-IDX)
               MOVE CH-NEW-COST    TO CHG-NEW-COST (CHG-IDX)
               MOVE CH-USERID      TO CHG-USERID (CHG-IDX)
               MOVE CH-CHANGE-TYPE TO CHG-TYPE (CHG-IDX)
           ELSE
               DISPLAY 'DFH0XCCR COST CHANGE TABLE FULL - '
                       'ENTRY SKIPPED'
               MOVE 16 TO RETURN-CODE.
       500-EXIT.
           EXIT.

      *        ***********************************************
      *          ONE ORDLOG RECORD PER CYCLE.  AN ORDER IN THE
      *          MONTH IS CHARGED TO THE LATEST CHANGE FOR ITS
      *          ITEM AT OR BEFORE THE MOMENT IT WAS PLACED.
      *        ***********************************************
       100-PROCESS-ORDLOG-RECORD.
           PERFORM 700-READ-ORDLOG-FILE.
           IF WS-ORDLOG-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-ORDERS-READ.
           IF OL-USERID = '*CANCEL*'
              OR OL-DESCRIPTION(1:8) = 'CANCEL: '
              OR OL-DESCRIPTION(1:8) = 'RETURN: '
               ADD +1 TO NUM-SKIPPED
               GO TO 100-EXIT.
           IF OL-DATE IS NOT NUMERIC
               ADD +1 TO NUM-OUT-OF-PERIOD
               GO TO 100-EXIT.
           MOVE OL-DATE(5:4) TO WS-ORDER-MOMENT(1:4).
           MOVE OL-DATE(1:2) TO WS-ORDER-MOMENT(5:2).
           MOVE OL-DATE(3:2) TO WS-ORDER-MOMENT(7:2).
           MOVE OL-TIME      TO WS-ORDER-MOMENT(9:6).
           IF WS-ORDER-MOMENT(1:6) NOT = WS-REPORT-MONTH
               ADD +1 TO NUM-OUT-OF-PERIOD
               GO TO 100-EXIT.
           MOVE 'N' TO CHG-FOUND-SW.
           MOVE 'N' TO CHG-SCAN-SW.
           PERFORM 110-SEARCH-CHANGE THROUGH 110-EXIT
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
                      OR CHG-SCAN-DONE.
           IF NOT CHG-FOUND
               GO TO 100-EXIT.
           SET CHG-IDX TO CHG-USE-IDX.
      *    an item added in the month had no earlier cost to change
           IF CHG-TYPE (CHG-IDX) = 'A'
               GO TO 100-EXIT.
           ADD +1 TO NUM-ORDERS-AFFECTED.
           COMPUTE WS-SPEND-NEW =
               CHG-NEW-COST (CHG-IDX) * OL-QUANTITY-REQ.
           COMPUTE WS-SPEND-OLD =
               CHG-OLD-COST (CHG-IDX) * OL-QUANTITY-REQ.
           IF OL-GROSS-AMOUNT IS NUMERIC
              AND OL-NET-AMOUNT IS NUMERIC
              AND OL-GROSS-AMOUNT > 0
               COMPUTE WS-SPEND-NEW ROUNDED =
                   WS-SPEND-NEW * OL-NET-AMOUNT / OL-GROSS-AMOUNT
               COMPUTE WS-SPEND-OLD ROUNDED =
                   WS-SPEND-OLD * OL-NET-AMOUNT / OL-GROSS-AMOUNT.
           SET WS-CHANGE-NO TO CHG-IDX.
           PERFORM 150-ADD-CHANGE-EFFECT THROUGH 150-EXIT.
           PERFORM 170-ADD-DEPT-EFFECT THROUGH 170-EXIT.
       100-EXIT.
           EXIT.

       110-SEARCH-CHANGE.
           IF CHG-ITEM-REF (CHG-IDX) < OL-ITEM-REF-NUMBER
               GO TO 110-EXIT.
           IF CHG-ITEM-REF (CHG-IDX) > OL-ITEM-REF-NUMBER
              OR CHG-EFFECTIVE (CHG-IDX) > WS-ORDER-MOMENT
               SET CHG-SCAN-DONE TO TRUE
               GO TO 110-EXIT.
           SET CHG-FOUND TO TRUE.
           SET CHG-USE-IDX TO CHG-IDX.
       110-EXIT.
           EXIT.

       150-ADD-CHANGE-EFFECT.
           MOVE 'N' TO EFT-FOUND-SW.
           PERFORM 160-SEARCH-EFFECT THROUGH 160-EXIT
                   VARYING EFT-IDX FROM 1 BY 1
                   UNTIL EFT-IDX > EFT-COUNT
                      OR EFT-FOUND.
           IF EFT-FOUND
               SET EFT-IDX TO EFT-USE-IDX.
           IF NOT EFT-FOUND
               IF EFT-COUNT < EFT-MAX
                   ADD +1 TO EFT-COUNT
                   SET EFT-IDX TO EFT-COUNT
                   MOVE WS-CHANGE-NO   TO EFT-CHANGE-NO (EFT-IDX)
                   MOVE OL-CHARGE-DEPT TO EFT-CHARGE-DEPT (EFT-IDX)
               ELSE
                   DISPLAY 'EFFECT TABLE FULL, ORDER DROPPED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 150-EXIT
               END-IF
           END-IF.
           ADD OL-QUANTITY-REQ TO EFT-QUANTITY (EFT-IDX).
           ADD WS-SPEND-NEW    TO EFT-SPEND-NEW (EFT-IDX).
           ADD WS-SPEND-OLD    TO EFT-SPEND-OLD (EFT-IDX).
       150-EXIT.
           EXIT.

       160-SEARCH-EFFECT.
           IF EFT-CHANGE-NO (EFT-IDX) = WS-CHANGE-NO
              AND EFT-CHARGE-DEPT (EFT-IDX) = OL-CHARGE-DEPT
               SET EFT-FOUND TO TRUE
               SET EFT-USE-IDX TO EFT-IDX
           END-IF.
       160-EXIT.
           EXIT.

       170-ADD-DEPT-EFFECT.
           MOVE 'N' TO DPT-FOUND-SW.
           PERFORM 180-SEARCH-DEPT THROUGH 180-EXIT
                   VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > DPT-COUNT
                      OR DPT-FOUND.
           IF DPT-FOUND
               SET DPT-IDX TO DPT-USE-IDX.
           IF NOT DPT-FOUND
               IF DPT-COUNT < DPT-MAX
                   ADD +1 TO DPT-COUNT
                   SET DPT-IDX TO DPT-COUNT
                   MOVE OL-CHARGE-DEPT TO DPT-CHARGE-DEPT (DPT-IDX)
               ELSE
                   DISPLAY 'DEPARTMENT TABLE FULL, ORDER DROPPED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 170-EXIT
               END-IF
           END-IF.
           ADD OL-QUANTITY-REQ TO DPT-QUANTITY (DPT-IDX).
           ADD WS-SPEND-NEW    TO DPT-SPEND-NEW (DPT-IDX).
           ADD WS-SPEND-OLD    TO DPT-SPEND-OLD (DPT-IDX).
       170-EXIT.
           EXIT.

       180-SEARCH-DEPT.
           IF DPT-CHARGE-DEPT (DPT-IDX) = OL-CHARGE-DEPT
               SET DPT-FOUND TO TRUE
               SET DPT-USE-IDX TO DPT-IDX
           END-IF.
       180-EXIT.
           EXIT.

      *        ***********************************************
      *          ONE COST CHANGE AND, UNDER IT, THE EFFECT ON
      *          EACH DEPARTMENT THAT ORDERED AT THE NEW COST.
      *        ***********************************************
       200-PRINT-CHANGE.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE CHG-ITEM-REF (CHG-IDX)  TO RPT-CHG-ITEM.
           MOVE CHG-EFF-DATE (CHG-IDX)  TO RPT-CHG-DATE.
           MOVE CHG-EFF-TIME (CHG-IDX)  TO RPT-CHG-TIME.
           MOVE CHG-USERID (CHG-IDX)    TO RPT-CHG-USERID.
           MOVE CHG-OLD-COST (CHG-IDX)  TO RPT-CHG-OLD.
           MOVE CHG-NEW-COST (CHG-IDX)  TO RPT-CHG-NEW.
           COMPUTE WS-COST-DIFF =
               CHG-NEW-COST (CHG-IDX) - CHG-OLD-COST (CHG-IDX).
           MOVE WS-COST-DIFF            TO RPT-CHG-DIFF.
           IF CHG-TYPE (CHG-IDX) = 'A'
               MOVE 'ITEM ADDED - NO EFFECT' TO RPT-CHG-TYPE
               MOVE 0 TO RPT-CHG-DIFF
           ELSE
               MOVE 'COST MODIFIED'          TO RPT-CHG-TYPE.
           WRITE REPORT-RECORD FROM RPT-CHANGE-LINE.
           IF CHG-TYPE (CHG-IDX) = 'A'
               GO TO 200-EXIT.
           SET WS-CHANGE-NO TO CHG-IDX.
           MOVE 0 TO WS-CHANGE-EFFECT.
           MOVE 'N' TO WS-CHANGE-HAS-LINES.
           PERFORM 210-PRINT-CHANGE-DEPT THROUGH 210-EXIT
                   VARYING EFT-IDX FROM 1 BY 1
                   UNTIL EFT-IDX > EFT-COUNT.
           IF WS-CHANGE-HAS-LINES = 'N'
               WRITE REPORT-RECORD FROM RPT-NO-ORDERS-LINE
               GO TO 200-EXIT.
           MOVE WS-CHANGE-EFFECT TO RPT-CHANGE-EFFECT.
           WRITE REPORT-RECORD FROM RPT-CHANGE-TOTAL-LINE.
       200-EXIT.
           EXIT.

       210-PRINT-CHANGE-DEPT.
           IF EFT-CHANGE-NO (EFT-IDX) NOT = WS-CHANGE-NO
               GO TO 210-EXIT.
           IF WS-CHANGE-HAS-LINES = 'N'
               WRITE REPORT-RECORD FROM RPT-EFFECT-HDR
               MOVE 'Y' TO WS-CHANGE-HAS-LINES.
           MOVE EFT-CHARGE-DEPT (EFT-IDX) TO RPT-EFT-DEPT.
           MOVE EFT-QUANTITY (EFT-IDX)    TO RPT-EFT-QTY.
           MOVE EFT-SPEND-NEW (EFT-IDX)   TO RPT-EFT-NEW.
           MOVE EFT-SPEND-OLD (EFT-IDX)   TO RPT-EFT-OLD.
           COMPUTE RPT-EFT-EFFECT =
               EFT-SPEND-NEW (EFT-IDX) - EFT-SPEND-OLD (EFT-IDX).
           COMPUTE WS-CHANGE-EFFECT = WS-CHANGE-EFFECT
               + EFT-SPEND-NEW (EFT-IDX) - EFT-SPEND-OLD (EFT-IDX).
           WRITE REPORT-RECORD FROM RPT-EFFECT-LINE.
       210-EXIT.
           EXIT.

       250-PRINT-DEPT-TOTAL.
           MOVE DPT-CHARGE-DEPT (DPT-IDX) TO RPT-EFT-DEPT.
           MOVE DPT-QUANTITY (DPT-IDX)    TO RPT-EFT-QTY.
           MOVE DPT-SPEND-NEW (DPT-IDX)   TO RPT-EFT-NEW.
           MOVE DPT-SPEND-OLD (DPT-IDX)   TO RPT-EFT-OLD.
           COMPUTE RPT-EFT-EFFECT =
               DPT-SPEND-NEW (DPT-IDX) - DPT-SPEND-OLD (DPT-IDX).
           COMPUTE WS-TOTAL-EFFECT = WS-TOTAL-EFFECT
               + DPT-SPEND-NEW (DPT-IDX) - DPT-SPEND-OLD (DPT-IDX).
           WRITE REPORT-RECORD FROM RPT-EFFECT-LINE.
       250-EXIT.
           EXIT.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-CHANGES         TO RPT-CHANGES.
           MOVE NUM-ORDERS-READ     TO RPT-ORDERS-READ.
           MOVE NUM-ORDERS-AFFECTED TO RPT-AFFECTED.
           MOVE WS-TOTAL-EFFECT     TO RPT-TOTAL-EFFECT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-OUT-OF-PERIOD   TO RPT-OUT-OF-PERIOD.
           MOVE NUM-SKIPPED         TO RPT-SKIPPED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.

      *        ***********************************************
      *          THE CCRCTL DD IS OPTIONAL: ABSENT, THE RUN
      *          MONTH SET IN 000-MAIN STANDS.  A MONTH= CARD
      *          (YYYYMM) REPORTS AN EARLIER MONTH.
      *        ***********************************************
       850-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'DFH0XCCR CCRCTL NOT PRESENT - RUN MONTH '
                       'REPORTED'
               GO TO 850-EXIT.
           PERFORM 855-READ-ONE-CARD THROUGH 855-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           CLOSE CONTROL-CARD-FILE.
       850-EXIT.
           EXIT.

       855-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE 'Y' TO WS-CONTROL-EOF.
           IF WS-CONTROL-EOF = 'Y'
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:6) = 'MONTH='
               MOVE CONTROL-CARD-RECORD(7:6) TO WS-CARD-MONTH
               IF WS-CARD-MONTH IS NUMERIC
                   MOVE WS-CARD-MONTH TO WS-REPORT-MONTH
               ELSE
                   DISPLAY 'DFH0XCCR BAD MONTH= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'DFH0XCCR UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       855-EXIT.
           EXIT.

       700-READ-ORDLOG-FILE.
           READ ORDLOG-FILE
             AT END MOVE 'Y' TO WS-ORDLOG-EOF .
           IF WS-ORDLOG-STATUS NOT = '00'
              AND WS-ORDLOG-STATUS NOT = '10'
               DISPLAY 'ERROR ON ORDLOG FILE READ.  CODE:'
                       WS-ORDLOG-STATUS
               MOVE 'Y' TO WS-ORDLOG-EOF.

       800-INIT-REPORT.
           MOVE WS-REPORT-MONTH TO RPT-HDR-MONTH.
           MOVE WS-RUN-DATE-YMD TO RPT-HDR-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       900-OPEN-FILES.
           OPEN INPUT    COSTHIST-FILE
                         ORDLOG-FILE
                OUTPUT   REPORT-FILE .
           IF WS-COSTHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING COSTHIST FILE. RC:'
                     WS-COSTHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-COSTHIST-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF.
           IF WS-ORDLOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ORDLOG FILE. RC:'
                     WS-ORDLOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-COSTHIST-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CCRRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-COSTHIST-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF.

       905-CLOSE-FILES.
           CLOSE COSTHIST-FILE .
           CLOSE ORDLOG-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XCCR
