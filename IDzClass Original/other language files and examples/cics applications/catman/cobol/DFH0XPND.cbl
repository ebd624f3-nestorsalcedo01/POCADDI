      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XPND                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        Daily held-order expiry and list        *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job, run daily, over the         *
      *      PENDORD pending-approval file (DFH0XCPL).  DFH0XCMN      *
      *      parks an order there, with its stock already taken off   *
      *      IN-STOCK, when the order's value is over the             *
      *      department's approval limit on DEPTBUDG; the approver    *
      *      releases or rejects it from the DFH0XGUI approval panel. *
      *                                                                *
      *      An order nobody has decided within the expiry period is   *
      *      expired: each of its lines is marked E on PENDORD and    *
      *      its reserved quantity is put back on the item's EXMPCAT  *
      *      IN-STOCK figure.  The PNDCTL card DAYS=nn sets the       *
      *      period; with no card it is five days.                    *
      *                                                                *
      *      Every order still pending is then listed on PNDRPT, one  *
      *      page per department headed for the department's          *
      *      approver as named on DEPTBUDG today, so each approver    *
      *      gets the list of what is waiting on them.  A closing     *
      *      page lists the lines expired by this run.                *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XPND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PENDORD-FILE  ASSIGN TO PENDORD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PA-KEY
               FILE STATUS  IS  WS-PENDORD-STATUS.

           SELECT CATALOG-FILE  ASSIGN TO EXMPCAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS  IS  WS-CATALOG-STATUS.

           SELECT BUDGET-FILE   ASSIGN TO DEPTBUDG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BU-DEPT
               FILE STATUS  IS  WS-BUDGET-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO PNDCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO PNDRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDORD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PENDORD-RECORD.
           COPY DFH0XCPL.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CATALOG-ITEM-RECORD.
           05  CAT-ITEM-REF           PIC 9(4).
           05  CAT-DESCRIPTION        PIC X(40).
           05  CAT-DEPARTMENT         PIC 9(3).
           05  CAT-COST               PIC X(6).
           05  CAT-IN-STOCK           PIC 9(4).
           05  CAT-ON-ORDER           PIC 9(3).
           05  FILLER                 PIC X(20).

       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DEPT-BUDGET-RECORD.
           05  BU-DEPT                PIC X(8).
           05  BU-PERIOD-BUDGET       PIC 9(7)V99.
           05  BU-COMMITTED-SPEND     PIC 9(7)V99.
           05  BU-APPROVAL-LIMIT      PIC 9(7)V99.
           05  BU-APPROVER            PIC X(8).
           05  FILLER                 PIC X(5).

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
       01  WS-PENDORD-STATUS          PIC XX  VALUE '00'.
       01  WS-CATALOG-STATUS          PIC XX  VALUE '00'.
       01  WS-BUDGET-STATUS           PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-PENDORD-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
      *
      *        Days an order may wait before it is expired
       01  WS-EXPIRY-DAYS             PIC 9(3) VALUE 5.
       01  WS-DAYS-CARD               PIC X(3).
       01  WS-DAYS-CARD-NUM  REDEFINES WS-DAYS-CARD
                                      PIC 9(3).
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-DATE-NUM                PIC 9(8).
       01  WS-RUN-DATE-INT            PIC S9(9) COMP.
       01  WS-HOLD-DATE-INT           PIC S9(9) COMP.
       01  WS-DAYS-HELD               PIC S9(5) COMP-3.
      *
       01  WORK-VARIABLES.
           05  NUM-PENDORD-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STILL-PENDING     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXPIRED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNITS-RELEASED    PIC S9(9)   COMP-3  VALUE +0.
           05  WS-CURRENT-DEPT       PIC X(8)  VALUE SPACES.
           05  WS-LAST-HOLD-ID       PIC X(29) VALUE SPACES.
      *
      *        *******************************************
      *          LINES STILL PENDING, IN PENDORD KEY
      *          ORDER - DEPARTMENT, THEN OLDEST FIRST
      *        *******************************************
       01  PND-MAX                    PIC S9(4) COMP-3 VALUE +2000.
       01  PND-TABLE.
           05  PND-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PND-IDX.
               10  PT-CHARGE-DEPT     PIC X(8)  VALUE SPACES.
               10  PT-HOLD-DATE       PIC X(8)  VALUE SPACES.
               10  PT-HOLD-TIME       PIC X(6)  VALUE SPACES.
               10  PT-LINE-NO         PIC 9(2)  VALUE 0.
               10  PT-USERID          PIC X(8)  VALUE SPACES.
               10  PT-ITEM-REF        PIC 9(4)  VALUE 0.
               10  PT-DESCRIPTION     PIC X(30) VALUE SPACES.
               10  PT-QUANTITY        PIC 9(3)  VALUE 0.
               10  PT-NET-AMOUNT      PIC 9(7)V99 VALUE 0.
               10  PT-DAYS-HELD       PIC S9(5) COMP-3 VALUE +0.
       01  PND-COUNT                  PIC S9(4) COMP-3 VALUE +0.
      *
      *        *******************************************
      *          LINES EXPIRED BY THIS RUN
      *        *******************************************
       01  EXP-MAX                    PIC S9(4) COMP-3 VALUE +2000.
       01  EXP-TABLE.
           05  EXP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EXP-IDX.
               10  ET-CHARGE-DEPT     PIC X(8)  VALUE SPACES.
               10  ET-HOLD-DATE       PIC X(8)  VALUE SPACES.
               10  ET-HOLD-TIME       PIC X(6)  VALUE SPACES.
               10  ET-LINE-NO         PIC 9(2)  VALUE 0.
               10  ET-USERID          PIC X(8)  VALUE SPACES.
               10  ET-ITEM-REF        PIC 9(4)  VALUE 0.
               10  ET-QUANTITY        PIC 9(3)  VALUE 0.
               10  ET-NET-AMOUNT      PIC 9(7)V99 VALUE 0.
               10  ET-RESULT          PIC X(30) VALUE SPACES.
       01  EXP-COUNT                  PIC S9(4) COMP-3 VALUE +0.
      *
      *        *******************************************
      *          ONE ENTRY PER DEPARTMENT WITH ORDERS
      *          STILL PENDING, WITH ITS APPROVER
      *        *******************************************
       01  DPT-MAX                    PIC S9(4) COMP-3 VALUE +200.
       01  DPT-TABLE.
           05  DPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY DPT-IDX DPT-USE-IDX.
               10  DPT-CHARGE-DEPT    PIC X(8)  VALUE SPACES.
               10  DPT-APPROVER       PIC X(8)  VALUE SPACES.
               10  DPT-ORDERS         PIC S9(7) COMP-3 VALUE +0.
               10  DPT-LINES          PIC S9(7) COMP-3 VALUE +0.
               10  DPT-VALUE          PIC S9(9)V99 COMP-3 VALUE +0.
       01  DPT-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  DPT-FOUND-SW               PIC X     VALUE 'N'.
           88  DPT-FOUND                    VALUE 'Y'.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'CATALOG ORDERS AWAITING APPROVAL'.
           05  FILLER                 PIC X(14)  VALUE 'EXPIRY DAYS: '.
           05  RPT-HDR-DAYS           PIC ZZ9.
           05  FILLER                 PIC X(12)  VALUE '  RUN DATE: '.
           05  RPT-HDR-RUN-DATE       PIC X(8).
       01  RPT-DEPT-HDR.
           05  FILLER                 PIC X(18)
                     VALUE 'FOR THE APPROVER: '.
           05  RPT-DEPT-HDR-APPROVER  PIC X(8).
           05  FILLER                 PIC X(16)
                     VALUE '   DEPARTMENT: '.
           05  RPT-DEPT-HDR-DEPT      PIC X(8).
       01  RPT-HEADER2.
           05  FILLER                 PIC X(39)
                     VALUE '  HELD     TIME    LN  USER      ITEM  '.
           05  FILLER                 PIC X(32)
                     VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(22)
                     VALUE 'QTY    NET VALUE  DAYS'.
       01  RPT-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DATE               PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  RPT-TIME               PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-LINE-NO            PIC Z9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-USERID             PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ITEM-REF           PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-QUANTITY           PIC ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-NET-AMOUNT         PIC Z(7)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DAYS-HELD          PIC ZZZ9.
       01  RPT-DEPT-TOTAL.
           05  FILLER                 PIC X(18)  VALUE
                     '  ORDERS PENDING: '.
           05  RPT-DT-ORDERS          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)   VALUE '  LINES: '.
           05  RPT-DT-LINES           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15)  VALUE
                     '  HELD VALUE: '.
           05  RPT-DT-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-EXPIRED-HDR.
           05  FILLER                 PIC X(50) VALUE
               'ORDER LINES EXPIRED BY THIS RUN'.
       01  RPT-EXPIRED-HDR2.
           05  FILLER                 PIC X(40)
                     VALUE '  DEPT     HELD     TIME   LINE USER    '.
           05  FILLER                 PIC X(40)
                     VALUE '  ITEM  QTY    NET VALUE  RESULT'.
       01  RPT-EXPIRED-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-DEPT            PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  RPT-EX-DATE            PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  RPT-EX-TIME            PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-LINE-NO         PIC Z9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-USERID          PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-ITEM-REF        PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-QUANTITY        PIC ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-NET-AMOUNT      PIC Z(7)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-EX-RESULT          PIC X(30).
       01  RPT-NONE-LINE.
           05  FILLER                 PIC X(50) VALUE
               'NO ORDERS ARE AWAITING APPROVAL'.
       01  RPT-NONE-EXPIRED.
           05  FILLER                 PIC X(50) VALUE
               'NO ORDERS EXPIRED'.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(20) VALUE
                     'PENDORD LINES READ: '.
           05  RPT-PENDORD-READ       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17) VALUE
                     '  STILL PENDING: '.
           05  RPT-STILL-PENDING      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  EXPIRED: '.
           05  RPT-EXPIRED            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18) VALUE
                     '  UNITS RELEASED: '.
           05  RPT-UNITS-RELEASED     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
                     '  DEPARTMENTS: '.
           05  RPT-DEPARTMENTS        PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XPND STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           MOVE WS-RUN-DATE-YMD TO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT.
           DISPLAY 'DFH0XPND EXPIRY DAYS = ' WS-EXPIRY-DAYS.
           PERFORM 900-OPEN-FILES.

           PERFORM 100-PROCESS-PENDING THROUGH 100-EXIT
                   UNTIL WS-PENDORD-EOF = 'Y' .

           IF DPT-COUNT = 0
               PERFORM 800-INIT-REPORT
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           ELSE
               PERFORM 200-PRINT-DEPARTMENT THROUGH 200-EXIT
                       VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > DPT-COUNT.
           PERFORM 800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-EXPIRED-HDR.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           IF EXP-COUNT = 0
               WRITE REPORT-RECORD FROM RPT-NONE-EXPIRED
           ELSE
               WRITE REPORT-RECORD FROM RPT-EXPIRED-HDR2
               PERFORM 250-PRINT-EXPIRED THROUGH 250-EXIT
                       VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > EXP-COUNT.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'DFH0XPND ENDED - EXPIRED = ' NUM-EXPIRED
                   ' STILL PENDING = ' NUM-STILL-PENDING.
           GOBACK .

      *        ***********************************************
      *          ONE PENDORD LINE PER CYCLE.  DECIDED LINES
      *          ARE PASSED OVER; A PENDING LINE HELD FOR THE
      *          EXPIRY PERIOD OR LONGER IS EXPIRED, THE REST
      *          ARE KEPT FOR THE APPROVERS' LISTS.
      *        ***********************************************
       100-PROCESS-PENDING.
           PERFORM 700-READ-PENDORD.
           IF WS-PENDORD-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-PENDORD-READ.
           IF NOT PA-PENDING
               GO TO 100-EXIT.
           IF PA-HOLD-DATE IS NOT NUMERIC
               DISPLAY 'DFH0XPND BAD HOLD DATE ON PENDORD - '
                       PA-CHARGE-DEPT ' ' PA-HOLD-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 100-EXIT.
           MOVE PA-HOLD-DATE TO WS-DATE-NUM.
           COMPUTE WS-HOLD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-HELD =
               WS-RUN-DATE-INT - WS-HOLD-DATE-INT.
           IF WS-DAYS-HELD NOT < WS-EXPIRY-DAYS
               PERFORM 400-EXPIRE-LINE THROUGH 400-EXIT
               GO TO 100-EXIT.
           IF PND-COUNT NOT < PND-MAX
               DISPLAY 'DFH0XPND PENDING TABLE FULL - '
                       'LINE NOT LISTED'
               MOVE 16 TO RETURN-CODE
               GO TO 100-EXIT.
           PERFORM 150-COUNT-DEPARTMENT THROUGH 150-EXIT.
           IF NOT DPT-FOUND
               GO TO 100-EXIT.
           ADD +1 TO NUM-STILL-PENDING.
           ADD +1 TO PND-COUNT.
           SET PND-IDX TO PND-COUNT.
           MOVE PA-CHARGE-DEPT      TO PT-CHARGE-DEPT (PND-IDX).
           MOVE PA-HOLD-DATE        TO PT-HOLD-DATE (PND-IDX).
           MOVE PA-HOLD-TIME        TO PT-HOLD-TIME (PND-IDX).
           MOVE PA-LINE-NO          TO PT-LINE-NO (PND-IDX).
           MOVE PA-USERID           TO PT-USERID (PND-IDX).
           MOVE PA-ITEM-REF         TO PT-ITEM-REF (PND-IDX).
           MOVE PA-DESCRIPTION(1:30) TO PT-DESCRIPTION (PND-IDX).
           MOVE PA-QUANTITY         TO PT-QUANTITY (PND-IDX).
           MOVE PA-NET-AMOUNT       TO PT-NET-AMOUNT (PND-IDX).
           MOVE WS-DAYS-HELD        TO PT-DAYS-HELD (PND-IDX).
           ADD +1 TO DPT-LINES (DPT-IDX).
           ADD PA-NET-AMOUNT TO DPT-VALUE (DPT-IDX).
           IF PA-HOLD-ID NOT = WS-LAST-HOLD-ID
               MOVE PA-HOLD-ID TO WS-LAST-HOLD-ID
               ADD +1 TO DPT-ORDERS (DPT-IDX).
       100-EXIT.
           EXIT.

      *        ***********************************************
      *          FIND OR ADD THE LINE'S DEPARTMENT; DPT-IDX
      *          IS LEFT ON ITS ENTRY.  A NEW DEPARTMENT
      *          TAKES ITS APPROVER FROM DEPTBUDG, OR FROM
      *          THE HELD LINE IF THE BUDGET RECORD HAS GONE.
      *        ***********************************************
       150-COUNT-DEPARTMENT.
           MOVE 'N' TO DPT-FOUND-SW.
           PERFORM 160-SEARCH-DEPT THROUGH 160-EXIT
                   VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > DPT-COUNT
                      OR DPT-FOUND.
           IF DPT-FOUND
               SET DPT-IDX TO DPT-USE-IDX
               GO TO 150-EXIT.
           IF DPT-COUNT < DPT-MAX
               ADD +1 TO DPT-COUNT
               SET DPT-IDX TO DPT-COUNT
               MOVE PA-CHARGE-DEPT TO DPT-CHARGE-DEPT (DPT-IDX)
               MOVE PA-APPROVER TO DPT-APPROVER (DPT-IDX)
               MOVE PA-CHARGE-DEPT TO BU-DEPT
               READ BUDGET-FILE
               IF WS-BUDGET-STATUS = '00'
                  AND BU-APPROVER NOT = SPACES
                   MOVE BU-APPROVER TO DPT-APPROVER (DPT-IDX)
               END-IF
               SET DPT-FOUND TO TRUE
           ELSE
               DISPLAY 'DEPARTMENT TABLE FULL, LINE NOT LISTED'
               MOVE 16 TO RETURN-CODE.
       150-EXIT.
           EXIT.

       160-SEARCH-DEPT.
           IF DPT-CHARGE-DEPT (DPT-IDX) = PA-CHARGE-DEPT
               SET DPT-FOUND TO TRUE
               SET DPT-USE-IDX TO DPT-IDX
           END-IF.
       160-EXIT.
           EXIT.

      *        ***********************************************
      *          ONE PAGE PER DEPARTMENT, FOR ITS APPROVER:
      *          EVERY LINE STILL WAITING, OLDEST ORDER FIRST,
      *          THEN THE DEPARTMENT'S TOTALS.
      *        ***********************************************
       200-PRINT-DEPARTMENT.
           MOVE DPT-CHARGE-DEPT (DPT-IDX) TO WS-CURRENT-DEPT.
           PERFORM 800-INIT-REPORT.
           MOVE DPT-APPROVER (DPT-IDX) TO RPT-DEPT-HDR-APPROVER.
           MOVE WS-CURRENT-DEPT TO RPT-DEPT-HDR-DEPT.
           WRITE REPORT-RECORD FROM RPT-DEPT-HDR.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           PERFORM 210-PRINT-PENDING THROUGH 210-EXIT
                   VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE DPT-ORDERS (DPT-IDX) TO RPT-DT-ORDERS.
           MOVE DPT-LINES (DPT-IDX)  TO RPT-DT-LINES.
           MOVE DPT-VALUE (DPT-IDX)  TO RPT-DT-VALUE.
           WRITE REPORT-RECORD FROM RPT-DEPT-TOTAL.
       200-EXIT.
           EXIT.

       210-PRINT-PENDING.
           IF PT-CHARGE-DEPT (PND-IDX) NOT = WS-CURRENT-DEPT
               GO TO 210-EXIT.
           MOVE PT-HOLD-DATE (PND-IDX)   TO RPT-DATE.
           MOVE PT-HOLD-TIME (PND-IDX)   TO RPT-TIME.
           MOVE PT-LINE-NO (PND-IDX)     TO RPT-LINE-NO.
           MOVE PT-USERID (PND-IDX)      TO RPT-USERID.
           MOVE PT-ITEM-REF (PND-IDX)    TO RPT-ITEM-REF.
           MOVE PT-DESCRIPTION (PND-IDX) TO RPT-DESCRIPTION.
           MOVE PT-QUANTITY (PND-IDX)    TO RPT-QUANTITY.
           MOVE PT-NET-AMOUNT (PND-IDX)  TO RPT-NET-AMOUNT.
           MOVE PT-DAYS-HELD (PND-IDX)   TO RPT-DAYS-HELD.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       210-EXIT.
           EXIT.

       250-PRINT-EXPIRED.
           MOVE ET-CHARGE-DEPT (EXP-IDX) TO RPT-EX-DEPT.
           MOVE ET-HOLD-DATE (EXP-IDX)   TO RPT-EX-DATE.
           MOVE ET-HOLD-TIME (EXP-IDX)   TO RPT-EX-TIME.
           MOVE ET-LINE-NO (EXP-IDX)     TO RPT-EX-LINE-NO.
           MOVE ET-USERID (EXP-IDX)      TO RPT-EX-USERID.
           MOVE ET-ITEM-REF (EXP-IDX)    TO RPT-EX-ITEM-REF.
           MOVE ET-QUANTITY (EXP-IDX)    TO RPT-EX-QUANTITY.
           MOVE ET-NET-AMOUNT (EXP-IDX)  TO RPT-EX-NET-AMOUNT.
           MOVE ET-RESULT (EXP-IDX)      TO RPT-EX-RESULT.
           WRITE REPORT-RECORD FROM RPT-EXPIRED-DETAIL.
       250-EXIT.
           EXIT.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-PENDORD-READ   TO RPT-PENDORD-READ.
           MOVE NUM-STILL-PENDING  TO RPT-STILL-PENDING.
           MOVE NUM-EXPIRED        TO RPT-EXPIRED.
           MOVE NUM-UNITS-RELEASED TO RPT-UNITS-RELEASED.
           MOVE DPT-COUNT          TO RPT-DEPARTMENTS.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.

      *        ***********************************************
      *          EXPIRE ONE LINE: PUT THE RESERVED QUANTITY
      *          BACK ON THE ITEM, THEN MARK THE LINE E SO IT
      *          IS NEVER RELEASED TWICE.  AN ITEM GONE FROM
      *          THE CATALOG HAS NOTHING TO PUT BACK, BUT THE
      *          LINE IS STILL EXPIRED.
      *        ***********************************************
       400-EXPIRE-LINE.
           MOVE SPACES TO WS-LAST-HOLD-ID.
           MOVE PA-ITEM-REF TO CAT-ITEM-REF.
           READ CATALOG-FILE.
           IF WS-CATALOG-STATUS = '00'
               ADD PA-QUANTITY TO CAT-IN-STOCK
               REWRITE CATALOG-ITEM-RECORD
               IF WS-CATALOG-STATUS NOT = '00'
                   DISPLAY 'EXMPCAT REWRITE ERROR RC='
                           WS-CATALOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 400-EXIT
               END-IF
               ADD PA-QUANTITY TO NUM-UNITS-RELEASED
           END-IF.
           MOVE 'E' TO PA-STATUS.
           MOVE '*EXPIRED' TO PA-DECIDED-BY.
           MOVE WS-RUN-DATE-YMD TO PA-DECIDED-DATE.
           REWRITE PENDORD-RECORD.
           IF WS-PENDORD-STATUS NOT = '00'
               DISPLAY 'PENDORD REWRITE ERROR RC=' WS-PENDORD-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO NUM-EXPIRED.
           IF EXP-COUNT NOT < EXP-MAX
               DISPLAY 'DFH0XPND EXPIRED TABLE FULL - '
                       'LINE NOT LISTED'
               GO TO 400-EXIT.
           ADD +1 TO EXP-COUNT.
           SET EXP-IDX TO EXP-COUNT.
           MOVE PA-CHARGE-DEPT TO ET-CHARGE-DEPT (EXP-IDX).
           MOVE PA-HOLD-DATE   TO ET-HOLD-DATE (EXP-IDX).
           MOVE PA-HOLD-TIME   TO ET-HOLD-TIME (EXP-IDX).
           MOVE PA-LINE-NO     TO ET-LINE-NO (EXP-IDX).
           MOVE PA-USERID      TO ET-USERID (EXP-IDX).
           MOVE PA-ITEM-REF    TO ET-ITEM-REF (EXP-IDX).
           MOVE PA-QUANTITY    TO ET-QUANTITY (EXP-IDX).
           MOVE PA-NET-AMOUNT  TO ET-NET-AMOUNT (EXP-IDX).
           IF WS-CATALOG-STATUS = '00'
               MOVE 'EXPIRED - STOCK RELEASED' TO ET-RESULT (EXP-IDX)
           ELSE
               MOVE 'EXPIRED - ITEM NOT ON CATALOG'
                    TO ET-RESULT (EXP-IDX).
       400-EXIT.
           EXIT.

       700-READ-PENDORD.
           READ PENDORD-FILE
             AT END MOVE 'Y' TO WS-PENDORD-EOF .
           IF WS-PENDORD-EOF NOT = 'Y'
              AND WS-PENDORD-STATUS NOT = '00'
               DISPLAY 'ERROR ON PENDORD FILE READ.  CODE:'
                       WS-PENDORD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PENDORD-EOF.

      *        ***********************************************
      *          THE PNDCTL DD IS OPTIONAL: ABSENT, ORDERS
      *          ARE EXPIRED AFTER FIVE DAYS.  DAYS=NNN SETS
      *          ANOTHER PERIOD.
      *        ***********************************************
       850-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'DFH0XPND PNDCTL NOT PRESENT - FIVE-DAY '
                       'EXPIRY APPLIES'
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
           IF CONTROL-CARD-RECORD(1:5) = 'DAYS='
               MOVE CONTROL-CARD-RECORD(6:3) TO WS-DAYS-CARD
               INSPECT WS-DAYS-CARD REPLACING TRAILING SPACES BY ZERO
               IF WS-DAYS-CARD IS NUMERIC
                  AND WS-DAYS-CARD-NUM > 0
                   MOVE WS-DAYS-CARD-NUM TO WS-EXPIRY-DAYS
               ELSE
                   DISPLAY 'DFH0XPND BAD DAYS= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'DFH0XPND UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       855-EXIT.
           EXIT.

       800-INIT-REPORT.
           MOVE WS-EXPIRY-DAYS  TO RPT-HDR-DAYS.
           MOVE WS-RUN-DATE-YMD TO RPT-HDR-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.

       900-OPEN-FILES.
           OPEN I-O      PENDORD-FILE
                         CATALOG-FILE
                INPUT    BUDGET-FILE
                OUTPUT   REPORT-FILE .
           IF WS-PENDORD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PENDORD FILE. RC:'
                     WS-PENDORD-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PENDORD-EOF.
           IF WS-CATALOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING EXMPCAT FILE. RC:'
                     WS-CATALOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PENDORD-EOF.
           IF WS-BUDGET-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DEPTBUDG FILE. RC:'
                     WS-BUDGET-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PENDORD-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PNDRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PENDORD-EOF.

       905-CLOSE-FILES.
           CLOSE PENDORD-FILE .
           CLOSE CATALOG-FILE .
           CLOSE BUDGET-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XPND
