      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XABC                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        ABC classification and slow movers      *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job, run monthly, which reads    *
      *      the ORDLOG order history, the RETLOG returns log and the  *
      *      catalog, so buyers can stop treating every item alike.    *
      *                                                                *
      *      Over the analysis period (the months ending on the run    *
      *      date) each item's net issued value is its orders' net     *
      *      amounts less CANCEL: reversals and RETURN: credits, and   *
      *      its net issued units are its orders less cancels less     *
      *      the units RETLOG shows coming back.  Items are ranked by  *
      *      net value: those within the first ACUT per cent of the    *
      *      total value are class A, those within BCUT per cent are   *
      *      class B, and the rest, with every item that issued no     *
      *      value, are class C.                                       *
      *                                                                *
      *      Months of cover is IN-STOCK over the average monthly      *
      *      demand (net units over the months in the period).  An    *
      *      item is slow-moving when nothing has been issued against  *
      *      it within the IDLE months - its last issue is taken from  *
      *      the whole ORDLOG history, not only the period - and the   *
      *      slow movers are listed with the stock value they tie up. *
      *                                                                *
      *      Every catalog item gets a record on the ITEMCLS class     *
      *      file (DFH0XCPK), keyed by item reference, which the       *
      *      stock-take job uses to count A items more often than C.  *
      *                                                                *
      *      CONTROL CARDS (ABCCTL, OPTIONAL):                         *
      *        MONTHS=NN  analysis period in months (default 12)      *
      *        IDLE=NN    months without an issue that make an item   *
      *                   slow-moving (default 06)                     *
      *        ACUT=NN    cumulative value per cent for class A        *
      *                   (default 80)                                 *
      *        BCUT=NN    cumulative value per cent for class B        *
      *                   (default 95)                                 *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XABC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CATALOG-FILE  ASSIGN TO EXMPCAT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS  IS  WS-CATALOG-STATUS.

           SELECT ORDLOG-FILE   ASSIGN TO ORDLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS  IS  WS-ORDLOG-STATUS.

           SELECT RETLOG-FILE   ASSIGN TO RETLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS  IS  WS-RETLOG-STATUS.

           SELECT CLASS-FILE    ASSIGN TO ITEMCLS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IC-ITEM-REF
               FILE STATUS  IS  WS-CLASS-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO ABCCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO ABCRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ORDLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ORDLOG-RECORD.
           COPY DFH0XCP9.

       FD  RETLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RETLOG-RECORD.
           COPY DFH0XCPD.

       FD  CLASS-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ITEM-CLASS-RECORD.
           COPY DFH0XCPK.

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
       01  WS-CATALOG-STATUS          PIC XX  VALUE '00'.
       01  WS-ORDLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-RETLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-CLASS-STATUS            PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-CATALOG-EOF             PIC X   VALUE 'N'.
       01  WS-ORDLOG-EOF              PIC X   VALUE 'N'.
       01  WS-RETLOG-EOF              PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
      *
      *        Run parameters, from ABCCTL or defaulted
       01  RUN-PARAMETERS.
           05  WS-PERIOD-MONTHS       PIC S9(4) COMP-3 VALUE +12.
           05  WS-IDLE-MONTHS         PIC S9(4) COMP-3 VALUE +6.
           05  WS-A-CUTOFF            PIC S9(3) COMP-3 VALUE +80.
           05  WS-B-CUTOFF            PIC S9(3) COMP-3 VALUE +95.
           05  WS-CARD-NN             PIC X(2)  VALUE SPACES.
           05  WS-CARD-NN-NUM  REDEFINES WS-CARD-NN
                                      PIC 9(2).
      *
      *        The period start and the slow-moving cutoff, both
      *        yyyymmdd, worked back from the run date a whole
      *        number of months at a time
       01  WS-PERIOD-START            PIC X(8)  VALUE SPACES.
       01  WS-IDLE-CUTOFF             PIC X(8)  VALUE SPACES.
       01  WS-BACK-MONTHS             PIC S9(4) COMP-3 VALUE +0.
       01  WS-BACK-TOTAL              PIC S9(7) COMP-3 VALUE +0.
       01  WS-BACK-REM                PIC S9(4) COMP-3 VALUE +0.
       01  WS-BACK-DATE.
           05  WS-BACK-YYYY           PIC 9(4).
           05  WS-BACK-MM             PIC 9(2).
           05  WS-BACK-DD             PIC X(2).
      *
       01  WORK-VARIABLES.
           05  NUM-ORDLOG-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RETLOG-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-ON-CATALOG    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SLOW-MOVING       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CLASS-WRITTEN     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CLASS-A           PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-CLASS-B           PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-CLASS-C           PIC S9(7)   COMP-3  VALUE +0.
           05  VAL-CLASS-A           PIC S9(11)V99 COMP-3 VALUE +0.
           05  VAL-CLASS-B           PIC S9(11)V99 COMP-3 VALUE +0.
           05  VAL-CLASS-C           PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-TOTAL-VALUE        PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-CUM-VALUE          PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-BEST-VALUE         PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-PCT-BEFORE         PIC S9(3)V9   COMP-3 VALUE +0.
           05  WS-COVER              PIC S9(7)V9   COMP-3 VALUE +0.
           05  WS-SLOW-VALUE         PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-TOTAL-SLOW-VALUE   PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-ORDER-VALUE        PIC 9(9)V99 VALUE 0.
           05  WS-UNIT-COST          PIC 9(3)V99 VALUE 0.
           05  WS-ORDER-DATE         PIC X(8)  VALUE SPACES.
           05  WS-FIND-ITEM-REF      PIC 9(4)  VALUE 0.
           05  WS-RANK-DONE          PIC X     VALUE 'N'.
      *
      *        *******************************************
      *          ONE ENTRY PER CATALOG ITEM, IN ITEM
      *          REFERENCE ORDER AS THE CATALOG READS
      *        *******************************************
       01  ITM-MAX                    PIC S9(4) COMP-3 VALUE +2000.
       01  ITM-TABLE.
           05  ITM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ITM-IDX ITM-USE-IDX.
               10  IT-ITEM-REF        PIC 9(4)  VALUE 0.
               10  IT-DESCRIPTION     PIC X(40) VALUE SPACES.
               10  IT-DEPARTMENT      PIC 9(3)  VALUE 0.
               10  IT-UNIT-COST       PIC 9(3)V99 VALUE 0.
               10  IT-IN-STOCK        PIC 9(4)  VALUE 0.
               10  IT-NET-VALUE       PIC S9(9)V99 VALUE 0.
               10  IT-NET-QTY         PIC S9(7) VALUE 0.
               10  IT-RETURNED-QTY    PIC S9(7) VALUE 0.
               10  IT-LAST-ISSUE      PIC X(8)  VALUE '00000000'.
               10  IT-RANK            PIC S9(4) COMP-3 VALUE +0.
               10  IT-CLASS           PIC X     VALUE 'C'.
               10  IT-CUM-PCT         PIC 9(3)V9 VALUE 0.
               10  IT-AVG-MONTHLY     PIC 9(5)V9 VALUE 0.
               10  IT-MONTHS-COVER    PIC 9(3)V9 VALUE 0.
               10  IT-SLOW-SW         PIC X     VALUE 'N'.
                   88  IT-SLOW-MOVING       VALUE 'Y'.
       01  ITM-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  ITM-FOUND-SW               PIC X     VALUE 'N'.
           88  ITM-FOUND                    VALUE 'Y'.
      *
      *        *******************************************
      *          THE ITEMS IN RANK ORDER - EACH ENTRY IS
      *          THE ITEM'S POSITION IN ITM-TABLE
      *        *******************************************
       01  RANK-TABLE.
           05  RANK-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RANK-IDX
                                      PIC S9(4) COMP.
       01  RANK-COUNT                 PIC S9(4) COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'CATALOG ABC CLASSIFICATION - PERIOD '.
           05  RPT-HDR-FROM           PIC X(8).
           05  FILLER                 PIC X(4)   VALUE ' TO '.
           05  RPT-HDR-TO             PIC X(8).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-HDR-MONTHS         PIC Z9.
           05  FILLER                 PIC X(8)   VALUE ' MONTHS'.
       01  RPT-HEADER2.
           05  FILLER                 PIC X(40)
                     VALUE 'RANK  ITEM  DESCRIPTION'.
           05  FILLER                 PIC X(40)
                     VALUE 'DEPT     NET VALUE   CUM%  CL  NET QTY'.
           05  FILLER                 PIC X(40)
                     VALUE ' AVG/MTH  STOCK   COVER'.
       01  RPT-DETAIL.
           05  RPT-RANK               PIC ZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ITEM-REF           PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DESCRIPTION        PIC X(28).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DEPARTMENT         PIC 9(3).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-NET-VALUE          PIC -(9)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CUM-PCT            PIC ZZ9.9.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-CLASS              PIC X.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-NET-QTY            PIC -(6)9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-AVG-MONTHLY        PIC ZZZZ9.9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-IN-STOCK           PIC ZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-COVER              PIC ZZ9.9.
           05  RPT-COVER-X  REDEFINES RPT-COVER
                                      PIC X(5).
       01  RPT-SLOW-HDR.
           05  FILLER                 PIC X(32)  VALUE
                     'ITEMS WITH NO ISSUE IN THE LAST '.
           05  RPT-SLOW-MONTHS        PIC Z9.
           05  FILLER                 PIC X(16)  VALUE
                     ' MONTHS (BEFORE '.
           05  RPT-SLOW-CUTOFF        PIC X(8).
           05  FILLER                 PIC X      VALUE ')'.
       01  RPT-SLOW-HDR2.
           05  FILLER                 PIC X(40)
                     VALUE 'ITEM  DESCRIPTION'.
           05  FILLER                 PIC X(45)
                     VALUE 'DEPT  CL  LAST ISSUE  STOCK    STOCK VALUE'.
       01  RPT-SLOW-DETAIL.
           05  RPT-SL-ITEM-REF        PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SL-DESCRIPTION     PIC X(32).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SL-DEPARTMENT      PIC 9(3).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-SL-CLASS           PIC X.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SL-LAST-ISSUE      PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SL-IN-STOCK        PIC ZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SL-VALUE           PIC Z(9)9.99.
       01  RPT-SLOW-TOTAL.
           05  FILLER                 PIC X(22)  VALUE
                     'SLOW-MOVING ITEMS: '.
           05  RPT-ST-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(22)  VALUE
                     '   STOCK VALUE TIED UP'.
           05  RPT-ST-VALUE           PIC Z(11)9.99.
       01  RPT-CLASS-HDR.
           05  FILLER                 PIC X(40) VALUE
                     'CLASS SUMMARY'.
       01  RPT-CLASS-HDR2.
           05  FILLER                 PIC X(40) VALUE
                     'CLASS    ITEMS       NET VALUE  % VALUE'.
       01  RPT-CLASS-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CL-CLASS           PIC X.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-CL-ITEMS           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CL-VALUE           PIC -(11)9.99.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-CL-PCT             PIC ZZ9.9.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(14) VALUE 'ORDLOG READ: '.
           05  RPT-ORDLOG-READ        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE '  RETLOG READ: '.
           05  RPT-RETLOG-READ        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17) VALUE
                     '  CATALOG ITEMS: '.
           05  RPT-CATALOG-ITEMS      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18) VALUE
                     '  NOT ON CATALOG: '.
           05  RPT-NOT-ON-CATALOG     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17) VALUE
                     '  CLASS RECORDS: '.
           05  RPT-CLASS-WRITTEN      PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XABC STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT.
           MOVE WS-PERIOD-MONTHS TO WS-BACK-MONTHS.
           PERFORM 860-MONTHS-BACK.
           MOVE WS-BACK-DATE TO WS-PERIOD-START.
           MOVE WS-IDLE-MONTHS TO WS-BACK-MONTHS.
           PERFORM 860-MONTHS-BACK.
           MOVE WS-BACK-DATE TO WS-IDLE-CUTOFF.
           DISPLAY 'DFH0XABC PERIOD ' WS-PERIOD-START ' TO '
                   WS-RUN-DATE-YMD ' - IDLE BEFORE ' WS-IDLE-CUTOFF.
           PERFORM 900-OPEN-FILES.

           PERFORM 500-LOAD-CATALOG THROUGH 500-EXIT
                   UNTIL WS-CATALOG-EOF = 'Y'.
           PERFORM 100-PROCESS-ORDLOG-RECORD THROUGH 100-EXIT
                   UNTIL WS-ORDLOG-EOF = 'Y' .
           PERFORM 150-PROCESS-RETLOG-RECORD THROUGH 150-EXIT
                   UNTIL WS-RETLOG-EOF = 'Y' .

           PERFORM 380-ANALYSE-ITEM THROUGH 380-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > ITM-COUNT.
           PERFORM 400-RANK-ITEMS.

           PERFORM 800-INIT-REPORT.
           PERFORM 200-PRINT-RANKED-ITEM THROUGH 200-EXIT
                   VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX > RANK-COUNT.
           PERFORM 250-PRINT-SLOW-MOVERS.
           PERFORM 270-PRINT-CLASS-SUMMARY.

           PERFORM 600-WRITE-CLASS-RECORD THROUGH 600-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > ITM-COUNT.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'DFH0XABC ENDED - ITEMS CLASSIFIED = ' ITM-COUNT.
           GOBACK .

      *        ***********************************************
      *          APPLY ONE ORDLOG RECORD TO ITS ITEM.  AN
      *          ORDINARY ORDER IS AN ISSUE AND MOVES THE
      *          ITEM'S LAST ISSUE DATE WHATEVER ITS AGE;
      *          ONLY RECORDS IN THE PERIOD COUNT TOWARDS
      *          VALUE AND DEMAND.
      *        ***********************************************
       100-PROCESS-ORDLOG-RECORD.
           PERFORM 700-READ-ORDLOG-FILE.
           IF WS-ORDLOG-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-ORDLOG-READ.
           MOVE OL-ITEM-REF-NUMBER TO WS-FIND-ITEM-REF.
           PERFORM 170-FIND-ITEM THROUGH 170-EXIT.
           IF NOT ITM-FOUND
               ADD +1 TO NUM-NOT-ON-CATALOG
               GO TO 100-EXIT.
      *    ORDLOG dates are mmddyyyy; compare them as yyyymmdd
           MOVE OL-DATE(5:4) TO WS-ORDER-DATE(1:4).
           MOVE OL-DATE(1:2) TO WS-ORDER-DATE(5:2).
           MOVE OL-DATE(3:2) TO WS-ORDER-DATE(7:2).
           IF OL-DESCRIPTION(1:8) NOT = 'CANCEL: '
              AND OL-DESCRIPTION(1:8) NOT = 'RETURN: '
              AND WS-ORDER-DATE > IT-LAST-ISSUE (ITM-IDX)
               MOVE WS-ORDER-DATE TO IT-LAST-ISSUE (ITM-IDX).
           IF WS-ORDER-DATE < WS-PERIOD-START
               GO TO 100-EXIT.
      *    the net amount where the record carries one, else
      *    quantity times unit cost, as DFH0XDSR values it
           IF OL-NET-AMOUNT IS NUMERIC
               MOVE OL-NET-AMOUNT TO WS-ORDER-VALUE
           ELSE
               MOVE OL-UNIT-COST TO WS-UNIT-COST
               COMPUTE WS-ORDER-VALUE = WS-UNIT-COST * OL-QUANTITY-REQ
           END-IF.
      *    a RETURN: credit takes back the money only - the units
      *    that came back are counted from RETLOG in 150
           IF OL-DESCRIPTION(1:8) = 'RETURN: '
               SUBTRACT WS-ORDER-VALUE FROM IT-NET-VALUE (ITM-IDX)
               GO TO 100-EXIT.
           IF OL-DESCRIPTION(1:8) = 'CANCEL: '
               SUBTRACT WS-ORDER-VALUE FROM IT-NET-VALUE (ITM-IDX)
               SUBTRACT OL-QUANTITY-REQ FROM IT-NET-QTY (ITM-IDX)
           ELSE
               ADD WS-ORDER-VALUE TO IT-NET-VALUE (ITM-IDX)
               ADD OL-QUANTITY-REQ TO IT-NET-QTY (ITM-IDX).
       100-EXIT.
           EXIT.

      *        ***********************************************
      *          UNITS RETURNED IN THE PERIOD COME OFF THE
      *          ITEM'S NET DEMAND.
      *        ***********************************************
       150-PROCESS-RETLOG-RECORD.
           PERFORM 710-READ-RETLOG-FILE.
           IF WS-RETLOG-EOF = 'Y'
               GO TO 150-EXIT.
           ADD +1 TO NUM-RETLOG-READ.
           IF RT-DATE < WS-PERIOD-START
               GO TO 150-EXIT.
           MOVE RT-ITEM-REF TO WS-FIND-ITEM-REF.
           PERFORM 170-FIND-ITEM THROUGH 170-EXIT.
           IF NOT ITM-FOUND
               ADD +1 TO NUM-NOT-ON-CATALOG
               GO TO 150-EXIT.
           SUBTRACT RT-QUANTITY FROM IT-NET-QTY (ITM-IDX).
           ADD RT-QUANTITY TO IT-RETURNED-QTY (ITM-IDX).
       150-EXIT.
           EXIT.

      *        ***********************************************
      *          LOCATE WS-FIND-ITEM-REF'S CATALOG ENTRY;
      *          ITM-IDX IS LEFT ON IT WHEN FOUND.
      *        ***********************************************
       170-FIND-ITEM.
           MOVE 'N' TO ITM-FOUND-SW.
           PERFORM 175-SEARCH-ITEM THROUGH 175-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > ITM-COUNT
                      OR ITM-FOUND.
           IF ITM-FOUND
               SET ITM-IDX TO ITM-USE-IDX.
       170-EXIT.
           EXIT.

       175-SEARCH-ITEM.
           IF IT-ITEM-REF (ITM-IDX) = WS-FIND-ITEM-REF
               SET ITM-FOUND TO TRUE
               SET ITM-USE-IDX TO ITM-IDX
           END-IF.
       175-EXIT.
           EXIT.

      *        ***********************************************
      *          PRINT ONE ITEM IN RANK ORDER.
      *        ***********************************************
       200-PRINT-RANKED-ITEM.
           SET ITM-IDX TO RANK-ENTRY (RANK-IDX).
           MOVE IT-RANK (ITM-IDX)         TO RPT-RANK.
           MOVE IT-ITEM-REF (ITM-IDX)     TO RPT-ITEM-REF.
           MOVE IT-DESCRIPTION (ITM-IDX)  TO RPT-DESCRIPTION.
           MOVE IT-DEPARTMENT (ITM-IDX)   TO RPT-DEPARTMENT.
           MOVE IT-NET-VALUE (ITM-IDX)    TO RPT-NET-VALUE.
           MOVE IT-CUM-PCT (ITM-IDX)      TO RPT-CUM-PCT.
           MOVE IT-CLASS (ITM-IDX)        TO RPT-CLASS.
           MOVE IT-NET-QTY (ITM-IDX)      TO RPT-NET-QTY.
           MOVE IT-AVG-MONTHLY (ITM-IDX)  TO RPT-AVG-MONTHLY.
           MOVE IT-IN-STOCK (ITM-IDX)     TO RPT-IN-STOCK.
           IF IT-NET-QTY (ITM-IDX) > 0
               MOVE IT-MONTHS-COVER (ITM-IDX) TO RPT-COVER
           ELSE
               MOVE ' NONE' TO RPT-COVER-X.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       200-EXIT.
           EXIT.

      *        ***********************************************
      *          THE SLOW MOVERS, ON A PAGE OF THEIR OWN,
      *          WITH THE STOCK VALUE EACH ONE TIES UP.
      *        ***********************************************
       250-PRINT-SLOW-MOVERS.
           MOVE WS-RUN-DATE-YMD  TO RPT-HDR-TO.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           MOVE WS-IDLE-MONTHS TO RPT-SLOW-MONTHS.
           MOVE WS-IDLE-CUTOFF TO RPT-SLOW-CUTOFF.
           WRITE REPORT-RECORD FROM RPT-SLOW-HDR.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SLOW-HDR2.
           PERFORM 260-PRINT-SLOW-ITEM THROUGH 260-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > ITM-COUNT.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-SLOW-MOVING     TO RPT-ST-COUNT.
           MOVE WS-TOTAL-SLOW-VALUE TO RPT-ST-VALUE.
           WRITE REPORT-RECORD FROM RPT-SLOW-TOTAL.

       260-PRINT-SLOW-ITEM.
           IF NOT IT-SLOW-MOVING (ITM-IDX)
               GO TO 260-EXIT.
           MOVE IT-ITEM-REF (ITM-IDX)    TO RPT-SL-ITEM-REF.
           MOVE IT-DESCRIPTION (ITM-IDX) TO RPT-SL-DESCRIPTION.
           MOVE IT-DEPARTMENT (ITM-IDX)  TO RPT-SL-DEPARTMENT.
           MOVE IT-CLASS (ITM-IDX)       TO RPT-SL-CLASS.
           IF IT-LAST-ISSUE (ITM-IDX) = '00000000'
               MOVE 'NEVER'              TO RPT-SL-LAST-ISSUE
           ELSE
               MOVE IT-LAST-ISSUE (ITM-IDX) TO RPT-SL-LAST-ISSUE.
           MOVE IT-IN-STOCK (ITM-IDX)    TO RPT-SL-IN-STOCK.
           COMPUTE WS-SLOW-VALUE =
               IT-IN-STOCK (ITM-IDX) * IT-UNIT-COST (ITM-IDX).
           MOVE WS-SLOW-VALUE            TO RPT-SL-VALUE.
           ADD WS-SLOW-VALUE TO WS-TOTAL-SLOW-VALUE.
           WRITE REPORT-RECORD FROM RPT-SLOW-DETAIL.
       260-EXIT.
           EXIT.

       270-PRINT-CLASS-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-CLASS-HDR.
           WRITE REPORT-RECORD FROM RPT-CLASS-HDR2.
           MOVE 'A'         TO RPT-CL-CLASS.
           MOVE NUM-CLASS-A TO RPT-CL-ITEMS.
           MOVE VAL-CLASS-A TO RPT-CL-VALUE.
           MOVE 0           TO RPT-CL-PCT.
           IF WS-TOTAL-VALUE > 0
               COMPUTE RPT-CL-PCT ROUNDED =
                   VAL-CLASS-A * 100 / WS-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-CLASS-DETAIL.
           MOVE 'B'         TO RPT-CL-CLASS.
           MOVE NUM-CLASS-B TO RPT-CL-ITEMS.
           MOVE VAL-CLASS-B TO RPT-CL-VALUE.
           MOVE 0           TO RPT-CL-PCT.
           IF WS-TOTAL-VALUE > 0
               COMPUTE RPT-CL-PCT ROUNDED =
                   VAL-CLASS-B * 100 / WS-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-CLASS-DETAIL.
      *    class C's value can include items that issued nothing or
      *    went negative on credits, so its share is what is left
           MOVE 'C'         TO RPT-CL-CLASS.
           MOVE NUM-CLASS-C TO RPT-CL-ITEMS.
           MOVE VAL-CLASS-C TO RPT-CL-VALUE.
           MOVE 0           TO RPT-CL-PCT.
           IF WS-TOTAL-VALUE > 0
               COMPUTE RPT-CL-PCT ROUNDED = 100 -
                   (VAL-CLASS-A + VAL-CLASS-B) * 100 / WS-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-CLASS-DETAIL.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-ORDLOG-READ    TO RPT-ORDLOG-READ.
           MOVE NUM-RETLOG-READ    TO RPT-RETLOG-READ.
           MOVE ITM-COUNT          TO RPT-CATALOG-ITEMS.
           MOVE NUM-NOT-ON-CATALOG TO RPT-NOT-ON-CATALOG.
           MOVE NUM-CLASS-WRITTEN  TO RPT-CLASS-WRITTEN.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.

      *        ***********************************************
      *          AVERAGE MONTHLY DEMAND, MONTHS OF COVER AND
      *          THE SLOW-MOVING TEST FOR ONE ITEM, AND THE
      *          TOTAL VALUE THE CLASS CUTOFFS ARE SHARES OF.
      *        ***********************************************
       380-ANALYSE-ITEM.
           IF IT-NET-VALUE (ITM-IDX) > 0
               ADD IT-NET-VALUE (ITM-IDX) TO WS-TOTAL-VALUE.
           IF IT-NET-QTY (ITM-IDX) > 0
               COMPUTE IT-AVG-MONTHLY (ITM-IDX) ROUNDED =
                   IT-NET-QTY (ITM-IDX) / WS-PERIOD-MONTHS
               COMPUTE WS-COVER ROUNDED =
                   IT-IN-STOCK (ITM-IDX) * WS-PERIOD-MONTHS
                     / IT-NET-QTY (ITM-IDX)
               IF WS-COVER > 999.9
                   MOVE 999.9 TO IT-MONTHS-COVER (ITM-IDX)
               ELSE
                   MOVE WS-COVER TO IT-MONTHS-COVER (ITM-IDX)
               END-IF
           ELSE
               MOVE 0 TO IT-AVG-MONTHLY (ITM-IDX)
               MOVE 999.9 TO IT-MONTHS-COVER (ITM-IDX)
           END-IF.
           IF IT-LAST-ISSUE (ITM-IDX) < WS-IDLE-CUTOFF
               SET IT-SLOW-MOVING (ITM-IDX) TO TRUE
               ADD +1 TO NUM-SLOW-MOVING.
       380-EXIT.
           EXIT.

      *        ***********************************************
      *          RANK THE ITEMS THAT ISSUED VALUE, HIGHEST
      *          FIRST, CLASSING EACH BY THE SHARE OF THE
      *          TOTAL ALREADY RANKED AHEAD OF IT - SO THE
      *          TOP ITEM IS ALWAYS A.  THE ITEMS WITH NO
      *          VALUE FOLLOW, IN ITEM ORDER, AS CLASS C.
      *        ***********************************************
       400-RANK-ITEMS.
           MOVE 'N' TO WS-RANK-DONE.
           PERFORM 410-RANK-NEXT-ITEM THROUGH 410-EXIT
                   UNTIL WS-RANK-DONE = 'Y'.
           PERFORM 430-RANK-NO-VALUE-ITEM THROUGH 430-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > ITM-COUNT.

       410-RANK-NEXT-ITEM.
           MOVE 'N' TO ITM-FOUND-SW.
           MOVE 0 TO WS-BEST-VALUE.
           PERFORM 420-FIND-HIGHEST THROUGH 420-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > ITM-COUNT.
           IF NOT ITM-FOUND
               MOVE 'Y' TO WS-RANK-DONE
               GO TO 410-EXIT.
           SET ITM-IDX TO ITM-USE-IDX.
           ADD +1 TO RANK-COUNT.
           SET RANK-IDX TO RANK-COUNT.
           SET RANK-ENTRY (RANK-IDX) TO ITM-IDX.
           MOVE RANK-COUNT TO IT-RANK (ITM-IDX).
           COMPUTE WS-PCT-BEFORE =
               WS-CUM-VALUE * 100 / WS-TOTAL-VALUE.
           ADD IT-NET-VALUE (ITM-IDX) TO WS-CUM-VALUE.
           COMPUTE IT-CUM-PCT (ITM-IDX) ROUNDED =
               WS-CUM-VALUE * 100 / WS-TOTAL-VALUE.
           IF WS-PCT-BEFORE < WS-A-CUTOFF
               MOVE 'A' TO IT-CLASS (ITM-IDX)
               ADD +1 TO NUM-CLASS-A
               ADD IT-NET-VALUE (ITM-IDX) TO VAL-CLASS-A
               GO TO 410-EXIT.
           IF WS-PCT-BEFORE < WS-B-CUTOFF
               MOVE 'B' TO IT-CLASS (ITM-IDX)
               ADD +1 TO NUM-CLASS-B
               ADD IT-NET-VALUE (ITM-IDX) TO VAL-CLASS-B
               GO TO 410-EXIT.
           MOVE 'C' TO IT-CLASS (ITM-IDX).
           ADD +1 TO NUM-CLASS-C.
           ADD IT-NET-VALUE (ITM-IDX) TO VAL-CLASS-C.
       410-EXIT.
           EXIT.

       420-FIND-HIGHEST.
           IF IT-RANK (ITM-IDX) = 0
              AND IT-NET-VALUE (ITM-IDX) > WS-BEST-VALUE
               SET ITM-FOUND TO TRUE
               SET ITM-USE-IDX TO ITM-IDX
               MOVE IT-NET-VALUE (ITM-IDX) TO WS-BEST-VALUE
           END-IF.
       420-EXIT.
           EXIT.

       430-RANK-NO-VALUE-ITEM.
           IF IT-RANK (ITM-IDX) NOT = 0
               GO TO 430-EXIT.
           ADD +1 TO RANK-COUNT.
           SET RANK-IDX TO RANK-COUNT.
           SET RANK-ENTRY (RANK-IDX) TO ITM-IDX.
           MOVE RANK-COUNT TO IT-RANK (ITM-IDX).
           MOVE 100 TO IT-CUM-PCT (ITM-IDX).
           MOVE 'C' TO IT-CLASS (ITM-IDX).
           ADD +1 TO NUM-CLASS-C.
           ADD IT-NET-VALUE (ITM-IDX) TO VAL-CLASS-C.
       430-EXIT.
           EXIT.

      *        ***********************************************
      *          LOAD ONE CATALOG ITEM PER CYCLE.
      *        ***********************************************
       500-LOAD-CATALOG.
           READ CATALOG-FILE
             AT END MOVE 'Y' TO WS-CATALOG-EOF .
           IF WS-CATALOG-EOF = 'Y'
               GO TO 500-EXIT.
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'ERROR ON EXMPCAT FILE READ.  CODE:'
                       WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CATALOG-EOF
               GO TO 500-EXIT.
           IF ITM-COUNT NOT < ITM-MAX
               DISPLAY 'DFH0XABC ITEM TABLE FULL - ITEM '
                       CAT-ITEM-REF ' NOT CLASSIFIED'
               MOVE 16 TO RETURN-CODE
               GO TO 500-EXIT.
           ADD +1 TO ITM-COUNT.
           SET ITM-IDX TO ITM-COUNT.
           MOVE CAT-ITEM-REF    TO IT-ITEM-REF (ITM-IDX).
           MOVE CAT-DESCRIPTION TO IT-DESCRIPTION (ITM-IDX).
           MOVE CAT-DEPARTMENT  TO IT-DEPARTMENT (ITM-IDX).
           MOVE CAT-IN-STOCK    TO IT-IN-STOCK (ITM-IDX).
           IF CAT-COST NOT = SPACES
               COMPUTE IT-UNIT-COST (ITM-IDX) =
                   FUNCTION NUMVAL(CAT-COST).
       500-EXIT.
           EXIT.

      *        ***********************************************
      *          ONE ITEMCLS RECORD PER CATALOG ITEM, WRITTEN
      *          IN ITEM REFERENCE ORDER.
      *        ***********************************************
       600-WRITE-CLASS-RECORD.
           MOVE SPACES                    TO ITEM-CLASS-RECORD.
           MOVE IT-ITEM-REF (ITM-IDX)     TO IC-ITEM-REF.
           MOVE IT-CLASS (ITM-IDX)        TO IC-CLASS.
           MOVE IT-RANK (ITM-IDX)         TO IC-RANK.
           MOVE IT-NET-VALUE (ITM-IDX)    TO IC-NET-VALUE.
           MOVE IT-NET-QTY (ITM-IDX)      TO IC-NET-QTY.
           MOVE IT-AVG-MONTHLY (ITM-IDX)  TO IC-AVG-MONTHLY.
           MOVE IT-MONTHS-COVER (ITM-IDX) TO IC-MONTHS-COVER.
           MOVE IT-LAST-ISSUE (ITM-IDX)   TO IC-LAST-ISSUE-DATE.
           MOVE IT-SLOW-SW (ITM-IDX)      TO IC-SLOW-MOVING.
           MOVE WS-RUN-DATE-YMD           TO IC-CLASS-DATE.
           WRITE ITEM-CLASS-RECORD.
           IF WS-CLASS-STATUS NOT = '00'
               DISPLAY 'ITEMCLS WRITE ERROR RC=' WS-CLASS-STATUS
                       ' ITEM ' IC-ITEM-REF
               MOVE 16 TO RETURN-CODE
               GO TO 600-EXIT.
           ADD +1 TO NUM-CLASS-WRITTEN.
       600-EXIT.
           EXIT.

       700-READ-ORDLOG-FILE.
           READ ORDLOG-FILE
             AT END MOVE 'Y' TO WS-ORDLOG-EOF .
           IF WS-ORDLOG-STATUS NOT = '00'
              AND WS-ORDLOG-STATUS NOT = '10'
               DISPLAY 'ERROR ON ORDLOG FILE READ.  CODE:'
                       WS-ORDLOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDLOG-EOF.

       710-READ-RETLOG-FILE.
           READ RETLOG-FILE
             AT END MOVE 'Y' TO WS-RETLOG-EOF .
           IF WS-RETLOG-STATUS NOT = '00'
              AND WS-RETLOG-STATUS NOT = '10'
               DISPLAY 'ERROR ON RETLOG FILE READ.  CODE:'
                       WS-RETLOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETLOG-EOF.

       800-INIT-REPORT.
           MOVE WS-PERIOD-START  TO RPT-HDR-FROM.
           MOVE WS-RUN-DATE-YMD  TO RPT-HDR-TO.
           MOVE WS-PERIOD-MONTHS TO RPT-HDR-MONTHS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *        ***********************************************
      *          THE ABCCTL DD IS OPTIONAL - ABSENT, THE
      *          12-MONTH PERIOD, 6 IDLE MONTHS AND 80/95
      *          CLASS CUTOFFS APPLY.
      *        ***********************************************
       850-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'DFH0XABC ABCCTL NOT PRESENT - DEFAULTS APPLY'
               GO TO 850-EXIT.
           PERFORM 855-READ-ONE-CARD THROUGH 855-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           CLOSE CONTROL-CARD-FILE.
           IF WS-B-CUTOFF < WS-A-CUTOFF
               DISPLAY 'DFH0XABC BCUT BELOW ACUT - BCUT SET TO ACUT'
               MOVE WS-A-CUTOFF TO WS-B-CUTOFF.
       850-EXIT.
           EXIT.

       855-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE 'Y' TO WS-CONTROL-EOF.
           IF WS-CONTROL-EOF = 'Y'
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:7) = 'MONTHS='
               MOVE CONTROL-CARD-RECORD(8:2) TO WS-CARD-NN
               IF WS-CARD-NN IS NUMERIC AND WS-CARD-NN-NUM > 0
                   MOVE WS-CARD-NN-NUM TO WS-PERIOD-MONTHS
               ELSE
                   DISPLAY 'DFH0XABC BAD MONTHS= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'IDLE='
               MOVE CONTROL-CARD-RECORD(6:2) TO WS-CARD-NN
               IF WS-CARD-NN IS NUMERIC AND WS-CARD-NN-NUM > 0
                   MOVE WS-CARD-NN-NUM TO WS-IDLE-MONTHS
               ELSE
                   DISPLAY 'DFH0XABC BAD IDLE= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'ACUT='
               MOVE CONTROL-CARD-RECORD(6:2) TO WS-CARD-NN
               IF WS-CARD-NN IS NUMERIC AND WS-CARD-NN-NUM > 0
                   MOVE WS-CARD-NN-NUM TO WS-A-CUTOFF
               ELSE
                   DISPLAY 'DFH0XABC BAD ACUT= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'BCUT='
               MOVE CONTROL-CARD-RECORD(6:2) TO WS-CARD-NN
               IF WS-CARD-NN IS NUMERIC AND WS-CARD-NN-NUM > 0
                   MOVE WS-CARD-NN-NUM TO WS-B-CUTOFF
               ELSE
                   DISPLAY 'DFH0XABC BAD BCUT= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'DFH0XABC UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       855-EXIT.
           EXIT.

      *        ***********************************************
      *          WORK WS-BACK-MONTHS WHOLE MONTHS BACK FROM
      *          THE RUN DATE, KEEPING ITS DAY, INTO
      *          WS-BACK-DATE.  THE RESULT IS ONLY COMPARED
      *          AS A YYYYMMDD STRING, SO A DAY THE MONTH
      *          DOES NOT HAVE (E.G. 0231) STILL WORKS.
      *        ***********************************************
       860-MONTHS-BACK.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-BACK-YYYY.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-BACK-MM.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-BACK-DD.
           COMPUTE WS-BACK-TOTAL =
               WS-BACK-YYYY * 12 + WS-BACK-MM - 1 - WS-BACK-MONTHS.
           DIVIDE WS-BACK-TOTAL BY 12 GIVING WS-BACK-YYYY
               REMAINDER WS-BACK-REM.
           COMPUTE WS-BACK-MM = WS-BACK-REM + 1.

       900-OPEN-FILES.
           OPEN INPUT    CATALOG-FILE
                         ORDLOG-FILE
                         RETLOG-FILE
                OUTPUT   CLASS-FILE
                         REPORT-FILE .
           IF WS-CATALOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING EXMPCAT FILE. RC:'
                     WS-CATALOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CATALOG-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF
             MOVE 'Y' TO WS-RETLOG-EOF.
           IF WS-ORDLOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ORDLOG FILE. RC:'
                     WS-ORDLOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CATALOG-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF
             MOVE 'Y' TO WS-RETLOG-EOF.
           IF WS-RETLOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RETLOG FILE. RC:'
                     WS-RETLOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CATALOG-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF
             MOVE 'Y' TO WS-RETLOG-EOF.
           IF WS-CLASS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ITEMCLS FILE. RC:'
                     WS-CLASS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CATALOG-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF
             MOVE 'Y' TO WS-RETLOG-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ABCRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CATALOG-EOF
             MOVE 'Y' TO WS-ORDLOG-EOF
             MOVE 'Y' TO WS-RETLOG-EOF.

       905-CLOSE-FILES.
           CLOSE CATALOG-FILE .
           CLOSE ORDLOG-FILE .
           CLOSE RETLOG-FILE .
           CLOSE CLASS-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XABC
