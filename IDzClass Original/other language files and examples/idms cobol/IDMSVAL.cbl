      *****************************************************************
      ******************************************************************
      *
      *          MONTH-END PARTS INVENTORY VALUATION
      *
      *          THE WAREHOUSE RECORD CARRIES ONE UNIT VALUE PER PART
      *          (PART-RDZ-VALUE-0410) AND NOTHING ELSE -- NO COST
      *          FLOW, NO MOVEMENT HISTORY, SO FINANCE HAD NO
      *          MONTH-END INVENTORY VALUE.  THIS BATCH KEEPS A
      *          WEIGHTED-AVERAGE COST LAYER PER PART PER MONTH ON THE
      *          VALFILE VALUATION FILE AND VALUES THE MONTH:
      *
      *            - OPENING: EACH PART'S LATEST LAYER BEFORE THE
      *              MONTH, FROM THE PRIOR GENERATION ON OLDVAL
      *              (OPTIONAL -- THE FIRST RUN HAS NONE)
      *            - TAKE-ON: A PART ON THE WAREHOUSE DATABASE WITH NO
      *              LAYER YET IS TAKEN ON AT ITS ON-HAND FIGURE (AS
      *              IDMSREQ READS IT) AND ITS DATABASE UNIT VALUE
      *            - RECEIPTS: THE RECEIPTS IDMSRCV APPLIED IN THE
      *              MONTH ('A' RECORDS ON RCVHIST), AT THEIR UNIT
      *              COST.  A RECEIPT LOGGED WITHOUT A COST IS
      *              VALUED AT THE PART'S AVERAGE
      *            - ISSUES: THE STORES ISSUES OF THE MONTH ON
      *              ISSUFILE (OPTIONAL DD), AT THE MONTH'S WEIGHTED
      *              AVERAGE -- (OPENING + TAKE-ON + RECEIPTS VALUE)
      *              OVER (OPENING + TAKE-ON + RECEIPTS QUANTITY).  AN
      *              ISSUE BEYOND THE STOCK IS VALUED ONLY UP TO THE
      *              STOCK
      *            - CLOSING: QUANTITY LEFT AT THE SAME AVERAGE.  THE
      *              CENTS LOST TO ROUNDING THE AVERAGE ARE THE
      *              VARIANCE THAT MAKES THE ROLL-FORWARD BALANCE
      *
      *          THE WAREHOUSE RECORDS ARE WALKED AS IDMRDZ'S BATCH
      *          SCAN WALKS THEM; THE PART'S HEAD ID ON THE RECORD IS
      *          ITS WAREHOUSE AREA.  A PART WITH A LAYER OR A
      *          MOVEMENT BUT NO LONGER ON THE DATABASE IS STILL
      *          VALUED, UNDER ITS LAST AREA, AND LISTED.
      *
      *          VALRPT PRINTS THE EXTENDED VALUE PER PART WITH AREA
      *          SUBTOTALS, THE ROLL-FORWARD BY AREA (OPENING +
      *          TAKE-ON + RECEIPTS - ISSUES + VARIANCE = CLOSING)
      *          AND EVERY VARIANCE BY PART: 'T' TAKE-ON, 'R'
      *          ROUNDING, 'Z' RECEIPT WITHOUT COST, 'S' ISSUES OVER
      *          STOCK, 'M' PART NOT ON THE DATABASE.  RC 4 WHEN ANY
      *          'S' OR 'Z' IS LISTED.
      *
      *          THE NEW GENERATION ON NEWVAL IS THE OLD ONE WITH THE
      *          MONTH'S LAYERS BEHIND IT; A RE-RUN OF A MONTH
      *          REPLACES THAT MONTH'S LAYERS.  THE MONTH'S MOVEMENT
      *          IN VALUE, BY AREA, GOES ON VALGL FOR THE GENERAL
      *          LEDGER INTERFACE (GLINTF1 FEEDER INVVAL): TAKE-ON
      *          'TKON', RECEIPTS 'RCPT', ISSUES 'ISSU' AND VARIANCE
      *          'VARC', SO THE LEDGER'S INVENTORY BALANCE MOVES FROM
      *          THE OPENING TO THE CLOSING VALUE.
      *
      *          CONTROL CARDS ON VALCTL (OPTIONAL DD):
      *            MONTH=YYYYMM   MONTH VALUED (DEFAULT: THE MONTH
      *                           BEFORE THE RUN DATE)
      *
      *          SUB-SCHEMA NAVIGATION AS IN IDMRDZ/IDMSREQ: SEE
      *          IDMRDZ FOR THE FULL SUB-SCHEMA-RECORDS/SETS TABLES.
      *
      ******************************************************************
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDMSVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROL-CARD-FILE ASSIGN TO VALCTL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT OLD-VALUATION-FILE ASSIGN TO OLDVAL
               FILE STATUS  IS  WS-OLDVAL-STATUS.

           SELECT VALUATION-FILE ASSIGN TO NEWVAL
               FILE STATUS  IS  WS-VAL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO RCVHIST
               FILE STATUS  IS  WS-HIST-STATUS.

           SELECT ISSUE-FILE ASSIGN TO ISSUFILE
               FILE STATUS  IS  WS-ISSUE-STATUS.

           SELECT VALUATION-GL-FILE ASSIGN TO VALGL
               FILE STATUS  IS  WS-VALGL-STATUS.

           SELECT REPORT-FILE ASSIGN TO VALRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

      * ONE COST LAYER: ONE PART'S MONTH, OPENING TO CLOSING.  THE
      * SAME LAYOUT SERVES OLDVAL AND NEWVAL.
       FD  OLD-VALUATION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  OLD-VALUATION-RECORD.
           05  OVL-PART-ID            PIC 9(4).
           05  OVL-AREA-ID            PIC 9(4).
           05  OVL-PERIOD             PIC 9(6).
           05  OVL-OPEN-QTY           PIC 9(7).
           05  OVL-OPEN-VALUE         PIC 9(9)V99.
           05  OVL-TAKEON-QTY         PIC 9(7).
           05  OVL-TAKEON-VALUE       PIC 9(9)V99.
           05  OVL-RCPT-QTY           PIC 9(7).
           05  OVL-RCPT-VALUE         PIC 9(9)V99.
           05  OVL-ISSUE-QTY          PIC 9(7).
           05  OVL-ISSUE-VALUE        PIC 9(9)V99.
           05  OVL-VARIANCE           PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  OVL-CLOSE-QTY          PIC 9(7).
           05  OVL-CLOSE-VALUE        PIC 9(9)V99.
           05  OVL-AVG-COST           PIC 9(5)V9999.
           05  OVL-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(7).

       FD  VALUATION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  VALUATION-RECORD.
           05  VAL-PART-ID            PIC 9(4).
           05  VAL-AREA-ID            PIC 9(4).
           05  VAL-PERIOD             PIC 9(6).
           05  VAL-OPEN-QTY           PIC 9(7).
           05  VAL-OPEN-VALUE         PIC 9(9)V99.
           05  VAL-TAKEON-QTY         PIC 9(7).
           05  VAL-TAKEON-VALUE       PIC 9(9)V99.
           05  VAL-RCPT-QTY           PIC 9(7).
           05  VAL-RCPT-VALUE         PIC 9(9)V99.
           05  VAL-ISSUE-QTY          PIC 9(7).
           05  VAL-ISSUE-VALUE        PIC 9(9)V99.
           05  VAL-VARIANCE           PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  VAL-CLOSE-QTY          PIC 9(7).
           05  VAL-CLOSE-VALUE        PIC 9(9)V99.
           05  VAL-AVG-COST           PIC 9(5)V9999.
           05  VAL-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(7).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  RHS-PO-NUMBER          PIC 9(6).
           05  RHS-SUPPLIER-ID        PIC 9(4).
           05  RHS-PART-ID            PIC 9(4).
           05  RHS-QTY                PIC 9(5).
           05  RHS-RECEIPT-DATE       PIC 9(8).
           05  RHS-DISPOSITION        PIC X.
           05  RHS-REASON             PIC X.
           05  RHS-RUN-DATE           PIC 9(8).
           05  RHS-UNIT-COST          PIC 9(5)V99.
           05  FILLER                 PIC X(36).

      * ONE STORES ISSUE, LAID OUT AS IDMSRCV'S RCPTFILE RECEIPTS.
       FD  ISSUE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ISSUE-RECORD.
           05  ISS-PART-ID            PIC 9(4).
           05  FILLER                 PIC X.
           05  ISS-QTY                PIC 9(5).
           05  FILLER                 PIC X.
           05  ISS-DATE               PIC 9(8).
           05  FILLER                 PIC X.
           05  ISS-REFERENCE          PIC X(12).
           05  FILLER                 PIC X(48).

      * ONE MOVEMENT IN INVENTORY VALUE FOR ONE AREA AND MONTH.
       FD  VALUATION-GL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  VALUATION-GL-RECORD.
           05  VGL-AREA-ID            PIC 9(4).
           05  VGL-TXN-TYPE           PIC X(4).
           05  VGL-PERIOD             PIC 9(6).
           05  VGL-AMOUNT             PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(54).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS  PIC XX VALUE '00'.
       01  WS-OLDVAL-STATUS   PIC XX VALUE '00'.
       01  WS-VAL-STATUS      PIC XX VALUE '00'.
       01  WS-HIST-STATUS     PIC XX VALUE '00'.
       01  WS-ISSUE-STATUS    PIC XX VALUE '00'.
       01  WS-VALGL-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-STATUS   PIC XX VALUE '00'.
       01  WS-CONTROL-EOF     PIC X  VALUE 'N'.
       01  WS-OLDVAL-EOF      PIC X  VALUE 'N'.
       01  WS-HIST-EOF        PIC X  VALUE 'N'.
       01  WS-ISSUE-EOF       PIC X  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-RUN-RC          PIC S9(4) COMP VALUE +0.

      * THE MONTH VALUED, CARD-SETTABLE.
       01  VALUATION-SETTINGS.
           05  WS-VALUE-MONTH      PIC 9(6)  VALUE ZERO.
           05  WS-VALUE-MONTH-R REDEFINES WS-VALUE-MONTH.
               10  WS-VALUE-YEAR       PIC 9(4).
               10  WS-VALUE-MM         PIC 99.
           05  WS-PERIOD-FROM      PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-TO        PIC 9(8)  VALUE ZERO.
           05  WS-NEXT-MONTH-DATE  PIC 9(8)  VALUE ZERO.
           05  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-DATE.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MM          PIC 99.
               10  WS-NEXT-DD          PIC 99.
           05  WS-CARD-VALUE6      PIC X(6).
           05  WS-CARD-VALUE6-N REDEFINES WS-CARD-VALUE6
                                   PIC 9(6).

       01  COUNTERS-AND-ACCUMULATORS.
           05  NUM-PARTS-SCANNED   PIC S9(7) COMP-3 VALUE +0.
           05  NUM-PARTS-TAKEN-ON  PIC S9(7) COMP-3 VALUE +0.
           05  NUM-LAYERS-CARRIED  PIC S9(7) COMP-3 VALUE +0.
           05  NUM-LAYERS-REPLACED PIC S9(7) COMP-3 VALUE +0.
           05  NUM-LAYERS-WRITTEN  PIC S9(7) COMP-3 VALUE +0.
           05  NUM-RECEIPTS-VALUED PIC S9(7) COMP-3 VALUE +0.
           05  NUM-ISSUES-VALUED   PIC S9(7) COMP-3 VALUE +0.
           05  NUM-VARIANCES       PIC S9(7) COMP-3 VALUE +0.
           05  TOT-OPEN-VALUE      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-TAKEON-VALUE    PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-RCPT-VALUE      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-ISSUE-VALUE     PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-VARIANCE        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-CLOSE-VALUE     PIC S9(11)V99 COMP-3 VALUE +0.

      * ONE ENTRY PER PART VALUED: ON THE DATABASE, WITH A LAYER, OR
      * WITH A MOVEMENT IN THE MONTH.
       01  PART-TABLE-CONTROLS.
           05  PRT-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-PRT-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-PRT-SUB2         PIC S9(4) COMP VALUE +0.
           05  WS-PRT-FOUND-IDX    PIC S9(4) COMP VALUE +0.
           05  WS-PRT-KEY          PIC 9(4)  VALUE ZERO.
           05  WS-SWAP-FLAG        PIC X     VALUE 'N'.
           05  WS-SWAP-AREA        PIC X(90).
       01  PART-TABLE.
           05  PRT-ENTRY OCCURS 500 TIMES.
               10  PRT-PART-ID         PIC 9(4).
               10  PRT-AREA-ID         PIC 9(4).
               10  PRT-ON-DATABASE     PIC X.
               10  PRT-HAS-LAYER       PIC X.
               10  PRT-OPEN-QTY        PIC S9(7) COMP-3.
               10  PRT-OPEN-VALUE      PIC S9(9)V99 COMP-3.
               10  PRT-TAKEON-QTY      PIC S9(7) COMP-3.
               10  PRT-TAKEON-VALUE    PIC S9(9)V99 COMP-3.
               10  PRT-RCPT-QTY        PIC S9(7) COMP-3.
               10  PRT-RCPT-VALUE      PIC S9(9)V99 COMP-3.
               10  PRT-ISSUE-QTY       PIC S9(7) COMP-3.
               10  PRT-ISSUE-VALUE     PIC S9(9)V99 COMP-3.
               10  PRT-SHORT-QTY       PIC S9(7) COMP-3.
               10  PRT-NOCOST-QTY      PIC S9(7) COMP-3.
               10  PRT-VARIANCE        PIC S9(9)V99 COMP-3.
               10  PRT-CLOSE-QTY       PIC S9(7) COMP-3.
               10  PRT-CLOSE-VALUE     PIC S9(9)V99 COMP-3.
               10  PRT-AVG-COST        PIC S9(5)V9999 COMP-3.
               10  PRT-DB-VALUE        PIC 9(5)V99.

      * ONE ENTRY PER WAREHOUSE AREA, BUILT IN AREA ORDER AS THE
      * VALUATION PRINTS.
       01  AREA-TABLE-CONTROLS.
           05  ARA-ENTRIES-USED    PIC S9(4) COMP VALUE +0.
           05  WS-ARA-SUB          PIC S9(4) COMP VALUE +0.
       01  AREA-TABLE.
           05  ARA-ENTRY OCCURS 50 TIMES.
               10  ARA-AREA-ID         PIC 9(4).
               10  ARA-OPEN-VALUE      PIC S9(11)V99 COMP-3.
               10  ARA-TAKEON-VALUE    PIC S9(11)V99 COMP-3.
               10  ARA-RCPT-VALUE      PIC S9(11)V99 COMP-3.
               10  ARA-ISSUE-VALUE     PIC S9(11)V99 COMP-3.
               10  ARA-VARIANCE        PIC S9(11)V99 COMP-3.
               10  ARA-CLOSE-VALUE     PIC S9(11)V99 COMP-3.

      * VALUATION WORK FIELDS FOR ONE PART.
       01  VALUATION-WORK.
           05  WS-AVAIL-QTY        PIC S9(7) COMP-3 VALUE +0.
           05  WS-AVAIL-VALUE      PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-VALUED-QTY       PIC S9(7) COMP-3 VALUE +0.
           05  WS-ROLL-VALUE       PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-NOCOST-VALUE     PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-VAR-CODE         PIC X     VALUE SPACE.
           05  WS-VAR-QTY          PIC S9(7) COMP-3 VALUE +0.
           05  WS-VAR-AMOUNT       PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-GL-TYPE          PIC X(4)  VALUE SPACES.
           05  WS-GL-AMOUNT        PIC S9(11)V99 COMP-3 VALUE +0.

       01  IDMS-DB-CTRL.
           03 PGM-NM PIC X(8) VALUE SPACES.
           03 ERR-STAT PIC X(4) VALUE '1400'.
                88 DB-STATUS-OK       VALUE '0000'.
                88 ANY-STATUS         VALUE ' ' THRU '9999'.
                88 ANY-ERR-STAT   VALUE '0001' THRU '9999'.
                88 DB-END-OF-SET      VALUE '0307'.
                88 DB-REC-NOT-FOUND   VALUE '0326'.
           03 IDMS-DBKEY PIC S9(8) COMP SYNC.
           03 RECORD-RDZ PIC X(16)         VALUE SPACES.
           03 RDZ-REC-RDZ REDEFINES RECORD-RDZ.
                      05 SSC-NODN PIC X(8).
                      05 SSC-DBN PIC X(8).
                      03 AREA-RDZ PIC X(16)           VALUE SPACES.
           03 AREA-RRDZ REDEFINES AREA-RDZ.
                      05 SSC-DNO PIC X(8).
                      05 SSC-DNA PIC X(8).
           03 ERROR-SET PIC X(16)           VALUE SPACES.
           03 ERROR-RECORD PIC X(16)        VALUE SPACES.
           03 ERROR-AREA PIC X(16)          VALUE SPACES.
           03 DBCOM-AREA PIC X(100)      VALUE LOW-VALUE.
           03 DBCOM REDEFINES DBCOM-AREA
                      PIC X      OCCURS 100.
           03 RDBCOM REDEFINES DBCOM-AREA.
                      05 DB-SUB-ADDR PIC X(4).
                      05 FILLER PIC X(96).
           03 DIRECT-IDMS-DBKEY PIC S9(8) COMP SYNC.
           03 DIRECT-IDMS-DBK REDEFINES DIRECT-IDMS-DBKEY
                                         PIC S9(8) COMP.
           03 DATABASE-STATUS.
                      05 DBSTATMENT-CODE PIC X(2).
                      05 DBSTATUS-CODE PIC X(5).
           03 FILLER PIC X.
           03 RECORD-OCCUR PIC S9(8) COMP SYNC.
           03 DML-SEQUENCE PIC S9(8) COMP SYNC.

       01  SUB-SCHEMA-SSRDZ PIC X(8)        VALUE 'RDZSS01 '.

      * ONLY THE RECORD/SET THIS BATCH ACTUALLY NAVIGATES. SEE
      * IDMRDZ FOR THE FULL SUB-SCHEMA-RECORDS/SUB-SCHEMA-SETS TABLES.
       01  SUB-SCHEMA-RECORDS.
           03 RDZ410 PIC X(16)    VALUE 'BACK-ORDER'.

       01  SUB-SCHEMA-SETS.
           03 RDZ-EXPERTISE PIC X(16)   VALUE 'RDZ-EXPERTISE '.

       01  SUB-SCHEMA-AREARDZS.
           03 LOCATION PIC X(16) VALUE 'LOCATION '.
           03 D-CODE-WS     PIC X(3) VALUE '299'.

      * COPY IDMS RECORD WAREHOUSE.
       01  WAREHOUSE.
           02 PART-RDZ-ID-0410 PIC 9(4).
           02 PART-RDZ-RDZ-0410 PIC X(45).
      * PART-RDZ-RDZ-0410 BROKEN OUT PER SUB-SCHEMA-RECORDS' RDZ415
      * (VALUE) AND RDZ410 (BACK-ORDER) ITEMS.
           02 PART-RDZ-RDZ-0410-R REDEFINES PART-RDZ-RDZ-0410.
              03 PART-RDZ-VALUE-0410     PIC 9(5)V99.
              03 PART-RDZ-BACKORDER-0410 PIC 9(5).
              03 FILLER                  PIC X(33).
           02 PART-RDZ-HEAD-ID-0410 PIC 9(4).
           02 FILLER PIC XXX.

       01  RPT-HEADER-LINE.
           05  FILLER              PIC X(40)
                VALUE 'MONTH-END PARTS INVENTORY VALUATION'.
           05  FILLER              PIC X(8)  VALUE 'PERIOD: '.
           05  RPT-HDR-PERIOD      PIC 9(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(56) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-SECTION-TITLE   PIC X(60).
           05  FILLER              PIC X(70) VALUE SPACES.
       01  RPT-VAL-COLUMN-LINE.
           05  FILLER  PIC X(12) VALUE '  AREA  PART'.
           05  FILLER  PIC X(14) VALUE '   CLOSING QTY'.
           05  FILLER  PIC X(14) VALUE '      AVG COST'.
           05  FILLER  PIC X(17) VALUE '   EXTENDED VALUE'.
           05  FILLER  PIC X(75) VALUE '   NOTE'.
       01  RPT-VAL-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAL-AREA        PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAL-PART        PIC 9(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-VAL-QTY         PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-VAL-AVG         PIC ZZ,ZZ9.9999.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-VAL-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-VAL-NOTE        PIC X(30).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  RPT-AREA-TOTAL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'AREA '.
           05  RPT-ATL-AREA        PIC 9(4).
           05  FILLER              PIC X(6)  VALUE ' TOTAL'.
           05  FILLER              PIC X(26) VALUE SPACES.
           05  RPT-ATL-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75) VALUE SPACES.
       01  RPT-GRAND-TOTAL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'ALL AREAS TOTAL'.
           05  FILLER              PIC X(26) VALUE SPACES.
           05  RPT-GTL-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(75) VALUE SPACES.
       01  RPT-RF-COLUMN-LINE.
           05  FILLER  PIC X(6)  VALUE '  AREA'.
           05  FILLER  PIC X(16) VALUE '         OPENING'.
           05  FILLER  PIC X(16) VALUE '         TAKE-ON'.
           05  FILLER  PIC X(16) VALUE '        RECEIPTS'.
           05  FILLER  PIC X(16) VALUE '          ISSUES'.
           05  FILLER  PIC X(16) VALUE '        VARIANCE'.
           05  FILLER  PIC X(16) VALUE '         CLOSING'.
           05  FILLER  PIC X(30) VALUE SPACES.
       01  RPT-RF-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-AREA         PIC X(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-OPEN         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-TAKEON       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-RCPT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-ISSUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-VARIANCE     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RF-CLOSE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.
       01  RPT-VAR-COLUMN-LINE.
           05  FILLER  PIC X(17) VALUE '  AREA  PART  C  '.
           05  FILLER  PIC X(46) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(10) VALUE '       QTY'.
           05  FILLER  PIC X(16) VALUE '          AMOUNT'.
           05  FILLER  PIC X(43) VALUE SPACES.
       01  RPT-VAR-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAR-AREA        PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAR-PART        PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAR-CODE        PIC X.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAR-DESC        PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAR-QTY         PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-VAR-AMOUNT      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(43) VALUE SPACES.
       01  RPT-SPACES              PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-BEGIN THRU 000-EXIT.
           PERFORM 100-WAREHOUSE-LOOP THRU 100-EXIT
               UNTIL DB-END-OF-SET.
           PERFORM 120-LOAD-RECEIPTS THRU 120-EXIT
               UNTIL WS-HIST-EOF = 'Y'.
           PERFORM 130-LOAD-ISSUES THRU 130-EXIT.
           PERFORM 150-VALUE-ONE-PART THRU 150-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > PRT-ENTRIES-USED.
           PERFORM 300-SORT-PARTS THRU 300-EXIT.
           PERFORM 400-PRINT-VALUATION THRU 400-EXIT.
           PERFORM 450-PRINT-ROLL-FORWARD THRU 450-EXIT.
           PERFORM 500-PRINT-VARIANCES THRU 500-EXIT.
           PERFORM 600-WRITE-LAYER THRU 600-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > PRT-ENTRIES-USED.
           PERFORM 700-WRITE-AREA-GL THRU 700-EXIT
               VARYING WS-ARA-SUB FROM 1 BY 1
               UNTIL WS-ARA-SUB > ARA-ENTRIES-USED.
           PERFORM 190-PRINT-TOTALS THRU 190-EXIT.
           PERFORM 200-EOJ THRU 200-EXIT.
           DISPLAY 'IDMSVAL PARTS SCANNED:    ' NUM-PARTS-SCANNED.
           DISPLAY 'IDMSVAL LAYERS WRITTEN:   ' NUM-LAYERS-WRITTEN.
           DISPLAY 'IDMSVAL VARIANCES LISTED: ' NUM-VARIANCES.
           GOBACK.
       MAIN-EXIT.
           EXIT.

       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RCVHIST FILE. RC:'
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VALUATION-FILE VALUATION-GL-FILE REPORT-FILE.
           IF WS-VAL-STATUS NOT = '00'
              OR WS-VALGL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEWVAL/VALGL FILES. RC:'
                       WS-VAL-STATUS ' ' WS-VALGL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 050-READ-CONTROL-CARDS THRU 050-EXIT.
           PERFORM 058-SET-PERIOD THRU 058-EXIT.
           MOVE WS-VALUE-MONTH TO RPT-HDR-PERIOD.
           MOVE WS-RUN-DATE    TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.
           PERFORM 060-LOAD-OLD-LAYERS THRU 060-EXIT.

      * BIND RUN-UNIT.
           MOVE '9001' TO D-CODE-WS.
           CALL 'IDMS' USING IDMS-DB-CTRL
                                        DBCOM (59)
                                        IDMS-DB-CTRL
                                        SUB-SCHEMA-SSRDZ.
           PERFORM IDMS-STATUS.

      * BIND WAREHOUSE.
           CALL 'IDMS' USING IDMS-DB-CTRL
                                        DBCOM (48)
                                        RDZ410
                                        WAREHOUSE.
           PERFORM IDMS-STATUS.

      * READY LOCATION.
           CALL 'IDMS' USING IDMS-DB-CTRL
                                        DBCOM (37)
                                        LOCATION.
           PERFORM IDMS-STATUS.

      * OBTAIN FIRST RDZ410 WITHIN RDZ-EXPERTISE.
           CALL 'IDMS' USING IDMS-DB-CTRL
                                        DBCOM (44)
                                        RDZ-EXPERTISE
                                        RDZ410
                                        DBCOM (43).
       000-EXIT.
           EXIT.

      * THE VALCTL DD IS OPTIONAL.  MONTH= OVERRIDES THE DEFAULT.
       050-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'IDMSVAL VALCTL NOT PRESENT - DEFAULTS APPLY'
               GO TO 050-EXIT
           END-IF.
           PERFORM 055-ONE-CONTROL-CARD THRU 055-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           CLOSE CONTROL-CARD-FILE.
       050-EXIT.
           EXIT.

       055-ONE-CONTROL-CARD.
           READ CONTROL-CARD-FILE
               AT END MOVE 'Y' TO WS-CONTROL-EOF.
           IF WS-CONTROL-EOF = 'Y'
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:6) = 'MONTH='
               MOVE CONTROL-CARD-RECORD(7:6) TO WS-CARD-VALUE6
               IF WS-CARD-VALUE6 IS NUMERIC
                  AND WS-CARD-VALUE6(5:2) > '00'
                  AND WS-CARD-VALUE6(5:2) < '13'
                   MOVE WS-CARD-VALUE6-N TO WS-VALUE-MONTH
               ELSE
                   DISPLAY 'IDMSVAL BAD MONTH= CARD IGNORED'
               END-IF
               GO TO 055-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'IDMSVAL UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       055-EXIT.
           EXIT.

      * WITH NO MONTH= CARD THE MONTH BEFORE THE RUN DATE IS VALUED,
      * SO THE JOB CAN RUN ANY DAY AFTER MONTH END.  THE PERIOD ENDS
      * THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH.
       058-SET-PERIOD.
           IF WS-VALUE-MONTH = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-VALUE-MONTH
               IF WS-VALUE-MM = 01
                   SUBTRACT 1 FROM WS-VALUE-YEAR
                   MOVE 12 TO WS-VALUE-MM
               ELSE
                   SUBTRACT 1 FROM WS-VALUE-MM
               END-IF
           END-IF.
           COMPUTE WS-PERIOD-FROM = WS-VALUE-MONTH * 100 + 1.
           MOVE WS-PERIOD-FROM TO WS-NEXT-MONTH-DATE.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 01 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM.
           COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1).
       058-EXIT.
           EXIT.

      * THE OLDVAL DD IS OPTIONAL.  EVERY PRIOR LAYER GOES FORWARD
      * ONTO THE NEW GENERATION EXCEPT THE MONTH BEING VALUED, WHICH
      * THIS RUN REPLACES.  THE GENERATION IS IN MONTH ORDER, SO THE
      * LAST LAYER BEFORE THE MONTH SEEN FOR A PART IS ITS OPENING.
       060-LOAD-OLD-LAYERS.
           OPEN INPUT OLD-VALUATION-FILE.
           IF WS-OLDVAL-STATUS NOT = '00'
               DISPLAY 'IDMSVAL OLDVAL NOT PRESENT - NO PRIOR '
                       'LAYERS'
               GO TO 060-EXIT
           END-IF.
           PERFORM 065-ONE-OLD-LAYER THRU 065-EXIT
               UNTIL WS-OLDVAL-EOF = 'Y'.
           CLOSE OLD-VALUATION-FILE.
       060-EXIT.
           EXIT.

       065-ONE-OLD-LAYER.
           READ OLD-VALUATION-FILE
               AT END MOVE 'Y' TO WS-OLDVAL-EOF.
           IF WS-OLDVAL-EOF = 'Y'
               GO TO 065-EXIT.
           IF OVL-PERIOD = WS-VALUE-MONTH
               ADD +1 TO NUM-LAYERS-REPLACED
               GO TO 065-EXIT.
           ADD +1 TO NUM-LAYERS-CARRIED.
           WRITE VALUATION-RECORD FROM OLD-VALUATION-RECORD.
           IF WS-VAL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NEWVAL FILE. RC:'
                       WS-VAL-STATUS
               MOVE 16 TO RETURN-CODE.
           IF OVL-PERIOD > WS-VALUE-MONTH
               GO TO 065-EXIT.
           MOVE OVL-PART-ID TO WS-PRT-KEY.
           PERFORM 080-FIND-PART THRU 080-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               PERFORM 090-ADD-PART THRU 090-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               GO TO 065-EXIT.
           MOVE 'Y'             TO PRT-HAS-LAYER(WS-PRT-FOUND-IDX).
           MOVE OVL-AREA-ID     TO PRT-AREA-ID(WS-PRT-FOUND-IDX).
           MOVE OVL-CLOSE-QTY   TO PRT-OPEN-QTY(WS-PRT-FOUND-IDX).
           MOVE OVL-CLOSE-VALUE TO PRT-OPEN-VALUE(WS-PRT-FOUND-IDX).
           MOVE OVL-AVG-COST    TO PRT-AVG-COST(WS-PRT-FOUND-IDX).
       065-EXIT.
           EXIT.

       080-FIND-PART.
           MOVE +0 TO WS-PRT-FOUND-IDX.
           PERFORM 085-ONE-PART THRU 085-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > PRT-ENTRIES-USED
                  OR WS-PRT-FOUND-IDX > 0.
       080-EXIT.
           EXIT.

       085-ONE-PART.
           IF PRT-PART-ID(WS-PRT-SUB) = WS-PRT-KEY
               MOVE WS-PRT-SUB TO WS-PRT-FOUND-IDX.
       085-EXIT.
           EXIT.

      * A NEW PART STARTS EMPTY, OFF THE DATABASE, IN AREA ZERO.
       090-ADD-PART.
           IF PRT-ENTRIES-USED NOT < 500
               DISPLAY 'IDMSVAL PART TABLE FULL - PART '
                       WS-PRT-KEY ' NOT VALUED'
               MOVE 16 TO RETURN-CODE
               GO TO 090-EXIT.
           ADD +1 TO PRT-ENTRIES-USED.
           MOVE PRT-ENTRIES-USED TO WS-PRT-FOUND-IDX.
           MOVE WS-PRT-KEY TO PRT-PART-ID(WS-PRT-FOUND-IDX).
           MOVE ZERO       TO PRT-AREA-ID(WS-PRT-FOUND-IDX).
           MOVE 'N'        TO PRT-ON-DATABASE(WS-PRT-FOUND-IDX).
           MOVE 'N'        TO PRT-HAS-LAYER(WS-PRT-FOUND-IDX).
           MOVE +0         TO PRT-OPEN-QTY(WS-PRT-FOUND-IDX)
                              PRT-OPEN-VALUE(WS-PRT-FOUND-IDX)
                              PRT-TAKEON-QTY(WS-PRT-FOUND-IDX)
                              PRT-TAKEON-VALUE(WS-PRT-FOUND-IDX)
                              PRT-RCPT-QTY(WS-PRT-FOUND-IDX)
                              PRT-RCPT-VALUE(WS-PRT-FOUND-IDX)
                              PRT-ISSUE-QTY(WS-PRT-FOUND-IDX)
                              PRT-ISSUE-VALUE(WS-PRT-FOUND-IDX)
                              PRT-SHORT-QTY(WS-PRT-FOUND-IDX)
                              PRT-NOCOST-QTY(WS-PRT-FOUND-IDX)
                              PRT-VARIANCE(WS-PRT-FOUND-IDX)
                              PRT-CLOSE-QTY(WS-PRT-FOUND-IDX)
                              PRT-CLOSE-VALUE(WS-PRT-FOUND-IDX)
                              PRT-AVG-COST(WS-PRT-FOUND-IDX).
           MOVE ZERO       TO PRT-DB-VALUE(WS-PRT-FOUND-IDX).
       090-EXIT.
           EXIT.

      * WALKS EVERY PART IN THE WAREHOUSE AREA, EXACTLY AS IDMRDZ'S
      * BATCH SCAN DOES.  THE DATABASE GIVES THE PART ITS AREA AND
      * UNIT VALUE; A PART WITHOUT A LAYER IS TAKEN ON HERE.

       100-WAREHOUSE-LOOP.
           IF DB-STATUS-OK
               ADD +1 TO NUM-PARTS-SCANNED
               PERFORM 110-ONE-WAREHOUSE-PART THRU 110-EXIT
           ELSE
               IF NOT DB-END-OF-SET
                   PERFORM IDMS-STATUS
               END-IF
           END-IF.
      * OBTAIN NEXT RDZ410 WITHIN RDZ-EXPERTISE.
           CALL 'IDMS' USING IDMS-DB-CTRL
                                        DBCOM (45)
                                        RDZ-EXPERTISE
                                        RDZ410
                                        DBCOM (43).
       100-EXIT.
           EXIT.

       110-ONE-WAREHOUSE-PART.
           MOVE PART-RDZ-ID-0410 TO WS-PRT-KEY.
           PERFORM 080-FIND-PART THRU 080-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               PERFORM 090-ADD-PART THRU 090-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               GO TO 110-EXIT.
           MOVE 'Y' TO PRT-ON-DATABASE(WS-PRT-FOUND-IDX).
           MOVE PART-RDZ-HEAD-ID-0410
               TO PRT-AREA-ID(WS-PRT-FOUND-IDX).
           MOVE PART-RDZ-VALUE-0410
               TO PRT-DB-VALUE(WS-PRT-FOUND-IDX).
           IF PRT-HAS-LAYER(WS-PRT-FOUND-IDX) = 'Y'
               GO TO 110-EXIT.
           ADD +1 TO NUM-PARTS-TAKEN-ON.
           MOVE PART-RDZ-BACKORDER-0410
               TO PRT-TAKEON-QTY(WS-PRT-FOUND-IDX).
           MOVE PART-RDZ-VALUE-0410
               TO PRT-AVG-COST(WS-PRT-FOUND-IDX).
           COMPUTE PRT-TAKEON-VALUE(WS-PRT-FOUND-IDX) ROUNDED =
               PART-RDZ-BACKORDER-0410 * PART-RDZ-VALUE-0410.
       110-EXIT.
           EXIT.

      * ONLY RECEIPTS IDMSRCV APPLIED, DATED IN THE MONTH.
       120-LOAD-RECEIPTS.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF.
           IF WS-HIST-EOF = 'Y'
               GO TO 120-EXIT.
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS NOT = '04'
               DISPLAY 'ERROR READING RCVHIST FILE. RC:'
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-HIST-EOF
               GO TO 120-EXIT.
           IF RHS-DISPOSITION NOT = 'A'
               GO TO 120-EXIT.
           IF RHS-RECEIPT-DATE < WS-PERIOD-FROM
              OR RHS-RECEIPT-DATE > WS-PERIOD-TO
               GO TO 120-EXIT.
           MOVE RHS-PART-ID TO WS-PRT-KEY.
           PERFORM 080-FIND-PART THRU 080-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               PERFORM 090-ADD-PART THRU 090-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               GO TO 120-EXIT.
           ADD +1 TO NUM-RECEIPTS-VALUED.
           IF RHS-UNIT-COST IS NOT NUMERIC
              OR RHS-UNIT-COST = ZERO
               ADD RHS-QTY TO PRT-NOCOST-QTY(WS-PRT-FOUND-IDX)
               GO TO 120-EXIT.
           ADD RHS-QTY TO PRT-RCPT-QTY(WS-PRT-FOUND-IDX).
           COMPUTE PRT-RCPT-VALUE(WS-PRT-FOUND-IDX) ROUNDED =
               PRT-RCPT-VALUE(WS-PRT-FOUND-IDX)
               + RHS-QTY * RHS-UNIT-COST.
       120-EXIT.
           EXIT.

      * THE ISSUFILE DD IS OPTIONAL -- A MONTH WITH NO ISSUES FILE
      * HAS NO ISSUES.
       130-LOAD-ISSUES.
           OPEN INPUT ISSUE-FILE.
           IF WS-ISSUE-STATUS NOT = '00'
               DISPLAY 'IDMSVAL ISSUFILE NOT PRESENT - NO ISSUES'
               GO TO 130-EXIT
           END-IF.
           PERFORM 135-ONE-ISSUE THRU 135-EXIT
               UNTIL WS-ISSUE-EOF = 'Y'.
           CLOSE ISSUE-FILE.
       130-EXIT.
           EXIT.

       135-ONE-ISSUE.
           READ ISSUE-FILE
               AT END MOVE 'Y' TO WS-ISSUE-EOF.
           IF WS-ISSUE-EOF = 'Y'
               GO TO 135-EXIT.
           IF WS-ISSUE-STATUS NOT = '00'
              AND WS-ISSUE-STATUS NOT = '04'
               DISPLAY 'ERROR READING ISSUFILE FILE. RC:'
                       WS-ISSUE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ISSUE-EOF
               GO TO 135-EXIT.
           IF ISS-DATE < WS-PERIOD-FROM
              OR ISS-DATE > WS-PERIOD-TO
               GO TO 135-EXIT.
           MOVE ISS-PART-ID TO WS-PRT-KEY.
           PERFORM 080-FIND-PART THRU 080-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               PERFORM 090-ADD-PART THRU 090-EXIT.
           IF WS-PRT-FOUND-IDX = 0
               GO TO 135-EXIT.
           ADD +1 TO NUM-ISSUES-VALUED.
           ADD ISS-QTY TO PRT-ISSUE-QTY(WS-PRT-FOUND-IDX).
       135-EXIT.
           EXIT.

      * THE MONTH'S WEIGHTED AVERAGE OVER EVERYTHING AVAILABLE;
      * RECEIPTS WITHOUT A COST AND THE ISSUES GO OUT AT IT, AND SO
      * DOES THE CLOSING STOCK.  WITH NOTHING AVAILABLE THE AVERAGE
      * STANDS, OR FOR A PART WITH NONE YET IS THE DATABASE VALUE.
       150-VALUE-ONE-PART.
           COMPUTE WS-AVAIL-QTY = PRT-OPEN-QTY(WS-PRT-SUB)
               + PRT-TAKEON-QTY(WS-PRT-SUB) + PRT-RCPT-QTY(WS-PRT-SUB).
           COMPUTE WS-AVAIL-VALUE = PRT-OPEN-VALUE(WS-PRT-SUB)
               + PRT-TAKEON-VALUE(WS-PRT-SUB)
               + PRT-RCPT-VALUE(WS-PRT-SUB).
           IF WS-AVAIL-QTY > 0
               COMPUTE PRT-AVG-COST(WS-PRT-SUB) ROUNDED =
                   WS-AVAIL-VALUE / WS-AVAIL-QTY.
           IF PRT-AVG-COST(WS-PRT-SUB) = 0
               MOVE PRT-DB-VALUE(WS-PRT-SUB)
                   TO PRT-AVG-COST(WS-PRT-SUB).
           IF PRT-NOCOST-QTY(WS-PRT-SUB) > 0
               COMPUTE WS-NOCOST-VALUE ROUNDED =
                   PRT-NOCOST-QTY(WS-PRT-SUB)
                   * PRT-AVG-COST(WS-PRT-SUB)
               ADD PRT-NOCOST-QTY(WS-PRT-SUB)
                   TO PRT-RCPT-QTY(WS-PRT-SUB) WS-AVAIL-QTY
               ADD WS-NOCOST-VALUE
                   TO PRT-RCPT-VALUE(WS-PRT-SUB) WS-AVAIL-VALUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF PRT-ISSUE-QTY(WS-PRT-SUB) > WS-AVAIL-QTY
               COMPUTE PRT-SHORT-QTY(WS-PRT-SUB) =
                   PRT-ISSUE-QTY(WS-PRT-SUB) - WS-AVAIL-QTY
               MOVE WS-AVAIL-QTY TO PRT-ISSUE-QTY(WS-PRT-SUB)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           COMPUTE PRT-ISSUE-VALUE(WS-PRT-SUB) ROUNDED =
               PRT-ISSUE-QTY(WS-PRT-SUB) * PRT-AVG-COST(WS-PRT-SUB).
           COMPUTE PRT-CLOSE-QTY(WS-PRT-SUB) =
               WS-AVAIL-QTY - PRT-ISSUE-QTY(WS-PRT-SUB).
           COMPUTE PRT-CLOSE-VALUE(WS-PRT-SUB) ROUNDED =
               PRT-CLOSE-QTY(WS-PRT-SUB) * PRT-AVG-COST(WS-PRT-SUB).
           COMPUTE WS-ROLL-VALUE = WS-AVAIL-VALUE
               - PRT-ISSUE-VALUE(WS-PRT-SUB).
           COMPUTE PRT-VARIANCE(WS-PRT-SUB) =
               PRT-CLOSE-VALUE(WS-PRT-SUB) - WS-ROLL-VALUE.
       150-EXIT.
           EXIT.

      * EXCHANGE SORT INTO AREA AND PART ORDER FOR PRINTING.
       300-SORT-PARTS.
           IF PRT-ENTRIES-USED < 2
               GO TO 300-EXIT.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 310-ONE-SORT-PASS THRU 310-EXIT
               UNTIL WS-SWAP-FLAG = 'N'.
       300-EXIT.
           EXIT.

       310-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 320-COMPARE-ADJACENT THRU 320-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB NOT < PRT-ENTRIES-USED.
       310-EXIT.
           EXIT.

       320-COMPARE-ADJACENT.
           COMPUTE WS-PRT-SUB2 = WS-PRT-SUB + 1.
           IF PRT-AREA-ID(WS-PRT-SUB) > PRT-AREA-ID(WS-PRT-SUB2)
              OR ( PRT-AREA-ID(WS-PRT-SUB) = PRT-AREA-ID(WS-PRT-SUB2)
                   AND PRT-PART-ID(WS-PRT-SUB)
                       > PRT-PART-ID(WS-PRT-SUB2) )
               MOVE PRT-ENTRY(WS-PRT-SUB)  TO WS-SWAP-AREA
               MOVE PRT-ENTRY(WS-PRT-SUB2) TO PRT-ENTRY(WS-PRT-SUB)
               MOVE WS-SWAP-AREA           TO PRT-ENTRY(WS-PRT-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.
       320-EXIT.
           EXIT.

      * EXTENDED VALUE PER PART, WITH A SUBTOTAL AT EACH CHANGE OF
      * AREA.  THE AREA TABLE IS BUILT HERE, IN AREA ORDER.
       400-PRINT-VALUATION.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'EXTENDED VALUE BY PART AND AREA' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
           WRITE REPORT-RECORD FROM RPT-VAL-COLUMN-LINE.
           PERFORM 405-ONE-PART-VALUE THRU 405-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > PRT-ENTRIES-USED.
           IF ARA-ENTRIES-USED > 0
               PERFORM 410-AREA-TOTAL THRU 410-EXIT.
           MOVE TOT-CLOSE-VALUE TO RPT-GTL-VALUE.
           WRITE REPORT-RECORD FROM RPT-GRAND-TOTAL-LINE.
       400-EXIT.
           EXIT.

       405-ONE-PART-VALUE.
           IF ARA-ENTRIES-USED = 0
               PERFORM 415-NEW-AREA THRU 415-EXIT
           ELSE
               IF PRT-AREA-ID(WS-PRT-SUB)
                   NOT = ARA-AREA-ID(ARA-ENTRIES-USED)
                   PERFORM 410-AREA-TOTAL THRU 410-EXIT
                   PERFORM 415-NEW-AREA THRU 415-EXIT
               END-IF
           END-IF.
           ADD PRT-OPEN-VALUE(WS-PRT-SUB)
               TO ARA-OPEN-VALUE(ARA-ENTRIES-USED) TOT-OPEN-VALUE.
           ADD PRT-TAKEON-VALUE(WS-PRT-SUB)
               TO ARA-TAKEON-VALUE(ARA-ENTRIES-USED) TOT-TAKEON-VALUE.
           ADD PRT-RCPT-VALUE(WS-PRT-SUB)
               TO ARA-RCPT-VALUE(ARA-ENTRIES-USED) TOT-RCPT-VALUE.
           ADD PRT-ISSUE-VALUE(WS-PRT-SUB)
               TO ARA-ISSUE-VALUE(ARA-ENTRIES-USED) TOT-ISSUE-VALUE.
           ADD PRT-VARIANCE(WS-PRT-SUB)
               TO ARA-VARIANCE(ARA-ENTRIES-USED) TOT-VARIANCE.
           ADD PRT-CLOSE-VALUE(WS-PRT-SUB)
               TO ARA-CLOSE-VALUE(ARA-ENTRIES-USED) TOT-CLOSE-VALUE.
           MOVE PRT-AREA-ID(WS-PRT-SUB)     TO RPT-VAL-AREA.
           MOVE PRT-PART-ID(WS-PRT-SUB)     TO RPT-VAL-PART.
           MOVE PRT-CLOSE-QTY(WS-PRT-SUB)   TO RPT-VAL-QTY.
           MOVE PRT-AVG-COST(WS-PRT-SUB)    TO RPT-VAL-AVG.
           MOVE PRT-CLOSE-VALUE(WS-PRT-SUB) TO RPT-VAL-VALUE.
           MOVE SPACES TO RPT-VAL-NOTE.
           IF PRT-ON-DATABASE(WS-PRT-SUB) = 'N'
               MOVE 'NOT ON DATABASE' TO RPT-VAL-NOTE
           ELSE
               IF PRT-HAS-LAYER(WS-PRT-SUB) = 'N'
                   MOVE 'TAKEN ON THIS MONTH' TO RPT-VAL-NOTE
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RPT-VAL-DETAIL-LINE.
       405-EXIT.
           EXIT.

       410-AREA-TOTAL.
           MOVE ARA-AREA-ID(ARA-ENTRIES-USED)     TO RPT-ATL-AREA.
           MOVE ARA-CLOSE-VALUE(ARA-ENTRIES-USED) TO RPT-ATL-VALUE.
           WRITE REPORT-RECORD FROM RPT-AREA-TOTAL-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
       410-EXIT.
           EXIT.

      * AN AREA TABLE OVERFLOW FOLDS THE REMAINING AREAS INTO THE
      * LAST ENTRY SO THE GRAND TOTALS STILL TIE.
       415-NEW-AREA.
           IF ARA-ENTRIES-USED NOT < 50
               DISPLAY 'IDMSVAL AREA TABLE FULL - AREA '
                       PRT-AREA-ID(WS-PRT-SUB) ' FOLDED INTO '
                       ARA-AREA-ID(ARA-ENTRIES-USED)
               MOVE 16 TO RETURN-CODE
               GO TO 415-EXIT.
           ADD +1 TO ARA-ENTRIES-USED.
           MOVE PRT-AREA-ID(WS-PRT-SUB)
               TO ARA-AREA-ID(ARA-ENTRIES-USED).
           MOVE +0 TO ARA-OPEN-VALUE(ARA-ENTRIES-USED)
                      ARA-TAKEON-VALUE(ARA-ENTRIES-USED)
                      ARA-RCPT-VALUE(ARA-ENTRIES-USED)
                      ARA-ISSUE-VALUE(ARA-ENTRIES-USED)
                      ARA-VARIANCE(ARA-ENTRIES-USED)
                      ARA-CLOSE-VALUE(ARA-ENTRIES-USED).
       415-EXIT.
           EXIT.

      * OPENING + TAKE-ON + RECEIPTS - ISSUES + VARIANCE = CLOSING,
      * BY AREA AND FOR ALL AREAS.
       450-PRINT-ROLL-FORWARD.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'INVENTORY ROLL-FORWARD BY AREA' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
           WRITE REPORT-RECORD FROM RPT-RF-COLUMN-LINE.
           PERFORM 455-ONE-AREA-ROLL THRU 455-EXIT
               VARYING WS-ARA-SUB FROM 1 BY 1
               UNTIL WS-ARA-SUB > ARA-ENTRIES-USED.
           MOVE 'ALL '           TO RPT-RF-AREA.
           MOVE TOT-OPEN-VALUE   TO RPT-RF-OPEN.
           MOVE TOT-TAKEON-VALUE TO RPT-RF-TAKEON.
           MOVE TOT-RCPT-VALUE   TO RPT-RF-RCPT.
           MOVE TOT-ISSUE-VALUE  TO RPT-RF-ISSUE.
           MOVE TOT-VARIANCE     TO RPT-RF-VARIANCE.
           MOVE TOT-CLOSE-VALUE  TO RPT-RF-CLOSE.
           WRITE REPORT-RECORD FROM RPT-RF-DETAIL-LINE.
       450-EXIT.
           EXIT.

       455-ONE-AREA-ROLL.
           MOVE ARA-AREA-ID(WS-ARA-SUB)      TO RPT-RF-AREA.
           MOVE ARA-OPEN-VALUE(WS-ARA-SUB)   TO RPT-RF-OPEN.
           MOVE ARA-TAKEON-VALUE(WS-ARA-SUB) TO RPT-RF-TAKEON.
           MOVE ARA-RCPT-VALUE(WS-ARA-SUB)   TO RPT-RF-RCPT.
           MOVE ARA-ISSUE-VALUE(WS-ARA-SUB)  TO RPT-RF-ISSUE.
           MOVE ARA-VARIANCE(WS-ARA-SUB)     TO RPT-RF-VARIANCE.
           MOVE ARA-CLOSE-VALUE(WS-ARA-SUB)  TO RPT-RF-CLOSE.
           WRITE REPORT-RECORD FROM RPT-RF-DETAIL-LINE.
       455-EXIT.
           EXIT.

       500-PRINT-VARIANCES.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'VARIANCES BY PART' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
           WRITE REPORT-RECORD FROM RPT-VAR-COLUMN-LINE.
           PERFORM 505-ONE-PART-VARIANCES THRU 505-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > PRT-ENTRIES-USED.
       500-EXIT.
           EXIT.

       505-ONE-PART-VARIANCES.
           IF PRT-TAKEON-VALUE(WS-PRT-SUB) NOT = 0
              OR PRT-TAKEON-QTY(WS-PRT-SUB) NOT = 0
               MOVE 'T' TO WS-VAR-CODE
               MOVE PRT-TAKEON-QTY(WS-PRT-SUB)   TO WS-VAR-QTY
               MOVE PRT-TAKEON-VALUE(WS-PRT-SUB) TO WS-VAR-AMOUNT
               MOVE 'TAKEN ON AT DATABASE ON-HAND AND UNIT VALUE'
                   TO RPT-VAR-DESC
               PERFORM 510-WRITE-VARIANCE THRU 510-EXIT.
           IF PRT-VARIANCE(WS-PRT-SUB) NOT = 0
               MOVE 'R' TO WS-VAR-CODE
               MOVE +0 TO WS-VAR-QTY
               MOVE PRT-VARIANCE(WS-PRT-SUB) TO WS-VAR-AMOUNT
               MOVE 'ROUNDING ON WEIGHTED-AVERAGE COST'
                   TO RPT-VAR-DESC
               PERFORM 510-WRITE-VARIANCE THRU 510-EXIT.
           IF PRT-NOCOST-QTY(WS-PRT-SUB) NOT = 0
               MOVE 'Z' TO WS-VAR-CODE
               MOVE PRT-NOCOST-QTY(WS-PRT-SUB) TO WS-VAR-QTY
               COMPUTE WS-VAR-AMOUNT ROUNDED =
                   PRT-NOCOST-QTY(WS-PRT-SUB)
                   * PRT-AVG-COST(WS-PRT-SUB)
               MOVE 'RECEIPTS WITHOUT COST - VALUED AT AVERAGE'
                   TO RPT-VAR-DESC
               PERFORM 510-WRITE-VARIANCE THRU 510-EXIT.
           IF PRT-SHORT-QTY(WS-PRT-SUB) NOT = 0
               MOVE 'S' TO WS-VAR-CODE
               MOVE PRT-SHORT-QTY(WS-PRT-SUB) TO WS-VAR-QTY
               MOVE +0 TO WS-VAR-AMOUNT
               MOVE 'ISSUES OVER STOCK - EXCESS NOT VALUED'
                   TO RPT-VAR-DESC
               PERFORM 510-WRITE-VARIANCE THRU 510-EXIT.
           IF PRT-ON-DATABASE(WS-PRT-SUB) = 'N'
              AND ( PRT-CLOSE-QTY(WS-PRT-SUB) NOT = 0
                    OR PRT-RCPT-QTY(WS-PRT-SUB) NOT = 0
                    OR PRT-ISSUE-QTY(WS-PRT-SUB) NOT = 0
                    OR PRT-SHORT-QTY(WS-PRT-SUB) NOT = 0 )
               MOVE 'M' TO WS-VAR-CODE
               MOVE PRT-CLOSE-QTY(WS-PRT-SUB)   TO WS-VAR-QTY
               MOVE PRT-CLOSE-VALUE(WS-PRT-SUB) TO WS-VAR-AMOUNT
               MOVE 'PART NOT ON THE WAREHOUSE DATABASE'
                   TO RPT-VAR-DESC
               PERFORM 510-WRITE-VARIANCE THRU 510-EXIT.
       505-EXIT.
           EXIT.

       510-WRITE-VARIANCE.
           ADD +1 TO NUM-VARIANCES.
           MOVE PRT-AREA-ID(WS-PRT-SUB) TO RPT-VAR-AREA.
           MOVE PRT-PART-ID(WS-PRT-SUB) TO RPT-VAR-PART.
           MOVE WS-VAR-CODE             TO RPT-VAR-CODE.
           MOVE WS-VAR-QTY              TO RPT-VAR-QTY.
           MOVE WS-VAR-AMOUNT           TO RPT-VAR-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-VAR-DETAIL-LINE.
       510-EXIT.
           EXIT.

      * THE MONTH'S LAYER FOR EVERY PART, EXCEPT A PART GONE FROM
      * THE DATABASE WITH NOTHING LEFT AND NOTHING MOVING.
       600-WRITE-LAYER.
           IF PRT-ON-DATABASE(WS-PRT-SUB) = 'N'
              AND PRT-OPEN-VALUE(WS-PRT-SUB) = 0
              AND PRT-RCPT-QTY(WS-PRT-SUB) = 0
              AND PRT-ISSUE-QTY(WS-PRT-SUB) = 0
              AND PRT-CLOSE-QTY(WS-PRT-SUB) = 0
              AND PRT-SHORT-QTY(WS-PRT-SUB) = 0
               GO TO 600-EXIT.
           MOVE SPACES TO VALUATION-RECORD.
           MOVE PRT-PART-ID(WS-PRT-SUB)      TO VAL-PART-ID.
           MOVE PRT-AREA-ID(WS-PRT-SUB)      TO VAL-AREA-ID.
           MOVE WS-VALUE-MONTH               TO VAL-PERIOD.
           MOVE PRT-OPEN-QTY(WS-PRT-SUB)     TO VAL-OPEN-QTY.
           MOVE PRT-OPEN-VALUE(WS-PRT-SUB)   TO VAL-OPEN-VALUE.
           MOVE PRT-TAKEON-QTY(WS-PRT-SUB)   TO VAL-TAKEON-QTY.
           MOVE PRT-TAKEON-VALUE(WS-PRT-SUB) TO VAL-TAKEON-VALUE.
           MOVE PRT-RCPT-QTY(WS-PRT-SUB)     TO VAL-RCPT-QTY.
           MOVE PRT-RCPT-VALUE(WS-PRT-SUB)   TO VAL-RCPT-VALUE.
           MOVE PRT-ISSUE-QTY(WS-PRT-SUB)    TO VAL-ISSUE-QTY.
           MOVE PRT-ISSUE-VALUE(WS-PRT-SUB)  TO VAL-ISSUE-VALUE.
           MOVE PRT-VARIANCE(WS-PRT-SUB)     TO VAL-VARIANCE.
           MOVE PRT-CLOSE-QTY(WS-PRT-SUB)    TO VAL-CLOSE-QTY.
           MOVE PRT-CLOSE-VALUE(WS-PRT-SUB)  TO VAL-CLOSE-VALUE.
           MOVE PRT-AVG-COST(WS-PRT-SUB)     TO VAL-AVG-COST.
           MOVE WS-RUN-DATE                  TO VAL-RUN-DATE.
           WRITE VALUATION-RECORD.
           IF WS-VAL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NEWVAL FILE. RC:'
                       WS-VAL-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO NUM-LAYERS-WRITTEN.
       600-EXIT.
           EXIT.

      * ONE LEDGER RECORD PER AREA PER KIND OF MOVEMENT, ZEROS LEFT
      * OUT.  TAKE-ON, RECEIPTS AND A POSITIVE VARIANCE RAISE THE
      * INVENTORY BALANCE; ISSUES LOWER IT.
       700-WRITE-AREA-GL.
           MOVE 'TKON' TO WS-GL-TYPE.
           MOVE ARA-TAKEON-VALUE(WS-ARA-SUB) TO WS-GL-AMOUNT.
           PERFORM 710-WRITE-GL-RECORD THRU 710-EXIT.
           MOVE 'RCPT' TO WS-GL-TYPE.
           MOVE ARA-RCPT-VALUE(WS-ARA-SUB) TO WS-GL-AMOUNT.
           PERFORM 710-WRITE-GL-RECORD THRU 710-EXIT.
           MOVE 'ISSU' TO WS-GL-TYPE.
           MOVE ARA-ISSUE-VALUE(WS-ARA-SUB) TO WS-GL-AMOUNT.
           PERFORM 710-WRITE-GL-RECORD THRU 710-EXIT.
           MOVE 'VARC' TO WS-GL-TYPE.
           MOVE ARA-VARIANCE(WS-ARA-SUB) TO WS-GL-AMOUNT.
           PERFORM 710-WRITE-GL-RECORD THRU 710-EXIT.
       700-EXIT.
           EXIT.

       710-WRITE-GL-RECORD.
           IF WS-GL-AMOUNT = 0
               GO TO 710-EXIT.
           MOVE SPACES TO VALUATION-GL-RECORD.
           MOVE ARA-AREA-ID(WS-ARA-SUB) TO VGL-AREA-ID.
           MOVE WS-GL-TYPE              TO VGL-TXN-TYPE.
           MOVE WS-VALUE-MONTH          TO VGL-PERIOD.
           MOVE WS-GL-AMOUNT            TO VGL-AMOUNT.
           WRITE VALUATION-GL-RECORD.
           IF WS-VALGL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING VALGL FILE. RC:'
                       WS-VALGL-STATUS
               MOVE 16 TO RETURN-CODE.
       710-EXIT.
           EXIT.

       190-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'DATABASE PARTS SCANNED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PARTS-SCANNED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'PARTS TAKEN ON:             ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PARTS-TAKEN-ON             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'RECEIPTS VALUED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RECEIPTS-VALUED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'ISSUES VALUED:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ISSUES-VALUED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'VARIANCES LISTED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VARIANCES                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'PRIOR LAYERS CARRIED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LAYERS-CARRIED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'PRIOR LAYERS REPLACED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LAYERS-REPLACED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
           MOVE 'LAYERS WRITTEN:             ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LAYERS-WRITTEN             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-LINE.
       190-EXIT.
           EXIT.

       200-EOJ.
            CLOSE HISTORY-FILE VALUATION-FILE VALUATION-GL-FILE
                  REPORT-FILE.
      * THE RUN'S RETURN CODE IS KEPT ACROSS THE FINISH CALL.
            MOVE RETURN-CODE TO WS-RUN-RC.
      * EOJ
            CALL 'IDMS' USING IDMS-DB-CTRL
            DBCOM (2).
            MOVE WS-RUN-RC TO RETURN-CODE.
       200-EXIT.
           EXIT.

      * END-OF-PROGRAM ERROR AND RUN-STATUS HANDLING
      *********************************************************
      *********************************************************
       IDMS-STATUS.
      * ROLLBACK.
           CALL 'DSNTIAR' USING IDMS-DB-CTRL
                             DBCOM (67).
       IDMS-STATUS-EXIT.
           EXIT.

      * END OF PROGRAM IDMSVAL
