      *****************************************************
      * PROGRAM: GLINTF1                                  *
      *                                                    *
      * GENERAL LEDGER JOURNAL INTERFACE FOR THE           *
      * FINANCIAL SUBSYSTEMS                               *
      *                                                    *
      * EVERY MONEY-MOVING JOB WRITES ITS OWN OUTPUT; THIS *
      * JOB TURNS THEM ALL INTO BALANCED DOUBLE-ENTRY      *
      * JOURNAL LINES (GLJRNC LAYOUT) ON GLJRNL FOR THE    *
      * LEDGER LOAD, AND PRINTS A TRIAL BALANCE BY GL      *
      * ACCOUNT OF WHAT IT JOURNALLED.  THE FEEDERS, EACH  *
      * ONE SOURCE BATCH:                                  *
      *   CATINV  GLINV    DFH0XINV BILLED CATALOG LINES   *
      *   NACPST  PSTHIST  NACTPST POSTINGS (POSTED ONLY)  *
      *   NACACR  PSTHIST  NACTACR1 INTEREST AND OVER-     *
      *                    LIMIT FEES, AS NACTPST POSTED   *
      *                    THEM (REFERENCE 'INTEREST' OR   *
      *                    'OVLIMIT FEE')                  *
      *   CLMPAY  PAIDFILE CLMADJ1 PAID CLAIMS             *
      *   LOANBK  BOOKGL   LOANBK1 LOANS BOOKED            *
      *   LOANPY  PAYGL    LOANPAY1 PAYMENTS APPLIED, THE  *
      *                    ESCROW PART OF EACH SEPARATELY, *
      *                    AND (ESCGL CONCATENATED BEHIND  *
      *                    IT) LOANESD1 ESCROW PAYOUTS     *
      *   APVCHR  VCHGL    IDMSINV SUPPLIER INVOICES       *
      *                    VOUCHERED FOR PAYMENT           *
      *   INVVAL  VALGL    IDMSVAL MONTH-END INVENTORY     *
      *                    MOVEMENT BY WAREHOUSE AREA      *
      * A FEEDER DD LEFT OUT OF THE RUN IS AN EMPTY BATCH. *
      *                                                    *
      * THE GLCOA CHART-OF-ACCOUNTS FILE (GLCOAC LAYOUT)   *
      * MAPS EACH SOURCE AND TRANSACTION TYPE TO THE GL    *
      * ACCOUNT AND COST CENTRE TO DEBIT AND TO CREDIT.    *
      * EACH FEEDER RECORD BECOMES ONE DEBIT AND ONE       *
      * CREDIT LINE OF THE SAME AMOUNT (SIDES SWAPPED FOR  *
      * A NEGATIVE AMOUNT); ZERO AMOUNTS ARE PASSED OVER.  *
      *                                                    *
      * EACH BATCH IS READ TWICE.  THE FIRST PASS PROVES   *
      * IT: EVERY AMOUNT NUMERIC, EVERY TYPE MAPPED, AND   *
      * THE DEBITS AND THE CREDITS EACH EQUAL THE BATCH'S  *
      * OWN CONTROL TOTAL.  ONLY A BATCH THAT PROVES IS    *
      * READ AGAIN AND JOURNALLED; ONE THAT DOES NOT IS    *
      * REJECTED WHOLE, WITH ITS FAILING RECORDS LISTED,   *
      * AND RC 4 IS SET SO IT IS PUT RIGHT AND RE-RUN.     *
      *                                                    *
      * THE CATINV BATCH'S RECORD COUNT AND NET AMOUNT, AS *
      * READ BY THE PROVING PASS, ARE REGISTERED ON THE    *
      * CTLREG CONTROL-TOTAL REGISTRY (CTLTOT1) SO CTLRCN1 *
      * CAN PROVE THEY ARE WHAT DFH0XINV WROTE TO GLINV.   *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COA-FILE      ASSIGN TO GLCOA
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-COA-STATUS.

           SELECT OPTIONAL GLINV-FILE    ASSIGN TO GLINV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GLINV-STATUS.

           SELECT OPTIONAL PSTHIST-FILE  ASSIGN TO PSTHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PSTHIST-STATUS.

           SELECT OPTIONAL PAID-FILE     ASSIGN TO PAIDFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PAID-STATUS.

           SELECT OPTIONAL BOOKGL-FILE   ASSIGN TO BOOKGL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BOOKGL-STATUS.

           SELECT OPTIONAL PAYGL-FILE    ASSIGN TO PAYGL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PAYGL-STATUS.

           SELECT OPTIONAL VCHGL-FILE    ASSIGN TO VCHGL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-VCHGL-STATUS.

           SELECT OPTIONAL VALGL-FILE    ASSIGN TO VALGL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-VALGL-STATUS.

           SELECT JOURNAL-FILE  ASSIGN TO GLJRNL
               FILE STATUS  IS  WS-JOURNAL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO GLRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COA-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY GLCOAC.

      *    DFH0XINV's GLINV record
       FD  GLINV-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  GL-INVOICE-RECORD.
           05  GL-INVOICE-NO          PIC X(12).
           05  GL-CHARGE-DEPT         PIC X(8).
           05  GL-INVOICE-DATE        PIC X(8).
           05  GL-ITEM-REF            PIC 9(4).
           05  GL-QUANTITY            PIC 9(3).
           05  GL-NET-AMOUNT          PIC S9(7)V99.
           05  GL-DESCRIPTION         PIC X(40).
           05  FILLER                 PIC X(16).

      *    NACTPST's PSTHIST posting history record
       FD  PSTHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HST-ACCOUNT            PIC X(5).
           05  HST-DATE               PIC 9(8).
           05  HST-TIME               PIC 9(6).
           05  HST-TYPE               PIC X.
           05  HST-AMOUNT             PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  HST-OLD-BALANCE        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  HST-NEW-BALANCE        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  HST-REFERENCE          PIC X(12).
           05  HST-DISPOSITION        PIC X.
               88  HST-POSTED             VALUE 'P'.
               88  HST-REJECTED            VALUE 'R'.
           05  HST-REASON             PIC X(25).
           05  FILLER                 PIC X(2).

      *    CLMADJ1's PAIDFILE record
       FD  PAID-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAID-RECORD.
           05  PDC-PATIENT-ID         PIC 9(6).
           05  PDC-INS-COMPANY-ID     PIC X(7).
           05  PDC-NUMBER             PIC 9(9).
           05  PDC-STATUS             PIC X(9).
           05  PDC-PAID-AMOUNT        PIC S9(7)V99.
           05  FILLER                 PIC X(40).

       FD  BOOKGL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANGLC REPLACING ==:TAG:== BY ==BGL==.

       FD  PAYGL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY LOANGLC REPLACING ==:TAG:== BY ==PGL==.

      *    IDMSINV's VCHGL payment voucher record
       FD  VCHGL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  VOUCHER-RECORD.
           05  VCH-VOUCHER-NO         PIC 9(6).
           05  VCH-SUPPLIER-ID        PIC 9(4).
           05  VCH-INVOICE-NO         PIC X(12).
           05  VCH-INVOICE-DATE       PIC 9(8).
           05  VCH-PO-NUMBER          PIC 9(6).
           05  VCH-PART-ID            PIC 9(4).
           05  VCH-QTY                PIC 9(5).
           05  VCH-UNIT-PRICE         PIC 9(5)V99.
           05  VCH-AMOUNT             PIC 9(9)V99.
           05  VCH-VOUCHER-DATE       PIC 9(8).
           05  FILLER                 PIC X(9).

      *    IDMSVAL's VALGL inventory movement record
       FD  VALGL-FILE
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

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY GLJRNC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-COA-STATUS              PIC XX  VALUE '00'.
       01  WS-GLINV-STATUS            PIC XX  VALUE '00'.
       01  WS-PSTHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-PAID-STATUS             PIC XX  VALUE '00'.
       01  WS-BOOKGL-STATUS           PIC XX  VALUE '00'.
       01  WS-PAYGL-STATUS            PIC XX  VALUE '00'.
       01  WS-VCHGL-STATUS            PIC XX  VALUE '00'.
       01  WS-VALGL-STATUS            PIC XX  VALUE '00'.
       01  WS-JOURNAL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-SRC-OPEN-STATUS         PIC XX  VALUE '00'.
       01  WS-COA-EOF                 PIC X   VALUE 'N'.
       01  WS-SRC-EOF                 PIC X   VALUE 'N'.
       01  WS-SRC-READ-ERROR          PIC X   VALUE 'N'.
       01  WS-RUN-ABORTED             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
      *
      *        ***********************************
      *          the feeders, in the order they
      *          are journalled
      *        ***********************************
       01  WS-SOURCE-VALUES.
           05  FILLER                 PIC X(30)
                     VALUE 'CATINVCATALOG INVOICES GLINV  '.
           05  FILLER                 PIC X(30)
                     VALUE 'NACPSTNACT ACCOUNT POSTINGS   '.
           05  FILLER                 PIC X(30)
                     VALUE 'NACACRNACT ACCRUALS AND FEES  '.
           05  FILLER                 PIC X(30)
                     VALUE 'CLMPAYCLAIMS PAID PAIDFILE    '.
           05  FILLER                 PIC X(30)
                     VALUE 'LOANBKLOAN BOOKINGS BOOKGL    '.
           05  FILLER                 PIC X(30)
                     VALUE 'LOANPYLOAN PAYMENTS PAYGL     '.
           05  FILLER                 PIC X(30)
                     VALUE 'APVCHRAP VOUCHERS VCHGL       '.
           05  FILLER                 PIC X(30)
                     VALUE 'INVVALINVENTORY VALUES VALGL  '.
       01  WS-SOURCE-TABLE  REDEFINES WS-SOURCE-VALUES.
           05  SRC-ENTRY  OCCURS 8 TIMES.
               10  SRC-ENT-CODE          PIC X(6).
               10  SRC-ENT-NAME          PIC X(24).
       01  WS-SRC-NO                  PIC S9(4) COMP  VALUE +0.
       01  WS-SRC-PASS                PIC X   VALUE SPACE.
           88  WS-PASS-PROVE                  VALUE 'P'.
           88  WS-PASS-JOURNAL                VALUE 'J'.
      *
      *        ***********************************
      *          one feeder record, in common
      *          form whichever file it came from
      *        ***********************************
       01  WS-FEEDER-ITEM.
           05  ITM-TXN-TYPE           PIC X(4).
           05  ITM-AMOUNT-OK          PIC X.
           05  ITM-AMOUNT             PIC S9(9)V99 COMP-3.
           05  ITM-COST-CTR           PIC X(8).
           05  ITM-SUBLEDGER-ID       PIC X(9).
           05  ITM-REFERENCE          PIC X(12).
      *
       01  BATCH-CONTROLS.
           05  NUM-BATCH-RECORDS     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-BATCH-ERRORS      PIC S9(9) COMP-3  VALUE +0.
           05  NUM-BATCH-LINES       PIC S9(9) COMP-3  VALUE +0.
           05  TOT-BATCH-CONTROL     PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-BATCH-DEBIT       PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-BATCH-CREDIT      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-BATCH-AMOUNT      PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-BATCH-STATUS       PIC X(10)         VALUE SPACES.
           05  WS-BATCH-REASON       PIC X(30)         VALUE SPACES.
      *
       COPY CTLTOTC.
      *
       01  WORK-VARIABLES.
           05  NUM-BATCHES-ACCEPTED  PIC S9(9) COMP-3  VALUE +0.
           05  NUM-BATCHES-REJECTED  PIC S9(9) COMP-3  VALUE +0.
           05  NUM-JOURNAL-LINES     PIC S9(9) COMP-3  VALUE +0.
           05  NUM-COA-ENTRIES-BAD   PIC S9(9) COMP-3  VALUE +0.
           05  TOT-TB-DEBIT          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-TB-CREDIT         PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-JOURNAL-AMOUNT     PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-TB-NET             PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-ERROR-REASON       PIC X(30)         VALUE SPACES.
           05  WS-DR-ACCOUNT         PIC X(8)          VALUE SPACES.
           05  WS-DR-COST-CTR        PIC X(8)          VALUE SPACES.
           05  WS-CR-ACCOUNT         PIC X(8)          VALUE SPACES.
           05  WS-CR-COST-CTR        PIC X(8)          VALUE SPACES.
           05  WS-SWAP-ACCOUNT       PIC X(8)          VALUE SPACES.
           05  WS-SWAP-COST-CTR      PIC X(8)          VALUE SPACES.
           05  WS-LINE-ACCOUNT       PIC X(8)          VALUE SPACES.
           05  WS-LINE-COST-CTR      PIC X(8)          VALUE SPACES.
           05  WS-LINE-SIDE          PIC X             VALUE SPACE.
               88  WS-LINE-DEBIT                       VALUE 'D'.
               88  WS-LINE-CREDIT                      VALUE 'C'.
      *
      *        ***********************************
      *          the chart of accounts, loaded
      *          from GLCOA.  An overflowed table
      *          is announced and RC 4 set: the
      *          entries it could not hold leave
      *          their batches unmapped, so those
      *          batches reject rather than post
      *          wrongly.
      *        ***********************************
       01  COA-CONTROLS.
           05  MAP-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-MAP-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-MAP-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  COA-TABLE.
           05  MAP-ENTRY  OCCURS 200 TIMES.
               10  MAP-ENT-SOURCE        PIC X(6).
               10  MAP-ENT-TXN-TYPE      PIC X(4).
               10  MAP-ENT-DR-ACCOUNT    PIC X(8).
               10  MAP-ENT-DR-COST-CTR   PIC X(8).
               10  MAP-ENT-CR-ACCOUNT    PIC X(8).
               10  MAP-ENT-CR-COST-CTR   PIC X(8).
      *
      *        ***********************************
      *          trial balance, one entry per GL
      *          account named on GLCOA, kept in
      *          ascending account order
      *        ***********************************
       01  TRIAL-BALANCE-CONTROLS.
           05  TB-ENTRIES-USED       PIC S9(4)    COMP    VALUE +0.
           05  WS-TB-SUB             PIC S9(4)    COMP    VALUE +0.
           05  WS-TB-FOUND-IDX       PIC S9(4)    COMP    VALUE +0.
           05  WS-TB-POS             PIC S9(4)    COMP    VALUE +0.
           05  WS-TB-ACCOUNT         PIC X(8)             VALUE SPACES.
       01  TRIAL-BALANCE-TABLE.
           05  TB-ENTRY  OCCURS 400 TIMES.
               10  TB-ENT-ACCOUNT        PIC X(8).
               10  TB-ENT-DEBIT          PIC S9(11)V99 COMP-3.
               10  TB-ENT-CREDIT         PIC S9(11)V99 COMP-3.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'GENERAL LEDGER INTERFACE REPORT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-BATCH-HEADER.
           05  FILLER                 PIC X(32)
                     VALUE 'SOURCE DESCRIPTION'.
           05  FILLER                 PIC X(8)  VALUE 'RECORDS '.
           05  FILLER                 PIC X(16)
                     VALUE ' CONTROL TOTAL  '.
           05  FILLER                 PIC X(16)
                     VALUE '        DEBITS  '.
           05  FILLER                 PIC X(16)
                     VALUE '       CREDITS  '.
           05  FILLER                 PIC X(11) VALUE 'STATUS'.
           05  FILLER                 PIC X(33) VALUE 'REASON'.
       01  RPT-BATCH-DETAIL.
           05  RPT-SOURCE             PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SOURCE-NAME        PIC X(24).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-RECORDS            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CONTROL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-DEBITS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-CREDITS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-BATCH-STATUS       PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BATCH-REASON       PIC X(30).
           05  FILLER                 PIC X(3)  VALUE SPACES.
       01  RPT-ERROR-DETAIL.
           05  FILLER                 PIC X(13)
                     VALUE '    RECORD '.
           05  RPT-ERR-RECORD         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ERR-TYPE           PIC X(4).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ERR-SUBLEDGER      PIC X(9).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ERR-REFERENCE      PIC X(12).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ERR-AMOUNT         PIC -(9)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-ERR-REASON         PIC X(30).
           05  FILLER                 PIC X(39) VALUE SPACES.
       01  RPT-TB-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'TRIAL BALANCE BY GL ACCOUNT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-TB-HEADER2.
           05  FILLER                 PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(19)
                     VALUE '           DEBITS  '.
           05  FILLER                 PIC X(19)
                     VALUE '          CREDITS  '.
           05  FILLER                 PIC X(19)
                     VALUE '      NET BALANCE  '.
           05  FILLER                 PIC X(65) VALUE SPACES.
       01  RPT-TB-DETAIL.
           05  RPT-TB-ACCOUNT         PIC X(8).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-TB-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-TB-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-TB-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TB-DRCR            PIC XX.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  RPT-TB-OUT-OF-BALANCE.
           05  FILLER                 PIC X(40) VALUE
                     '*** TRIAL BALANCE DOES NOT BALANCE ***'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(20)
                     VALUE 'BATCHES ACCEPTED: '.
           05  RPT-ACCEPTED           PIC ZZ9.
           05  FILLER                 PIC X(13) VALUE '  REJECTED: '.
           05  RPT-REJECTED           PIC ZZ9.
           05  FILLER                 PIC X(18)
                     VALUE '  JOURNAL LINES: '.
           05  RPT-LINES              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(68) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'GLINTF1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           IF WS-RUN-ABORTED = 'N'
               PERFORM 860-LOAD-COA THROUGH 860-EXIT
                   UNTIL WS-COA-EOF = 'Y'
               PERFORM 800-INIT-REPORT
               PERFORM 100-PROCESS-SOURCE THROUGH 100-EXIT
                   VARYING WS-SRC-NO FROM 1 BY 1
                   UNTIL WS-SRC-NO > 8
               PERFORM 300-PRINT-TRIAL-BALANCE
               PERFORM 350-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'GLINTF1 ENDED - BATCHES ACCEPTED = '
                   NUM-BATCHES-ACCEPTED
                   ' REJECTED = ' NUM-BATCHES-REJECTED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One feeder batch.  The proving pass reads it all and
      *    totals it; only if it proves is it read again and
      *    journalled, so a bad batch leaves nothing behind on
      *    GLJRNL.
      *    ---------------------------------------------------------
       100-PROCESS-SOURCE.
           MOVE +0 TO NUM-BATCH-RECORDS NUM-BATCH-ERRORS
                      NUM-BATCH-LINES.
           MOVE +0 TO TOT-BATCH-CONTROL TOT-BATCH-DEBIT
                      TOT-BATCH-CREDIT TOT-BATCH-AMOUNT.
           MOVE 'N' TO WS-SRC-READ-ERROR.
           MOVE SPACES TO WS-BATCH-REASON.
           MOVE 'P' TO WS-SRC-PASS.
           PERFORM 910-OPEN-SOURCE.
           PERFORM 200-PROVE-ITEM THROUGH 200-EXIT
               UNTIL WS-SRC-EOF = 'Y'.
           PERFORM 915-CLOSE-SOURCE.
           IF WS-SRC-NO = 1
               PERFORM 270-REGISTER-GLINV-READ.
           IF NUM-BATCH-RECORDS = 0
              AND WS-SRC-READ-ERROR = 'N'
               MOVE 'NO DATA' TO WS-BATCH-STATUS
               GO TO 100-REPORT.
           PERFORM 150-CHECK-BATCH-BALANCE.
           IF WS-BATCH-REASON NOT = SPACES
               MOVE 'REJECTED' TO WS-BATCH-STATUS
               ADD +1 TO NUM-BATCHES-REJECTED
               PERFORM 895-SET-WARNING-RC
               GO TO 100-REPORT.
           MOVE 'J' TO WS-SRC-PASS.
           PERFORM 910-OPEN-SOURCE.
           PERFORM 250-JOURNAL-ITEM THROUGH 250-EXIT
               UNTIL WS-SRC-EOF = 'Y'.
           PERFORM 915-CLOSE-SOURCE.
           MOVE 'ACCEPTED' TO WS-BATCH-STATUS.
           ADD +1 TO NUM-BATCHES-ACCEPTED.
       100-REPORT.
           PERFORM 280-REPORT-BATCH.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The batch proves when nothing in it failed and its
      *    debits and its credits each come to its control total
      *    (the sum of every numeric amount it carries, mapped or
      *    not).
      *    ---------------------------------------------------------
       150-CHECK-BATCH-BALANCE.
           IF WS-SRC-READ-ERROR = 'Y'
               MOVE 'FEEDER FILE READ ERROR' TO WS-BATCH-REASON
           ELSE
           IF NUM-BATCH-ERRORS > 0
               MOVE 'RECORDS COULD NOT BE JOURNALLED'
                   TO WS-BATCH-REASON
           ELSE
           IF TOT-BATCH-DEBIT NOT = TOT-BATCH-CONTROL
              OR TOT-BATCH-CREDIT NOT = TOT-BATCH-CONTROL
               MOVE 'DEBITS/CREDITS NOT = CONTROL'
                   TO WS-BATCH-REASON.

      *    ---------------------------------------------------------
      *    Proving pass: one record totalled, and listed if it
      *    cannot be journalled.
      *    ---------------------------------------------------------
       200-PROVE-ITEM.
           PERFORM 700-READ-SOURCE.
           IF WS-SRC-EOF = 'Y'
               GO TO 200-EXIT.
           ADD +1 TO NUM-BATCH-RECORDS.
           IF ITM-AMOUNT-OK NOT = 'Y'
               MOVE 'AMOUNT NOT NUMERIC' TO WS-ERROR-REASON
               PERFORM 290-REPORT-ITEM-ERROR
               GO TO 200-EXIT.
           ADD ITM-AMOUNT TO TOT-BATCH-AMOUNT.
           PERFORM 210-ABSOLUTE-AMOUNT.
           ADD WS-JOURNAL-AMOUNT TO TOT-BATCH-CONTROL.
           IF WS-JOURNAL-AMOUNT = 0
               GO TO 200-EXIT.
           PERFORM 220-FIND-MAPPING.
           IF WS-MAP-FOUND-IDX = 0
               MOVE 'TYPE NOT ON CHART OF ACCOUNTS'
                   TO WS-ERROR-REASON
               PERFORM 290-REPORT-ITEM-ERROR
               GO TO 200-EXIT.
           ADD WS-JOURNAL-AMOUNT TO TOT-BATCH-DEBIT.
           ADD WS-JOURNAL-AMOUNT TO TOT-BATCH-CREDIT.
       200-EXIT.
           EXIT.

       210-ABSOLUTE-AMOUNT.
           IF ITM-AMOUNT < 0
               COMPUTE WS-JOURNAL-AMOUNT = 0 - ITM-AMOUNT
           ELSE
               MOVE ITM-AMOUNT TO WS-JOURNAL-AMOUNT.

       220-FIND-MAPPING.
           MOVE +0 TO WS-MAP-FOUND-IDX.
           PERFORM 225-CHECK-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > MAP-ENTRIES-USED
                  OR WS-MAP-FOUND-IDX > 0.

       225-CHECK-MAP-ENTRY.
           IF MAP-ENT-SOURCE(WS-MAP-SUB) = SRC-ENT-CODE(WS-SRC-NO)
              AND MAP-ENT-TXN-TYPE(WS-MAP-SUB) = ITM-TXN-TYPE
               MOVE WS-MAP-SUB TO WS-MAP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Journal pass: the debit line and the credit line for one
      *    record, the sides the other way round for a negative
      *    amount.
      *    ---------------------------------------------------------
       250-JOURNAL-ITEM.
           PERFORM 700-READ-SOURCE.
           IF WS-SRC-EOF = 'Y'
               GO TO 250-EXIT.
           PERFORM 210-ABSOLUTE-AMOUNT.
           IF WS-JOURNAL-AMOUNT = 0
               GO TO 250-EXIT.
           PERFORM 220-FIND-MAPPING.
           MOVE MAP-ENT-DR-ACCOUNT(WS-MAP-FOUND-IDX)
               TO WS-DR-ACCOUNT.
           MOVE MAP-ENT-DR-COST-CTR(WS-MAP-FOUND-IDX)
               TO WS-DR-COST-CTR.
           MOVE MAP-ENT-CR-ACCOUNT(WS-MAP-FOUND-IDX)
               TO WS-CR-ACCOUNT.
           MOVE MAP-ENT-CR-COST-CTR(WS-MAP-FOUND-IDX)
               TO WS-CR-COST-CTR.
           IF WS-DR-COST-CTR = '*SOURCE'
               MOVE ITM-COST-CTR TO WS-DR-COST-CTR.
           IF WS-CR-COST-CTR = '*SOURCE'
               MOVE ITM-COST-CTR TO WS-CR-COST-CTR.
           IF ITM-AMOUNT < 0
               MOVE WS-DR-ACCOUNT  TO WS-SWAP-ACCOUNT
               MOVE WS-DR-COST-CTR TO WS-SWAP-COST-CTR
               MOVE WS-CR-ACCOUNT  TO WS-DR-ACCOUNT
               MOVE WS-CR-COST-CTR TO WS-DR-COST-CTR
               MOVE WS-SWAP-ACCOUNT  TO WS-CR-ACCOUNT
               MOVE WS-SWAP-COST-CTR TO WS-CR-COST-CTR.
           MOVE 'D'            TO WS-LINE-SIDE.
           MOVE WS-DR-ACCOUNT  TO WS-LINE-ACCOUNT.
           MOVE WS-DR-COST-CTR TO WS-LINE-COST-CTR.
           PERFORM 260-WRITE-JOURNAL-LINE.
           MOVE 'C'            TO WS-LINE-SIDE.
           MOVE WS-CR-ACCOUNT  TO WS-LINE-ACCOUNT.
           MOVE WS-CR-COST-CTR TO WS-LINE-COST-CTR.
           PERFORM 260-WRITE-JOURNAL-LINE.
       250-EXIT.
           EXIT.

       260-WRITE-JOURNAL-LINE.
           ADD +1 TO NUM-BATCH-LINES.
           ADD +1 TO NUM-JOURNAL-LINES.
           MOVE SPACES               TO JRN-RECORD.
           MOVE WS-RUN-DATE-NUM      TO JRN-POST-DATE.
           MOVE SRC-ENT-CODE(WS-SRC-NO) TO JRN-SOURCE.
           MOVE NUM-BATCH-LINES      TO JRN-LINE-NO.
           MOVE WS-LINE-ACCOUNT      TO JRN-GL-ACCOUNT.
           MOVE WS-LINE-COST-CTR     TO JRN-COST-CTR.
           MOVE ITM-TXN-TYPE         TO JRN-TXN-TYPE.
           MOVE ITM-SUBLEDGER-ID     TO JRN-SUBLEDGER-ID.
           MOVE ITM-REFERENCE        TO JRN-REFERENCE.
           MOVE WS-LINE-ACCOUNT      TO WS-TB-ACCOUNT.
           PERFORM 870-FIND-TB-ACCOUNT.
           IF WS-LINE-DEBIT
               MOVE WS-JOURNAL-AMOUNT TO JRN-DEBIT
               MOVE 0                 TO JRN-CREDIT
               ADD WS-JOURNAL-AMOUNT  TO TB-ENT-DEBIT(WS-TB-FOUND-IDX)
           ELSE
               MOVE 0                 TO JRN-DEBIT
               MOVE WS-JOURNAL-AMOUNT TO JRN-CREDIT
               ADD WS-JOURNAL-AMOUNT
                   TO TB-ENT-CREDIT(WS-TB-FOUND-IDX).
           WRITE JRN-RECORD.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'GLJRNL WRITE ERROR RC=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    What the proving pass read from GLINV -- every record,
      *    and the signed total of its numeric amounts -- for
      *    CTLRCN1 to prove against what DFH0XINV wrote.
      *    ---------------------------------------------------------
       270-REGISTER-GLINV-READ.
           MOVE 'C'               TO CT-FUNCTION.
           MOVE 'GLINTF1 '        TO CT-PROGRAM.
           MOVE 'GLINV   '        TO CT-DATASET.
           MOVE NUM-BATCH-RECORDS TO CT-RECORD-COUNT.
           MOVE TOT-BATCH-AMOUNT  TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.

       280-REPORT-BATCH.
           MOVE SRC-ENT-CODE(WS-SRC-NO) TO RPT-SOURCE.
           MOVE SRC-ENT-NAME(WS-SRC-NO) TO RPT-SOURCE-NAME.
           MOVE NUM-BATCH-RECORDS   TO RPT-RECORDS.
           MOVE TOT-BATCH-CONTROL   TO RPT-CONTROL.
           MOVE TOT-BATCH-DEBIT     TO RPT-DEBITS.
           MOVE TOT-BATCH-CREDIT    TO RPT-CREDITS.
           MOVE WS-BATCH-STATUS     TO RPT-BATCH-STATUS.
           MOVE WS-BATCH-REASON     TO RPT-BATCH-REASON.
           WRITE REPORT-RECORD FROM RPT-BATCH-DETAIL.

      *    ---------------------------------------------------------
      *    A record that stops its batch, listed under it (the
      *    batch line itself follows the list).
      *    ---------------------------------------------------------
       290-REPORT-ITEM-ERROR.
           ADD +1 TO NUM-BATCH-ERRORS.
           MOVE NUM-BATCH-RECORDS TO RPT-ERR-RECORD.
           MOVE ITM-TXN-TYPE      TO RPT-ERR-TYPE.
           MOVE ITM-SUBLEDGER-ID  TO RPT-ERR-SUBLEDGER.
           MOVE ITM-REFERENCE     TO RPT-ERR-REFERENCE.
           IF ITM-AMOUNT-OK = 'Y'
               MOVE ITM-AMOUNT TO RPT-ERR-AMOUNT
           ELSE
               MOVE 0 TO RPT-ERR-AMOUNT.
           MOVE WS-ERROR-REASON   TO RPT-ERR-REASON.
           WRITE REPORT-RECORD FROM RPT-ERROR-DETAIL.

       300-PRINT-TRIAL-BALANCE.
           WRITE REPORT-RECORD FROM RPT-TB-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES     AFTER 1.
           WRITE REPORT-RECORD FROM RPT-TB-HEADER2 AFTER 1.
           PERFORM 310-PRINT-TB-ACCOUNT
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-ENTRIES-USED.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TOTAL'       TO RPT-TB-ACCOUNT.
           MOVE TOT-TB-DEBIT  TO RPT-TB-DEBIT.
           MOVE TOT-TB-CREDIT TO RPT-TB-CREDIT.
           COMPUTE WS-TB-NET = TOT-TB-DEBIT - TOT-TB-CREDIT.
           PERFORM 320-SET-TB-NET.
           WRITE REPORT-RECORD FROM RPT-TB-DETAIL.
           IF TOT-TB-DEBIT NOT = TOT-TB-CREDIT
               WRITE REPORT-RECORD FROM RPT-TB-OUT-OF-BALANCE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE.

      *    An account nothing was journalled to is left off.
       310-PRINT-TB-ACCOUNT.
           IF TB-ENT-DEBIT(WS-TB-SUB) NOT = 0
              OR TB-ENT-CREDIT(WS-TB-SUB) NOT = 0
               ADD TB-ENT-DEBIT(WS-TB-SUB)  TO TOT-TB-DEBIT
               ADD TB-ENT-CREDIT(WS-TB-SUB) TO TOT-TB-CREDIT
               MOVE TB-ENT-ACCOUNT(WS-TB-SUB) TO RPT-TB-ACCOUNT
               MOVE TB-ENT-DEBIT(WS-TB-SUB)   TO RPT-TB-DEBIT
               MOVE TB-ENT-CREDIT(WS-TB-SUB)  TO RPT-TB-CREDIT
               COMPUTE WS-TB-NET = TB-ENT-DEBIT(WS-TB-SUB)
                                 - TB-ENT-CREDIT(WS-TB-SUB)
               PERFORM 320-SET-TB-NET
               WRITE REPORT-RECORD FROM RPT-TB-DETAIL.

       320-SET-TB-NET.
           IF WS-TB-NET < 0
               COMPUTE RPT-TB-NET = 0 - WS-TB-NET
               MOVE 'CR' TO RPT-TB-DRCR
           ELSE
           IF WS-TB-NET > 0
               MOVE WS-TB-NET TO RPT-TB-NET
               MOVE 'DR' TO RPT-TB-DRCR
           ELSE
               MOVE 0 TO RPT-TB-NET
               MOVE SPACES TO RPT-TB-DRCR.

       350-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-BATCHES-ACCEPTED TO RPT-ACCEPTED.
           MOVE NUM-BATCHES-REJECTED TO RPT-REJECTED.
           MOVE NUM-JOURNAL-LINES    TO RPT-LINES.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.

      *    ---------------------------------------------------------
      *    The next record of the current feeder, in common form.
      *    ---------------------------------------------------------
       700-READ-SOURCE.
           MOVE SPACES TO WS-FEEDER-ITEM.
           MOVE 0      TO ITM-AMOUNT.
           IF WS-SRC-NO = 1
               PERFORM 710-READ-GLINV THROUGH 710-EXIT
           ELSE
           IF WS-SRC-NO = 2 OR WS-SRC-NO = 3
               PERFORM 720-READ-PSTHIST THROUGH 720-EXIT
           ELSE
           IF WS-SRC-NO = 4
               PERFORM 730-READ-PAIDFILE THROUGH 730-EXIT
           ELSE
           IF WS-SRC-NO = 5
               PERFORM 740-READ-BOOKGL THROUGH 740-EXIT
           ELSE
           IF WS-SRC-NO = 6
               PERFORM 750-READ-PAYGL THROUGH 750-EXIT
           ELSE
           IF WS-SRC-NO = 7
               PERFORM 760-READ-VCHGL THROUGH 760-EXIT
           ELSE
               PERFORM 770-READ-VALGL THROUGH 770-EXIT.

       710-READ-GLINV.
           READ GLINV-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 710-EXIT.
           IF WS-GLINV-STATUS NOT = '00'
              AND WS-GLINV-STATUS NOT = '04'
               DISPLAY 'ERROR ON GLINV READ.  CODE:'
                       WS-GLINV-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 710-EXIT.
           MOVE 'INV '           TO ITM-TXN-TYPE.
           MOVE GL-CHARGE-DEPT   TO ITM-COST-CTR.
           MOVE GL-CHARGE-DEPT   TO ITM-SUBLEDGER-ID.
           MOVE GL-INVOICE-NO    TO ITM-REFERENCE.
           IF GL-NET-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE GL-NET-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       710-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    PSTHIST feeds two batches: the accruals NACTACR1 sent
      *    through NACTPST (known by their reference) are NACACR,
      *    everything else NACTPST posted is NACPST.  Rejected
      *    postings moved no money and are passed over.  A
      *    transfer leg is typed TC/TD so it can map apart from
      *    ordinary credits and debits.
      *    ---------------------------------------------------------
       720-READ-PSTHIST.
           READ PSTHIST-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 720-EXIT.
           IF WS-PSTHIST-STATUS NOT = '00'
              AND WS-PSTHIST-STATUS NOT = '04'
               DISPLAY 'ERROR ON PSTHIST READ.  CODE:'
                       WS-PSTHIST-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 720-EXIT.
           IF NOT HST-POSTED
               GO TO 720-READ-PSTHIST.
           IF HST-REFERENCE = 'INTEREST    '
               MOVE 'INT ' TO ITM-TXN-TYPE
           ELSE
           IF HST-REFERENCE = 'OVLIMIT FEE '
               MOVE 'FEE ' TO ITM-TXN-TYPE
           ELSE
           IF HST-REASON(1:9) = 'TRANSFER '
               MOVE 'T'      TO ITM-TXN-TYPE(1:1)
               MOVE HST-TYPE TO ITM-TXN-TYPE(2:1)
           ELSE
               MOVE HST-TYPE TO ITM-TXN-TYPE.
           IF WS-SRC-NO = 2
              AND (ITM-TXN-TYPE = 'INT ' OR ITM-TXN-TYPE = 'FEE ')
               GO TO 720-READ-PSTHIST.
           IF WS-SRC-NO = 3
              AND ITM-TXN-TYPE NOT = 'INT '
              AND ITM-TXN-TYPE NOT = 'FEE '
               GO TO 720-READ-PSTHIST.
           MOVE HST-ACCOUNT      TO ITM-SUBLEDGER-ID.
           MOVE HST-REFERENCE    TO ITM-REFERENCE.
           IF HST-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE HST-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       720-EXIT.
           EXIT.

       730-READ-PAIDFILE.
           READ PAID-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 730-EXIT.
           IF WS-PAID-STATUS NOT = '00'
              AND WS-PAID-STATUS NOT = '04'
               DISPLAY 'ERROR ON PAIDFILE READ.  CODE:'
                       WS-PAID-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 730-EXIT.
           MOVE PDC-STATUS(1:4)    TO ITM-TXN-TYPE.
           MOVE PDC-NUMBER         TO ITM-SUBLEDGER-ID.
           MOVE PDC-INS-COMPANY-ID TO ITM-REFERENCE.
           IF PDC-PAID-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE PDC-PAID-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       730-EXIT.
           EXIT.

       740-READ-BOOKGL.
           READ BOOKGL-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 740-EXIT.
           IF WS-BOOKGL-STATUS NOT = '00'
              AND WS-BOOKGL-STATUS NOT = '04'
               DISPLAY 'ERROR ON BOOKGL READ.  CODE:'
                       WS-BOOKGL-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 740-EXIT.
           IF BGL-ACT-BOOKING
               MOVE 'BOOK' TO ITM-TXN-TYPE
           ELSE
               MOVE BGL-ACT-TYPE TO ITM-TXN-TYPE.
           MOVE BGL-LOAN-ID      TO ITM-SUBLEDGER-ID.
           MOVE BGL-ACT-DATE     TO ITM-REFERENCE.
           IF BGL-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE BGL-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       740-EXIT.
           EXIT.

       750-READ-PAYGL.
           READ PAYGL-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 750-EXIT.
           IF WS-PAYGL-STATUS NOT = '00'
              AND WS-PAYGL-STATUS NOT = '04'
               DISPLAY 'ERROR ON PAYGL READ.  CODE:'
                       WS-PAYGL-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 750-EXIT.
           IF PGL-ACT-PAYMENT
               MOVE 'PAY ' TO ITM-TXN-TYPE
           ELSE
           IF PGL-ACT-ESCROW-RECEIPT
               MOVE 'ESC ' TO ITM-TXN-TYPE
           ELSE
           IF PGL-ACT-ESCROW-PAYOUT
               MOVE 'ESCD' TO ITM-TXN-TYPE
           ELSE
               MOVE PGL-ACT-TYPE TO ITM-TXN-TYPE.
           MOVE PGL-LOAN-ID      TO ITM-SUBLEDGER-ID.
           MOVE PGL-ACT-DATE     TO ITM-REFERENCE.
           IF PGL-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE PGL-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       750-EXIT.
           EXIT.

       760-READ-VCHGL.
           READ VCHGL-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 760-EXIT.
           IF WS-VCHGL-STATUS NOT = '00'
              AND WS-VCHGL-STATUS NOT = '04'
               DISPLAY 'ERROR ON VCHGL READ.  CODE:'
                       WS-VCHGL-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 760-EXIT.
           MOVE 'VCHR'           TO ITM-TXN-TYPE.
           MOVE VCH-SUPPLIER-ID  TO ITM-SUBLEDGER-ID.
           MOVE VCH-INVOICE-NO   TO ITM-REFERENCE.
           IF VCH-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE VCH-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       760-EXIT.
           EXIT.

       770-READ-VALGL.
           READ VALGL-FILE
             AT END MOVE 'Y' TO WS-SRC-EOF .
           IF WS-SRC-EOF = 'Y'
               GO TO 770-EXIT.
           IF WS-VALGL-STATUS NOT = '00'
              AND WS-VALGL-STATUS NOT = '04'
               DISPLAY 'ERROR ON VALGL READ.  CODE:'
                       WS-VALGL-STATUS
               PERFORM 790-SOURCE-READ-ERROR
               GO TO 770-EXIT.
           MOVE VGL-TXN-TYPE     TO ITM-TXN-TYPE.
           MOVE VGL-AREA-ID      TO ITM-SUBLEDGER-ID.
           MOVE VGL-PERIOD       TO ITM-REFERENCE.
           IF VGL-AMOUNT NUMERIC
               MOVE 'Y' TO ITM-AMOUNT-OK
               MOVE VGL-AMOUNT TO ITM-AMOUNT
           ELSE
               MOVE 'N' TO ITM-AMOUNT-OK.
       770-EXIT.
           EXIT.

      *    A feeder that cannot be read to the end is an incomplete
      *    batch, and an incomplete batch never proves.
       790-SOURCE-READ-ERROR.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-SRC-EOF.
           MOVE 'Y' TO WS-SRC-READ-ERROR.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-BATCH-HEADER AFTER 1.

      *    ---------------------------------------------------------
      *    One GLCOA entry into the mapping table, and both its
      *    accounts onto the trial balance.  An entry without both
      *    accounts, or repeating a source and type already held,
      *    is announced and ignored.
      *    ---------------------------------------------------------
       860-LOAD-COA.
           READ COA-FILE
             AT END MOVE 'Y' TO WS-COA-EOF .
           IF WS-COA-EOF = 'Y'
               GO TO 860-EXIT.
           IF WS-COA-STATUS NOT = '00'
              AND WS-COA-STATUS NOT = '04'
               DISPLAY 'ERROR ON GLCOA READ.  CODE:' WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-COA-EOF
               GO TO 860-EXIT.
           IF COA-DR-ACCOUNT = SPACES
              OR COA-CR-ACCOUNT = SPACES
               DISPLAY 'GLCOA ENTRY IGNORED - ACCOUNT MISSING: '
                       COA-SOURCE ' ' COA-TXN-TYPE
               PERFORM 868-COA-ENTRY-BAD
               GO TO 860-EXIT.
           MOVE +0 TO WS-MAP-FOUND-IDX.
           PERFORM 862-CHECK-COA-DUPLICATE
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > MAP-ENTRIES-USED
                  OR WS-MAP-FOUND-IDX > 0.
           IF WS-MAP-FOUND-IDX > 0
               DISPLAY 'GLCOA ENTRY IGNORED - DUPLICATE: '
                       COA-SOURCE ' ' COA-TXN-TYPE
               PERFORM 868-COA-ENTRY-BAD
               GO TO 860-EXIT.
           IF MAP-ENTRIES-USED NOT < 200
               DISPLAY 'GLCOA TABLE FULL - ENTRY IGNORED: '
                       COA-SOURCE ' ' COA-TXN-TYPE
               PERFORM 868-COA-ENTRY-BAD
               GO TO 860-EXIT.
           ADD +1 TO MAP-ENTRIES-USED.
           MOVE COA-SOURCE      TO MAP-ENT-SOURCE(MAP-ENTRIES-USED).
           MOVE COA-TXN-TYPE    TO MAP-ENT-TXN-TYPE(MAP-ENTRIES-USED).
           MOVE COA-DR-ACCOUNT
               TO MAP-ENT-DR-ACCOUNT(MAP-ENTRIES-USED).
           MOVE COA-DR-COST-CTR
               TO MAP-ENT-DR-COST-CTR(MAP-ENTRIES-USED).
           MOVE COA-CR-ACCOUNT
               TO MAP-ENT-CR-ACCOUNT(MAP-ENTRIES-USED).
           MOVE COA-CR-COST-CTR
               TO MAP-ENT-CR-COST-CTR(MAP-ENTRIES-USED).
           MOVE COA-DR-ACCOUNT TO WS-TB-ACCOUNT.
           PERFORM 865-ADD-TB-ACCOUNT THROUGH 865-EXIT.
           MOVE COA-CR-ACCOUNT TO WS-TB-ACCOUNT.
           PERFORM 865-ADD-TB-ACCOUNT THROUGH 865-EXIT.
       860-EXIT.
           EXIT.

       862-CHECK-COA-DUPLICATE.
           IF MAP-ENT-SOURCE(WS-MAP-SUB) = COA-SOURCE
              AND MAP-ENT-TXN-TYPE(WS-MAP-SUB) = COA-TXN-TYPE
               MOVE WS-MAP-SUB TO WS-MAP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    An account not yet on the trial balance goes in at its
      *    place in account order, the entries above it moving up
      *    one.  If the table cannot take it the whole chart is
      *    dropped, so every batch rejects as unmapped rather than
      *    journal to an account the trial balance cannot show.
      *    ---------------------------------------------------------
       865-ADD-TB-ACCOUNT.
           PERFORM 870-FIND-TB-ACCOUNT.
           IF WS-TB-FOUND-IDX > 0
               GO TO 865-EXIT.
           IF TB-ENTRIES-USED NOT < 400
               DISPLAY 'TRIAL BALANCE TABLE FULL - ACCOUNT '
                       WS-TB-ACCOUNT ' IGNORED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-COA-EOF
               MOVE +0 TO MAP-ENTRIES-USED
               GO TO 865-EXIT.
           MOVE +0 TO WS-TB-POS.
           PERFORM 866-FIND-TB-POSITION
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-ENTRIES-USED
                  OR WS-TB-POS > 0.
           IF WS-TB-POS = 0
               COMPUTE WS-TB-POS = TB-ENTRIES-USED + 1.
           PERFORM 867-SHIFT-TB-ENTRY
               VARYING WS-TB-SUB FROM TB-ENTRIES-USED BY -1
               UNTIL WS-TB-SUB < WS-TB-POS.
           ADD +1 TO TB-ENTRIES-USED.
           MOVE WS-TB-ACCOUNT TO TB-ENT-ACCOUNT(WS-TB-POS).
           MOVE 0             TO TB-ENT-DEBIT(WS-TB-POS).
           MOVE 0             TO TB-ENT-CREDIT(WS-TB-POS).
       865-EXIT.
           EXIT.

       866-FIND-TB-POSITION.
           IF TB-ENT-ACCOUNT(WS-TB-SUB) > WS-TB-ACCOUNT
               MOVE WS-TB-SUB TO WS-TB-POS.

       867-SHIFT-TB-ENTRY.
           MOVE TB-ENTRY(WS-TB-SUB) TO TB-ENTRY(WS-TB-SUB + 1).

       868-COA-ENTRY-BAD.
           ADD +1 TO NUM-COA-ENTRIES-BAD.
           PERFORM 895-SET-WARNING-RC.

       870-FIND-TB-ACCOUNT.
           MOVE +0 TO WS-TB-FOUND-IDX.
           PERFORM 875-CHECK-TB-ENTRY
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-ENTRIES-USED
                  OR WS-TB-FOUND-IDX > 0.

       875-CHECK-TB-ENTRY.
           IF TB-ENT-ACCOUNT(WS-TB-SUB) = WS-TB-ACCOUNT
               MOVE WS-TB-SUB TO WS-TB-FOUND-IDX.

       895-SET-WARNING-RC.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

       900-OPEN-FILES.
           OPEN INPUT    COA-FILE
                OUTPUT   JOURNAL-FILE
                         REPORT-FILE .
           IF WS-COA-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GLCOA. RC:' WS-COA-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RUN-ABORTED.
           IF WS-JOURNAL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GLJRNL. RC:' WS-JOURNAL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RUN-ABORTED.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GLRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RUN-ABORTED.

      *    ---------------------------------------------------------
      *    The current feeder, opened afresh for each pass.  A
      *    feeder DD left out of the run opens empty ('05').
      *    ---------------------------------------------------------
       910-OPEN-SOURCE.
           MOVE 'N' TO WS-SRC-EOF.
           IF WS-SRC-NO = 1
               OPEN INPUT GLINV-FILE
               MOVE WS-GLINV-STATUS TO WS-SRC-OPEN-STATUS
           ELSE
           IF WS-SRC-NO = 2 OR WS-SRC-NO = 3
               OPEN INPUT PSTHIST-FILE
               MOVE WS-PSTHIST-STATUS TO WS-SRC-OPEN-STATUS
           ELSE
           IF WS-SRC-NO = 4
               OPEN INPUT PAID-FILE
               MOVE WS-PAID-STATUS TO WS-SRC-OPEN-STATUS
           ELSE
           IF WS-SRC-NO = 5
               OPEN INPUT BOOKGL-FILE
               MOVE WS-BOOKGL-STATUS TO WS-SRC-OPEN-STATUS
           ELSE
           IF WS-SRC-NO = 6
               OPEN INPUT PAYGL-FILE
               MOVE WS-PAYGL-STATUS TO WS-SRC-OPEN-STATUS
           ELSE
           IF WS-SRC-NO = 7
               OPEN INPUT VCHGL-FILE
               MOVE WS-VCHGL-STATUS TO WS-SRC-OPEN-STATUS
           ELSE
               OPEN INPUT VALGL-FILE
               MOVE WS-VALGL-STATUS TO WS-SRC-OPEN-STATUS.
           IF WS-SRC-OPEN-STATUS NOT = '00'
              AND WS-SRC-OPEN-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ' SRC-ENT-CODE(WS-SRC-NO)
                       ' FEEDER. RC:' WS-SRC-OPEN-STATUS
               PERFORM 790-SOURCE-READ-ERROR.

       915-CLOSE-SOURCE.
           IF WS-SRC-NO = 1
               CLOSE GLINV-FILE
           ELSE
           IF WS-SRC-NO = 2 OR WS-SRC-NO = 3
               CLOSE PSTHIST-FILE
           ELSE
           IF WS-SRC-NO = 4
               CLOSE PAID-FILE
           ELSE
           IF WS-SRC-NO = 5
               CLOSE BOOKGL-FILE
           ELSE
           IF WS-SRC-NO = 6
               CLOSE PAYGL-FILE
           ELSE
           IF WS-SRC-NO = 7
               CLOSE VCHGL-FILE
           ELSE
               CLOSE VALGL-FILE.

       905-CLOSE-FILES.
           CLOSE COA-FILE .
           CLOSE JOURNAL-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM GLINTF1
