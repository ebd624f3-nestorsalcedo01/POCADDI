      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCBP                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        Charge-back posting to NACT accounts    *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job, run after DFH0XINV each     *
      *      month, which carries the departmental charge-back         *
      *      invoices across to the NACT account suite so finance no   *
      *      longer keys every invoice again as a debit.               *
      *                                                                *
      *      The GLINV file DFH0XINV writes holds every billed line    *
      *      of every invoice closed by the run, in invoice order.     *
      *      Each invoice is totalled and becomes one posting on the   *
      *      POSTFILE read by NACTPST: a 'C' charge, which raises the  *
      *      amount owed on the account the DEPTACCT file (DFH0XCPM)   *
      *      maps the department to, with the invoice number as the    *
      *      posting reference.  An invoice that nets to a credit -    *
      *      return credits outweighing the charges - is posted as a   *
      *      'D' payment for the net amount.  The department is        *
      *      debited by the first and credited by the second, and the  *
      *      report counts them that way.                              *
      *                                                                *
      *      An invoice is not posted, and is listed on the CBPRPT    *
      *      exceptions report instead, when its department has no    *
      *      DEPTACCT entry, when the account is not on ACCTFIL or is  *
      *      not in status 'A', or when it nets to zero.  NACTPST      *
      *      makes the same account checks again when it posts.       *
      *                                                                *
      *      The report closes with the reconciliation: the total     *
      *      invoiced must equal the net posted plus the exceptions,  *
      *      and any difference is printed and ends the job RC 8.     *
      *      Exceptions alone end it RC 4.                            *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCBP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-INVOICE-FILE ASSIGN TO GLINV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GLINV-STATUS.

           SELECT DEPTACCT-FILE ASSIGN TO DEPTACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-CHARGE-DEPT
               FILE STATUS  IS  WS-DEPTACCT-STATUS.

           SELECT ACCOUNT-FILE  ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT POSTING-FILE  ASSIGN TO POSTFILE
               FILE STATUS  IS  WS-POSTFILE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO CBPRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GL-INVOICE-FILE
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

       FD  DEPTACCT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DEPTACCT-RECORD.
           COPY DFH0XCPM.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           15  NACTREC-DATA.
           COPY NACWTREC.

      *        THE NACTPST POSTFILE LAYOUT
       FD  POSTING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POSTING-RECORD.
           05  PST-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X.
           05  PST-TYPE               PIC X.
               88  PST-TYPE-CHARGE        VALUE 'C'.
               88  PST-TYPE-PAYMENT       VALUE 'D'.
           05  FILLER                 PIC X.
           05  PST-AMOUNT-NUM         PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  PST-REFERENCE          PIC X(12).
           05  FILLER                 PIC X(50).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-GLINV-STATUS            PIC XX  VALUE '00'.
       01  WS-DEPTACCT-STATUS         PIC XX  VALUE '00'.
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-POSTFILE-STATUS         PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-GLINV-EOF               PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
      *
      *        THE INVOICE BEING TOTALLED
       01  WS-INVOICE-WORK.
           05  WS-INVOICE-NO          PIC X(12) VALUE SPACES.
           05  WS-INVOICE-DEPT        PIC X(8)  VALUE SPACES.
           05  WS-INVOICE-LINES       PIC S9(5) COMP-3 VALUE +0.
           05  WS-INVOICE-TOTAL       PIC S9(9)V99 VALUE 0.
           05  WS-POST-AMOUNT         PIC S9(9)V99 VALUE 0.
           05  WS-POST-ACCOUNT        PIC X(5)  VALUE SPACES.
           05  WS-EXCEPTION-REASON    PIC X(30) VALUE SPACES.
      *
       01  WORK-VARIABLES.
           05  NUM-GLINV-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICES          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DEBITS            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CREDITS           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXCEPTIONS        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-INVOICED          PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-DEBITED           PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-CREDITED          PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-NET-POSTED        PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-EXCEPTIONS        PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-UNRECONCILED      PIC S9(9)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(31)
                     VALUE 'CHARGE-BACK POSTING EXCEPTIONS'.
           05  FILLER                 PIC X(19)
                     VALUE 'AND RECONCILIATION'.
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-HDR-RUN-DATE       PIC X(8).
       01  RPT-HEADER2.
           05  FILLER                 PIC X(14) VALUE 'INVOICE'.
           05  FILLER                 PIC X(10) VALUE 'DEPT'.
           05  FILLER                 PIC X(7)  VALUE 'ACCT'.
           05  FILLER                 PIC X(7)  VALUE 'LINES'.
           05  FILLER                 PIC X(14) VALUE '   TOTAL'.
           05  FILLER                 PIC X(30) VALUE 'REASON'.
       01  RPT-DETAIL.
           05  RPT-INVOICE-NO         PIC X(12).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DEPT               PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-LINES              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-TOTAL              PIC -(7)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-REASON             PIC X(30).
       01  RPT-NONE-LINE.
           05  FILLER                 PIC X(50) VALUE
               'NO EXCEPTIONS - EVERY INVOICE WAS POSTED'.
       01  RPT-RECON-HDR.
           05  FILLER                 PIC X(50) VALUE
               'RECONCILIATION OF INVOICES TO POSTINGS'.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER                 PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM        PIC X(26).
           05  RPT-TOTALS-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC XX       VALUE SPACES.
           05  RPT-TOTALS-VALUE       PIC -(9)9.99.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XCBP STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 700-READ-GLINV THROUGH 700-EXIT.
           PERFORM 100-PROCESS-INVOICE THROUGH 100-EXIT
                   UNTIL WS-GLINV-EOF = 'Y' .

           IF NUM-EXCEPTIONS = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE.
           PERFORM 300-PRINT-RECONCILIATION.
           PERFORM 905-CLOSE-FILES.
           IF TOT-UNRECONCILED NOT = 0
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           ELSE IF NUM-EXCEPTIONS > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'DFH0XCBP ENDED - POSTED = ' NUM-DEBITS
                   ' DEBITS ' NUM-CREDITS ' CREDITS, EXCEPTIONS = '
                   NUM-EXCEPTIONS.
           GOBACK .

      *        ***********************************************
      *          ONE INVOICE PER CYCLE.  THE GLINV RECORD IN
      *          THE BUFFER IS ITS FIRST LINE; ITS LINES ARE
      *          TOTALLED UNTIL THE INVOICE NUMBER CHANGES,
      *          THEN THE INVOICE IS POSTED OR EXCEPTED.
      *        ***********************************************
       100-PROCESS-INVOICE.
           MOVE GL-INVOICE-NO  TO WS-INVOICE-NO.
           MOVE GL-CHARGE-DEPT TO WS-INVOICE-DEPT.
           MOVE 0 TO WS-INVOICE-LINES.
           MOVE 0 TO WS-INVOICE-TOTAL.
           PERFORM 150-ADD-INVOICE-LINE THROUGH 150-EXIT
                   UNTIL WS-GLINV-EOF = 'Y'
                      OR GL-INVOICE-NO NOT = WS-INVOICE-NO.
           ADD +1 TO NUM-INVOICES.
           ADD WS-INVOICE-TOTAL TO TOT-INVOICED.
           PERFORM 200-POST-INVOICE THROUGH 200-EXIT.
       100-EXIT.
           EXIT.

       150-ADD-INVOICE-LINE.
           IF GL-NET-AMOUNT IS NOT NUMERIC
               DISPLAY 'DFH0XCBP BAD AMOUNT ON GLINV - '
                       GL-INVOICE-NO ' ITEM ' GL-ITEM-REF
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD GL-NET-AMOUNT TO WS-INVOICE-TOTAL.
           ADD +1 TO WS-INVOICE-LINES.
           PERFORM 700-READ-GLINV THROUGH 700-EXIT.
       150-EXIT.
           EXIT.

      *        ***********************************************
      *          POST ONE INVOICE: FIND THE DEPARTMENT'S
      *          ACCOUNT, CHECK IT IS OPEN FOR POSTING, AND
      *          WRITE THE NACTPST CHARGE - OR PAYMENT, FOR
      *          AN INVOICE THAT NETS BELOW ZERO.
      *        ***********************************************
       200-POST-INVOICE.
           MOVE SPACES TO WS-POST-ACCOUNT.
           IF WS-INVOICE-TOTAL = 0
               MOVE 'INVOICE NETS TO ZERO' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           MOVE WS-INVOICE-DEPT TO DA-CHARGE-DEPT.
           READ DEPTACCT-FILE.
           IF WS-DEPTACCT-STATUS = '23'
               MOVE 'NO ACCOUNT MAPPING FOR DEPT' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF WS-DEPTACCT-STATUS NOT = '00'
               DISPLAY 'DEPTACCT READ ERROR RC=' WS-DEPTACCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'DEPTACCT READ ERROR' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF DA-ACCTDO = SPACES
               MOVE 'NO ACCOUNT MAPPING FOR DEPT' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           MOVE DA-ACCTDO TO WS-POST-ACCOUNT.
           MOVE DA-ACCTDO TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'ACCOUNT NOT ON FILE' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL READ ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE READ ERROR' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF NOT ACCT-STATUS-ACTIVE
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'ACCOUNT NOT ACTIVE - STATUS ' STATDO
                      DELIMITED BY SIZE
                   INTO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF WS-INVOICE-TOTAL < 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-INVOICE-TOTAL
           ELSE
               MOVE WS-INVOICE-TOTAL TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT > 9999999.99
               MOVE 'TOTAL TOO LARGE TO POST' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           MOVE SPACES TO POSTING-RECORD.
           MOVE WS-POST-ACCOUNT TO PST-ACCOUNT.
           IF WS-INVOICE-TOTAL < 0
               SET PST-TYPE-PAYMENT TO TRUE
           ELSE
               SET PST-TYPE-CHARGE TO TRUE.
           MOVE WS-POST-AMOUNT TO PST-AMOUNT-NUM.
           MOVE WS-INVOICE-NO TO PST-REFERENCE.
           WRITE POSTING-RECORD.
           IF WS-POSTFILE-STATUS NOT = '00'
               DISPLAY 'POSTFILE WRITE ERROR RC=' WS-POSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'POSTFILE WRITE ERROR' TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF PST-TYPE-PAYMENT
               ADD +1 TO NUM-CREDITS
               ADD WS-POST-AMOUNT TO TOT-CREDITED
           ELSE
               ADD +1 TO NUM-DEBITS
               ADD WS-POST-AMOUNT TO TOT-DEBITED.
       200-EXIT.
           EXIT.

       250-REPORT-EXCEPTION.
           ADD +1 TO NUM-EXCEPTIONS.
           ADD WS-INVOICE-TOTAL TO TOT-EXCEPTIONS.
           MOVE WS-INVOICE-NO       TO RPT-INVOICE-NO.
           MOVE WS-INVOICE-DEPT     TO RPT-DEPT.
           MOVE WS-POST-ACCOUNT     TO RPT-ACCOUNT.
           MOVE WS-INVOICE-LINES    TO RPT-LINES.
           MOVE WS-INVOICE-TOTAL    TO RPT-TOTAL.
           MOVE WS-EXCEPTION-REASON TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *        ***********************************************
      *          WHAT WAS INVOICED MUST EQUAL WHAT WAS POSTED
      *          (DEBITS LESS CREDITS) PLUS WHAT WAS EXCEPTED.
      *        ***********************************************
       300-PRINT-RECONCILIATION.
           COMPUTE TOT-NET-POSTED = TOT-DEBITED - TOT-CREDITED.
           COMPUTE TOT-UNRECONCILED =
               TOT-INVOICED - TOT-NET-POSTED - TOT-EXCEPTIONS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-RECON-HDR.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'GLINV LINES READ:'       TO RPT-TOTALS-ITEM.
           MOVE NUM-GLINV-READ            TO RPT-TOTALS-COUNT.
           MOVE 0                         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'INVOICES READ:'          TO RPT-TOTALS-ITEM.
           MOVE NUM-INVOICES              TO RPT-TOTALS-COUNT.
           MOVE TOT-INVOICED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSTED AS DEBITS:'       TO RPT-TOTALS-ITEM.
           MOVE NUM-DEBITS                TO RPT-TOTALS-COUNT.
           MOVE TOT-DEBITED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSTED AS CREDITS:'      TO RPT-TOTALS-ITEM.
           MOVE NUM-CREDITS               TO RPT-TOTALS-COUNT.
           MOVE TOT-CREDITED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NET POSTED:'             TO RPT-TOTALS-ITEM.
           COMPUTE RPT-TOTALS-COUNT = NUM-DEBITS + NUM-CREDITS.
           MOVE TOT-NET-POSTED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'EXCEPTIONS NOT POSTED:'  TO RPT-TOTALS-ITEM.
           MOVE NUM-EXCEPTIONS            TO RPT-TOTALS-COUNT.
           MOVE TOT-EXCEPTIONS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'UNRECONCILED DIFFERENCE:' TO RPT-TOTALS-ITEM.
           MOVE 0                         TO RPT-TOTALS-COUNT.
           MOVE TOT-UNRECONCILED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-GLINV.
           READ GL-INVOICE-FILE
             AT END MOVE 'Y' TO WS-GLINV-EOF .
           IF WS-GLINV-EOF = 'Y'
               GO TO 700-EXIT.
           IF WS-GLINV-STATUS NOT = '00'
               DISPLAY 'ERROR ON GLINV FILE READ.  CODE:'
                       WS-GLINV-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-GLINV-EOF
               GO TO 700-EXIT.
           ADD +1 TO NUM-GLINV-READ.
       700-EXIT.
           EXIT.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-YMD TO RPT-HDR-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       900-OPEN-FILES.
           OPEN INPUT    GL-INVOICE-FILE
                         DEPTACCT-FILE
                         ACCOUNT-FILE
                OUTPUT   POSTING-FILE
                         REPORT-FILE .
           IF WS-GLINV-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GLINV FILE. RC:'
                     WS-GLINV-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-GLINV-EOF.
           IF WS-DEPTACCT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DEPTACCT FILE. RC:'
                     WS-DEPTACCT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-GLINV-EOF.
           IF WS-ACCTFIL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACCTFIL FILE. RC:'
                     WS-ACCTFIL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-GLINV-EOF.
           IF WS-POSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POSTFILE FILE. RC:'
                     WS-POSTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-GLINV-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CBPRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-GLINV-EOF.

       905-CLOSE-FILES.
           CLOSE GL-INVOICE-FILE .
           CLOSE DEPTACCT-FILE .
           CLOSE ACCOUNT-FILE .
           CLOSE POSTING-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XCBP
