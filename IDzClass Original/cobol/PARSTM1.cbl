      ****************************************************************
      * PROGRAM:  PARSTM1
      *           Monthly patient statement print run
      *
      * The PARLDG patient receivable ledger posted by PARPST1 says
      * what every patient owes, but the patient never saw it.  Run
      * monthly, this job prints a one-page statement for every
      * patient who owes money or had ledger activity in the
      * statement month, addressed from the patient's PRSNMSTR
      * personal record, showing:
      *
      *   - each item dated in the statement month: deductible and
      *     copay from paid claims, denied claims, denied claims
      *     reversed after a successful appeal, and payments
      *   - the month's new charges and payments received
      *   - the balance due (open charges less unapplied credit),
      *     split into how long it has been owed
      *
      * As with the customer statements, a patient with no PRSNMSTR
      * record, or no street or postal code on it, goes to the
      * exceptions list instead of the print stream.
      *
      * FILES:
      *   PARLDG   - the patient receivable ledger, PARLDGC layout,
      *              read in key order (patient, then item date)
      *   PRSNMSTR - the patient personal master, random by patient
      *   STMCTL   - one optional control card:
      *              'STMTMONTH=YYYYMM' names the statement month;
      *              with no DD or no card it is the run month
      *   PSTMPRT  - the statement print stream, one page each
      *   PSTMEXC  - exceptions list and run totals
      *
      * RC 4 - a patient went to the exceptions list
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARSTM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-FILE  ASSIGN TO PARLDG
                  ORGANIZATION IS INDEXED
                  ACCESS       IS SEQUENTIAL
                  RECORD KEY   IS PAR-KEY
                  FILE STATUS  IS WS-PARLDG-STATUS.

           SELECT PRSNMSTR-FILE ASSIGN TO PRSNMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PRSN-KEY
                  FILE STATUS  IS WS-PRSNMSTR-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO STMCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT STATEMENT-FILE  ASSIGN TO PSTMPRT
               FILE STATUS  IS  WS-STMTPRT-STATUS.

           SELECT EXCEPTION-FILE  ASSIGN TO PSTMEXC
               FILE STATUS  IS  WS-STMTEXC-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-FILE
           DATA RECORD IS PAR-REC.
       COPY PARLDGC REPLACING ==:TAG:== BY ==PAR==.

       FD  PRSNMSTR-FILE
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY         PIC X(06).
      *        the name and home address, at their offsets in the
      *        PATIENT-PERSONAL-MASTER-REC image TESTDATA writes
           05 FILLER           PIC X(147).
           05 PRSN-FIRST-NAME  PIC X(15).
           05 PRSN-MIDINIT     PIC X(02).
           05 PRSN-LAST-NAME   PIC X(19).
           05 FILLER           PIC X(203).
           05 PRSN-APARTMENT   PIC X(05).
           05 PRSN-STREET      PIC X(30).
           05 PRSN-CITY        PIC X(20).
           05 PRSN-STATE       PIC X(02).
           05 PRSN-POSTAL-CODE PIC X(09).
           05 FILLER           PIC X(342).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05  CC-KEYWORD             PIC X(10).
           05  CC-VALUE               PIC X(6).
           05  CC-VALUE-N  REDEFINES CC-VALUE
                                      PIC 9(6).
           05  FILLER                 PIC X(64).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(132).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD           PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-PARLDG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PRSNMSTR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-STMTPRT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-STMTEXC-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PARLDG-EOF           PIC X     VALUE 'N'.
           05  WS-EXCEPTION-REASON     PIC X(40) VALUE SPACES.
           05  WS-ITEM-DAY-INT         PIC S9(9) COMP-3 VALUE +0.
           05  WS-ITEM-AGE             PIC S9(9) COMP-3 VALUE +0.
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-RUN-DAY-INT        PIC S9(9) COMP-3 VALUE +0.
      *
      *        the statement month, YYYYMM
       01  WS-STMT-MONTH             PIC 9(6)  VALUE ZERO.
      *
      *        The patient being assembled from the ledger
       01  STATEMENT-PATIENT.
           05  STM-PATIENT-ID         PIC 9(6).
           05  STM-BALANCE            PIC S9(9)V99 COMP-3.
           05  STM-NEW-CHARGES        PIC S9(9)V99 COMP-3.
           05  STM-PAYMENTS           PIC S9(9)V99 COMP-3.
           05  STM-AGE-CURRENT        PIC S9(9)V99 COMP-3.
           05  STM-AGE-31-60          PIC S9(9)V99 COMP-3.
           05  STM-AGE-61-90          PIC S9(9)V99 COMP-3.
           05  STM-AGE-91-120         PIC S9(9)V99 COMP-3.
           05  STM-AGE-OVER-120       PIC S9(9)V99 COMP-3.
           05  STM-CREDIT             PIC S9(9)V99 COMP-3.
           05  STM-ITEM-COUNT         PIC S9(4)    COMP   VALUE +0.
           05  STM-ITEM-EXTRA         PIC S9(4)    COMP   VALUE +0.
           05  STM-ITEM-ENTRY  OCCURS 30 TIMES.
               10  STM-ITEM-DATE          PIC 9(8).
               10  STM-ITEM-TYPE          PIC X.
               10  STM-ITEM-REF           PIC X(10).
               10  STM-ITEM-AMOUNT        PIC S9(7)V99 COMP-3.
       01  WORK-VARIABLES.
           05  WS-ITEM-SUB           PIC S9(4)    COMP   VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-LEDGER-ITEMS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PATIENTS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOTHING-DUE       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATEMENTS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXCEPTIONS        PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *          statement lines
      *        *******************
       01  STM-TITLE-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(26)
                     VALUE 'PATIENT ACCOUNT STATEMENT'.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE 'MONTH: '.
           05  STL-STMT-MONTH         PIC 9(6).
           05  FILLER                 PIC X(10) VALUE ' (yyyymm) '.
           05  FILLER                 PIC X(53) VALUE SPACES.
       01  STM-NAME-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-FIRST-NAME         PIC X(15).
           05  FILLER                 PIC X     VALUE SPACES.
           05  STL-LAST-NAME          PIC X(19).
           05  FILLER                 PIC X(87) VALUE SPACES.
       01  STM-ADDRESS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-STREET             PIC X(30).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  STL-APARTMENT          PIC X(5).
           05  FILLER                 PIC X(81) VALUE SPACES.
       01  STM-CITY-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-CITY               PIC X(20).
           05  FILLER                 PIC X     VALUE SPACES.
           05  STL-STATE              PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  STL-POSTAL-CODE        PIC X(9).
           05  FILLER                 PIC X(88) VALUE SPACES.
       01  STM-ACCOUNT-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'PATIENT ID: '.
           05  STL-PATIENT-ID         PIC 9(6).
           05  FILLER                 PIC X(104) VALUE SPACES.
       01  STM-ITEM-HEADER.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'DATE'.
           05  FILLER                 PIC X(30) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(11) VALUE 'REFERENCE'.
           05  FILLER                 PIC X(13) VALUE '       AMOUNT'.
           05  FILLER                 PIC X(58) VALUE SPACES.
       01  STM-ITEM-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-ITEM-DATE          PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  STL-ITEM-DESC          PIC X(30).
           05  STL-ITEM-REF           PIC X(10).
           05  FILLER                 PIC X     VALUE SPACES.
           05  STL-ITEM-AMOUNT        PIC -,---,--9.99.
           05  FILLER                 PIC X(60) VALUE SPACES.
       01  STM-ITEM-MORE-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE '... AND '.
           05  STL-ITEM-EXTRA         PIC ZZ9.
           05  FILLER                 PIC X(30)
                     VALUE ' MORE ITEMS THIS MONTH'.
           05  FILLER                 PIC X(81) VALUE SPACES.
       01  STM-NO-ITEM-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(30)
                     VALUE 'NO ACTIVITY THIS MONTH'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  STM-AMOUNT-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STL-AMOUNT-LABEL       PIC X(30).
           05  STL-AMOUNT             PIC -,---,--9.99.
           05  FILLER                 PIC X(80) VALUE SPACES.
       01  STM-FOOTER-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(60) VALUE
               'PLEASE CONTACT US ABOUT ANY ENTRY YOU DO NOT RECOGNIZE'.
           05  FILLER                 PIC X(62) VALUE SPACES.
      *
      *        *******************
      *          exception lines
      *        *******************
       01  EXC-HEADER1.
           05  FILLER                     PIC X(42)
                     VALUE 'PATIENT STATEMENT EXCEPTIONS      MONTH: '.
           05  EXC-STMT-MONTH             PIC 9(6).
           05  FILLER                     PIC X(10)
                     VALUE ' (yyyymm) '.
           05  FILLER                     PIC X(74) VALUE SPACES.
       01  EXC-HEADER2.
           05  FILLER PIC X(8)  VALUE 'PATIENT '.
           05  FILLER PIC X(14) VALUE '   BALANCE DUE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(40) VALUE 'REASON'.
           05  FILLER PIC X(68) VALUE SPACES.
       01  EXC-DETAIL.
           05  EXC-PATIENT-ID         PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-BALANCE            PIC -,---,--9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-REASON             PIC X(40).
           05  FILLER                 PIC X(70) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(26).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(93)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           MOVE WS-RUN-DATE-NUM(1:6) TO WS-STMT-MONTH.
           DISPLAY 'PARSTM1 STARTED DATE = ' WS-RUN-DATE ' (yymmdd)'.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-CONTROL-CARD THROUGH 850-EXIT.
           PERFORM 800-INIT-EXCEPTIONS.
           PERFORM 700-READ-LEDGER.

           PERFORM 100-PROCESS-PATIENT THROUGH 100-EXIT
               UNTIL WS-PARLDG-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-EXCEPTIONS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'PARSTM1 ENDED - STATEMENTS = ' NUM-STATEMENTS
                   ' EXCEPTIONS = ' NUM-EXCEPTIONS.
           GOBACK .

      *    ---------------------------------------------------------
      *    One patient's items per cycle.  Every open amount counts
      *    toward the balance due; only the statement month's items
      *    are listed.
      *    ---------------------------------------------------------
       100-PROCESS-PATIENT.
           ADD +1 TO NUM-PATIENTS.
           MOVE PAR-PATIENT-ID TO STM-PATIENT-ID.
           MOVE ZERO TO STM-BALANCE STM-NEW-CHARGES STM-PAYMENTS
                        STM-AGE-CURRENT STM-AGE-31-60 STM-AGE-61-90
                        STM-AGE-91-120 STM-AGE-OVER-120 STM-CREDIT.
           MOVE +0 TO STM-ITEM-COUNT.
           MOVE +0 TO STM-ITEM-EXTRA.
           PERFORM 110-COLLECT-ITEM
               UNTIL WS-PARLDG-EOF = 'Y'
                  OR PAR-PATIENT-ID NOT = STM-PATIENT-ID.
           PERFORM 200-ISSUE-STATEMENT THROUGH 200-EXIT.
       100-EXIT.
           EXIT.

       110-COLLECT-ITEM.
           ADD PAR-OPEN-AMOUNT TO STM-BALANCE.
           IF PAR-OPEN-AMOUNT < 0
               ADD PAR-OPEN-AMOUNT TO STM-CREDIT
           ELSE
           IF PAR-OPEN-AMOUNT > 0
               PERFORM 120-AGE-OPEN-CHARGE.
           IF PAR-ITEM-DATE(1:6) = WS-STMT-MONTH
               PERFORM 130-LIST-MONTH-ITEM.
           PERFORM 700-READ-LEDGER.

      *    age in days from the item date to the run date
       120-AGE-OPEN-CHARGE.
           COMPUTE WS-ITEM-DAY-INT =
               FUNCTION INTEGER-OF-DATE (PAR-ITEM-DATE).
           COMPUTE WS-ITEM-AGE = WS-RUN-DAY-INT - WS-ITEM-DAY-INT.
           IF WS-ITEM-AGE NOT > 30
               ADD PAR-OPEN-AMOUNT TO STM-AGE-CURRENT
           ELSE
           IF WS-ITEM-AGE NOT > 60
               ADD PAR-OPEN-AMOUNT TO STM-AGE-31-60
           ELSE
           IF WS-ITEM-AGE NOT > 90
               ADD PAR-OPEN-AMOUNT TO STM-AGE-61-90
           ELSE
           IF WS-ITEM-AGE NOT > 120
               ADD PAR-OPEN-AMOUNT TO STM-AGE-91-120
           ELSE
               ADD PAR-OPEN-AMOUNT TO STM-AGE-OVER-120.

       130-LIST-MONTH-ITEM.
           IF PAR-PAYMENT
               ADD PAR-AMOUNT TO STM-PAYMENTS
           ELSE
               ADD PAR-AMOUNT TO STM-NEW-CHARGES.
           IF STM-ITEM-COUNT < 30
               ADD +1 TO STM-ITEM-COUNT
               MOVE PAR-ITEM-DATE TO STM-ITEM-DATE(STM-ITEM-COUNT)
               MOVE PAR-ITEM-TYPE TO STM-ITEM-TYPE(STM-ITEM-COUNT)
               MOVE PAR-ITEM-REF  TO STM-ITEM-REF(STM-ITEM-COUNT)
               MOVE PAR-AMOUNT    TO STM-ITEM-AMOUNT(STM-ITEM-COUNT)
           ELSE
               ADD +1 TO STM-ITEM-EXTRA.

      *    ---------------------------------------------------------
      *    Nothing owed and nothing happened: no statement.
      *    Everything else either prints or is listed with the
      *    reason it could not be mailed.
      *    ---------------------------------------------------------
       200-ISSUE-STATEMENT.
           IF STM-BALANCE = 0 AND STM-ITEM-COUNT = 0
               ADD +1 TO NUM-NOTHING-DUE
               GO TO 200-EXIT.
           MOVE STM-PATIENT-ID TO PRSN-KEY.
           READ PRSNMSTR-FILE.
           IF WS-PRSNMSTR-STATUS = '23'
               MOVE 'NO PERSONAL RECORD ON PRSNMSTR'
                 TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF WS-PRSNMSTR-STATUS NOT = '00'
               DISPLAY 'PRSNMSTR READ ERROR RC=' WS-PRSNMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'PRSNMSTR READ ERROR' TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF PRSN-STREET = SPACES
               MOVE 'NO STREET ON PERSONAL RECORD'
                 TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           IF PRSN-POSTAL-CODE = SPACES
              OR PRSN-POSTAL-CODE = ZERO
               MOVE 'NO POSTAL CODE ON PERSONAL RECORD'
                 TO WS-EXCEPTION-REASON
               PERFORM 820-REPORT-EXCEPTION
               GO TO 200-EXIT.
           PERFORM 210-PRINT-STATEMENT.
       200-EXIT.
           EXIT.

       210-PRINT-STATEMENT.
           ADD +1 TO NUM-STATEMENTS.
           MOVE WS-STMT-MONTH TO STL-STMT-MONTH.
           WRITE STATEMENT-RECORD FROM STM-TITLE-LINE AFTER PAGE.
           MOVE PRSN-FIRST-NAME  TO STL-FIRST-NAME.
           MOVE PRSN-LAST-NAME   TO STL-LAST-NAME.
           WRITE STATEMENT-RECORD FROM STM-NAME-LINE AFTER 4.
           MOVE PRSN-STREET      TO STL-STREET.
           MOVE PRSN-APARTMENT   TO STL-APARTMENT.
           WRITE STATEMENT-RECORD FROM STM-ADDRESS-LINE AFTER 1.
           MOVE PRSN-CITY        TO STL-CITY.
           MOVE PRSN-STATE       TO STL-STATE.
           MOVE PRSN-POSTAL-CODE TO STL-POSTAL-CODE.
           WRITE STATEMENT-RECORD FROM STM-CITY-LINE AFTER 1.
           MOVE STM-PATIENT-ID   TO STL-PATIENT-ID.
           WRITE STATEMENT-RECORD FROM STM-ACCOUNT-LINE AFTER 4.
           WRITE STATEMENT-RECORD FROM STM-ITEM-HEADER AFTER 2.
           IF STM-ITEM-COUNT = 0
               WRITE STATEMENT-RECORD FROM STM-NO-ITEM-LINE AFTER 1.
           PERFORM 220-PRINT-ITEM-LINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > STM-ITEM-COUNT.
           IF STM-ITEM-EXTRA > 0
               MOVE STM-ITEM-EXTRA TO STL-ITEM-EXTRA
               WRITE STATEMENT-RECORD FROM STM-ITEM-MORE-LINE AFTER 1.
           MOVE 'NEW CHARGES THIS MONTH:' TO STL-AMOUNT-LABEL.
           MOVE STM-NEW-CHARGES           TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 2.
           MOVE 'PAYMENTS RECEIVED:'      TO STL-AMOUNT-LABEL.
           MOVE STM-PAYMENTS              TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1.
           MOVE 'BALANCE DUE:'            TO STL-AMOUNT-LABEL.
           MOVE STM-BALANCE               TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 2.
           MOVE '  OWED UP TO 30 DAYS:'   TO STL-AMOUNT-LABEL.
           MOVE STM-AGE-CURRENT           TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 2.
           MOVE '  OWED 31 TO 60 DAYS:'   TO STL-AMOUNT-LABEL.
           MOVE STM-AGE-31-60             TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1.
           MOVE '  OWED 61 TO 90 DAYS:'   TO STL-AMOUNT-LABEL.
           MOVE STM-AGE-61-90             TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1.
           MOVE '  OWED 91 TO 120 DAYS:'  TO STL-AMOUNT-LABEL.
           MOVE STM-AGE-91-120            TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1.
           MOVE '  OWED OVER 120 DAYS:'   TO STL-AMOUNT-LABEL.
           MOVE STM-AGE-OVER-120          TO STL-AMOUNT.
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1.
           IF STM-CREDIT NOT = 0
               MOVE '  LESS CREDIT ON ACCOUNT:' TO STL-AMOUNT-LABEL
               MOVE STM-CREDIT                TO STL-AMOUNT
               WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE AFTER 1.
           WRITE STATEMENT-RECORD FROM STM-FOOTER-LINE AFTER 4.

       220-PRINT-ITEM-LINE.
           MOVE STM-ITEM-DATE(WS-ITEM-SUB)   TO STL-ITEM-DATE.
           MOVE STM-ITEM-REF(WS-ITEM-SUB)    TO STL-ITEM-REF.
           MOVE STM-ITEM-AMOUNT(WS-ITEM-SUB) TO STL-ITEM-AMOUNT.
           EVALUATE STM-ITEM-TYPE(WS-ITEM-SUB)
               WHEN 'D' MOVE 'DEDUCTIBLE - INSURANCE CLAIM'
                          TO STL-ITEM-DESC
               WHEN 'C' MOVE 'COPAY - INSURANCE CLAIM'
                          TO STL-ITEM-DESC
               WHEN 'N' MOVE 'CLAIM DENIED BY INSURER'
                          TO STL-ITEM-DESC
               WHEN 'P' MOVE 'PAYMENT - THANK YOU'
                          TO STL-ITEM-DESC
               WHEN 'A' MOVE 'DENIED CLAIM PAID ON APPEAL'
                          TO STL-ITEM-DESC
               WHEN OTHER MOVE SPACES TO STL-ITEM-DESC
           END-EVALUATE.
           WRITE STATEMENT-RECORD FROM STM-ITEM-LINE AFTER 1.

       300-PRINT-TOTALS.
           WRITE EXCEPTION-RECORD FROM RPT-SPACES AFTER 2.
           MOVE 'LEDGER ITEMS READ:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LEDGER-ITEMS             TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS ON LEDGER:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PATIENTS                 TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NOTHING DUE, NO ACTIVITY: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOTHING-DUE              TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'STATEMENTS PRINTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-STATEMENTS               TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'EXCEPTIONS:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXCEPTIONS               TO RPT-TOTALS-VALUE.
           WRITE EXCEPTION-RECORD FROM RPT-TOTALS-DETAIL.

       700-READ-LEDGER.
           READ LEDGER-FILE
             AT END MOVE 'Y' TO WS-PARLDG-EOF.
           IF WS-PARLDG-EOF NOT = 'Y'
               IF WS-PARLDG-STATUS NOT = '00'
                   DISPLAY 'PARLDG READ ERROR RC=' WS-PARLDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-PARLDG-EOF
               ELSE
                   ADD +1 TO NUM-LEDGER-ITEMS.

       800-INIT-EXCEPTIONS.
           MOVE WS-STMT-MONTH TO EXC-STMT-MONTH.
           WRITE EXCEPTION-RECORD FROM EXC-HEADER1 AFTER PAGE.
           WRITE EXCEPTION-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE EXCEPTION-RECORD FROM EXC-HEADER2.
           WRITE EXCEPTION-RECORD FROM RPT-SPACES.

       820-REPORT-EXCEPTION.
           ADD +1 TO NUM-EXCEPTIONS.
           MOVE STM-PATIENT-ID      TO EXC-PATIENT-ID.
           MOVE STM-BALANCE         TO EXC-BALANCE.
           MOVE WS-EXCEPTION-REASON TO EXC-REASON.
           WRITE EXCEPTION-RECORD FROM EXC-DETAIL.

      *    no DD, no card or a card that does not parse leaves the
      *    run month in place
       850-READ-CONTROL-CARD.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 850-EXIT.
           READ CONTROL-CARD-FILE
             AT END GO TO 850-EXIT.
           IF CC-KEYWORD = 'STMTMONTH='
              AND CC-VALUE NUMERIC
              AND CC-VALUE(5:2) > '00'
              AND CC-VALUE(5:2) < '13'
               MOVE CC-VALUE-N TO WS-STMT-MONTH
           ELSE
               DISPLAY 'PARSTM1 STMCTL CARD IGNORED: '
                       CONTROL-CARD-RECORD.
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    LEDGER-FILE
                         PRSNMSTR-FILE
                         CONTROL-CARD-FILE
                OUTPUT   STATEMENT-FILE
                         EXCEPTION-FILE .
           IF WS-CONTROL-STATUS = '05'
               MOVE '00' TO WS-CONTROL-STATUS.
           IF WS-PARLDG-STATUS NOT = '00'
              OR WS-PRSNMSTR-STATUS NOT = '00'
              OR WS-STMTPRT-STATUS NOT = '00'
              OR WS-STMTEXC-STATUS NOT = '00'
             DISPLAY 'PARSTM1 OPEN ERROR - LDG=' WS-PARLDG-STATUS
                     ' PRSN=' WS-PRSNMSTR-STATUS
                     ' PRT=' WS-STMTPRT-STATUS
                     ' EXC=' WS-STMTEXC-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PARLDG-EOF.

       905-CLOSE-FILES.
           CLOSE LEDGER-FILE .
           CLOSE PRSNMSTR-FILE .
           CLOSE CONTROL-CARD-FILE .
           CLOSE STATEMENT-FILE .
           CLOSE EXCEPTION-FILE .

      * END OF PROGRAM PARSTM1
