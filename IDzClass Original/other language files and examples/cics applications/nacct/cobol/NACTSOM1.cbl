      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nactsom1.cbl                                            *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * Standing-order maintenance.  Fixed recurring payments (rent,
      * savings sweeps, loan contributions) are held as standing
      * orders on the SORDMST master (NACWSORD layout) and turned
      * into POSTFILE transactions by the daily scheduler, NACTSOS1.
      * This job is the only way orders are set up, changed or
      * stopped: it applies a file of maintenance transactions to
      * the master and reports each one applied or rejected.
      *
      * SOTRAN LAYOUT (80 BYTES):
      *   col   1     action: A add, C change, E end, D delete
      *   cols  3-7   account number (ACCTDO)
      *   cols  8-10  order sequence within the account
      *   cols 12-20  amount, 9(7)V99 with implied decimal
      *   col  22     direction: 'C' charge or 'D' payment
      *   col  24     frequency: W, F, M, Q or A
      *   cols 26-33  next-due date, yyyymmdd
      *   cols 35-42  end date, yyyymmdd (blank or zero = none)
      *   cols 44-73  description
      *
      * An add needs every field but the end date and description.
      * A change replaces only the fields keyed non-blank, and a
      * changed order is active again.  An end stops the order from
      * today but keeps it on the master for the record; a delete
      * removes it.
      *
      * EDITS: the account must be on the account file and not
      * closed or rejected; the amount numeric and nonzero; the
      * direction and frequency valid; the dates real calendar
      * dates, a new next-due date not before today and the end date
      * not before the next-due date.
      *
      * RUN WITH THE SUITE'S FILES CLOSED TO CICS, AS FOR EVERY
      * BATCH JOB IN THIS SUITE.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACTSOM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSACTION-FILE ASSIGN TO SOTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SOTRAN-STATUS.

           SELECT ORDER-FILE    ASSIGN TO SORDMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SO-KEY
               FILE STATUS  IS  WS-SORDMST-STATUS.

           SELECT ACCOUNT-FILE  ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO SOMRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION             PIC X.
               88  TRN-ADD                VALUE 'A'.
               88  TRN-CHANGE             VALUE 'C'.
               88  TRN-END                VALUE 'E'.
               88  TRN-DELETE             VALUE 'D'.
           05  FILLER                 PIC X.
           05  TRN-KEY.
               10  TRN-ACCOUNT        PIC X(5).
               10  TRN-SEQ            PIC X(3).
           05  FILLER                 PIC X.
           05  TRN-AMOUNT             PIC X(9).
           05  TRN-AMOUNT-NUM  REDEFINES TRN-AMOUNT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  TRN-DIRECTION          PIC X.
           05  FILLER                 PIC X.
           05  TRN-FREQUENCY          PIC X.
           05  FILLER                 PIC X.
           05  TRN-NEXT-DUE           PIC X(8).
           05  TRN-NEXT-DUE-NUM  REDEFINES TRN-NEXT-DUE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  TRN-END-DATE           PIC X(8).
           05  TRN-END-DATE-NUM  REDEFINES TRN-END-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  TRN-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(7).

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-RECORD.
           COPY NACWSORD.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           15  NACTREC-DATA.
           COPY NACWTREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-SOTRAN-STATUS           PIC XX  VALUE '00'.
       01  WS-SORDMST-STATUS          PIC XX  VALUE '00'.
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-SOTRAN-EOF              PIC X   VALUE 'N'.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-STAMPS.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
      *
      *        Calendar date check -- the same test NACTSOS1 uses
      *        when it advances an order
       01  DATE-CHECK-WORK.
           05  WS-CHK-DATE           PIC 9(8).
           05  WS-CHK-DATE-X  REDEFINES WS-CHK-DATE.
               10  WS-CHK-YEAR       PIC 9(4).
               10  WS-CHK-MONTH      PIC 9(2).
               10  WS-CHK-DAY        PIC 9(2).
           05  WS-CHK-OK             PIC X     VALUE 'N'.
           05  WS-CHK-MONTH-DAYS     PIC 9(2).
           05  WS-LEAP-QUOTIENT      PIC 9(4)  COMP.
           05  WS-LEAP-REM-4         PIC 9(4)  COMP.
           05  WS-LEAP-REM-100       PIC 9(4)  COMP.
           05  WS-LEAP-REM-400       PIC 9(4)  COMP.
       01  MONTH-DAYS-TABLE.
           05  FILLER                PIC X(24)
                     VALUE '312831303130313130313031'.
       01  MONTH-DAYS-R  REDEFINES MONTH-DAYS-TABLE.
           05  WS-DAYS-IN-MONTH      PIC 9(2)  OCCURS 12.
      *
       01  TOTALS-VARS.
           05  NUM-TRANS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDED             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ENDED             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DELETED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'STANDING ORDER MAINTENANCE REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(3)  VALUE 'AC '.
           05  FILLER PIC X(9)  VALUE 'ORDER    '.
           05  FILLER PIC X(11) VALUE '     AMOUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE 'DR '.
           05  FILLER PIC X(3)  VALUE 'FR '.
           05  FILLER PIC X(9)  VALUE 'NEXT-DUE '.
           05  FILLER PIC X(9)  VALUE 'END-DATE '.
           05  FILLER PIC X(3)  VALUE 'ST '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X(30) VALUE 'REASON'.
           05  FILLER PIC X(41) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACTION             PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X     VALUE '-'.
           05  RPT-SEQ                PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DIRECTION          PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-FREQUENCY          PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-NEXT-DUE           PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-END-DATE           PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-STATUS             PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DISPOSITION        PIC X(9).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REASON             PIC X(30).
           05  FILLER                 PIC X(41) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(24).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'NACTSOM1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-PROCESS-TRANSACTION THROUGH 100-EXIT
               UNTIL WS-SOTRAN-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REJECTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'NACTSOM1 ENDED - APPLIED = '
                   NUM-ADDED ' ' NUM-CHANGED ' ' NUM-ENDED ' '
                   NUM-DELETED ' REJECTED = ' NUM-REJECTED.
           GOBACK .

       100-PROCESS-TRANSACTION.
           PERFORM 700-READ-TRANSACTION.
           IF WS-SOTRAN-EOF = 'Y'
               GO TO 100-EXIT.
           IF TRANSACTION-RECORD(1:1) = '*'
              OR TRANSACTION-RECORD = SPACES
               GO TO 100-EXIT.
           ADD +1 TO NUM-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-ACCOUNT NOT NUMERIC
              OR TRN-SEQ NOT NUMERIC
               MOVE 'ORDER KEY NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF TRN-ADD
               PERFORM 110-ADD-ORDER THROUGH 110-EXIT
               GO TO 100-EXIT.
           IF NOT TRN-CHANGE AND NOT TRN-END AND NOT TRN-DELETE
               MOVE 'ACTION NOT A, C, E OR D' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           MOVE TRN-KEY TO SO-KEY.
           READ ORDER-FILE.
           IF WS-SORDMST-STATUS = '23'
               MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'SORDMST READ ERROR RC=' WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ORDER FILE READ ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 100-EXIT.
           IF TRN-CHANGE
               PERFORM 120-CHANGE-ORDER THROUGH 120-EXIT
           ELSE
           IF TRN-END
               PERFORM 130-END-ORDER THROUGH 130-EXIT
           ELSE
               PERFORM 140-DELETE-ORDER THROUGH 140-EXIT.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    A new order.  Every field but the end date and the
      *    description is required, and the next-due date may not
      *    be in the past.
      *    ---------------------------------------------------------
       110-ADD-ORDER.
           MOVE SPACES TO ORDER-RECORD.
           MOVE TRN-ACCOUNT TO SO-ACCOUNT.
           MOVE TRN-SEQ     TO SO-SEQ.
           IF TRN-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 110-EXIT.
           MOVE TRN-AMOUNT-NUM  TO SO-AMOUNT.
           MOVE TRN-DIRECTION   TO SO-DIRECTION.
           MOVE TRN-FREQUENCY   TO SO-FREQUENCY.
           IF TRN-NEXT-DUE NOT NUMERIC
               MOVE 'NEXT-DUE DATE NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 110-EXIT.
           MOVE TRN-NEXT-DUE-NUM TO SO-NEXT-DUE.
           MOVE ZERO TO SO-END-DATE.
           IF TRN-END-DATE NOT = SPACES
               IF TRN-END-DATE NUMERIC
                   MOVE TRN-END-DATE-NUM TO SO-END-DATE
               ELSE
                   MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 250-REPORT-REJECTED
                   GO TO 110-EXIT.
           MOVE TRN-DESCRIPTION TO SO-DESCRIPTION.
           MOVE SO-NEXT-DUE(7:2) TO SO-DUE-DAY.
           SET SO-STATUS-ACTIVE TO TRUE.
           MOVE ZERO TO SO-LAST-POSTED.
           MOVE WS-RUN-DATE-NUM TO SO-UPDATE-DATE.
           PERFORM 150-EDIT-ORDER THROUGH 150-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 250-REPORT-REJECTED
               GO TO 110-EXIT.
           IF SO-NEXT-DUE < WS-RUN-DATE-NUM
               MOVE 'NEXT-DUE DATE IS IN THE PAST' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 110-EXIT.
           WRITE ORDER-RECORD.
           IF WS-SORDMST-STATUS = '22'
               MOVE 'ORDER ALREADY ON FILE' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 110-EXIT.
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'SORDMST WRITE ERROR RC=' WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ORDER FILE UPDATE ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 110-EXIT.
           ADD +1 TO NUM-ADDED.
           PERFORM 200-REPORT-APPLIED.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    A change replaces the fields keyed non-blank and edits
      *    the order as it will stand.  A new next-due date resets
      *    the day of the month the order runs on.
      *    ---------------------------------------------------------
       120-CHANGE-ORDER.
           IF TRN-AMOUNT NOT = SPACES
               IF TRN-AMOUNT NUMERIC
                   MOVE TRN-AMOUNT-NUM TO SO-AMOUNT
               ELSE
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 250-REPORT-REJECTED
                   GO TO 120-EXIT.
           IF TRN-DIRECTION NOT = SPACE
               MOVE TRN-DIRECTION TO SO-DIRECTION.
           IF TRN-FREQUENCY NOT = SPACE
               MOVE TRN-FREQUENCY TO SO-FREQUENCY.
           IF TRN-NEXT-DUE NOT = SPACES
               IF TRN-NEXT-DUE NUMERIC
                  AND TRN-NEXT-DUE-NUM NOT < WS-RUN-DATE-NUM
                   MOVE TRN-NEXT-DUE-NUM TO SO-NEXT-DUE
                   MOVE SO-NEXT-DUE(7:2) TO SO-DUE-DAY
               ELSE
                   MOVE 'NEXT-DUE DATE NOT VALID' TO WS-REJECT-REASON
                   PERFORM 250-REPORT-REJECTED
                   GO TO 120-EXIT.
           IF TRN-END-DATE NOT = SPACES
               IF TRN-END-DATE NUMERIC
                   MOVE TRN-END-DATE-NUM TO SO-END-DATE
               ELSE
                   MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 250-REPORT-REJECTED
                   GO TO 120-EXIT.
           IF TRN-DESCRIPTION NOT = SPACES
               MOVE TRN-DESCRIPTION TO SO-DESCRIPTION.
           PERFORM 150-EDIT-ORDER THROUGH 150-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 250-REPORT-REJECTED
               GO TO 120-EXIT.
           SET SO-STATUS-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE-NUM TO SO-UPDATE-DATE.
           PERFORM 160-REWRITE-ORDER.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 120-EXIT.
           ADD +1 TO NUM-CHANGED.
           PERFORM 200-REPORT-APPLIED.
       120-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    An end stops the order from today; the record stays on
      *    the master so the order's history can be seen.
      *    ---------------------------------------------------------
       130-END-ORDER.
           IF SO-STATUS-ENDED
               MOVE 'ORDER ALREADY ENDED' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 130-EXIT.
           SET SO-STATUS-ENDED TO TRUE.
           MOVE WS-RUN-DATE-NUM TO SO-END-DATE.
           MOVE WS-RUN-DATE-NUM TO SO-UPDATE-DATE.
           PERFORM 160-REWRITE-ORDER.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 130-EXIT.
           ADD +1 TO NUM-ENDED.
           PERFORM 200-REPORT-APPLIED.
       130-EXIT.
           EXIT.

       140-DELETE-ORDER.
           DELETE ORDER-FILE.
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'SORDMST DELETE ERROR RC=' WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ORDER FILE UPDATE ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED
               GO TO 140-EXIT.
           ADD +1 TO NUM-DELETED.
           PERFORM 200-REPORT-APPLIED.
       140-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The edits an order must pass as it will stand on the
      *    master.  The first failure is left in WS-REJECT-REASON.
      *    ---------------------------------------------------------
       150-EDIT-ORDER.
           IF SO-AMOUNT = ZERO
               MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF NOT SO-DIRECTION-VALID
               MOVE 'DIRECTION NOT C OR D' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF NOT SO-FREQ-VALID
               MOVE 'FREQUENCY NOT W, F, M, Q OR A' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           MOVE SO-NEXT-DUE TO WS-CHK-DATE.
           PERFORM 600-CHECK-DATE THROUGH 600-EXIT.
           IF WS-CHK-OK = 'N'
               MOVE 'NEXT-DUE DATE NOT A REAL DATE' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF NOT SO-NO-END-DATE
               MOVE SO-END-DATE TO WS-CHK-DATE
               PERFORM 600-CHECK-DATE THROUGH 600-EXIT
               IF WS-CHK-OK = 'N'
                   MOVE 'END DATE NOT A REAL DATE' TO WS-REJECT-REASON
                   GO TO 150-EXIT
               END-IF
               IF SO-END-DATE < SO-NEXT-DUE
                   MOVE 'END DATE BEFORE NEXT-DUE DATE'
                        TO WS-REJECT-REASON
                   GO TO 150-EXIT.
           MOVE SO-ACCOUNT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL READ ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE READ ERROR' TO WS-REJECT-REASON
               GO TO 150-EXIT.
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-REJECTED
               MOVE 'ACCOUNT CLOSED OR REJECTED' TO WS-REJECT-REASON.
       150-EXIT.
           EXIT.

       160-REWRITE-ORDER.
           REWRITE ORDER-RECORD.
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'SORDMST REWRITE ERROR RC=' WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ORDER FILE UPDATE ERROR' TO WS-REJECT-REASON
               PERFORM 250-REPORT-REJECTED.

       200-REPORT-APPLIED.
           MOVE 'APPLIED'  TO RPT-DISPOSITION.
           MOVE SPACES     TO RPT-REASON.
           PERFORM 210-PRINT-DETAIL.

       210-PRINT-DETAIL.
           MOVE TRN-ACTION    TO RPT-ACTION.
           MOVE TRN-ACCOUNT   TO RPT-ACCOUNT.
           MOVE TRN-SEQ       TO RPT-SEQ.
           IF RPT-DISPOSITION = 'APPLIED'
              AND NOT TRN-DELETE
               MOVE SO-AMOUNT      TO RPT-AMOUNT
               MOVE SO-DIRECTION   TO RPT-DIRECTION
               MOVE SO-FREQUENCY   TO RPT-FREQUENCY
               MOVE SO-NEXT-DUE    TO RPT-NEXT-DUE
               MOVE SO-END-DATE    TO RPT-END-DATE
               MOVE SO-STATUS      TO RPT-STATUS
           ELSE
               MOVE 0              TO RPT-AMOUNT
               IF TRN-AMOUNT NUMERIC
                   MOVE TRN-AMOUNT-NUM TO RPT-AMOUNT
               END-IF
               MOVE TRN-DIRECTION  TO RPT-DIRECTION
               MOVE TRN-FREQUENCY  TO RPT-FREQUENCY
               MOVE TRN-NEXT-DUE   TO RPT-NEXT-DUE
               MOVE TRN-END-DATE   TO RPT-END-DATE
               MOVE SPACE          TO RPT-STATUS.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       250-REPORT-REJECTED.
           ADD +1 TO NUM-REJECTED.
           MOVE 'REJECTED' TO RPT-DISPOSITION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           PERFORM 210-PRINT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TRANSACTIONS READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-READ             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS ADDED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADDED                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS CHANGED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CHANGED                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS ENDED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ENDED                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS DELETED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DELETED                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRANSACTIONS REJECTED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REJECTED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    WS-CHK-DATE must be a real calendar date: month 1-12 and
      *    a day within the month, February taking the leap rule.
      *    ---------------------------------------------------------
       600-CHECK-DATE.
           MOVE 'N' TO WS-CHK-OK.
           IF WS-CHK-YEAR < 1601
              OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
              OR WS-CHK-DAY < 1
               GO TO 600-EXIT.
           MOVE WS-DAYS-IN-MONTH (WS-CHK-MONTH) TO WS-CHK-MONTH-DAYS.
           IF WS-CHK-MONTH = 2
               DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0
                  OR ( WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0 )
                   MOVE 29 TO WS-CHK-MONTH-DAYS.
           IF WS-CHK-DAY > WS-CHK-MONTH-DAYS
               GO TO 600-EXIT.
           MOVE 'Y' TO WS-CHK-OK.
       600-EXIT.
           EXIT.

       700-READ-TRANSACTION.
           READ TRANSACTION-FILE
             AT END MOVE 'Y' TO WS-SOTRAN-EOF .
           IF ( WS-SOTRAN-STATUS = '00' OR
                WS-SOTRAN-STATUS = '04' )
               CONTINUE
           ELSE IF WS-SOTRAN-STATUS = '10'
               MOVE 'Y' TO WS-SOTRAN-EOF
           ELSE
               DISPLAY 'ERROR ON SOTRAN READ.  CODE:'
                       WS-SOTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-SOTRAN-EOF.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       900-OPEN-FILES.
           OPEN INPUT    TRANSACTION-FILE
                         ACCOUNT-FILE
                I-O      ORDER-FILE
                OUTPUT   REPORT-FILE .
           IF WS-SOTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SOTRAN. RC:' WS-SOTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SOTRAN-EOF.
           IF WS-ACCTFIL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACCTFIL. RC:' WS-ACCTFIL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SOTRAN-EOF.
           IF WS-SORDMST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SORDMST. RC:' WS-SORDMST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SOTRAN-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SOMRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SOTRAN-EOF.

       905-CLOSE-FILES.
           CLOSE TRANSACTION-FILE .
           CLOSE ACCOUNT-FILE .
           CLOSE ORDER-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM NACTSOM1
