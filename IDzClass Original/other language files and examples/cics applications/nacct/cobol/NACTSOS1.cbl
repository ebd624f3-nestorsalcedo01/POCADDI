      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nactsos1.cbl                                            *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * Daily standing-order scheduler.  Reads the SORDMST master
      * (NACWSORD layout, maintained by NACTSOM1) and, for every
      * active order due on or before the run date, writes the
      * payment as a STANDARD TRANSACTION IN THE POSTFILE LAYOUT so
      * NACTPST applies it with everything else, then advances the
      * order's next-due date by its frequency.  Like NACTACR1, this
      * job never touches the account file itself.
      *
      * BUSINESS DAYS: the job generates nothing on a day the shop
      * BUSCAL1 routine says is not a business day -- a Saturday or
      * Sunday the SHOPCAL calendar does not mark as worked, or a
      * SHOPCAL holiday -- the same calendar every other batch job
      * in the shop works to.  An order that falls due on such a
      * day is still due on the next business day's run, because
      * everything due on or before the run date is picked up --
      * which also catches up any run that was missed.
      *
      * Each order due produces one posting per due date it has
      * passed, referenced 'SO' + account + order sequence, until
      * its next-due date is after the run date.  An order whose
      * account is not on file or not in status 'A' is reported as
      * failed and NOT advanced, so it is retried, and reported
      * again, every run until the account is put right or the
      * order is ended.  An order whose next-due date passes its end
      * date is marked ended on the master and reported.
      *
      * CONTROL CARDS (SOSCTL, all optional):
      *   RUNDATE=YYYYMMDD  run as of this date (default: today),
      *                     for reruns
      *
      * RUN WITH THE SUITE'S FILES CLOSED TO CICS, AS FOR EVERY
      * BATCH JOB IN THIS SUITE.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *    Oct 2026   AP    Business days from BUSCAL1 and the SHOPCAL
      *                     calendar; HOLIDAY= cards withdrawn.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACTSOS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-FILE    ASSIGN TO SORDMST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS  IS  WS-SORDMST-STATUS.

           SELECT ACCOUNT-FILE  ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SOSCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT POSTING-FILE  ASSIGN TO POSTFILE
               FILE STATUS  IS  WS-POSTFILE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO SOSRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-RECORD.
           COPY NACWSORD.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           15  NACTREC-DATA.
           COPY NACWTREC.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  POSTING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POSTING-RECORD.
           05  PST-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X.
           05  PST-TYPE               PIC X.
           05  FILLER                 PIC X.
           05  PST-AMOUNT             PIC 9(7)V99.
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
       01  WS-SORDMST-STATUS          PIC XX  VALUE '00'.
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-POSTFILE-STATUS         PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-SORDMST-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-OPENED          PIC X   VALUE 'N'.
       01  WS-BUSINESS-DAY            PIC X   VALUE 'Y'.
       01  WS-ORDER-CHANGED           PIC X   VALUE 'N'.
       01  WS-FAIL-REASON             PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-STAMPS.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-RUNDATE-CARD       PIC X(8).
           05  WS-RUNDATE-CARD-N  REDEFINES WS-RUNDATE-CARD
                                     PIC 9(8).
      *
      *        BUSCAL1 business-day calendar parameter area
       COPY BUSCALC.
      *
      *        Date arithmetic for advancing an order
       01  DATE-ADVANCE-WORK.
           05  WS-ADV-DATE           PIC 9(8).
           05  WS-ADV-DATE-X  REDEFINES WS-ADV-DATE.
               10  WS-ADV-YEAR       PIC 9(4).
               10  WS-ADV-MONTH      PIC 9(2).
               10  WS-ADV-DAY        PIC 9(2).
           05  WS-ADV-INT-DATE       PIC S9(9) COMP.
           05  WS-ADV-MONTHS         PIC S9(4) COMP.
           05  WS-ADV-MONTH-WORK     PIC S9(4) COMP.
           05  WS-ADV-MONTH-DAYS     PIC 9(2).
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
       01  WS-ORDER-REFERENCE.
           05  FILLER                PIC XX    VALUE 'SO'.
           05  WS-REF-ACCOUNT        PIC X(5).
           05  WS-REF-SEQ            PIC 9(3).
           05  FILLER                PIC XX    VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-ORDERS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-DUE        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSTINGS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FAILED            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ENDED             PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-CREDIT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-DEBIT-AMOUNT      PIC S9(9)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'STANDING ORDER SCHEDULER REPORT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-HDR-RUN-DATE       PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(10) VALUE 'ORDER     '.
           05  FILLER PIC X(9)  VALUE 'DUE-DATE '.
           05  FILLER PIC X(3)  VALUE 'TY '.
           05  FILLER PIC X(11) VALUE '     AMOUNT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(13) VALUE 'REFERENCE    '.
           05  FILLER PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER PIC X(30) VALUE 'NOTE'.
           05  FILLER PIC X(45) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X     VALUE '-'.
           05  RPT-SEQ                PIC 9(3).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TYPE               PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REFERENCE          PIC X(12).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(9).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-NOTE               PIC X(30).
           05  FILLER                 PIC X(45) VALUE SPACES.
       01  RPT-NOT-BUSINESS-DAY.
           05  FILLER                 PIC X(50) VALUE
                   'RUN DATE IS NOT A BUSINESS DAY - NOTHING GENERATED'.
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC -(9)9.99.
           05  FILLER              PIC X(95)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'NACTSOS1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           PERFORM 600-CHECK-BUSINESS-DAY.
           DISPLAY 'NACTSOS1 RUN DATE = ' WS-RUN-DATE-NUM
                   ' BUSINESS DAY = ' WS-BUSINESS-DAY.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           IF WS-BUSINESS-DAY = 'N'
               WRITE REPORT-RECORD FROM RPT-NOT-BUSINESS-DAY
               MOVE 'Y' TO WS-SORDMST-EOF.
           PERFORM 100-PROCESS-ORDER THROUGH 100-EXIT
               UNTIL WS-SORDMST-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-FAILED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'NACTSOS1 ENDED - POSTINGS = ' NUM-POSTINGS
                   ' FAILED = ' NUM-FAILED
                   ' ENDED = ' NUM-ENDED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One order per cycle.  Only active orders due on or
      *    before the run date are of interest.
      *    ---------------------------------------------------------
       100-PROCESS-ORDER.
           PERFORM 700-READ-ORDER.
           IF WS-SORDMST-EOF = 'Y'
               GO TO 100-EXIT.
           IF NOT SO-STATUS-ACTIVE
               GO TO 100-EXIT.
           IF SO-NEXT-DUE > WS-RUN-DATE-NUM
               GO TO 100-EXIT.
           ADD +1 TO NUM-ORDERS-DUE.
           MOVE 'N' TO WS-ORDER-CHANGED.
           MOVE SO-ACCOUNT TO WS-REF-ACCOUNT.
           MOVE SO-SEQ     TO WS-REF-SEQ.
           IF NOT SO-NO-END-DATE
              AND SO-NEXT-DUE > SO-END-DATE
               PERFORM 170-END-ORDER
               PERFORM 180-REWRITE-ORDER
               GO TO 100-EXIT.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE SO-ACCOUNT TO ACCTDO.
           READ ACCOUNT-FILE.
           IF WS-ACCTFIL-STATUS = '23'
               MOVE 'ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
           ELSE
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ACCTFIL READ ERROR RC=' WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'ACCOUNT FILE READ ERROR' TO WS-FAIL-REASON
           ELSE
           IF NOT ACCT-STATUS-ACTIVE
               MOVE SPACES TO WS-FAIL-REASON
               STRING 'ACCOUNT NOT ACTIVE - STATUS ' STATDO
                      DELIMITED BY SIZE INTO WS-FAIL-REASON.
           IF WS-FAIL-REASON NOT = SPACES
               PERFORM 250-REPORT-FAILED
               GO TO 100-EXIT.
           PERFORM 150-GENERATE-POSTING
               UNTIL SO-NEXT-DUE > WS-RUN-DATE-NUM
                  OR SO-STATUS-ENDED.
           PERFORM 180-REWRITE-ORDER.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One payment for the order's current due date, then the
      *    order moves on to its next due date -- and ends if that
      *    is past its end date.
      *    ---------------------------------------------------------
       150-GENERATE-POSTING.
           MOVE SPACES            TO POSTING-RECORD.
           MOVE SO-ACCOUNT        TO PST-ACCOUNT.
           MOVE SO-DIRECTION      TO PST-TYPE.
           MOVE SO-AMOUNT         TO PST-AMOUNT.
           MOVE WS-ORDER-REFERENCE TO PST-REFERENCE.
           WRITE POSTING-RECORD.
           IF WS-POSTFILE-STATUS NOT = '00'
               DISPLAY 'POSTFILE WRITE ERROR RC=' WS-POSTFILE-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO NUM-POSTINGS.
           IF SO-DIRECTION-CREDIT
               ADD SO-AMOUNT TO TOT-CREDIT-AMOUNT
           ELSE
               ADD SO-AMOUNT TO TOT-DEBIT-AMOUNT.
           MOVE 'GENERATED'     TO RPT-DISPOSITION.
           MOVE SO-DESCRIPTION  TO RPT-NOTE.
           PERFORM 200-PRINT-DETAIL.
           MOVE WS-RUN-DATE-NUM TO SO-LAST-POSTED.
           MOVE 'Y' TO WS-ORDER-CHANGED.
           PERFORM 160-ADVANCE-NEXT-DUE.
           IF NOT SO-NO-END-DATE
              AND SO-NEXT-DUE > SO-END-DATE
               PERFORM 170-END-ORDER.

      *    ---------------------------------------------------------
      *    Weekly and fortnightly orders move on by days; monthly,
      *    quarterly and annual orders by months, back on the day
      *    of the month they were set up for (or the month's last
      *    day when it is shorter).
      *    ---------------------------------------------------------
       160-ADVANCE-NEXT-DUE.
           IF SO-FREQ-WEEKLY OR SO-FREQ-FORTNIGHTLY
               COMPUTE WS-ADV-INT-DATE =
                   FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE)
               IF SO-FREQ-WEEKLY
                   ADD 7  TO WS-ADV-INT-DATE
               ELSE
                   ADD 14 TO WS-ADV-INT-DATE
               END-IF
               COMPUTE SO-NEXT-DUE =
                   FUNCTION DATE-OF-INTEGER (WS-ADV-INT-DATE)
           ELSE
               MOVE SO-NEXT-DUE TO WS-ADV-DATE
               IF SO-FREQ-MONTHLY
                   MOVE 1  TO WS-ADV-MONTHS
               ELSE
               IF SO-FREQ-QUARTERLY
                   MOVE 3  TO WS-ADV-MONTHS
               ELSE
                   MOVE 12 TO WS-ADV-MONTHS
               END-IF
               END-IF
               COMPUTE WS-ADV-MONTH-WORK = WS-ADV-MONTH + WS-ADV-MONTHS
               IF WS-ADV-MONTH-WORK > 12
                   SUBTRACT 12 FROM WS-ADV-MONTH-WORK
                   ADD 1 TO WS-ADV-YEAR
               END-IF
               MOVE WS-ADV-MONTH-WORK TO WS-ADV-MONTH
               PERFORM 610-MONTH-DAYS
               IF SO-DUE-DAY NOT NUMERIC OR SO-DUE-DAY = ZERO
                   MOVE SO-NEXT-DUE(7:2) TO SO-DUE-DAY
               END-IF
               IF SO-DUE-DAY > WS-ADV-MONTH-DAYS
                   MOVE WS-ADV-MONTH-DAYS TO WS-ADV-DAY
               ELSE
                   MOVE SO-DUE-DAY TO WS-ADV-DAY
               END-IF
               MOVE WS-ADV-DATE TO SO-NEXT-DUE.

       170-END-ORDER.
           SET SO-STATUS-ENDED TO TRUE.
           MOVE WS-RUN-DATE-NUM TO SO-UPDATE-DATE.
           MOVE 'Y' TO WS-ORDER-CHANGED.
           ADD +1 TO NUM-ENDED.
           MOVE 'ENDED'    TO RPT-DISPOSITION.
           MOVE 'END DATE REACHED' TO RPT-NOTE.
           PERFORM 200-PRINT-DETAIL.

       180-REWRITE-ORDER.
           IF WS-ORDER-CHANGED = 'Y'
               REWRITE ORDER-RECORD
               IF WS-SORDMST-STATUS NOT = '00'
                   DISPLAY 'SORDMST REWRITE ERROR RC='
                           WS-SORDMST-STATUS ' ORDER ' SO-KEY
                   MOVE 16 TO RETURN-CODE.

       200-PRINT-DETAIL.
           MOVE SO-ACCOUNT         TO RPT-ACCOUNT.
           MOVE SO-SEQ             TO RPT-SEQ.
           IF RPT-DISPOSITION = 'ENDED'
               MOVE SO-END-DATE    TO RPT-DUE-DATE
           ELSE
               MOVE SO-NEXT-DUE    TO RPT-DUE-DATE.
           MOVE SO-DIRECTION       TO RPT-TYPE.
           MOVE SO-AMOUNT          TO RPT-AMOUNT.
           MOVE WS-ORDER-REFERENCE TO RPT-REFERENCE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       250-REPORT-FAILED.
           ADD +1 TO NUM-FAILED.
           MOVE 'FAILED'       TO RPT-DISPOSITION.
           MOVE WS-FAIL-REASON TO RPT-NOTE.
           PERFORM 200-PRINT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ORDERS READ:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ORDERS-READ          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS DUE:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ORDERS-DUE           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSTINGS GENERATED:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSTINGS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CREDITS TOTAL:        ' TO RPT-TOTALS-ITEM.
           MOVE TOT-CREDIT-AMOUNT        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DEBITS TOTAL:         ' TO RPT-TOTALS-ITEM.
           MOVE TOT-DEBIT-AMOUNT         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS FAILED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FAILED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS ENDED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ENDED                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    The shop calendar decides.  A run date that is not a
      *    real date generates nothing and fails the job.
      *    ---------------------------------------------------------
       600-CHECK-BUSINESS-DAY.
           MOVE 'B'             TO BC-FUNCTION.
           MOVE WS-RUN-DATE-NUM TO BC-DATE-1.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           IF BC-BUSINESS-DAY
               MOVE 'Y' TO WS-BUSINESS-DAY
           ELSE
               MOVE 'N' TO WS-BUSINESS-DAY.
           IF BC-DATE-INVALID
               DISPLAY 'NACTSOS1 RUN DATE ' WS-RUN-DATE-NUM
                       ' IS NOT A CALENDAR DATE'
               MOVE 16 TO RETURN-CODE.

       610-MONTH-DAYS.
           MOVE WS-DAYS-IN-MONTH (WS-ADV-MONTH) TO WS-ADV-MONTH-DAYS.
           IF WS-ADV-MONTH = 2
               DIVIDE WS-ADV-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-ADV-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-ADV-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0
                  OR ( WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0 )
                   MOVE 29 TO WS-ADV-MONTH-DAYS.

       700-READ-ORDER.
           READ ORDER-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SORDMST-EOF .
           IF WS-SORDMST-EOF = 'Y'
               CONTINUE
           ELSE
           IF WS-SORDMST-STATUS NOT = '00'
               DISPLAY 'ERROR ON SORDMST READ.  CODE:'
                       WS-SORDMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-SORDMST-EOF
           ELSE
               ADD +1 TO NUM-ORDERS-READ.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO RPT-HDR-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The SOSCTL DD is optional; each card is independent and
      *    unrecognized cards are announced rather than ignored.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARDS.
           IF WS-CONTROL-OPENED = 'N'
               MOVE 'Y' TO WS-CONTROL-OPENED
               OPEN INPUT CONTROL-CARD-FILE
               IF WS-CONTROL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-CONTROL-EOF
                   GO TO 850-EXIT.
           READ CONTROL-CARD-FILE
             AT END MOVE 'Y' TO WS-CONTROL-EOF .
           IF WS-CONTROL-EOF = 'Y'
               CLOSE CONTROL-CARD-FILE
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:8) = 'RUNDATE='
               MOVE CONTROL-CARD-RECORD(9:8) TO WS-RUNDATE-CARD
               IF WS-RUNDATE-CARD IS NUMERIC
                   MOVE WS-RUNDATE-CARD-N TO WS-RUN-DATE-NUM
               ELSE
                   DISPLAY 'NACTSOS1 BAD RUNDATE= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:8) = 'HOLIDAY='
               DISPLAY 'NACTSOS1 HOLIDAY= CARD IGNORED - HOLIDAYS '
                       'ARE TAKEN FROM SHOPCAL'
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'NACTSOS1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN I-O      ORDER-FILE
                INPUT    ACCOUNT-FILE
                OUTPUT   POSTING-FILE
                         REPORT-FILE .
           IF WS-SORDMST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SORDMST. RC:' WS-SORDMST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SORDMST-EOF.
           IF WS-ACCTFIL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACCTFIL. RC:' WS-ACCTFIL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SORDMST-EOF.
           IF WS-POSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POSTFILE. RC:' WS-POSTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SORDMST-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SOSRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-SORDMST-EOF.

       905-CLOSE-FILES.
           CLOSE ORDER-FILE .
           CLOSE ACCOUNT-FILE .
           CLOSE POSTING-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM NACTSOS1
