      * stamps into the first payment-history occurrence; records
      * created before that stamping report an UNKNOWN age.
      *
      * Ages are calendar days unless the optional AGECTL control
      * card 'DAYBASIS=B' asks for business days, counted by the
      * shop BUSCAL1 routine against the SHOPCAL holiday calendar
      * -- so an application made before a long weekend does not
      * cross the 30-day line early.
      *
      * Run against the account file while it is closed to CICS,
      * like the suite's other batch utilities.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Aug 2026   AP    Original version.
      *    Oct 2026   AP    AGECTL DAYBASIS=B business-day ageing.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO AGECTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO AGERPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           15  NACTREC-DATA.
           COPY NACWTREC.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-ACCTFIL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-OPENED          PIC X   VALUE 'N'.
       01  WS-DAY-BASIS               PIC X   VALUE 'C'.
           88  DAY-BASIS-CALENDAR         VALUE 'C'.
           88  DAY-BASIS-BUSINESS         VALUE 'B'.
      *
      * BUSCAL1 business-day calendar parameter area
       COPY BUSCALC.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'PENDING ACCOUNT APPROVALS AGING REPORT'.
           05  RPT-DAY-BASIS          PIC X(24)
                     VALUE '(CALENDAR DAYS)'.
           05  FILLER                 PIC X(68) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(6)  VALUE 'ACCT  '.
           05  FILLER PIC X(19) VALUE 'SURNAME           '.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           COMPUTE WS-RUN-INT-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           IF DAY-BASIS-BUSINESS
               MOVE '(BUSINESS DAYS)' TO RPT-DAY-BASIS.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

               MOVE 'UNKNOWN' TO RPT-AGE
           ELSE
               MOVE PH-DATE TO RPT-CREATED
               IF DAY-BASIS-BUSINESS
                   PERFORM 160-BUSINESS-DAY-AGE
               ELSE
                   COMPUTE WS-CRE-INT-DATE =
                       FUNCTION INTEGER-OF-DATE (PH-DATE)
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-INT-DATE - WS-CRE-INT-DATE
               END-IF
               MOVE WS-AGE-DAYS TO WS-EDIT-AGE
               MOVE WS-EDIT-AGE TO RPT-AGE
               IF WS-AGE-DAYS > 30
                   ADD +1 TO NUM-OVER-30-DAYS.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    ---------------------------------------------------------
      *    The application's age in business days: business days
      *    after the creation date up to and including today.
      *    ---------------------------------------------------------
       160-BUSINESS-DAY-AGE.
           MOVE 'D'             TO BC-FUNCTION.
           MOVE PH-DATE         TO BC-DATE-1.
           MOVE WS-RUN-DATE-NUM TO BC-DATE-2.
           CALL 'BUSCAL1' USING BUSCAL-AREA.
           MOVE BC-DAY-COUNT    TO WS-AGE-DAYS.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ACCOUNTS READ:          ' TO RPT-TOTALS-ITEM.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The AGECTL DD is optional; without it, or without a
      *    DAYBASIS= card, ages are calendar days.  Unrecognized
      *    cards are announced rather than ignored.
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
           IF CONTROL-CARD-RECORD(1:9) = 'DAYBASIS='
               IF CONTROL-CARD-RECORD(10:1) = 'B'
                  OR CONTROL-CARD-RECORD(10:1) = 'C'
                   MOVE CONTROL-CARD-RECORD(10:1) TO WS-DAY-BASIS
               ELSE
                   DISPLAY 'NACTAG1 BAD DAYBASIS= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'NACTAG1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       850-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    ACCOUNT-FILE
                OUTPUT   REPORT-FILE .
