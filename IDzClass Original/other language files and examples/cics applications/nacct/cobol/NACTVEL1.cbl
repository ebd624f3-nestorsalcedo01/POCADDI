      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nactvel1.cbl                                            *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * Posting velocity and anomaly screening.  Nothing else looks
      * at the pattern of an account's postings; this job runs daily
      * after NACTPST and screens the day's applied postings on
      * PSTHIST against each account's own history, taken from the
      * earlier PSTHIST postings and the record's NACWPHST payment-
      * history occurrences.  Four rules are applied:
      *
      *   VELOCITY  more 'C' postings (charges) to the account on
      *             the screening date than DAYCOUNT allows
      *   LARGEAMT  a posting more than MULTIPLE times the account's
      *             trailing average posting (the postings of the
      *             AVGMONTHS months before the screening date; at
      *             least MINSAMPLE of them are needed for an average
      *             to mean anything, so a thinner history never
      *             fires this rule)
      *   DORMANT   the first activity after DORMANT or more months
      *             without any -- the last earlier activity is the
      *             newest of the PSTHIST postings and the PAY-HIST
      *             occurrences dated before the screening date; an
      *             account with no earlier activity at all is new,
      *             not dormant
      *   NEARLIM   a posting that raised the balance to within
      *             NEARPCT per cent under the credit limit (LIMITDO)
      *
      * The month-end charges NACTACR1 generates (references INTEREST
      * and OVLIMIT FEE) are the suite's own and are not screened,
      * though they count toward the trailing average like any other
      * posting.
      *
      * Every rule that fires writes one VELCASE record for the fraud
      * desk's case system and one line on the review list (VELRPT).
      * Nothing on the account is changed.
      *
      * CONTROL CARDS (VELCTL, all optional):
      *   DAYCOUNT=NNN      charges per day before VELOCITY (def 5)
      *   MULTIPLE=NN.NN    LARGEAMT multiple of the average (5.00)
      *   AVGMONTHS=NN      trailing-average months (default 3)
      *   MINSAMPLE=NN      postings needed for an average (3)
      *   DORMANT=NN        months idle before DORMANT (default 2,
      *                     i.e. nothing at all last month)
      *   NEARPCT=NN.NN     NEARLIM band under the limit (5.00)
      *   SCREENDATE=YYYYMMDD  the date screened (default run date)
      *
      * INPUTS: ACCTFIL  - the account file, read in key order
      *         PSTHIST  - accumulated postings, SORTED into ACCTDO,
      *                    HST-DATE, HST-TIME order by a preceding
      *                    sort step
      * RUN WITH THE SUITE'S FILES CLOSED TO CICS, AS FOR EVERY
      * BATCH JOB IN THIS SUITE.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACTVEL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCOUNT-FILE  ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS  IS  WS-ACCTFIL-STATUS.

           SELECT HISTORY-FILE  ASSIGN TO PSTHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PSTHIST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO VELCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT CASE-FILE     ASSIGN TO VELCASE
               FILE STATUS  IS  WS-VELCASE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO VELRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           15  NACTREC-DATA.
           COPY NACWTREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HST-ACCOUNT            PIC X(5).
           05  HST-DATE               PIC 9(8).
           05  HST-DATE-SPLIT  REDEFINES HST-DATE.
               10  HST-YYYY           PIC 9(4).
               10  HST-MM             PIC 9(2).
               10  HST-DD             PIC 9(2).
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

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

      *    One flagged posting (or account-day, for VELOCITY): the
      *    observed amount or count and the threshold it exceeded.
       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CASE-RECORD.
           05  CAS-ACCOUNT            PIC X(5).
           05  CAS-SCREEN-DATE        PIC 9(8).
           05  CAS-RULE               PIC X(8).
           05  CAS-POST-TIME          PIC 9(6).
           05  CAS-OBSERVED           PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  CAS-THRESHOLD          PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  CAS-REFERENCE          PIC X(12).
           05  CAS-LAST-ACTIVITY      PIC 9(8).
           05  FILLER                 PIC X(13).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-ACCTFIL-STATUS          PIC XX  VALUE '00'.
       01  WS-PSTHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-VELCASE-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-ACCTFIL-EOF             PIC X   VALUE 'N'.
       01  WS-PSTHIST-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-OPENED          PIC X   VALUE 'N'.
      *
       01  WS-RUN-STAMPS.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-SCREEN-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-SCREEN-SPLIT  REDEFINES WS-SCREEN-DATE.
               10  WS-SCREEN-YYYY    PIC 9(4).
               10  WS-SCREEN-MM      PIC 9(2).
               10  WS-SCREEN-DD      PIC 9(2).
      *
       01  MATCH-CONTROL-KEYS.
           05  WS-ACCOUNT-KEY        PIC X(5)  VALUE LOW-VALUES.
           05  WS-HISTORY-KEY        PIC X(5)  VALUE LOW-VALUES.
      *
       01  RULE-CONTROLS.
           05  WS-DAY-COUNT          PIC S9(3) COMP-3 VALUE +5.
           05  WS-MULTIPLE           PIC S9(3)V99 COMP-3 VALUE +5.00.
           05  WS-AVG-MONTHS         PIC S9(3) COMP-3 VALUE +3.
           05  WS-MIN-SAMPLE         PIC S9(3) COMP-3 VALUE +3.
           05  WS-DORMANT-MONTHS     PIC S9(3) COMP-3 VALUE +2.
           05  WS-NEAR-PCT           PIC S9(3)V99 COMP-3 VALUE +5.00.
           05  WS-CARD-VALUE         PIC X(2)  VALUE SPACES.
           05  WS-CARD-VALUE-NUM  REDEFINES WS-CARD-VALUE
                                     PIC 9(2).
           05  WS-CARD-COUNT         PIC X(3)  VALUE SPACES.
           05  WS-CARD-COUNT-NUM  REDEFINES WS-CARD-COUNT
                                     PIC 9(3).
           05  WS-CARD-DATE          PIC X(8)  VALUE SPACES.
           05  WS-CARD-DATE-NUM  REDEFINES WS-CARD-DATE
                                     PIC 9(8).
           05  WS-PCT-CARD.
               10  WS-PCT-INT        PIC X(2).
               10  WS-PCT-INT-N  REDEFINES WS-PCT-INT
                                     PIC 9(2).
               10  WS-PCT-POINT      PIC X.
               10  WS-PCT-DEC        PIC X(2).
               10  WS-PCT-DEC-N  REDEFINES WS-PCT-DEC
                                     PIC 9(2).
           05  WS-PCT-VALUE          PIC S9(3)V99 COMP-3 VALUE +0.
           05  WS-PCT-OK             PIC X     VALUE 'N'.
      *
      *        LIMITDO parses the way NACTLIM1 parses it
       01  LIMIT-PARSE-WORK.
           05  WS-LIMIT-X.
               10  WS-LIM-INT        PIC X(5).
               10  WS-LIM-INT-N  REDEFINES WS-LIM-INT
                                     PIC 9(5).
               10  WS-LIM-POINT      PIC X.
               10  WS-LIM-DEC        PIC X(2).
               10  WS-LIM-DEC-N  REDEFINES WS-LIM-DEC
                                     PIC 9(2).
           05  WS-LIMIT-NUM          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-NEAR-FLOOR         PIC S9(7)V99 COMP-3 VALUE +0.
      *
      * One account's history.  The screening date's postings are
      * held until every earlier posting has been read, so that the
      * trailing average and the last activity are complete before
      * any rule is applied.
       01  ACCOUNT-HISTORY-WORK.
           05  WS-LAST-ACTIVITY      PIC 9(8)  VALUE ZERO.
           05  WS-LAST-SPLIT  REDEFINES WS-LAST-ACTIVITY.
               10  WS-LAST-YYYY      PIC 9(4).
               10  WS-LAST-MM        PIC 9(2).
               10  WS-LAST-DD        PIC 9(2).
           05  WS-PH-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-MONTHS-BACK        PIC S9(5) COMP-3 VALUE +0.
           05  WS-PH-SUB             PIC S9(4) COMP   VALUE +0.
           05  WS-AVG-TOTAL          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-AVG-COUNT          PIC S9(5) COMP-3 VALUE +0.
           05  WS-AVERAGE            PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-LARGE-FLOOR        PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-ABS-AMOUNT         PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CHARGE-COUNT       PIC S9(5) COMP-3 VALUE +0.
           05  WS-DAY-OVERFLOW       PIC S9(5) COMP-3 VALUE +0.
       01  DAY-POSTINGS.
           05  DP-COUNT              PIC S9(4)    COMP    VALUE +0.
           05  WS-DP-SUB             PIC S9(4)    COMP    VALUE +0.
           05  DP-ENTRY  OCCURS 50 TIMES.
               10  DP-TIME               PIC 9(6).
               10  DP-TYPE               PIC X.
               10  DP-AMOUNT             PIC S9(7)V99 COMP-3.
               10  DP-OLD-BALANCE        PIC S9(7)V99 COMP-3.
               10  DP-NEW-BALANCE        PIC S9(7)V99 COMP-3.
               10  DP-REFERENCE          PIC X(12).
      *
      * The occurrence being examined, in the NACWPHST layout.
       01  WS-PAY-HIST-ENTRY.
           COPY NACWPHST.
      *
       01  CASE-WORK.
           05  WS-CASE-RULE          PIC X(8)  VALUE SPACES.
           05  WS-CASE-TIME          PIC 9(6)  VALUE ZERO.
           05  WS-CASE-OBSERVED      PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CASE-THRESHOLD     PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CASE-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-CASE-TEXT          PIC X(30) VALUE SPACES.
           05  WS-ACCOUNT-FLAGGED    PIC X     VALUE 'N'.
      *
       01  TOTALS-VARS.
           05  NUM-ACCOUNTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACCOUNTS-ACTIVE   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSTINGS-SCREENED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACCOUNTS-FLAGGED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CASES             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-VELOCITY          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LARGEAMT          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DORMANT           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEARLIM           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-HELD          PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'POSTING ANOMALY REVIEW LIST   DATE: '.
           05  RPT-HDR-DATE           PIC 9(8).
           05  FILLER                 PIC X(84) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(6)  VALUE 'ACCT  '.
           05  FILLER PIC X(19) VALUE 'SURNAME           '.
           05  FILLER PIC X(9)  VALUE 'RULE     '.
           05  FILLER PIC X(7)  VALUE 'TIME   '.
           05  FILLER PIC X(12) VALUE '    OBSERVED'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(12) VALUE '   THRESHOLD'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(13) VALUE 'REFERENCE    '.
           05  FILLER PIC X(30) VALUE 'DETAIL'.
           05  FILLER PIC X(22) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ACCOUNT            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SNAME              PIC X(18).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-RULE               PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TIME               PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-OBSERVED           PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-THRESHOLD          PIC -(8)9.99.
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-REFERENCE          PIC X(12).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TEXT               PIC X(30).
           05  FILLER                 PIC X(22) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(22).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(101)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'NACTVEL1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           MOVE WS-RUN-DATE-NUM TO WS-SCREEN-DATE.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           DISPLAY 'NACTVEL1 SCREENING ' WS-SCREEN-DATE
                   ' DAYCOUNT = ' WS-DAY-COUNT
                   ' MULTIPLE = ' WS-MULTIPLE
                   ' DORMANT = ' WS-DORMANT-MONTHS
                   ' NEARPCT = ' WS-NEAR-PCT.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 710-READ-HISTORY.

           PERFORM 100-SCREEN-ACCOUNT THROUGH 100-EXIT
               UNTIL WS-ACCTFIL-EOF = 'Y'.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'NACTVEL1 ENDED - CASES WRITTEN = ' NUM-CASES.
           GOBACK .

      *    ---------------------------------------------------------
      *    One account per cycle: postings for accounts not on
      *    ACCTFIL are drained, the account's own postings are read
      *    into the history work areas, and the rules are applied
      *    if it had any activity on the screening date.
      *    ---------------------------------------------------------
       100-SCREEN-ACCOUNT.
           PERFORM 700-READ-ACCOUNT.
           IF WS-ACCTFIL-EOF = 'Y'
               GO TO 100-EXIT.
           PERFORM 410-DRAIN-HISTORY
               UNTIL WS-PSTHIST-EOF = 'Y'
                  OR WS-HISTORY-KEY NOT < WS-ACCOUNT-KEY.
           MOVE ZERO TO WS-LAST-ACTIVITY.
           MOVE +0   TO WS-AVG-TOTAL WS-AVG-COUNT WS-CHARGE-COUNT
                        WS-DAY-OVERFLOW DP-COUNT.
           MOVE 'N'  TO WS-ACCOUNT-FLAGGED.
           PERFORM 120-SCAN-PAY-HISTORY
               VARYING WS-PH-SUB FROM 1 BY 1
               UNTIL WS-PH-SUB > 3.
           PERFORM 130-SCAN-ACCOUNT-POSTINGS THROUGH 130-EXIT
               UNTIL WS-PSTHIST-EOF = 'Y'
                  OR WS-HISTORY-KEY NOT = WS-ACCOUNT-KEY.
           IF DP-COUNT = 0 AND WS-CHARGE-COUNT = 0
               GO TO 100-EXIT.
           ADD +1 TO NUM-ACCOUNTS-ACTIVE.
           IF WS-DAY-OVERFLOW > 0
               ADD WS-DAY-OVERFLOW TO NUM-NOT-HELD
               DISPLAY 'NACTVEL1 ACCOUNT ' ACCTDO ' - '
                       WS-DAY-OVERFLOW
                       ' POSTINGS BEYOND THE DAY TABLE NOT SCREENED'.
           PERFORM 150-APPLY-RULES.
           IF WS-ACCOUNT-FLAGGED = 'Y'
               ADD +1 TO NUM-ACCOUNTS-FLAGGED.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The PAY-HIST occurrences only tell us when the account
      *    was last active; the amounts are PSTHIST's and are not
      *    counted twice.  An unused occurrence is spaces.
      *    ---------------------------------------------------------
       120-SCAN-PAY-HISTORY.
           MOVE PAY-HIST (WS-PH-SUB) TO WS-PAY-HIST-ENTRY.
           IF WS-PAY-HIST-ENTRY (1:8) IS NUMERIC
               MOVE PH-DATE TO WS-PH-DATE
               IF WS-PH-DATE < WS-SCREEN-DATE
                  AND WS-PH-DATE > WS-LAST-ACTIVITY
                   MOVE WS-PH-DATE TO WS-LAST-ACTIVITY.

      *    ---------------------------------------------------------
      *    Earlier postings feed the last activity and, inside the
      *    AVGMONTHS window, the trailing average; the screening
      *    date's postings are held for the rules.  Rejected
      *    postings and anything after the screening date (a
      *    re-run for an earlier day) are ignored.
      *    ---------------------------------------------------------
       130-SCAN-ACCOUNT-POSTINGS.
           IF NOT HST-POSTED
              OR HST-DATE > WS-SCREEN-DATE
               PERFORM 710-READ-HISTORY
               GO TO 130-EXIT.
           IF HST-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - HST-AMOUNT
           ELSE
               MOVE HST-AMOUNT TO WS-ABS-AMOUNT.
           IF HST-DATE < WS-SCREEN-DATE
               IF HST-DATE > WS-LAST-ACTIVITY
                   MOVE HST-DATE TO WS-LAST-ACTIVITY
               END-IF
               COMPUTE WS-MONTHS-BACK =
                   ( ( WS-SCREEN-YYYY - HST-YYYY ) * 12 )
                   + WS-SCREEN-MM - HST-MM
               IF WS-MONTHS-BACK NOT > WS-AVG-MONTHS
                   ADD WS-ABS-AMOUNT TO WS-AVG-TOTAL
                   ADD +1 TO WS-AVG-COUNT
               END-IF
               PERFORM 710-READ-HISTORY
               GO TO 130-EXIT.
           IF HST-REFERENCE = 'INTEREST    '
              OR HST-REFERENCE = 'OVLIMIT FEE '
               PERFORM 710-READ-HISTORY
               GO TO 130-EXIT.
           ADD +1 TO NUM-POSTINGS-SCREENED.
           IF HST-TYPE = 'C'
               ADD +1 TO WS-CHARGE-COUNT.
           IF DP-COUNT NOT < 50
               ADD +1 TO WS-DAY-OVERFLOW
           ELSE
               ADD +1 TO DP-COUNT
               MOVE HST-TIME        TO DP-TIME (DP-COUNT)
               MOVE HST-TYPE        TO DP-TYPE (DP-COUNT)
               MOVE WS-ABS-AMOUNT   TO DP-AMOUNT (DP-COUNT)
               MOVE HST-OLD-BALANCE TO DP-OLD-BALANCE (DP-COUNT)
               MOVE HST-NEW-BALANCE TO DP-NEW-BALANCE (DP-COUNT)
               MOVE HST-REFERENCE   TO DP-REFERENCE (DP-COUNT).
           PERFORM 710-READ-HISTORY.
       130-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The account-level rules first (VELOCITY, DORMANT), then
      *    the posting-level rules for each held posting.
      *    ---------------------------------------------------------
       150-APPLY-RULES.
           IF WS-CHARGE-COUNT > WS-DAY-COUNT
               MOVE 'VELOCITY'     TO WS-CASE-RULE
               MOVE ZERO           TO WS-CASE-TIME
               MOVE WS-CHARGE-COUNT TO WS-CASE-OBSERVED
               MOVE WS-DAY-COUNT   TO WS-CASE-THRESHOLD
               MOVE SPACES         TO WS-CASE-REFERENCE
               MOVE 'CHARGES POSTED TODAY' TO WS-CASE-TEXT
               ADD +1 TO NUM-VELOCITY
               PERFORM 250-WRITE-CASE.
           IF WS-LAST-ACTIVITY NOT = ZERO
               COMPUTE WS-MONTHS-BACK =
                   ( ( WS-SCREEN-YYYY - WS-LAST-YYYY ) * 12 )
                   + WS-SCREEN-MM - WS-LAST-MM
               IF WS-MONTHS-BACK NOT < WS-DORMANT-MONTHS
                   MOVE 'DORMANT'         TO WS-CASE-RULE
                   MOVE ZERO              TO WS-CASE-TIME
                   MOVE WS-MONTHS-BACK    TO WS-CASE-OBSERVED
                   MOVE WS-DORMANT-MONTHS TO WS-CASE-THRESHOLD
                   MOVE SPACES            TO WS-CASE-REFERENCE
                   MOVE 'MONTHS SINCE LAST ACTIVITY'
                                          TO WS-CASE-TEXT
                   ADD +1 TO NUM-DORMANT
                   PERFORM 250-WRITE-CASE.
           MOVE +0 TO WS-LARGE-FLOOR.
           IF WS-AVG-COUNT NOT < WS-MIN-SAMPLE
              AND WS-AVG-COUNT > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-AVG-TOTAL / WS-AVG-COUNT
               COMPUTE WS-LARGE-FLOOR ROUNDED =
                   WS-AVERAGE * WS-MULTIPLE.
           MOVE +0 TO WS-NEAR-FLOOR WS-LIMIT-NUM.
           MOVE LIMITDO TO WS-LIMIT-X.
           INSPECT WS-LIMIT-X REPLACING LEADING SPACES BY ZEROS.
           IF WS-LIM-INT IS NUMERIC
              AND WS-LIM-POINT = '.'
              AND WS-LIM-DEC IS NUMERIC
               COMPUTE WS-LIMIT-NUM =
                   WS-LIM-INT-N + ( WS-LIM-DEC-N / 100 )
               COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-LIMIT-NUM * ( 100 - WS-NEAR-PCT ) / 100.
           PERFORM 160-SCREEN-POSTING
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > DP-COUNT.

       160-SCREEN-POSTING.
           IF WS-LARGE-FLOOR > 0
              AND DP-AMOUNT (WS-DP-SUB) > WS-LARGE-FLOOR
               MOVE 'LARGEAMT'              TO WS-CASE-RULE
               MOVE DP-TIME (WS-DP-SUB)     TO WS-CASE-TIME
               MOVE DP-AMOUNT (WS-DP-SUB)   TO WS-CASE-OBSERVED
               MOVE WS-LARGE-FLOOR          TO WS-CASE-THRESHOLD
               MOVE DP-REFERENCE (WS-DP-SUB) TO WS-CASE-REFERENCE
               MOVE 'OVER MULTIPLE OF AVERAGE' TO WS-CASE-TEXT
               ADD +1 TO NUM-LARGEAMT
               PERFORM 250-WRITE-CASE.
           IF WS-LIMIT-NUM > 0
              AND DP-NEW-BALANCE (WS-DP-SUB) >
                  DP-OLD-BALANCE (WS-DP-SUB)
              AND DP-NEW-BALANCE (WS-DP-SUB) NOT < WS-NEAR-FLOOR
              AND DP-NEW-BALANCE (WS-DP-SUB) NOT > WS-LIMIT-NUM
               MOVE 'NEARLIM'                  TO WS-CASE-RULE
               MOVE DP-TIME (WS-DP-SUB)        TO WS-CASE-TIME
               MOVE DP-NEW-BALANCE (WS-DP-SUB) TO WS-CASE-OBSERVED
               MOVE WS-LIMIT-NUM               TO WS-CASE-THRESHOLD
               MOVE DP-REFERENCE (WS-DP-SUB)   TO WS-CASE-REFERENCE
               MOVE 'BALANCE JUST UNDER LIMIT' TO WS-CASE-TEXT
               ADD +1 TO NUM-NEARLIM
               PERFORM 250-WRITE-CASE.

      *    ---------------------------------------------------------
      *    One case: a VELCASE record and a review-list line.
      *    ---------------------------------------------------------
       250-WRITE-CASE.
           ADD +1 TO NUM-CASES.
           MOVE 'Y' TO WS-ACCOUNT-FLAGGED.
           MOVE SPACES            TO CASE-RECORD.
           MOVE ACCTDO            TO CAS-ACCOUNT.
           MOVE WS-SCREEN-DATE    TO CAS-SCREEN-DATE.
           MOVE WS-CASE-RULE      TO CAS-RULE.
           MOVE WS-CASE-TIME      TO CAS-POST-TIME.
           MOVE WS-CASE-OBSERVED  TO CAS-OBSERVED.
           MOVE WS-CASE-THRESHOLD TO CAS-THRESHOLD.
           MOVE WS-CASE-REFERENCE TO CAS-REFERENCE.
           MOVE WS-LAST-ACTIVITY  TO CAS-LAST-ACTIVITY.
           WRITE CASE-RECORD.
           IF WS-VELCASE-STATUS NOT = '00'
               DISPLAY 'VELCASE WRITE ERROR RC=' WS-VELCASE-STATUS
               MOVE 16 TO RETURN-CODE.
           MOVE ACCTDO            TO RPT-ACCOUNT.
           MOVE SNAMEDO           TO RPT-SNAME.
           MOVE WS-CASE-RULE      TO RPT-RULE.
           MOVE WS-CASE-TIME      TO RPT-TIME.
           MOVE WS-CASE-OBSERVED  TO RPT-OBSERVED.
           MOVE WS-CASE-THRESHOLD TO RPT-THRESHOLD.
           MOVE WS-CASE-REFERENCE TO RPT-REFERENCE.
           MOVE WS-CASE-TEXT      TO RPT-TEXT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ACCOUNTS READ:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-READ        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACCOUNTS WITH POSTINGS' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-ACTIVE      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POSTINGS SCREENED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POSTINGS-SCREENED    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ACCOUNTS FLAGGED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACCOUNTS-FLAGGED     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CASES WRITTEN:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CASES                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  VELOCITY:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VELOCITY             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  LARGEAMT:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LARGEAMT             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  DORMANT:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DORMANT              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  NEARLIM:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEARLIM              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF NUM-NOT-HELD > 0
               MOVE 'POSTINGS NOT SCREENED:' TO RPT-TOTALS-ITEM
               MOVE NUM-NOT-HELD             TO RPT-TOTALS-VALUE
               WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       410-DRAIN-HISTORY.
           PERFORM 710-READ-HISTORY.

       700-READ-ACCOUNT.
           READ ACCOUNT-FILE
             AT END MOVE 'Y' TO WS-ACCTFIL-EOF .
           IF WS-ACCTFIL-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-ACCOUNT-KEY
           ELSE
           IF WS-ACCTFIL-STATUS NOT = '00'
               DISPLAY 'ERROR ON ACCTFIL READ.  CODE:'
                       WS-ACCTFIL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ACCTFIL-EOF
               MOVE HIGH-VALUES TO WS-ACCOUNT-KEY
           ELSE
               ADD +1 TO NUM-ACCOUNTS-READ
               MOVE ACCTDO TO WS-ACCOUNT-KEY.

       710-READ-HISTORY.
           READ HISTORY-FILE
             AT END MOVE 'Y' TO WS-PSTHIST-EOF .
           IF WS-PSTHIST-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-HISTORY-KEY
           ELSE
           IF WS-PSTHIST-STATUS NOT = '00'
              AND WS-PSTHIST-STATUS NOT = '04'
               DISPLAY 'ERROR ON PSTHIST READ.  CODE:'
                       WS-PSTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PSTHIST-EOF
               MOVE HIGH-VALUES TO WS-HISTORY-KEY
           ELSE
               MOVE HST-ACCOUNT TO WS-HISTORY-KEY.

       800-INIT-REPORT.
           MOVE WS-SCREEN-DATE TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The VELCTL DD is optional; each card is independent and
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
           IF CONTROL-CARD-RECORD(1:9) = 'DAYCOUNT='
               MOVE CONTROL-CARD-RECORD(10:3) TO WS-CARD-COUNT
               IF WS-CARD-COUNT IS NUMERIC
                   MOVE WS-CARD-COUNT-NUM TO WS-DAY-COUNT
               ELSE
                   DISPLAY 'NACTVEL1 BAD DAYCOUNT= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'MULTIPLE='
               MOVE CONTROL-CARD-RECORD(10:5) TO WS-PCT-CARD
               PERFORM 855-PARSE-PCT-CARD
               IF WS-PCT-OK = 'Y'
                   MOVE WS-PCT-VALUE TO WS-MULTIPLE
               ELSE
                   DISPLAY 'NACTVEL1 BAD MULTIPLE= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:10) = 'AVGMONTHS='
               MOVE CONTROL-CARD-RECORD(11:2) TO WS-CARD-VALUE
               IF WS-CARD-VALUE IS NUMERIC
                   MOVE WS-CARD-VALUE-NUM TO WS-AVG-MONTHS
               ELSE
                   DISPLAY 'NACTVEL1 BAD AVGMONTHS= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:10) = 'MINSAMPLE='
               MOVE CONTROL-CARD-RECORD(11:2) TO WS-CARD-VALUE
               IF WS-CARD-VALUE IS NUMERIC
                   MOVE WS-CARD-VALUE-NUM TO WS-MIN-SAMPLE
               ELSE
                   DISPLAY 'NACTVEL1 BAD MINSAMPLE= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:8) = 'DORMANT='
               MOVE CONTROL-CARD-RECORD(9:2) TO WS-CARD-VALUE
               IF WS-CARD-VALUE IS NUMERIC
                   MOVE WS-CARD-VALUE-NUM TO WS-DORMANT-MONTHS
               ELSE
                   DISPLAY 'NACTVEL1 BAD DORMANT= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:8) = 'NEARPCT='
               MOVE CONTROL-CARD-RECORD(9:5) TO WS-PCT-CARD
               PERFORM 855-PARSE-PCT-CARD
               IF WS-PCT-OK = 'Y'
                   MOVE WS-PCT-VALUE TO WS-NEAR-PCT
               ELSE
                   DISPLAY 'NACTVEL1 BAD NEARPCT= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:11) = 'SCREENDATE='
               MOVE CONTROL-CARD-RECORD(12:8) TO WS-CARD-DATE
               IF WS-CARD-DATE IS NUMERIC
                  AND WS-CARD-DATE-NUM NOT > WS-RUN-DATE-NUM
                   MOVE WS-CARD-DATE-NUM TO WS-SCREEN-DATE
               ELSE
                   DISPLAY 'NACTVEL1 BAD SCREENDATE= CARD - IGNORED'
               END-IF
               GO TO 850-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'NACTVEL1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       850-EXIT.
           EXIT.

       855-PARSE-PCT-CARD.
           IF WS-PCT-INT IS NUMERIC
              AND WS-PCT-POINT = '.'
              AND WS-PCT-DEC IS NUMERIC
               MOVE 'Y' TO WS-PCT-OK
               COMPUTE WS-PCT-VALUE =
                   WS-PCT-INT-N + ( WS-PCT-DEC-N / 100 )
           ELSE
               MOVE 'N' TO WS-PCT-OK.

       900-OPEN-FILES.
           OPEN INPUT    ACCOUNT-FILE
                         HISTORY-FILE
                OUTPUT   CASE-FILE
                         REPORT-FILE .
           IF WS-ACCTFIL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACCTFIL. RC:' WS-ACCTFIL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ACCTFIL-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-PSTHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PSTHIST. RC:' WS-PSTHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ACCTFIL-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-VELCASE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING VELCASE. RC:' WS-VELCASE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ACCTFIL-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING VELRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ACCTFIL-EOF
             MOVE 'Y' TO WS-PSTHIST-EOF.

       905-CLOSE-FILES.
           CLOSE ACCOUNT-FILE .
           CLOSE HISTORY-FILE .
           CLOSE CASE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM NACTVEL1
