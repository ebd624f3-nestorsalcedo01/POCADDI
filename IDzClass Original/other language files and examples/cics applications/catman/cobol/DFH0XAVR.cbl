      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XAVR                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        Weekly charge violations report         *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job, run weekly, which reports   *
      *      the VIOLLOG charge violations log (DFH0XCPJ): every      *
      *      '01ORDR' DFH0XCMN refused because the user was not        *
      *      authorized on the CHGAUTH file to charge the department,  *
      *      or because the order went over the user's ceiling.        *
      *                                                                *
      *      Each department charged gets its own page on AVRRPT,      *
      *      headed for the department head, listing the attempts     *
      *      made against it - who, when, from which terminal, the    *
      *      item, quantity and value - so heads can see who is       *
      *      trying to charge them and take it up with the user or    *
      *      ask for an authorization through DFH0XAUM.  A closing    *
      *      page summarises the week by department.                   *
      *                                                                *
      *      VIOLLOG is cumulative, so the run reports only its        *
      *      window: the AVRCTL cards FROM=yyyymmdd and TO=yyyymmdd    *
      *      set it, and with no card the window is the seven days     *
      *      ending on the run date.                                   *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XAVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VIOLLOG-FILE  ASSIGN TO VIOLLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS VL-KEY
               FILE STATUS  IS  WS-VIOLLOG-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO AVRCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO AVRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VIOLLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  VIOLATION-RECORD.
           COPY DFH0XCPJ.

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
       01  WS-VIOLLOG-STATUS          PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-VIOLLOG-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
      *
      *        The report window, yyyymmdd inclusive
       01  REPORT-WINDOW.
           05  WS-FROM-DATE           PIC X(8) VALUE '00000000'.
           05  WS-TO-DATE             PIC X(8) VALUE '99999999'.
           05  WS-CARD-DATE           PIC X(8).
           05  WS-DATE-NUM            PIC 9(8).
           05  WS-DATE-INT            PIC S9(9) COMP.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
      *
       01  WORK-VARIABLES.
           05  NUM-VIOL-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-IN-WINDOW         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-AUTHORIZED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OVER-LIMIT        PIC S9(9)   COMP-3  VALUE +0.
           05  WS-CURRENT-DEPT       PIC X(8)  VALUE SPACES.
      *
      *        *******************************************
      *          THE WINDOW'S VIOLATIONS, IN THE ORDER
      *          THEY HAPPENED
      *        *******************************************
       01  VIOL-MAX                   PIC S9(4) COMP-3 VALUE +2000.
       01  VIOL-TABLE.
           05  VIOL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VIOL-IDX.
               10  VT-DATE            PIC X(8)  VALUE SPACES.
               10  VT-TIME            PIC X(6)  VALUE SPACES.
               10  VT-USERID          PIC X(8)  VALUE SPACES.
               10  VT-CHARGE-DEPT     PIC X(8)  VALUE SPACES.
               10  VT-ITEM-REF        PIC 9(4)  VALUE 0.
               10  VT-QUANTITY        PIC 9(3)  VALUE 0.
               10  VT-ORDER-AMOUNT    PIC 9(7)V99 VALUE 0.
               10  VT-ORDER-LIMIT     PIC 9(7)V99 VALUE 0.
               10  VT-REASON          PIC X     VALUE SPACE.
               10  VT-TERMID          PIC X(4)  VALUE SPACES.
       01  VIOL-COUNT                 PIC S9(4) COMP-3 VALUE +0.
      *
      *        *******************************************
      *          ONE ENTRY PER DEPARTMENT CHARGED, WITH
      *          ITS COUNTS BY REASON
      *        *******************************************
       01  DPT-MAX                    PIC S9(4) COMP-3 VALUE +200.
       01  DPT-TABLE.
           05  DPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY DPT-IDX DPT-USE-IDX.
               10  DPT-CHARGE-DEPT    PIC X(8)  VALUE SPACES.
               10  DPT-ATTEMPTS       PIC S9(7) COMP-3 VALUE +0.
               10  DPT-NOT-AUTH       PIC S9(7) COMP-3 VALUE +0.
               10  DPT-OVER-LIMIT     PIC S9(7) COMP-3 VALUE +0.
       01  DPT-COUNT                  PIC S9(4) COMP-3 VALUE +0.
       01  DPT-FOUND-SW               PIC X     VALUE 'N'.
           88  DPT-FOUND                    VALUE 'Y'.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(30)
                     VALUE 'CATALOG CHARGE VIOLATIONS'.
           05  FILLER                 PIC X(8)   VALUE 'WINDOW: '.
           05  RPT-HDR-FROM           PIC X(8).
           05  FILLER                 PIC X(3)   VALUE ' - '.
           05  RPT-HDR-TO             PIC X(8).
           05  FILLER                 PIC X(12)  VALUE '  RUN DATE: '.
           05  RPT-HDR-RUN-DATE       PIC X(8).
       01  RPT-DEPT-HDR.
           05  FILLER                 PIC X(34)
                     VALUE 'FOR THE HEAD OF DEPARTMENT: '.
           05  RPT-DEPT-HDR-DEPT      PIC X(8).
       01  RPT-HEADER2.
           05  FILLER                 PIC X(40)
                     VALUE '  DATE     TIME    USER      TERM  ITEM'.
           05  FILLER                 PIC X(40)
                     VALUE '  QTY  ORDER VALUE      CEILING  REASON'.
       01  RPT-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-DATE               PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  RPT-TIME               PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-USERID             PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-TERMID             PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ITEM-REF           PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-QUANTITY           PIC ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ORDER-AMOUNT       PIC Z(7)9.99.
           05  RPT-ORDER-AMOUNT-X  REDEFINES RPT-ORDER-AMOUNT
                                      PIC X(11).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ORDER-LIMIT        PIC Z(7)9.99.
           05  RPT-ORDER-LIMIT-X  REDEFINES RPT-ORDER-LIMIT
                                      PIC X(11).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-REASON             PIC X(30).
       01  RPT-DEPT-TOTAL.
           05  FILLER                 PIC X(12)  VALUE '  ATTEMPTS: '.
           05  RPT-DT-ATTEMPTS        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18)  VALUE
                     '  NOT AUTHORIZED: '.
           05  RPT-DT-NOT-AUTH        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16)  VALUE
                     '  OVER CEILING: '.
           05  RPT-DT-OVER-LIMIT      PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-HDR.
           05  FILLER                 PIC X(50) VALUE
               'WEEKLY SUMMARY BY DEPARTMENT'.
       01  RPT-SUMMARY-HDR2.
           05  FILLER                 PIC X(50) VALUE
               '  DEPT      ATTEMPTS  NOT AUTH  OVER CEILING'.
       01  RPT-SUMMARY-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SD-DEPT            PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-SD-ATTEMPTS        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-SD-NOT-AUTH        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(7)   VALUE SPACES.
           05  RPT-SD-OVER-LIMIT      PIC ZZZ,ZZ9.
       01  RPT-NONE-LINE.
           05  FILLER                 PIC X(50) VALUE
               'NO CHARGE VIOLATIONS IN THE WINDOW'.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(17) VALUE
                     'VIOLATIONS READ: '.
           05  RPT-VIOL-READ          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE '  IN WINDOW: '.
           05  RPT-IN-WINDOW          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18) VALUE
                     '  NOT AUTHORIZED: '.
           05  RPT-NOT-AUTH           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE
                     '  OVER CEILING: '.
           05  RPT-OVER-LIMIT         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
                     '  DEPARTMENTS: '.
           05  RPT-DEPARTMENTS        PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XAVR STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
      *    default window: the seven days ending on the run date
           MOVE WS-RUN-DATE-YMD TO WS-TO-DATE.
           MOVE WS-RUN-DATE-YMD TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-FROM-DATE.
           PERFORM 850-READ-CONTROL-CARDS THROUGH 850-EXIT.
           DISPLAY 'DFH0XAVR REPORT WINDOW ' WS-FROM-DATE
                   ' - ' WS-TO-DATE.
           PERFORM 900-OPEN-FILES.

           PERFORM 100-LOAD-VIOLATION THROUGH 100-EXIT
                   UNTIL WS-VIOLLOG-EOF = 'Y' .

           IF DPT-COUNT = 0
               PERFORM 800-INIT-REPORT
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           ELSE
               PERFORM 200-PRINT-DEPARTMENT THROUGH 200-EXIT
                       VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > DPT-COUNT
               PERFORM 800-INIT-REPORT
               WRITE REPORT-RECORD FROM RPT-SUMMARY-HDR
               WRITE REPORT-RECORD FROM RPT-SUMMARY-HDR2
               PERFORM 250-PRINT-DEPT-SUMMARY THROUGH 250-EXIT
                       VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > DPT-COUNT.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'DFH0XAVR ENDED - VIOLATIONS = ' NUM-IN-WINDOW.
           GOBACK .

      *        ***********************************************
      *          LOAD ONE VIOLATION PER CYCLE - THOSE DATED
      *          INSIDE THE WINDOW - AND COUNT IT AGAINST ITS
      *          DEPARTMENT.
      *        ***********************************************
       100-LOAD-VIOLATION.
           READ VIOLLOG-FILE
             AT END MOVE 'Y' TO WS-VIOLLOG-EOF .
           IF WS-VIOLLOG-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-VIOLLOG-STATUS NOT = '00'
               DISPLAY 'ERROR ON VIOLLOG FILE READ.  CODE:'
                       WS-VIOLLOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-VIOLLOG-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-VIOL-READ.
           IF VL-DATE < WS-FROM-DATE
               GO TO 100-EXIT.
      *    the log is in date order - nothing later can be in window
           IF VL-DATE > WS-TO-DATE
               MOVE 'Y' TO WS-VIOLLOG-EOF
               GO TO 100-EXIT.
           IF VIOL-COUNT NOT < VIOL-MAX
               DISPLAY 'DFH0XAVR VIOLATION TABLE FULL - '
                       'ENTRY SKIPPED'
               MOVE 16 TO RETURN-CODE
               GO TO 100-EXIT.
           PERFORM 150-COUNT-DEPARTMENT THROUGH 150-EXIT.
           IF NOT DPT-FOUND
               GO TO 100-EXIT.
           ADD +1 TO NUM-IN-WINDOW.
           ADD +1 TO VIOL-COUNT.
           SET VIOL-IDX TO VIOL-COUNT.
           MOVE VL-DATE         TO VT-DATE (VIOL-IDX).
           MOVE VL-TIME         TO VT-TIME (VIOL-IDX).
           MOVE VL-USERID       TO VT-USERID (VIOL-IDX).
           MOVE VL-CHARGE-DEPT  TO VT-CHARGE-DEPT (VIOL-IDX).
           MOVE VL-ITEM-REF     TO VT-ITEM-REF (VIOL-IDX).
           MOVE VL-QUANTITY     TO VT-QUANTITY (VIOL-IDX).
           MOVE VL-ORDER-AMOUNT TO VT-ORDER-AMOUNT (VIOL-IDX).
           MOVE VL-ORDER-LIMIT  TO VT-ORDER-LIMIT (VIOL-IDX).
           MOVE VL-REASON       TO VT-REASON (VIOL-IDX).
           MOVE VL-TERMID       TO VT-TERMID (VIOL-IDX).
           IF VL-OVER-LIMIT
               ADD +1 TO NUM-OVER-LIMIT
               ADD +1 TO DPT-OVER-LIMIT (DPT-IDX)
           ELSE
               ADD +1 TO NUM-NOT-AUTHORIZED
               ADD +1 TO DPT-NOT-AUTH (DPT-IDX).
           ADD +1 TO DPT-ATTEMPTS (DPT-IDX).
       100-EXIT.
           EXIT.

      *        ***********************************************
      *          FIND OR ADD THE VIOLATION'S DEPARTMENT;
      *          DPT-IDX IS LEFT ON ITS ENTRY.
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
               MOVE VL-CHARGE-DEPT TO DPT-CHARGE-DEPT (DPT-IDX)
               SET DPT-FOUND TO TRUE
           ELSE
               DISPLAY 'DEPARTMENT TABLE FULL, VIOLATION DROPPED'
               MOVE 16 TO RETURN-CODE.
       150-EXIT.
           EXIT.

       160-SEARCH-DEPT.
           IF DPT-CHARGE-DEPT (DPT-IDX) = VL-CHARGE-DEPT
               SET DPT-FOUND TO TRUE
               SET DPT-USE-IDX TO DPT-IDX
           END-IF.
       160-EXIT.
           EXIT.

      *        ***********************************************
      *          ONE PAGE PER DEPARTMENT, FOR ITS HEAD: EVERY
      *          ATTEMPT TO CHARGE IT IN THE WINDOW, THEN THE
      *          DEPARTMENT'S COUNTS.
      *        ***********************************************
       200-PRINT-DEPARTMENT.
           MOVE DPT-CHARGE-DEPT (DPT-IDX) TO WS-CURRENT-DEPT.
           PERFORM 800-INIT-REPORT.
           MOVE WS-CURRENT-DEPT TO RPT-DEPT-HDR-DEPT.
           WRITE REPORT-RECORD FROM RPT-DEPT-HDR.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           PERFORM 210-PRINT-VIOLATION THROUGH 210-EXIT
                   VARYING VIOL-IDX FROM 1 BY 1
                   UNTIL VIOL-IDX > VIOL-COUNT.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE DPT-ATTEMPTS (DPT-IDX)   TO RPT-DT-ATTEMPTS.
           MOVE DPT-NOT-AUTH (DPT-IDX)   TO RPT-DT-NOT-AUTH.
           MOVE DPT-OVER-LIMIT (DPT-IDX) TO RPT-DT-OVER-LIMIT.
           WRITE REPORT-RECORD FROM RPT-DEPT-TOTAL.
       200-EXIT.
           EXIT.

       210-PRINT-VIOLATION.
           IF VT-CHARGE-DEPT (VIOL-IDX) NOT = WS-CURRENT-DEPT
               GO TO 210-EXIT.
           MOVE VT-DATE (VIOL-IDX)     TO RPT-DATE.
           MOVE VT-TIME (VIOL-IDX)     TO RPT-TIME.
           MOVE VT-USERID (VIOL-IDX)   TO RPT-USERID.
           MOVE VT-TERMID (VIOL-IDX)   TO RPT-TERMID.
           MOVE VT-ITEM-REF (VIOL-IDX) TO RPT-ITEM-REF.
           MOVE VT-QUANTITY (VIOL-IDX) TO RPT-QUANTITY.
           IF VT-REASON (VIOL-IDX) = 'L'
               MOVE VT-ORDER-AMOUNT (VIOL-IDX) TO RPT-ORDER-AMOUNT
               MOVE VT-ORDER-LIMIT (VIOL-IDX)  TO RPT-ORDER-LIMIT
               MOVE 'OVER USER CEILING'        TO RPT-REASON
           ELSE
               MOVE SPACES TO RPT-ORDER-AMOUNT-X
               MOVE SPACES TO RPT-ORDER-LIMIT-X
               MOVE 'NOT AUTHORIZED FOR DEPT'  TO RPT-REASON.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       210-EXIT.
           EXIT.

       250-PRINT-DEPT-SUMMARY.
           MOVE DPT-CHARGE-DEPT (DPT-IDX) TO RPT-SD-DEPT.
           MOVE DPT-ATTEMPTS (DPT-IDX)    TO RPT-SD-ATTEMPTS.
           MOVE DPT-NOT-AUTH (DPT-IDX)    TO RPT-SD-NOT-AUTH.
           MOVE DPT-OVER-LIMIT (DPT-IDX)  TO RPT-SD-OVER-LIMIT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-DETAIL.
       250-EXIT.
           EXIT.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-VIOL-READ      TO RPT-VIOL-READ.
           MOVE NUM-IN-WINDOW      TO RPT-IN-WINDOW.
           MOVE NUM-NOT-AUTHORIZED TO RPT-NOT-AUTH.
           MOVE NUM-OVER-LIMIT     TO RPT-OVER-LIMIT.
           MOVE DPT-COUNT          TO RPT-DEPARTMENTS.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.

      *        ***********************************************
      *          THE AVRCTL DD IS OPTIONAL: ABSENT, THE SEVEN
      *          DAYS ENDING ON THE RUN DATE ARE REPORTED.
      *          FROM= AND TO= CARDS (YYYYMMDD) OVERRIDE IT
      *          FOR A LATE OR CATCH-UP RUN.
      *        ***********************************************
       850-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'DFH0XAVR AVRCTL NOT PRESENT - SEVEN-DAY '
                       'WINDOW APPLIES'
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
           IF CONTROL-CARD-RECORD(1:5) = 'FROM='
               MOVE CONTROL-CARD-RECORD(6:8) TO WS-CARD-DATE
               IF WS-CARD-DATE IS NUMERIC
                   MOVE WS-CARD-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY 'DFH0XAVR BAD FROM= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:3) = 'TO='
               MOVE CONTROL-CARD-RECORD(4:8) TO WS-CARD-DATE
               IF WS-CARD-DATE IS NUMERIC
                   MOVE WS-CARD-DATE TO WS-TO-DATE
               ELSE
                   DISPLAY 'DFH0XAVR BAD TO= CARD IGNORED'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'DFH0XAVR UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       855-EXIT.
           EXIT.

       800-INIT-REPORT.
           MOVE WS-FROM-DATE    TO RPT-HDR-FROM.
           MOVE WS-TO-DATE      TO RPT-HDR-TO.
           MOVE WS-RUN-DATE-YMD TO RPT-HDR-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.

       900-OPEN-FILES.
           OPEN INPUT    VIOLLOG-FILE
                OUTPUT   REPORT-FILE .
           IF WS-VIOLLOG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING VIOLLOG FILE. RC:'
                     WS-VIOLLOG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-VIOLLOG-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING AVRRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-VIOLLOG-EOF.

       905-CLOSE-FILES.
           CLOSE VIOLLOG-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XAVR
