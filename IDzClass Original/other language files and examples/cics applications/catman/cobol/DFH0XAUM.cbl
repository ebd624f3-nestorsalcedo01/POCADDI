      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XAUM                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -    *
      *                        Charge authorization maintenance batch  *
      *                                                                *
      * TRANSACTION NAME = n/a - batch                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This is an offline batch job (run the same way DFH0XSTK   *
      *      runs against the catalog) which maintains the CHGAUTH    *
      *      charge authorization file (DFH0XCPI) DFH0XCMN checks     *
      *      every order against: which users may charge which        *
      *      departments, and the ceiling on one order's value.       *
      *                                                                *
      *      Each AUTHTXN card is applied in turn and listed on       *
      *      AUMRPT with what was done to it; a card that cannot be   *
      *      applied is listed as rejected and sets return code 4.     *
      *      The whole file as it stands after maintenance is then    *
      *      listed, for the department heads to confirm.             *
      *                                                                *
      *      AUTHTXN CARD LAYOUT (80 BYTES):                           *
      *        col   1     action - A add, C change ceiling,           *
      *                    D delete, S suspend, R reinstate            *
      *        cols  3-10  user id                                     *
      *        cols 12-19  charge department, or *ALLDEPT for any      *
      *                    department without a record of its own      *
      *        cols 21-29  order ceiling, 9(7)V99 with the decimal     *
      *                    point implied; zeros = no ceiling (A and C  *
      *                    only)                                       *
      *        cols 31-38  who requested the change                    *
      *                                                                *
      *      RUN WITH THE CICS REGION DOWN OR THE FILES CLOSED TO      *
      *      CICS, LIKE ANY OTHER BATCH UPDATE OF THESE CLUSTERS.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XAUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TXN-FILE      ASSIGN TO AUTHTXN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUTHTXN-STATUS.

           SELECT CHGAUTH-FILE  ASSIGN TO CHGAUTH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CZ-KEY
               FILE STATUS  IS  WS-CHGAUTH-STATUS.

           SELECT REPORT-FILE   ASSIGN TO AUMRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TXN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  TXN-RECORD.
           05  TX-ACTION              PIC X.
               88  TX-ADD                   VALUE 'A'.
               88  TX-CHANGE                VALUE 'C'.
               88  TX-DELETE                VALUE 'D'.
               88  TX-SUSPEND               VALUE 'S'.
               88  TX-REINSTATE             VALUE 'R'.
           05  FILLER                 PIC X.
           05  TX-USERID              PIC X(8).
           05  FILLER                 PIC X.
           05  TX-CHARGE-DEPT         PIC X(8).
           05  FILLER                 PIC X.
           05  TX-LIMIT               PIC X(9).
           05  TX-LIMIT-NUM  REDEFINES TX-LIMIT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  TX-REQUESTED-BY        PIC X(8).
           05  FILLER                 PIC X(42).

       FD  CHGAUTH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CHGAUTH-RECORD.
           COPY DFH0XCPI.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01  WS-AUTHTXN-STATUS          PIC XX  VALUE '00'.
       01  WS-CHGAUTH-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-AUTHTXN-EOF             PIC X   VALUE 'N'.
       01  WS-CHGAUTH-EOF             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  WS-RUN-CC              PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
      *
       01  WORK-VARIABLES.
           05  NUM-CARDS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDED             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DELETED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SUSPENDED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REINSTATED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ON-FILE           PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                     VALUE 'CHARGE AUTHORIZATION MAINTENANCE'.
           05  FILLER                 PIC X(12)  VALUE 'RUN DATE: '.
           05  RPT-HDR-RUN-DATE       PIC X(8).
       01  RPT-HEADER2.
           05  FILLER                 PIC X(8)   VALUE 'ACTION'.
           05  FILLER                 PIC X(10)  VALUE 'USER'.
           05  FILLER                 PIC X(10)  VALUE 'DEPT'.
           05  FILLER                 PIC X(14)  VALUE '  CEILING'.
           05  FILLER                 PIC X(10)  VALUE 'BY'.
           05  FILLER                 PIC X(14)  VALUE 'RESULT'.
       01  RPT-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-ACTION             PIC X.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  RPT-USERID             PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CHARGE-DEPT        PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-LIMIT              PIC Z(6)9.99.
           05  RPT-LIMIT-X  REDEFINES RPT-LIMIT
                                      PIC X(10).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-REQUESTED-BY       PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-RESULT             PIC X(40).
       01  RPT-FILE-HDR.
           05  FILLER                 PIC X(50) VALUE
               'AUTHORIZATIONS ON FILE AFTER MAINTENANCE'.
       01  RPT-FILE-HDR2.
           05  FILLER                 PIC X(10)  VALUE '  USER'.
           05  FILLER                 PIC X(10)  VALUE 'DEPT'.
           05  FILLER                 PIC X(14)  VALUE '   CEILING'.
           05  FILLER                 PIC X(10)  VALUE 'STATUS'.
           05  FILLER                 PIC X(12)  VALUE 'MAINTAINED'.
           05  FILLER                 PIC X(10)  VALUE 'BY'.
       01  RPT-FILE-DETAIL.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-FD-USERID          PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-FD-CHARGE-DEPT     PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-FD-LIMIT           PIC Z(6)9.99.
           05  RPT-FD-LIMIT-X  REDEFINES RPT-FD-LIMIT
                                      PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-FD-STATUS          PIC X(9).
           05  FILLER                 PIC X      VALUE SPACES.
           05  RPT-FD-MAINT-DATE      PIC X(8).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-FD-MAINT-BY        PIC X(8).
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER                 PIC X(13) VALUE 'CARDS READ: '.
           05  RPT-CARDS-READ         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE '  ADDED: '.
           05  RPT-ADDED              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  CHANGED: '.
           05  RPT-CHANGED            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  DELETED: '.
           05  RPT-DELETED            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  SUSPENDED: '.
           05  RPT-SUSPENDED          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE '  REINSTATED: '.
           05  RPT-REINSTATED         PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER                 PIC X(11) VALUE 'REJECTED: '.
           05  RPT-REJECTED           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(19) VALUE
                     '  RECORDS ON FILE: '.
           05  RPT-ON-FILE            PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'DFH0XAUM STARTED...'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-PROCESS-TXN-CARD THROUGH 100-EXIT
                   UNTIL WS-AUTHTXN-EOF = 'Y' .

           PERFORM 250-LIST-FILE THROUGH 250-EXIT.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REJECTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'DFH0XAUM ENDED - CARDS REJECTED = ' NUM-REJECTED.
           GOBACK .

      *        ***********************************************
      *          ONE AUTHTXN CARD PER CYCLE.  THE CARD IS
      *          VALIDATED, THE RECORD READ, AND THE ACTION
      *          APPLIED; EVERY CARD GETS A REPORT LINE.
      *        ***********************************************
       100-PROCESS-TXN-CARD.
           PERFORM 700-READ-TXN-FILE.
           IF WS-AUTHTXN-EOF = 'Y'
               GO TO 100-EXIT.
           IF TXN-RECORD(1:1) = '*'
              OR TXN-RECORD = SPACES
               GO TO 100-EXIT.
           ADD +1 TO NUM-CARDS-READ.
           MOVE TX-ACTION       TO RPT-ACTION.
           MOVE TX-USERID       TO RPT-USERID.
           MOVE TX-CHARGE-DEPT  TO RPT-CHARGE-DEPT.
           MOVE TX-REQUESTED-BY TO RPT-REQUESTED-BY.
           IF TX-LIMIT IS NUMERIC
               MOVE TX-LIMIT-NUM TO RPT-LIMIT
           ELSE
               MOVE TX-LIMIT TO RPT-LIMIT-X.
           IF NOT TX-ADD
              AND NOT TX-CHANGE
              AND NOT TX-DELETE
              AND NOT TX-SUSPEND
              AND NOT TX-REINSTATE
               MOVE 'REJECTED - ACTION NOT A/C/D/S/R' TO RPT-RESULT
               GO TO 190-REJECT-CARD.
           IF TX-USERID = SPACES
              OR TX-CHARGE-DEPT = SPACES
               MOVE 'REJECTED - USER AND DEPT REQUIRED' TO RPT-RESULT
               GO TO 190-REJECT-CARD.
           IF TX-REQUESTED-BY = SPACES
               MOVE 'REJECTED - REQUESTED-BY REQUIRED' TO RPT-RESULT
               GO TO 190-REJECT-CARD.
           IF (TX-ADD OR TX-CHANGE)
              AND TX-LIMIT IS NOT NUMERIC
               MOVE 'REJECTED - CEILING NOT NUMERIC' TO RPT-RESULT
               GO TO 190-REJECT-CARD.
           MOVE TX-USERID      TO CZ-USERID.
           MOVE TX-CHARGE-DEPT TO CZ-CHARGE-DEPT.
           READ CHGAUTH-FILE.
           IF WS-CHGAUTH-STATUS NOT = '00'
              AND WS-CHGAUTH-STATUS NOT = '23'
               DISPLAY 'ERROR ON CHGAUTH FILE READ.  CODE:'
                       WS-CHGAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'REJECTED - CHGAUTH READ ERROR' TO RPT-RESULT
               GO TO 190-REJECT-CARD.
           IF TX-ADD
               PERFORM 110-ADD-AUTHORIZATION THROUGH 110-EXIT
           ELSE
               PERFORM 120-UPDATE-AUTHORIZATION THROUGH 120-EXIT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           GO TO 100-EXIT.
       190-REJECT-CARD.
           ADD +1 TO NUM-REJECTED.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       100-EXIT.
           EXIT.

       110-ADD-AUTHORIZATION.
           IF WS-CHGAUTH-STATUS = '00'
               ADD +1 TO NUM-REJECTED
               MOVE 'REJECTED - ALREADY ON FILE' TO RPT-RESULT
               GO TO 110-EXIT.
           MOVE SPACES          TO CHGAUTH-RECORD.
           MOVE TX-USERID       TO CZ-USERID.
           MOVE TX-CHARGE-DEPT  TO CZ-CHARGE-DEPT.
           MOVE TX-LIMIT-NUM    TO CZ-ORDER-LIMIT.
           MOVE 'A'             TO CZ-STATUS.
           MOVE WS-RUN-DATE-YMD TO CZ-LAST-MAINT-DATE.
           MOVE TX-REQUESTED-BY TO CZ-LAST-MAINT-BY.
           WRITE CHGAUTH-RECORD.
           IF WS-CHGAUTH-STATUS NOT = '00'
               DISPLAY 'CHGAUTH WRITE ERROR RC=' WS-CHGAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               ADD +1 TO NUM-REJECTED
               MOVE 'REJECTED - CHGAUTH WRITE ERROR' TO RPT-RESULT
               GO TO 110-EXIT.
           ADD +1 TO NUM-ADDED.
           MOVE 'ADDED' TO RPT-RESULT.
       110-EXIT.
           EXIT.

       120-UPDATE-AUTHORIZATION.
           IF WS-CHGAUTH-STATUS = '23'
               ADD +1 TO NUM-REJECTED
               MOVE 'REJECTED - NOT ON FILE' TO RPT-RESULT
               GO TO 120-EXIT.
           IF TX-DELETE
               DELETE CHGAUTH-FILE
               IF WS-CHGAUTH-STATUS NOT = '00'
                   DISPLAY 'CHGAUTH DELETE ERROR RC='
                           WS-CHGAUTH-STATUS
                   MOVE 16 TO RETURN-CODE
                   ADD +1 TO NUM-REJECTED
                   MOVE 'REJECTED - CHGAUTH DELETE ERROR'
                        TO RPT-RESULT
               ELSE
                   ADD +1 TO NUM-DELETED
                   MOVE 'DELETED' TO RPT-RESULT
               END-IF
               GO TO 120-EXIT.
           IF TX-CHANGE
               MOVE TX-LIMIT-NUM TO CZ-ORDER-LIMIT
               ADD +1 TO NUM-CHANGED
               MOVE 'CEILING CHANGED' TO RPT-RESULT.
           IF TX-SUSPEND
               IF CZ-SUSPENDED
                   ADD +1 TO NUM-REJECTED
                   MOVE 'REJECTED - ALREADY SUSPENDED' TO RPT-RESULT
                   GO TO 120-EXIT
               END-IF
               MOVE 'S' TO CZ-STATUS
               ADD +1 TO NUM-SUSPENDED
               MOVE 'SUSPENDED' TO RPT-RESULT.
           IF TX-REINSTATE
               IF CZ-ACTIVE
                   ADD +1 TO NUM-REJECTED
                   MOVE 'REJECTED - ALREADY ACTIVE' TO RPT-RESULT
                   GO TO 120-EXIT
               END-IF
               MOVE 'A' TO CZ-STATUS
               ADD +1 TO NUM-REINSTATED
               MOVE 'REINSTATED' TO RPT-RESULT.
           MOVE WS-RUN-DATE-YMD TO CZ-LAST-MAINT-DATE.
           MOVE TX-REQUESTED-BY TO CZ-LAST-MAINT-BY.
           REWRITE CHGAUTH-RECORD.
           IF WS-CHGAUTH-STATUS NOT = '00'
               DISPLAY 'CHGAUTH REWRITE ERROR RC=' WS-CHGAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'REWRITE FAILED - NOT APPLIED' TO RPT-RESULT.
       120-EXIT.
           EXIT.

      *        ***********************************************
      *          LIST THE FILE AS IT NOW STANDS, IN KEY ORDER
      *          (USER, THEN DEPARTMENT).
      *        ***********************************************
       250-LIST-FILE.
           IF WS-CHGAUTH-EOF = 'Y'
               GO TO 250-EXIT.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-FILE-HDR.
           WRITE REPORT-RECORD FROM RPT-FILE-HDR2.
           MOVE LOW-VALUES TO CZ-KEY.
           START CHGAUTH-FILE KEY IS NOT LESS THAN CZ-KEY.
           IF WS-CHGAUTH-STATUS NOT = '00'
               GO TO 250-EXIT.
           MOVE 'N' TO WS-CHGAUTH-EOF.
           PERFORM 260-LIST-ONE-RECORD THROUGH 260-EXIT
                   UNTIL WS-CHGAUTH-EOF = 'Y'.
       250-EXIT.
           EXIT.

       260-LIST-ONE-RECORD.
           READ CHGAUTH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CHGAUTH-EOF.
           IF WS-CHGAUTH-EOF = 'Y'
               GO TO 260-EXIT.
           IF WS-CHGAUTH-STATUS NOT = '00'
               DISPLAY 'ERROR ON CHGAUTH FILE READ.  CODE:'
                       WS-CHGAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CHGAUTH-EOF
               GO TO 260-EXIT.
           ADD +1 TO NUM-ON-FILE.
           MOVE CZ-USERID          TO RPT-FD-USERID.
           MOVE CZ-CHARGE-DEPT     TO RPT-FD-CHARGE-DEPT.
           IF CZ-ORDER-LIMIT = 0
               MOVE '      NONE' TO RPT-FD-LIMIT-X
           ELSE
               MOVE CZ-ORDER-LIMIT TO RPT-FD-LIMIT.
           IF CZ-ACTIVE
               MOVE 'ACTIVE'    TO RPT-FD-STATUS
           ELSE
               MOVE 'SUSPENDED' TO RPT-FD-STATUS.
           MOVE CZ-LAST-MAINT-DATE TO RPT-FD-MAINT-DATE.
           MOVE CZ-LAST-MAINT-BY   TO RPT-FD-MAINT-BY.
           WRITE REPORT-RECORD FROM RPT-FILE-DETAIL.
       260-EXIT.
           EXIT.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-CARDS-READ  TO RPT-CARDS-READ.
           MOVE NUM-ADDED       TO RPT-ADDED.
           MOVE NUM-CHANGED     TO RPT-CHANGED.
           MOVE NUM-DELETED     TO RPT-DELETED.
           MOVE NUM-SUSPENDED   TO RPT-SUSPENDED.
           MOVE NUM-REINSTATED  TO RPT-REINSTATED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-REJECTED    TO RPT-REJECTED.
           MOVE NUM-ON-FILE     TO RPT-ON-FILE.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.

       700-READ-TXN-FILE.
           READ TXN-FILE
             AT END MOVE 'Y' TO WS-AUTHTXN-EOF .
           IF WS-AUTHTXN-STATUS NOT = '00'
              AND WS-AUTHTXN-STATUS NOT = '04'
              AND WS-AUTHTXN-STATUS NOT = '10'
               DISPLAY 'ERROR ON AUTHTXN FILE READ.  CODE:'
                       WS-AUTHTXN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-AUTHTXN-EOF.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-YMD TO RPT-HDR-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       900-OPEN-FILES.
           OPEN INPUT    TXN-FILE
                I-O      CHGAUTH-FILE
                OUTPUT   REPORT-FILE .
           IF WS-AUTHTXN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING AUTHTXN FILE. RC:'
                     WS-AUTHTXN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-AUTHTXN-EOF.
           IF WS-CHGAUTH-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CHGAUTH FILE. RC:'
                     WS-CHGAUTH-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-AUTHTXN-EOF
             MOVE 'Y' TO WS-CHGAUTH-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING AUMRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-AUTHTXN-EOF
             MOVE 'Y' TO WS-CHGAUTH-EOF.

       905-CLOSE-FILES.
           CLOSE TXN-FILE .
           CLOSE CHGAUTH-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM DFH0XAUM
