      *****************************************************
      * PROGRAM:  FRNDBNC1                                *
      *                                                    *
      * UNDELIVERABLE-EMAIL BOUNCE FEED PROCESSING FOR     *
      * IBMUSER.FRIENDZ                                    *
      *                                                    *
      * THE MAIL GATEWAY WRITES A DAILY FILE OF ADDRESSES  *
      * THAT BOUNCED, BUT NOTHING EVER MATCHED IT BACK TO  *
      * FRIENDZ, SO DEAD EMAIL VALUES STAYED ON THE TABLE  *
      * FOREVER.  RUN DAILY AFTER THE FEED ARRIVES, THIS   *
      * JOB:                                               *
      *   - FINDS THE FRIENDZ ROWS HOLDING EACH BOUNCED    *
      *     ADDRESS (COMPARED WITHOUT REGARD TO CASE),     *
      *   - COUNTS THE BOUNCE AGAINST THE ADDRESS ON THE   *
      *     FRIENDZ_BOUNCE TRACKING TABLE, SO THE COUNT    *
      *     BUILDS UP ACROSS RUNS,                         *
      *   - ONCE THE ADDRESS REACHES THE HARD-BOUNCE       *
      *     THRESHOLD, SETS EMAIL_STATUS = 'U' (UNDELIVER- *
      *     ABLE) ON EVERY FRIENDZ ROW HOLDING IT AND      *
      *     WRITES A FRIENDZ_AUDIT ROW FOR EACH (OLD_EMAIL *
      *     = THE ADDRESS, NEW_PHONE = *BOUNCED*, THE SAME *
      *     MARKER CONVENTION AS PHONEC1'S *DELETED*), AND *
      *   - REPORTS EVERY BOUNCE AND WHAT WAS DONE.        *
      *                                                    *
      * PHONEQ1'S READ ACTION RETURNS EMAIL_STATUS, AND    *
      * PHONEC1'S EMAIL UPDATE CLEARS IT, SO A CORRECTED   *
      * ADDRESS STARTS OUT DELIVERABLE AGAIN.  ADDRESSES   *
      * NO FRIENDZ ROW HOLDS ARE REPORTED BUT NOT TRACKED. *
      *                                                    *
      * BOUNCES FEED: ONE ADDRESS PER RECORD               *
      *   COLS  1-60  BOUNCED ADDRESS (REST IS GATEWAY     *
      *               DIAGNOSTIC TEXT, NOT USED HERE)      *
      * BNCCTL CONTROL CARD (OPTIONAL):                    *
      *   THRESHOLD=NN  BOUNCES BEFORE AN ADDRESS IS       *
      *                 FLAGGED (DEFAULT 03)               *
      *                                                    *
      * WORK IS COMMITTED EVERY 100 BOUNCES AND AT THE     *
      * END. ANY SQL ERROR -- A FLAG WITH NO AUDIT ROW     *
      * INCLUDED -- STOPS THE RUN RC 16 AND ROLLS BACK THE *
      * WORK SINCE THE LAST COMMIT, SO NO ROW IS LEFT      *
      * FLAGGED WITHOUT ITS AUDIT.                         *
      *                                                    *
      * TABLES (DDL FOR REFERENCE):                        *
      *   CREATE TABLE IBMUSER.FRIENDZ_BOUNCE              *
      *     (EMAIL           CHAR(30) NOT NULL PRIMARY KEY,*
      *      BOUNCE_COUNT    INTEGER  NOT NULL,            *
      *      FIRST_BOUNCE_AT TIMESTAMP,                    *
      *      LAST_BOUNCE_AT  TIMESTAMP)                    *
      *   ALTER TABLE IBMUSER.FRIENDZ                      *
      *     ADD EMAIL_STATUS CHAR(1) NOT NULL WITH DEFAULT *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRNDBNC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOUNCE-FILE   ASSIGN TO BOUNCES
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BOUNCE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO BNCCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO BNCRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOUNCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  BOUNCE-RECORD.
           05  BNC-ADDRESS.
               10  BNC-ADDRESS-30     PIC X(30).
               10  BNC-ADDRESS-REST   PIC X(30).
           05  FILLER                 PIC X(20).

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
       01  WS-BOUNCE-STATUS           PIC XX  VALUE '00'.
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-BOUNCE-EOF              PIC X   VALUE 'N'.
       01  WS-FLAG-CURSOR-EOF         PIC X   VALUE 'N'.
      *
       01  WORK-VARIABLES.
           05  NUM-BOUNCES-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BOUNCES-TRACKED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-IN-FRIENDZ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ROWS-FLAGGED      PIC S9(9)   COMP-3  VALUE +0.
           05  WS-THRESHOLD          PIC S9(4)   COMP    VALUE +3.
           05  WS-COMMIT-INTERVAL    PIC S9(4)   COMP    VALUE +100.
           05  WS-BOUNCES-SINCE-COMMIT PIC S9(4) COMP    VALUE +0.
           05  WS-DISPOSITION        PIC X(24)          VALUE SPACES.
      *
      *        ***********************************
      *          HOST VARIABLES
      *        ***********************************
       01  HV-BOUNCE-EMAIL           PIC X(30).
       01  HV-BOUNCE-COUNT           PIC S9(9)   COMP-5 VALUE 0.
       01  HV-HOLDER-COUNT           PIC S9(9)   COMP-5 VALUE 0.
       01  FRIENDZ-ROW.
           05  HV-FNAME              PIC X(10).
           05  HV-LNAME              PIC X(10).
           05  HV-PHONE              PIC X(10).
           05  HV-EMAIL              PIC X(30).
       01  BOUNCED-MARK              PIC X(10) VALUE '*BOUNCED*'.
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *        ROWS HOLDING THE BOUNCED ADDRESS THAT ARE NOT
      *        ALREADY FLAGGED
       EXEC SQL DECLARE FLAG-CURSOR CURSOR FOR
           SELECT FNAME, LNAME, PHONE, EMAIL
             FROM IBMUSER.FRIENDZ
            WHERE UPPER(EMAIL) = :HV-BOUNCE-EMAIL
              AND EMAIL_STATUS <> 'U'
              FOR UPDATE OF EMAIL_STATUS
       END-EXEC.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(44)
               VALUE 'FRIENDZ EMAIL BOUNCE PROCESSING REPORT'.
           05  FILLER                 PIC X(12) VALUE 'THRESHOLD: '.
           05  RPT-THRESHOLD          PIC Z9.
       01  RPT-HEADER2.
           05  FILLER PIC X(31) VALUE 'BOUNCED ADDRESS'.
           05  FILLER PIC X(8)  VALUE 'BOUNCES'.
           05  FILLER PIC X(22) VALUE 'NAME'.
           05  FILLER PIC X(24) VALUE 'DISPOSITION'.
       01  RPT-DETAIL.
           05  RPT-ADDRESS            PIC X(30).
           05  FILLER                 PIC X      VALUE ' '.
           05  RPT-BOUNCES            PIC ZZZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-FNAME              PIC X(10).
           05  FILLER                 PIC X      VALUE '/'.
           05  RPT-LNAME              PIC X(10).
           05  FILLER                 PIC X      VALUE ' '.
           05  RPT-DISPOSITION        PIC X(24).
           05  FILLER                 PIC X(47)  VALUE SPACES.
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY1.
           05  FILLER             PIC X(20) VALUE 'BOUNCES READ:     '.
           05  RPT-BOUNCES-READ       PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER             PIC X(20) VALUE 'BOUNCES TRACKED:  '.
           05  RPT-BOUNCES-TRACKED    PIC ZZZ,ZZ9.
       01  RPT-SUMMARY3.
           05  FILLER             PIC X(20) VALUE 'NOT IN FRIENDZ:   '.
           05  RPT-NOT-IN-FRIENDZ     PIC ZZZ,ZZ9.
       01  RPT-SUMMARY4.
           05  FILLER             PIC X(20) VALUE 'ROWS FLAGGED:     '.
           05  RPT-ROWS-FLAGGED       PIC ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'FRNDBNC1 STARTED...'.
           PERFORM 850-READ-CONTROL-CARD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-PROCESS-ONE-BOUNCE THROUGH 100-EXIT
                   UNTIL WS-BOUNCE-EOF = 'Y'.

           IF RETURN-CODE < 16
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'FRNDBNC1 ROLLED BACK TO THE LAST COMMIT'.
           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'FRNDBNC1 ENDED - ROWS FLAGGED = '
                   NUM-ROWS-FLAGGED.
           GOBACK .

       100-PROCESS-ONE-BOUNCE.
           READ BOUNCE-FILE
             AT END MOVE 'Y' TO WS-BOUNCE-EOF.
           IF WS-BOUNCE-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-BOUNCE-STATUS NOT = '00'
               DISPLAY 'FRNDBNC1 BOUNCES READ ERROR. RC:'
                       WS-BOUNCE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-BOUNCE-EOF
               GO TO 100-EXIT.
           IF BNC-ADDRESS = SPACES
               GO TO 100-EXIT.
           ADD +1 TO NUM-BOUNCES-READ.
           MOVE BNC-ADDRESS-30 TO HV-BOUNCE-EMAIL.
           INSPECT HV-BOUNCE-EMAIL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO HV-BOUNCE-COUNT.
           MOVE SPACES TO HV-FNAME HV-LNAME.
      *    An address longer than the EMAIL column cannot be on
      *    FRIENDZ, whatever its first 30 characters say.
           IF BNC-ADDRESS-REST NOT = SPACES
               MOVE 0 TO HV-HOLDER-COUNT
           ELSE
               EXEC SQL SELECT COUNT(*)
                    INTO :HV-HOLDER-COUNT
                    FROM IBMUSER.FRIENDZ
                    WHERE UPPER(EMAIL) = :HV-BOUNCE-EMAIL END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'FRNDBNC1 FRIENDZ COUNT ERROR:' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-BOUNCE-EOF
                   GO TO 100-EXIT.
           IF HV-HOLDER-COUNT = 0
               ADD +1 TO NUM-NOT-IN-FRIENDZ
               MOVE 'NOT IN FRIENDZ' TO WS-DISPOSITION
               PERFORM 250-WRITE-DETAIL
               GO TO 100-EXIT.
           PERFORM 200-COUNT-BOUNCE.
           IF WS-BOUNCE-EOF = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-BOUNCES-TRACKED.
           IF HV-BOUNCE-COUNT < WS-THRESHOLD
               MOVE 'COUNTED' TO WS-DISPOSITION
               PERFORM 250-WRITE-DETAIL
           ELSE
               PERFORM 210-FLAG-UNDELIVERABLE THROUGH 210-EXIT.
           ADD +1 TO WS-BOUNCES-SINCE-COMMIT.
           IF WS-BOUNCES-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
              AND RETURN-CODE < 16
               EXEC SQL COMMIT WORK END-EXEC
               MOVE +0 TO WS-BOUNCES-SINCE-COMMIT.
       100-EXIT.
           EXIT.

      *****************************************************
      * ADDS THIS BOUNCE TO THE ADDRESS'S RUNNING COUNT,   *
      * STARTING THE COUNT AT 1 THE FIRST TIME THE ADDRESS *
      * BOUNCES, AND READS BACK THE NEW TOTAL              *
      *****************************************************
       200-COUNT-BOUNCE.
           EXEC SQL UPDATE IBMUSER.FRIENDZ_BOUNCE
                SET   BOUNCE_COUNT   = BOUNCE_COUNT + 1,
                      LAST_BOUNCE_AT = CURRENT TIMESTAMP
                WHERE EMAIL = :HV-BOUNCE-EMAIL END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.FRIENDZ_BOUNCE
                    (EMAIL, BOUNCE_COUNT, FIRST_BOUNCE_AT,
                     LAST_BOUNCE_AT)
                    VALUES (:HV-BOUNCE-EMAIL, 1, CURRENT TIMESTAMP,
                            CURRENT TIMESTAMP) END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'FRNDBNC1 BOUNCE COUNT ERROR:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-BOUNCE-EOF
           ELSE
               EXEC SQL SELECT BOUNCE_COUNT
                    INTO :HV-BOUNCE-COUNT
                    FROM IBMUSER.FRIENDZ_BOUNCE
                    WHERE EMAIL = :HV-BOUNCE-EMAIL END-EXEC.

      *****************************************************
      * THE ADDRESS HAS REACHED THE THRESHOLD: EVERY ROW   *
      * STILL HOLDING IT UNFLAGGED IS MARKED UNDELIVERABLE *
      * AND AUDITED.  ROWS FLAGGED ON AN EARLIER RUN ARE   *
      * LEFT ALONE.                                        *
      *****************************************************
       210-FLAG-UNDELIVERABLE.
           MOVE 'N' TO WS-FLAG-CURSOR-EOF.
           EXEC SQL OPEN FLAG-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'FRNDBNC1 FLAG CURSOR OPEN ERROR:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-BOUNCE-EOF
               GO TO 210-EXIT.
           PERFORM 220-FLAG-ONE-ROW
               UNTIL WS-FLAG-CURSOR-EOF = 'Y'.
           EXEC SQL CLOSE FLAG-CURSOR END-EXEC.
           IF HV-FNAME = SPACES
               MOVE 'ALREADY FLAGGED' TO WS-DISPOSITION
               PERFORM 250-WRITE-DETAIL.
       210-EXIT.
           EXIT.

       220-FLAG-ONE-ROW.
           EXEC SQL FETCH FLAG-CURSOR
               INTO :HV-FNAME, :HV-LNAME, :HV-PHONE, :HV-EMAIL
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO WS-FLAG-CURSOR-EOF
           ELSE
           IF SQLCODE NOT = ZERO
               DISPLAY 'FRNDBNC1 FLAG FETCH ERROR:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FLAG-CURSOR-EOF
               MOVE 'Y' TO WS-BOUNCE-EOF
           ELSE
               EXEC SQL UPDATE IBMUSER.FRIENDZ
                    SET   EMAIL_STATUS = 'U'
                    WHERE CURRENT OF FLAG-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'FRNDBNC1 FLAG UPDATE ERROR:' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-FLAG-CURSOR-EOF
                   MOVE 'Y' TO WS-BOUNCE-EOF
               ELSE
                   EXEC SQL INSERT INTO IBMUSER.FRIENDZ_AUDIT
                        (FNAME, LNAME, OLD_PHONE, NEW_PHONE,
                         OLD_EMAIL, CHANGED_BY, CHANGED_AT)
                        VALUES (:HV-FNAME, :HV-LNAME, :HV-PHONE,
                                :BOUNCED-MARK, :HV-EMAIL,
                                USER, CURRENT TIMESTAMP) END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'FRNDBNC1 AUDIT INSERT ERROR:' SQLCODE
                   END-IF
                   IF SQLCODE < ZERO
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-FLAG-CURSOR-EOF
                       MOVE 'Y' TO WS-BOUNCE-EOF
                   ELSE
                       ADD +1 TO NUM-ROWS-FLAGGED
                       MOVE 'FLAGGED UNDELIVERABLE' TO WS-DISPOSITION
                       PERFORM 250-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF
           END-IF.

       250-WRITE-DETAIL.
           MOVE BNC-ADDRESS-30    TO RPT-ADDRESS.
           MOVE HV-BOUNCE-COUNT   TO RPT-BOUNCES.
           MOVE HV-FNAME          TO RPT-FNAME.
           MOVE HV-LNAME          TO RPT-LNAME.
           MOVE WS-DISPOSITION    TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-BOUNCES-READ    TO RPT-BOUNCES-READ.
           WRITE REPORT-RECORD FROM RPT-SUMMARY1.
           MOVE NUM-BOUNCES-TRACKED TO RPT-BOUNCES-TRACKED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.
           MOVE NUM-NOT-IN-FRIENDZ  TO RPT-NOT-IN-FRIENDZ.
           WRITE REPORT-RECORD FROM RPT-SUMMARY3.
           MOVE NUM-ROWS-FLAGGED    TO RPT-ROWS-FLAGGED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY4.

       800-INIT-REPORT.
           MOVE WS-THRESHOLD TO RPT-THRESHOLD.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

      *    ---------------------------------------------------------
      *    The BNCCTL DD is optional -- absent, or holding anything
      *    but a usable THRESHOLD= card, the default of 3 applies.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             READ CONTROL-CARD-FILE
             IF WS-CONTROL-STATUS = '00'
                AND CONTROL-CARD-RECORD(1:10) = 'THRESHOLD='
                AND CONTROL-CARD-RECORD(11:2) IS NUMERIC
                AND CONTROL-CARD-RECORD(11:2) NOT = '00'
               MOVE CONTROL-CARD-RECORD(11:2) TO WS-THRESHOLD
             END-IF
             CLOSE CONTROL-CARD-FILE
           END-IF.
           DISPLAY 'FRNDBNC1 HARD-BOUNCE THRESHOLD = ' WS-THRESHOLD.

       900-OPEN-FILES.
           OPEN INPUT  BOUNCE-FILE.
           IF WS-BOUNCE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING BOUNCES FILE. RC:'
                     WS-BOUNCE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-BOUNCE-EOF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING BNCRPT FILE. RC:'
                     WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-BOUNCE-EOF.

       905-CLOSE-FILES.
           CLOSE BOUNCE-FILE.
           CLOSE REPORT-FILE.

      * END OF PROGRAM FRNDBNC1
