      ****************************************************************
      * PROGRAM:  PRVCHK1
      *           Provider validation pass over TRMTDATA, OUTPDATA
      *           and PATMSTR
      *
      * With the PROVMSTR provider master in place (see PROVMSTC
      * and its PRVMNT1 maintenance batch) this pass checks every
      * provider id the deck carries against it:
      *
      *   TRMTDATA - ATTENDING-PHYS-ID, PRESCRIBING-PHYS-ID and each
      *              lab line's prescribing physician (physician
      *              slots); SUPERVISOR-NURSE-ID and
      *              TREATMENT-NURSE-ID (nurse slots)
      *   OUTPDATA - the visit's attending physician
      *   PATMSTR  - the patient's PRIMARY-CARE-PHYSICIAN-ID
      *
      * and lists:
      *
      *   UNKNOWN PROVIDER  - the id is not on the master
      *   OUTSIDE ROLE      - the master's role is not the slot's
      *                       (a nurse id in a physician slot, or
      *                       the reverse)
      *   LICENCE EXPIRED   - the treatment or visit is dated after
      *                       the provider's licence expiry
      *                       (PATMSTR carries no date of care, so
      *                       its primary-care physician is checked
      *                       for the first two only)
      *
      * Each finding is listed with its source file, patient,
      * date, slot and provider; totals close the report.  Trailer
      * records pass through unexamined.
      *
      * RC 4 - provider exceptions were found
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVCHK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRMTDATA-FILE ASSIGN TO UT-S-TRMTDATA
               FILE STATUS  IS  WS-TRMTDATA-STATUS.

           SELECT OUTPDATA-FILE ASSIGN TO UT-S-OUTPDATA
               FILE STATUS  IS  WS-OUTPDATA-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS SEQUENTIAL
                  RECORD KEY   IS PATIENT-KEY
                  FILE STATUS  IS WS-PATMSTR-STATUS.

           SELECT PROVIDER-FILE ASSIGN TO PROVMSTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PROVMSTR-STATUS.

           SELECT REPORT-FILE  ASSIGN TO PRVCRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TRMTDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRMTDATA-REC-DATA          PIC X(1101).

       FD  OUTPDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  OUTPDATA-REC-DATA          PIC X(150).

       FD  PATMSTR-FILE
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
      *        the field this pass needs, at its offset in the
      *        PATIENT-MASTER-REC image TESTDATA writes
           05 FILLER           PIC X(68).
           05 PAT-PCP-ID       PIC X(07).
           05 PAT-PCP-ID-N     PIC X(01).
           05 FILLER           PIC X(2882).

       FD  PROVIDER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PROVMSTC REPLACING ==:TAG:== BY ==PRV==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-TRMTDATA-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-OUTPDATA-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PATMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PROVMSTR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TRMTDATA-EOF         PIC X     VALUE 'N'.
           05  WS-OUTPDATA-EOF         PIC X     VALUE 'N'.
           05  WS-PATMSTR-EOF          PIC X     VALUE 'N'.
           05  WS-PROVMSTR-EOF         PIC X     VALUE 'N'.
      *
      *        the provider slot being checked
           05  WS-PROV-ID              PIC X(8)  VALUE SPACES.
           05  WS-SLOT-ROLE            PIC X(4)  VALUE SPACES.
           05  WS-SLOT-NAME            PIC X(11) VALUE SPACES.
           05  WS-SOURCE               PIC X(4)  VALUE SPACES.
           05  WS-PATIENT-ID           PIC X(6)  VALUE SPACES.
           05  WS-CARE-DATE-MDY        PIC X(8)  VALUE SPACES.
           05  WS-CARE-DATE-YMD        PIC 9(8)  VALUE ZERO.
           05  WS-LAB-SUB              PIC S9(4) COMP    VALUE +0.
      *
       COPY TREATMNT.
      *
       COPY OUTPVST.
      *
       01  PROVIDER-TABLE-CONTROLS.
           05  PRV-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-PRV-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-PRV-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  PROVIDER-TABLE.
           05  PRV-ENTRY  OCCURS 200 TIMES.
               10  PRV-ENT-ID            PIC X(8).
               10  PRV-ENT-ROLE          PIC X(4).
               10  PRV-ENT-EXPIRY        PIC 9(8).
      *
       01  RECORD-COUNTERS.
           05  NUM-TREATMENTS-READ   PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-VISITS-READ       PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-PATIENTS-READ     PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-SLOTS-CHECKED     PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-UNKNOWN           PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-OUTSIDE-ROLE      PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-LICENCE-EXPIRED   PIC S9(9)    COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'PROVIDER CREDENTIAL VALIDATION REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(5)  VALUE 'FILE '.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(9)  VALUE 'DATE     '.
           05  FILLER  PIC X(12) VALUE 'SLOT        '.
           05  FILLER  PIC X(9)  VALUE 'PROVIDER '.
           05  FILLER  PIC X(5)  VALUE 'ROLE '.
           05  FILLER  PIC X(9)  VALUE 'LIC-EXP  '.
           05  FILLER  PIC X(20) VALUE 'FINDING'.
           05  FILLER  PIC X(55) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-SOURCE            PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC XX    VALUE SPACES.
           05  RPT-CARE-DATE         PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-SLOT              PIC X(11).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PROV-ID           PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PROV-ROLE         PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-LIC-EXPIRY        PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-FINDING           PIC X(20).
           05  FILLER                PIC X(55) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'PRVCHK1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 860-LOAD-PROVIDERS THROUGH 860-EXIT
               UNTIL WS-PROVMSTR-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.
           PERFORM 100-CHECK-TREATMENT THROUGH 100-EXIT
               UNTIL WS-TRMTDATA-EOF = 'Y'.
           PERFORM 110-CHECK-VISIT THROUGH 110-EXIT
               UNTIL WS-OUTPDATA-EOF = 'Y'.
           PERFORM 120-CHECK-PATIENT THROUGH 120-EXIT
               UNTIL WS-PATMSTR-EOF = 'Y'.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-UNKNOWN > 0 OR NUM-OUTSIDE-ROLE > 0
              OR NUM-LICENCE-EXPIRED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           DISPLAY 'PRVCHK1 ENDED - UNKNOWN = ' NUM-UNKNOWN
                   ' OUTSIDE ROLE = ' NUM-OUTSIDE-ROLE
                   ' LICENCE EXPIRED = ' NUM-LICENCE-EXPIRED.
           GOBACK .

       100-CHECK-TREATMENT.
           READ TRMTDATA-FILE
             AT END MOVE 'Y' TO WS-TRMTDATA-EOF .
           IF WS-TRMTDATA-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-TRMTDATA-STATUS NOT = '00'
              AND WS-TRMTDATA-STATUS NOT = '04'
               DISPLAY 'TRMTDATA READ ERROR RC=' WS-TRMTDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRMTDATA-EOF
               GO TO 100-EXIT.
           MOVE TRMTDATA-REC-DATA TO INPATIENT-TREATMENT-REC.
           IF TRAILER-REC
               GO TO 100-EXIT.
           ADD +1 TO NUM-TREATMENTS-READ.
           MOVE 'TRMT'          TO WS-SOURCE.
           MOVE PATIENT-ID-T    TO WS-PATIENT-ID.
           MOVE TREATMENT-DATE  TO WS-CARE-DATE-MDY.
           PERFORM 130-CONVERT-CARE-DATE THROUGH 130-DONE.
           MOVE ATTENDING-PHYS-ID   TO WS-PROV-ID(1:7).
           MOVE ATTENDING-PHYS-ID-N TO WS-PROV-ID(8:1).
           MOVE 'PHYS'              TO WS-SLOT-ROLE.
           MOVE 'ATTENDING'         TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
           MOVE PRESCRIBING-PHYS-ID   TO WS-PROV-ID(1:7).
           MOVE PRESCRIBING-PHYS-ID-N TO WS-PROV-ID(8:1).
           MOVE 'PHYS'                TO WS-SLOT-ROLE.
           MOVE 'PRESCRIBING'         TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
           MOVE SUPERVISOR-NURSE-ID   TO WS-PROV-ID(1:7).
           MOVE SUPERVISOR-NURSE-ID-N TO WS-PROV-ID(8:1).
           MOVE 'NURS'                TO WS-SLOT-ROLE.
           MOVE 'SUPERVISOR'          TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
           MOVE TREATMENT-NURSE-ID    TO WS-PROV-ID(1:7).
           MOVE TREATMENT-NURSE-ID-N  TO WS-PROV-ID(8:1).
           MOVE 'NURS'                TO WS-SLOT-ROLE.
           MOVE 'NURSE'               TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
           PERFORM 150-CHECK-LAB-ORDER THROUGH 150-DONE
               VARYING WS-LAB-SUB FROM 1 BY 1
               UNTIL WS-LAB-SUB > 12.
       100-EXIT.
           EXIT.

       110-CHECK-VISIT.
           READ OUTPDATA-FILE
             AT END MOVE 'Y' TO WS-OUTPDATA-EOF .
           IF WS-OUTPDATA-EOF = 'Y'
               GO TO 110-EXIT.
           IF WS-OUTPDATA-STATUS NOT = '00'
              AND WS-OUTPDATA-STATUS NOT = '04'
               DISPLAY 'OUTPDATA READ ERROR RC=' WS-OUTPDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OUTPDATA-EOF
               GO TO 110-EXIT.
           MOVE OUTPDATA-REC-DATA TO OUTPATIENT-VISIT-REC.
           IF VISIT-TRAILER-REC
               GO TO 110-EXIT.
           ADD +1 TO NUM-VISITS-READ.
           MOVE 'OUTP'          TO WS-SOURCE.
           MOVE PATIENT-ID-V    TO WS-PATIENT-ID.
           MOVE VISIT-DATE      TO WS-CARE-DATE-MDY.
           PERFORM 130-CONVERT-CARE-DATE THROUGH 130-DONE.
           MOVE ATTENDING-PHYS-ID-V   TO WS-PROV-ID(1:7).
           MOVE ATTENDING-PHYS-ID-V-N TO WS-PROV-ID(8:1).
           MOVE 'PHYS'                TO WS-SLOT-ROLE.
           MOVE 'ATTENDING'           TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
       110-EXIT.
           EXIT.

       120-CHECK-PATIENT.
           READ PATMSTR-FILE
             AT END MOVE 'Y' TO WS-PATMSTR-EOF .
           IF WS-PATMSTR-EOF = 'Y'
               GO TO 120-EXIT.
           IF WS-PATMSTR-STATUS NOT = '00'
              AND WS-PATMSTR-STATUS NOT = '04'
               DISPLAY 'PATMSTR READ ERROR RC=' WS-PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATMSTR-EOF
               GO TO 120-EXIT.
           ADD +1 TO NUM-PATIENTS-READ.
           MOVE 'PATM'          TO WS-SOURCE.
           MOVE PATIENT-KEY     TO WS-PATIENT-ID.
           MOVE SPACES          TO WS-CARE-DATE-MDY.
           MOVE ZERO            TO WS-CARE-DATE-YMD.
           MOVE PAT-PCP-ID      TO WS-PROV-ID(1:7).
           MOVE PAT-PCP-ID-N    TO WS-PROV-ID(8:1).
           MOVE 'PHYS'          TO WS-SLOT-ROLE.
           MOVE 'PRIMARY'       TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
       120-EXIT.
           EXIT.

      *    the file carries the date as MMDDYYYY; a date that will
      *    not convert leaves the licence-expiry test alone
       130-CONVERT-CARE-DATE.
           MOVE ZERO TO WS-CARE-DATE-YMD.
           IF WS-CARE-DATE-MDY NOT NUMERIC
               GO TO 130-DONE.
           IF WS-CARE-DATE-MDY(1:2) < '01'
              OR WS-CARE-DATE-MDY(1:2) > '12'
              OR WS-CARE-DATE-MDY(3:2) < '01'
              OR WS-CARE-DATE-MDY(3:2) > '31'
               GO TO 130-DONE.
           MOVE WS-CARE-DATE-MDY(5:4) TO WS-CARE-DATE-YMD(1:4).
           MOVE WS-CARE-DATE-MDY(1:2) TO WS-CARE-DATE-YMD(5:2).
           MOVE WS-CARE-DATE-MDY(3:2) TO WS-CARE-DATE-YMD(7:2).
       130-DONE.
           CONTINUE.

      *    the lab line's prescribing physician ordered the test
       150-CHECK-LAB-ORDER.
           IF LAB-TEST-ID(WS-LAB-SUB) = SPACES
               GO TO 150-DONE.
           MOVE PRESCRIBING-PHYS(WS-LAB-SUB)   TO WS-PROV-ID(1:7).
           MOVE PRESCRIBING-PHYS-N(WS-LAB-SUB) TO WS-PROV-ID(8:1).
           MOVE 'PHYS'                         TO WS-SLOT-ROLE.
           MOVE 'LAB ORDER'                    TO WS-SLOT-NAME.
           PERFORM 200-CHECK-PROVIDER THROUGH 200-EXIT.
       150-DONE.
           CONTINUE.

      *    ---------------------------------------------------------
      *    One provider slot: on the master, in the slot's role,
      *    and licensed on the day of care.  The first failure is
      *    the one reported.
      *    ---------------------------------------------------------
       200-CHECK-PROVIDER.
           ADD +1 TO NUM-SLOTS-CHECKED.
           MOVE +0 TO WS-PRV-FOUND-IDX.
           PERFORM 210-FIND-PROVIDER-ENTRY
               VARYING WS-PRV-SUB FROM 1 BY 1
               UNTIL WS-PRV-SUB > PRV-ENTRIES-USED
                  OR WS-PRV-FOUND-IDX > 0.
           IF WS-PRV-FOUND-IDX = 0
               ADD +1 TO NUM-UNKNOWN
               MOVE SPACES TO RPT-PROV-ROLE
               MOVE SPACES TO RPT-LIC-EXPIRY
               MOVE 'UNKNOWN PROVIDER' TO RPT-FINDING
               PERFORM 250-WRITE-EXCEPTION
               GO TO 200-EXIT.
           MOVE PRV-ENT-ROLE(WS-PRV-FOUND-IDX)   TO RPT-PROV-ROLE.
           MOVE PRV-ENT-EXPIRY(WS-PRV-FOUND-IDX) TO RPT-LIC-EXPIRY.
           IF PRV-ENT-ROLE(WS-PRV-FOUND-IDX) NOT = WS-SLOT-ROLE
               ADD +1 TO NUM-OUTSIDE-ROLE
               MOVE 'OUTSIDE ROLE' TO RPT-FINDING
               PERFORM 250-WRITE-EXCEPTION
               GO TO 200-EXIT.
           IF WS-CARE-DATE-YMD > ZERO
              AND WS-CARE-DATE-YMD > PRV-ENT-EXPIRY(WS-PRV-FOUND-IDX)
               ADD +1 TO NUM-LICENCE-EXPIRED
               MOVE 'LICENCE EXPIRED' TO RPT-FINDING
               PERFORM 250-WRITE-EXCEPTION.
       200-EXIT.
           EXIT.

       210-FIND-PROVIDER-ENTRY.
           IF PRV-ENT-ID(WS-PRV-SUB) = WS-PROV-ID
               MOVE WS-PRV-SUB TO WS-PRV-FOUND-IDX.

       250-WRITE-EXCEPTION.
           MOVE WS-SOURCE        TO RPT-SOURCE.
           MOVE WS-PATIENT-ID    TO RPT-PATIENT-ID.
           MOVE WS-CARE-DATE-MDY TO RPT-CARE-DATE.
           MOVE WS-SLOT-NAME     TO RPT-SLOT.
           MOVE WS-PROV-ID       TO RPT-PROV-ID.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    ---------------------------------------------------------
      *    The master is loaded whole; an empty or absent PROVMSTR
      *    DD makes every provider unknown, which is the honest
      *    answer when there is no master to consult.  A licence
      *    expiry that is not a date is loaded as zero, so every
      *    dated act by that provider reports expired until the
      *    master is corrected.
      *    ---------------------------------------------------------
       860-LOAD-PROVIDERS.
           READ PROVIDER-FILE
             AT END MOVE 'Y' TO WS-PROVMSTR-EOF .
           IF WS-PROVMSTR-EOF = 'Y'
               GO TO 860-EXIT.
           IF WS-PROVMSTR-STATUS NOT = '00'
              AND WS-PROVMSTR-STATUS NOT = '04'
               DISPLAY 'ERROR ON PROVMSTR READ.  CODE:'
                       WS-PROVMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PROVMSTR-EOF
               GO TO 860-EXIT.
           IF PRV-PROV-ID = SPACES
               GO TO 860-EXIT.
           IF PRV-ENTRIES-USED < 200
               ADD +1 TO PRV-ENTRIES-USED
               MOVE PRV-PROV-ID
                   TO PRV-ENT-ID(PRV-ENTRIES-USED)
               MOVE PRV-ROLE
                   TO PRV-ENT-ROLE(PRV-ENTRIES-USED)
               IF PRV-LICENCE-EXPIRY NUMERIC
                   MOVE PRV-LICENCE-EXPIRY
                       TO PRV-ENT-EXPIRY(PRV-ENTRIES-USED)
               ELSE
                   MOVE ZERO
                       TO PRV-ENT-EXPIRY(PRV-ENTRIES-USED)
               END-IF
           ELSE
               DISPLAY 'PRVCHK1 PROVIDER TABLE FULL'.
       860-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PROVIDERS LOADED:           ' TO RPT-TOTALS-ITEM.
           MOVE PRV-ENTRIES-USED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TREATMENTS READ:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TREATMENTS-READ            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VISITS READ:                ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VISITS-READ                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS READ:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PATIENTS-READ              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PROVIDER SLOTS CHECKED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SLOTS-CHECKED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'UNKNOWN PROVIDERS:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNKNOWN                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OUTSIDE ROLE:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OUTSIDE-ROLE               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AFTER LICENCE EXPIRY:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LICENCE-EXPIRED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       900-OPEN-FILES.
           OPEN INPUT    TRMTDATA-FILE
                         OUTPDATA-FILE
                         PATMSTR-FILE
                         PROVIDER-FILE
                OUTPUT   REPORT-FILE .
           IF WS-TRMTDATA-STATUS NOT = '00'
              OR WS-OUTPDATA-STATUS NOT = '00'
              OR WS-PATMSTR-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'PRVCHK1 OPEN ERROR - TRM=' WS-TRMTDATA-STATUS
                     ' OUT=' WS-OUTPDATA-STATUS
                     ' PAT=' WS-PATMSTR-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-TRMTDATA-EOF
             MOVE 'Y' TO WS-OUTPDATA-EOF
             MOVE 'Y' TO WS-PATMSTR-EOF
             MOVE 'Y' TO WS-PROVMSTR-EOF.
           IF WS-PROVMSTR-STATUS NOT = '00'
             DISPLAY 'PRVCHK1 PROVMSTR NOT PRESENT - EVERY '
                     'PROVIDER WILL REPORT UNKNOWN'
             MOVE 'Y' TO WS-PROVMSTR-EOF.

       905-CLOSE-FILES.
           CLOSE TRMTDATA-FILE .
           CLOSE OUTPDATA-FILE .
           CLOSE PATMSTR-FILE .
           CLOSE PROVIDER-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PRVCHK1
