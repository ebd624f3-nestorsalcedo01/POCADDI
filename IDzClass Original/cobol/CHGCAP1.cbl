      ****************************************************************
      * PROGRAM:  CHGCAP1
      *           Charge capture -- claims from recorded charges
      *
      * CLMADJ1 adjudicates a CLAIMFILE, but until now that file
      * only ever came from the TESTDATA generator: nothing turned
      * the charges actually recorded on a stay or a visit into a
      * claim.  This batch reads the three charge-bearing files:
      *
      *   PATDATA  - each daily record's equipment lines
      *              (EQUIPMENT-COST), dated CURR-DTE
      *   TRMTDATA - each treatment's MEDICATION-COST, PHARMACY-
      *              COST and ANCILLARY-CHARGE, and each lab line's
      *              TEST-COST and VENIPUNCTURE-COST, dated
      *              TREATMENT-DATE
      *   OUTPDATA - each visit's VISIT-CHARGE, dated VISIT-DATE
      *
      * and gathers them into one claim per patient, service
      * period (the calendar month of the charge) and procedure
      * code.  The procedure code is the record's own code in the
      * five-byte DIAG vocabulary CLMADJ1 prices against: the daily
      * record's and treatment's PRIMARY-DIAGNOSTIC-CODE, each lab
      * line's DIAG-CDE, the visit's PROCEDURE-CODE-V.  Each claim
      * goes to the patient's primary carrier from PATINS and is
      * written to CLAIMFILE in CLMADJ1's layout, status SUBMITTED,
      * for the claimed total.  Claim numbers are the run's Julian
      * date (YYDDD) followed by a four-digit sequence.
      *
      * Charges that cannot be claimed are held back and counted
      * by reason:
      *   NON-BILLABLE   - a treatment with BILLABLE-TREATMENT-IND
      *                    'N' (its lab lines go with it)
      *   DATE INVALID   - the charge date is not a date
      *   NO COVERAGE    - the patient has no PATINS record
      *   TABLE FULL     - more than 2000 patient/period/procedure
      *                    groups in one run
      *
      * The CHGRPT charge-to-claim reconciliation lists every
      * claim with its charges by source, every group with no
      * coverage, and totals proving that charges read equal
      * charges claimed plus charges held back.
      *
      * RC 4 - charges were held back
      * RC16 - a file error, or the reconciliation does not balance
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PATDATA-FILE  ASSIGN TO UT-S-PATDATA
               FILE STATUS  IS  WS-PATDATA-STATUS.

           SELECT TRMTDATA-FILE ASSIGN TO UT-S-TRMTDATA
               FILE STATUS  IS  WS-TRMTDATA-STATUS.

           SELECT OUTPDATA-FILE ASSIGN TO UT-S-OUTPDATA
               FILE STATUS  IS  WS-OUTPDATA-STATUS.

           SELECT PATINS-FILE  ASSIGN TO PATINS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-INS-KEY
                  FILE STATUS  IS WS-PATINS-STATUS.

           SELECT CLAIM-FILE   ASSIGN TO UT-S-CLAIMFILE
               FILE STATUS  IS  WS-CLAIM-STATUS.

           SELECT REPORT-FILE  ASSIGN TO CHGRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PATDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PATDATA-REC-DATA           PIC X(993).

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

       FD  PATINS-FILE
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY  PIC X(06).
           05 INS-CARRIER-ID   PIC X(7).
           05 INS-CARRIER-ID-N PIC 9(1).
           05 INS-CARRIER-NAME PIC X(30).
           05 FILLER           PIC X(658).

       FD  CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CLAIM-RECORD.
           05  CLAIM-PATIENT-ID        PIC 9(6).
           05  CLAIM-INS-COMPANY-ID    PIC X(7).
           05  CLAIM-NUMBER            PIC 9(9).
           05  CLAIM-STATUS            PIC X(9).
           05  CLAIM-PAID-AMOUNT       PIC S9(7)V99.
           05  CLAIM-PROC-KEY.
               10  CLAIM-PROC-CODE     PIC X(4).
               10  CLAIM-PROC-CODE-N   PIC X(1).
           05  FILLER                  PIC X(35).

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
           05  WS-PATDATA-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TRMTDATA-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-OUTPDATA-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PATINS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CLAIM-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PATDATA-EOF          PIC X     VALUE 'N'.
           05  WS-TRMTDATA-EOF         PIC X     VALUE 'N'.
           05  WS-OUTPDATA-EOF         PIC X     VALUE 'N'.
           05  WS-SUB                  PIC S9(4) COMP    VALUE +0.
      *
      *        the charge being captured
           05  WS-CHG-PATIENT-ID       PIC 9(6)  VALUE ZERO.
           05  WS-CHG-DATE-MDY         PIC X(8)  VALUE SPACES.
           05  WS-CHG-PERIOD           PIC 9(6)  VALUE ZERO.
           05  WS-CHG-PROC-KEY         PIC X(5)  VALUE SPACES.
           05  WS-CHG-AMOUNT           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CHG-SOURCE           PIC X     VALUE SPACE.
               88  CHG-EQUIPMENT           VALUE 'E'.
               88  CHG-MEDICATION          VALUE 'M'.
               88  CHG-PHARMACY            VALUE 'P'.
               88  CHG-ANCILLARY           VALUE 'A'.
               88  CHG-LAB                 VALUE 'L'.
               88  CHG-VISIT               VALUE 'V'.
           05  WS-BILLABLE             PIC X     VALUE 'Y'.
      *
      *        claim numbering: YYDDD run date + sequence
       01  WS-RUN-JULIAN               PIC 9(5).
       01  WS-CLAIM-NUMBER-BUILD.
           05  WS-CLAIM-NO-JULIAN      PIC 9(5).
           05  WS-CLAIM-NO-SEQ         PIC 9(4)  VALUE ZERO.
       01  WS-CLAIM-NUMBER-N  REDEFINES WS-CLAIM-NUMBER-BUILD
                                       PIC 9(9).
      *
       COPY PATDALY.
      *
       COPY TREATMNT.
      *
       COPY OUTPVST.
      *
      *        ***********************************
      *          one entry per patient / service
      *          period / procedure code
      *        ***********************************
       01  CLAIM-TABLE-CONTROLS.
           05  CLM-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CLM-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CLM-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  CLAIM-TABLE.
           05  CLM-ENTRY  OCCURS 2000 TIMES.
               10  CLM-PATIENT-ID        PIC 9(6).
               10  CLM-PERIOD            PIC 9(6).
               10  CLM-PROC-KEY          PIC X(5).
               10  CLM-EQUIPMENT         PIC S9(9)V99 COMP-3.
               10  CLM-MEDICATION        PIC S9(9)V99 COMP-3.
               10  CLM-PHARMACY          PIC S9(9)V99 COMP-3.
               10  CLM-ANCILLARY         PIC S9(9)V99 COMP-3.
               10  CLM-LAB               PIC S9(9)V99 COMP-3.
               10  CLM-VISIT             PIC S9(9)V99 COMP-3.
               10  CLM-TOTAL             PIC S9(9)V99 COMP-3.
      *
       01  RECORD-COUNTERS.
           05  NUM-DAILIES-READ      PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-TREATMENTS-READ   PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-VISITS-READ       PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-CHARGES-READ      PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-CLAIMS-WRITTEN    PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-CHARGES-HELD      PIC S9(9)    COMP-3  VALUE +0.
           05  TOT-CHARGES-READ      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-EQUIPMENT         PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-MEDICATION        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PHARMACY          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-ANCILLARY         PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-LAB               PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-VISIT             PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-CLAIMED           PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-HELD-NON-BILLABLE PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-HELD-BAD-DATE     PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-HELD-NO-COVERAGE  PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-HELD-TABLE-FULL   PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-HELD-TOO-LARGE    PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-ACCOUNTED         PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CHARGE CAPTURE - CHARGE TO CLAIM RECON'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(7)  VALUE 'PATIENT'.
           05  FILLER  PIC X(7)  VALUE ' PERIOD'.
           05  FILLER  PIC X(6)  VALUE ' PROC '.
           05  FILLER  PIC X(8)  VALUE 'CARRIER '.
           05  FILLER  PIC X(10) VALUE 'CLAIM NO  '.
           05  FILLER  PIC X(11) VALUE '  EQUIPMENT'.
           05  FILLER  PIC X(11) VALUE ' MEDICATION'.
           05  FILLER  PIC X(10) VALUE '  PHARMACY'.
           05  FILLER  PIC X(10) VALUE ' ANCILLARY'.
           05  FILLER  PIC X(11) VALUE '        LAB'.
           05  FILLER  PIC X(11) VALUE '      VISIT'.
           05  FILLER  PIC X(12) VALUE '       TOTAL'.
           05  FILLER  PIC X(18) VALUE ' DISPOSITION'.
       01  RPT-DETAIL.
           05  RPT-PATIENT-ID        PIC 9(6).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PERIOD            PIC 9(6).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PROC-KEY          PIC X(5).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-CARRIER           PIC X(7).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-CLAIM-NO          PIC X(9).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-EQUIPMENT         PIC ZZZZZZ9.99.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-MEDICATION        PIC ZZZZZZ9.99.
           05  RPT-PHARMACY          PIC ZZZZZZ9.99.
           05  RPT-ANCILLARY         PIC ZZZZZZ9.99.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-LAB               PIC ZZZZZZ9.99.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-VISIT             PIC ZZZZZZ9.99.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-TOTAL             PIC ZZZZZZZ9.99.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DISPOSITION       PIC X(17).
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(88)    VALUE SPACES.
       01  RPT-BALANCE-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-BALANCE-TEXT    PIC X(50).
           05  FILLER              PIC X(80)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'CHGCAP1 STARTED'.
           ACCEPT WS-RUN-JULIAN FROM DAY.
           MOVE WS-RUN-JULIAN TO WS-CLAIM-NO-JULIAN.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 100-CAPTURE-DAILY THROUGH 100-EXIT
               UNTIL WS-PATDATA-EOF = 'Y'.
           PERFORM 110-CAPTURE-TREATMENT THROUGH 110-EXIT
               UNTIL WS-TRMTDATA-EOF = 'Y'.
           PERFORM 120-CAPTURE-VISIT THROUGH 120-EXIT
               UNTIL WS-OUTPDATA-EOF = 'Y'.
           PERFORM 300-WRITE-ONE-CLAIM THROUGH 300-EXIT
               VARYING WS-CLM-SUB FROM 1 BY 1
               UNTIL WS-CLM-SUB > CLM-ENTRIES-USED.
           PERFORM 400-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-CHARGES-HELD > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'CHGCAP1 ENDED - CLAIMS = ' NUM-CLAIMS-WRITTEN
                   ' CHARGES HELD = ' NUM-CHARGES-HELD.
           GOBACK .

      *    ---------------------------------------------------------
      *    A daily record's equipment lines, under the record's
      *    primary diagnostic code.
      *    ---------------------------------------------------------
       100-CAPTURE-DAILY.
           READ PATDATA-FILE
             AT END MOVE 'Y' TO WS-PATDATA-EOF .
           IF WS-PATDATA-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-PATDATA-STATUS NOT = '00'
              AND WS-PATDATA-STATUS NOT = '04'
               DISPLAY 'PATDATA READ ERROR RC=' WS-PATDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATDATA-EOF
               GO TO 100-EXIT.
           MOVE PATDATA-REC-DATA TO INPATIENT-DAILY-REC.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               GO TO 100-EXIT.
           ADD +1 TO NUM-DAILIES-READ.
           MOVE 'Y'           TO WS-BILLABLE.
           MOVE PATIENT-ID-D  TO WS-CHG-PATIENT-ID.
           MOVE CURR-DTE      TO WS-CHG-DATE-MDY.
           PERFORM 130-SET-SERVICE-PERIOD THROUGH 130-DONE.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC
               TO WS-CHG-PROC-KEY(1:4).
           MOVE PRIMARY-DIAGNOSTIC-CODE-N IN INPATIENT-DAILY-REC
               TO WS-CHG-PROC-KEY(5:1).
           MOVE 'E' TO WS-CHG-SOURCE.
           PERFORM 105-CAPTURE-EQUIPMENT-LINE THROUGH 105-DONE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12.
       100-EXIT.
           EXIT.

       105-CAPTURE-EQUIPMENT-LINE.
           IF EQUIPMENT-ID(WS-SUB) = SPACES
              OR EQUIPMENT-COST(WS-SUB) NOT NUMERIC
               GO TO 105-DONE.
           MOVE EQUIPMENT-COST(WS-SUB) TO WS-CHG-AMOUNT.
           PERFORM 200-CAPTURE-CHARGE THROUGH 200-EXIT.
       105-DONE.
           CONTINUE.

      *    ---------------------------------------------------------
      *    A treatment's own costs go under its primary diagnostic
      *    code; each lab line goes under the line's own code.
      *    ---------------------------------------------------------
       110-CAPTURE-TREATMENT.
           READ TRMTDATA-FILE
             AT END MOVE 'Y' TO WS-TRMTDATA-EOF .
           IF WS-TRMTDATA-EOF = 'Y'
               GO TO 110-EXIT.
           IF WS-TRMTDATA-STATUS NOT = '00'
              AND WS-TRMTDATA-STATUS NOT = '04'
               DISPLAY 'TRMTDATA READ ERROR RC=' WS-TRMTDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRMTDATA-EOF
               GO TO 110-EXIT.
           MOVE TRMTDATA-REC-DATA TO INPATIENT-TREATMENT-REC.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 110-EXIT.
           ADD +1 TO NUM-TREATMENTS-READ.
           IF NON-BILLABLE
               MOVE 'N' TO WS-BILLABLE
           ELSE
               MOVE 'Y' TO WS-BILLABLE.
           MOVE PATIENT-ID-T   TO WS-CHG-PATIENT-ID.
           MOVE TREATMENT-DATE TO WS-CHG-DATE-MDY.
           PERFORM 130-SET-SERVICE-PERIOD THROUGH 130-DONE.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-TREATMENT-REC
               TO WS-CHG-PROC-KEY(1:4).
           MOVE PRIMARY-DIAGNOSTIC-CDE-N
               TO WS-CHG-PROC-KEY(5:1).
           IF MEDICATION-COST NUMERIC
               MOVE 'M' TO WS-CHG-SOURCE
               MOVE MEDICATION-COST TO WS-CHG-AMOUNT
               PERFORM 200-CAPTURE-CHARGE THROUGH 200-EXIT.
           IF PHARMACY-COST NUMERIC
               MOVE 'P' TO WS-CHG-SOURCE
               MOVE PHARMACY-COST TO WS-CHG-AMOUNT
               PERFORM 200-CAPTURE-CHARGE THROUGH 200-EXIT.
           IF ANCILLARY-CHARGE NUMERIC
               MOVE 'A' TO WS-CHG-SOURCE
               MOVE ANCILLARY-CHARGE TO WS-CHG-AMOUNT
               PERFORM 200-CAPTURE-CHARGE THROUGH 200-EXIT.
           MOVE 'L' TO WS-CHG-SOURCE.
           PERFORM 115-CAPTURE-LAB-LINE THROUGH 115-DONE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12.
       110-EXIT.
           EXIT.

       115-CAPTURE-LAB-LINE.
           IF LAB-TEST-ID(WS-SUB) = SPACES
               GO TO 115-DONE.
           MOVE DIAG-CDE(WS-SUB)   TO WS-CHG-PROC-KEY(1:4).
           MOVE DIAG-CDE-N(WS-SUB) TO WS-CHG-PROC-KEY(5:1).
           MOVE ZERO TO WS-CHG-AMOUNT.
           IF TEST-COST(WS-SUB) NUMERIC
               ADD TEST-COST(WS-SUB) TO WS-CHG-AMOUNT.
           IF VENIPUNCTURE-COST(WS-SUB) NUMERIC
               ADD VENIPUNCTURE-COST(WS-SUB) TO WS-CHG-AMOUNT.
           PERFORM 200-CAPTURE-CHARGE THROUGH 200-EXIT.
       115-DONE.
           CONTINUE.

       120-CAPTURE-VISIT.
           READ OUTPDATA-FILE
             AT END MOVE 'Y' TO WS-OUTPDATA-EOF .
           IF WS-OUTPDATA-EOF = 'Y'
               GO TO 120-EXIT.
           IF WS-OUTPDATA-STATUS NOT = '00'
              AND WS-OUTPDATA-STATUS NOT = '04'
               DISPLAY 'OUTPDATA READ ERROR RC=' WS-OUTPDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OUTPDATA-EOF
               GO TO 120-EXIT.
           MOVE OUTPDATA-REC-DATA TO OUTPATIENT-VISIT-REC.
           IF VISIT-TRAILER-REC
               GO TO 120-EXIT.
           ADD +1 TO NUM-VISITS-READ.
           IF VISIT-CHARGE NOT NUMERIC
               GO TO 120-EXIT.
           MOVE 'Y'              TO WS-BILLABLE.
           MOVE PATIENT-ID-V     TO WS-CHG-PATIENT-ID.
           MOVE VISIT-DATE       TO WS-CHG-DATE-MDY.
           PERFORM 130-SET-SERVICE-PERIOD THROUGH 130-DONE.
           MOVE PROCEDURE-CODE-V   TO WS-CHG-PROC-KEY(1:4).
           MOVE PROCEDURE-CODE-V-N TO WS-CHG-PROC-KEY(5:1).
           MOVE 'V'              TO WS-CHG-SOURCE.
           MOVE VISIT-CHARGE     TO WS-CHG-AMOUNT.
           PERFORM 200-CAPTURE-CHARGE THROUGH 200-EXIT.
       120-EXIT.
           EXIT.

      *    the files carry the date as MMDDYYYY; the service period
      *    is its YYYYMM, or zero when it is not a date
       130-SET-SERVICE-PERIOD.
           MOVE ZERO TO WS-CHG-PERIOD.
           IF WS-CHG-DATE-MDY NOT NUMERIC
               GO TO 130-DONE.
           IF WS-CHG-DATE-MDY(1:2) < '01'
              OR WS-CHG-DATE-MDY(1:2) > '12'
              OR WS-CHG-DATE-MDY(3:2) < '01'
              OR WS-CHG-DATE-MDY(3:2) > '31'
               GO TO 130-DONE.
           MOVE WS-CHG-DATE-MDY(5:4) TO WS-CHG-PERIOD(1:4).
           MOVE WS-CHG-DATE-MDY(1:2) TO WS-CHG-PERIOD(5:2).
       130-DONE.
           CONTINUE.

      *    ---------------------------------------------------------
      *    One charge: counted as read, then either held back with
      *    its reason or added to its patient/period/procedure
      *    group.
      *    ---------------------------------------------------------
       200-CAPTURE-CHARGE.
           ADD +1 TO NUM-CHARGES-READ.
           ADD WS-CHG-AMOUNT TO TOT-CHARGES-READ.
           IF CHG-EQUIPMENT
               ADD WS-CHG-AMOUNT TO TOT-EQUIPMENT
           ELSE
           IF CHG-MEDICATION
               ADD WS-CHG-AMOUNT TO TOT-MEDICATION
           ELSE
           IF CHG-PHARMACY
               ADD WS-CHG-AMOUNT TO TOT-PHARMACY
           ELSE
           IF CHG-ANCILLARY
               ADD WS-CHG-AMOUNT TO TOT-ANCILLARY
           ELSE
           IF CHG-LAB
               ADD WS-CHG-AMOUNT TO TOT-LAB
           ELSE
               ADD WS-CHG-AMOUNT TO TOT-VISIT.
           IF WS-BILLABLE NOT = 'Y'
               ADD +1 TO NUM-CHARGES-HELD
               ADD WS-CHG-AMOUNT TO TOT-HELD-NON-BILLABLE
               GO TO 200-EXIT.
           IF WS-CHG-PERIOD = ZERO
               ADD +1 TO NUM-CHARGES-HELD
               ADD WS-CHG-AMOUNT TO TOT-HELD-BAD-DATE
               GO TO 200-EXIT.
           MOVE +0 TO WS-CLM-FOUND-IDX.
           PERFORM 210-FIND-CLAIM-ENTRY
               VARYING WS-CLM-SUB FROM 1 BY 1
               UNTIL WS-CLM-SUB > CLM-ENTRIES-USED
                  OR WS-CLM-FOUND-IDX > 0.
           IF WS-CLM-FOUND-IDX = 0
               IF CLM-ENTRIES-USED NOT < 2000
                   ADD +1 TO NUM-CHARGES-HELD
                   ADD WS-CHG-AMOUNT TO TOT-HELD-TABLE-FULL
                   GO TO 200-EXIT
               ELSE
                   PERFORM 220-ADD-CLAIM-ENTRY.
           IF CHG-EQUIPMENT
               ADD WS-CHG-AMOUNT TO CLM-EQUIPMENT(WS-CLM-FOUND-IDX)
           ELSE
           IF CHG-MEDICATION
               ADD WS-CHG-AMOUNT TO CLM-MEDICATION(WS-CLM-FOUND-IDX)
           ELSE
           IF CHG-PHARMACY
               ADD WS-CHG-AMOUNT TO CLM-PHARMACY(WS-CLM-FOUND-IDX)
           ELSE
           IF CHG-ANCILLARY
               ADD WS-CHG-AMOUNT TO CLM-ANCILLARY(WS-CLM-FOUND-IDX)
           ELSE
           IF CHG-LAB
               ADD WS-CHG-AMOUNT TO CLM-LAB(WS-CLM-FOUND-IDX)
           ELSE
               ADD WS-CHG-AMOUNT TO CLM-VISIT(WS-CLM-FOUND-IDX).
           ADD WS-CHG-AMOUNT TO CLM-TOTAL(WS-CLM-FOUND-IDX).
       200-EXIT.
           EXIT.

       210-FIND-CLAIM-ENTRY.
           IF CLM-PATIENT-ID(WS-CLM-SUB) = WS-CHG-PATIENT-ID
              AND CLM-PERIOD(WS-CLM-SUB) = WS-CHG-PERIOD
              AND CLM-PROC-KEY(WS-CLM-SUB) = WS-CHG-PROC-KEY
               MOVE WS-CLM-SUB TO WS-CLM-FOUND-IDX.

       220-ADD-CLAIM-ENTRY.
           ADD +1 TO CLM-ENTRIES-USED.
           MOVE CLM-ENTRIES-USED  TO WS-CLM-FOUND-IDX.
           MOVE WS-CHG-PATIENT-ID TO CLM-PATIENT-ID(WS-CLM-FOUND-IDX).
           MOVE WS-CHG-PERIOD     TO CLM-PERIOD(WS-CLM-FOUND-IDX).
           MOVE WS-CHG-PROC-KEY   TO CLM-PROC-KEY(WS-CLM-FOUND-IDX).
           MOVE ZERO TO CLM-EQUIPMENT(WS-CLM-FOUND-IDX)
                        CLM-MEDICATION(WS-CLM-FOUND-IDX)
                        CLM-PHARMACY(WS-CLM-FOUND-IDX)
                        CLM-ANCILLARY(WS-CLM-FOUND-IDX)
                        CLM-LAB(WS-CLM-FOUND-IDX)
                        CLM-VISIT(WS-CLM-FOUND-IDX)
                        CLM-TOTAL(WS-CLM-FOUND-IDX).

      *    ---------------------------------------------------------
      *    One group becomes one claim against the patient's
      *    primary carrier.  A patient with no PATINS record, or a
      *    group too large for the claim amount field, is listed
      *    and held back.
      *    ---------------------------------------------------------
       300-WRITE-ONE-CLAIM.
           MOVE CLM-PATIENT-ID(WS-CLM-SUB) TO RPT-PATIENT-ID.
           MOVE CLM-PERIOD(WS-CLM-SUB)     TO RPT-PERIOD.
           MOVE CLM-PROC-KEY(WS-CLM-SUB)   TO RPT-PROC-KEY.
           MOVE CLM-EQUIPMENT(WS-CLM-SUB)  TO RPT-EQUIPMENT.
           MOVE CLM-MEDICATION(WS-CLM-SUB) TO RPT-MEDICATION.
           MOVE CLM-PHARMACY(WS-CLM-SUB)   TO RPT-PHARMACY.
           MOVE CLM-ANCILLARY(WS-CLM-SUB)  TO RPT-ANCILLARY.
           MOVE CLM-LAB(WS-CLM-SUB)        TO RPT-LAB.
           MOVE CLM-VISIT(WS-CLM-SUB)      TO RPT-VISIT.
           MOVE CLM-TOTAL(WS-CLM-SUB)      TO RPT-TOTAL.
           MOVE SPACES                     TO RPT-CARRIER.
           MOVE SPACES                     TO RPT-CLAIM-NO.
           MOVE CLM-PATIENT-ID(WS-CLM-SUB) TO PATIENT-INS-KEY.
           READ PATINS-FILE.
           IF WS-PATINS-STATUS = '23'
               ADD +1 TO NUM-CHARGES-HELD
               ADD CLM-TOTAL(WS-CLM-SUB) TO TOT-HELD-NO-COVERAGE
               MOVE 'HELD-NO COVERAGE' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 300-EXIT.
           IF WS-PATINS-STATUS NOT = '00'
               DISPLAY 'PATINS READ ERROR RC=' WS-PATINS-STATUS
               MOVE 16 TO RETURN-CODE
               ADD +1 TO NUM-CHARGES-HELD
               ADD CLM-TOTAL(WS-CLM-SUB) TO TOT-HELD-NO-COVERAGE
               MOVE 'HELD-PATINS ERROR' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 300-EXIT.
           MOVE INS-CARRIER-ID TO RPT-CARRIER.
           IF CLM-TOTAL(WS-CLM-SUB) > 9999999.99
               ADD +1 TO NUM-CHARGES-HELD
               ADD CLM-TOTAL(WS-CLM-SUB) TO TOT-HELD-TOO-LARGE
               MOVE 'HELD-TOO LARGE' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 300-EXIT.
           ADD +1 TO WS-CLAIM-NO-SEQ.
           MOVE SPACES                     TO CLAIM-RECORD.
           MOVE CLM-PATIENT-ID(WS-CLM-SUB) TO CLAIM-PATIENT-ID.
           MOVE INS-CARRIER-ID             TO CLAIM-INS-COMPANY-ID.
           MOVE WS-CLAIM-NUMBER-N          TO CLAIM-NUMBER.
           MOVE 'SUBMITTED'                TO CLAIM-STATUS.
           MOVE CLM-TOTAL(WS-CLM-SUB)      TO CLAIM-PAID-AMOUNT.
           MOVE CLM-PROC-KEY(WS-CLM-SUB)   TO CLAIM-PROC-KEY.
           WRITE CLAIM-RECORD.
           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY 'CLAIMFILE WRITE ERROR RC=' WS-CLAIM-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO NUM-CLAIMS-WRITTEN.
           ADD CLM-TOTAL(WS-CLM-SUB) TO TOT-CLAIMED.
           MOVE WS-CLAIM-NUMBER-N TO RPT-CLAIM-NO.
           MOVE 'CLAIMED'         TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       300-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Charges read must equal charges claimed plus charges
      *    held back, or something has been lost on the way.
      *    ---------------------------------------------------------
       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PATDATA RECORDS READ:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DAILIES-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TRMTDATA RECORDS READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TREATMENTS-READ            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OUTPDATA RECORDS READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VISITS-READ                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CHARGES READ:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CHARGES-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLAIMS WRITTEN:             ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CLAIMS-WRITTEN             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'EQUIPMENT CHARGES:          ' TO RPT-TOTALS-ITEM.
           MOVE TOT-EQUIPMENT                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'MEDICATION CHARGES:         ' TO RPT-TOTALS-ITEM.
           MOVE TOT-MEDICATION                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PHARMACY CHARGES:           ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PHARMACY                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ANCILLARY CHARGES:          ' TO RPT-TOTALS-ITEM.
           MOVE TOT-ANCILLARY                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LAB CHARGES:                ' TO RPT-TOTALS-ITEM.
           MOVE TOT-LAB                        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VISIT CHARGES:              ' TO RPT-TOTALS-ITEM.
           MOVE TOT-VISIT                      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TOTAL CHARGES READ:         ' TO RPT-TOTALS-ITEM.
           MOVE TOT-CHARGES-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'CHARGES CLAIMED:            ' TO RPT-TOTALS-ITEM.
           MOVE TOT-CLAIMED                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HELD - NON-BILLABLE:        ' TO RPT-TOTALS-ITEM.
           MOVE TOT-HELD-NON-BILLABLE          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HELD - DATE INVALID:        ' TO RPT-TOTALS-ITEM.
           MOVE TOT-HELD-BAD-DATE              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HELD - NO COVERAGE:         ' TO RPT-TOTALS-ITEM.
           MOVE TOT-HELD-NO-COVERAGE           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HELD - TABLE FULL:          ' TO RPT-TOTALS-ITEM.
           MOVE TOT-HELD-TABLE-FULL            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HELD - CLAIM TOO LARGE:     ' TO RPT-TOTALS-ITEM.
           MOVE TOT-HELD-TOO-LARGE             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           COMPUTE TOT-ACCOUNTED = TOT-CLAIMED
               + TOT-HELD-NON-BILLABLE + TOT-HELD-BAD-DATE
               + TOT-HELD-NO-COVERAGE + TOT-HELD-TABLE-FULL
               + TOT-HELD-TOO-LARGE.
           IF TOT-ACCOUNTED = TOT-CHARGES-READ
               MOVE 'CHARGES RECONCILE TO CLAIMS PLUS HELD'
                   TO RPT-BALANCE-TEXT
           ELSE
               MOVE '*** CHARGES DO NOT RECONCILE ***'
                   TO RPT-BALANCE-TEXT
               DISPLAY 'CHGCAP1 CHARGES DO NOT RECONCILE'
               MOVE 16 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-BALANCE-LINE.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       900-OPEN-FILES.
           OPEN INPUT    PATDATA-FILE
                         TRMTDATA-FILE
                         OUTPDATA-FILE
                         PATINS-FILE
                OUTPUT   CLAIM-FILE
                         REPORT-FILE .
           IF WS-PATDATA-STATUS NOT = '00'
              OR WS-TRMTDATA-STATUS NOT = '00'
              OR WS-OUTPDATA-STATUS NOT = '00'
              OR WS-PATINS-STATUS NOT = '00'
              OR WS-CLAIM-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'CHGCAP1 OPEN ERROR - PAT=' WS-PATDATA-STATUS
                     ' TRM=' WS-TRMTDATA-STATUS
                     ' OUT=' WS-OUTPDATA-STATUS
                     ' INS=' WS-PATINS-STATUS
                     ' CLM=' WS-CLAIM-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PATDATA-EOF
             MOVE 'Y' TO WS-TRMTDATA-EOF
             MOVE 'Y' TO WS-OUTPDATA-EOF.

       905-CLOSE-FILES.
           CLOSE PATDATA-FILE .
           CLOSE TRMTDATA-FILE .
           CLOSE OUTPDATA-FILE .
           CLOSE PATINS-FILE .
           CLOSE CLAIM-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CHGCAP1
