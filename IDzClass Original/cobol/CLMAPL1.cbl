      ****************************************************************
      * PROGRAM:  CLMAPL1
      *           Claim appeals and reconsideration batch
      *
      * Once CLMADJ1 denied a claim, the provider's only recourse
      * was to send it in again, and the history check rightly
      * denies that as D01.  This batch gives a denied claim a
      * proper second look.  It keeps the APPEALS file (CLMAPLC
      * layout, keyed by the original claim number) from the
      * APLTRAN transactions:
      *
      *   F - file an appeal.  The claim must be on CLMHIST and
      *       its latest outcome must be a denial.  The claim's
      *       patient, carrier, amount, procedure code and denial
      *       reason are copied from the history; the appeal
      *       carries its own reason and supporting amount, and
      *       the carrier's response deadline is set from the
      *       filed date.  The appeal is then OPEN.
      *   R - review an open appeal with the reviewer's override
      *       codes.  The eligibility checks CLMADJ1 made are run
      *       again against today's PATMSTR and PATINS, then the
      *       fee-schedule reprice and the plan limit; a failing
      *       check the reviewer has overridden is waived:
      *         D01 - the claim was denied as a re-submission; the
      *               reviewer confirms it is not one
      *         I01 - no PATINS coverage record
      *         C01 - carrier is not the primary carrier
      *         T01 - plan type not in force
      *         A01 - payable amount over the plan limit
      *         FEE - pay without the fee-schedule reprice
      *       P01 (no patient) cannot be overridden.  The amount
      *       appealed is the supporting amount, or the claimed
      *       amount when none was given or it is more than was
      *       claimed; the payable amount is the lesser of that and
      *       the schedule's allowed amount.  The outcome is
      *         UPHELD      - a check failed and was not waived
      *         OVERTURNED  - paid as appealed
      *         PARTIAL     - paid, but below the amount appealed
      *
      * Every decision is added to the claim history (disposition
      * U, V or R, at the claimed amount so CLMADJ1's duplicate
      * check still recognizes the claim), and a paid appeal goes
      * to the PAIDFILE, status PAID, and the REMITADV remittance
      * advice exactly as CLMADJ1 writes them, so the GL interface
      * and patient receivable posting take it with no change.  The
      * PAIDFILE records written and their payable total are
      * registered on CTLREG (CTLTOT1) at end of run, as CLMADJ1
      * registers its own, for CTLRCN1 to prove against what
      * EDI8351 reads.
      *
      * APLTRAN transaction layout:
      *   col  1     action F or R
      *   cols 3-11  original claim number
      *   cols 13-20 filed date YYYYMMDD (F; blank = today)
      *   cols 22-30 supporting amount 9(7)V99 (F; may be blank)
      *   cols 32-51 appeal reason (F)
      *   cols 53-64 up to four 3-byte override codes (R)
      *
      * APLCTL control cards (optional DD):
      *   LIMIT=nnnnnnnnn         plan limit as on ADJCTL; default
      *                           50000.00
      *   RESPDAYS=nnn            carrier response days; default 30
      *   RESPDAYS=nnn CARRIER=xxxxxxx
      *                           response days for one carrier
      *
      * RC 4 - a transaction was rejected
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMAPL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRAN-FILE    ASSIGN TO APLTRAN
               FILE STATUS  IS  WS-TRAN-STATUS.

           SELECT APPEAL-FILE  ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS APL-CLAIM-NUMBER
                  FILE STATUS  IS WS-APPEALS-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-KEY
                  FILE STATUS  IS WS-PATMSTR-STATUS.

           SELECT PATINS-FILE  ASSIGN TO PATINS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-INS-KEY
                  FILE STATUS  IS WS-PATINS-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO APLCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO CLMHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CLMHIST-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO NEWHIST
               FILE STATUS  IS  WS-NEWHIST-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-FEESCHED-STATUS.

           SELECT PAID-FILE    ASSIGN TO PAIDFILE
               FILE STATUS  IS  WS-PAID-STATUS.

           SELECT REMIT-FILE   ASSIGN TO REMITADV
               FILE STATUS  IS  WS-REMIT-STATUS.

           SELECT REPORT-FILE  ASSIGN TO APLRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  APPEAL-TRAN-RECORD.
           05  TRN-ACTION             PIC X.
               88  TRN-FILE-APPEAL        VALUE 'F'.
               88  TRN-REVIEW-APPEAL      VALUE 'R'.
           05  FILLER                 PIC X.
           05  TRN-CLAIM-NUMBER       PIC X(9).
           05  TRN-CLAIM-NUMBER-N  REDEFINES TRN-CLAIM-NUMBER
                                      PIC 9(9).
           05  FILLER                 PIC X.
           05  TRN-DATE               PIC X(8).
           05  TRN-DATE-N  REDEFINES TRN-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  TRN-AMOUNT             PIC X(9).
           05  TRN-AMOUNT-N  REDEFINES TRN-AMOUNT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  TRN-REASON             PIC X(20).
           05  FILLER                 PIC X.
           05  TRN-OVERRIDES.
               10  TRN-OVERRIDE-CODE  PIC X(3) OCCURS 4 TIMES.
           05  FILLER                 PIC X(16).

       FD  APPEAL-FILE
           DATA RECORD IS APL-REC.
       COPY CLMAPLC REPLACING ==:TAG:== BY ==APL==.

       FD  PATMSTR-FILE
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
      *        the fields adjudication needs, at their offsets in
      *        the PATIENT-MASTER-REC image TESTDATA writes
           05 FILLER           PIC X(53).
           05 PAT-INS-TYPE     PIC X(03).
           05 FILLER           PIC X(2902).

       FD  PATINS-FILE
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY  PIC X(06).
           05 INS-CARRIER-ID   PIC X(7).
           05 INS-CARRIER-ID-N PIC 9(1).
           05 INS-CARRIER-NAME PIC X(30).
           05 FILLER           PIC X(658).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

      *        the CLMHIST record as CLMADJ1 writes it
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  OLD-HISTORY-RECORD.
           05  OHS-PATIENT-ID         PIC 9(6).
           05  OHS-CARRIER-ID         PIC X(7).
           05  OHS-CLAIM-NUMBER       PIC 9(9).
           05  OHS-AMOUNT             PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  OHS-DISPOSITION        PIC X.
           05  OHS-RUN-DATE           PIC 9(8).
           05  OHS-PROC-KEY           PIC X(5).
           05  OHS-REASON-CODE        PIC X(3).
           05  FILLER                 PIC X(31).

       FD  NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  NEW-HISTORY-RECORD.
           05  NHS-PATIENT-ID         PIC 9(6).
           05  NHS-CARRIER-ID         PIC X(7).
           05  NHS-CLAIM-NUMBER       PIC 9(9).
           05  NHS-AMOUNT             PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  NHS-DISPOSITION        PIC X.
           05  NHS-RUN-DATE           PIC 9(8).
           05  NHS-PROC-KEY           PIC X(5).
           05  NHS-REASON-CODE        PIC X(3).
           05  FILLER                 PIC X(31).

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  FEE-SCHEDULE-RECORD.
           05  FSC-PROC-CODE          PIC X(5).
           05  FILLER                 PIC X.
           05  FSC-PLAN-TYPE          PIC X(3).
           05  FILLER                 PIC X.
           05  FSC-ALLOWED            PIC X(9).
           05  FSC-ALLOWED-N  REDEFINES FSC-ALLOWED
                                      PIC 9(7)V99.
           05  FILLER                 PIC X(61).

       FD  PAID-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAID-RECORD                PIC X(80).

       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REMIT-RECORD.
           05  RMT-CARRIER-ID         PIC X(7).
           05  RMT-RECORD-TYPE        PIC X.
               88  RMT-DETAIL             VALUE 'D'.
               88  RMT-CARRIER-TOTAL      VALUE 'T'.
           05  RMT-PATIENT-ID         PIC 9(6).
           05  RMT-CLAIM-NUMBER       PIC 9(9).
           05  RMT-AMOUNT             PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  RMT-CLAIM-COUNT        PIC 9(7).
           05  FILLER                 PIC X(38).

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
           05  WS-TRAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-APPEALS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PATMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PATINS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CLMHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CLMHIST-EOF          PIC X     VALUE 'N'.
           05  WS-NEWHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PAID-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REMIT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TRAN-EOF             PIC X     VALUE 'N'.
           05  WS-UPHELD-REASON        PIC X(3)  VALUE SPACES.
           05  WS-OVR-TEST             PIC X(3)  VALUE SPACES.
           05  WS-OVR-FOUND            PIC X     VALUE 'N'.
           05  WS-OVR-BAD              PIC X     VALUE 'N'.
           05  WS-RECHECK-ERROR        PIC X     VALUE 'N'.
           05  WS-OVR-SUB              PIC S9(4)    COMP    VALUE +0.
           05  WS-APPEALED-AMOUNT      PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-PAYABLE-AMOUNT       PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-DAY-INT              PIC S9(9)    COMP   VALUE +0.
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
      *
       01  WS-PLAN-LIMIT-WORK.
           05  WS-PLAN-LIMIT         PIC 9(7)V99        VALUE 50000.
           05  WS-LIMIT-CARD         PIC X(9)           VALUE SPACES.
           05  WS-LIMIT-CARD-NUM  REDEFINES WS-LIMIT-CARD
                                     PIC 9(7)V99.
      *
      *        ***********************************
      *          carrier response days, from the
      *          APLCTL RESPDAYS= cards
      *        ***********************************
       01  RESPONSE-DAYS-CONTROLS.
           05  WS-RESP-DAYS          PIC S9(3)    COMP-3  VALUE +30.
           05  WS-DAYS-CARD          PIC X(3)     VALUE SPACES.
           05  WS-DAYS-CARD-NUM  REDEFINES WS-DAYS-CARD
                                     PIC 9(3).
           05  WS-DAYS-FOR-CLAIM     PIC S9(3)    COMP-3  VALUE +0.
           05  RSP-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-RSP-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-RSP-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  RESPONSE-DAYS-TABLE.
           05  RSP-ENTRY  OCCURS 50 TIMES.
               10  RSP-ENT-CARRIER       PIC X(7).
               10  RSP-ENT-DAYS          PIC S9(3)    COMP-3.
      *
      *        ***********************************
      *          prior claim outcomes, loaded from
      *          CLMHIST; the last entry for a
      *          claim number is its latest outcome
      *        ***********************************
       01  HISTORY-CONTROLS.
           05  HIS-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-HIS-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-HIS-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  HISTORY-TABLE.
           05  HIS-ENTRY  OCCURS 1000 TIMES.
               10  HIS-CLAIM-NUMBER      PIC 9(9).
               10  HIS-PATIENT-ID        PIC 9(6).
               10  HIS-CARRIER-ID        PIC X(7).
               10  HIS-AMOUNT            PIC S9(7)V99 COMP-3.
               10  HIS-DISPOSITION       PIC X.
               10  HIS-PROC-KEY          PIC X(5).
               10  HIS-REASON-CODE       PIC X(3).
      *
      *        ***********************************
      *          fee schedule, as CLMADJ1 loads it
      *        ***********************************
       01  FEE-SCHEDULE-CONTROLS.
           05  FEE-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-FEE-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-FEE-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
           05  WS-FEESCHED-STATUS    PIC X(2)            VALUE SPACES.
           05  WS-FEESCHED-EOF       PIC X               VALUE 'N'.
       01  FEE-SCHEDULE-TABLE.
           05  FEE-ENTRY  OCCURS 200 TIMES.
               10  FEE-ENT-CODE          PIC X(5).
               10  FEE-ENT-PLAN          PIC X(3).
               10  FEE-ENT-ALLOWED       PIC 9(7)V99 COMP-3.
      *
      *        ***********************************
      *          per-carrier remittance totals
      *        ***********************************
       01  CARRIER-CONTROLS.
           05  CAR-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  CARRIER-TABLE.
           05  CAR-ENTRY  OCCURS 50 TIMES.
               10  CAR-ENT-ID            PIC X(7).
               10  CAR-ENT-COUNT         PIC S9(7)     COMP-3.
               10  CAR-ENT-TOTAL         PIC S9(11)V99 COMP-3.
      *
       01  WS-PAID-CLAIM.
           05  PDC-PATIENT-ID          PIC 9(6).
           05  PDC-INS-COMPANY-ID      PIC X(7).
           05  PDC-NUMBER              PIC 9(9).
           05  PDC-STATUS              PIC X(9).
           05  PDC-PAID-AMOUNT         PIC S9(7)V99.
           05  PDC-CLAIMED-AMOUNT      PIC S9(7)V99.
           05  PDC-PROC-KEY            PIC X(5).
           05  FILLER                  PIC X(26) VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-TRANS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILED             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REVIEWED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UPHELD            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OVERTURNED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PARTIAL           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-APPEALED          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAID-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
           05  NUM-PAID-WRITTEN      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-PAID-WRITTEN      PIC S9(11)V99 COMP-3 VALUE +0.
      *
       COPY CTLTOTC.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CLAIM APPEALS RUN REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(7)  VALUE 'ACTION '.
           05  FILLER  PIC X(10) VALUE 'CLAIM     '.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(8)  VALUE 'CARRIER '.
           05  FILLER  PIC X(4)  VALUE 'RSN '.
           05  FILLER  PIC X(13) VALUE '      CLAIMED'.
           05  FILLER  PIC X(13) VALUE '     APPEALED'.
           05  FILLER  PIC X(13) VALUE '         PAID'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(54) VALUE 'DISPOSITION'.
       01  RPT-DETAIL.
           05  RPT-ACTION            PIC X(6).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-CLAIM-NUMBER      PIC X(9).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CARRIER           PIC X(7).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DENY-REASON       PIC X(3).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-CLAIMED           PIC -(9)9.99.
           05  RPT-APPEALED          PIC -(9)9.99.
           05  RPT-PAID              PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DISPOSITION       PIC X(54).
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC -(10)9.99.
           05  FILLER              PIC X(88)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'CLMAPL1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 850-READ-CONTROL-CARD.
           PERFORM 900-OPEN-FILES.
           PERFORM 870-LOAD-CLAIM-HISTORY THROUGH 870-EXIT
               UNTIL WS-CLMHIST-EOF = 'Y'.
           PERFORM 880-LOAD-FEE-SCHEDULE THROUGH 880-EXIT
               UNTIL WS-FEESCHED-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-PROCESS-TRANSACTION THROUGH 100-EXIT
               UNTIL WS-TRAN-EOF = 'Y'.

           PERFORM 270-WRITE-CARRIER-TOTALS
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED.
           PERFORM 400-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           MOVE 'P'              TO CT-FUNCTION.
           MOVE 'CLMAPL1 '       TO CT-PROGRAM.
           MOVE 'PAIDFILE'       TO CT-DATASET.
           MOVE NUM-PAID-WRITTEN TO CT-RECORD-COUNT.
           MOVE TOT-PAID-WRITTEN TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           IF NUM-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'CLMAPL1 ENDED - FILED = ' NUM-FILED
                   ' REVIEWED = ' NUM-REVIEWED.
           GOBACK .

       100-PROCESS-TRANSACTION.
           READ TRAN-FILE
             AT END MOVE 'Y' TO WS-TRAN-EOF .
           IF WS-TRAN-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'APLTRAN READ ERROR RC=' WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRAN-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-TRANS-READ.
           MOVE SPACES           TO RPT-DETAIL.
           MOVE TRN-CLAIM-NUMBER TO RPT-CLAIM-NUMBER.
           MOVE ZERO TO RPT-CLAIMED RPT-APPEALED RPT-PAID.
           IF TRN-CLAIM-NUMBER NOT NUMERIC
               MOVE TRN-ACTION TO RPT-ACTION
               MOVE 'REJECTED - CLAIM NUMBER NOT NUMERIC'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 100-EXIT.
           IF TRN-FILE-APPEAL
               MOVE 'FILE' TO RPT-ACTION
               PERFORM 200-FILE-APPEAL THROUGH 200-EXIT
           ELSE
           IF TRN-REVIEW-APPEAL
               MOVE 'REVIEW' TO RPT-ACTION
               PERFORM 300-REVIEW-APPEAL THROUGH 300-EXIT
           ELSE
               MOVE TRN-ACTION TO RPT-ACTION
               MOVE 'REJECTED - ACTION MUST BE F OR R'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Filing: the claim's latest outcome on the history must be
      *    a denial.  A claim already under appeal is caught by the
      *    duplicate key on APPEALS.
      *    ---------------------------------------------------------
       200-FILE-APPEAL.
           MOVE +0 TO WS-HIS-FOUND-IDX.
           PERFORM 210-FIND-CLAIM-HISTORY
               VARYING WS-HIS-SUB FROM 1 BY 1
               UNTIL WS-HIS-SUB > HIS-ENTRIES-USED.
           IF WS-HIS-FOUND-IDX = 0
               MOVE 'REJECTED - CLAIM NOT ON CLMHIST'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           MOVE HIS-PATIENT-ID(WS-HIS-FOUND-IDX)  TO RPT-PATIENT-ID.
           MOVE HIS-CARRIER-ID(WS-HIS-FOUND-IDX)  TO RPT-CARRIER.
           MOVE HIS-REASON-CODE(WS-HIS-FOUND-IDX) TO RPT-DENY-REASON.
           MOVE HIS-AMOUNT(WS-HIS-FOUND-IDX)      TO RPT-CLAIMED.
           IF HIS-DISPOSITION(WS-HIS-FOUND-IDX) = 'U'
              OR HIS-DISPOSITION(WS-HIS-FOUND-IDX) = 'V'
              OR HIS-DISPOSITION(WS-HIS-FOUND-IDX) = 'R'
               MOVE 'REJECTED - APPEAL ALREADY DECIDED'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           IF HIS-DISPOSITION(WS-HIS-FOUND-IDX) NOT = 'D'
               MOVE 'REJECTED - CLAIM WAS NOT DENIED'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           IF TRN-REASON = SPACES
               MOVE 'REJECTED - NO APPEAL REASON'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           IF TRN-AMOUNT NOT = SPACES
              AND TRN-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - SUPPORTING AMOUNT NOT NUMERIC'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           IF TRN-DATE = SPACES
               MOVE WS-RUN-DATE-NUM TO TRN-DATE-N.
           IF TRN-DATE NOT NUMERIC
              OR TRN-DATE(5:2) < '01' OR TRN-DATE(5:2) > '12'
              OR TRN-DATE(7:2) < '01' OR TRN-DATE(7:2) > '31'
               MOVE 'REJECTED - FILED DATE INVALID'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           MOVE SPACES TO APL-REC.
           MOVE TRN-CLAIM-NUMBER-N TO APL-CLAIM-NUMBER.
           MOVE HIS-PATIENT-ID(WS-HIS-FOUND-IDX)  TO APL-PATIENT-ID.
           MOVE HIS-CARRIER-ID(WS-HIS-FOUND-IDX)  TO APL-CARRIER-ID.
           MOVE HIS-PROC-KEY(WS-HIS-FOUND-IDX)    TO APL-PROC-KEY.
           MOVE HIS-AMOUNT(WS-HIS-FOUND-IDX)  TO APL-CLAIMED-AMOUNT.
           MOVE HIS-REASON-CODE(WS-HIS-FOUND-IDX) TO APL-DENY-REASON.
           MOVE TRN-DATE-N         TO APL-FILED-DATE.
           MOVE TRN-REASON         TO APL-APPEAL-REASON.
           IF TRN-AMOUNT = SPACES
               MOVE ZERO           TO APL-SUPPORT-AMOUNT
           ELSE
               MOVE TRN-AMOUNT-N   TO APL-SUPPORT-AMOUNT.
           MOVE APL-SUPPORT-AMOUNT TO RPT-APPEALED.
           PERFORM 220-SET-DEADLINE.
           MOVE 'O'                TO APL-STATUS.
           MOVE ZERO               TO APL-DECIDED-DATE.
           MOVE ZERO               TO APL-PAID-AMOUNT.
           WRITE APL-REC.
           IF WS-APPEALS-STATUS = '22'
               MOVE 'REJECTED - CLAIM IS ALREADY UNDER APPEAL'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 200-EXIT.
           IF WS-APPEALS-STATUS NOT = '00'
               DISPLAY 'APPEALS WRITE ERROR RC=' WS-APPEALS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 200-EXIT.
           ADD +1 TO NUM-FILED.
           MOVE SPACES TO RPT-DISPOSITION.
           STRING 'FILED - CARRIER RESPONSE DUE ' APL-DEADLINE
               DELIMITED BY SIZE INTO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       200-EXIT.
           EXIT.

       210-FIND-CLAIM-HISTORY.
           IF HIS-CLAIM-NUMBER(WS-HIS-SUB) = TRN-CLAIM-NUMBER-N
               MOVE WS-HIS-SUB TO WS-HIS-FOUND-IDX.

      *    the carrier's own RESPDAYS= card if it has one, otherwise
      *    the default
       220-SET-DEADLINE.
           MOVE WS-RESP-DAYS TO WS-DAYS-FOR-CLAIM.
           MOVE +0 TO WS-RSP-FOUND-IDX.
           PERFORM 225-FIND-CARRIER-DAYS
               VARYING WS-RSP-SUB FROM 1 BY 1
               UNTIL WS-RSP-SUB > RSP-ENTRIES-USED
                  OR WS-RSP-FOUND-IDX > 0.
           IF WS-RSP-FOUND-IDX > 0
               MOVE RSP-ENT-DAYS(WS-RSP-FOUND-IDX)
                   TO WS-DAYS-FOR-CLAIM.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (APL-FILED-DATE)
               + WS-DAYS-FOR-CLAIM.
           COMPUTE APL-DEADLINE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).

       225-FIND-CARRIER-DAYS.
           IF RSP-ENT-CARRIER(WS-RSP-SUB) = APL-CARRIER-ID
               MOVE WS-RSP-SUB TO WS-RSP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Review: the checks are re-run in CLMADJ1's order with
      *    the reviewer's overrides, and the decision is recorded
      *    on the appeal, on the history and, when paid, on the
      *    PAIDFILE and remittance advice.
      *    ---------------------------------------------------------
       300-REVIEW-APPEAL.
           MOVE TRN-CLAIM-NUMBER-N TO APL-CLAIM-NUMBER.
           READ APPEAL-FILE.
           IF WS-APPEALS-STATUS = '23'
               MOVE 'REJECTED - NO APPEAL FILED FOR THE CLAIM'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 300-EXIT.
           IF WS-APPEALS-STATUS NOT = '00'
               DISPLAY 'APPEALS READ ERROR RC=' WS-APPEALS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 300-EXIT.
           MOVE APL-PATIENT-ID     TO RPT-PATIENT-ID.
           MOVE APL-CARRIER-ID     TO RPT-CARRIER.
           MOVE APL-DENY-REASON    TO RPT-DENY-REASON.
           MOVE APL-CLAIMED-AMOUNT TO RPT-CLAIMED.
           IF NOT APL-OPEN
               MOVE 'REJECTED - APPEAL ALREADY DECIDED'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 300-EXIT.
           MOVE 'N' TO WS-OVR-BAD.
           PERFORM 315-VALIDATE-ONE-OVERRIDE
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > 4.
           IF WS-OVR-BAD = 'Y'
               MOVE 'REJECTED - UNKNOWN OVERRIDE CODE'
                   TO RPT-DISPOSITION
               PERFORM 860-WRITE-REJECT
               GO TO 300-EXIT.
           MOVE TRN-OVERRIDES TO APL-OVERRIDES.
           IF APL-SUPPORT-AMOUNT > 0
              AND APL-SUPPORT-AMOUNT < APL-CLAIMED-AMOUNT
               MOVE APL-SUPPORT-AMOUNT TO WS-APPEALED-AMOUNT
           ELSE
               MOVE APL-CLAIMED-AMOUNT TO WS-APPEALED-AMOUNT.
           MOVE WS-APPEALED-AMOUNT TO RPT-APPEALED.
           MOVE +0 TO WS-PAYABLE-AMOUNT.
           MOVE 'N' TO WS-RECHECK-ERROR.
           PERFORM 320-RECHECK-CLAIM THROUGH 320-EXIT.
           IF WS-RECHECK-ERROR = 'Y'
               GO TO 300-EXIT.
           ADD +1 TO NUM-REVIEWED.
           ADD WS-APPEALED-AMOUNT TO TOT-APPEALED.
           MOVE WS-RUN-DATE-NUM TO APL-DECIDED-DATE.
           IF WS-UPHELD-REASON NOT = SPACES
               MOVE 'U'              TO APL-STATUS
               MOVE ZERO             TO APL-PAID-AMOUNT
               MOVE WS-UPHELD-REASON TO APL-UPHELD-REASON
               ADD +1 TO NUM-UPHELD
               MOVE SPACES TO RPT-DISPOSITION
               STRING 'UPHELD - DENIAL STANDS (' WS-UPHELD-REASON ')'
                   DELIMITED BY SIZE INTO RPT-DISPOSITION
           ELSE
               MOVE SPACES            TO APL-UPHELD-REASON
               MOVE WS-PAYABLE-AMOUNT TO APL-PAID-AMOUNT
               MOVE WS-PAYABLE-AMOUNT TO RPT-PAID
               IF WS-PAYABLE-AMOUNT < WS-APPEALED-AMOUNT
                   MOVE 'R' TO APL-STATUS
                   ADD +1 TO NUM-PARTIAL
                   MOVE 'PARTIALLY PAID - REPRICED TO FEE SCHEDULE'
                       TO RPT-DISPOSITION
               ELSE
                   MOVE 'V' TO APL-STATUS
                   ADD +1 TO NUM-OVERTURNED
                   MOVE 'OVERTURNED - PAID AS APPEALED'
                       TO RPT-DISPOSITION.
           IF NOT APL-UPHELD
               PERFORM 340-PAY-APPEAL.
           PERFORM 350-WRITE-HISTORY.
           REWRITE APL-REC.
           IF WS-APPEALS-STATUS NOT = '00'
               DISPLAY 'APPEALS REWRITE ERROR RC=' WS-APPEALS-STATUS
               MOVE 16 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       300-EXIT.
           EXIT.

       315-VALIDATE-ONE-OVERRIDE.
           IF TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = SPACES
              AND TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = 'D01'
              AND TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = 'I01'
              AND TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = 'C01'
              AND TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = 'T01'
              AND TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = 'A01'
              AND TRN-OVERRIDE-CODE(WS-OVR-SUB) NOT = 'FEE'
               MOVE 'Y' TO WS-OVR-BAD.

      *    ---------------------------------------------------------
      *    Sets WS-UPHELD-REASON to the first failing check that was
      *    not overridden, or leaves it blank with the payable
      *    amount in WS-PAYABLE-AMOUNT.
      *    ---------------------------------------------------------
       320-RECHECK-CLAIM.
           MOVE SPACES TO WS-UPHELD-REASON.
           IF APL-DENY-REASON = 'D01'
               MOVE 'D01' TO WS-OVR-TEST
               PERFORM 360-TEST-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE 'D01' TO WS-UPHELD-REASON
                   GO TO 320-EXIT.
           MOVE APL-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR-FILE.
           IF WS-PATMSTR-STATUS = '23'
               MOVE 'P01' TO WS-UPHELD-REASON
               GO TO 320-EXIT.
           IF WS-PATMSTR-STATUS NOT = '00'
               DISPLAY 'PATMSTR READ ERROR RC=' WS-PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RECHECK-ERROR
               GO TO 320-EXIT.
           MOVE APL-PATIENT-ID TO PATIENT-INS-KEY.
           READ PATINS-FILE.
           IF WS-PATINS-STATUS NOT = '00'
              AND WS-PATINS-STATUS NOT = '23'
               DISPLAY 'PATINS READ ERROR RC=' WS-PATINS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RECHECK-ERROR
               GO TO 320-EXIT.
           IF WS-PATINS-STATUS = '23'
               MOVE 'I01' TO WS-OVR-TEST
               PERFORM 360-TEST-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE 'I01' TO WS-UPHELD-REASON
                   GO TO 320-EXIT.
           IF WS-PATINS-STATUS = '00'
              AND APL-CARRIER-ID NOT = INS-CARRIER-ID
               MOVE 'C01' TO WS-OVR-TEST
               PERFORM 360-TEST-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE 'C01' TO WS-UPHELD-REASON
                   GO TO 320-EXIT.
           IF PAT-INS-TYPE NOT = 'HMO' AND PAT-INS-TYPE NOT = 'PPO'
              AND PAT-INS-TYPE NOT = 'POS'
              AND PAT-INS-TYPE NOT = 'MAJ'
               MOVE 'T01' TO WS-OVR-TEST
               PERFORM 360-TEST-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE 'T01' TO WS-UPHELD-REASON
                   GO TO 320-EXIT.
           MOVE WS-APPEALED-AMOUNT TO WS-PAYABLE-AMOUNT.
           MOVE 'FEE' TO WS-OVR-TEST.
           PERFORM 360-TEST-OVERRIDE.
           IF WS-OVR-FOUND = 'N'
               PERFORM 330-REPRICE-APPEAL.
           IF WS-PAYABLE-AMOUNT > WS-PLAN-LIMIT
               MOVE 'A01' TO WS-OVR-TEST
               PERFORM 360-TEST-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE 'A01' TO WS-UPHELD-REASON
                   GO TO 320-EXIT.
           IF WS-PAYABLE-AMOUNT NOT > 0
               MOVE 'A01' TO WS-UPHELD-REASON.
       320-EXIT.
           EXIT.

      *    the lesser of the amount appealed and the schedule's
      *    allowed amount, as CLMADJ1 reprices
       330-REPRICE-APPEAL.
           MOVE +0 TO WS-FEE-FOUND-IDX.
           PERFORM 335-FIND-FEE-ENTRY
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > FEE-ENTRIES-USED
                  OR WS-FEE-FOUND-IDX > 0.
           IF WS-FEE-FOUND-IDX > 0
              AND FEE-ENT-ALLOWED(WS-FEE-FOUND-IDX)
                  < WS-PAYABLE-AMOUNT
               MOVE FEE-ENT-ALLOWED(WS-FEE-FOUND-IDX)
                   TO WS-PAYABLE-AMOUNT.

       335-FIND-FEE-ENTRY.
           IF FEE-ENT-CODE(WS-FEE-SUB) = APL-PROC-KEY
              AND FEE-ENT-PLAN(WS-FEE-SUB) = PAT-INS-TYPE
               MOVE WS-FEE-SUB TO WS-FEE-FOUND-IDX.

      *    the PAIDFILE record and remittance detail as CLMADJ1
      *    writes them for a paid claim
       340-PAY-APPEAL.
           ADD WS-PAYABLE-AMOUNT TO TOT-PAID-AMOUNT.
           MOVE APL-PATIENT-ID       TO PDC-PATIENT-ID.
           MOVE APL-CARRIER-ID       TO PDC-INS-COMPANY-ID.
           MOVE APL-CLAIM-NUMBER     TO PDC-NUMBER.
           MOVE 'PAID     '          TO PDC-STATUS.
           MOVE WS-PAYABLE-AMOUNT    TO PDC-PAID-AMOUNT.
           MOVE APL-CLAIMED-AMOUNT   TO PDC-CLAIMED-AMOUNT.
           MOVE APL-PROC-KEY         TO PDC-PROC-KEY.
           WRITE PAID-RECORD FROM WS-PAID-CLAIM.
           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'PAIDFILE WRITE ERROR RC=' WS-PAID-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-PAID-WRITTEN
               ADD WS-PAYABLE-AMOUNT TO TOT-PAID-WRITTEN.
           MOVE SPACES               TO REMIT-RECORD.
           MOVE APL-CARRIER-ID       TO RMT-CARRIER-ID.
           MOVE 'D'                  TO RMT-RECORD-TYPE.
           MOVE APL-PATIENT-ID       TO RMT-PATIENT-ID.
           MOVE APL-CLAIM-NUMBER     TO RMT-CLAIM-NUMBER.
           MOVE WS-PAYABLE-AMOUNT    TO RMT-AMOUNT.
           MOVE ZERO                 TO RMT-CLAIM-COUNT.
           WRITE REMIT-RECORD.
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'REMITADV WRITE ERROR RC=' WS-REMIT-STATUS
               MOVE 16 TO RETURN-CODE.
           MOVE +0 TO WS-CAR-FOUND-IDX.
           PERFORM 345-FIND-CARRIER-ENTRY
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED
                  OR WS-CAR-FOUND-IDX > 0.
           IF WS-CAR-FOUND-IDX = 0 AND CAR-ENTRIES-USED < 50
               ADD +1 TO CAR-ENTRIES-USED
               MOVE CAR-ENTRIES-USED TO WS-CAR-FOUND-IDX
               MOVE APL-CARRIER-ID TO CAR-ENT-ID(WS-CAR-FOUND-IDX)
               MOVE +0 TO CAR-ENT-COUNT(WS-CAR-FOUND-IDX)
               MOVE +0 TO CAR-ENT-TOTAL(WS-CAR-FOUND-IDX).
           IF WS-CAR-FOUND-IDX > 0
               ADD +1 TO CAR-ENT-COUNT(WS-CAR-FOUND-IDX)
               ADD WS-PAYABLE-AMOUNT
                   TO CAR-ENT-TOTAL(WS-CAR-FOUND-IDX).

       345-FIND-CARRIER-ENTRY.
           IF CAR-ENT-ID(WS-CAR-SUB) = APL-CARRIER-ID
               MOVE WS-CAR-SUB TO WS-CAR-FOUND-IDX.

      *    the decision joins the claim history at the claimed
      *    amount, so CLMADJ1 still knows the claim when it comes in
      *    again
       350-WRITE-HISTORY.
           MOVE APL-PATIENT-ID       TO NHS-PATIENT-ID.
           MOVE APL-CARRIER-ID       TO NHS-CARRIER-ID.
           MOVE APL-CLAIM-NUMBER     TO NHS-CLAIM-NUMBER.
           MOVE APL-CLAIMED-AMOUNT   TO NHS-AMOUNT.
           MOVE APL-STATUS           TO NHS-DISPOSITION.
           MOVE WS-RUN-DATE-NUM      TO NHS-RUN-DATE.
           MOVE APL-PROC-KEY         TO NHS-PROC-KEY.
           MOVE APL-UPHELD-REASON    TO NHS-REASON-CODE.
           WRITE NEW-HISTORY-RECORD.
           IF WS-NEWHIST-STATUS NOT = '00'
               DISPLAY 'NEWHIST WRITE ERROR RC=' WS-NEWHIST-STATUS
               MOVE 16 TO RETURN-CODE.

       360-TEST-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND.
           PERFORM 365-TEST-ONE-OVERRIDE
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > 4.

       365-TEST-ONE-OVERRIDE.
           IF APL-OVERRIDE-CODE(WS-OVR-SUB) = WS-OVR-TEST
               MOVE 'Y' TO WS-OVR-FOUND.

       270-WRITE-CARRIER-TOTALS.
           MOVE SPACES                    TO REMIT-RECORD.
           MOVE CAR-ENT-ID(WS-CAR-SUB)    TO RMT-CARRIER-ID.
           MOVE 'T'                       TO RMT-RECORD-TYPE.
           MOVE ZERO                      TO RMT-PATIENT-ID.
           MOVE ZERO                      TO RMT-CLAIM-NUMBER.
           MOVE CAR-ENT-TOTAL(WS-CAR-SUB) TO RMT-AMOUNT.
           MOVE CAR-ENT-COUNT(WS-CAR-SUB) TO RMT-CLAIM-COUNT.
           WRITE REMIT-RECORD.
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'REMITADV WRITE ERROR RC=' WS-REMIT-STATUS
               MOVE 16 TO RETURN-CODE.

       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'TRANSACTIONS READ:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-READ                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'APPEALS FILED:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FILED                      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'APPEALS REVIEWED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REVIEWED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  UPHELD:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UPHELD                     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  OVERTURNED:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OVERTURNED                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  PARTIALLY PAID:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PARTIAL                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REJECTED:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REJECTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'AMOUNT APPEALED:            ' TO RPT-TOTALS-ITEM.
           MOVE TOT-APPEALED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAID ON APPEAL:             ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAID-AMOUNT                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

      *    ---------------------------------------------------------
      *    The APLCTL DD is optional -- absent, the 50000.00 plan
      *    limit and 30 response days apply.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             PERFORM 855-READ-ONE-CARD THROUGH 855-EXIT
                 UNTIL WS-CONTROL-STATUS NOT = '00'
             CLOSE CONTROL-CARD-FILE
           END-IF.

       855-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE '10' TO WS-CONTROL-STATUS.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:6) = 'LIMIT='
               MOVE CONTROL-CARD-RECORD(7:9) TO WS-LIMIT-CARD
               IF WS-LIMIT-CARD IS NUMERIC
                 MOVE WS-LIMIT-CARD-NUM TO WS-PLAN-LIMIT
               ELSE
                 DISPLAY 'CLMAPL1 BAD LIMIT= CARD - USING DEFAULT'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:9) = 'RESPDAYS='
               PERFORM 857-RESPONSE-DAYS-CARD
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'CLMAPL1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       855-EXIT.
           EXIT.

      *    without CARRIER= the card sets the default response days
       857-RESPONSE-DAYS-CARD.
           MOVE CONTROL-CARD-RECORD(10:3) TO WS-DAYS-CARD.
           IF WS-DAYS-CARD IS NOT NUMERIC
               DISPLAY 'CLMAPL1 BAD RESPDAYS= CARD - IGNORED: '
                       CONTROL-CARD-RECORD(1:30)
           ELSE
           IF CONTROL-CARD-RECORD(14:8) NOT = 'CARRIER='
               MOVE WS-DAYS-CARD-NUM TO WS-RESP-DAYS
           ELSE
           IF RSP-ENTRIES-USED < 50
               ADD +1 TO RSP-ENTRIES-USED
               MOVE CONTROL-CARD-RECORD(22:7)
                   TO RSP-ENT-CARRIER(RSP-ENTRIES-USED)
               MOVE WS-DAYS-CARD-NUM
                   TO RSP-ENT-DAYS(RSP-ENTRIES-USED)
           ELSE
               DISPLAY 'CLMAPL1 RESPONSE DAYS TABLE FULL'.

       860-WRITE-REJECT.
           ADD +1 TO NUM-REJECTED.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    ---------------------------------------------------------
      *    Every prior CLMHIST record is copied onto NEWHIST, as in
      *    CLMADJ1, so the new history is complete on its own.
      *    ---------------------------------------------------------
       870-LOAD-CLAIM-HISTORY.
           IF HIS-ENTRIES-USED = 0 AND WS-CLMHIST-STATUS = SPACES
               OPEN INPUT OLD-HISTORY-FILE
               IF WS-CLMHIST-STATUS NOT = '00'
                   DISPLAY 'CLMAPL1 CLMHIST NOT PRESENT - NO CLAIM '
                           'CAN BE APPEALED'
                   MOVE 'Y' TO WS-CLMHIST-EOF
                   GO TO 870-EXIT.
           READ OLD-HISTORY-FILE
             AT END MOVE 'Y' TO WS-CLMHIST-EOF .
           IF WS-CLMHIST-EOF = 'Y'
               CLOSE OLD-HISTORY-FILE
               GO TO 870-EXIT.
           IF WS-CLMHIST-STATUS NOT = '00'
              AND WS-CLMHIST-STATUS NOT = '04'
               DISPLAY 'ERROR ON CLMHIST READ.  CODE:'
                       WS-CLMHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CLMHIST-EOF
               CLOSE OLD-HISTORY-FILE
               GO TO 870-EXIT.
           MOVE OLD-HISTORY-RECORD TO NEW-HISTORY-RECORD.
           WRITE NEW-HISTORY-RECORD.
           IF WS-NEWHIST-STATUS NOT = '00'
               DISPLAY 'NEWHIST WRITE ERROR RC=' WS-NEWHIST-STATUS
               MOVE 16 TO RETURN-CODE.
           IF HIS-ENTRIES-USED < 1000
               ADD +1 TO HIS-ENTRIES-USED
               MOVE OHS-CLAIM-NUMBER
                   TO HIS-CLAIM-NUMBER(HIS-ENTRIES-USED)
               MOVE OHS-PATIENT-ID
                   TO HIS-PATIENT-ID(HIS-ENTRIES-USED)
               MOVE OHS-CARRIER-ID
                   TO HIS-CARRIER-ID(HIS-ENTRIES-USED)
               MOVE OHS-AMOUNT
                   TO HIS-AMOUNT(HIS-ENTRIES-USED)
               MOVE OHS-DISPOSITION
                   TO HIS-DISPOSITION(HIS-ENTRIES-USED)
               MOVE OHS-PROC-KEY
                   TO HIS-PROC-KEY(HIS-ENTRIES-USED)
               MOVE OHS-REASON-CODE
                   TO HIS-REASON-CODE(HIS-ENTRIES-USED)
           ELSE
               DISPLAY 'CLMAPL1 HISTORY TABLE FULL - LATER CLAIMS '
                       'CANNOT BE APPEALED IN THIS RUN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
       870-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The FEESCHED DD is optional -- absent, appeals pay as
      *    appealed, as CLMADJ1 pays as claimed.
      *    ---------------------------------------------------------
       880-LOAD-FEE-SCHEDULE.
           IF FEE-ENTRIES-USED = 0 AND WS-FEESCHED-STATUS = SPACES
               OPEN INPUT FEE-SCHEDULE-FILE
               IF WS-FEESCHED-STATUS NOT = '00'
                   DISPLAY 'CLMAPL1 FEESCHED NOT PRESENT - APPEALS '
                           'PAY AS APPEALED'
                   MOVE 'Y' TO WS-FEESCHED-EOF
                   GO TO 880-EXIT.
           READ FEE-SCHEDULE-FILE
             AT END MOVE 'Y' TO WS-FEESCHED-EOF .
           IF WS-FEESCHED-EOF = 'Y'
               CLOSE FEE-SCHEDULE-FILE
               GO TO 880-EXIT.
           IF WS-FEESCHED-STATUS NOT = '00'
              AND WS-FEESCHED-STATUS NOT = '04'
               DISPLAY 'ERROR ON FEESCHED READ.  CODE:'
                       WS-FEESCHED-STATUS
               MOVE 'Y' TO WS-FEESCHED-EOF
               CLOSE FEE-SCHEDULE-FILE
               GO TO 880-EXIT.
           IF FSC-PROC-CODE = SPACES
              OR FSC-ALLOWED NOT NUMERIC
               GO TO 880-EXIT.
           IF FEE-ENTRIES-USED < 200
               ADD +1 TO FEE-ENTRIES-USED
               MOVE FSC-PROC-CODE
                   TO FEE-ENT-CODE(FEE-ENTRIES-USED)
               MOVE FSC-PLAN-TYPE
                   TO FEE-ENT-PLAN(FEE-ENTRIES-USED)
               MOVE FSC-ALLOWED-N
                   TO FEE-ENT-ALLOWED(FEE-ENTRIES-USED)
           ELSE
               DISPLAY 'CLMAPL1 FEE SCHEDULE TABLE FULL'.
       880-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN INPUT    TRAN-FILE
                         PATMSTR-FILE
                         PATINS-FILE
                I-O      APPEAL-FILE
                OUTPUT   PAID-FILE
                         REMIT-FILE
                         NEW-HISTORY-FILE
                         REPORT-FILE .
           IF WS-TRAN-STATUS NOT = '00'
              OR WS-APPEALS-STATUS NOT = '00'
              OR WS-PATMSTR-STATUS NOT = '00'
              OR WS-PATINS-STATUS NOT = '00'
              OR WS-PAID-STATUS NOT = '00'
              OR WS-REMIT-STATUS NOT = '00'
              OR WS-NEWHIST-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'CLMAPL1 OPEN ERROR - TRN=' WS-TRAN-STATUS
                     ' APL=' WS-APPEALS-STATUS
                     ' PAT=' WS-PATMSTR-STATUS
                     ' INS=' WS-PATINS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-TRAN-EOF
             MOVE 'Y' TO WS-CLMHIST-EOF.

       905-CLOSE-FILES.
           CLOSE TRAN-FILE .
           CLOSE APPEAL-FILE .
           CLOSE PATMSTR-FILE .
           CLOSE PATINS-FILE .
           CLOSE PAID-FILE .
           CLOSE REMIT-FILE .
           CLOSE NEW-HISTORY-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CLMAPL1
