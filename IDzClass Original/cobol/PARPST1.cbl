      ****************************************************************
      * PROGRAM:  PARPST1
      *           Patient receivable posting after adjudication
      *
      * CLMADJ1 decides what the carrier pays, but the patient's
      * share never went anywhere: PATMSTR's COPAY and REMAINING-
      * DEDUCTIBLE were never applied, and a denied claim simply
      * disappeared.  Run after every adjudication run, this job
      * posts the patient's side of it to the PARLDG patient
      * receivable ledger (PARLDGC layout):
      *
      *   PAIDFILE - each paid claim first takes what is left of the
      *              patient's deductible (whole dollars, as PATMSTR
      *              keeps it), then the copay, both out of the paid
      *              amount and never more than it.  Each becomes a
      *              ledger item ('D', 'C') and REMAINING-DEDUCTIBLE
      *              on PATMSTR is reduced by the deductible taken.
      *              A claim paid on appeal by CLMAPL1 has already
      *              been billed to the patient as a denial: its
      *              'N' item is closed and reversed by an 'A'
      *              item, and anything the patient had already
      *              paid on it is left on the 'A' item as credit.
      *   DENYFILE - a denied claim's claimed amount moves to the
      *              patient as an 'N' item, except:
      *                D01 - an exact re-submission; the original
      *                      claim has already been billed, so it
      *                      is not billed again
      *                P01 - no patient on PATMSTR to bill; listed
      *   PATPAY   - patient payments (optional DD).  Each is
      *              applied to the patient's open charges oldest
      *              first; what is left over stays on the ledger
      *              as a credit on the 'P' item.
      *                cols  1-6   patient id
      *                cols  8-15  payment date YYYYMMDD
      *                cols 17-25  amount 9(7)V99
      *                cols 27-36  payment reference
      *
      * Re-running the same PAIDFILE, DENYFILE or PATPAY lists its
      * items ALREADY POSTED instead of billing the patient twice.
      * Ledger keys carry the posting date, so a claim is looked
      * for among the patient's items by its claim number, posted
      * on whatever day: a paid claim with a 'D' or 'C' item, or a
      * denied claim with any 'D', 'C' or 'N' item, is not posted
      * again (an 'N' item alone on a paid claim is the denial an
      * appeal reverses).  A payment's key is its own date and
      * reference, so its duplicate key says the same.  PARLDG
      * must be defined, empty, before the first run.
      *
      * RC 4 - an input record could not be posted
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARPST1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAID-FILE    ASSIGN TO PAIDFILE
               FILE STATUS  IS  WS-PAID-STATUS.

           SELECT DENY-FILE    ASSIGN TO DENYFILE
               FILE STATUS  IS  WS-DENY-STATUS.

           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO PATPAY
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PATPAY-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-KEY
                  FILE STATUS  IS WS-PATMSTR-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO PARLDG
                  ORGANIZATION IS INDEXED
                  ACCESS       IS DYNAMIC
                  RECORD KEY   IS PAR-KEY
                  FILE STATUS  IS WS-PARLDG-STATUS.

           SELECT REPORT-FILE  ASSIGN TO PARRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PAID-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAID-RECORD                PIC X(80).

       FD  DENY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DENY-RECORD                PIC X(80).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  PAY-PATIENT-ID         PIC X(6).
           05  PAY-PATIENT-ID-N  REDEFINES PAY-PATIENT-ID
                                      PIC 9(6).
           05  FILLER                 PIC X.
           05  PAY-DATE               PIC X(8).
           05  PAY-DATE-N  REDEFINES PAY-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  PAY-AMOUNT             PIC X(9).
           05  PAY-AMOUNT-N  REDEFINES PAY-AMOUNT
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  PAY-REFERENCE          PIC X(10).
           05  FILLER                 PIC X(44).

       FD  PATMSTR-FILE
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
      *        the fields the posting needs, at their offsets in
      *        the PATIENT-MASTER-REC image TESTDATA writes
           05 FILLER           PIC X(77).
           05 PAT-COPAY        PIC S9(3).
           05 PAT-REMAINING-DEDUCT PIC S9(4).
           05 FILLER           PIC X(2874).

       FD  LEDGER-FILE
           DATA RECORD IS PAR-REC.
       COPY PARLDGC REPLACING ==:TAG:== BY ==PAR==.

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
           05  WS-PAID-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DENY-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PATPAY-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PATMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PARLDG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PAID-EOF             PIC X     VALUE 'N'.
           05  WS-DENY-EOF             PIC X     VALUE 'N'.
           05  WS-PATPAY-EOF           PIC X     VALUE 'N'.
           05  WS-ITEMS-DONE           PIC X     VALUE 'N'.
           05  WS-DED-TAKEN            PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-DED-WHOLE            PIC 9(7)         VALUE ZERO.
           05  WS-COPAY-TAKEN          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-AFTER-DED            PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-PAY-LEFT             PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-PAY-APPLIED          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-APPLY-AMT            PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-NEW-REMAINING        PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CLAIM-REF            PIC X(10) VALUE SPACES.
           05  WS-DENIAL-FOUND         PIC X     VALUE 'N'.
           05  WS-CLAIM-PATIENT        PIC 9(6)  VALUE ZERO.
           05  WS-CLAIM-POSTED         PIC X     VALUE 'N'.
           05  WS-DENIAL-COUNTS        PIC X     VALUE 'N'.
           05  WS-REVERSAL-AMT         PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-PATIENT-PAID         PIC S9(7)V99 COMP-3 VALUE +0.
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
      *
      *        the PAIDFILE record as CLMADJ1 writes it
       01  WS-PAID-CLAIM.
           05  PDC-PATIENT-ID          PIC 9(6).
           05  PDC-INS-COMPANY-ID      PIC X(7).
           05  PDC-NUMBER              PIC 9(9).
           05  PDC-STATUS              PIC X(9).
           05  PDC-PAID-AMOUNT         PIC S9(7)V99.
           05  FILLER                  PIC X(40).
      *
      *        the DENYFILE record as CLMADJ1 writes it: the claim
      *        image with the reason code after it
       01  WS-DENIED-CLAIM.
           05  DNC-PATIENT-ID          PIC 9(6).
           05  DNC-INS-COMPANY-ID      PIC X(7).
           05  DNC-NUMBER              PIC 9(9).
           05  DNC-STATUS              PIC X(9).
           05  DNC-CLAIMED-AMOUNT      PIC S9(7)V99.
           05  DNC-PROC-KEY            PIC X(5).
           05  FILLER                  PIC X(26).
           05  FILLER                  PIC X.
           05  DNC-REASON-CODE         PIC X(3).
           05  FILLER                  PIC X(5).
      *
       01  TOTALS-VARS.
           05  NUM-PAID-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENIED-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAYMENTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ITEMS-POSTED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-SHARE          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RESUBMISSIONS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALREADY-POSTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DEDUCT-UPDATES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENIALS-REVERSED  PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-DEDUCTIBLE        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-COPAY             PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-DENIED            PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAYMENTS          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAY-APPLIED       PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAY-UNAPPLIED     PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-REVERSED          PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'PATIENT RECEIVABLE POSTING REPORT'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(7)  VALUE 'PATIENT'.
           05  FILLER  PIC X(8)  VALUE ' SOURCE '.
           05  FILLER  PIC X(11) VALUE 'REFERENCE  '.
           05  FILLER  PIC X(8)  VALUE 'CARRIER '.
           05  FILLER  PIC X(12) VALUE '  CLAIM/PAID'.
           05  FILLER  PIC X(12) VALUE '  DEDUCTIBLE'.
           05  FILLER  PIC X(12) VALUE '       COPAY'.
           05  FILLER  PIC X(12) VALUE '     PATIENT'.
           05  FILLER  PIC X(4)  VALUE SPACES.
           05  FILLER  PIC X(46) VALUE 'DISPOSITION'.
       01  RPT-DETAIL.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SOURCE            PIC X(6).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-REFERENCE         PIC X(10).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-CARRIER           PIC X(7).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-SOURCE-AMOUNT     PIC -(8)9.99.
           05  RPT-DEDUCTIBLE        PIC -(8)9.99.
           05  RPT-COPAY             PIC -(8)9.99.
           05  RPT-PATIENT-AMOUNT    PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-DISPOSITION       PIC X(45).
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
           DISPLAY 'PARPST1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-POST-PAID-CLAIM THROUGH 100-EXIT
               UNTIL WS-PAID-EOF = 'Y'.
           PERFORM 200-POST-DENIED-CLAIM THROUGH 200-EXIT
               UNTIL WS-DENY-EOF = 'Y'.
           PERFORM 300-POST-PAYMENT THROUGH 300-EXIT
               UNTIL WS-PATPAY-EOF = 'Y'.

           PERFORM 400-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'PARPST1 ENDED - ITEMS POSTED = ' NUM-ITEMS-POSTED
                   ' REJECTED = ' NUM-REJECTED.
           GOBACK .

      *    ---------------------------------------------------------
      *    A paid claim: the deductible comes off first, then the
      *    copay from what is left, both out of the paid amount.
      *    The deductible is taken in whole dollars because that is
      *    how PATMSTR carries what remains of it.
      *    ---------------------------------------------------------
       100-POST-PAID-CLAIM.
           READ PAID-FILE INTO WS-PAID-CLAIM
             AT END MOVE 'Y' TO WS-PAID-EOF .
           IF WS-PAID-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'PAIDFILE READ ERROR RC=' WS-PAID-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PAID-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-PAID-READ.
           MOVE SPACES             TO RPT-DETAIL.
           MOVE PDC-PATIENT-ID     TO RPT-PATIENT-ID.
           MOVE 'PAID'             TO RPT-SOURCE.
           MOVE PDC-NUMBER         TO RPT-REFERENCE.
           MOVE PDC-INS-COMPANY-ID TO RPT-CARRIER.
           MOVE ZERO TO RPT-DEDUCTIBLE RPT-COPAY RPT-PATIENT-AMOUNT.
           IF PDC-PAID-AMOUNT NOT NUMERIC
               MOVE ZERO TO RPT-SOURCE-AMOUNT
               MOVE 'REJECTED - PAID AMOUNT NOT NUMERIC'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 100-EXIT.
           MOVE PDC-PAID-AMOUNT TO RPT-SOURCE-AMOUNT.
           MOVE PDC-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR-FILE.
           IF WS-PATMSTR-STATUS = '23'
               MOVE 'REJECTED - PATIENT NOT ON PATMSTR'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 100-EXIT.
           IF WS-PATMSTR-STATUS NOT = '00'
               DISPLAY 'PATMSTR READ ERROR RC=' WS-PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 100-EXIT.
           MOVE PDC-PATIENT-ID TO WS-CLAIM-PATIENT.
           MOVE PDC-NUMBER     TO WS-CLAIM-REF.
           MOVE 'N'            TO WS-DENIAL-COUNTS.
           PERFORM 140-CHECK-CLAIM-POSTED THROUGH 140-EXIT.
           IF WS-CLAIM-POSTED = 'Y'
               ADD +1 TO NUM-ALREADY-POSTED
               MOVE 'ALREADY POSTED' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 100-EXIT.
           PERFORM 130-REVERSE-DENIAL-ITEM THROUGH 130-EXIT.
           MOVE +0 TO WS-DED-TAKEN.
           MOVE +0 TO WS-COPAY-TAKEN.
           IF PAT-REMAINING-DEDUCT NUMERIC
              AND PAT-REMAINING-DEDUCT > 0
               IF PDC-PAID-AMOUNT NOT < PAT-REMAINING-DEDUCT
                   MOVE PAT-REMAINING-DEDUCT TO WS-DED-TAKEN
               ELSE
                   MOVE PDC-PAID-AMOUNT TO WS-DED-WHOLE
                   MOVE WS-DED-WHOLE    TO WS-DED-TAKEN.
           COMPUTE WS-AFTER-DED = PDC-PAID-AMOUNT - WS-DED-TAKEN.
           IF PAT-COPAY NUMERIC
              AND PAT-COPAY > 0
               IF WS-AFTER-DED NOT < PAT-COPAY
                   MOVE PAT-COPAY    TO WS-COPAY-TAKEN
               ELSE
                   MOVE WS-AFTER-DED TO WS-COPAY-TAKEN.
           MOVE WS-DED-TAKEN   TO RPT-DEDUCTIBLE.
           MOVE WS-COPAY-TAKEN TO RPT-COPAY.
           COMPUTE RPT-PATIENT-AMOUNT = WS-DED-TAKEN + WS-COPAY-TAKEN.
           IF WS-DED-TAKEN = 0 AND WS-COPAY-TAKEN = 0
               ADD +1 TO NUM-NO-SHARE
               MOVE 'NO PATIENT SHARE' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 100-EXIT.
           IF WS-DED-TAKEN > 0
               MOVE 'D'            TO PAR-ITEM-TYPE
               MOVE WS-DED-TAKEN   TO PAR-AMOUNT
               PERFORM 110-WRITE-CLAIM-ITEM
               IF WS-PARLDG-STATUS NOT = '00'
                   GO TO 100-EXIT
               ELSE
                   ADD WS-DED-TAKEN TO TOT-DEDUCTIBLE
                   PERFORM 120-REDUCE-DEDUCTIBLE.
           IF WS-COPAY-TAKEN > 0
               MOVE 'C'            TO PAR-ITEM-TYPE
               MOVE WS-COPAY-TAKEN TO PAR-AMOUNT
               PERFORM 110-WRITE-CLAIM-ITEM
               IF WS-PARLDG-STATUS NOT = '00'
                   GO TO 100-EXIT
               ELSE
                   ADD WS-COPAY-TAKEN TO TOT-COPAY.
           MOVE 'POSTED TO PATIENT' TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       100-EXIT.
           EXIT.

      *    the item type and amount are already set; a duplicate key
      *    means this claim was posted earlier the same day
       110-WRITE-CLAIM-ITEM.
           MOVE PDC-PATIENT-ID     TO PAR-PATIENT-ID.
           MOVE WS-RUN-DATE-NUM    TO PAR-ITEM-DATE.
           MOVE PDC-NUMBER         TO PAR-ITEM-REF.
           MOVE PDC-INS-COMPANY-ID TO PAR-CARRIER-ID.
           MOVE PAR-AMOUNT         TO PAR-OPEN-AMOUNT.
           MOVE SPACES             TO PAR-REASON.
           MOVE WS-RUN-DATE-NUM    TO PAR-LAST-ACTIVITY.
           PERFORM 890-WRITE-LEDGER-ITEM.

       120-REDUCE-DEDUCTIBLE.
           COMPUTE WS-NEW-REMAINING =
               PAT-REMAINING-DEDUCT - WS-DED-TAKEN.
           MOVE WS-NEW-REMAINING TO PAT-REMAINING-DEDUCT.
           REWRITE PATMSTR-REC.
           IF WS-PATMSTR-STATUS NOT = '00'
               DISPLAY 'PATMSTR REWRITE ERROR RC=' WS-PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-DEDUCT-UPDATES.

      *    ---------------------------------------------------------
      *    A paid claim the patient was billed for as a denial was
      *    paid on appeal.  The 'N' item is found by its claim
      *    number among the patient's items, closed, and reversed;
      *    an 'N' item already marked APL was reversed by an
      *    earlier run.
      *    ---------------------------------------------------------
       130-REVERSE-DENIAL-ITEM.
           MOVE PDC-NUMBER TO WS-CLAIM-REF.
           MOVE 'N' TO WS-DENIAL-FOUND.
           MOVE 'N' TO WS-ITEMS-DONE.
           MOVE LOW-VALUES     TO PAR-KEY.
           MOVE PDC-PATIENT-ID TO PAR-PATIENT-ID.
           START LEDGER-FILE KEY IS NOT LESS THAN PAR-KEY.
           IF WS-PARLDG-STATUS NOT = '00'
               GO TO 130-EXIT.
           PERFORM 135-FIND-DENIAL-ITEM
               UNTIL WS-ITEMS-DONE = 'Y'.
           IF WS-DENIAL-FOUND = 'N'
              OR PAR-REASON = 'APL'
               GO TO 130-EXIT.
           MOVE PAR-AMOUNT TO WS-REVERSAL-AMT.
           COMPUTE WS-PATIENT-PAID = PAR-AMOUNT - PAR-OPEN-AMOUNT.
           MOVE ZERO            TO PAR-OPEN-AMOUNT.
           MOVE 'APL'           TO PAR-REASON.
           MOVE WS-RUN-DATE-NUM TO PAR-LAST-ACTIVITY.
           REWRITE PAR-REC.
           IF WS-PARLDG-STATUS NOT = '00'
               DISPLAY 'PARLDG REWRITE ERROR RC=' WS-PARLDG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 130-EXIT.
           MOVE PDC-PATIENT-ID     TO PAR-PATIENT-ID.
           MOVE WS-RUN-DATE-NUM    TO PAR-ITEM-DATE.
           MOVE 'A'                TO PAR-ITEM-TYPE.
           MOVE WS-CLAIM-REF       TO PAR-ITEM-REF.
           MOVE PDC-INS-COMPANY-ID TO PAR-CARRIER-ID.
           COMPUTE PAR-AMOUNT      = 0 - WS-REVERSAL-AMT.
           COMPUTE PAR-OPEN-AMOUNT = 0 - WS-PATIENT-PAID.
           MOVE 'APL'              TO PAR-REASON.
           MOVE WS-RUN-DATE-NUM    TO PAR-LAST-ACTIVITY.
           MOVE 'APPEAL'           TO RPT-SOURCE.
           COMPUTE RPT-PATIENT-AMOUNT = 0 - WS-REVERSAL-AMT.
           MOVE 'DENIAL REVERSED - PAID ON APPEAL'
               TO RPT-DISPOSITION.
           PERFORM 890-WRITE-LEDGER-ITEM.
           IF WS-PARLDG-STATUS = '00'
               ADD +1 TO NUM-DENIALS-REVERSED
               ADD WS-REVERSAL-AMT TO TOT-REVERSED
               WRITE REPORT-RECORD FROM RPT-DETAIL.
           MOVE 'PAID'             TO RPT-SOURCE.
           MOVE ZERO               TO RPT-PATIENT-AMOUNT.
           MOVE SPACES             TO RPT-DISPOSITION.
       130-EXIT.
           EXIT.

       135-FIND-DENIAL-ITEM.
           READ LEDGER-FILE NEXT RECORD.
           IF WS-PARLDG-STATUS NOT = '00'
              OR PAR-PATIENT-ID NOT = PDC-PATIENT-ID
               MOVE 'Y' TO WS-ITEMS-DONE
           ELSE
           IF PAR-DENIED AND PAR-ITEM-REF = WS-CLAIM-REF
               MOVE 'Y' TO WS-DENIAL-FOUND
               MOVE 'Y' TO WS-ITEMS-DONE.

      *    ---------------------------------------------------------
      *    Has an earlier run, on any day, already posted this
      *    claim?  The patient's items are scanned for the claim
      *    number as 130 scans them.  A 'D' or 'C' item always
      *    counts; an 'N' item counts only when WS-DENIAL-COUNTS
      *    is 'Y' -- for a paid claim it is the denial an appeal
      *    reverses, not an earlier posting of the payment.
      *    ---------------------------------------------------------
       140-CHECK-CLAIM-POSTED.
           MOVE 'N' TO WS-CLAIM-POSTED.
           MOVE 'N' TO WS-ITEMS-DONE.
           MOVE LOW-VALUES       TO PAR-KEY.
           MOVE WS-CLAIM-PATIENT TO PAR-PATIENT-ID.
           START LEDGER-FILE KEY IS NOT LESS THAN PAR-KEY.
           IF WS-PARLDG-STATUS NOT = '00'
               GO TO 140-EXIT.
           PERFORM 145-FIND-CLAIM-ITEM
               UNTIL WS-ITEMS-DONE = 'Y'.
       140-EXIT.
           EXIT.

       145-FIND-CLAIM-ITEM.
           READ LEDGER-FILE NEXT RECORD.
           IF WS-PARLDG-STATUS NOT = '00'
              OR PAR-PATIENT-ID NOT = WS-CLAIM-PATIENT
               MOVE 'Y' TO WS-ITEMS-DONE
           ELSE
           IF PAR-ITEM-REF = WS-CLAIM-REF
              AND ( PAR-DEDUCTIBLE OR PAR-COPAY
                    OR ( PAR-DENIED AND WS-DENIAL-COUNTS = 'Y' ) )
               MOVE 'Y' TO WS-CLAIM-POSTED
               MOVE 'Y' TO WS-ITEMS-DONE.

      *    ---------------------------------------------------------
      *    A denied claim becomes the patient's to pay, in full, at
      *    the amount claimed.
      *    ---------------------------------------------------------
       200-POST-DENIED-CLAIM.
           READ DENY-FILE INTO WS-DENIED-CLAIM
             AT END MOVE 'Y' TO WS-DENY-EOF .
           IF WS-DENY-EOF = 'Y'
               GO TO 200-EXIT.
           IF WS-DENY-STATUS NOT = '00'
               DISPLAY 'DENYFILE READ ERROR RC=' WS-DENY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DENY-EOF
               GO TO 200-EXIT.
           ADD +1 TO NUM-DENIED-READ.
           MOVE SPACES             TO RPT-DETAIL.
           MOVE DNC-PATIENT-ID     TO RPT-PATIENT-ID.
           MOVE 'DENIED'           TO RPT-SOURCE.
           MOVE DNC-NUMBER         TO RPT-REFERENCE.
           MOVE DNC-INS-COMPANY-ID TO RPT-CARRIER.
           MOVE ZERO TO RPT-DEDUCTIBLE RPT-COPAY RPT-PATIENT-AMOUNT.
           IF DNC-CLAIMED-AMOUNT NOT NUMERIC
              OR DNC-PATIENT-ID NOT NUMERIC
               MOVE ZERO TO RPT-SOURCE-AMOUNT
               MOVE 'REJECTED - CLAIM IMAGE NOT NUMERIC'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 200-EXIT.
           MOVE DNC-CLAIMED-AMOUNT TO RPT-SOURCE-AMOUNT.
           IF DNC-REASON-CODE = 'D01'
               ADD +1 TO NUM-RESUBMISSIONS
               MOVE 'NOT BILLED - RE-SUBMISSION (D01)'
                   TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 200-EXIT.
           IF DNC-REASON-CODE = 'P01'
               MOVE 'REJECTED - NO PATIENT TO BILL (P01)'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 200-EXIT.
           IF DNC-CLAIMED-AMOUNT NOT > 0
               ADD +1 TO NUM-NO-SHARE
               MOVE 'NO PATIENT SHARE' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 200-EXIT.
           MOVE DNC-PATIENT-ID TO WS-CLAIM-PATIENT.
           MOVE DNC-NUMBER     TO WS-CLAIM-REF.
           MOVE 'Y'            TO WS-DENIAL-COUNTS.
           PERFORM 140-CHECK-CLAIM-POSTED THROUGH 140-EXIT.
           IF WS-CLAIM-POSTED = 'Y'
               ADD +1 TO NUM-ALREADY-POSTED
               MOVE 'ALREADY POSTED' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 200-EXIT.
           MOVE DNC-PATIENT-ID     TO PAR-PATIENT-ID.
           MOVE WS-RUN-DATE-NUM    TO PAR-ITEM-DATE.
           MOVE 'N'                TO PAR-ITEM-TYPE.
           MOVE DNC-NUMBER         TO PAR-ITEM-REF.
           MOVE DNC-INS-COMPANY-ID TO PAR-CARRIER-ID.
           MOVE DNC-CLAIMED-AMOUNT TO PAR-AMOUNT.
           MOVE DNC-CLAIMED-AMOUNT TO PAR-OPEN-AMOUNT.
           MOVE DNC-REASON-CODE    TO PAR-REASON.
           MOVE WS-RUN-DATE-NUM    TO PAR-LAST-ACTIVITY.
           PERFORM 890-WRITE-LEDGER-ITEM.
           IF WS-PARLDG-STATUS NOT = '00'
               GO TO 200-EXIT.
           ADD DNC-CLAIMED-AMOUNT TO TOT-DENIED.
           MOVE DNC-CLAIMED-AMOUNT TO RPT-PATIENT-AMOUNT.
           MOVE SPACES TO RPT-DISPOSITION.
           STRING 'MOVED TO PATIENT (' DNC-REASON-CODE ')'
               DELIMITED BY SIZE INTO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       200-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    A patient payment is applied to the patient's open
      *    charges in key order, which is oldest first; whatever is
      *    left is carried as a credit on the payment item itself.
      *    ---------------------------------------------------------
       300-POST-PAYMENT.
           READ PAYMENT-FILE
             AT END MOVE 'Y' TO WS-PATPAY-EOF .
           IF WS-PATPAY-EOF = 'Y'
               GO TO 300-EXIT.
           IF WS-PATPAY-STATUS NOT = '00'
               DISPLAY 'PATPAY READ ERROR RC=' WS-PATPAY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATPAY-EOF
               GO TO 300-EXIT.
           ADD +1 TO NUM-PAYMENTS-READ.
           MOVE SPACES             TO RPT-DETAIL.
           MOVE PAY-PATIENT-ID     TO RPT-PATIENT-ID.
           MOVE 'PAYMNT'           TO RPT-SOURCE.
           MOVE PAY-REFERENCE      TO RPT-REFERENCE.
           MOVE ZERO TO RPT-SOURCE-AMOUNT RPT-DEDUCTIBLE RPT-COPAY
                        RPT-PATIENT-AMOUNT.
           IF PAY-PATIENT-ID NOT NUMERIC
               MOVE 'REJECTED - PATIENT ID NOT NUMERIC'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 300-EXIT.
           IF PAY-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 300-EXIT.
           MOVE PAY-AMOUNT-N TO RPT-SOURCE-AMOUNT.
           IF PAY-AMOUNT-N = 0
               MOVE 'REJECTED - AMOUNT IS ZERO'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 300-EXIT.
           IF PAY-DATE NOT NUMERIC
              OR PAY-DATE(5:2) < '01' OR PAY-DATE(5:2) > '12'
              OR PAY-DATE(7:2) < '01' OR PAY-DATE(7:2) > '31'
               MOVE 'REJECTED - PAYMENT DATE INVALID'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 300-EXIT.
           IF PAY-REFERENCE = SPACES
               MOVE 'REJECTED - NO PAYMENT REFERENCE'
                   TO RPT-DISPOSITION
               PERFORM 850-WRITE-REJECT
               GO TO 300-EXIT.
           MOVE PAY-PATIENT-ID-N   TO PAR-PATIENT-ID.
           MOVE PAY-DATE-N         TO PAR-ITEM-DATE.
           MOVE 'P'                TO PAR-ITEM-TYPE.
           MOVE PAY-REFERENCE      TO PAR-ITEM-REF.
           READ LEDGER-FILE.
           IF WS-PARLDG-STATUS = '00'
               ADD +1 TO NUM-ALREADY-POSTED
               MOVE 'ALREADY POSTED' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
               GO TO 300-EXIT.
           IF WS-PARLDG-STATUS NOT = '23'
               DISPLAY 'PARLDG READ ERROR RC=' WS-PARLDG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 300-EXIT.
           MOVE PAY-AMOUNT-N TO WS-PAY-LEFT.
           MOVE +0           TO WS-PAY-APPLIED.
           MOVE 'N'          TO WS-ITEMS-DONE.
           MOVE LOW-VALUES       TO PAR-KEY.
           MOVE PAY-PATIENT-ID-N TO PAR-PATIENT-ID.
           START LEDGER-FILE KEY IS NOT LESS THAN PAR-KEY.
           IF WS-PARLDG-STATUS NOT = '00'
               MOVE 'Y' TO WS-ITEMS-DONE.
           PERFORM 310-APPLY-TO-NEXT-ITEM
               UNTIL WS-ITEMS-DONE = 'Y'
                  OR WS-PAY-LEFT = 0.
           MOVE PAY-PATIENT-ID-N   TO PAR-PATIENT-ID.
           MOVE PAY-DATE-N         TO PAR-ITEM-DATE.
           MOVE 'P'                TO PAR-ITEM-TYPE.
           MOVE PAY-REFERENCE      TO PAR-ITEM-REF.
           MOVE SPACES             TO PAR-CARRIER-ID.
           COMPUTE PAR-AMOUNT      = 0 - PAY-AMOUNT-N.
           COMPUTE PAR-OPEN-AMOUNT = 0 - WS-PAY-LEFT.
           MOVE SPACES             TO PAR-REASON.
           MOVE WS-RUN-DATE-NUM    TO PAR-LAST-ACTIVITY.
           PERFORM 890-WRITE-LEDGER-ITEM.
           IF WS-PARLDG-STATUS NOT = '00'
               GO TO 300-EXIT.
           ADD PAY-AMOUNT-N   TO TOT-PAYMENTS.
           ADD WS-PAY-APPLIED TO TOT-PAY-APPLIED.
           ADD WS-PAY-LEFT    TO TOT-PAY-UNAPPLIED.
           COMPUTE RPT-PATIENT-AMOUNT = 0 - PAY-AMOUNT-N.
           IF WS-PAY-LEFT > 0
               MOVE 'POSTED - PART HELD AS CREDIT' TO RPT-DISPOSITION
           ELSE
               MOVE 'POSTED - APPLIED IN FULL' TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       300-EXIT.
           EXIT.

       310-APPLY-TO-NEXT-ITEM.
           READ LEDGER-FILE NEXT RECORD.
           IF WS-PARLDG-STATUS NOT = '00'
              OR PAR-PATIENT-ID NOT = PAY-PATIENT-ID-N
               MOVE 'Y' TO WS-ITEMS-DONE
           ELSE
           IF PAR-CHARGE AND PAR-OPEN-AMOUNT > 0
               IF PAR-OPEN-AMOUNT < WS-PAY-LEFT
                   MOVE PAR-OPEN-AMOUNT TO WS-APPLY-AMT
               ELSE
                   MOVE WS-PAY-LEFT     TO WS-APPLY-AMT
               END-IF
               SUBTRACT WS-APPLY-AMT FROM PAR-OPEN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO PAR-LAST-ACTIVITY
               REWRITE PAR-REC
               IF WS-PARLDG-STATUS NOT = '00'
                   DISPLAY 'PARLDG REWRITE ERROR RC=' WS-PARLDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ITEMS-DONE
               ELSE
                   SUBTRACT WS-APPLY-AMT FROM WS-PAY-LEFT
                   ADD WS-APPLY-AMT TO WS-PAY-APPLIED.

       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PAID CLAIMS READ:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAID-READ                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIED CLAIMS READ:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENIED-READ                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENT PAYMENTS READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAYMENTS-READ              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LEDGER ITEMS POSTED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ITEMS-POSTED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NO PATIENT SHARE:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-SHARE                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RE-SUBMISSIONS NOT BILLED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RESUBMISSIONS              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ALREADY POSTED:             ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ALREADY-POSTED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REJECTED:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REJECTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DEDUCTIBLES REDUCED:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DEDUCT-UPDATES             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIALS REVERSED ON APPEAL: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENIALS-REVERSED           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'DEDUCTIBLE BILLED:          ' TO RPT-TOTALS-ITEM.
           MOVE TOT-DEDUCTIBLE                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'COPAY BILLED:               ' TO RPT-TOTALS-ITEM.
           MOVE TOT-COPAY                      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIED MOVED TO PATIENT:    ' TO RPT-TOTALS-ITEM.
           MOVE TOT-DENIED                     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIED REVERSED ON APPEAL:  ' TO RPT-TOTALS-ITEM.
           MOVE TOT-REVERSED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAYMENTS RECEIVED:          ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAYMENTS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAYMENTS APPLIED:           ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAY-APPLIED                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAYMENTS HELD AS CREDIT:    ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAY-UNAPPLIED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       850-WRITE-REJECT.
           ADD +1 TO NUM-REJECTED.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

      *    a duplicate key is an item an earlier run already posted
       890-WRITE-LEDGER-ITEM.
           WRITE PAR-REC.
           IF WS-PARLDG-STATUS = '00'
               ADD +1 TO NUM-ITEMS-POSTED
           ELSE
           IF WS-PARLDG-STATUS = '22'
               ADD +1 TO NUM-ALREADY-POSTED
               MOVE 'ALREADY POSTED' TO RPT-DISPOSITION
               WRITE REPORT-RECORD FROM RPT-DETAIL
           ELSE
               DISPLAY 'PARLDG WRITE ERROR RC=' WS-PARLDG-STATUS
               MOVE 16 TO RETURN-CODE.

       900-OPEN-FILES.
           OPEN INPUT    PAID-FILE
                         DENY-FILE
                         PAYMENT-FILE
                I-O      PATMSTR-FILE
                         LEDGER-FILE
                OUTPUT   REPORT-FILE .
           IF WS-PATPAY-STATUS = '05'
               MOVE '00' TO WS-PATPAY-STATUS.
           IF WS-PAID-STATUS NOT = '00'
              OR WS-DENY-STATUS NOT = '00'
              OR WS-PATPAY-STATUS NOT = '00'
              OR WS-PATMSTR-STATUS NOT = '00'
              OR WS-PARLDG-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'PARPST1 OPEN ERROR - PAID=' WS-PAID-STATUS
                     ' DENY=' WS-DENY-STATUS
                     ' PAY=' WS-PATPAY-STATUS
                     ' PAT=' WS-PATMSTR-STATUS
                     ' LDG=' WS-PARLDG-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PAID-EOF
             MOVE 'Y' TO WS-DENY-EOF
             MOVE 'Y' TO WS-PATPAY-EOF.

       905-CLOSE-FILES.
           CLOSE PAID-FILE .
           CLOSE DENY-FILE .
           CLOSE PAYMENT-FILE .
           CLOSE PATMSTR-FILE .
           CLOSE LEDGER-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PARPST1
