      *---------------------------------------------------------------
      *   Patient receivable ledger record (80 bytes) -- one open
      *   item per patient charge or payment.  Posted by PARPST1
      *   from each adjudication run's PAIDFILE and DENYFILE and
      *   from the patient payment file; read by the PARSTM1
      *   statement run and the PARAGE1 aging report.  Indexed on
      *   the item key, so a patient's items are together and in
      *   date order.
      *     item type   D - deductible taken from a paid claim
      *                 C - copay taken from a paid claim
      *                 N - denied claim, moved to the patient
      *                 P - patient payment (negative amounts)
      *                 A - a denied claim paid on appeal: the 'N'
      *                     item reversed (negative amounts; what
      *                     the patient had paid on it stays open
      *                     as a credit)
      *     item ref    claim number for D/C/N/A, the payment's
      *                 own reference for P
      *     amount      the item as posted
      *     open amt    what is still owed on a charge; on a
      *                 payment, the part not yet applied, kept
      *                 negative as a credit
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-PATIENT-ID        PIC 9(6).
               10  :TAG:-ITEM-DATE         PIC 9(8).
               10  :TAG:-ITEM-TYPE         PIC X.
                   88  :TAG:-DEDUCTIBLE        VALUE 'D'.
                   88  :TAG:-COPAY             VALUE 'C'.
                   88  :TAG:-DENIED            VALUE 'N'.
                   88  :TAG:-PAYMENT           VALUE 'P'.
                   88  :TAG:-APPEAL-REVERSAL   VALUE 'A'.
                   88  :TAG:-CHARGE            VALUES 'D' 'C' 'N'.
               10  :TAG:-ITEM-REF          PIC X(10).
           05  :TAG:-CARRIER-ID            PIC X(7).
           05  :TAG:-AMOUNT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  :TAG:-OPEN-AMOUNT           PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  :TAG:-REASON                PIC X(3).
           05  :TAG:-LAST-ACTIVITY         PIC 9(8).
           05  FILLER                      PIC X(17).
