      *---------------------------------------------------------------
      *   One double-entry line on the GLJRNL journal file (100
      *   bytes), written by the general ledger interface, GLINTF1,
      *   for the ledger load.  Every feeder record becomes a debit
      *   line and a credit line of the same amount; exactly one of
      *   JRN-DEBIT and JRN-CREDIT is non-zero on each line.  Only
      *   feeder batches that balanced as a whole are written, so
      *   the file's debits always equal its credits.
      *
      *   JRN-SUBLEDGER-ID is the feeder's own key for the item (the
      *   NACT account, claim number or loan id) and JRN-REFERENCE
      *   its reference (invoice number, posting reference, carrier
      *   or payment date), so a ledger line can be traced back.
      *---------------------------------------------------------------
       01  JRN-RECORD.
           05  JRN-POST-DATE           PIC 9(8).
           05  JRN-SOURCE              PIC X(6).
           05  JRN-LINE-NO             PIC 9(7).
           05  JRN-GL-ACCOUNT          PIC X(8).
           05  JRN-COST-CTR            PIC X(8).
           05  JRN-DEBIT               PIC 9(9)V99.
           05  JRN-CREDIT              PIC 9(9)V99.
           05  JRN-TXN-TYPE            PIC X(4).
           05  JRN-SUBLEDGER-ID        PIC X(9).
           05  JRN-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(16).
