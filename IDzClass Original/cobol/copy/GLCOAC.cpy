      *---------------------------------------------------------------
      *   One record on the GLCOA chart-of-accounts mapping file (80
      *   bytes): how one kind of money movement from one feeder
      *   system is journalled by the general ledger interface,
      *   GLINTF1.  The key is the feeder (COA-SOURCE) and the
      *   feeder's transaction type (COA-TXN-TYPE); the record names
      *   the GL account and cost centre to debit and the GL account
      *   and cost centre to credit for a positive amount.  A
      *   negative amount (a catalog credit note, say) is journalled
      *   with the two sides the other way round.
      *
      *   Feeders and their transaction types:
      *     CATINV  DFH0XINV GLINV billed lines           INV
      *     NACPST  NACTPST postings, from PSTHIST        C   D
      *             (transfer legs)                       TC  TD
      *     NACACR  NACTACR1 accruals, as NACTPST         INT FEE
      *             posted them on PSTHIST
      *     CLMPAY  CLMADJ1 PAIDFILE paid claims          PAID
      *     LOANBK  LOANBK1 BOOKGL loans booked           BOOK
      *     LOANPY  LOANPAY1 PAYGL payments applied       PAY
      *             (escrow part of a payment)            ESC
      *             LOANESD1 ESCGL escrow payouts, run    ESCD
      *             in behind PAYGL
      *     APVCHR  IDMSINV VCHGL supplier invoices       VCHR
      *             vouchered for payment
      *     INVVAL  IDMSVAL VALGL inventory taken on      TKON
      *             receipts into stock                   RCPT
      *             issues out of stock                   ISSU
      *             weighted-average rounding             VARC
      *
      *   A cost centre of '*SOURCE' takes the feeder record's own
      *   cost centre (the charge department on a catalog invoice);
      *   spaces leave the journal line without one.
      *---------------------------------------------------------------
       01  COA-RECORD.
           05  COA-SOURCE              PIC X(6).
           05  COA-TXN-TYPE            PIC X(4).
           05  COA-DR-ACCOUNT          PIC X(8).
           05  COA-DR-COST-CTR         PIC X(8).
           05  COA-CR-ACCOUNT          PIC X(8).
           05  COA-CR-COST-CTR         PIC X(8).
           05  COA-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(8).
