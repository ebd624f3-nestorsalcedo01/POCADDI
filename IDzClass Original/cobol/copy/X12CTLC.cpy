      *---------------------------------------------------------------
      *   X12 interface control record (200 bytes) -- the single
      *   record of the X12CTL file.  Read by the EDI8371 837 claim
      *   export and the EDI8351 835 remittance export, each of
      *   which writes it back out on X12CTLN with the control
      *   numbers it used, so the next run's envelopes carry higher
      *   numbers than this run's.
      *     sender id    our interchange sender id (ISA06, GS02)
      *     usage        P - production, T - test (ISA15)
      *     last icn     last interchange control number used
      *                  (ISA13 / IEA02)
      *     last gcn     last functional group control number used
      *                  (GS06 / GE02)
      *     billing      the hospital as billing provider on the
      *                  837 and as payee on the 835: name, NPI,
      *                  federal tax id, address and the billing
      *                  office telephone
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-SENDER-ID             PIC X(15).
           05  :TAG:-USAGE                 PIC X.
               88  :TAG:-PRODUCTION            VALUE 'P'.
               88  :TAG:-TEST                  VALUE 'T'.
           05  :TAG:-LAST-ICN              PIC 9(9).
           05  :TAG:-LAST-GCN              PIC 9(9).
           05  :TAG:-LAST-RUN-DATE         PIC 9(8).
           05  :TAG:-LAST-PROGRAM          PIC X(8).
           05  :TAG:-BILLING-NAME          PIC X(35).
           05  :TAG:-BILLING-NPI           PIC X(10).
           05  :TAG:-BILLING-TAX-ID        PIC X(9).
           05  :TAG:-BILLING-STREET        PIC X(30).
           05  :TAG:-BILLING-CITY          PIC X(20).
           05  :TAG:-BILLING-STATE         PIC X(2).
           05  :TAG:-BILLING-ZIP           PIC X(9).
           05  :TAG:-BILLING-PHONE         PIC X(10).
           05  FILLER                      PIC X(25).
