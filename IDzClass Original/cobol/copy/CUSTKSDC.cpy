      *---------------------------------------------------------------
      *   One record on the CUSTKSDS online copy of the CUST2 master,
      *   loaded by CUSTKLD1 after each CUSTMNT1 cycle and read by
      *   the CUSTINQ1 inquiry transaction.  The sequential master
      *   holds several 'P' records per customer under the same
      *   CUST-KEY, which a KSDS cannot, so the cluster key adds a
      *   sequence number within customer id and record type: the
      *   'C' record of a customer is always sequence 000 and its
      *   'P' records follow as 000, 001, 002 ... in master order.
      *   The image is the 80-byte CUST2 record, unchanged.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY CUSTKSDC REPLACING ==:TAG:== BY ==CKS==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-ID          PIC X(5).
               10  :TAG:-RECORD-TYPE      PIC X.
               10  :TAG:-SEQ              PIC 9(3).
           05  :TAG:-IMAGE               PIC X(80).
           05  FILLER                    PIC X(11).
