      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPM                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Department to account mapping layout      *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the DEPTACCT file, keyed by charge  *
      *      department, which names the account in the NACT account  *
      *      suite (ACCTDO) that the department's charge-back         *
      *      invoices are debited to.  The DFH0XCBP batch reads it    *
      *      to turn each DFH0XINV invoice into a NACTPST posting.    *
      *      A department with no entry is not posted; its invoices   *
      *      are listed as exceptions for finance to map.             *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        DA-CHARGE-DEPT           Charge department (record key)*
      *        DA-ACCTDO                NACT account number           *
      *        DA-DESCRIPTION           Free text, e.g. cost centre   *
      *        DA-UPDATE-DATE           Date mapping set (yyyymmdd)   *
      *                                                               *
      *****************************************************************
      *    DEPTACCT department to account record structure
           03 DA-CHARGE-DEPT           PIC X(8).
           03 DA-ACCTDO                PIC X(5).
           03 DA-DESCRIPTION           PIC X(30).
           03 DA-UPDATE-DATE           PIC X(8).
           03 FILLER                   PIC X(29).
