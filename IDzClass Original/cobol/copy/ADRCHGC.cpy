      *---------------------------------------------------------------
      *   One entry on the ADRCHG applied-change log written by
      *   ADDRMNT1: one record for every contact ADD, CHANGE and
      *   DELETE it actually applies to the CUSTADDR file (rejected
      *   transactions are not logged).  The before and after images
      *   are the 100-byte CADDRCOB layout; spaces in the before
      *   image mark an ADD, spaces in the after image a DELETE.
      *   The date and time are those of the ADDRMNT1 run.  Read by
      *   ADDRPRP1 to carry contact address changes into the other
      *   customer books.
      *---------------------------------------------------------------
       01  ADRCHG-RECORD.
           05  ACG-KEY.
               10  ACG-CUST-ID        PIC X(5).
               10  ACG-DATE           PIC X(8).
               10  ACG-TIME           PIC X(6).
           05  ACG-ACTION             PIC X.
               88  ACG-ACTION-ADD         VALUE 'A'.
               88  ACG-ACTION-CHANGE      VALUE 'C'.
               88  ACG-ACTION-DELETE      VALUE 'D'.
           05  ACG-BEFORE-IMAGE       PIC X(100).
           05  ACG-AFTER-IMAGE        PIC X(100).
           05  FILLER                 PIC X(10).
