      *---------------------------------------------------------------
      *   Provider master record (80 bytes) -- the physicians and
      *   nurses whose ids TRMTDATA, OUTPDATA and PATMSTR carry.
      *   Maintained by PRVMNT1, consumed by the PRVCHK1 validation
      *   pass.  Ascending provider-id order.
      *     cols  1-8   provider id, as the deck writes it:
      *                 PHYS-00n for a physician, NURS-00n for a
      *                 nurse
      *     col   9     filler
      *     cols 10-34  name
      *     col  35     filler
      *     cols 36-39  role PHYS / NURS -- must agree with the id
      *     col  40     filler
      *     cols 41-50  specialty
      *     col  51     filler
      *     cols 52-61  licence number
      *     col  62     filler
      *     cols 63-70  licence expiry, YYYYMMDD
      *     col  71     filler
      *     col  72     active flag Y/N -- a provider who has left
      *                 stays on the master so history still
      *                 resolves
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-PROV-ID           PIC X(8).
           05  FILLER                  PIC X.
           05  :TAG:-NAME              PIC X(25).
           05  FILLER                  PIC X.
           05  :TAG:-ROLE              PIC X(4).
               88  :TAG:-PHYSICIAN         VALUE 'PHYS'.
               88  :TAG:-NURSE             VALUE 'NURS'.
           05  FILLER                  PIC X.
           05  :TAG:-SPECIALTY         PIC X(10).
           05  FILLER                  PIC X.
           05  :TAG:-LICENCE-NO        PIC X(10).
           05  FILLER                  PIC X.
           05  :TAG:-LICENCE-EXPIRY    PIC 9(8).
           05  :TAG:-LICENCE-EXP-X  REDEFINES :TAG:-LICENCE-EXPIRY.
               10  :TAG:-LIC-EXP-YYYY      PIC X(4).
               10  :TAG:-LIC-EXP-MM        PIC X(2).
               10  :TAG:-LIC-EXP-DD        PIC X(2).
           05  FILLER                  PIC X.
           05  :TAG:-ACTIVE            PIC X.
           05  FILLER                  PIC X(8).
