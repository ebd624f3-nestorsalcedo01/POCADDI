      *---------------------------------------------------------------
      *   One record on the shared CTLREG control-total registry,
      *   written by CTLTOT1 (one 'P' record per file a job wrote,
      *   one 'C' record per file a job read) and read by CTLRCN1 to
      *   prove that what one job handed on is what the next job
      *   took in.
      *---------------------------------------------------------------
       01  CTLREG-RECORD.
           05  CTR-PROGRAM             PIC X(8).
           05  CTR-ROLE                PIC X.
               88  CTR-PRODUCED            VALUE 'P'.
               88  CTR-CONSUMED            VALUE 'C'.
           05  FILLER                  PIC X.
           05  CTR-DATASET             PIC X(8).
           05  FILLER                  PIC X.
           05  CTR-DATE                PIC 9(6).
           05  CTR-TIME                PIC 9(6).
           05  CTR-RECORD-COUNT        PIC 9(9).
           05  CTR-AMOUNT-TOTAL        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(24).
