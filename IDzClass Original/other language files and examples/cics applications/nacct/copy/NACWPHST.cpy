      * into occurrence 1, pushing the older entries down, so the
      * newest event is always first.
      *
      * Writers: NACT02 (online balance updates), NACTPST (the
      * batch posting run) and NACTCLS1 (closure settlement).  The
      * batch writers roll a charge in as a withdrawal with a
      * positive amount and a payment as a deposit with a negative
      * amount.  Readers: any display wanting to show how a balance
      * got where it is -- redefine a PAY-HIST occurrence with this
      * layout.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Aug 2026   AP    Original version.
      *    Oct 2026   AP    NACTCLS1 added to the writers.
      *
           05  PH-DATE                       PIC 9(8).
           05  PH-TYPE                       PIC X(3).
