      *---------------------------------------------------------------
      *   One record on the CRTIER customer credit-risk tier file,
      *   keyed by CUST-ID: the tier (A best .. D worst) CUSTRSK1
      *   assigned on its last nightly run, the total score, and
      *   the points each factor contributed -- kept so the next
      *   run can say WHY a customer's tier moved.  Each run reads
      *   the prior generation and writes the next.  Kept in
      *   ascending CUST-ID order.
      *
      *   CONTACT-FLAG: V = valid CUSTADDR contact, M = no contact
      *   record, I = contact record present but not mailable.
      *
      *   Generic record layout - the :TAG: placeholder is replaced
      *   by the caller's REPLACING clause, e.g.
      *       COPY CRTIERC REPLACING ==:TAG:== BY ==TIER==.
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-CUST-ID             PIC X(5).
           05  :TAG:-TIER                PIC X.
               88  :TAG:-TIER-A              VALUE 'A'.
               88  :TAG:-TIER-B              VALUE 'B'.
               88  :TAG:-TIER-C              VALUE 'C'.
               88  :TAG:-TIER-D              VALUE 'D'.
           05  :TAG:-SCORE               PIC S9(5)    COMP-3.
           05  :TAG:-SCORE-DATE          PIC X(6).
           05  :TAG:-BALANCE             PIC S9(7)V99 COMP-3.
           05  :TAG:-BAL-POINTS          PIC S9(5)    COMP-3.
           05  :TAG:-TREND-POINTS        PIC S9(5)    COMP-3.
           05  :TAG:-ORDER-POINTS        PIC S9(5)    COMP-3.
           05  :TAG:-CALL-POINTS         PIC S9(5)    COMP-3.
           05  :TAG:-CONTACT-POINTS      PIC S9(5)    COMP-3.
           05  :TAG:-OPEN-CALLS          PIC S9(4)    COMP.
           05  :TAG:-AGED-CALLS          PIC S9(4)    COMP.
           05  :TAG:-CONTACT-FLAG        PIC X.
               88  :TAG:-CONTACT-VALID       VALUE 'V'.
               88  :TAG:-CONTACT-MISSING     VALUE 'M'.
               88  :TAG:-CONTACT-INVALID     VALUE 'I'.
           05  FILLER                    PIC X(40).
