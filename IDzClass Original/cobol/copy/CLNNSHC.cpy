      *---------------------------------------------------------------
      *   Patient appointment attendance record (80 bytes) -- one
      *   per patient who has missed or kept a scheduled clinic
      *   appointment, keyed by patient id.  Kept by the CLNREC1
      *   reconciliation; read by CLNBKG1, which lets a flagged
      *   patient be double-booked into a full slot.
      *     no-show dates   the five most recent no-shows, latest
      *                     first, YYYYMMDD
      *     flag            Y - repeated no-shows: at least the
      *                     CLNCTL NOSHOWS= count of them within
      *                     the WINDOW= days before the last
      *                     reconciliation
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-PATIENT-ID            PIC 9(6).
           05  :TAG:-KEPT-COUNT            PIC 9(5).
           05  :TAG:-NO-SHOW-COUNT         PIC 9(5).
           05  :TAG:-NO-SHOW-DATE          PIC 9(8) OCCURS 5 TIMES.
           05  :TAG:-LAST-KEPT-DATE        PIC 9(8).
           05  :TAG:-FLAG                  PIC X.
               88  :TAG:-REPEAT-NO-SHOW        VALUE 'Y'.
           05  :TAG:-FLAGGED-DATE          PIC 9(8).
           05  FILLER                      PIC X(7).
