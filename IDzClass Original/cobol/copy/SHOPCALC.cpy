      *---------------------------------------------------------------
      *   Shop holiday calendar record (80 bytes) -- the exceptions
      *   to the Monday-to-Friday business week.  Read by the BUSCAL1
      *   business-day routine, maintained by CALMNT1.  Ascending
      *   date order, one record per date.
      *     cols  1-8   date, YYYYMMDD
      *     col   9     filler
      *     col  10     day type:
      *                 H - a holiday: a weekday the shop is closed
      *                 W - a worked day: a Saturday or Sunday the
      *                     shop is open and counts as business
      *     col  11     filler
      *     cols 12-41  description (NEW YEAR, THANKSGIVING, ...)
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-DATE              PIC 9(8).
           05  :TAG:-DATE-X  REDEFINES :TAG:-DATE.
               10  :TAG:-DATE-YYYY         PIC X(4).
               10  :TAG:-DATE-MM           PIC X(2).
               10  :TAG:-DATE-DD           PIC X(2).
           05  FILLER                  PIC X.
           05  :TAG:-DAY-TYPE          PIC X.
               88  :TAG:-HOLIDAY           VALUE 'H'.
               88  :TAG:-WORKED-DAY        VALUE 'W'.
           05  FILLER                  PIC X.
           05  :TAG:-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(39).
