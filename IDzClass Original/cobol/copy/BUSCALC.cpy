      *---------------------------------------------------------------
      *   Parameter area for the BUSCAL1 shop business-day calendar
      *   routine.  Dates are YYYYMMDD.  A business day is Monday to
      *   Friday unless the SHOPCAL calendar marks it a holiday (H),
      *   and a Saturday or Sunday the calendar marks as worked (W)
      *   is a business day too.  The caller sets BC-FUNCTION:
      *     'B' - is BC-DATE-1 a business day?  BC-RESULT Y or N
      *     'A' - BC-RESULT-DATE is BC-DATE-1 plus BC-DAY-COUNT
      *           business days (a negative count steps back).  A
      *           zero count rolls a non-business BC-DATE-1 forward
      *           to the next business day
      *     'D' - BC-DAY-COUNT is the number of business days after
      *           BC-DATE-1 up to and including BC-DATE-2 -- the
      *           business-day age of an item opened on BC-DATE-1 as
      *           at BC-DATE-2 (negative when BC-DATE-2 is earlier)
      *   For 'A' and 'D' BC-RESULT still says whether BC-DATE-1
      *   itself is a business day.  A date that is not a real
      *   calendar date comes back with BC-RESULT 'E' and nothing
      *   else answered.
      *---------------------------------------------------------------
       01  BUSCAL-AREA.
           05  BC-FUNCTION             PIC X.
               88  BC-IS-BUSINESS-DAY      VALUE 'B'.
               88  BC-ADD-BUSINESS-DAYS    VALUE 'A'.
               88  BC-DAYS-BETWEEN         VALUE 'D'.
           05  BC-DATE-1               PIC 9(8).
           05  BC-DATE-2               PIC 9(8).
           05  BC-DAY-COUNT            PIC S9(7).
           05  BC-RESULT-DATE          PIC 9(8).
           05  BC-RESULT               PIC X.
               88  BC-BUSINESS-DAY         VALUE 'Y'.
               88  BC-NOT-BUSINESS-DAY     VALUE 'N'.
               88  BC-DATE-INVALID         VALUE 'E'.
