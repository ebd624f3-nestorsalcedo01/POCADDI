      *---------------------------------------------------------------
      *   Parameter area for the PBHASH1 key-field hash routine used
      *   by the phonebook reorganization pair PBUNLD1 / PBRELD1.
      *   The caller places the key fields of one segment in
      *   PH-TEXT, their length in PH-LENGTH, and gets back in
      *   PH-HASH a weighted sum of the character codes (each code
      *   times its position), which the caller adds to its
      *   running hash total.  Both programs MUST hash through this
      *   routine so an unload and its reload can be compared.
      *---------------------------------------------------------------
       01  PBHASH-AREA.
           05  PH-TEXT                 PIC X(60).
           05  PH-LENGTH               PIC S9(4)    COMP.
           05  PH-HASH                 PIC S9(9)    COMP-3.
