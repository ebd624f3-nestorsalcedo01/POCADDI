      *---------------------------------------------------------------
      *   One record on the PBUNLOAD phonebook reorganization file,
      *   written by PBUNLD1 and read back by PBRELD1 (80 bytes).
      *   The file holds, in order:
      *     - one 'R' record per A1111111 phonebook root, in root
      *       key sequence, each followed by an 'L' record for its
      *       L1111111 department/location child when it has one,
      *     - one 'H' record per H1111111 change-history segment,
      *       in that database's own sequence, and
      *     - a single 'C' control record, last, carrying the
      *       unload's counts and PBHASH1 key-field hash totals.
      *   A file without its 'C' record is an incomplete unload and
      *   must never be reloaded.
      *---------------------------------------------------------------
       01  PBU-RECORD.
           05  PBU-TYPE                PIC X.
               88  PBU-ROOT-REC            VALUE 'R'.
               88  PBU-LOCATION-REC        VALUE 'L'.
               88  PBU-HISTORY-REC         VALUE 'H'.
               88  PBU-CONTROL-REC         VALUE 'C'.
           05  FILLER                  PIC X.
           05  PBU-DATA                PIC X(78).
      *        'R' - the A1111111 root segment image
           05  PBU-ROOT-DATA  REDEFINES PBU-DATA.
               10  PBU-ROOT-SEGMENT    PIC X(37).
               10  FILLER              PIC X(41).
      *        'L' - the L1111111 location segment image (PBLOCC)
           05  PBU-LOC-DATA  REDEFINES PBU-DATA.
               10  PBU-LOC-SEGMENT     PIC X(25).
               10  FILLER              PIC X(53).
      *        'H' - the H1111111 change-history segment image
           05  PBU-HIST-DATA  REDEFINES PBU-DATA.
               10  PBU-HIST-SEGMENT    PIC X(54).
               10  FILLER              PIC X(24).
      *        'C' - control totals
           05  PBU-CONTROL-DATA  REDEFINES PBU-DATA.
               10  PBU-UNLOAD-DATE     PIC 9(6).
               10  PBU-ROOT-COUNT      PIC 9(9).
               10  PBU-ROOT-HASH       PIC 9(15).
               10  PBU-HIST-COUNT      PIC 9(9).
               10  PBU-HIST-HASH       PIC 9(15).
               10  PBU-LOC-COUNT       PIC 9(9).
               10  PBU-LOC-HASH        PIC 9(15).
