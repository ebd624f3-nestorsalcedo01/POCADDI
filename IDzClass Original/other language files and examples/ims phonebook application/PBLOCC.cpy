      *---------------------------------------------------------------
      *   L1111111 department / office-location segment, a child of
      *   the A1111111 phonebook root (at most one per person).  The
      *   segment has no key field; it is reached through its
      *   parent, e.g. a GU/GHU with the qualified root SSA followed
      *   by LSSA1, and goes away with its parent on a DLET.
      *   Written by DFSIVA64 (LOCSET) and PBLOAD1, read by DFSIVA64
      *   (LOCDIS), PBDEPT1 and the PBUNLD1 / PBRELD1 reorg pair.
      *   A PSB that is not sensitive to L1111111 sees the phonebook
      *   exactly as before.
      *---------------------------------------------------------------
       01  LOC-IOAREA.
           02  LOC-BLANK  PIC  X(25) VALUE SPACES.
           02  LOC-DATA REDEFINES LOC-BLANK.
               03  LOC-DEPT-CODE  PIC  X(8).
               03  LOC-BUILDING   PIC  X(6).
               03  LOC-FLOOR      PIC  X(3).
               03  LOC-MAIL-STOP  PIC  X(8).
      *
      *   UNQUALIFIED SSA FOR THE LOCATION SEGMENT
       01  LSSA1           PIC X(9)  VALUE 'L1111111 '.
