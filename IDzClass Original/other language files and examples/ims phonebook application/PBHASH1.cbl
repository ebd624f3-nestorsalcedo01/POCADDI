      ****************************************************************
      * PROGRAM:  PBHASH1
      *           Key-field hash routine for the phonebook reorg
      *
      * PBUNLD1 hashes the key fields of every segment it unloads
      * and PBRELD1 hashes the same fields again as it reloads and
      * re-reads the database; the reorg is only signed off when
      * the two totals agree.  Keeping the arithmetic in this one
      * small called routine (the ZIPVAL1 pattern) means the two
      * sides cannot drift apart.
      *
      * The hash of a field string is the sum, over each character,
      * of its code point times its position -- so a transposed or
      * changed character moves the total, not only a changed
      * count.  A character's code is taken by placing it in the
      * low-order byte of a halfword whose high-order byte is
      * LOW-VALUES.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHASH1.
       ENVIRONMENT DIVISION.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01  WS-HASH-SUB                PIC S9(4)  COMP  VALUE +0.
       01  WS-CHAR-HALFWORD.
           05  WS-CHAR-HIGH           PIC X      VALUE LOW-VALUES.
           05  WS-CHAR-LOW            PIC X      VALUE LOW-VALUES.
       01  WS-CHAR-CODE  REDEFINES WS-CHAR-HALFWORD
                                      PIC 9(4)   COMP.

      *****************************************************************
       LINKAGE SECTION.
       COPY PBHASHC.

      *****************************************************************
       PROCEDURE DIVISION USING PBHASH-AREA.
      *****************************************************************

       000-MAIN.
           MOVE +0 TO PH-HASH.
           IF PH-LENGTH < 1 OR PH-LENGTH > 60
               GOBACK.
           PERFORM 100-HASH-ONE-CHAR
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > PH-LENGTH.
           GOBACK .

       100-HASH-ONE-CHAR.
           MOVE LOW-VALUES TO WS-CHAR-HIGH.
           MOVE PH-TEXT(WS-HASH-SUB:1) TO WS-CHAR-LOW.
           COMPUTE PH-HASH = PH-HASH + (WS-CHAR-CODE * WS-HASH-SUB).

      * END OF PROGRAM PBHASH1
