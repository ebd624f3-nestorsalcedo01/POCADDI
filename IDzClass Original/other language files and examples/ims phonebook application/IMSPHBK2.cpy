               03  IN-EXTENSION  PIC  X(10).
               03  IN-ZIP-CODE   PIC  X(7).
               03  INFILL        PIC  X(35).
      *        LOCSET COMMAND / PHBKLOAD - DEPARTMENT AND LOCATION
               03  IN-LOCATION REDEFINES INFILL.
                   04  IN-DEPT-CODE  PIC  X(8).
                   04  IN-BUILDING   PIC  X(6).
                   04  IN-FLOOR      PIC  X(3).
                   04  IN-MAIL-STOP  PIC  X(8).
                   04  FILLER        PIC  X(10).

      * DATA AREA OUTPUT

