      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XM5                                  *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Order approval panel symbolic map         *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines the symbolic map for the EXAPPR order-approval   *
      *      panel of the DFH0XGUI client: the signed-on approver,    *
      *      the department whose held orders are listed, a          *
      *      selection number and action (A approve, R reject), ten   *
      *      held-order list lines built from PENDORD and a message   *
      *      line.  Keep in step with the EXAPPR map in mapset        *
      *      DFH0XS1.                                                 *
      *                                                               *
      *****************************************************************
       01  EXAPPRI.
           02  FILLER PIC X(12).
           02  APUSRL    COMP  PIC  S9(4).
           02  APUSRF    PICTURE X.
           02  FILLER REDEFINES APUSRF.
             03 APUSRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APUSRI  PIC X(8).
           02  APDPTL    COMP  PIC  S9(4).
           02  APDPTF    PICTURE X.
           02  FILLER REDEFINES APDPTF.
             03 APDPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APDPTI  PIC X(8).
           02  APSELL    COMP  PIC  S9(4).
           02  APSELF    PICTURE X.
           02  FILLER REDEFINES APSELF.
             03 APSELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APSELI  PIC X(2).
           02  APACTL    COMP  PIC  S9(4).
           02  APACTF    PICTURE X.
           02  FILLER REDEFINES APACTF.
             03 APACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APACTI  PIC X(1).
           02  APLINEG OCCURS 10.
             03  APLINEL    COMP  PIC  S9(4).
             03  APLINEF    PICTURE X.
             03  FILLER     PICTURE X(2).
             03  APLINEI  PIC X(74).
           02  APMSGL    COMP  PIC  S9(4).
           02  APMSGF    PICTURE X.
           02  FILLER REDEFINES APMSGF.
             03 APMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  APMSGI  PIC X(74).
       01  EXAPPRO REDEFINES EXAPPRI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  APUSRC    PICTURE X.
           02  APUSRH    PICTURE X.
           02  APUSRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  APDPTC    PICTURE X.
           02  APDPTH    PICTURE X.
           02  APDPTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  APSELC    PICTURE X.
           02  APSELH    PICTURE X.
           02  APSELO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  APACTC    PICTURE X.
           02  APACTH    PICTURE X.
           02  APACTO  PIC X(1).
           02  APLINEHG OCCURS 10.
             03  FILLER     PICTURE X(3).
             03  APLINEC    PICTURE X.
             03  APLINEH    PICTURE X.
             03  APLINEO  PIC X(74).
           02  FILLER PICTURE X(3).
           02  APMSGC    PICTURE X.
           02  APMSGH    PICTURE X.
           02  APMSGO  PIC X(74).
