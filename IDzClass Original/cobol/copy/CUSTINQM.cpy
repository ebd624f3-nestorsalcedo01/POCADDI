      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = CUSTINQM                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Customer inquiry panel symbolic map        *
      *                                                               *
      * FUNCTION =                                                    *
      *      Symbolic map for the CUSTINQ panel of the CUSTINQ1       *
      *      customer inquiry transaction: the customer id keyed by   *
      *      the help desk, the 'C' record fields from the master,    *
      *      the CUSTADDR contact fields, five product lines, five    *
      *      open service-call lines and a message line.  Keep in     *
      *      step with the CUSTINQ map in mapset CUSTINQS.            *
      *                                                               *
      *****************************************************************
       01  CUSTINQI.
           02  FILLER PIC X(12).
           02  CICUSTL    COMP  PIC  S9(4).
           02  CICUSTF    PICTURE X.
           02  FILLER REDEFINES CICUSTF.
             03 CICUSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CICUSTI  PIC X(5).
           02  CINAMEL    COMP  PIC  S9(4).
           02  CINAMEF    PICTURE X.
           02  FILLER REDEFINES CINAMEF.
             03 CINAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CINAMEI  PIC X(17).
           02  CIBALL    COMP  PIC  S9(4).
           02  CIBALF    PICTURE X.
           02  FILLER REDEFINES CIBALF.
             03 CIBALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIBALI  PIC X(13).
           02  CIORDL    COMP  PIC  S9(4).
           02  CIORDF    PICTURE X.
           02  FILLER REDEFINES CIORDF.
             03 CIORDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIORDI  PIC X(6).
           02  CICITYL    COMP  PIC  S9(4).
           02  CICITYF    PICTURE X.
           02  FILLER REDEFINES CICITYF.
             03 CICITYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CICITYI  PIC X(15).
           02  CIOCCL    COMP  PIC  S9(4).
           02  CIOCCF    PICTURE X.
           02  FILLER REDEFINES CIOCCF.
             03 CIOCCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIOCCI  PIC X(28).
           02  CISTRL    COMP  PIC  S9(4).
           02  CISTRF    PICTURE X.
           02  FILLER REDEFINES CISTRF.
             03 CISTRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CISTRI  PIC X(25).
           02  CIACTYL    COMP  PIC  S9(4).
           02  CIACTYF    PICTURE X.
           02  FILLER REDEFINES CIACTYF.
             03 CIACTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIACTYI  PIC X(15).
           02  CISTATL    COMP  PIC  S9(4).
           02  CISTATF    PICTURE X.
           02  FILLER REDEFINES CISTATF.
             03 CISTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CISTATI  PIC X(2).
           02  CIZIPL    COMP  PIC  S9(4).
           02  CIZIPF    PICTURE X.
           02  FILLER REDEFINES CIZIPF.
             03 CIZIPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIZIPI  PIC X(5).
           02  CIPHONL    COMP  PIC  S9(4).
           02  CIPHONF    PICTURE X.
           02  FILLER REDEFINES CIPHONF.
             03 CIPHONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIPHONI  PIC X(10).
           02  CIEMAILL    COMP  PIC  S9(4).
           02  CIEMAILF    PICTURE X.
           02  FILLER REDEFINES CIEMAILF.
             03 CIEMAILA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIEMAILI  PIC X(30).
           02  CIPRODG OCCURS 5.
             03  CIPRODL    COMP  PIC  S9(4).
             03  CIPRODF    PICTURE X.
             03  FILLER     PICTURE X(2).
             03  CIPRODI  PIC X(74).
           02  CICALLG OCCURS 5.
             03  CICALLL    COMP  PIC  S9(4).
             03  CICALLF    PICTURE X.
             03  FILLER     PICTURE X(2).
             03  CICALLI  PIC X(74).
           02  CIMSGL    COMP  PIC  S9(4).
           02  CIMSGF    PICTURE X.
           02  FILLER REDEFINES CIMSGF.
             03 CIMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CIMSGI  PIC X(74).
       01  CUSTINQO REDEFINES CUSTINQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CICUSTC    PICTURE X.
           02  CICUSTH    PICTURE X.
           02  CICUSTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  CINAMEC    PICTURE X.
           02  CINAMEH    PICTURE X.
           02  CINAMEO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  CIBALC    PICTURE X.
           02  CIBALH    PICTURE X.
           02  CIBALO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  CIORDC    PICTURE X.
           02  CIORDH    PICTURE X.
           02  CIORDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CICITYC    PICTURE X.
           02  CICITYH    PICTURE X.
           02  CICITYO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  CIOCCC    PICTURE X.
           02  CIOCCH    PICTURE X.
           02  CIOCCO  PIC X(28).
           02  FILLER PICTURE X(3).
           02  CISTRC    PICTURE X.
           02  CISTRH    PICTURE X.
           02  CISTRO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  CIACTYC    PICTURE X.
           02  CIACTYH    PICTURE X.
           02  CIACTYO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  CISTATC    PICTURE X.
           02  CISTATH    PICTURE X.
           02  CISTATO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CIZIPC    PICTURE X.
           02  CIZIPH    PICTURE X.
           02  CIZIPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  CIPHONC    PICTURE X.
           02  CIPHONH    PICTURE X.
           02  CIPHONO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CIEMAILC    PICTURE X.
           02  CIEMAILH    PICTURE X.
           02  CIEMAILO  PIC X(30).
           02  CIPRODHG OCCURS 5.
             03  FILLER     PICTURE X(3).
             03  CIPRODC    PICTURE X.
             03  CIPRODH    PICTURE X.
             03  CIPRODO  PIC X(74).
           02  CICALLHG OCCURS 5.
             03  FILLER     PICTURE X(3).
             03  CICALLC    PICTURE X.
             03  CICALLH    PICTURE X.
             03  CICALLO  PIC X(74).
           02  FILLER PICTURE X(3).
           02  CIMSGC    PICTURE X.
           02  CIMSGH    PICTURE X.
           02  CIMSGO  PIC X(74).
