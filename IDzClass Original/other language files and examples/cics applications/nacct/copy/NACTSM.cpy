      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nactsm.cpy                                              *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * The symbolic maps of the NACTSM mapset (WS-LITS-MAPSET) used
      * by the BMS front-end, NACT01.  Keep in step with the maps in
      * the mapset:
      *
      *   ACCTMNU - the account menu: the request (I inquire, A add,
      *             C change, D delete), the account number, the
      *             surname/forename for a name search, ten lines of
      *             name-search results and a message line.
      *   ACCTDTL - the account detail panel: the account record,
      *             its three payment-history occurrences, a line
      *             describing any approval pending on the account, a
      *             reason for a rejection, the PF key line for the
      *             mode the panel is in and a message line.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *
       01  ACCTMNUI.
           02  FILLER PIC X(12).
           02  MREQL    COMP  PIC  S9(4).
           02  MREQF    PICTURE X.
           02  FILLER REDEFINES MREQF.
             03 MREQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MREQI  PIC X(1).
           02  MACCTL   COMP  PIC  S9(4).
           02  MACCTF   PICTURE X.
           02  FILLER REDEFINES MACCTF.
             03 MACCTA   PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MACCTI PIC X(5).
           02  MSNAMEL  COMP  PIC  S9(4).
           02  MSNAMEF  PICTURE X.
           02  FILLER REDEFINES MSNAMEF.
             03 MSNAMEA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSNAMEI PIC X(18).
           02  MFNAMEL  COMP  PIC  S9(4).
           02  MFNAMEF  PICTURE X.
           02  FILLER REDEFINES MFNAMEF.
             03 MFNAMEA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MFNAMEI PIC X(12).
           02  MLINEG OCCURS 10.
             03  MLINEL     COMP  PIC  S9(4).
             03  MLINEF     PICTURE X.
             03  FILLER     PICTURE X(2).
             03  MLINEI   PIC X(74).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MMSGI  PIC X(74).
       01  ACCTMNUO REDEFINES ACCTMNUI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MREQC    PICTURE X.
           02  MREQH    PICTURE X.
           02  MREQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MACCTC   PICTURE X.
           02  MACCTH   PICTURE X.
           02  MACCTO PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSNAMEC  PICTURE X.
           02  MSNAMEH  PICTURE X.
           02  MSNAMEO PIC X(18).
           02  FILLER PICTURE X(3).
           02  MFNAMEC  PICTURE X.
           02  MFNAMEH  PICTURE X.
           02  MFNAMEO PIC X(12).
           02  MLINEHG OCCURS 10.
             03  FILLER     PICTURE X(3).
             03  MLINEC     PICTURE X.
             03  MLINEH     PICTURE X.
             03  MLINEO   PIC X(74).
           02  FILLER PICTURE X(3).
           02  MMSGC    PICTURE X.
           02  MMSGH    PICTURE X.
           02  MMSGO  PIC X(74).
      *
       01  ACCTDTLI.
           02  FILLER PIC X(12).
           02  DTITLEL  COMP  PIC  S9(4).
           02  DTITLEF  PICTURE X.
           02  FILLER REDEFINES DTITLEF.
             03 DTITLEA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DTITLEI PIC X(30).
           02  DACCTL   COMP  PIC  S9(4).
           02  DACCTF   PICTURE X.
           02  FILLER REDEFINES DACCTF.
             03 DACCTA   PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DACCTI PIC X(5).
           02  DSNAMEL  COMP  PIC  S9(4).
           02  DSNAMEF  PICTURE X.
           02  FILLER REDEFINES DSNAMEF.
             03 DSNAMEA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DSNAMEI PIC X(18).
           02  DFNAMEL  COMP  PIC  S9(4).
           02  DFNAMEF  PICTURE X.
           02  FILLER REDEFINES DFNAMEF.
             03 DFNAMEA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DFNAMEI PIC X(12).
           02  DBALL    COMP  PIC  S9(4).
           02  DBALF    PICTURE X.
           02  FILLER REDEFINES DBALF.
             03 DBALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DBALI  PIC X(12).
           02  DSTATL   COMP  PIC  S9(4).
           02  DSTATF   PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03 DSTATA   PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DSTATI PIC X(1).
           02  DSTATXL  COMP  PIC  S9(4).
           02  DSTATXF  PICTURE X.
           02  FILLER REDEFINES DSTATXF.
             03 DSTATXA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DSTATXI PIC X(20).
           02  DLIMITL  COMP  PIC  S9(4).
           02  DLIMITF  PICTURE X.
           02  FILLER REDEFINES DLIMITF.
             03 DLIMITA  PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DLIMITI PIC X(8).
           02  DHISTG OCCURS 3.
             03  DHISTL     COMP  PIC  S9(4).
             03  DHISTF     PICTURE X.
             03  FILLER     PICTURE X(2).
             03  DHISTI   PIC X(60).
           02  DPENDL   COMP  PIC  S9(4).
           02  DPENDF   PICTURE X.
           02  FILLER REDEFINES DPENDF.
             03 DPENDA   PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DPENDI PIC X(74).
           02  DREASL   COMP  PIC  S9(4).
           02  DREASF   PICTURE X.
           02  FILLER REDEFINES DREASF.
             03 DREASA   PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DREASI PIC X(40).
           02  DPFKL    COMP  PIC  S9(4).
           02  DPFKF    PICTURE X.
           02  FILLER REDEFINES DPFKF.
             03 DPFKA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DPFKI  PIC X(74).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03 DMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DMSGI  PIC X(74).
       01  ACCTDTLO REDEFINES ACCTDTLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DTITLEC  PICTURE X.
           02  DTITLEH  PICTURE X.
           02  DTITLEO PIC X(30).
           02  FILLER PICTURE X(3).
           02  DACCTC   PICTURE X.
           02  DACCTH   PICTURE X.
           02  DACCTO PIC X(5).
           02  FILLER PICTURE X(3).
           02  DSNAMEC  PICTURE X.
           02  DSNAMEH  PICTURE X.
           02  DSNAMEO PIC X(18).
           02  FILLER PICTURE X(3).
           02  DFNAMEC  PICTURE X.
           02  DFNAMEH  PICTURE X.
           02  DFNAMEO PIC X(12).
           02  FILLER PICTURE X(3).
           02  DBALC    PICTURE X.
           02  DBALH    PICTURE X.
           02  DBALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DSTATC   PICTURE X.
           02  DSTATH   PICTURE X.
           02  DSTATO PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSTATXC  PICTURE X.
           02  DSTATXH  PICTURE X.
           02  DSTATXO PIC X(20).
           02  FILLER PICTURE X(3).
           02  DLIMITC  PICTURE X.
           02  DLIMITH  PICTURE X.
           02  DLIMITO PIC X(8).
           02  DHISTHG OCCURS 3.
             03  FILLER     PICTURE X(3).
             03  DHISTC     PICTURE X.
             03  DHISTH     PICTURE X.
             03  DHISTO   PIC X(60).
           02  FILLER PICTURE X(3).
           02  DPENDC   PICTURE X.
           02  DPENDH   PICTURE X.
           02  DPENDO PIC X(74).
           02  FILLER PICTURE X(3).
           02  DREASC   PICTURE X.
           02  DREASH   PICTURE X.
           02  DREASO PIC X(40).
           02  FILLER PICTURE X(3).
           02  DPFKC    PICTURE X.
           02  DPFKH    PICTURE X.
           02  DPFKO  PIC X(74).
           02  FILLER PICTURE X(3).
           02  DMSGC    PICTURE X.
           02  DMSGH    PICTURE X.
           02  DMSGO  PIC X(74).
