      ****************************************************************
      * PROGRAM:  RETPRG1
      *           History file retention and purge batch
      *
      * The shop's history files are only ever appended to, so
      * every job that reads one reads further back each night and
      * the DASD they sit on is never given back.  This job applies
      * one retention policy per history file: records older than
      * the policy's retention days are either copied to the dated
      * RETARCH archive generation or dropped, and everything else
      * is written to a slimmed current file that replaces the old
      * one.  A per-file report shows the records and bytes kept,
      * archived and discarded.
      *
      * The history files this job knows, with the slimmed current
      * file each one is written to:
      *
      *   ORDLOG   -> ORDLOGN   catalog order history (DFH0XCP9),
      *                         104 bytes, indexed
      *   RETLOG   -> RETLOGN   catalog returns log (DFH0XCPD),
      *                         80 bytes, indexed
      *   PSTHIST  -> PSTHISTN  NACT posting history, 90 bytes
      *   ACCTCHG  -> ACCTCHGN  NACT account change log (NACWCLOG),
      *                         346 bytes
      *   POTJRNL  -> POTJRNLN  POT customer change journal
      *                         (POTJRNL), 280 bytes, indexed
      *   CLMHIST  -> CLMHISTN  claim history, 80 bytes
      *   MNTJRNL  -> MNTJRNLN  customer maintenance journal,
      *                         110 bytes
      *   RUNLOG   -> RUNLOGN   batch run log (RUNLOGR), 80 bytes
      *
      * Only the files with a policy card are touched; the others
      * need no DDs in the step.  The indexed slimmed files are
      * written in key order into an empty cluster, ready to take
      * the old one's place.
      *
      * OPEN ITEMS:
      *   An expired record is never purged while an open item
      *   still refers to it -- it is kept, and counted as HELD:
      *     ORDLOG  - the order is on the DFH0XINV carry-forward
      *               (shipped but not yet invoiced), or its charge
      *               department still has an open BAKORD
      *               back-order for the same item
      *     RETLOG  - the return is against an order still on the
      *               carry-forward
      *     CLMHIST - the claim has an OPEN appeal on APPEALS
      *   If the open-item file a policy depends on cannot be read
      *   in full, nothing at all is purged from that history file
      *   for the run.
      *
      * A record whose date field is not a valid date is kept and
      * counted as UNDATED -- this job never guesses at an age.
      *
      * RETCTL policy card, one per history file:
      *   cols  1-8   history file name, as listed above
      *   cols 10-13  retention days 9(4)
      *   cols 15-17  position of the date in the record 9(3)
      *   col  19     date format
      *                 Y - YYYYMMDD
      *                 M - MMDDYYYY
      *                 S - YYMMDD
      *                 P - packed 0CYYDDD (EIBDATE), 4 bytes
      *   col  21     A - archive expired records to RETARCH
      *               D - discard expired records
      *   A card with '*' in column 1 is a comment.
      *
      *   e.g. ORDLOG   0730 009 M A
      *        RUNLOG   0090 011 S D
      *
      * FILES:
      *   RETCTL   - policy cards
      *   BAKORD   - catalog back-orders, DFH0XCPA layout
      *   INVCFWD  - the latest DFH0XINV carry-forward (NEWCFWD)
      *   APPEALS  - claim appeals, CLMAPLC layout
      *   RETARCH  - archive out: archive date, history file name
      *              and the record image
      *   RETRPT   - retention report
      *
      * RC 4 - a policy card was rejected, or open items were not
      *        available and a file was carried forward whole
      * RC16 - a file error; the slimmed files must not be used
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO RETCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT BAKORD-FILE   ASSIGN TO BAKORD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BO-KEY
               FILE STATUS  IS  WS-BAKORD-STATUS.

           SELECT CFWD-FILE     ASSIGN TO INVCFWD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CFWD-STATUS.

           SELECT APPEAL-FILE   ASSIGN TO APPEALS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS APL-CLAIM-NUMBER
               FILE STATUS  IS  WS-APPEALS-STATUS.

           SELECT ORDLOG-FILE   ASSIGN TO ORDLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS  IS  WS-ORDLOG-STATUS.

           SELECT ORDLOGN-FILE  ASSIGN TO ORDLOGN
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLN-KEY
               FILE STATUS  IS  WS-ORDLOGN-STATUS.

           SELECT RETLOG-FILE   ASSIGN TO RETLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS  IS  WS-RETLOG-STATUS.

           SELECT RETLOGN-FILE  ASSIGN TO RETLOGN
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RTN-KEY
               FILE STATUS  IS  WS-RETLOGN-STATUS.

           SELECT PSTHIST-FILE  ASSIGN TO PSTHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PSTHIST-STATUS.

           SELECT PSTHISTN-FILE ASSIGN TO PSTHISTN
               FILE STATUS  IS  WS-PSTHISTN-STATUS.

           SELECT CHANGELOG-FILE ASSIGN TO ACCTCHG
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CHANGELOG-STATUS.

           SELECT CHANGELOGN-FILE ASSIGN TO ACCTCHGN
               FILE STATUS  IS  WS-CHANGELOGN-STATUS.

           SELECT POTJRNL-FILE  ASSIGN TO POTJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PJR-KEY
               FILE STATUS  IS  WS-POTJRNL-STATUS.

           SELECT POTJRNLN-FILE ASSIGN TO POTJRNLN
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PJN-KEY
               FILE STATUS  IS  WS-POTJRNLN-STATUS.

           SELECT CLMHIST-FILE  ASSIGN TO CLMHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CLMHIST-STATUS.

           SELECT CLMHISTN-FILE ASSIGN TO CLMHISTN
               FILE STATUS  IS  WS-CLMHISTN-STATUS.

           SELECT MNTJRNL-FILE  ASSIGN TO MNTJRNL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-MNTJRNL-STATUS.

           SELECT MNTJRNLN-FILE ASSIGN TO MNTJRNLN
               FILE STATUS  IS  WS-MNTJRNLN-STATUS.

           SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RUNLOG-STATUS.

           SELECT RUNLOGN-FILE  ASSIGN TO RUNLOGN
               FILE STATUS  IS  WS-RUNLOGN-STATUS.

           SELECT ARCHIVE-FILE  ASSIGN TO RETARCH
               FILE STATUS  IS  WS-ARCHIVE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RETRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POLICY-CARD.
           05  PC-FILE-NAME           PIC X(8).
           05  FILLER                 PIC X.
           05  PC-DAYS                PIC X(4).
           05  PC-DAYS-N  REDEFINES PC-DAYS
                                      PIC 9(4).
           05  FILLER                 PIC X.
           05  PC-DATE-POS            PIC X(3).
           05  PC-DATE-POS-N  REDEFINES PC-DATE-POS
                                      PIC 9(3).
           05  FILLER                 PIC X.
           05  PC-DATE-FORMAT         PIC X.
           05  FILLER                 PIC X.
           05  PC-ACTION              PIC X.
           05  FILLER                 PIC X(59).

       FD  BAKORD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  BACKORD-RECORD.
           COPY DFH0XCPA.

      *    DFH0XINV's NEWCFWD record
       FD  CFWD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CFWD-RECORD.
           05  CFW-ORDER-KEY          PIC X(22).
           05  FILLER                 PIC X(58).

       FD  APPEAL-FILE
           DATA RECORD IS APL-REC.
       COPY CLMAPLC REPLACING ==:TAG:== BY ==APL==.

       FD  ORDLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ORDLOG-RECORD.
           COPY DFH0XCP9.

       FD  ORDLOGN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ORDLOGN-RECORD.
           05  OLN-KEY                PIC X(22).
           05  FILLER                 PIC X(82).

       FD  RETLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RETLOG-RECORD.
           COPY DFH0XCPD.

       FD  RETLOGN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RETLOGN-RECORD.
           05  RTN-KEY                PIC X(22).
           05  FILLER                 PIC X(58).

       FD  PSTHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PSTHIST-RECORD             PIC X(90).

       FD  PSTHISTN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PSTHISTN-RECORD            PIC X(90).

       FD  CHANGELOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CHANGE-LOG-REC             PIC X(346).

       FD  CHANGELOGN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CHANGE-LOGN-REC            PIC X(346).

       FD  POTJRNL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY POTJRNL.

       FD  POTJRNLN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  POTJRNLN-RECORD.
           05  PJN-KEY                PIC X(19).
           05  FILLER                 PIC X(261).

      *    CLMADJ1's claim history record
       FD  CLMHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CLMHIST-RECORD.
           05  CHS-PATIENT-ID         PIC 9(6).
           05  CHS-CARRIER-ID         PIC X(7).
           05  CHS-CLAIM-NUMBER       PIC 9(9).
           05  FILLER                 PIC X(58).

       FD  CLMHISTN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CLMHISTN-RECORD            PIC X(80).

       FD  MNTJRNL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  MNTJRNL-RECORD             PIC X(110).

       FD  MNTJRNLN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  MNTJRNLN-RECORD            PIC X(110).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RUNLOG-IN-RECORD           PIC X(80).

       FD  RUNLOGN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RUNLOGN-RECORD             PIC X(80).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARC-DATE               PIC 9(8).
           05  ARC-FILE-NAME          PIC X(8).
           05  ARC-IMAGE              PIC X(346).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-BAKORD-STATUS           PIC XX  VALUE '00'.
       01  WS-CFWD-STATUS             PIC XX  VALUE '00'.
       01  WS-APPEALS-STATUS          PIC XX  VALUE '00'.
       01  WS-ORDLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-ORDLOGN-STATUS          PIC XX  VALUE '00'.
       01  WS-RETLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-RETLOGN-STATUS          PIC XX  VALUE '00'.
       01  WS-PSTHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-PSTHISTN-STATUS         PIC XX  VALUE '00'.
       01  WS-CHANGELOG-STATUS        PIC XX  VALUE '00'.
       01  WS-CHANGELOGN-STATUS       PIC XX  VALUE '00'.
       01  WS-POTJRNL-STATUS          PIC XX  VALUE '00'.
       01  WS-POTJRNLN-STATUS         PIC XX  VALUE '00'.
       01  WS-CLMHIST-STATUS          PIC XX  VALUE '00'.
       01  WS-CLMHISTN-STATUS         PIC XX  VALUE '00'.
       01  WS-MNTJRNL-STATUS          PIC XX  VALUE '00'.
       01  WS-MNTJRNLN-STATUS         PIC XX  VALUE '00'.
       01  WS-RUNLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-RUNLOGN-STATUS          PIC XX  VALUE '00'.
       01  WS-ARCHIVE-STATUS          PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-HIST-IN-STATUS          PIC XX  VALUE '00'.
       01  WS-HIST-OUT-STATUS         PIC XX  VALUE '00'.
       01  WS-CONTROL-EOF             PIC X   VALUE 'N'.
       01  WS-OPEN-ITEM-EOF           PIC X   VALUE 'N'.
       01  WS-HIST-EOF                PIC X   VALUE 'N'.
       01  WS-RUN-ABORTED             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-RUN-DAY-INT             PIC S9(9) COMP-3 VALUE +0.
      *
      *        ***********************************
      *          the history files: name, record
      *          length, and which open items
      *          protect their records
      *            I - carry-forward and back-orders
      *            R - carry-forward, by the order
      *                the return was against
      *            A - open appeals
      *        ***********************************
       01  WS-HISTORY-VALUES.
           05  FILLER                 PIC X(12) VALUE 'ORDLOG  104I'.
           05  FILLER                 PIC X(12) VALUE 'RETLOG  080R'.
           05  FILLER                 PIC X(12) VALUE 'PSTHIST 090 '.
           05  FILLER                 PIC X(12) VALUE 'ACCTCHG 346 '.
           05  FILLER                 PIC X(12) VALUE 'POTJRNL 280 '.
           05  FILLER                 PIC X(12) VALUE 'CLMHIST 080A'.
           05  FILLER                 PIC X(12) VALUE 'MNTJRNL 110 '.
           05  FILLER                 PIC X(12) VALUE 'RUNLOG  080 '.
       01  WS-HISTORY-TABLE  REDEFINES WS-HISTORY-VALUES.
           05  HST-ENTRY  OCCURS 8 TIMES.
               10  HST-ENT-NAME          PIC X(8).
               10  HST-ENT-RECLEN        PIC 9(3).
               10  HST-ENT-HOLD-TYPE     PIC X.
       01  WS-FILE-NO                 PIC S9(4) COMP  VALUE +0.
       01  WS-FILE-SUB                PIC S9(4) COMP  VALUE +0.
       01  WS-FILE-FOUND-IDX          PIC S9(4) COMP  VALUE +0.
      *
      *        ***********************************
      *          the policy from each file's card
      *        ***********************************
       01  POLICY-TABLE.
           05  POL-ENTRY  OCCURS 8 TIMES.
               10  POL-CARDED            PIC X.
               10  POL-DAYS              PIC 9(4).
               10  POL-DATE-POS          PIC 9(3).
               10  POL-DATE-LEN          PIC 9(3).
               10  POL-DATE-FORMAT       PIC X.
               10  POL-ACTION            PIC X.
       01  WS-CUTOFF-DAY-INT          PIC S9(9) COMP-3 VALUE +0.
       01  WS-CUTOFF-DATE             PIC 9(8)  VALUE ZERO.
      *
      *        ***********************************
      *          one history record, whichever
      *          file it came from, and its date
      *        ***********************************
       01  WS-HIST-IMAGE              PIC X(346).
       01  WS-HIST-LEN                PIC S9(4) COMP  VALUE +0.
       01  WS-REC-DAY-INT             PIC S9(9) COMP-3 VALUE +0.
       01  WS-REC-DATE-X              PIC X(8).
       01  WS-REC-YMD.
           05  WS-REC-YMD-CC          PIC XX.
           05  WS-REC-YMD-YY          PIC XX.
           05  WS-REC-YMD-MM          PIC XX.
           05  WS-REC-YMD-DD          PIC XX.
       01  WS-REC-YMD-NUM  REDEFINES WS-REC-YMD
                                      PIC 9(8).
       01  WS-REC-PACKED-X            PIC X(4).
       01  WS-REC-PACKED  REDEFINES WS-REC-PACKED-X
                                      PIC S9(7) COMP-3.
       01  WS-REC-CYYDDD              PIC 9(7).
       01  WS-REC-CYYDDD-PARTS  REDEFINES WS-REC-CYYDDD.
           05  FILLER                 PIC 9.
           05  WS-REC-CENTURY         PIC 9.
           05  WS-REC-JUL-YY          PIC 99.
           05  WS-REC-JUL-DDD         PIC 999.
       01  WS-REC-CCYYDDD             PIC 9(7).
      *
      *        ***********************************
      *          open items that hold records
      *        ***********************************
       01  WS-ITEM-OPEN               PIC X   VALUE 'N'.
       01  WS-HOLD-ALL                PIC X   VALUE 'N'.
       01  WS-CFWD-LOADED             PIC X   VALUE 'N'.
       01  WS-BKO-LOADED              PIC X   VALUE 'N'.
       01  WS-APL-LOADED              PIC X   VALUE 'N'.
       01  WS-ORDER-KEY               PIC X(22).
      *
       01  CFWD-CONTROLS.
           05  CFW-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CFW-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CFW-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  CFWD-TABLE.
           05  CFW-ENTRY  OCCURS 500 TIMES.
               10  CFW-ENT-KEY           PIC X(22).
      *
       01  BACKORDER-CONTROLS.
           05  BKO-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-BKO-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-BKO-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  BACKORDER-TABLE.
           05  BKO-ENTRY  OCCURS 500 TIMES.
               10  BKO-ENT-DEPT          PIC X(8).
               10  BKO-ENT-ITEM          PIC 9(4).
      *
       01  APPEAL-CONTROLS.
           05  OAP-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-OAP-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-OAP-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  OPEN-APPEAL-TABLE.
           05  OAP-ENTRY  OCCURS 500 TIMES.
               10  OAP-ENT-CLAIM         PIC 9(9).
      *
       01  FILE-COUNTERS.
           05  NUM-FILE-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILE-KEPT         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILE-HELD         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILE-UNDATED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILE-ARCHIVED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILE-DISCARDED    PIC S9(9)   COMP-3  VALUE +0.
           05  BYT-FILE-READ         PIC S9(13)  COMP-3  VALUE +0.
           05  BYT-FILE-KEPT         PIC S9(13)  COMP-3  VALUE +0.
           05  BYT-FILE-ARCHIVED     PIC S9(13)  COMP-3  VALUE +0.
           05  BYT-FILE-DISCARDED    PIC S9(13)  COMP-3  VALUE +0.
           05  WS-FILE-NOTE          PIC X(50)           VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-CARDS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CARDS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILES-PROCESSED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FILES-HELD-WHOLE  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPEN-CFWD         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPEN-BACKORDERS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPEN-APPEALS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOTAL-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOTAL-KEPT        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOTAL-HELD        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOTAL-UNDATED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOTAL-ARCHIVED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOTAL-DISCARDED   PIC S9(9)   COMP-3  VALUE +0.
           05  BYT-TOTAL-READ        PIC S9(13)  COMP-3  VALUE +0.
           05  BYT-TOTAL-KEPT        PIC S9(13)  COMP-3  VALUE +0.
           05  BYT-TOTAL-ARCHIVED    PIC S9(13)  COMP-3  VALUE +0.
           05  BYT-TOTAL-DISCARDED   PIC S9(13)  COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'HISTORY FILE RETENTION REPORT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(10) VALUE 'FILE      '.
           05  FILLER  PIC X(6)  VALUE 'DAYS  '.
           05  FILLER  PIC X(10) VALUE 'CUTOFF    '.
           05  FILLER  PIC X(8)  VALUE 'ACTION  '.
           05  FILLER  PIC X(14) VALUE '          READ'.
           05  FILLER  PIC X(14) VALUE '          KEPT'.
           05  FILLER  PIC X(14) VALUE '   (HELD OPEN)'.
           05  FILLER  PIC X(14) VALUE '     (UNDATED)'.
           05  FILLER  PIC X(14) VALUE '      ARCHIVED'.
           05  FILLER  PIC X(14) VALUE '     DISCARDED'.
           05  FILLER  PIC X(14) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-FILE-NAME          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DAYS               PIC ZZZ9.
           05  RPT-DAYS-X  REDEFINES RPT-DAYS
                                      PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-CUTOFF             PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACTION             PIC X(8).
           05  RPT-READ               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-KEPT               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-HELD               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-UNDATED            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-ARCHIVED           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-DISCARDED          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE SPACES.
       01  RPT-BYTES-DETAIL.
           05  FILLER                 PIC X(28) VALUE SPACES.
           05  RPT-BYTES-LABEL        PIC X(6)  VALUE 'BYTES'.
           05  RPT-BYT-READ           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-BYT-KEPT           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(28) VALUE SPACES.
           05  RPT-BYT-ARCHIVED       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-BYT-DISCARDED      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE '*** '.
           05  RPT-NOTE               PIC X(50).
           05  FILLER                 PIC X(68) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'RETPRG1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           PERFORM 900-OPEN-FILES.
           IF WS-RUN-ABORTED = 'N'
               PERFORM 850-READ-POLICY-CARD THROUGH 850-EXIT
                   UNTIL WS-CONTROL-EOF = 'Y'
               PERFORM 860-LOAD-OPEN-ITEMS
               PERFORM 800-INIT-REPORT
               PERFORM 100-PROCESS-FILE THROUGH 100-EXIT
                   VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 8
               PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'RETPRG1 ENDED - FILES = ' NUM-FILES-PROCESSED
                   ' ARCHIVED = ' NUM-TOTAL-ARCHIVED
                   ' DISCARDED = ' NUM-TOTAL-DISCARDED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One history file with a policy card: every record is
      *    read once and goes either to the slimmed current file
      *    or, once expired, to the archive or nowhere.
      *    ---------------------------------------------------------
       100-PROCESS-FILE.
           IF POL-CARDED(WS-FILE-NO) NOT = 'Y'
               GO TO 100-EXIT.
           ADD +1 TO NUM-FILES-PROCESSED.
           MOVE +0 TO NUM-FILE-READ NUM-FILE-KEPT NUM-FILE-HELD
                      NUM-FILE-UNDATED NUM-FILE-ARCHIVED
                      NUM-FILE-DISCARDED.
           MOVE +0 TO BYT-FILE-READ BYT-FILE-KEPT BYT-FILE-ARCHIVED
                      BYT-FILE-DISCARDED.
           MOVE SPACES TO WS-FILE-NOTE.
           MOVE HST-ENT-RECLEN(WS-FILE-NO) TO WS-HIST-LEN.
           COMPUTE WS-CUTOFF-DAY-INT =
               WS-RUN-DAY-INT - POL-DAYS(WS-FILE-NO).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-DAY-INT).
           PERFORM 110-CHECK-OPEN-ITEMS-LOADED.
           PERFORM 910-OPEN-HISTORY.
           PERFORM 200-DISPOSE-RECORD THROUGH 200-EXIT
               UNTIL WS-HIST-EOF = 'Y'.
           PERFORM 915-CLOSE-HISTORY.
           PERFORM 280-REPORT-FILE.
       100-EXIT.
           EXIT.

      *    a file whose open items could not all be loaded keeps
      *    every record this run
       110-CHECK-OPEN-ITEMS-LOADED.
           MOVE 'N' TO WS-HOLD-ALL.
           IF HST-ENT-HOLD-TYPE(WS-FILE-NO) = 'I'
              AND (WS-CFWD-LOADED = 'N' OR WS-BKO-LOADED = 'N')
               MOVE 'Y' TO WS-HOLD-ALL
           ELSE
           IF HST-ENT-HOLD-TYPE(WS-FILE-NO) = 'R'
              AND WS-CFWD-LOADED = 'N'
               MOVE 'Y' TO WS-HOLD-ALL
           ELSE
           IF HST-ENT-HOLD-TYPE(WS-FILE-NO) = 'A'
              AND WS-APL-LOADED = 'N'
               MOVE 'Y' TO WS-HOLD-ALL.
           IF WS-HOLD-ALL = 'Y'
               MOVE 'OPEN ITEMS NOT AVAILABLE - NOTHING PURGED'
                   TO WS-FILE-NOTE
               ADD +1 TO NUM-FILES-HELD-WHOLE
               PERFORM 895-SET-WARNING-RC.

      *    ---------------------------------------------------------
      *    Kept: in date, undated, or expired but still referred
      *    to by an open item.  Otherwise archived or discarded
      *    as the policy says.
      *    ---------------------------------------------------------
       200-DISPOSE-RECORD.
           PERFORM 700-READ-HISTORY.
           IF WS-HIST-EOF = 'Y'
               GO TO 200-EXIT.
           ADD +1 TO NUM-FILE-READ.
           ADD WS-HIST-LEN TO BYT-FILE-READ.
           PERFORM 210-GET-RECORD-DATE THROUGH 210-EXIT.
           IF WS-REC-DAY-INT = 0
               ADD +1 TO NUM-FILE-UNDATED
               GO TO 200-KEEP.
           IF WS-REC-DAY-INT NOT < WS-CUTOFF-DAY-INT
               GO TO 200-KEEP.
           IF WS-HOLD-ALL = 'Y'
               ADD +1 TO NUM-FILE-HELD
               GO TO 200-KEEP.
           PERFORM 220-CHECK-OPEN-ITEM.
           IF WS-ITEM-OPEN = 'Y'
               ADD +1 TO NUM-FILE-HELD
               GO TO 200-KEEP.
           IF POL-ACTION(WS-FILE-NO) = 'A'
               PERFORM 750-WRITE-ARCHIVE-RECORD
               ADD +1 TO NUM-FILE-ARCHIVED
               ADD WS-HIST-LEN TO BYT-FILE-ARCHIVED
           ELSE
               ADD +1 TO NUM-FILE-DISCARDED
               ADD WS-HIST-LEN TO BYT-FILE-DISCARDED.
           GO TO 200-EXIT.
       200-KEEP.
           PERFORM 760-WRITE-CURRENT.
           ADD +1 TO NUM-FILE-KEPT.
           ADD WS-HIST-LEN TO BYT-FILE-KEPT.
       200-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The record's date as a day number, from the position and
      *    format on the policy card; zero when it is not a date.
      *    YYMMDD dates are taken as this century, as the writers
      *    of those files stamp them.
      *    ---------------------------------------------------------
       210-GET-RECORD-DATE.
           MOVE +0 TO WS-REC-DAY-INT.
           IF POL-DATE-FORMAT(WS-FILE-NO) = 'P'
               MOVE WS-HIST-IMAGE(POL-DATE-POS(WS-FILE-NO):4)
                   TO WS-REC-PACKED-X
               PERFORM 215-GET-PACKED-DATE
               GO TO 210-EXIT.
           MOVE WS-HIST-IMAGE(POL-DATE-POS(WS-FILE-NO):
                              POL-DATE-LEN(WS-FILE-NO))
               TO WS-REC-DATE-X.
           IF POL-DATE-FORMAT(WS-FILE-NO) = 'Y'
               MOVE WS-REC-DATE-X TO WS-REC-YMD
           ELSE
           IF POL-DATE-FORMAT(WS-FILE-NO) = 'M'
               MOVE WS-REC-DATE-X(5:4) TO WS-REC-YMD(1:4)
               MOVE WS-REC-DATE-X(1:4) TO WS-REC-YMD(5:4)
           ELSE
               MOVE '20'               TO WS-REC-YMD-CC
               MOVE WS-REC-DATE-X(1:6) TO WS-REC-YMD(3:6).
           IF WS-REC-YMD NOT NUMERIC
               GO TO 210-EXIT.
           IF WS-REC-YMD-CC < '16'
              OR WS-REC-YMD-MM < '01' OR WS-REC-YMD-MM > '12'
              OR WS-REC-YMD-DD < '01' OR WS-REC-YMD-DD > '31'
               GO TO 210-EXIT.
           COMPUTE WS-REC-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-REC-YMD-NUM).
       210-EXIT.
           EXIT.

      *    EIBDATE form: 0CYYDDD, C = 0 for 19YY, 1 for 20YY
       215-GET-PACKED-DATE.
           IF WS-REC-PACKED NUMERIC
              AND WS-REC-PACKED NOT < 0
               MOVE WS-REC-PACKED TO WS-REC-CYYDDD
               IF WS-REC-CENTURY NOT > 1
                  AND WS-REC-JUL-DDD > 0 AND WS-REC-JUL-DDD < 367
                   COMPUTE WS-REC-CCYYDDD =
                       (19 + WS-REC-CENTURY) * 100000
                       + WS-REC-JUL-YY * 1000 + WS-REC-JUL-DDD
                   COMPUTE WS-REC-DAY-INT =
                       FUNCTION INTEGER-OF-DAY (WS-REC-CCYYDDD).

      *    ---------------------------------------------------------
      *    Is the expired record still referred to by an open
      *    item?  The fields are checked on the history file's own
      *    record, which is still in its FD.
      *    ---------------------------------------------------------
       220-CHECK-OPEN-ITEM.
           MOVE 'N' TO WS-ITEM-OPEN.
           IF HST-ENT-HOLD-TYPE(WS-FILE-NO) = 'I'
               MOVE OL-KEY TO WS-ORDER-KEY
               PERFORM 225-CHECK-CARRY-FORWARD
               IF WS-ITEM-OPEN = 'N'
                   PERFORM 230-CHECK-BACKORDER
               END-IF
           ELSE
           IF HST-ENT-HOLD-TYPE(WS-FILE-NO) = 'R'
               MOVE RT-CHARGE-DEPT TO WS-ORDER-KEY(1:8)
               MOVE RT-ORIG-DATE   TO WS-ORDER-KEY(9:8)
               MOVE RT-ORIG-TIME   TO WS-ORDER-KEY(17:6)
               PERFORM 225-CHECK-CARRY-FORWARD
           ELSE
           IF HST-ENT-HOLD-TYPE(WS-FILE-NO) = 'A'
               PERFORM 240-CHECK-APPEAL.

      *    an order shipped but not yet invoiced
       225-CHECK-CARRY-FORWARD.
           MOVE +0 TO WS-CFW-FOUND-IDX.
           PERFORM 226-FIND-CFWD-ENTRY
               VARYING WS-CFW-SUB FROM 1 BY 1
               UNTIL WS-CFW-SUB > CFW-ENTRIES-USED
                  OR WS-CFW-FOUND-IDX > 0.
           IF WS-CFW-FOUND-IDX > 0
               MOVE 'Y' TO WS-ITEM-OPEN.

       226-FIND-CFWD-ENTRY.
           IF CFW-ENT-KEY(WS-CFW-SUB) = WS-ORDER-KEY
               MOVE WS-CFW-SUB TO WS-CFW-FOUND-IDX.

      *    the department is still waiting on the same item
       230-CHECK-BACKORDER.
           MOVE +0 TO WS-BKO-FOUND-IDX.
           PERFORM 231-FIND-BACKORDER-ENTRY
               VARYING WS-BKO-SUB FROM 1 BY 1
               UNTIL WS-BKO-SUB > BKO-ENTRIES-USED
                  OR WS-BKO-FOUND-IDX > 0.
           IF WS-BKO-FOUND-IDX > 0
               MOVE 'Y' TO WS-ITEM-OPEN.

       231-FIND-BACKORDER-ENTRY.
           IF BKO-ENT-DEPT(WS-BKO-SUB) = OL-CHARGE-DEPT
              AND BKO-ENT-ITEM(WS-BKO-SUB) = OL-ITEM-REF-NUMBER
               MOVE WS-BKO-SUB TO WS-BKO-FOUND-IDX.

       240-CHECK-APPEAL.
           MOVE +0 TO WS-OAP-FOUND-IDX.
           PERFORM 241-FIND-APPEAL-ENTRY
               VARYING WS-OAP-SUB FROM 1 BY 1
               UNTIL WS-OAP-SUB > OAP-ENTRIES-USED
                  OR WS-OAP-FOUND-IDX > 0.
           IF WS-OAP-FOUND-IDX > 0
               MOVE 'Y' TO WS-ITEM-OPEN.

       241-FIND-APPEAL-ENTRY.
           IF OAP-ENT-CLAIM(WS-OAP-SUB) = CHS-CLAIM-NUMBER
               MOVE WS-OAP-SUB TO WS-OAP-FOUND-IDX.

       280-REPORT-FILE.
           MOVE HST-ENT-NAME(WS-FILE-NO) TO RPT-FILE-NAME.
           MOVE POL-DAYS(WS-FILE-NO)     TO RPT-DAYS.
           MOVE WS-CUTOFF-DATE           TO RPT-CUTOFF.
           IF POL-ACTION(WS-FILE-NO) = 'A'
               MOVE 'ARCHIVE' TO RPT-ACTION
           ELSE
               MOVE 'DISCARD' TO RPT-ACTION.
           MOVE NUM-FILE-READ            TO RPT-READ.
           MOVE NUM-FILE-KEPT            TO RPT-KEPT.
           MOVE NUM-FILE-HELD            TO RPT-HELD.
           MOVE NUM-FILE-UNDATED         TO RPT-UNDATED.
           MOVE NUM-FILE-ARCHIVED        TO RPT-ARCHIVED.
           MOVE NUM-FILE-DISCARDED       TO RPT-DISCARDED.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           MOVE BYT-FILE-READ            TO RPT-BYT-READ.
           MOVE BYT-FILE-KEPT            TO RPT-BYT-KEPT.
           MOVE BYT-FILE-ARCHIVED        TO RPT-BYT-ARCHIVED.
           MOVE BYT-FILE-DISCARDED       TO RPT-BYT-DISCARDED.
           WRITE REPORT-RECORD FROM RPT-BYTES-DETAIL.
           IF WS-FILE-NOTE NOT = SPACES
               MOVE WS-FILE-NOTE TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           ADD NUM-FILE-READ      TO NUM-TOTAL-READ.
           ADD NUM-FILE-KEPT      TO NUM-TOTAL-KEPT.
           ADD NUM-FILE-HELD      TO NUM-TOTAL-HELD.
           ADD NUM-FILE-UNDATED   TO NUM-TOTAL-UNDATED.
           ADD NUM-FILE-ARCHIVED  TO NUM-TOTAL-ARCHIVED.
           ADD NUM-FILE-DISCARDED TO NUM-TOTAL-DISCARDED.
           ADD BYT-FILE-READ      TO BYT-TOTAL-READ.
           ADD BYT-FILE-KEPT      TO BYT-TOTAL-KEPT.
           ADD BYT-FILE-ARCHIVED  TO BYT-TOTAL-ARCHIVED.
           ADD BYT-FILE-DISCARDED TO BYT-TOTAL-DISCARDED.

       300-PRINT-TOTALS.
           MOVE 'TOTAL'              TO RPT-FILE-NAME.
           MOVE SPACES               TO RPT-DAYS-X RPT-CUTOFF
                                        RPT-ACTION.
           MOVE NUM-TOTAL-READ       TO RPT-READ.
           MOVE NUM-TOTAL-KEPT       TO RPT-KEPT.
           MOVE NUM-TOTAL-HELD       TO RPT-HELD.
           MOVE NUM-TOTAL-UNDATED    TO RPT-UNDATED.
           MOVE NUM-TOTAL-ARCHIVED   TO RPT-ARCHIVED.
           MOVE NUM-TOTAL-DISCARDED  TO RPT-DISCARDED.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           MOVE BYT-TOTAL-READ       TO RPT-BYT-READ.
           MOVE BYT-TOTAL-KEPT       TO RPT-BYT-KEPT.
           MOVE BYT-TOTAL-ARCHIVED   TO RPT-BYT-ARCHIVED.
           MOVE BYT-TOTAL-DISCARDED  TO RPT-BYT-DISCARDED.
           WRITE REPORT-RECORD FROM RPT-BYTES-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'POLICY CARDS READ:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CARDS-READ                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POLICY CARDS REJECTED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CARDS-REJECTED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HISTORY FILES PROCESSED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FILES-PROCESSED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  CARRIED FORWARD WHOLE:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FILES-HELD-WHOLE           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ORDERS NOT YET INVOICED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPEN-CFWD                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OPEN BACK-ORDERS:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPEN-BACKORDERS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OPEN APPEALS:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OPEN-APPEALS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    One read paragraph for every history file; the record
      *    lands in WS-HIST-IMAGE whichever file it came from.
      *    ---------------------------------------------------------
       700-READ-HISTORY.
           MOVE SPACES TO WS-HIST-IMAGE.
           IF WS-FILE-NO = 1
               READ ORDLOG-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-ORDLOG-STATUS TO WS-HIST-IN-STATUS
               MOVE ORDLOG-RECORD TO WS-HIST-IMAGE
           ELSE
           IF WS-FILE-NO = 2
               READ RETLOG-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-RETLOG-STATUS TO WS-HIST-IN-STATUS
               MOVE RETLOG-RECORD TO WS-HIST-IMAGE
           ELSE
           IF WS-FILE-NO = 3
               READ PSTHIST-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-PSTHIST-STATUS TO WS-HIST-IN-STATUS
               MOVE PSTHIST-RECORD TO WS-HIST-IMAGE
           ELSE
           IF WS-FILE-NO = 4
               READ CHANGELOG-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-CHANGELOG-STATUS TO WS-HIST-IN-STATUS
               MOVE CHANGE-LOG-REC TO WS-HIST-IMAGE
           ELSE
           IF WS-FILE-NO = 5
               READ POTJRNL-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-POTJRNL-STATUS TO WS-HIST-IN-STATUS
               MOVE POTJRNL-RECORD TO WS-HIST-IMAGE
           ELSE
           IF WS-FILE-NO = 6
               READ CLMHIST-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-CLMHIST-STATUS TO WS-HIST-IN-STATUS
               MOVE CLMHIST-RECORD TO WS-HIST-IMAGE
           ELSE
           IF WS-FILE-NO = 7
               READ MNTJRNL-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-MNTJRNL-STATUS TO WS-HIST-IN-STATUS
               MOVE MNTJRNL-RECORD TO WS-HIST-IMAGE
           ELSE
               READ RUNLOG-FILE
                 AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               MOVE WS-RUNLOG-STATUS TO WS-HIST-IN-STATUS
               MOVE RUNLOG-IN-RECORD TO WS-HIST-IMAGE.
           IF WS-HIST-EOF = 'N'
              AND WS-HIST-IN-STATUS NOT = '00'
              AND WS-HIST-IN-STATUS NOT = '04'
               DISPLAY 'ERROR ON ' HST-ENT-NAME(WS-FILE-NO)
                       ' READ.  CODE:' WS-HIST-IN-STATUS
               MOVE 'READ ERROR - SLIMMED FILE INCOMPLETE'
                   TO WS-FILE-NOTE
               PERFORM 790-HISTORY-FILE-ERROR.

       750-WRITE-ARCHIVE-RECORD.
           MOVE SPACES                   TO ARCHIVE-RECORD.
           MOVE WS-RUN-DATE-NUM          TO ARC-DATE.
           MOVE HST-ENT-NAME(WS-FILE-NO) TO ARC-FILE-NAME.
           MOVE WS-HIST-IMAGE            TO ARC-IMAGE.
           WRITE ARCHIVE-RECORD.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ERROR ON RETARCH WRITE.  CODE:'
                       WS-ARCHIVE-STATUS
               MOVE 'ARCHIVE WRITE ERROR' TO WS-FILE-NOTE
               PERFORM 790-HISTORY-FILE-ERROR.

       760-WRITE-CURRENT.
           IF WS-FILE-NO = 1
               MOVE WS-HIST-IMAGE TO ORDLOGN-RECORD
               WRITE ORDLOGN-RECORD
               MOVE WS-ORDLOGN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 2
               MOVE WS-HIST-IMAGE TO RETLOGN-RECORD
               WRITE RETLOGN-RECORD
               MOVE WS-RETLOGN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 3
               MOVE WS-HIST-IMAGE TO PSTHISTN-RECORD
               WRITE PSTHISTN-RECORD
               MOVE WS-PSTHISTN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 4
               MOVE WS-HIST-IMAGE TO CHANGE-LOGN-REC
               WRITE CHANGE-LOGN-REC
               MOVE WS-CHANGELOGN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 5
               MOVE WS-HIST-IMAGE TO POTJRNLN-RECORD
               WRITE POTJRNLN-RECORD
               MOVE WS-POTJRNLN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 6
               MOVE WS-HIST-IMAGE TO CLMHISTN-RECORD
               WRITE CLMHISTN-RECORD
               MOVE WS-CLMHISTN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 7
               MOVE WS-HIST-IMAGE TO MNTJRNLN-RECORD
               WRITE MNTJRNLN-RECORD
               MOVE WS-MNTJRNLN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
               MOVE WS-HIST-IMAGE TO RUNLOGN-RECORD
               WRITE RUNLOGN-RECORD
               MOVE WS-RUNLOGN-STATUS TO WS-HIST-OUT-STATUS.
           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR ON ' HST-ENT-NAME(WS-FILE-NO)
                       ' SLIMMED FILE WRITE.  CODE:'
                       WS-HIST-OUT-STATUS
               MOVE 'WRITE ERROR - SLIMMED FILE INCOMPLETE'
                   TO WS-FILE-NOTE
               PERFORM 790-HISTORY-FILE-ERROR.

       790-HISTORY-FILE-ERROR.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-HIST-EOF.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

      *    ---------------------------------------------------------
      *    One policy card.  A card that does not name a known
      *    history file or does not parse is rejected and the file
      *    it was meant for is left alone.
      *    ---------------------------------------------------------
       850-READ-POLICY-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE 'Y' TO WS-CONTROL-EOF
                    GO TO 850-EXIT.
           IF POLICY-CARD(1:1) = '*'
               GO TO 850-EXIT.
           ADD +1 TO NUM-CARDS-READ.
           MOVE +0 TO WS-FILE-FOUND-IDX.
           PERFORM 855-FIND-HISTORY-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8
                  OR WS-FILE-FOUND-IDX > 0.
           IF WS-FILE-FOUND-IDX = 0
               GO TO 850-REJECT.
           IF POL-CARDED(WS-FILE-FOUND-IDX) = 'Y'
               GO TO 850-REJECT.
           IF PC-DAYS NOT NUMERIC
              OR PC-DATE-POS NOT NUMERIC
               GO TO 850-REJECT.
           IF PC-DATE-POS-N = 0
               GO TO 850-REJECT.
           IF PC-ACTION NOT = 'A' AND PC-ACTION NOT = 'D'
               GO TO 850-REJECT.
           IF PC-DATE-FORMAT = 'Y' OR PC-DATE-FORMAT = 'M'
               MOVE 8 TO POL-DATE-LEN(WS-FILE-FOUND-IDX)
           ELSE
           IF PC-DATE-FORMAT = 'S'
               MOVE 6 TO POL-DATE-LEN(WS-FILE-FOUND-IDX)
           ELSE
           IF PC-DATE-FORMAT = 'P'
               MOVE 4 TO POL-DATE-LEN(WS-FILE-FOUND-IDX)
           ELSE
               GO TO 850-REJECT.
           IF PC-DATE-POS-N + POL-DATE-LEN(WS-FILE-FOUND-IDX) - 1
                   > HST-ENT-RECLEN(WS-FILE-FOUND-IDX)
               GO TO 850-REJECT.
           MOVE 'Y'            TO POL-CARDED(WS-FILE-FOUND-IDX).
           MOVE PC-DAYS-N      TO POL-DAYS(WS-FILE-FOUND-IDX).
           MOVE PC-DATE-POS-N  TO POL-DATE-POS(WS-FILE-FOUND-IDX).
           MOVE PC-DATE-FORMAT TO POL-DATE-FORMAT(WS-FILE-FOUND-IDX).
           MOVE PC-ACTION      TO POL-ACTION(WS-FILE-FOUND-IDX).
           GO TO 850-EXIT.
       850-REJECT.
           DISPLAY 'RETPRG1 RETCTL CARD REJECTED: ' POLICY-CARD.
           ADD +1 TO NUM-CARDS-REJECTED.
           PERFORM 895-SET-WARNING-RC.
       850-EXIT.
           EXIT.

       855-FIND-HISTORY-FILE.
           IF HST-ENT-NAME(WS-FILE-SUB) = PC-FILE-NAME
               MOVE WS-FILE-SUB TO WS-FILE-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Load only the open items some carded file depends on.
      *    An open-item file that will not open, will not read, or
      *    does not fit its table is not loaded, and the history
      *    files it protects are then kept whole.
      *    ---------------------------------------------------------
       860-LOAD-OPEN-ITEMS.
           IF POL-CARDED(1) = 'Y' OR POL-CARDED(2) = 'Y'
               PERFORM 870-LOAD-CARRY-FORWARD THROUGH 870-EXIT.
           IF POL-CARDED(1) = 'Y'
               PERFORM 875-LOAD-BACKORDERS THROUGH 875-EXIT.
           IF POL-CARDED(6) = 'Y'
               PERFORM 880-LOAD-APPEALS THROUGH 880-EXIT.

       870-LOAD-CARRY-FORWARD.
           OPEN INPUT CFWD-FILE.
           IF WS-CFWD-STATUS NOT = '00'
               DISPLAY 'INVCFWD NOT AVAILABLE.  CODE:' WS-CFWD-STATUS
               GO TO 870-EXIT.
           MOVE 'Y' TO WS-CFWD-LOADED.
           MOVE 'N' TO WS-OPEN-ITEM-EOF.
           PERFORM 871-READ-CARRY-FORWARD
               UNTIL WS-OPEN-ITEM-EOF = 'Y'.
           CLOSE CFWD-FILE.
       870-EXIT.
           EXIT.

       871-READ-CARRY-FORWARD.
           READ CFWD-FILE
             AT END MOVE 'Y' TO WS-OPEN-ITEM-EOF.
           IF WS-OPEN-ITEM-EOF = 'N'
               IF WS-CFWD-STATUS NOT = '00'
                   DISPLAY 'ERROR ON INVCFWD READ.  CODE:'
                           WS-CFWD-STATUS
                   MOVE 'N' TO WS-CFWD-LOADED
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF
               ELSE
               IF CFW-ENTRIES-USED < 500
                   ADD +1 TO CFW-ENTRIES-USED
                   ADD +1 TO NUM-OPEN-CFWD
                   MOVE CFW-ORDER-KEY
                       TO CFW-ENT-KEY(CFW-ENTRIES-USED)
               ELSE
                   DISPLAY 'INVCFWD TABLE FULL AT 500'
                   MOVE 'N' TO WS-CFWD-LOADED
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF.

       875-LOAD-BACKORDERS.
           OPEN INPUT BAKORD-FILE.
           IF WS-BAKORD-STATUS NOT = '00'
               DISPLAY 'BAKORD NOT AVAILABLE.  CODE:' WS-BAKORD-STATUS
               GO TO 875-EXIT.
           MOVE 'Y' TO WS-BKO-LOADED.
           MOVE 'N' TO WS-OPEN-ITEM-EOF.
           PERFORM 876-READ-BACKORDER
               UNTIL WS-OPEN-ITEM-EOF = 'Y'.
           CLOSE BAKORD-FILE.
       875-EXIT.
           EXIT.

       876-READ-BACKORDER.
           READ BAKORD-FILE
             AT END MOVE 'Y' TO WS-OPEN-ITEM-EOF.
           IF WS-OPEN-ITEM-EOF = 'N'
               IF WS-BAKORD-STATUS NOT = '00'
                   DISPLAY 'ERROR ON BAKORD READ.  CODE:'
                           WS-BAKORD-STATUS
                   MOVE 'N' TO WS-BKO-LOADED
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF
               ELSE
               IF NOT BO-OPEN
                   NEXT SENTENCE
               ELSE
               IF BKO-ENTRIES-USED < 500
                   ADD +1 TO BKO-ENTRIES-USED
                   ADD +1 TO NUM-OPEN-BACKORDERS
                   MOVE BO-CHARGE-DEPT
                       TO BKO-ENT-DEPT(BKO-ENTRIES-USED)
                   MOVE BO-ITEM-REF
                       TO BKO-ENT-ITEM(BKO-ENTRIES-USED)
               ELSE
                   DISPLAY 'BAKORD TABLE FULL AT 500'
                   MOVE 'N' TO WS-BKO-LOADED
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF.

       880-LOAD-APPEALS.
           OPEN INPUT APPEAL-FILE.
           IF WS-APPEALS-STATUS NOT = '00'
               DISPLAY 'APPEALS NOT AVAILABLE.  CODE:'
                       WS-APPEALS-STATUS
               GO TO 880-EXIT.
           MOVE 'Y' TO WS-APL-LOADED.
           MOVE 'N' TO WS-OPEN-ITEM-EOF.
           PERFORM 881-READ-APPEAL
               UNTIL WS-OPEN-ITEM-EOF = 'Y'.
           CLOSE APPEAL-FILE.
       880-EXIT.
           EXIT.

       881-READ-APPEAL.
           READ APPEAL-FILE
             AT END MOVE 'Y' TO WS-OPEN-ITEM-EOF.
           IF WS-OPEN-ITEM-EOF = 'N'
               IF WS-APPEALS-STATUS NOT = '00'
                   DISPLAY 'ERROR ON APPEALS READ.  CODE:'
                           WS-APPEALS-STATUS
                   MOVE 'N' TO WS-APL-LOADED
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF
               ELSE
               IF NOT APL-OPEN
                   NEXT SENTENCE
               ELSE
               IF OAP-ENTRIES-USED < 500
                   ADD +1 TO OAP-ENTRIES-USED
                   ADD +1 TO NUM-OPEN-APPEALS
                   MOVE APL-CLAIM-NUMBER
                       TO OAP-ENT-CLAIM(OAP-ENTRIES-USED)
               ELSE
                   DISPLAY 'APPEALS TABLE FULL AT 500'
                   MOVE 'N' TO WS-APL-LOADED
                   MOVE 'Y' TO WS-OPEN-ITEM-EOF.

       895-SET-WARNING-RC.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

       900-OPEN-FILES.
           OPEN INPUT    CONTROL-CARD-FILE
                OUTPUT   ARCHIVE-FILE
                         REPORT-FILE .
           IF WS-CONTROL-STATUS = '05'
               MOVE '00' TO WS-CONTROL-STATUS.
           IF WS-CONTROL-STATUS NOT = '00'
              OR WS-ARCHIVE-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'RETPRG1 OPEN ERROR - CTL=' WS-CONTROL-STATUS
                     ' ARC=' WS-ARCHIVE-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RUN-ABORTED.

      *    the history file in, and its slimmed current file out
       910-OPEN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF.
           IF WS-FILE-NO = 1
               OPEN INPUT ORDLOG-FILE OUTPUT ORDLOGN-FILE
               MOVE WS-ORDLOG-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-ORDLOGN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 2
               OPEN INPUT RETLOG-FILE OUTPUT RETLOGN-FILE
               MOVE WS-RETLOG-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-RETLOGN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 3
               OPEN INPUT PSTHIST-FILE OUTPUT PSTHISTN-FILE
               MOVE WS-PSTHIST-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-PSTHISTN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 4
               OPEN INPUT CHANGELOG-FILE OUTPUT CHANGELOGN-FILE
               MOVE WS-CHANGELOG-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-CHANGELOGN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 5
               OPEN INPUT POTJRNL-FILE OUTPUT POTJRNLN-FILE
               MOVE WS-POTJRNL-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-POTJRNLN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 6
               OPEN INPUT CLMHIST-FILE OUTPUT CLMHISTN-FILE
               MOVE WS-CLMHIST-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-CLMHISTN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
           IF WS-FILE-NO = 7
               OPEN INPUT MNTJRNL-FILE OUTPUT MNTJRNLN-FILE
               MOVE WS-MNTJRNL-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-MNTJRNLN-STATUS TO WS-HIST-OUT-STATUS
           ELSE
               OPEN INPUT RUNLOG-FILE OUTPUT RUNLOGN-FILE
               MOVE WS-RUNLOG-STATUS  TO WS-HIST-IN-STATUS
               MOVE WS-RUNLOGN-STATUS TO WS-HIST-OUT-STATUS.
           IF WS-HIST-IN-STATUS NOT = '00'
              OR WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' HST-ENT-NAME(WS-FILE-NO)
                       '. RC IN:' WS-HIST-IN-STATUS
                       ' OUT:' WS-HIST-OUT-STATUS
               MOVE 'FILE NOT OPENED - NOT PROCESSED' TO WS-FILE-NOTE
               PERFORM 790-HISTORY-FILE-ERROR.

       915-CLOSE-HISTORY.
           IF WS-FILE-NO = 1
               CLOSE ORDLOG-FILE ORDLOGN-FILE
           ELSE
           IF WS-FILE-NO = 2
               CLOSE RETLOG-FILE RETLOGN-FILE
           ELSE
           IF WS-FILE-NO = 3
               CLOSE PSTHIST-FILE PSTHISTN-FILE
           ELSE
           IF WS-FILE-NO = 4
               CLOSE CHANGELOG-FILE CHANGELOGN-FILE
           ELSE
           IF WS-FILE-NO = 5
               CLOSE POTJRNL-FILE POTJRNLN-FILE
           ELSE
           IF WS-FILE-NO = 6
               CLOSE CLMHIST-FILE CLMHISTN-FILE
           ELSE
           IF WS-FILE-NO = 7
               CLOSE MNTJRNL-FILE MNTJRNLN-FILE
           ELSE
               CLOSE RUNLOG-FILE RUNLOGN-FILE.

       905-CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE .
           CLOSE ARCHIVE-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM RETPRG1
