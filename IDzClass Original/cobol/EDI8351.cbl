      ****************************************************************
      * PROGRAM:  EDI8351
      *           X12 835 remittance export of adjudication results
      *
      * The REMITADV remittance advice CLMADJ1 writes is our own
      * layout, and carriers take remittance only as ANSI X12 835.
      * This batch reads one adjudication run's results -- the
      * PAIDFILE and DENYFILE -- and writes each carrier's claims
      * to the X835OUT file as a 5010 835 (005010X221A1):
      *
      *   - one interchange (ISA/IEA) per carrier, the carrier's id
      *     as the receiver, holding one functional group (GS/GE)
      *     and one transaction set (ST/SE),
      *   - the payment (BPR) is the carrier's total paid amount,
      *     by cheque; a carrier with only denials gets a
      *     notification-only BPR,
      *   - the carrier as payer, named and addressed from the
      *     first PATINS record with it as the primary carrier, and
      *     the hospital as payee from the X12CTL control record,
      *   - per claim a CLP with the claimed and paid amounts
      *     (status 1 paid, 4 denied), the patient from PRSNMSTR,
      *     and a service line for the procedure code with the
      *     adjustment that accounts for the difference: on a paid
      *     claim the fee-schedule reprice (CO 45); on a denial the
      *     whole claimed amount, under the CARC for its reason:
      *         P01 - CO 31   patient not identified
      *         I01 - PR 177  eligibility not met
      *         C01 - PR 22   another payer is primary
      *         T01 - PR 27   coverage not in force
      *         A01 - PR 119  benefit maximum reached
      *         D01 - CO 18   exact duplicate claim
      *         other CO 16   claim lacks information
      *       (PR where PARPST1 moves the denied amount to the
      *       patient, CO where it does not).
      *
      * The PAIDFILE may equally be one written by CLMAPL1 for paid
      * appeals; the DENYFILE DD is optional for that case.
      *
      * Interchange and group control numbers come from the X12CTL
      * record and are written back on X12CTLN exactly as EDI8371
      * does, so the two exports share one ascending sequence.
      *
      * A result missing data the 835 requires is listed on X835REJ
      * with the reason instead.  X835RPT lists each interchange
      * with its control number, paid and denied counts, paid
      * amount and segment count beside the carrier's REMITADV 'T'
      * total (optional DD) and flags any carrier that does not
      * agree, then the run totals, which tie back to the CLMADJ1
      * run-balancing report: CLAIMS PAID, CLAIMS DENIED and PAID
      * AMOUNT TOTAL there equal the records read here, and each
      * equals what was exported plus what was rejected.
      *
      * The PAIDFILE records read and their paid total are also
      * registered on CTLREG (CTLTOT1) at end of run, so CTLRCN1
      * can prove this run read every paid claim written by the
      * job that last produced the file, CLMADJ1 or CLMAPL1.
      *
      * FILES:
      *   PAIDFILE  - paid claims, CLMADJ1's layout
      *   DENYFILE  - denied claims, CLMADJ1's layout (optional)
      *   REMITADV  - CLMADJ1's remittance advice (optional)
      *   PATINS    - patient coverage, random by patient
      *   PRSNMSTR  - patient personal master, random by patient
      *   X12CTL    - the X12 control record, X12CTLC layout
      *   X12CTLN   - the control record as this run leaves it
      *   X835OUT   - the 835 interchanges
      *   X835REJ   - results not exported, with the reason
      *   X835RPT   - interchange list and control totals
      *
      * RC 4 - results were rejected, or a carrier does not agree
      *        with its REMITADV total
      * RC16 - a file error, an unusable X12CTL record, or the
      *        control totals do not balance
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI8351.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAID-FILE    ASSIGN TO PAIDFILE
               FILE STATUS  IS  WS-PAID-STATUS.

           SELECT OPTIONAL DENY-FILE ASSIGN TO DENYFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DENY-STATUS.

           SELECT OPTIONAL REMIT-FILE ASSIGN TO REMITADV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-REMIT-STATUS.

           SELECT PATINS-FILE  ASSIGN TO PATINS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-INS-KEY
                  FILE STATUS  IS WS-PATINS-STATUS.

           SELECT PRSNMSTR-FILE ASSIGN TO PRSNMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PRSN-KEY
                  FILE STATUS  IS WS-PRSNMSTR-STATUS.

           SELECT X12-CONTROL-FILE ASSIGN TO X12CTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-X12CTL-STATUS.

           SELECT NEW-X12-CONTROL-FILE ASSIGN TO X12CTLN
               FILE STATUS  IS  WS-X12CTLN-STATUS.

           SELECT X12-FILE     ASSIGN TO X835OUT
               FILE STATUS  IS  WS-X12-STATUS.

           SELECT REJECT-FILE  ASSIGN TO X835REJ
               FILE STATUS  IS  WS-REJECT-STATUS.

           SELECT REPORT-FILE  ASSIGN TO X835RPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PAID-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  PAID-RECORD.
           05  PDC-PATIENT-ID          PIC X(6).
           05  PDC-INS-COMPANY-ID      PIC X(7).
           05  PDC-NUMBER              PIC X(9).
           05  PDC-NUMBER-N  REDEFINES PDC-NUMBER
                                       PIC 9(9).
           05  PDC-STATUS              PIC X(9).
           05  PDC-PAID-AMOUNT         PIC S9(7)V99.
           05  PDC-PAID-AMOUNT-X  REDEFINES PDC-PAID-AMOUNT
                                       PIC X(9).
           05  PDC-CLAIMED-AMOUNT      PIC S9(7)V99.
           05  PDC-CLAIMED-AMOUNT-X  REDEFINES PDC-CLAIMED-AMOUNT
                                       PIC X(9).
           05  PDC-PROC-KEY            PIC X(5).
           05  FILLER                  PIC X(26).

       FD  DENY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  DENY-RECORD.
      *        the denied claim's image, CLAIMFILE layout
           05  DNY-PATIENT-ID         PIC X(6).
           05  DNY-INS-COMPANY-ID     PIC X(7).
           05  DNY-NUMBER             PIC X(9).
           05  DNY-NUMBER-N  REDEFINES DNY-NUMBER
                                      PIC 9(9).
           05  DNY-STATUS             PIC X(9).
           05  DNY-AMOUNT             PIC S9(7)V99.
           05  DNY-AMOUNT-X  REDEFINES DNY-AMOUNT
                                      PIC X(9).
           05  DNY-PROC-KEY           PIC X(5).
           05  FILLER                 PIC X(26).
           05  FILLER                 PIC X.
           05  DNY-REASON-CODE        PIC X(3).
           05  FILLER                 PIC X(5).

       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REMIT-RECORD.
           05  RMT-CARRIER-ID         PIC X(7).
           05  RMT-RECORD-TYPE        PIC X.
               88  RMT-DETAIL             VALUE 'D'.
               88  RMT-CARRIER-TOTAL      VALUE 'T'.
           05  RMT-PATIENT-ID         PIC 9(6).
           05  RMT-CLAIM-NUMBER       PIC 9(9).
           05  RMT-AMOUNT             PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  RMT-CLAIM-COUNT        PIC 9(7).
           05  FILLER                 PIC X(38).

       FD  PATINS-FILE
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY  PIC X(06).
      *        the primary carrier's name, telephone and claims
      *        address, at their offsets in the PATIENT-INSURANCE
      *        image TESTDATA writes
           05 INS-CARRIER-ID   PIC X(7).
           05 INS-CARRIER-ID-N PIC 9(1).
           05 INS-CARRIER-NAME PIC X(30).
           05 INS-CARRIER-PHONE PIC X(10).
           05 FILLER           PIC X(73).
           05 INS-CLAIMS-STREET PIC X(30).
           05 INS-CLAIMS-CITY  PIC X(20).
           05 INS-CLAIMS-STATE PIC X(02).
           05 INS-CLAIMS-ZIP   PIC X(09).
           05 FILLER           PIC X(514).

       FD  PRSNMSTR-FILE
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY         PIC X(06).
      *        the name, at its offsets in the
      *        PATIENT-PERSONAL-MASTER-REC image TESTDATA writes
           05 FILLER           PIC X(147).
           05 PRSN-FIRST-NAME  PIC X(15).
           05 PRSN-MIDINIT     PIC X(02).
           05 PRSN-LAST-NAME   PIC X(19).
           05 FILLER           PIC X(611).

       FD  X12-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  X12-CONTROL-RECORD         PIC X(200).

       FD  NEW-X12-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  NEW-X12-CONTROL-RECORD     PIC X(200).

      *    one X12 segment per record, terminator included
       FD  X12-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
               DEPENDING ON WS-X12-LENGTH.
       01  X12-RECORD                 PIC X(256).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REJECT-RECORD              PIC X(132).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-PAID-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DENY-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REMIT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PATINS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PRSNMSTR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-X12CTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-X12CTLN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-X12-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PAID-EOF             PIC X     VALUE 'N'.
           05  WS-DENY-EOF             PIC X     VALUE 'N'.
           05  WS-REMIT-EOF            PIC X     VALUE 'N'.
           05  WS-REMIT-PRESENT        PIC X     VALUE 'N'.
           05  WS-CONTROL-OK           PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-LOOKUP-KEY           PIC X(6)  VALUE SPACES.
      *
      *        the result being edited, from either input
       01  WS-RESULT.
           05  WS-RES-PATIENT          PIC X(6).
           05  WS-RES-CARRIER          PIC X(7).
           05  WS-RES-NUMBER           PIC X(9).
           05  WS-RES-NUMBER-N  REDEFINES WS-RES-NUMBER
                                       PIC 9(9).
           05  WS-RES-DISPOSITION      PIC X.
           05  WS-RES-CHARGE           PIC S9(7)V99.
           05  WS-RES-CHARGE-X  REDEFINES WS-RES-CHARGE
                                       PIC X(9).
           05  WS-RES-PAID             PIC S9(7)V99.
           05  WS-RES-PAID-X  REDEFINES WS-RES-PAID
                                       PIC X(9).
           05  WS-RES-PROC             PIC X(5).
           05  WS-RES-REASON           PIC X(3).
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
           05  WS-RUN-TIME           PIC 9(8).
           05  WS-RUN-TIME-X  REDEFINES WS-RUN-TIME.
               10  WS-RUN-HHMM       PIC X(4).
               10  FILLER            PIC X(4).
      *
      *        ***********************************
      *          the X12 control record
      *        ***********************************
       COPY X12CTLC REPLACING ==:TAG:== BY ==XCT==.
      *
      *        ***********************************
      *          denial reason to claim adjustment
      *          group and reason code
      *        ***********************************
       01  CARC-VALUES.
           05  FILLER         PIC X(8) VALUE 'P01CO31 '.
           05  FILLER         PIC X(8) VALUE 'I01PR177'.
           05  FILLER         PIC X(8) VALUE 'C01PR22 '.
           05  FILLER         PIC X(8) VALUE 'T01PR27 '.
           05  FILLER         PIC X(8) VALUE 'A01PR119'.
           05  FILLER         PIC X(8) VALUE 'D01CO18 '.
       01  CARC-TABLE  REDEFINES CARC-VALUES.
           05  CARC-ENTRY  OCCURS 6 TIMES.
               10  CARC-DENY-REASON  PIC X(3).
               10  CARC-GROUP        PIC X(2).
               10  CARC-CODE         PIC X(3).
       01  CARC-CONTROLS.
           05  WS-CARC-SUB           PIC S9(4)    COMP    VALUE +0.
           05  WS-CARC-FOUND-IDX     PIC S9(4)    COMP    VALUE +0.
           05  WS-ADJ-GROUP          PIC X(2)     VALUE SPACES.
           05  WS-ADJ-CODE           PIC X(3)     VALUE SPACES.
      *
      *        ***********************************
      *          results accepted for export
      *        ***********************************
       01  RESULT-CONTROLS.
           05  RES-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-RES-SUB            PIC S9(4)    COMP    VALUE +0.
       01  RESULT-TABLE.
           05  RES-ENTRY  OCCURS 2000 TIMES.
               10  RES-ENT-NUMBER        PIC 9(9).
               10  RES-ENT-PATIENT       PIC X(6).
               10  RES-ENT-DISPOSITION   PIC X.
               10  RES-ENT-CHARGE        PIC S9(7)V99  COMP-3.
               10  RES-ENT-PAID          PIC S9(7)V99  COMP-3.
               10  RES-ENT-PROC          PIC X(5).
               10  RES-ENT-REASON        PIC X(3).
               10  RES-ENT-CAR-IDX       PIC S9(4)     COMP.
      *
      *        ***********************************
      *          one interchange per carrier
      *        ***********************************
       01  CARRIER-CONTROLS.
           05  CAR-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-LOOKUP         PIC X(7)     VALUE SPACES.
       01  CARRIER-TABLE.
           05  CAR-ENTRY  OCCURS 50 TIMES.
               10  CAR-ENT-ID            PIC X(7).
               10  CAR-ENT-NAME          PIC X(30).
               10  CAR-ENT-PHONE         PIC X(10).
               10  CAR-ENT-STREET        PIC X(30).
               10  CAR-ENT-CITY          PIC X(20).
               10  CAR-ENT-STATE         PIC X(2).
               10  CAR-ENT-ZIP           PIC X(9).
               10  CAR-ENT-PAID-COUNT    PIC S9(7)     COMP-3.
               10  CAR-ENT-DENIED-COUNT  PIC S9(7)     COMP-3.
               10  CAR-ENT-PAID-AMOUNT   PIC S9(11)V99 COMP-3.
               10  CAR-ENT-REMIT-FOUND   PIC X.
               10  CAR-ENT-REMIT-COUNT   PIC S9(7)     COMP-3.
               10  CAR-ENT-REMIT-AMOUNT  PIC S9(11)V99 COMP-3.
      *
      *        ***********************************
      *          X12 segment building
      *        ***********************************
       01  X12-SEGMENT-WORK.
           05  WS-SEG-ID             PIC X(3)   VALUE SPACES.
           05  WS-SEG-AREA           PIC X(256) VALUE SPACES.
           05  WS-SEG-PTR            PIC S9(4)  COMP  VALUE +0.
           05  WS-X12-LENGTH         PIC 9(4)   COMP  VALUE 0.
           05  WS-ELEM-START         PIC S9(4)  COMP  VALUE +0.
           05  WS-ELEM-END           PIC S9(4)  COMP  VALUE +0.
           05  WS-ELEM-LEN           PIC S9(4)  COMP  VALUE +0.
           05  WS-SEG-COUNT          PIC S9(7)  COMP-3 VALUE +0.
           05  WS-ICH-SEG-COUNT      PIC S9(9)  COMP-3 VALUE +0.
           05  WS-AMOUNT             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-AMOUNT-EDIT        PIC -(9)9.99.
           05  WS-NUMBER             PIC S9(9)  COMP-3 VALUE +0.
           05  WS-NUMBER-EDIT        PIC Z(8)9.
      *        the element being added, bracketed so the scans for
      *        its first and last non-blank always stop inside it
       01  WS-ELEM-SCAN.
           05  FILLER                PIC X      VALUE '*'.
           05  WS-ELEM               PIC X(80)  VALUE SPACES.
           05  FILLER                PIC X      VALUE '*'.
      *        the ISA header is fixed-length, every field padded
       01  ISA-SEGMENT.
           05  FILLER           PIC X(7)   VALUE 'ISA*00*'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE '*00*'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE '*ZZ*'.
           05  ISA-SENDER       PIC X(15).
           05  FILLER           PIC X(4)   VALUE '*ZZ*'.
           05  ISA-RECEIVER     PIC X(15).
           05  FILLER           PIC X      VALUE '*'.
           05  ISA-DATE         PIC X(6).
           05  FILLER           PIC X      VALUE '*'.
           05  ISA-TIME         PIC X(4).
           05  FILLER           PIC X(9)   VALUE '*^*00501*'.
           05  ISA-CONTROL      PIC 9(9).
           05  FILLER           PIC X(3)   VALUE '*0*'.
           05  ISA-USAGE        PIC X.
           05  FILLER           PIC X(3)   VALUE '*:~'.
      *
       01  TOTALS-VARS.
           05  NUM-PAID-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENIED-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAID-EXPORTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENIED-EXPORTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAID-REJECTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DENIED-REJECTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INTERCHANGES      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SEGMENTS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REMIT-MISMATCH    PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-PAID-READ         PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAID-EXPORTED     PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAID-REJECTED     PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-DENIED-EXPORTED   PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-FIRST-ICN          PIC 9(9)    VALUE ZERO.
           05  WS-BALANCED           PIC X       VALUE 'Y'.
      *
       COPY CTLTOTC.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'X12 835 REMITTANCE EXPORT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(11) VALUE 'ICN        '.
           05  FILLER  PIC X(8)  VALUE 'CARRIER '.
           05  FILLER  PIC X(8)  VALUE '    PAID'.
           05  FILLER  PIC X(16) VALUE '     PAID AMOUNT'.
           05  FILLER  PIC X(8)  VALUE '  DENIED'.
           05  FILLER  PIC X(10) VALUE '  SEGMENTS'.
           05  FILLER  PIC X(8)  VALUE '   REMIT'.
           05  FILLER  PIC X(16) VALUE '    REMIT AMOUNT'.
           05  FILLER  PIC X(47) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ICN               PIC 9(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CARRIER           PIC X(7).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PAID-COUNT        PIC ZZZZZZ9.
           05  RPT-PAID-AMOUNT       PIC -(12)9.99.
           05  RPT-DENIED-COUNT      PIC ZZZZZZZ9.
           05  RPT-SEGMENTS          PIC ZZZZZZZZZ9.
           05  RPT-REMIT-COUNT       PIC ZZZZZZZ9.
           05  RPT-REMIT-AMOUNT      PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-REMIT-FLAG        PIC X(30).
           05  FILLER                PIC X(15) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC -(10)9.99.
           05  FILLER              PIC X(88)    VALUE SPACES.
       01  RPT-BALANCE-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-BALANCE-TEXT    PIC X(60).
           05  FILLER              PIC X(70)    VALUE SPACES.
      *
       01  RJT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'X12 835 RESULTS NOT EXPORTED'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RJT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RJT-HEADER2.
           05  FILLER  PIC X(11) VALUE 'CLAIM      '.
           05  FILLER  PIC X(9)  VALUE 'PATIENT  '.
           05  FILLER  PIC X(9)  VALUE 'CARRIER  '.
           05  FILLER  PIC X(5)  VALUE 'DISP '.
           05  FILLER  PIC X(15) VALUE '           PAID'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(81) VALUE 'REASON'.
       01  RJT-DETAIL.
           05  RJT-CLAIM-NUMBER      PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RJT-CARRIER           PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJT-DISPOSITION       PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RJT-AMOUNT            PIC -(11)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJT-REASON            PIC X(40).
           05  FILLER                PIC X(41) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'EDI8351 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-X12-CONTROL THROUGH 850-EXIT.
           MOVE XCT-LAST-ICN TO WS-FIRST-ICN.
           PERFORM 800-INIT-REPORT.
           IF WS-CONTROL-OK = 'Y'
               PERFORM 700-READ-PAID
               PERFORM 710-READ-DENIED
           ELSE
               MOVE 'Y' TO WS-PAID-EOF WS-DENY-EOF WS-REMIT-EOF.

           PERFORM 100-LOAD-PAID THROUGH 100-EXIT
               UNTIL WS-PAID-EOF = 'Y'.
           PERFORM 110-LOAD-DENIED THROUGH 110-EXIT
               UNTIL WS-DENY-EOF = 'Y'.
           PERFORM 180-LOAD-REMIT-TOTALS THROUGH 180-EXIT
               UNTIL WS-REMIT-EOF = 'Y'.

           PERFORM 200-WRITE-INTERCHANGE THROUGH 200-EXIT
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED.

           PERFORM 400-PRINT-TOTALS.
           IF WS-CONTROL-OK = 'Y'
               PERFORM 860-WRITE-X12-CONTROL.
           PERFORM 905-CLOSE-FILES.
           MOVE 'C'              TO CT-FUNCTION.
           MOVE 'EDI8351 '       TO CT-PROGRAM.
           MOVE 'PAIDFILE'       TO CT-DATASET.
           MOVE NUM-PAID-READ    TO CT-RECORD-COUNT.
           MOVE TOT-PAID-READ    TO CT-AMOUNT-TOTAL.
           CALL 'CTLTOT1' USING CTLTOT-AREA.
           DISPLAY 'EDI8351 ENDED - PAID = ' NUM-PAID-EXPORTED
                   ' DENIED = ' NUM-DENIED-EXPORTED.
           GOBACK .

       100-LOAD-PAID.
           ADD +1 TO NUM-PAID-READ.
           IF PDC-PAID-AMOUNT NUMERIC
               ADD PDC-PAID-AMOUNT TO TOT-PAID-READ.
           MOVE PDC-PATIENT-ID     TO WS-RES-PATIENT.
           MOVE PDC-INS-COMPANY-ID TO WS-RES-CARRIER.
           MOVE PDC-NUMBER         TO WS-RES-NUMBER.
           MOVE 'P'                TO WS-RES-DISPOSITION.
           MOVE PDC-PAID-AMOUNT-X  TO WS-RES-PAID-X.
      *        a PAIDFILE from before the claimed amount was carried
      *        is taken as paid in full
           IF PDC-CLAIMED-AMOUNT NUMERIC
               MOVE PDC-CLAIMED-AMOUNT-X TO WS-RES-CHARGE-X
           ELSE
               MOVE PDC-PAID-AMOUNT-X  TO WS-RES-CHARGE-X.
           MOVE PDC-PROC-KEY       TO WS-RES-PROC.
           MOVE SPACES             TO WS-RES-REASON.
           PERFORM 150-EDIT-RESULT THROUGH 150-EXIT.
           PERFORM 700-READ-PAID.
       100-EXIT.
           EXIT.

       110-LOAD-DENIED.
           ADD +1 TO NUM-DENIED-READ.
           MOVE DNY-PATIENT-ID     TO WS-RES-PATIENT.
           MOVE DNY-INS-COMPANY-ID TO WS-RES-CARRIER.
           MOVE DNY-NUMBER         TO WS-RES-NUMBER.
           MOVE 'D'                TO WS-RES-DISPOSITION.
           MOVE DNY-AMOUNT-X       TO WS-RES-CHARGE-X.
           MOVE ZERO               TO WS-RES-PAID.
           MOVE DNY-PROC-KEY       TO WS-RES-PROC.
           MOVE DNY-REASON-CODE    TO WS-RES-REASON.
           PERFORM 150-EDIT-RESULT THROUGH 150-EXIT.
           PERFORM 710-READ-DENIED.
       110-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    A paid or denied result is checked for the data the 835
      *    cannot go without and tabled under its carrier.
      *    ---------------------------------------------------------
       150-EDIT-RESULT.
           IF WS-RES-NUMBER NOT NUMERIC
               MOVE 'CLAIM NUMBER INVALID' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           IF WS-RES-CARRIER = SPACES
               MOVE 'CARRIER ID MISSING' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           IF WS-RES-PAID-X NOT NUMERIC
               MOVE 'PAID AMOUNT MISSING' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           IF WS-RES-CHARGE-X NOT NUMERIC
               MOVE 'CLAIMED AMOUNT MISSING' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           MOVE WS-RES-PATIENT TO WS-LOOKUP-KEY.
           PERFORM 730-READ-PRSNMSTR.
           IF WS-PRSNMSTR-STATUS = '23'
               MOVE 'PATIENT NOT ON PRSNMSTR' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           IF WS-PRSNMSTR-STATUS NOT = '00'
               GO TO 150-EXIT.
           IF PRSN-LAST-NAME = SPACES
               MOVE 'PATIENT NAME MISSING' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           IF RES-ENTRIES-USED NOT < 2000
               MOVE 'RESULT TABLE FULL' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           MOVE WS-RES-CARRIER TO WS-CAR-LOOKUP.
           PERFORM 160-FIND-CARRIER.
           IF WS-CAR-FOUND-IDX = 0
               MOVE 'CARRIER TABLE FULL' TO WS-REJECT-REASON
               GO TO 150-REJECT.
           IF CAR-ENT-NAME(WS-CAR-FOUND-IDX) = SPACES
               PERFORM 170-NAME-CARRIER.
           ADD +1 TO RES-ENTRIES-USED.
           MOVE WS-RES-NUMBER-N TO RES-ENT-NUMBER(RES-ENTRIES-USED).
           MOVE WS-RES-PATIENT  TO RES-ENT-PATIENT(RES-ENTRIES-USED).
           MOVE WS-RES-DISPOSITION
               TO RES-ENT-DISPOSITION(RES-ENTRIES-USED).
           MOVE WS-RES-CHARGE   TO RES-ENT-CHARGE(RES-ENTRIES-USED).
           MOVE WS-RES-PAID     TO RES-ENT-PAID(RES-ENTRIES-USED).
           MOVE WS-RES-PROC     TO RES-ENT-PROC(RES-ENTRIES-USED).
           MOVE WS-RES-REASON   TO RES-ENT-REASON(RES-ENTRIES-USED).
           MOVE WS-CAR-FOUND-IDX
               TO RES-ENT-CAR-IDX(RES-ENTRIES-USED).
           IF WS-RES-DISPOSITION = 'P'
               ADD +1 TO CAR-ENT-PAID-COUNT(WS-CAR-FOUND-IDX)
               ADD WS-RES-PAID TO CAR-ENT-PAID-AMOUNT(WS-CAR-FOUND-IDX)
           ELSE
               ADD +1 TO CAR-ENT-DENIED-COUNT(WS-CAR-FOUND-IDX).
           GO TO 150-EXIT.
       150-REJECT.
           IF WS-RES-DISPOSITION = 'P'
               ADD +1 TO NUM-PAID-REJECTED
               MOVE 'PAID' TO RJT-DISPOSITION
               IF WS-RES-PAID-X NUMERIC
                   ADD WS-RES-PAID TO TOT-PAID-REJECTED
                   MOVE WS-RES-PAID TO RJT-AMOUNT
               ELSE
                   MOVE ZERO TO RJT-AMOUNT
           ELSE
               ADD +1 TO NUM-DENIED-REJECTED
               MOVE 'DENY' TO RJT-DISPOSITION
               MOVE ZERO TO RJT-AMOUNT.
           MOVE WS-RES-NUMBER    TO RJT-CLAIM-NUMBER.
           MOVE WS-RES-PATIENT   TO RJT-PATIENT-ID.
           MOVE WS-RES-CARRIER   TO RJT-CARRIER.
           MOVE WS-REJECT-REASON TO RJT-REASON.
           WRITE REJECT-RECORD FROM RJT-DETAIL.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'X835REJ WRITE ERROR RC=' WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
       150-EXIT.
           EXIT.

       160-FIND-CARRIER.
           MOVE +0 TO WS-CAR-FOUND-IDX.
           PERFORM 165-FIND-CARRIER-ENTRY
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED
                  OR WS-CAR-FOUND-IDX > 0.
           IF WS-CAR-FOUND-IDX = 0 AND CAR-ENTRIES-USED < 50
               ADD +1 TO CAR-ENTRIES-USED
               MOVE CAR-ENTRIES-USED TO WS-CAR-FOUND-IDX
               MOVE WS-CAR-LOOKUP TO CAR-ENT-ID(WS-CAR-FOUND-IDX)
               MOVE SPACES TO CAR-ENT-NAME(WS-CAR-FOUND-IDX)
                              CAR-ENT-PHONE(WS-CAR-FOUND-IDX)
                              CAR-ENT-STREET(WS-CAR-FOUND-IDX)
                              CAR-ENT-CITY(WS-CAR-FOUND-IDX)
                              CAR-ENT-STATE(WS-CAR-FOUND-IDX)
                              CAR-ENT-ZIP(WS-CAR-FOUND-IDX)
               MOVE 'N' TO CAR-ENT-REMIT-FOUND(WS-CAR-FOUND-IDX)
               MOVE +0 TO CAR-ENT-PAID-COUNT(WS-CAR-FOUND-IDX)
                          CAR-ENT-DENIED-COUNT(WS-CAR-FOUND-IDX)
                          CAR-ENT-PAID-AMOUNT(WS-CAR-FOUND-IDX)
                          CAR-ENT-REMIT-COUNT(WS-CAR-FOUND-IDX)
                          CAR-ENT-REMIT-AMOUNT(WS-CAR-FOUND-IDX).

       165-FIND-CARRIER-ENTRY.
           IF CAR-ENT-ID(WS-CAR-SUB) = WS-CAR-LOOKUP
               MOVE WS-CAR-SUB TO WS-CAR-FOUND-IDX.

      *    the payer's name and address come from the first
      *    coverage record that has it as the primary carrier
       170-NAME-CARRIER.
           PERFORM 720-READ-PATINS.
           IF WS-PATINS-STATUS = '00'
              AND INS-CARRIER-ID = WS-RES-CARRIER
               MOVE INS-CARRIER-NAME
                   TO CAR-ENT-NAME(WS-CAR-FOUND-IDX)
               MOVE INS-CARRIER-PHONE
                   TO CAR-ENT-PHONE(WS-CAR-FOUND-IDX)
               MOVE INS-CLAIMS-STREET
                   TO CAR-ENT-STREET(WS-CAR-FOUND-IDX)
               MOVE INS-CLAIMS-CITY
                   TO CAR-ENT-CITY(WS-CAR-FOUND-IDX)
               MOVE INS-CLAIMS-STATE
                   TO CAR-ENT-STATE(WS-CAR-FOUND-IDX)
               MOVE INS-CLAIMS-ZIP
                   TO CAR-ENT-ZIP(WS-CAR-FOUND-IDX).

      *    each carrier's 'T' total from the remittance advice, to
      *    hold the 835 against
       180-LOAD-REMIT-TOTALS.
           READ REMIT-FILE
             AT END
               MOVE 'Y' TO WS-REMIT-EOF
               GO TO 180-EXIT.
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'REMITADV READ ERROR RC=' WS-REMIT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-REMIT-EOF
               GO TO 180-EXIT.
           MOVE 'Y' TO WS-REMIT-PRESENT.
           IF NOT RMT-CARRIER-TOTAL
               GO TO 180-EXIT.
           MOVE RMT-CARRIER-ID TO WS-CAR-LOOKUP.
           PERFORM 160-FIND-CARRIER.
           IF WS-CAR-FOUND-IDX = 0
               DISPLAY 'EDI8351 REMITADV CARRIER ' RMT-CARRIER-ID
                       ' NOT TABLED - CARRIER TABLE FULL'
               ADD +1 TO NUM-REMIT-MISMATCH
               GO TO 180-EXIT.
           MOVE 'Y' TO CAR-ENT-REMIT-FOUND(WS-CAR-FOUND-IDX).
           ADD RMT-CLAIM-COUNT TO CAR-ENT-REMIT-COUNT(WS-CAR-FOUND-IDX).
           ADD RMT-AMOUNT TO CAR-ENT-REMIT-AMOUNT(WS-CAR-FOUND-IDX).
       180-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    One interchange per carrier with results; a carrier known
      *    only from the remittance advice gets its report line and
      *    no interchange.
      *    ---------------------------------------------------------
       200-WRITE-INTERCHANGE.
           MOVE +0 TO WS-ICH-SEG-COUNT.
           MOVE ZERO TO RPT-ICN.
           IF CAR-ENT-PAID-COUNT(WS-CAR-SUB) = 0
              AND CAR-ENT-DENIED-COUNT(WS-CAR-SUB) = 0
               GO TO 200-REPORT.
           IF CAR-ENT-NAME(WS-CAR-SUB) = SPACES
               MOVE CAR-ENT-ID(WS-CAR-SUB) TO CAR-ENT-NAME(WS-CAR-SUB).
           IF XCT-LAST-ICN = 999999999
               MOVE 1 TO XCT-LAST-ICN
           ELSE
               ADD 1 TO XCT-LAST-ICN.
           IF XCT-LAST-GCN = 999999999
               MOVE 1 TO XCT-LAST-GCN
           ELSE
               ADD 1 TO XCT-LAST-GCN.
           ADD +1 TO NUM-INTERCHANGES.
           MOVE 'ISA'                  TO WS-SEG-ID.
           MOVE XCT-SENDER-ID          TO ISA-SENDER.
           MOVE CAR-ENT-ID(WS-CAR-SUB) TO ISA-RECEIVER.
           MOVE WS-RUN-YMD             TO ISA-DATE.
           MOVE WS-RUN-HHMM            TO ISA-TIME.
           MOVE XCT-LAST-ICN           TO ISA-CONTROL.
           MOVE XCT-USAGE              TO ISA-USAGE.
           MOVE ISA-SEGMENT            TO WS-SEG-AREA.
           MOVE 107                    TO WS-SEG-PTR.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'GS' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'HP'                   TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-SENDER-ID          TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-ID(WS-CAR-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-RUN-DATE-YMD        TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-RUN-HHMM            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-LAST-GCN           TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           MOVE 'X'                    TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '005010X221A1'         TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           PERFORM 210-WRITE-TRANSACTION.
           MOVE 'GE' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-LAST-GCN TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'IEA' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE ISA-CONTROL TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE XCT-LAST-ICN TO RPT-ICN.
       200-REPORT.
           MOVE CAR-ENT-ID(WS-CAR-SUB)           TO RPT-CARRIER.
           MOVE CAR-ENT-PAID-COUNT(WS-CAR-SUB)   TO RPT-PAID-COUNT.
           MOVE CAR-ENT-PAID-AMOUNT(WS-CAR-SUB)  TO RPT-PAID-AMOUNT.
           MOVE CAR-ENT-DENIED-COUNT(WS-CAR-SUB) TO RPT-DENIED-COUNT.
           MOVE WS-ICH-SEG-COUNT                 TO RPT-SEGMENTS.
           MOVE CAR-ENT-REMIT-COUNT(WS-CAR-SUB)  TO RPT-REMIT-COUNT.
           MOVE CAR-ENT-REMIT-AMOUNT(WS-CAR-SUB) TO RPT-REMIT-AMOUNT.
           MOVE SPACES TO RPT-REMIT-FLAG.
           IF WS-REMIT-PRESENT = 'Y'
               IF CAR-ENT-REMIT-FOUND(WS-CAR-SUB) = 'N'
                  AND CAR-ENT-PAID-COUNT(WS-CAR-SUB) > 0
                   MOVE '*** NO REMITADV TOTAL ***' TO RPT-REMIT-FLAG
                   ADD +1 TO NUM-REMIT-MISMATCH
               ELSE
               IF CAR-ENT-REMIT-COUNT(WS-CAR-SUB)
                      NOT = CAR-ENT-PAID-COUNT(WS-CAR-SUB)
                  OR CAR-ENT-REMIT-AMOUNT(WS-CAR-SUB)
                      NOT = CAR-ENT-PAID-AMOUNT(WS-CAR-SUB)
                   MOVE '*** DOES NOT AGREE ***' TO RPT-REMIT-FLAG
                   ADD +1 TO NUM-REMIT-MISMATCH.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       200-EXIT.
           EXIT.

       210-WRITE-TRANSACTION.
           MOVE +0 TO WS-SEG-COUNT.
           MOVE 'ST' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '835'          TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '0001'         TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '005010X221A1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
      *        the payment: by cheque when anything was paid,
      *        otherwise notification only
           MOVE 'BPR' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE CAR-ENT-PAID-AMOUNT(WS-CAR-SUB) TO WS-AMOUNT.
           IF WS-AMOUNT > 0
               MOVE 'I' TO WS-ELEM
           ELSE
               MOVE 'H' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 625-ADD-AMOUNT.
           MOVE 'C' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           IF CAR-ENT-PAID-AMOUNT(WS-CAR-SUB) > 0
               MOVE 'CHK' TO WS-ELEM
           ELSE
               MOVE 'NON' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 11 TIMES.
           MOVE WS-RUN-DATE-YMD TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'TRN' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE ISA-CONTROL TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '1'                    TO WS-ELEM(1:1).
           MOVE CAR-ENT-ID(WS-CAR-SUB) TO WS-ELEM(2:7).
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'DTM' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '405'           TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-RUN-DATE-YMD TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
      *        1000A payer
           MOVE 'N1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'PR'                     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-NAME(WS-CAR-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           IF CAR-ENT-STREET(WS-CAR-SUB) NOT = SPACES
               PERFORM 215-WRITE-PAYER-ADDRESS.
           IF CAR-ENT-PHONE(WS-CAR-SUB) NOT = SPACES
               MOVE 'PER' TO WS-SEG-ID
               PERFORM 600-START-SEGMENT
               MOVE 'BL'                      TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
               MOVE 'CLAIMS'                  TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
               MOVE 'TE'                      TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
               MOVE CAR-ENT-PHONE(WS-CAR-SUB) TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
               PERFORM 690-WRITE-SEGMENT.
      *        1000B payee
           MOVE 'N1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'PE'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-NAME TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'XX'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-NPI  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'REF' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'TJ'               TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-TAX-ID TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'LX' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           PERFORM 220-WRITE-CLAIM-PAYMENT THROUGH 220-EXIT
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > RES-ENTRIES-USED.
           MOVE 'SE' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           COMPUTE WS-NUMBER = WS-SEG-COUNT + 1.
           PERFORM 620-ADD-NUMBER.
           MOVE '0001' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.

       215-WRITE-PAYER-ADDRESS.
           MOVE 'N3' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE CAR-ENT-STREET(WS-CAR-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'N4' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE CAR-ENT-CITY(WS-CAR-SUB)  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-STATE(WS-CAR-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-ZIP(WS-CAR-SUB)   TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.

      *    ---------------------------------------------------------
      *    2100 claim payment and 2110 service payment for one
      *    result of this carrier.  The service adjustment is the
      *    claimed amount less the paid amount, so each claim
      *    balances.
      *    ---------------------------------------------------------
       220-WRITE-CLAIM-PAYMENT.
           IF RES-ENT-CAR-IDX(WS-RES-SUB) NOT = WS-CAR-SUB
               GO TO 220-EXIT.
           MOVE RES-ENT-PATIENT(WS-RES-SUB) TO WS-LOOKUP-KEY.
           PERFORM 730-READ-PRSNMSTR.
           IF WS-PRSNMSTR-STATUS NOT = '00'
               DISPLAY 'EDI8351 CLAIM ' RES-ENT-NUMBER(WS-RES-SUB)
                       ' PRSNMSTR RECORD NO LONGER FOUND'
               MOVE 16 TO RETURN-CODE
               GO TO 220-EXIT.
           IF RES-ENT-DISPOSITION(WS-RES-SUB) = 'P'
               ADD +1 TO NUM-PAID-EXPORTED
               ADD RES-ENT-PAID(WS-RES-SUB) TO TOT-PAID-EXPORTED
               MOVE 'CO'  TO WS-ADJ-GROUP
               MOVE '45'  TO WS-ADJ-CODE
           ELSE
               ADD +1 TO NUM-DENIED-EXPORTED
               ADD RES-ENT-CHARGE(WS-RES-SUB) TO TOT-DENIED-EXPORTED
               PERFORM 230-FIND-CARC.
           MOVE 'CLP' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE RES-ENT-NUMBER(WS-RES-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           IF RES-ENT-DISPOSITION(WS-RES-SUB) = 'P'
               MOVE '1' TO WS-ELEM
           ELSE
               MOVE '4' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE RES-ENT-CHARGE(WS-RES-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           MOVE RES-ENT-PAID(WS-RES-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           PERFORM 615-ADD-EMPTY-ELEMENT.
           MOVE 'CI' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE RES-ENT-NUMBER(WS-RES-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'NM1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'QC'            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '1'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE PRSN-LAST-NAME  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE PRSN-FIRST-NAME TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE PRSN-MIDINIT    TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 2 TIMES.
           MOVE 'MR'            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE RES-ENT-PATIENT(WS-RES-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'SVC' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE SPACES TO WS-ELEM.
           MOVE 'HC:'  TO WS-ELEM(1:3).
           MOVE RES-ENT-PROC(WS-RES-SUB) TO WS-ELEM(4:5).
           PERFORM 610-ADD-ELEMENT.
           MOVE RES-ENT-CHARGE(WS-RES-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           MOVE RES-ENT-PAID(WS-RES-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           PERFORM 690-WRITE-SEGMENT.
           COMPUTE WS-AMOUNT = RES-ENT-CHARGE(WS-RES-SUB)
                             - RES-ENT-PAID(WS-RES-SUB).
           IF WS-AMOUNT NOT = 0
               MOVE 'CAS' TO WS-SEG-ID
               PERFORM 600-START-SEGMENT
               MOVE WS-ADJ-GROUP TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
               MOVE WS-ADJ-CODE  TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
               PERFORM 625-ADD-AMOUNT
               PERFORM 690-WRITE-SEGMENT.
       220-EXIT.
           EXIT.

       230-FIND-CARC.
           MOVE +0 TO WS-CARC-FOUND-IDX.
           PERFORM 235-FIND-CARC-ENTRY
               VARYING WS-CARC-SUB FROM 1 BY 1
               UNTIL WS-CARC-SUB > 6
                  OR WS-CARC-FOUND-IDX > 0.
           IF WS-CARC-FOUND-IDX > 0
               MOVE CARC-GROUP(WS-CARC-FOUND-IDX) TO WS-ADJ-GROUP
               MOVE CARC-CODE(WS-CARC-FOUND-IDX)  TO WS-ADJ-CODE
           ELSE
               MOVE 'CO' TO WS-ADJ-GROUP
               MOVE '16' TO WS-ADJ-CODE.

       235-FIND-CARC-ENTRY.
           IF CARC-DENY-REASON(WS-CARC-SUB) = RES-ENT-REASON(WS-RES-SUB)
               MOVE WS-CARC-SUB TO WS-CARC-FOUND-IDX.

       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PAID RECORDS READ:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAID-READ                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIED RECORDS READ:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENIED-READ                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAID AMOUNT READ:           ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAID-READ                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'CLAIMS PAID:                ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAID-EXPORTED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLAIMS DENIED:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENIED-EXPORTED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAID AMOUNT TOTAL:          ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAID-EXPORTED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIED AMOUNT TOTAL:        ' TO RPT-TOTALS-ITEM.
           MOVE TOT-DENIED-EXPORTED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'PAID REJECTED:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PAID-REJECTED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DENIED REJECTED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DENIED-REJECTED            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PAID AMOUNT REJECTED:       ' TO RPT-TOTALS-ITEM.
           MOVE TOT-PAID-REJECTED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'INTERCHANGES:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INTERCHANGES               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SEGMENTS WRITTEN:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SEGMENTS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'FIRST ICN USED:             ' TO RPT-TOTALS-ITEM.
           IF NUM-INTERCHANGES > 0
               COMPUTE RPT-TOTALS-VALUE = WS-FIRST-ICN + 1
           ELSE
               MOVE ZERO TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LAST ICN USED:              ' TO RPT-TOTALS-ITEM.
           MOVE XCT-LAST-ICN                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CARRIERS NOT AGREEING:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REMIT-MISMATCH             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF NUM-REMIT-MISMATCH > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           IF NUM-PAID-READ NOT = NUM-PAID-EXPORTED + NUM-PAID-REJECTED
              OR NUM-DENIED-READ
                   NOT = NUM-DENIED-EXPORTED + NUM-DENIED-REJECTED
              OR TOT-PAID-READ
                   NOT = TOT-PAID-EXPORTED + TOT-PAID-REJECTED
               MOVE 'N' TO WS-BALANCED.
           IF WS-BALANCED = 'Y'
               MOVE 'RESULTS READ BALANCE TO EXPORTED + REJECTED'
                   TO RPT-BALANCE-TEXT
           ELSE
               MOVE '*** RESULTS READ DO NOT BALANCE ***'
                   TO RPT-BALANCE-TEXT
               DISPLAY 'EDI8351 CONTROL TOTALS DO NOT BALANCE'
               MOVE 16 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-BALANCE-LINE.

      *    ---------------------------------------------------------
      *    X12 segment building, as in EDI8371: start a segment
      *    with its id, add each element (a '*' and the value with
      *    its leading and trailing blanks dropped), and write it
      *    with the '~'.
      *    ---------------------------------------------------------
       600-START-SEGMENT.
           MOVE SPACES TO WS-SEG-AREA.
           MOVE 1 TO WS-SEG-PTR.
           STRING WS-SEG-ID DELIMITED BY SPACE
               INTO WS-SEG-AREA WITH POINTER WS-SEG-PTR.

       610-ADD-ELEMENT.
           INSPECT WS-ELEM REPLACING ALL '*' BY SPACE
                                     ALL '~' BY SPACE
                                     ALL '^' BY SPACE.
           MOVE 81 TO WS-ELEM-END.
           PERFORM 611-BACK-OVER-BLANK
               UNTIL WS-ELEM-SCAN(WS-ELEM-END:1) NOT = SPACE.
           MOVE 2 TO WS-ELEM-START.
           PERFORM 612-SKIP-LEADING-BLANK
               UNTIL WS-ELEM-SCAN(WS-ELEM-START:1) NOT = SPACE.
           STRING '*' DELIMITED BY SIZE
               INTO WS-SEG-AREA WITH POINTER WS-SEG-PTR.
           IF WS-ELEM-START NOT > WS-ELEM-END
               COMPUTE WS-ELEM-LEN = WS-ELEM-END - WS-ELEM-START + 1
               STRING WS-ELEM-SCAN(WS-ELEM-START:WS-ELEM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-SEG-AREA WITH POINTER WS-SEG-PTR.
           MOVE SPACES TO WS-ELEM.

       611-BACK-OVER-BLANK.
           SUBTRACT 1 FROM WS-ELEM-END.

       612-SKIP-LEADING-BLANK.
           ADD 1 TO WS-ELEM-START.

       615-ADD-EMPTY-ELEMENT.
           MOVE SPACES TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.

       620-ADD-NUMBER.
           MOVE WS-NUMBER      TO WS-NUMBER-EDIT.
           MOVE WS-NUMBER-EDIT TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.

       625-ADD-AMOUNT.
           MOVE WS-AMOUNT      TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.

       690-WRITE-SEGMENT.
           IF WS-SEG-ID NOT = 'ISA'
               STRING '~' DELIMITED BY SIZE
                   INTO WS-SEG-AREA WITH POINTER WS-SEG-PTR.
           MOVE SPACES TO WS-SEG-ID.
           COMPUTE WS-X12-LENGTH = WS-SEG-PTR - 1.
           WRITE X12-RECORD FROM WS-SEG-AREA.
           IF WS-X12-STATUS NOT = '00'
               DISPLAY 'X835OUT WRITE ERROR RC=' WS-X12-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO WS-SEG-COUNT.
           ADD +1 TO WS-ICH-SEG-COUNT.
           ADD +1 TO NUM-SEGMENTS.

       700-READ-PAID.
           READ PAID-FILE
             AT END MOVE 'Y' TO WS-PAID-EOF.
           IF WS-PAID-EOF NOT = 'Y'
              AND WS-PAID-STATUS NOT = '00'
               DISPLAY 'PAIDFILE READ ERROR RC=' WS-PAID-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PAID-EOF.

       710-READ-DENIED.
           IF WS-DENY-STATUS NOT = '00'
               MOVE 'Y' TO WS-DENY-EOF
           ELSE
               READ DENY-FILE
                 AT END MOVE 'Y' TO WS-DENY-EOF.
           IF WS-DENY-EOF NOT = 'Y'
              AND WS-DENY-STATUS NOT = '00'
               DISPLAY 'DENYFILE READ ERROR RC=' WS-DENY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DENY-EOF.

       720-READ-PATINS.
           MOVE WS-LOOKUP-KEY TO PATIENT-INS-KEY.
           READ PATINS-FILE.
           IF WS-PATINS-STATUS NOT = '00'
              AND WS-PATINS-STATUS NOT = '23'
               DISPLAY 'PATINS READ ERROR RC=' WS-PATINS-STATUS
               MOVE 16 TO RETURN-CODE.

       730-READ-PRSNMSTR.
           MOVE WS-LOOKUP-KEY TO PRSN-KEY.
           READ PRSNMSTR-FILE.
           IF WS-PRSNMSTR-STATUS NOT = '00'
              AND WS-PRSNMSTR-STATUS NOT = '23'
               DISPLAY 'PRSNMSTR READ ERROR RC=' WS-PRSNMSTR-STATUS
               MOVE 16 TO RETURN-CODE.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO RPT-RUN-DATE RJT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REJECT-RECORD FROM RJT-HEADER1 AFTER PAGE.
           WRITE REJECT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REJECT-RECORD FROM RJT-HEADER2.
           WRITE REJECT-RECORD FROM RPT-SPACES.

      *    the control record must name us and the payee and carry
      *    numeric control numbers, or nothing is exported
       850-READ-X12-CONTROL.
           MOVE 'N' TO WS-CONTROL-OK.
           IF WS-X12CTL-STATUS NOT = '00'
               GO TO 850-EXIT.
           READ X12-CONTROL-FILE INTO XCT-REC
             AT END
               DISPLAY 'EDI8351 X12CTL HAS NO CONTROL RECORD'
               MOVE 16 TO RETURN-CODE
               GO TO 850-EXIT.
           IF XCT-SENDER-ID = SPACES
              OR XCT-BILLING-NAME = SPACES
              OR XCT-BILLING-NPI = SPACES
              OR XCT-BILLING-TAX-ID = SPACES
              OR XCT-LAST-ICN NOT NUMERIC
              OR XCT-LAST-GCN NOT NUMERIC
              OR (NOT XCT-PRODUCTION AND NOT XCT-TEST)
               DISPLAY 'EDI8351 X12CTL RECORD UNUSABLE: '
                       X12-CONTROL-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GO TO 850-EXIT.
           MOVE 'Y' TO WS-CONTROL-OK.
       850-EXIT.
           EXIT.

      *    the numbers used go forward to the next run
       860-WRITE-X12-CONTROL.
           MOVE WS-RUN-DATE-NUM TO XCT-LAST-RUN-DATE.
           MOVE 'EDI8351'       TO XCT-LAST-PROGRAM.
           WRITE NEW-X12-CONTROL-RECORD FROM XCT-REC.
           IF WS-X12CTLN-STATUS NOT = '00'
               DISPLAY 'X12CTLN WRITE ERROR RC=' WS-X12CTLN-STATUS
               MOVE 16 TO RETURN-CODE.

       900-OPEN-FILES.
           OPEN INPUT    PAID-FILE
                         DENY-FILE
                         REMIT-FILE
                         PATINS-FILE
                         PRSNMSTR-FILE
                         X12-CONTROL-FILE
                OUTPUT   NEW-X12-CONTROL-FILE
                         X12-FILE
                         REJECT-FILE
                         REPORT-FILE .
           IF WS-DENY-STATUS = '05'
               MOVE '00' TO WS-DENY-STATUS.
           IF WS-REMIT-STATUS = '05'
               MOVE '00' TO WS-REMIT-STATUS.
           IF WS-REMIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-REMIT-EOF.
           IF WS-PAID-STATUS NOT = '00'
              OR WS-DENY-STATUS NOT = '00'
              OR WS-REMIT-STATUS NOT = '00'
              OR WS-PATINS-STATUS NOT = '00'
              OR WS-PRSNMSTR-STATUS NOT = '00'
              OR WS-X12CTL-STATUS NOT = '00'
              OR WS-X12CTLN-STATUS NOT = '00'
              OR WS-X12-STATUS NOT = '00'
              OR WS-REJECT-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'EDI8351 OPEN ERROR - PAID=' WS-PAID-STATUS
                     ' DENY=' WS-DENY-STATUS
                     ' RMT=' WS-REMIT-STATUS
                     ' INS=' WS-PATINS-STATUS
                     ' PRS=' WS-PRSNMSTR-STATUS
                     ' CTL=' WS-X12CTL-STATUS
             DISPLAY '              NEW=' WS-X12CTLN-STATUS
                     ' X12=' WS-X12-STATUS
                     ' REJ=' WS-REJECT-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'XX' TO WS-X12CTL-STATUS.

       905-CLOSE-FILES.
           CLOSE PAID-FILE .
           CLOSE DENY-FILE .
           CLOSE REMIT-FILE .
           CLOSE PATINS-FILE .
           CLOSE PRSNMSTR-FILE .
           CLOSE X12-CONTROL-FILE .
           CLOSE NEW-X12-CONTROL-FILE .
           CLOSE X12-FILE .
           CLOSE REJECT-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM EDI8351
