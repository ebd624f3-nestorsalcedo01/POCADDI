      ****************************************************************
      * PROGRAM:  EDI8371
      *           X12 837 claim export from the CLAIMFILE
      *
      * Carriers and clearing houses take claims only as ANSI X12
      * 837 interchanges, and the CLAIMFILE is our own layout.  This
      * batch reads the same CLAIMFILE CLMADJ1 adjudicates and
      * writes every SUBMITTED claim on it to the X837OUT file as
      * 5010 837 transactions:
      *
      *   - one interchange (ISA/IEA) per carrier, the carrier's id
      *     as the receiver,
      *   - within it, one functional group (GS/GE) and one
      *     transaction set (ST/SE) for the carrier's professional
      *     claims (837P, 005010X222A1) and one for its
      *     institutional claims (837I, 005010X223A2); a claim is
      *     institutional when its PATMSTR patient type is I
      *     (inpatient), professional otherwise,
      *   - the hospital as submitter and billing provider, from
      *     the X12CTL control record,
      *   - per claim the subscriber from PATINS, the patient from
      *     PRSNMSTR (in a patient loop of its own when the patient
      *     is not the subscriber), the carrier as payer, the claim
      *     with its primary diagnosis from PATMSTR, and one service
      *     line for the claim's procedure code.  The claim carries
      *     no service date, so a professional line is dated the
      *     export date; an institutional claim carries the PATMSTR
      *     admit and discharge dates.
      *
      * X12 segments are written one to a record, each ending with
      * the '~' terminator; elements are separated by '*' and
      * components by ':'.  Any of those characters in our own data
      * are blanked out.
      *
      * Interchange and group control numbers are taken from the
      * X12CTL record and carry on from the last number any earlier
      * run of this batch or of EDI8351 used; the record is written
      * back out on X12CTLN with the last numbers this run used,
      * and X12CTLN becomes the next run's X12CTL.
      *
      * A claim missing data the 837 requires is not exported: it
      * is listed on X837REJ with the reason.  X837RPT lists each
      * interchange with its control number, claim count, amount and
      * segment count, then the run totals, which tie back to the
      * CLMADJ1 run-balancing report over the same CLAIMFILE:
      * claims read equals CLMADJ1's CLAIMS READ, and claims read
      * equals claims exported plus claims rejected plus claims not
      * in SUBMITTED status.
      *
      * FILES:
      *   CLAIMFILE - the claims, CLMADJ1's layout
      *   PATMSTR   - patient master, random by patient
      *   PATINS    - patient coverage, random by patient
      *   PRSNMSTR  - patient personal master, random by patient
      *   X12CTL    - the X12 control record, X12CTLC layout
      *   X12CTLN   - the control record as this run leaves it
      *   X837OUT   - the 837 interchanges
      *   X837REJ   - claims not exported, with the reason
      *   X837RPT   - interchange list and control totals
      *
      * RC 4 - claims were rejected
      * RC16 - a file error, an unusable X12CTL record, or the
      *        control totals do not balance
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI8371.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLAIM-FILE   ASSIGN TO UT-S-CLAIMFILE
               FILE STATUS  IS  WS-CLAIM-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-KEY
                  FILE STATUS  IS WS-PATMSTR-STATUS.

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

           SELECT X12-FILE     ASSIGN TO X837OUT
               FILE STATUS  IS  WS-X12-STATUS.

           SELECT REJECT-FILE  ASSIGN TO X837REJ
               FILE STATUS  IS  WS-REJECT-STATUS.

           SELECT REPORT-FILE  ASSIGN TO X837RPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CLAIM-RECORD.
           05  CLAIM-PATIENT-ID        PIC 9(6).
           05  CLAIM-INS-COMPANY-ID    PIC X(7).
           05  CLAIM-NUMBER            PIC 9(9).
           05  CLAIM-STATUS            PIC X(9).
           05  CLAIM-PAID-AMOUNT       PIC S9(7)V99.
           05  CLAIM-PROC-KEY          PIC X(5).
           05  FILLER                  PIC X(35).

       FD  PATMSTR-FILE
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY        PIC X(06).
      *        the fields the 837 needs, at their offsets in the
      *        PATIENT-MASTER-REC image TESTDATA writes
           05 PAT-TYPE           PIC X(01).
           05 FILLER             PIC X(09).
           05 PAT-DATE-ADMIT     PIC X(10).
           05 PAT-DATE-DISCHARGE PIC X(10).
           05 FILLER             PIC X(08).
           05 PAT-DIAG           PIC X(05).
           05 FILLER             PIC X(2915).

       FD  PATINS-FILE
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATIENT-INS-KEY  PIC X(06).
      *        the primary coverage, at its offsets in the
      *        PATIENT-INSURANCE image TESTDATA writes
           05 INS-CARRIER-ID   PIC X(7).
           05 INS-CARRIER-ID-N PIC 9(1).
           05 INS-CARRIER-NAME PIC X(30).
           05 FILLER           PIC X(20).
           05 INS-FIRST-NAME   PIC X(10).
           05 FILLER           PIC X(01).
           05 INS-MIDINIT      PIC X(01).
           05 FILLER           PIC X(01).
           05 INS-LAST-NAME    PIC X(17).
           05 INS-GENDER       PIC X(01).
           05 INS-RELATIONSHIP PIC X(02).
           05 INS-MEMBER-ID    PIC X(20).
           05 INS-GROUP-NBR    PIC X(10).
           05 FILLER           PIC X(575).

       FD  PRSNMSTR-FILE
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-KEY         PIC X(06).
      *        the name, sex, birth date and home address, at their
      *        offsets in the PATIENT-PERSONAL-MASTER-REC image
      *        TESTDATA writes
           05 FILLER           PIC X(147).
           05 PRSN-FIRST-NAME  PIC X(15).
           05 PRSN-MIDINIT     PIC X(02).
           05 PRSN-LAST-NAME   PIC X(19).
           05 FILLER           PIC X(35).
           05 PRSN-GENDER      PIC X(01).
           05 PRSN-DOB         PIC X(05).
           05 PRSN-DOB-N  REDEFINES PRSN-DOB.
              10 PRSN-DOB-YY   PIC 9(02).
              10 PRSN-DOB-DDD  PIC 9(03).
           05 FILLER           PIC X(162).
           05 PRSN-APARTMENT   PIC X(05).
           05 PRSN-STREET      PIC X(30).
           05 PRSN-CITY        PIC X(20).
           05 PRSN-STATE       PIC X(02).
           05 PRSN-POSTAL-CODE PIC X(09).
           05 FILLER           PIC X(342).

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
           05  WS-CLAIM-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PATMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PATINS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PRSNMSTR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-X12CTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-X12CTLN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-X12-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CLAIM-EOF            PIC X     VALUE 'N'.
           05  WS-CONTROL-OK           PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-CLAIM-TYPE           PIC X     VALUE SPACE.
               88  WS-PROFESSIONAL         VALUE 'P'.
               88  WS-INSTITUTIONAL        VALUE 'I'.
           05  WS-SUBSCRIBER-IS-PATIENT PIC X    VALUE 'Y'.
           05  WS-X12-GENDER           PIC X     VALUE SPACE.
           05  WS-LOOKUP-KEY           PIC X(6)  VALUE SPACES.
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
       01  WS-DATE-WORK.
           05  WS-DATE-MDY           PIC X(8)  VALUE SPACES.
           05  WS-DATE-YMD           PIC X(8)  VALUE SPACES.
           05  WS-DATE-YMD-N  REDEFINES WS-DATE-YMD
                                     PIC 9(8).
           05  WS-DATE-INT           PIC S9(9) COMP-3 VALUE +0.
           05  WS-ADMIT-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-DISCHARGE-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-DOB-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-DOB-JULIAN         PIC 9(7)  VALUE ZERO.
           05  WS-DOB-CCYY           PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-QUOT          PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-REM           PIC 9(4)  VALUE ZERO.
      *
      *        ***********************************
      *          the X12 control record
      *        ***********************************
       COPY X12CTLC REPLACING ==:TAG:== BY ==XCT==.
      *
      *        ***********************************
      *          claims accepted for export
      *        ***********************************
       01  CLAIM-CONTROLS.
           05  CLM-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CLM-SUB            PIC S9(4)    COMP    VALUE +0.
       01  CLAIM-TABLE.
           05  CLM-ENTRY  OCCURS 2000 TIMES.
               10  CLM-ENT-NUMBER        PIC 9(9).
               10  CLM-ENT-PATIENT       PIC X(6).
               10  CLM-ENT-AMOUNT        PIC S9(7)V99  COMP-3.
               10  CLM-ENT-PROC          PIC X(5).
               10  CLM-ENT-TYPE          PIC X.
               10  CLM-ENT-CAR-IDX       PIC S9(4)     COMP.
               10  CLM-ENT-DOB           PIC 9(8).
               10  CLM-ENT-ADMIT         PIC 9(8).
               10  CLM-ENT-DISCHARGE     PIC 9(8).
      *
      *        ***********************************
      *          one interchange per carrier
      *        ***********************************
       01  CARRIER-CONTROLS.
           05  CAR-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CAR-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  CARRIER-TABLE.
           05  CAR-ENTRY  OCCURS 50 TIMES.
               10  CAR-ENT-ID            PIC X(7).
               10  CAR-ENT-NAME          PIC X(30).
               10  CAR-ENT-COUNT-P       PIC S9(7)     COMP-3.
               10  CAR-ENT-COUNT-I       PIC S9(7)     COMP-3.
               10  CAR-ENT-AMOUNT        PIC S9(11)V99 COMP-3.
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
           05  WS-ICH-GROUPS         PIC S9(4)  COMP  VALUE +0.
           05  WS-ICH-CLAIMS         PIC S9(7)  COMP-3 VALUE +0.
           05  WS-HL-COUNT           PIC S9(7)  COMP-3 VALUE +0.
           05  WS-HL-PARENT          PIC S9(7)  COMP-3 VALUE +0.
           05  WS-AMOUNT             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-AMOUNT-EDIT        PIC -(9)9.99.
           05  WS-NUMBER             PIC S9(9)  COMP-3 VALUE +0.
           05  WS-NUMBER-EDIT        PIC Z(8)9.
           05  WS-VERSION            PIC X(12)  VALUE SPACES.
           05  WS-BATCH-REF          PIC X(10)  VALUE SPACES.
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
           05  NUM-CLAIMS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-SUBMITTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXPORTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PROFESSIONAL      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INSTITUTIONAL     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INTERCHANGES      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUPS            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SEGMENTS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACCOUNTED         PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-EXPORTED          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-REJECTED          PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-FIRST-ICN          PIC 9(9)    VALUE ZERO.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'X12 837 CLAIM EXPORT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(11) VALUE 'ICN        '.
           05  FILLER  PIC X(9)  VALUE 'CARRIER  '.
           05  FILLER  PIC X(31) VALUE 'CARRIER NAME'.
           05  FILLER  PIC X(8)  VALUE '  GROUPS'.
           05  FILLER  PIC X(9)  VALUE '   CLAIMS'.
           05  FILLER  PIC X(17) VALUE '           AMOUNT'.
           05  FILLER  PIC X(12) VALUE '    SEGMENTS'.
           05  FILLER  PIC X(35) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-ICN               PIC 9(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CARRIER           PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CARRIER-NAME      PIC X(30).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-GROUPS            PIC ZZZZZZZ9.
           05  RPT-CLAIMS            PIC ZZZZZZZZ9.
           05  RPT-AMOUNT            PIC -(13)9.99.
           05  RPT-SEGMENTS          PIC ZZZZZZZZZZZ9.
           05  FILLER                PIC X(35) VALUE SPACES.
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
                VALUE 'X12 837 CLAIMS NOT EXPORTED'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RJT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RJT-HEADER2.
           05  FILLER  PIC X(11) VALUE 'CLAIM      '.
           05  FILLER  PIC X(9)  VALUE 'PATIENT  '.
           05  FILLER  PIC X(9)  VALUE 'CARRIER  '.
           05  FILLER  PIC X(15) VALUE '         AMOUNT'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(86) VALUE 'REASON'.
       01  RJT-DETAIL.
           05  RJT-CLAIM-NUMBER      PIC 9(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RJT-CARRIER           PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJT-AMOUNT            PIC -(11)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJT-REASON            PIC X(40).
           05  FILLER                PIC X(46) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'EDI8371 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 900-OPEN-FILES.
           PERFORM 850-READ-X12-CONTROL THROUGH 850-EXIT.
           MOVE XCT-LAST-ICN TO WS-FIRST-ICN.
           PERFORM 800-INIT-REPORT.
           IF WS-CONTROL-OK = 'Y'
               PERFORM 700-READ-CLAIM
           ELSE
               MOVE 'Y' TO WS-CLAIM-EOF.

           PERFORM 100-EDIT-CLAIM THROUGH 100-EXIT
               UNTIL WS-CLAIM-EOF = 'Y'.

           PERFORM 200-WRITE-INTERCHANGE THROUGH 200-EXIT
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED.

           PERFORM 400-PRINT-TOTALS.
           IF WS-CONTROL-OK = 'Y'
               PERFORM 860-WRITE-X12-CONTROL.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'EDI8371 ENDED - EXPORTED = ' NUM-EXPORTED
                   ' REJECTED = ' NUM-REJECTED.
           GOBACK .

      *    ---------------------------------------------------------
      *    Every SUBMITTED claim is checked for the data the 837
      *    cannot go without; one that has it all is tabled under
      *    its carrier for the export.
      *    ---------------------------------------------------------
       100-EDIT-CLAIM.
           IF CLAIM-STATUS NOT = 'SUBMITTED'
               ADD +1 TO NUM-NOT-SUBMITTED
               GO TO 100-NEXT.
           IF CLAIM-PAID-AMOUNT NOT NUMERIC
               MOVE 'CLAIM AMOUNT MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF CLAIM-PAID-AMOUNT NOT > 0
               MOVE 'CLAIM AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF CLAIM-PROC-KEY = SPACES
               MOVE 'PROCEDURE CODE MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF CLAIM-INS-COMPANY-ID = SPACES
               MOVE 'CARRIER ID MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           MOVE CLAIM-PATIENT-ID TO WS-LOOKUP-KEY.
           PERFORM 710-READ-PATMSTR.
           IF WS-PATMSTR-STATUS = '23'
               MOVE 'PATIENT NOT ON PATMSTR' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF WS-PATMSTR-STATUS NOT = '00'
               GO TO 100-NEXT.
           IF PAT-DIAG = SPACES
               MOVE 'PRIMARY DIAGNOSIS MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           MOVE ZERO TO WS-ADMIT-DATE WS-DISCHARGE-DATE.
           IF PAT-TYPE = 'I'
               PERFORM 140-CONVERT-STAY-DATES.
           IF PAT-TYPE = 'I'
              AND (WS-ADMIT-DATE = 0 OR WS-DISCHARGE-DATE = 0
                   OR WS-DISCHARGE-DATE < WS-ADMIT-DATE)
               MOVE 'ADMIT/DISCHARGE DATES INVALID'
                   TO WS-REJECT-REASON
               GO TO 100-REJECT.
           PERFORM 720-READ-PATINS.
           IF WS-PATINS-STATUS = '23'
               MOVE 'NO PATINS COVERAGE RECORD' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF WS-PATINS-STATUS NOT = '00'
               GO TO 100-NEXT.
           IF INS-MEMBER-ID = SPACES
               MOVE 'SUBSCRIBER MEMBER ID MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF INS-LAST-NAME = SPACES
               MOVE 'SUBSCRIBER NAME MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           PERFORM 730-READ-PRSNMSTR.
           IF WS-PRSNMSTR-STATUS = '23'
               MOVE 'PATIENT NOT ON PRSNMSTR' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF WS-PRSNMSTR-STATUS NOT = '00'
               GO TO 100-NEXT.
           IF PRSN-LAST-NAME = SPACES
               MOVE 'PATIENT NAME MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF PRSN-STREET = SPACES OR PRSN-POSTAL-CODE = SPACES
               MOVE 'PATIENT ADDRESS MISSING' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF PRSN-GENDER NOT = 'F' AND PRSN-GENDER NOT = 'M'
              AND PRSN-GENDER NOT = 'N'
               MOVE 'PATIENT SEX INVALID' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           PERFORM 150-CONVERT-BIRTH-DATE THROUGH 150-EXIT.
           IF WS-DOB-DATE = 0
               MOVE 'PATIENT BIRTH DATE INVALID' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           IF CLM-ENTRIES-USED NOT < 2000
               MOVE 'CLAIM TABLE FULL' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           PERFORM 160-FIND-CARRIER.
           IF WS-CAR-FOUND-IDX = 0
               MOVE 'CARRIER TABLE FULL' TO WS-REJECT-REASON
               GO TO 100-REJECT.
           ADD +1 TO CLM-ENTRIES-USED.
           MOVE CLAIM-NUMBER      TO CLM-ENT-NUMBER(CLM-ENTRIES-USED).
           MOVE PATIENT-KEY       TO CLM-ENT-PATIENT(CLM-ENTRIES-USED).
           MOVE CLAIM-PAID-AMOUNT TO CLM-ENT-AMOUNT(CLM-ENTRIES-USED).
           MOVE CLAIM-PROC-KEY    TO CLM-ENT-PROC(CLM-ENTRIES-USED).
           MOVE WS-CAR-FOUND-IDX  TO CLM-ENT-CAR-IDX(CLM-ENTRIES-USED).
           MOVE WS-DOB-DATE       TO CLM-ENT-DOB(CLM-ENTRIES-USED).
           MOVE WS-ADMIT-DATE     TO CLM-ENT-ADMIT(CLM-ENTRIES-USED).
           MOVE WS-DISCHARGE-DATE
               TO CLM-ENT-DISCHARGE(CLM-ENTRIES-USED).
           IF PAT-TYPE = 'I'
               MOVE 'I' TO CLM-ENT-TYPE(CLM-ENTRIES-USED)
               ADD +1 TO CAR-ENT-COUNT-I(WS-CAR-FOUND-IDX)
           ELSE
               MOVE 'P' TO CLM-ENT-TYPE(CLM-ENTRIES-USED)
               ADD +1 TO CAR-ENT-COUNT-P(WS-CAR-FOUND-IDX).
           GO TO 100-NEXT.
       100-REJECT.
           ADD +1 TO NUM-REJECTED.
           MOVE CLAIM-NUMBER         TO RJT-CLAIM-NUMBER.
           MOVE CLAIM-PATIENT-ID     TO RJT-PATIENT-ID.
           MOVE CLAIM-INS-COMPANY-ID TO RJT-CARRIER.
           IF CLAIM-PAID-AMOUNT NUMERIC
               MOVE CLAIM-PAID-AMOUNT TO RJT-AMOUNT
               ADD CLAIM-PAID-AMOUNT  TO TOT-REJECTED
           ELSE
               MOVE ZERO              TO RJT-AMOUNT.
           MOVE WS-REJECT-REASON     TO RJT-REASON.
           WRITE REJECT-RECORD FROM RJT-DETAIL.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'X837REJ WRITE ERROR RC=' WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
       100-NEXT.
           PERFORM 700-READ-CLAIM.
       100-EXIT.
           EXIT.

      *    PATMSTR carries MM-DD-YYYY; it is squeezed to MMDDYYYY
      *    and then turned round to YYYYMMDD
       140-CONVERT-STAY-DATES.
           MOVE PAT-DATE-ADMIT(1:2) TO WS-DATE-MDY(1:2).
           MOVE PAT-DATE-ADMIT(4:2) TO WS-DATE-MDY(3:2).
           MOVE PAT-DATE-ADMIT(7:4) TO WS-DATE-MDY(5:4).
           PERFORM 145-CONVERT-ONE-DATE THROUGH 145-DONE.
           MOVE WS-DATE-YMD-N TO WS-ADMIT-DATE.
           MOVE PAT-DATE-DISCHARGE(1:2) TO WS-DATE-MDY(1:2).
           MOVE PAT-DATE-DISCHARGE(4:2) TO WS-DATE-MDY(3:2).
           MOVE PAT-DATE-DISCHARGE(7:4) TO WS-DATE-MDY(5:4).
           PERFORM 145-CONVERT-ONE-DATE THROUGH 145-DONE.
           MOVE WS-DATE-YMD-N TO WS-DISCHARGE-DATE.

       145-CONVERT-ONE-DATE.
           MOVE ZERO TO WS-DATE-YMD-N.
           IF WS-DATE-MDY NOT NUMERIC
               GO TO 145-DONE.
           MOVE WS-DATE-MDY(5:4) TO WS-DATE-YMD(1:4).
           MOVE WS-DATE-MDY(1:2) TO WS-DATE-YMD(5:2).
           MOVE WS-DATE-MDY(3:2) TO WS-DATE-YMD(7:2).
           IF WS-DATE-YMD(5:2) < '01' OR WS-DATE-YMD(5:2) > '12'
              OR WS-DATE-YMD(7:2) < '01' OR WS-DATE-YMD(7:2) > '31'
               MOVE ZERO TO WS-DATE-YMD-N.
       145-DONE.
           CONTINUE.

      *    PRSNMSTR keeps the birth date as YYDDD; a two-digit year
      *    later than this year's is taken as the last century
       150-CONVERT-BIRTH-DATE.
           MOVE ZERO TO WS-DOB-DATE.
           IF PRSN-DOB NOT NUMERIC
               GO TO 150-EXIT.
           IF PRSN-DOB-DDD < 1 OR PRSN-DOB-DDD > 366
               GO TO 150-EXIT.
           IF PRSN-DOB-YY > WS-RUN-DATE-NUM(3:2)
               COMPUTE WS-DOB-CCYY = 1900 + PRSN-DOB-YY
           ELSE
               COMPUTE WS-DOB-CCYY = 2000 + PRSN-DOB-YY.
           DIVIDE WS-DOB-CCYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF PRSN-DOB-DDD = 366 AND WS-LEAP-REM NOT = 0
               GO TO 150-EXIT.
           COMPUTE WS-DOB-JULIAN = WS-DOB-CCYY * 1000 + PRSN-DOB-DDD.
           COMPUTE WS-DOB-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-DOB-JULIAN)).
       150-EXIT.
           EXIT.

      *    the carrier's name comes from the first coverage record
      *    whose primary carrier is the claim's carrier
       160-FIND-CARRIER.
           MOVE +0 TO WS-CAR-FOUND-IDX.
           PERFORM 165-FIND-CARRIER-ENTRY
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > CAR-ENTRIES-USED
                  OR WS-CAR-FOUND-IDX > 0.
           IF WS-CAR-FOUND-IDX = 0 AND CAR-ENTRIES-USED < 50
               ADD +1 TO CAR-ENTRIES-USED
               MOVE CAR-ENTRIES-USED TO WS-CAR-FOUND-IDX
               MOVE CLAIM-INS-COMPANY-ID
                   TO CAR-ENT-ID(WS-CAR-FOUND-IDX)
               MOVE SPACES TO CAR-ENT-NAME(WS-CAR-FOUND-IDX)
               MOVE +0 TO CAR-ENT-COUNT-P(WS-CAR-FOUND-IDX)
                          CAR-ENT-COUNT-I(WS-CAR-FOUND-IDX)
                          CAR-ENT-AMOUNT(WS-CAR-FOUND-IDX).
           IF WS-CAR-FOUND-IDX > 0
               IF CAR-ENT-NAME(WS-CAR-FOUND-IDX) = SPACES
                  AND INS-CARRIER-ID = CLAIM-INS-COMPANY-ID
                   MOVE INS-CARRIER-NAME
                       TO CAR-ENT-NAME(WS-CAR-FOUND-IDX).

       165-FIND-CARRIER-ENTRY.
           IF CAR-ENT-ID(WS-CAR-SUB) = CLAIM-INS-COMPANY-ID
               MOVE WS-CAR-SUB TO WS-CAR-FOUND-IDX.

      *    ---------------------------------------------------------
      *    One interchange per carrier: a group and transaction set
      *    for its professional claims, one for its institutional
      *    claims.
      *    ---------------------------------------------------------
       200-WRITE-INTERCHANGE.
           IF CAR-ENT-NAME(WS-CAR-SUB) = SPACES
               MOVE CAR-ENT-ID(WS-CAR-SUB) TO CAR-ENT-NAME(WS-CAR-SUB).
           IF XCT-LAST-ICN = 999999999
               MOVE 1 TO XCT-LAST-ICN
           ELSE
               ADD 1 TO XCT-LAST-ICN.
           ADD +1 TO NUM-INTERCHANGES.
           MOVE +0 TO WS-ICH-SEG-COUNT WS-ICH-GROUPS WS-ICH-CLAIMS.
           MOVE XCT-SENDER-ID          TO ISA-SENDER.
           MOVE CAR-ENT-ID(WS-CAR-SUB) TO ISA-RECEIVER.
           MOVE WS-RUN-YMD             TO ISA-DATE.
           MOVE WS-RUN-HHMM            TO ISA-TIME.
           MOVE XCT-LAST-ICN           TO ISA-CONTROL.
           MOVE XCT-USAGE              TO ISA-USAGE.
           MOVE 'ISA'                  TO WS-SEG-ID.
           MOVE ISA-SEGMENT            TO WS-SEG-AREA.
           MOVE 107                    TO WS-SEG-PTR.
           PERFORM 690-WRITE-SEGMENT.
           IF CAR-ENT-COUNT-P(WS-CAR-SUB) > 0
               MOVE 'P' TO WS-CLAIM-TYPE
               PERFORM 210-WRITE-GROUP.
           IF CAR-ENT-COUNT-I(WS-CAR-SUB) > 0
               MOVE 'I' TO WS-CLAIM-TYPE
               PERFORM 210-WRITE-GROUP.
           MOVE 'IEA' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE WS-ICH-GROUPS TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           MOVE XCT-LAST-ICN TO ISA-CONTROL.
           MOVE ISA-CONTROL TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE XCT-LAST-ICN              TO RPT-ICN.
           MOVE CAR-ENT-ID(WS-CAR-SUB)    TO RPT-CARRIER.
           MOVE CAR-ENT-NAME(WS-CAR-SUB)  TO RPT-CARRIER-NAME.
           MOVE WS-ICH-GROUPS             TO RPT-GROUPS.
           MOVE WS-ICH-CLAIMS             TO RPT-CLAIMS.
           MOVE CAR-ENT-AMOUNT(WS-CAR-SUB) TO RPT-AMOUNT.
           MOVE WS-ICH-SEG-COUNT          TO RPT-SEGMENTS.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       200-EXIT.
           EXIT.

       210-WRITE-GROUP.
           IF WS-PROFESSIONAL
               MOVE '005010X222A1' TO WS-VERSION
           ELSE
               MOVE '005010X223A2' TO WS-VERSION.
           IF XCT-LAST-GCN = 999999999
               MOVE 1 TO XCT-LAST-GCN
           ELSE
               ADD 1 TO XCT-LAST-GCN.
           ADD +1 TO NUM-GROUPS.
           ADD +1 TO WS-ICH-GROUPS.
           MOVE 'GS' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'HC'                   TO WS-ELEM.
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
           MOVE WS-VERSION             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
      *        transaction set header: the count SE carries starts
      *        at the ST
           MOVE +0 TO WS-SEG-COUNT.
           MOVE 'ST' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '837'      TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '0001'     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-VERSION TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE XCT-LAST-ICN   TO WS-BATCH-REF(1:9).
           MOVE WS-CLAIM-TYPE  TO WS-BATCH-REF(10:1).
           MOVE 'BHT' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '0019'          TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '00'            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-BATCH-REF    TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-RUN-DATE-YMD TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-RUN-HHMM     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'CH'            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
      *        1000A submitter and 1000B receiver
           MOVE 'NM1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '41'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '2'              TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-NAME TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 4 TIMES.
           MOVE '46'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-SENDER-ID    TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'PER' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'IC'              TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'BILLING OFFICE'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'TE'              TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-PHONE TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'NM1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '40'                     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '2'                      TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-NAME(WS-CAR-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 4 TIMES.
           MOVE '46'                     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-ID(WS-CAR-SUB)   TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
      *        2000A / 2010AA billing provider
           MOVE +1 TO WS-HL-COUNT.
           MOVE 'HL' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT.
           MOVE '20' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'NM1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '85'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '2'              TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-NAME TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 4 TIMES.
           MOVE 'XX'             TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-NPI  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'N3' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE XCT-BILLING-STREET TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'N4' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE XCT-BILLING-CITY  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-STATE TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-ZIP   TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'REF' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'EI'               TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-BILLING-TAX-ID TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           PERFORM 220-WRITE-CLAIM THROUGH 220-EXIT
               VARYING WS-CLM-SUB FROM 1 BY 1
               UNTIL WS-CLM-SUB > CLM-ENTRIES-USED.
           MOVE 'SE' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           COMPUTE WS-NUMBER = WS-SEG-COUNT + 1.
           PERFORM 620-ADD-NUMBER.
           MOVE '0001' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'GE' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE XCT-LAST-GCN TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           PERFORM 690-WRITE-SEGMENT.

      *    ---------------------------------------------------------
      *    One claim of this carrier and type: subscriber, patient
      *    when not the subscriber, payer, claim and service line.
      *    The masters were read and checked when the claim was
      *    tabled and are read again here for the names.
      *    ---------------------------------------------------------
       220-WRITE-CLAIM.
           IF CLM-ENT-CAR-IDX(WS-CLM-SUB) NOT = WS-CAR-SUB
              OR CLM-ENT-TYPE(WS-CLM-SUB) NOT = WS-CLAIM-TYPE
               GO TO 220-EXIT.
           MOVE CLM-ENT-PATIENT(WS-CLM-SUB) TO WS-LOOKUP-KEY.
           PERFORM 710-READ-PATMSTR.
           PERFORM 720-READ-PATINS.
           PERFORM 730-READ-PRSNMSTR.
           IF WS-PATMSTR-STATUS NOT = '00'
              OR WS-PATINS-STATUS NOT = '00'
              OR WS-PRSNMSTR-STATUS NOT = '00'
               DISPLAY 'EDI8371 CLAIM ' CLM-ENT-NUMBER(WS-CLM-SUB)
                       ' MASTER RECORD NO LONGER FOUND'
               MOVE 16 TO RETURN-CODE
               GO TO 220-EXIT.
           ADD +1 TO NUM-EXPORTED.
           ADD +1 TO WS-ICH-CLAIMS.
           IF WS-PROFESSIONAL
               ADD +1 TO NUM-PROFESSIONAL
           ELSE
               ADD +1 TO NUM-INSTITUTIONAL.
           ADD CLM-ENT-AMOUNT(WS-CLM-SUB) TO TOT-EXPORTED.
           ADD CLM-ENT-AMOUNT(WS-CLM-SUB)
               TO CAR-ENT-AMOUNT(WS-CAR-SUB).
           IF INS-RELATIONSHIP = 'SE'
               MOVE 'Y' TO WS-SUBSCRIBER-IS-PATIENT
           ELSE
               MOVE 'N' TO WS-SUBSCRIBER-IS-PATIENT.
           IF PRSN-GENDER = 'N'
               MOVE 'U' TO WS-X12-GENDER
           ELSE
               MOVE PRSN-GENDER TO WS-X12-GENDER.
      *        2000B subscriber
           ADD +1 TO WS-HL-COUNT.
           MOVE WS-HL-COUNT TO WS-HL-PARENT.
           MOVE 'HL' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE WS-HL-COUNT TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           MOVE '1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '22' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           IF WS-SUBSCRIBER-IS-PATIENT = 'Y'
               MOVE '0' TO WS-ELEM
           ELSE
               MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'SBR' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'P' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           IF WS-SUBSCRIBER-IS-PATIENT = 'Y'
               MOVE '18' TO WS-ELEM
               PERFORM 610-ADD-ELEMENT
           ELSE
               PERFORM 615-ADD-EMPTY-ELEMENT.
           MOVE INS-GROUP-NBR TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 5 TIMES.
           MOVE 'CI' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'NM1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'IL'           TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '1'            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE INS-LAST-NAME  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE INS-FIRST-NAME TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE INS-MIDINIT    TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 2 TIMES.
           MOVE 'MI'           TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE INS-MEMBER-ID  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           IF WS-SUBSCRIBER-IS-PATIENT = 'Y'
               PERFORM 240-WRITE-PATIENT-DEMOGRAPHICS.
           MOVE 'NM1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'PR'                     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '2'                      TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-NAME(WS-CAR-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 4 TIMES.
           MOVE 'PI'                     TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CAR-ENT-ID(WS-CAR-SUB)   TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           IF WS-SUBSCRIBER-IS-PATIENT = 'N'
               PERFORM 230-WRITE-PATIENT-LOOP.
           PERFORM 250-WRITE-CLAIM-DETAIL.
       220-EXIT.
           EXIT.

      *    2000C / 2010CA: the patient is the subscriber's spouse,
      *    child or other dependant
       230-WRITE-PATIENT-LOOP.
           ADD +1 TO WS-HL-COUNT.
           MOVE 'HL' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE WS-HL-COUNT  TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           MOVE WS-HL-PARENT TO WS-NUMBER.
           PERFORM 620-ADD-NUMBER.
           MOVE '23' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '0'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'PAT' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           IF INS-RELATIONSHIP = 'SP'
               MOVE '01' TO WS-ELEM
           ELSE
           IF INS-RELATIONSHIP = 'CH'
               MOVE '19' TO WS-ELEM
           ELSE
               MOVE 'G8' TO WS-ELEM.
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
           PERFORM 690-WRITE-SEGMENT.
           PERFORM 240-WRITE-PATIENT-DEMOGRAPHICS.

      *    the patient's address, birth date and sex, under the
      *    subscriber or the patient loop
       240-WRITE-PATIENT-DEMOGRAPHICS.
           MOVE 'N3' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE PRSN-STREET TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           IF PRSN-APARTMENT NOT = SPACES
               MOVE PRSN-APARTMENT TO WS-ELEM
               PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'N4' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE PRSN-CITY        TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE PRSN-STATE       TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE PRSN-POSTAL-CODE TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'DMG' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE 'D8'                    TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CLM-ENT-DOB(WS-CLM-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-X12-GENDER           TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.

      *    2300 claim and 2400 service line
       250-WRITE-CLAIM-DETAIL.
           MOVE 'CLM' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE CLM-ENT-NUMBER(WS-CLM-SUB) TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE CLM-ENT-AMOUNT(WS-CLM-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           PERFORM 615-ADD-EMPTY-ELEMENT 2 TIMES.
           IF WS-PROFESSIONAL
               MOVE '11:B:1'  TO WS-ELEM
           ELSE
               MOVE '11:A:1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'Y' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'A' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'Y' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'Y' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           IF WS-INSTITUTIONAL
               PERFORM 255-WRITE-STAY.
           MOVE 'HI' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE SPACES   TO WS-ELEM.
           MOVE 'ABK:'   TO WS-ELEM(1:4).
           MOVE PAT-DIAG TO WS-ELEM(5:5).
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'LX' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '1' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           IF WS-PROFESSIONAL
               PERFORM 260-WRITE-PROFESSIONAL-LINE
           ELSE
               PERFORM 265-WRITE-INSTITUTIONAL-LINE.

       255-WRITE-STAY.
           MOVE 'DTP' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '434' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'RD8' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE SPACES TO WS-ELEM.
           MOVE CLM-ENT-ADMIT(WS-CLM-SUB)     TO WS-ELEM(1:8).
           MOVE '-'                           TO WS-ELEM(9:1).
           MOVE CLM-ENT-DISCHARGE(WS-CLM-SUB) TO WS-ELEM(10:8).
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'CL1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '9'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '9'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '01' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.

       260-WRITE-PROFESSIONAL-LINE.
           MOVE 'SV1' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE SPACES TO WS-ELEM.
           MOVE 'HC:'  TO WS-ELEM(1:3).
           MOVE CLM-ENT-PROC(WS-CLM-SUB) TO WS-ELEM(4:5).
           PERFORM 610-ADD-ELEMENT.
           MOVE CLM-ENT-AMOUNT(WS-CLM-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           MOVE 'UN' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 615-ADD-EMPTY-ELEMENT 2 TIMES.
           MOVE '1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.
           MOVE 'DTP' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '472'           TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE 'D8'            TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE WS-RUN-DATE-YMD TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.

       265-WRITE-INSTITUTIONAL-LINE.
           MOVE 'SV2' TO WS-SEG-ID.
           PERFORM 600-START-SEGMENT.
           MOVE '0100' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE SPACES TO WS-ELEM.
           MOVE 'HC:'  TO WS-ELEM(1:3).
           MOVE CLM-ENT-PROC(WS-CLM-SUB) TO WS-ELEM(4:5).
           PERFORM 610-ADD-ELEMENT.
           MOVE CLM-ENT-AMOUNT(WS-CLM-SUB) TO WS-AMOUNT.
           PERFORM 625-ADD-AMOUNT.
           MOVE 'UN' TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           MOVE '1'  TO WS-ELEM.
           PERFORM 610-ADD-ELEMENT.
           PERFORM 690-WRITE-SEGMENT.

       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'CLAIMS READ:                ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CLAIMS-READ                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLAIMS EXPORTED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-EXPORTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  PROFESSIONAL (837P):      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PROFESSIONAL               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  INSTITUTIONAL (837I):     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INSTITUTIONAL              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLAIMS REJECTED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REJECTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CLAIMS NOT SUBMITTED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-SUBMITTED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AMOUNT EXPORTED:            ' TO RPT-TOTALS-ITEM.
           MOVE TOT-EXPORTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'AMOUNT REJECTED:            ' TO RPT-TOTALS-ITEM.
           MOVE TOT-REJECTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           MOVE 'INTERCHANGES:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-INTERCHANGES               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'FUNCTIONAL GROUPS:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-GROUPS                     TO RPT-TOTALS-VALUE.
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
           COMPUTE NUM-ACCOUNTED = NUM-EXPORTED + NUM-REJECTED
               + NUM-NOT-SUBMITTED.
           IF NUM-ACCOUNTED = NUM-CLAIMS-READ
               MOVE 'CLAIMS READ BALANCE TO EXPORTED + REJECTED + OTHER'
                   TO RPT-BALANCE-TEXT
           ELSE
               MOVE '*** CLAIMS READ DO NOT BALANCE ***'
                   TO RPT-BALANCE-TEXT
               DISPLAY 'EDI8371 CONTROL TOTALS DO NOT BALANCE'
               MOVE 16 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-BALANCE-LINE.

      *    ---------------------------------------------------------
      *    X12 segment building: start a segment with its id, add
      *    each element (a '*' and the value with its leading and
      *    trailing blanks dropped), and write it with the '~'.
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
               DISPLAY 'X837OUT WRITE ERROR RC=' WS-X12-STATUS
               MOVE 16 TO RETURN-CODE.
           ADD +1 TO WS-SEG-COUNT.
           ADD +1 TO WS-ICH-SEG-COUNT.
           ADD +1 TO NUM-SEGMENTS.

       700-READ-CLAIM.
           READ CLAIM-FILE
             AT END MOVE 'Y' TO WS-CLAIM-EOF.
           IF WS-CLAIM-EOF NOT = 'Y'
               IF WS-CLAIM-STATUS NOT = '00'
                   DISPLAY 'CLAIMFILE READ ERROR RC=' WS-CLAIM-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-CLAIM-EOF
               ELSE
                   ADD +1 TO NUM-CLAIMS-READ.

       710-READ-PATMSTR.
           MOVE WS-LOOKUP-KEY TO PATIENT-KEY.
           READ PATMSTR-FILE.
           IF WS-PATMSTR-STATUS NOT = '00'
              AND WS-PATMSTR-STATUS NOT = '23'
               DISPLAY 'PATMSTR READ ERROR RC=' WS-PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE.

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

      *    the control record must name us and the billing provider
      *    and carry numeric control numbers, or nothing is exported
       850-READ-X12-CONTROL.
           MOVE 'N' TO WS-CONTROL-OK.
           IF WS-X12CTL-STATUS NOT = '00'
               GO TO 850-EXIT.
           READ X12-CONTROL-FILE INTO XCT-REC
             AT END
               DISPLAY 'EDI8371 X12CTL HAS NO CONTROL RECORD'
               MOVE 16 TO RETURN-CODE
               GO TO 850-EXIT.
           IF XCT-SENDER-ID = SPACES
              OR XCT-BILLING-NAME = SPACES
              OR XCT-BILLING-NPI = SPACES
              OR XCT-BILLING-TAX-ID = SPACES
              OR XCT-LAST-ICN NOT NUMERIC
              OR XCT-LAST-GCN NOT NUMERIC
              OR (NOT XCT-PRODUCTION AND NOT XCT-TEST)
               DISPLAY 'EDI8371 X12CTL RECORD UNUSABLE: '
                       X12-CONTROL-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GO TO 850-EXIT.
           MOVE 'Y' TO WS-CONTROL-OK.
       850-EXIT.
           EXIT.

      *    the numbers used go forward to the next run
       860-WRITE-X12-CONTROL.
           MOVE WS-RUN-DATE-NUM TO XCT-LAST-RUN-DATE.
           MOVE 'EDI8371'       TO XCT-LAST-PROGRAM.
           WRITE NEW-X12-CONTROL-RECORD FROM XCT-REC.
           IF WS-X12CTLN-STATUS NOT = '00'
               DISPLAY 'X12CTLN WRITE ERROR RC=' WS-X12CTLN-STATUS
               MOVE 16 TO RETURN-CODE.

       900-OPEN-FILES.
           OPEN INPUT    CLAIM-FILE
                         PATMSTR-FILE
                         PATINS-FILE
                         PRSNMSTR-FILE
                         X12-CONTROL-FILE
                OUTPUT   NEW-X12-CONTROL-FILE
                         X12-FILE
                         REJECT-FILE
                         REPORT-FILE .
           IF WS-CLAIM-STATUS NOT = '00'
              OR WS-PATMSTR-STATUS NOT = '00'
              OR WS-PATINS-STATUS NOT = '00'
              OR WS-PRSNMSTR-STATUS NOT = '00'
              OR WS-X12CTL-STATUS NOT = '00'
              OR WS-X12CTLN-STATUS NOT = '00'
              OR WS-X12-STATUS NOT = '00'
              OR WS-REJECT-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'EDI8371 OPEN ERROR - CLM=' WS-CLAIM-STATUS
                     ' PAT=' WS-PATMSTR-STATUS
                     ' INS=' WS-PATINS-STATUS
                     ' PRS=' WS-PRSNMSTR-STATUS
                     ' CTL=' WS-X12CTL-STATUS
                     ' NEW=' WS-X12CTLN-STATUS
             DISPLAY '              X12=' WS-X12-STATUS
                     ' REJ=' WS-REJECT-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'XX' TO WS-X12CTL-STATUS.

       905-CLOSE-FILES.
           CLOSE CLAIM-FILE .
           CLOSE PATMSTR-FILE .
           CLOSE PATINS-FILE .
           CLOSE PRSNMSTR-FILE .
           CLOSE X12-CONTROL-FILE .
           CLOSE NEW-X12-CONTROL-FILE .
           CLOSE X12-FILE .
           CLOSE REJECT-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM EDI8371
