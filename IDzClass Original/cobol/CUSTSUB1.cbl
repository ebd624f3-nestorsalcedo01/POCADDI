      ****************************************************************
      * PROGRAM:  CUSTSUB1
      *           Test-region subset extract for the customer files
      *
      * Test regions have been loaded either with full production
      * copies of CUST2 -- far too big -- or with hand-built decks
      * that break CUSTAUD1's orphan checks and SVCROLL1's counts,
      * because nobody hand-builds the contact, service-call,
      * portfolio and snapshot records to go with them.  ANONPAT1
      * solved this for the patient masters only.  This job picks a
      * subset of customers by a selection rule and pulls, for each
      * one, the 'C' record with all its 'P' records plus every
      * matching record from the customer-side files, masking the
      * identifying fields as it goes:
      *
      *   CUST2     'C' CUST-NAME masked; 'P' records (product name
      *             and call count) copied as they are
      *   CUSTADDR  street, phone and email masked; city, state and
      *             zip kept, so ZIPVAL1 and the reports still work
      *   SVCDTL    every call of the customer, copied as it is, so
      *             SVCROLL1 finds the 'P' counts already right
      *   PORTPOS   positions whose OWNER-ID is the CUST-ID (left
      *             justified, rest blank), copied as they are
      *   BALSNAP1  snapshot records of the customer, every date on
      *             the history, name masked
      *
      * MASKING is deterministic, as ANONPAT1's is: the substitute
      * name, street, phone and email are picked by the CUST-ID
      * (its numeric value; a non-numeric id uses its place in the
      * subset), once per customer, and the same values go on every
      * file -- the customer's name on the snapshot is the name on
      * the master.  The substitutes come from the same domains
      * ANONPAT1 and TESTDATA draw from.
      *
      * REFERENTIAL CONSISTENCY: the subset passes CUSTAUD1 clean.
      * Master records that would fail it -- out of sequence, a
      * repeated 'C' CUST-ID, a 'P' with no owning 'C', a bad record
      * type -- are left out and counted on the manifest, and the
      * secondary files only ever carry customers in the subset.
      *
      * SELECTION RULE (SUBCTL control cards, optional; a customer
      * is chosen when ANY rule picks it):
      *   EVERY=nnnnn          every nth customer on the master,
      *                        starting with the first (five
      *                        digits, e.g. EVERY=00010)
      *   CUSTID=xxxxx         this customer (one card per id, up
      *                        to 500 cards)
      *   OCCUPATION=xxxx...   every customer with this occupation,
      *                        cols 12-39 (up to 20 cards)
      *   * in col 1           comment
      * With no SUBCTL, or no rule on it, every 10th customer is
      * taken.  A listed CUST-ID not on the master, or a card that
      * cannot be used, gives RC 4.
      *
      * FILES:
      *   SUBCTL   - selection rule cards (optional)
      *   CUSTFILE - CUST2 master, ascending CUST-KEY order
      *   CUSTADDR - contact file, CADDRCOB layout (optional)
      *   SVCDTL   - service-call detail, SVCDTLC layout (optional)
      *   PORTPOS  - portfolio positions, PORTPOSC layout (optional)
      *   SNAPHIST - BALSNAP1 snapshot history (optional)
      *   SUBCUST, SUBADDR, SUBSVC, SUBPOS, SUBSNAP - the subset,
      *              one output per input, same layouts
      *   SUBMFST  - manifest: the rule used and the record counts
      *              read and written per file
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSUB1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SUBCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT OPTIONAL CONTACT-FILE ASSIGN TO CUSTADDR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTADDR-STATUS.

           SELECT OPTIONAL DETAIL-FILE ASSIGN TO SVCDTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCDTL-STATUS.

           SELECT OPTIONAL POSITION-FILE ASSIGN TO PORTPOS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PORTPOS-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO SNAPHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SNAPHIST-STATUS.

           SELECT SUB-CUSTOMER-FILE ASSIGN TO SUBCUST
               FILE STATUS  IS  WS-SUBCUST-STATUS.

           SELECT SUB-CONTACT-FILE ASSIGN TO SUBADDR
               FILE STATUS  IS  WS-SUBADDR-STATUS.

           SELECT SUB-DETAIL-FILE ASSIGN TO SUBSVC
               FILE STATUS  IS  WS-SUBSVC-STATUS.

           SELECT SUB-POSITION-FILE ASSIGN TO SUBPOS
               FILE STATUS  IS  WS-SUBPOS-STATUS.

           SELECT SUB-SNAPSHOT-FILE ASSIGN TO SUBSNAP
               FILE STATUS  IS  WS-SUBSNAP-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO SUBMFST
               FILE STATUS  IS  WS-MANIFEST-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CUST2COB REPLACING ==:TAG:== BY ==CUST==.

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==ADR==.

       FD  DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY SVCDTLC REPLACING ==:TAG:== BY ==SVC==.

       FD  POSITION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PORTPOSC REPLACING ==:TAG:== BY ==POS==.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
      *        the BALSNAP1 NEWSNAP layout
       01  SNAPSHOT-RECORD.
           05  SNAP-DATE              PIC X(6).
           05  SNAP-CUST-ID           PIC X(5).
           05  SNAP-NAME              PIC X(17).
           05  SNAP-OCCUPATION        PIC X(28).
           05  SNAP-BALANCE           PIC S9(7)V99 COMP-3.
           05  FILLER                 PIC X(19).

       FD  SUB-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SUB-CUSTOMER-RECORD        PIC X(80).

       FD  SUB-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SUB-CONTACT-RECORD         PIC X(100).

       FD  SUB-DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SUB-DETAIL-RECORD          PIC X(80).

       FD  SUB-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SUB-POSITION-RECORD        PIC X(40).

       FD  SUB-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  SUB-SNAPSHOT-RECORD        PIC X(80).

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  MANIFEST-RECORD            PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTADDR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-SVCDTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PORTPOS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-SNAPHIST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-SUBCUST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-SUBADDR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-SUBSVC-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-SUBPOS-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-SUBSNAP-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-MANIFEST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-CUSTADDR-EOF         PIC X     VALUE 'N'.
           05  WS-SVCDTL-EOF           PIC X     VALUE 'N'.
           05  WS-PORTPOS-EOF          PIC X     VALUE 'N'.
           05  WS-SNAPHIST-EOF         PIC X     VALUE 'N'.
      *        'N' when an optional input DD is absent
           05  WS-CUSTADDR-PRESENT     PIC X     VALUE 'Y'.
           05  WS-SVCDTL-PRESENT       PIC X     VALUE 'Y'.
           05  WS-PORTPOS-PRESENT      PIC X     VALUE 'Y'.
           05  WS-SNAPHIST-PRESENT     PIC X     VALUE 'Y'.
      *
      *        the master pass: the key of the last record kept in
      *        sequence, and the 'C' record the following 'P'
      *        records belong to
       01  MASTER-PASS-FIELDS.
           05  WS-PRIOR-KEY            PIC X(13) VALUE LOW-VALUES.
           05  WS-OWNING-CUST-ID       PIC X(5)  VALUE SPACES.
           05  WS-OWNER-CHOSEN         PIC X     VALUE 'N'.
           05  WS-CUSTOMER-SEQ         PIC S9(9) COMP-3 VALUE +0.
           05  WS-SAMPLE-QUOT          PIC S9(9) COMP-3 VALUE +0.
           05  WS-SAMPLE-REM           PIC S9(9) COMP-3 VALUE +0.
      *
      *        ***********************************
      *          the selection rule from SUBCTL
      *        ***********************************
       01  SELECTION-RULE.
           05  WS-EVERY-N              PIC 9(5)  VALUE 0.
           05  WS-RULE-GIVEN           PIC X     VALUE 'N'.
           05  WS-CARD-NUMBER          PIC X(5)  VALUE SPACES.
           05  WS-CARD-NUMBER-N  REDEFINES WS-CARD-NUMBER
                                       PIC 9(5).
           05  LST-COUNT               PIC S9(4) COMP VALUE +0.
           05  LST-ENTRY OCCURS 500 TIMES.
               10  LST-CUST-ID         PIC X(5).
               10  LST-FOUND           PIC X.
           05  OCC-COUNT               PIC S9(4) COMP VALUE +0.
           05  OCC-ENTRY OCCURS 20 TIMES.
               10  OCC-OCCUPATION      PIC X(28).
           05  WS-LST-SUB              PIC S9(4) COMP VALUE +0.
           05  WS-OCC-SUB              PIC S9(4) COMP VALUE +0.
           05  WS-PICKED               PIC X     VALUE 'N'.
      *
      *        ***********************************
      *          the chosen customers, in CUST-ID
      *          order, with the masked values
      *          every file is given for them
      *        ***********************************
       01  SUB-MAX                    PIC S9(4) COMP-3 VALUE +2000.
       01  SUB-COUNT                  PIC S9(4) COMP   VALUE +0.
       01  SUB-TABLE.
           05  SUB-ENTRY OCCURS 2000 TIMES.
               10  SUB-CUST-ID        PIC X(5).
               10  SUB-MASK-NAME      PIC X(17).
               10  SUB-MASK-STREET    PIC X(25).
               10  SUB-MASK-PHONE     PIC 9(10).
               10  SUB-MASK-EMAIL     PIC X(30).
       01  WS-SUB-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-SUB-FOUND-IDX           PIC S9(4) COMP VALUE +0.
       01  WS-LOOKUP-ID               PIC X(5)  VALUE SPACES.
      *
      *        ***********************************
      *          substitution domains - the same
      *          values ANONPAT1 and TESTDATA use
      *        ***********************************
       01  ANON-DOMAINS.
           05 A-LNAMES.
              10 FILLER PIC X(50) VALUE
           "SMITH     JONES     BAILEY    HANSON    CHRISTIAN ".
              10 FILLER PIC X(50) VALUE
           "MORALES   OBAMA     BIDEN     PELOSI    MCCONNELL ".
           05 A-LNAMES-RDF REDEFINES A-LNAMES.
              10 A-LN PIC X(10) OCCURS 10 TIMES.
           05 A-FNAMES.
              10 FILLER PIC X(50) VALUE
           "BILLIE    LISA      VIJAY     JAMISON   EDWARD    ".
              10 FILLER PIC X(50) VALUE
           "MARY      JUNE      KEISHA    DAVID     FRANK     ".
           05 A-FNAMES-RDF REDEFINES A-FNAMES.
              10 A-FN PIC X(10) OCCURS 10 TIMES.
           05 A-STREETS.
              10 FILLER PIC X(45) VALUE
           "12 MAIN ST     9 ELM AVE      4 OAK LANE     ".
              10 FILLER PIC X(45) VALUE
           "77 SPRING RD   3 RIVER WAY    81 SUNSET BLVD ".
           05 A-STREETS-RDF REDEFINES A-STREETS.
              10 A-ST PIC X(15) OCCURS 6 TIMES.
      *
       01  ANON-WORK.
           05  WS-CUST-KEY-NUM        PIC 9(6)  VALUE 0.
           05  WS-PICK-FN             PIC 9(4)  VALUE 0.
           05  WS-PICK-LN             PIC 9(4)  VALUE 0.
           05  WS-PICK-6              PIC 9(4)  VALUE 0.
           05  WS-PICK-REM            PIC 9(4)  VALUE 0.
           05  WS-QUOT                PIC 9(6)  VALUE 0.
           05  WS-PHONE-BUILD         PIC 9(10) VALUE 0.
      *
       01  TOTALS-VARS.
           05  NUM-CUSTFILE-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODUCTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS-OUT     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODUCTS-OUT      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OUT-OF-SEQ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DUPLICATE-IDS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORPHAN-PRODUCTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BAD-REC-TYPES     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TABLE-FULL        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LISTED-NOT-FOUND  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-OUT      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CALLS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CALLS-OUT         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POSITIONS-OUT     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SNAPSHOTS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SNAPSHOTS-OUT     PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *          manifest lines
      *        *******************
       01  MFT-HEADER1.
           05  FILLER                 PIC X(44)
                 VALUE 'CUSTOMER TEST SUBSET EXTRACT - MANIFEST'.
           05  FILLER                 PIC X(88) VALUE SPACES.
       01  MFT-RULE-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MFT-RULE-TEXT          PIC X(20).
           05  MFT-RULE-VALUE         PIC X(30).
           05  FILLER                 PIC X(80) VALUE SPACES.
       01  MFT-HEADER2.
           05  FILLER PIC X(10) VALUE 'DD'.
           05  FILLER PIC X(31) VALUE 'RECORDS'.
           05  FILLER PIC X(12) VALUE '        READ'.
           05  FILLER PIC X(12) VALUE '     WRITTEN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(65) VALUE 'NOTE'.
       01  MFT-DETAIL.
           05  MFT-DD                 PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MFT-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  MFT-READ               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  MFT-WRITTEN            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  MFT-NOTE               PIC X(30).
           05  FILLER                 PIC X(35) VALUE SPACES.
       01  MFT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  MFT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  MFT-TOTALS-ITEM     PIC X(30).
           05  MFT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'CUSTSUB1 STARTED'.
           PERFORM 850-READ-CONTROL-CARDS.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-MANIFEST.

      *    the master decides the subset; every other file follows it
           PERFORM 100-EXTRACT-CUSTFILE-RECORD THROUGH 100-EXIT
               UNTIL WS-CUST-FILE-EOF = 'Y'.
           PERFORM 160-CHECK-LISTED-ID
               VARYING WS-LST-SUB FROM 1 BY 1
               UNTIL WS-LST-SUB > LST-COUNT.

           PERFORM 200-EXTRACT-CONTACT THROUGH 200-EXIT
               UNTIL WS-CUSTADDR-EOF = 'Y'.
           PERFORM 300-EXTRACT-SERVICE-CALL THROUGH 300-EXIT
               UNTIL WS-SVCDTL-EOF = 'Y'.
           PERFORM 400-EXTRACT-POSITION THROUGH 400-EXIT
               UNTIL WS-PORTPOS-EOF = 'Y'.
           PERFORM 500-EXTRACT-SNAPSHOT THROUGH 500-EXIT
               UNTIL WS-SNAPHIST-EOF = 'Y'.

           PERFORM 600-WRITE-MANIFEST.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'CUSTSUB1 ENDED - CUSTOMERS = ' NUM-CUSTOMERS-OUT.
           GOBACK .

      *    ---------------------------------------------------------
      *    One master record.  Anything CUSTAUD1 would flag is left
      *    out; a 'C' record is kept when the rule chooses it, a
      *    'P' record when its owning 'C' was kept.
      *    ---------------------------------------------------------
       100-EXTRACT-CUSTFILE-RECORD.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF .
           IF WS-CUST-FILE-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-CUSTFILE-STATUS NOT = '00'
              AND WS-CUSTFILE-STATUS NOT = '04'
               DISPLAY 'ERROR ON CUSTFILE READ.  CODE:'
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUST-FILE-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-CUSTFILE-READ.
           IF CUST-RECORD-TYPE NOT = 'C' AND CUST-RECORD-TYPE NOT = 'P'
               ADD +1 TO NUM-BAD-REC-TYPES
               GO TO 100-EXIT.
           IF CUST-KEY < WS-PRIOR-KEY
               ADD +1 TO NUM-OUT-OF-SEQ
               GO TO 100-EXIT.
           MOVE CUST-KEY TO WS-PRIOR-KEY.
           IF CUST-RECORD-TYPE = 'P'
               ADD +1 TO NUM-PRODUCTS-READ
               IF CUST-ID NOT = WS-OWNING-CUST-ID
                   ADD +1 TO NUM-ORPHAN-PRODUCTS
                   GO TO 100-EXIT
               END-IF
               IF WS-OWNER-CHOSEN = 'Y'
                   PERFORM 150-WRITE-SUB-CUSTOMER
                   ADD +1 TO NUM-PRODUCTS-OUT
               END-IF
               GO TO 100-EXIT.
           ADD +1 TO NUM-CUSTOMERS-READ.
           IF CUST-ID = WS-OWNING-CUST-ID
               ADD +1 TO NUM-DUPLICATE-IDS
               GO TO 100-EXIT.
           MOVE CUST-ID TO WS-OWNING-CUST-ID.
           MOVE 'N' TO WS-OWNER-CHOSEN.
           ADD +1 TO WS-CUSTOMER-SEQ.
           PERFORM 120-APPLY-RULE.
           IF WS-PICKED = 'N'
               GO TO 100-EXIT.
           IF SUB-COUNT NOT < SUB-MAX
               ADD +1 TO NUM-TABLE-FULL
               GO TO 100-EXIT.
           ADD +1 TO SUB-COUNT.
           MOVE CUST-ID TO SUB-CUST-ID(SUB-COUNT).
           PERFORM 130-BUILD-MASKS.
           MOVE 'Y' TO WS-OWNER-CHOSEN.
           MOVE SUB-MASK-NAME(SUB-COUNT) TO CUST-NAME.
           PERFORM 150-WRITE-SUB-CUSTOMER.
           ADD +1 TO NUM-CUSTOMERS-OUT.
       100-EXIT.
           EXIT.

      *    any rule that picks the customer is enough
       120-APPLY-RULE.
           MOVE 'N' TO WS-PICKED.
           IF WS-EVERY-N > 0
               DIVIDE WS-EVERY-N INTO WS-CUSTOMER-SEQ
                   GIVING WS-SAMPLE-QUOT REMAINDER WS-SAMPLE-REM
               IF WS-SAMPLE-REM = 1
                  OR ( WS-EVERY-N = 1 )
                   MOVE 'Y' TO WS-PICKED.
           PERFORM 125-SCAN-ID-LIST
               VARYING WS-LST-SUB FROM 1 BY 1
               UNTIL WS-LST-SUB > LST-COUNT.
           PERFORM 127-SCAN-OCCUPATION-LIST
               VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > OCC-COUNT
                  OR WS-PICKED = 'Y'.

       125-SCAN-ID-LIST.
           IF LST-CUST-ID(WS-LST-SUB) = CUST-ID
               MOVE 'Y' TO LST-FOUND(WS-LST-SUB)
               MOVE 'Y' TO WS-PICKED.

       127-SCAN-OCCUPATION-LIST.
           IF OCC-OCCUPATION(WS-OCC-SUB) = CUST-OCCUPATION
               MOVE 'Y' TO WS-PICKED.

      *    ---------------------------------------------------------
      *    The customer's substitute identity, picked by the
      *    CUST-ID and kept in the table so every file gets the
      *    same one.  First and last names are picked separately
      *    so the subset does not collapse onto ten people.
      *    ---------------------------------------------------------
       130-BUILD-MASKS.
           IF CUST-ID NUMERIC
               MOVE CUST-ID TO WS-CUST-KEY-NUM
           ELSE
               MOVE SUB-COUNT TO WS-CUST-KEY-NUM.
           DIVIDE 10 INTO WS-CUST-KEY-NUM
               GIVING WS-QUOT REMAINDER WS-PICK-FN.
           DIVIDE 10 INTO WS-QUOT
               GIVING WS-QUOT REMAINDER WS-PICK-REM.
           COMPUTE WS-PICK-LN = WS-PICK-REM + 1.
           ADD WS-PICK-REM TO WS-PICK-FN.
           DIVIDE 10 INTO WS-PICK-FN
               GIVING WS-QUOT REMAINDER WS-PICK-REM.
           COMPUTE WS-PICK-FN = WS-PICK-REM + 1.
           DIVIDE 6 INTO WS-CUST-KEY-NUM
               GIVING WS-QUOT REMAINDER WS-PICK-REM.
           COMPUTE WS-PICK-6 = WS-PICK-REM + 1.
           MOVE SPACES TO SUB-MASK-NAME(SUB-COUNT).
           STRING A-FN(WS-PICK-FN) DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  A-LN(WS-PICK-LN) DELIMITED BY SPACE
               INTO SUB-MASK-NAME(SUB-COUNT).
           MOVE A-ST(WS-PICK-6) TO SUB-MASK-STREET(SUB-COUNT).
           COMPUTE WS-PHONE-BUILD = 5550000000 + WS-CUST-KEY-NUM.
           MOVE WS-PHONE-BUILD TO SUB-MASK-PHONE(SUB-COUNT).
           MOVE SPACES TO SUB-MASK-EMAIL(SUB-COUNT).
           STRING 'CUST'          DELIMITED BY SIZE
                  CUST-ID         DELIMITED BY SIZE
                  '@TEST.INVALID' DELIMITED BY SIZE
               INTO SUB-MASK-EMAIL(SUB-COUNT).

       150-WRITE-SUB-CUSTOMER.
           WRITE SUB-CUSTOMER-RECORD FROM CUST-REC.
           IF WS-SUBCUST-STATUS NOT = '00'
               DISPLAY 'SUBCUST WRITE ERROR RC=' WS-SUBCUST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUST-FILE-EOF.

      *    a listed CUST-ID the master does not hold is worth a warning
       160-CHECK-LISTED-ID.
           IF LST-FOUND(WS-LST-SUB) NOT = 'Y'
               ADD +1 TO NUM-LISTED-NOT-FOUND
               DISPLAY 'CUSTSUB1 LISTED CUST-ID NOT ON MASTER: '
                       LST-CUST-ID(WS-LST-SUB)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    Contact records of chosen customers, street, phone and
      *    email masked (a blank field stays blank).
      *    ---------------------------------------------------------
       200-EXTRACT-CONTACT.
           READ CONTACT-FILE
             AT END MOVE 'Y' TO WS-CUSTADDR-EOF .
           IF WS-CUSTADDR-EOF = 'Y'
               GO TO 200-EXIT.
           IF WS-CUSTADDR-STATUS NOT = '00'
              AND WS-CUSTADDR-STATUS NOT = '04'
               DISPLAY 'ERROR ON CUSTADDR READ.  CODE:'
                       WS-CUSTADDR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUSTADDR-EOF
               GO TO 200-EXIT.
           ADD +1 TO NUM-CONTACTS-READ.
           MOVE ADR-CUST-ID TO WS-LOOKUP-ID.
           PERFORM 750-FIND-CHOSEN.
           IF WS-SUB-FOUND-IDX = 0
               GO TO 200-EXIT.
           IF ADR-STREET NOT = SPACES
               MOVE SUB-MASK-STREET(WS-SUB-FOUND-IDX) TO ADR-STREET.
           IF ADR-PHONE NOT = SPACES
               MOVE SUB-MASK-PHONE(WS-SUB-FOUND-IDX) TO ADR-PHONE.
           IF ADR-EMAIL NOT = SPACES
               MOVE SUB-MASK-EMAIL(WS-SUB-FOUND-IDX) TO ADR-EMAIL.
           WRITE SUB-CONTACT-RECORD FROM ADR-REC.
           IF WS-SUBADDR-STATUS NOT = '00'
               DISPLAY 'SUBADDR WRITE ERROR RC=' WS-SUBADDR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUSTADDR-EOF
               GO TO 200-EXIT.
           ADD +1 TO NUM-CONTACTS-OUT.
       200-EXIT.
           EXIT.

       300-EXTRACT-SERVICE-CALL.
           READ DETAIL-FILE
             AT END MOVE 'Y' TO WS-SVCDTL-EOF .
           IF WS-SVCDTL-EOF = 'Y'
               GO TO 300-EXIT.
           IF WS-SVCDTL-STATUS NOT = '00'
              AND WS-SVCDTL-STATUS NOT = '04'
               DISPLAY 'ERROR ON SVCDTL READ.  CODE:'
                       WS-SVCDTL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-SVCDTL-EOF
               GO TO 300-EXIT.
           ADD +1 TO NUM-CALLS-READ.
           MOVE SVC-CUST-ID TO WS-LOOKUP-ID.
           PERFORM 750-FIND-CHOSEN.
           IF WS-SUB-FOUND-IDX = 0
               GO TO 300-EXIT.
           WRITE SUB-DETAIL-RECORD FROM SVC-REC.
           IF WS-SUBSVC-STATUS NOT = '00'
               DISPLAY 'SUBSVC WRITE ERROR RC=' WS-SUBSVC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-SVCDTL-EOF
               GO TO 300-EXIT.
           ADD +1 TO NUM-CALLS-OUT.
       300-EXIT.
           EXIT.

      *    a position belongs to a customer when its OWNER-ID is
      *    the CUST-ID, left justified with the rest blank
       400-EXTRACT-POSITION.
           READ POSITION-FILE
             AT END MOVE 'Y' TO WS-PORTPOS-EOF .
           IF WS-PORTPOS-EOF = 'Y'
               GO TO 400-EXIT.
           IF WS-PORTPOS-STATUS NOT = '00'
              AND WS-PORTPOS-STATUS NOT = '04'
               DISPLAY 'ERROR ON PORTPOS READ.  CODE:'
                       WS-PORTPOS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PORTPOS-EOF
               GO TO 400-EXIT.
           ADD +1 TO NUM-POSITIONS-READ.
           IF POS-OWNER-ID (6:3) NOT = SPACES
               GO TO 400-EXIT.
           MOVE POS-OWNER-ID (1:5) TO WS-LOOKUP-ID.
           PERFORM 750-FIND-CHOSEN.
           IF WS-SUB-FOUND-IDX = 0
               GO TO 400-EXIT.
           WRITE SUB-POSITION-RECORD FROM POS-REC.
           IF WS-SUBPOS-STATUS NOT = '00'
               DISPLAY 'SUBPOS WRITE ERROR RC=' WS-SUBPOS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PORTPOS-EOF
               GO TO 400-EXIT.
           ADD +1 TO NUM-POSITIONS-OUT.
       400-EXIT.
           EXIT.

      *    the snapshot name is the customer's, so it gets the same
      *    substitute the master record got
       500-EXTRACT-SNAPSHOT.
           READ SNAPSHOT-FILE
             AT END MOVE 'Y' TO WS-SNAPHIST-EOF .
           IF WS-SNAPHIST-EOF = 'Y'
               GO TO 500-EXIT.
           IF WS-SNAPHIST-STATUS NOT = '00'
              AND WS-SNAPHIST-STATUS NOT = '04'
               DISPLAY 'ERROR ON SNAPHIST READ.  CODE:'
                       WS-SNAPHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-SNAPHIST-EOF
               GO TO 500-EXIT.
           ADD +1 TO NUM-SNAPSHOTS-READ.
           MOVE SNAP-CUST-ID TO WS-LOOKUP-ID.
           PERFORM 750-FIND-CHOSEN.
           IF WS-SUB-FOUND-IDX = 0
               GO TO 500-EXIT.
           MOVE SUB-MASK-NAME(WS-SUB-FOUND-IDX) TO SNAP-NAME.
           WRITE SUB-SNAPSHOT-RECORD FROM SNAPSHOT-RECORD.
           IF WS-SUBSNAP-STATUS NOT = '00'
               DISPLAY 'SUBSNAP WRITE ERROR RC=' WS-SUBSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-SNAPHIST-EOF
               GO TO 500-EXIT.
           ADD +1 TO NUM-SNAPSHOTS-OUT.
       500-EXIT.
           EXIT.

       600-WRITE-MANIFEST.
           WRITE MANIFEST-RECORD FROM MFT-HEADER2 AFTER 1.
           MOVE 'CUSTFILE'                  TO MFT-DD.
           MOVE 'CUSTOMER (C) RECORDS'      TO MFT-DESCRIPTION.
           MOVE NUM-CUSTOMERS-READ          TO MFT-READ.
           MOVE NUM-CUSTOMERS-OUT           TO MFT-WRITTEN.
           MOVE 'NAMES MASKED'              TO MFT-NOTE.
           WRITE MANIFEST-RECORD FROM MFT-DETAIL.
           MOVE 'CUSTFILE'                  TO MFT-DD.
           MOVE 'PRODUCT (P) RECORDS'       TO MFT-DESCRIPTION.
           MOVE NUM-PRODUCTS-READ           TO MFT-READ.
           MOVE NUM-PRODUCTS-OUT            TO MFT-WRITTEN.
           MOVE SPACES                      TO MFT-NOTE.
           WRITE MANIFEST-RECORD FROM MFT-DETAIL.
           MOVE 'CUSTADDR'                  TO MFT-DD.
           MOVE 'CONTACT RECORDS'           TO MFT-DESCRIPTION.
           MOVE NUM-CONTACTS-READ           TO MFT-READ.
           MOVE NUM-CONTACTS-OUT            TO MFT-WRITTEN.
           MOVE 'STREET/PHONE/EMAIL MASKED' TO MFT-NOTE.
           IF WS-CUSTADDR-PRESENT = 'N'
               MOVE 'DD NOT PRESENT'        TO MFT-NOTE.
           WRITE MANIFEST-RECORD FROM MFT-DETAIL.
           MOVE 'SVCDTL'                    TO MFT-DD.
           MOVE 'SERVICE CALLS'             TO MFT-DESCRIPTION.
           MOVE NUM-CALLS-READ              TO MFT-READ.
           MOVE NUM-CALLS-OUT               TO MFT-WRITTEN.
           MOVE SPACES                      TO MFT-NOTE.
           IF WS-SVCDTL-PRESENT = 'N'
               MOVE 'DD NOT PRESENT'        TO MFT-NOTE.
           WRITE MANIFEST-RECORD FROM MFT-DETAIL.
           MOVE 'PORTPOS'                   TO MFT-DD.
           MOVE 'PORTFOLIO POSITIONS'       TO MFT-DESCRIPTION.
           MOVE NUM-POSITIONS-READ          TO MFT-READ.
           MOVE NUM-POSITIONS-OUT           TO MFT-WRITTEN.
           MOVE SPACES                      TO MFT-NOTE.
           IF WS-PORTPOS-PRESENT = 'N'
               MOVE 'DD NOT PRESENT'        TO MFT-NOTE.
           WRITE MANIFEST-RECORD FROM MFT-DETAIL.
           MOVE 'SNAPHIST'                  TO MFT-DD.
           MOVE 'BALANCE SNAPSHOTS'         TO MFT-DESCRIPTION.
           MOVE NUM-SNAPSHOTS-READ          TO MFT-READ.
           MOVE NUM-SNAPSHOTS-OUT           TO MFT-WRITTEN.
           MOVE 'NAMES MASKED'              TO MFT-NOTE.
           IF WS-SNAPHIST-PRESENT = 'N'
               MOVE 'DD NOT PRESENT'        TO MFT-NOTE.
           WRITE MANIFEST-RECORD FROM MFT-DETAIL.
           WRITE MANIFEST-RECORD FROM MFT-SPACES AFTER 1.
           MOVE 'MASTER RECORDS READ:          ' TO MFT-TOTALS-ITEM.
           MOVE NUM-CUSTFILE-READ         TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.
           MOVE 'LEFT OUT - OUT OF SEQUENCE:   ' TO MFT-TOTALS-ITEM.
           MOVE NUM-OUT-OF-SEQ            TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.
           MOVE 'LEFT OUT - DUPLICATE CUST-ID: ' TO MFT-TOTALS-ITEM.
           MOVE NUM-DUPLICATE-IDS         TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.
           MOVE 'LEFT OUT - ORPHAN PRODUCT:    ' TO MFT-TOTALS-ITEM.
           MOVE NUM-ORPHAN-PRODUCTS       TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.
           MOVE 'LEFT OUT - BAD RECORD TYPE:   ' TO MFT-TOTALS-ITEM.
           MOVE NUM-BAD-REC-TYPES         TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.
           MOVE 'LEFT OUT - SUBSET TABLE FULL: ' TO MFT-TOTALS-ITEM.
           MOVE NUM-TABLE-FULL            TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.
           MOVE 'LISTED CUST-IDS NOT ON MASTER:' TO MFT-TOTALS-ITEM.
           MOVE NUM-LISTED-NOT-FOUND      TO MFT-TOTALS-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    The subset table is in CUST-ID order, so the scan stops
      *    as soon as it passes the id sought.  WS-SUB-FOUND-IDX is
      *    zero when the customer is not in the subset.
      *    ---------------------------------------------------------
       750-FIND-CHOSEN.
           MOVE +0 TO WS-SUB-FOUND-IDX.
           PERFORM 755-SCAN-CHOSEN
               VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > SUB-COUNT
                  OR WS-SUB-FOUND-IDX NOT = 0.

       755-SCAN-CHOSEN.
           IF SUB-CUST-ID(WS-SUB-SUB) = WS-LOOKUP-ID
               MOVE WS-SUB-SUB TO WS-SUB-FOUND-IDX
           ELSE
           IF SUB-CUST-ID(WS-SUB-SUB) > WS-LOOKUP-ID
               MOVE -1 TO WS-SUB-FOUND-IDX.
           IF WS-SUB-FOUND-IDX < 0
               MOVE +0 TO WS-SUB-FOUND-IDX
               MOVE SUB-COUNT TO WS-SUB-SUB.

      *    the rule in force heads the manifest
       800-INIT-MANIFEST.
           WRITE MANIFEST-RECORD FROM MFT-HEADER1 AFTER PAGE.
           WRITE MANIFEST-RECORD FROM MFT-SPACES  AFTER 1.
           IF WS-EVERY-N > 0
               MOVE 'EVERY NTH CUSTOMER:' TO MFT-RULE-TEXT
               MOVE WS-EVERY-N            TO MFT-RULE-VALUE
               WRITE MANIFEST-RECORD FROM MFT-RULE-LINE.
           PERFORM 810-PRINT-LISTED-ID
               VARYING WS-LST-SUB FROM 1 BY 1
               UNTIL WS-LST-SUB > LST-COUNT.
           PERFORM 815-PRINT-OCCUPATION
               VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > OCC-COUNT.

       810-PRINT-LISTED-ID.
           MOVE 'LISTED CUST-ID:'        TO MFT-RULE-TEXT.
           MOVE LST-CUST-ID(WS-LST-SUB)  TO MFT-RULE-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-RULE-LINE.

       815-PRINT-OCCUPATION.
           MOVE 'OCCUPATION:'             TO MFT-RULE-TEXT.
           MOVE OCC-OCCUPATION(WS-OCC-SUB) TO MFT-RULE-VALUE.
           WRITE MANIFEST-RECORD FROM MFT-RULE-LINE.

      *    ---------------------------------------------------------
      *    The SUBCTL DD is optional -- absent, or with no usable
      *    rule on it, every 10th customer is taken.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             PERFORM 855-READ-ONE-CARD THROUGH 855-EXIT
                 UNTIL WS-CONTROL-STATUS NOT = '00'
             CLOSE CONTROL-CARD-FILE
           END-IF.
           IF WS-RULE-GIVEN = 'N'
               DISPLAY 'CUSTSUB1 NO SELECTION RULE - '
                       'TAKING EVERY 10TH CUSTOMER'
               MOVE 10 TO WS-EVERY-N.

       855-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE '10' TO WS-CONTROL-STATUS.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:6) = 'EVERY='
               MOVE CONTROL-CARD-RECORD(7:5) TO WS-CARD-NUMBER
               IF WS-CARD-NUMBER NUMERIC
                  AND WS-CARD-NUMBER-N > 0
                   MOVE WS-CARD-NUMBER-N TO WS-EVERY-N
                   MOVE 'Y' TO WS-RULE-GIVEN
               ELSE
                   DISPLAY 'CUSTSUB1 BAD EVERY= CARD - IGNORED'
                   PERFORM 858-REJECT-CARD
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:7) = 'CUSTID='
               IF CONTROL-CARD-RECORD(8:5) = SPACES
                  OR LST-COUNT NOT < 500
                   DISPLAY 'CUSTSUB1 CUSTID= CARD NOT USED: '
                           CONTROL-CARD-RECORD(1:20)
                   PERFORM 858-REJECT-CARD
               ELSE
                   ADD +1 TO LST-COUNT
                   MOVE CONTROL-CARD-RECORD(8:5)
                       TO LST-CUST-ID(LST-COUNT)
                   MOVE 'N' TO LST-FOUND(LST-COUNT)
                   MOVE 'Y' TO WS-RULE-GIVEN
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:11) = 'OCCUPATION='
               IF CONTROL-CARD-RECORD(12:28) = SPACES
                  OR OCC-COUNT NOT < 20
                   DISPLAY 'CUSTSUB1 OCCUPATION= CARD NOT USED: '
                           CONTROL-CARD-RECORD(1:20)
                   PERFORM 858-REJECT-CARD
               ELSE
                   ADD +1 TO OCC-COUNT
                   MOVE CONTROL-CARD-RECORD(12:28)
                       TO OCC-OCCUPATION(OCC-COUNT)
                   MOVE 'Y' TO WS-RULE-GIVEN
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'CUSTSUB1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20)
               PERFORM 858-REJECT-CARD.
       855-EXIT.
           EXIT.

       858-REJECT-CARD.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    The four secondary inputs are optional: a test region
      *    that does not use a file simply gets an empty subset of
      *    it, and the manifest says the DD was not there.
      *    ---------------------------------------------------------
       900-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         CONTACT-FILE
                         DETAIL-FILE
                         POSITION-FILE
                         SNAPSHOT-FILE
                OUTPUT   SUB-CUSTOMER-FILE
                         SUB-CONTACT-FILE
                         SUB-DETAIL-FILE
                         SUB-POSITION-FILE
                         SUB-SNAPSHOT-FILE
                         MANIFEST-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE. RC:' WS-CUSTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-CUSTADDR-STATUS = '05'
             MOVE 'N' TO WS-CUSTADDR-PRESENT
             MOVE 'Y' TO WS-CUSTADDR-EOF
           ELSE
           IF WS-CUSTADDR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTADDR. RC:' WS-CUSTADDR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-SVCDTL-STATUS = '05'
             MOVE 'N' TO WS-SVCDTL-PRESENT
             MOVE 'Y' TO WS-SVCDTL-EOF
           ELSE
           IF WS-SVCDTL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SVCDTL. RC:' WS-SVCDTL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-PORTPOS-STATUS = '05'
             MOVE 'N' TO WS-PORTPOS-PRESENT
             MOVE 'Y' TO WS-PORTPOS-EOF
           ELSE
           IF WS-PORTPOS-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PORTPOS. RC:' WS-PORTPOS-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-SNAPHIST-STATUS = '05'
             MOVE 'N' TO WS-SNAPHIST-PRESENT
             MOVE 'Y' TO WS-SNAPHIST-EOF
           ELSE
           IF WS-SNAPHIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SNAPHIST. RC:' WS-SNAPHIST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-SUBCUST-STATUS NOT = '00'
              OR WS-SUBADDR-STATUS NOT = '00'
              OR WS-SUBSVC-STATUS NOT = '00'
              OR WS-SUBPOS-STATUS NOT = '00'
              OR WS-SUBSNAP-STATUS NOT = '00'
              OR WS-MANIFEST-STATUS NOT = '00'
             DISPLAY 'CUSTSUB1 OUTPUT OPEN ERROR - SUBCUST='
                     WS-SUBCUST-STATUS ' SUBADDR=' WS-SUBADDR-STATUS
                     ' SUBSVC=' WS-SUBSVC-STATUS
             DISPLAY '  SUBPOS=' WS-SUBPOS-STATUS
                     ' SUBSNAP=' WS-SUBSNAP-STATUS
                     ' SUBMFST=' WS-MANIFEST-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.

       905-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           CLOSE CONTACT-FILE .
           CLOSE DETAIL-FILE .
           CLOSE POSITION-FILE .
           CLOSE SNAPSHOT-FILE .
           CLOSE SUB-CUSTOMER-FILE .
           CLOSE SUB-CONTACT-FILE .
           CLOSE SUB-DETAIL-FILE .
           CLOSE SUB-POSITION-FILE .
           CLOSE SUB-SNAPSHOT-FILE .
           CLOSE MANIFEST-FILE .

       910-STOP-ALL-INPUT.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-CUST-FILE-EOF.
           MOVE 'Y' TO WS-CUSTADDR-EOF.
           MOVE 'Y' TO WS-SVCDTL-EOF.
           MOVE 'Y' TO WS-PORTPOS-EOF.
           MOVE 'Y' TO WS-SNAPHIST-EOF.

      * END OF PROGRAM CUSTSUB1
