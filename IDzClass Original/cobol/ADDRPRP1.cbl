      ****************************************************************
      * PROGRAM:  ADDRPRP1
      *           Customer address change propagation
      *
      * GOLDXRF1 tells us that a POT customer, a CUST2 customer and
      * a NACT account holder are the same person, but when that
      * person moves the new address lands in one book only -- a
      * LAB3POT update changes the POT file, an ADDRMNT1 transaction
      * changes the CUSTADDR contact file -- and the other book goes
      * on holding the old one.  This job reads the day's address
      * changes from both books, finds the same identity in the
      * other book through the GOLDXRF1 key map, and writes the
      * ready-to-run maintenance input that brings it into step:
      *
      *   - a POT change becomes an ADDRMNT1 ADRTRAN transaction
      *     for the CUST2 customer's contact record: a CHANGE when
      *     the customer has a contact record (phone and email are
      *     carried over; the zip is kept only when city and state
      *     are unchanged, as the POT file holds none), an ADD when
      *     not.  The transactions come out in CUST-ID order, as
      *     ADDRMNT1's balance-line match requires
      *   - a contact change becomes a LAB3POT update request (the
      *     COMAREA layout with Func 'U'), the names and country
      *     carried over from the POT record, as the update
      *     rewrites every data field
      *
      * The NACT account record carries no address, so an account
      * holder has nothing to propagate.
      *
      * WHICH CHANGE WINS: only the latest change per identity in
      * each book counts.  When both books changed, the later day
      * wins; the earlier change is superseded.  When both books
      * changed on the SAME day to different addresses, neither is
      * propagated -- both go on the PRPREV review report for a
      * person to decide (RC 4).  Same-day changes that agree need
      * nothing.  A target book that already holds the new address
      * gets no transaction, which is also what stops yesterday's
      * propagated change from bouncing back when it is applied.
      * The contact file holds 15 bytes of city to the POT file's
      * 20, so cities are compared on their first 15 bytes, and a
      * POT city that already agrees that far is kept whole rather
      * than cut back to the contact file's length.
      *
      * CHANGES USED: POTJRNL update entries ('U') and ADRCHG adds
      * and changes, in each case only where the street, city,
      * state (or, for the contact file, zip) actually changed.
      * POT adds and deletes, contact deletes, and name-only or
      * phone-only changes are not address changes.
      *
      * FILES:
      *   GOLDXREF - GOLDXRF1 XREFOUT key map
      *   ADRCHG   - ADDRMNT1 applied-change log, ADRCHGC layout
      *              (optional)
      *   POTJRNL  - POT change journal unload, POTJRNL layout
      *              (optional)
      *   CUSTADDR - current contact file, CADDRCOB layout (the
      *              NEWADDR generation ADRCHG was written with)
      *   POTFILE  - POT customer file, sequential unload (layout
      *              must stay in step with the POTVSAM copy book)
      *   ADRTRAN  - ADDRMNT1 transactions for the CUST2 side
      *   POTREQ   - LAB3POT update requests for the POT side
      *   PRPRPT   - propagation report: every change used, what
      *              was generated for it, and totals
      *   PRPREV   - review report: conflicting same-day changes
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRPRP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT XREF-FILE     ASSIGN TO GOLDXREF
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GOLDXREF-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO ADRCHG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ADRCHG-STATUS.

           SELECT OPTIONAL POTJRNL-FILE ASSIGN TO POTJRNL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-POTJRNL-STATUS.

           SELECT CONTACT-FILE  ASSIGN TO CUSTADDR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTADDR-STATUS.

           SELECT POT-FILE      ASSIGN TO POTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-POTFILE-STATUS.

           SELECT ADDR-TRAN-FILE ASSIGN TO ADRTRAN
               FILE STATUS  IS  WS-ADRTRAN-STATUS.

           SELECT POT-REQUEST-FILE ASSIGN TO POTREQ
               FILE STATUS  IS  WS-POTREQ-STATUS.

           SELECT REPORT-FILE   ASSIGN TO PRPRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT REVIEW-FILE   ASSIGN TO PRPREV
               FILE STATUS  IS  WS-REVIEW-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
      *        the GOLDXRF1 XREFOUT key map
       01  XREF-RECORD.
           05  XRF-GOLDEN-ID          PIC 9(6).
           05  XRF-SOUND-CODE         PIC X(4).
           05  XRF-FORE-INITIAL       PIC X.
           05  XRF-CUST-ID            PIC X(5).
           05  XRF-POT-NO             PIC X(5).
           05  XRF-ACCT-NO            PIC X(5).
           05  XRF-SURNAME            PIC X(18).
           05  FILLER                 PIC X(36).

       FD  CHANGE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY ADRCHGC.

       FD  POTJRNL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY POTJRNL.

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==ADR==.

       FD  POT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
      *        must stay in step with the POTVSAM copy book
       01  POTVSAM-RECORD-REC.
           05  CUST-NO                PIC 9(5).
           05  CUST-LN                PIC X(20).
           05  CUST-FN                PIC X(15).
           05  CUST-ADDR1             PIC X(25).
           05  CUST-CITY-POT          PIC X(20).
           05  CUST-ST                PIC X(2).
           05  CUST-CTRY              PIC X(15).
           05  FILLER                 PIC X(18).

       FD  ADDR-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
      *        the ADDRMNT1 transaction layout
       01  ADDR-TRAN-RECORD.
           05  ADT-ACTION             PIC X(6).
           05  FILLER                 PIC X.
           05  ADT-ADDR-IMAGE         PIC X(100).

       FD  POT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
      *        one LAB3POT commarea per request
       01  POT-REQUEST-RECORD.
           COPY COMAREA.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REVIEW-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-GOLDXREF-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ADRCHG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-POTJRNL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTADDR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-POTFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ADRTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-POTREQ-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REVIEW-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-GOLDXREF-EOF         PIC X     VALUE 'N'.
           05  WS-ADRCHG-EOF           PIC X     VALUE 'N'.
           05  WS-POTJRNL-EOF          PIC X     VALUE 'N'.
           05  WS-CUSTADDR-EOF         PIC X     VALUE 'N'.
           05  WS-POTFILE-EOF          PIC X     VALUE 'N'.
           05  WS-LOOKUP-KEY           PIC X(5)  VALUE SPACES.
           05  WS-LOWEST-CUST-ID       PIC X(5)  VALUE SPACES.
      *
      *        the date and time of the change in hand, in the
      *        order that makes the later change the higher value
       01  WS-CHANGE-STAMP.
           05  WS-STAMP-DATE           PIC X(8).
           05  WS-STAMP-TIME           PIC X(6).
      *
      *        the before and after contact images of an ADRCHG
      *        entry, and the before and after POT images of a
      *        POTJRNL entry, mapped so the address can be compared
       COPY CADDRCOB REPLACING ==:TAG:== BY ==BEF==.
       COPY CADDRCOB REPLACING ==:TAG:== BY ==AFT==.
       01  PJB-IMAGE.
           05  PJB-CUST-NO            PIC 9(5).
           05  PJB-NAMES              PIC X(35).
           05  PJB-ADDR1              PIC X(25).
           05  PJB-CITY               PIC X(20).
           05  PJB-ST                 PIC X(2).
           05  FILLER                 PIC X(33).
       01  PJA-IMAGE.
           05  PJA-CUST-NO            PIC 9(5).
           05  PJA-NAMES              PIC X(35).
           05  PJA-ADDR1              PIC X(25).
           05  PJA-CITY               PIC X(20).
           05  PJA-ST                 PIC X(2).
           05  FILLER                 PIC X(33).
      *
      *        ***********************************
      *          one slot per cross-referenced
      *          identity: its keys, the latest
      *          address change seen in each book,
      *          and what is to be done about it
      *        ***********************************
       01  PRP-MAX                    PIC S9(4) COMP-3 VALUE +600.
       01  PRP-COUNT                  PIC S9(4) COMP   VALUE +0.
       01  PRP-TABLE.
           05  PRP-ENTRY OCCURS 600 TIMES.
               10  PRP-GOLDEN-ID      PIC 9(6).
               10  PRP-SURNAME        PIC X(18).
               10  PRP-CUST-ID        PIC X(5).
               10  PRP-POT-NO         PIC X(5).
      *            latest contact (CUST2 side) change
               10  PRP-C-STAMP        PIC X(14).
               10  PRP-C-STREET       PIC X(25).
               10  PRP-C-CITY         PIC X(15).
               10  PRP-C-STATE        PIC X(2).
      *            latest POT change
               10  PRP-P-STAMP        PIC X(14).
               10  PRP-P-STREET       PIC X(25).
               10  PRP-P-CITY         PIC X(20).
               10  PRP-P-STATE        PIC X(2).
      *            the book to bring into step, and the address
               10  PRP-TARGET         PIC X.
                   88  PRP-TARGET-NONE        VALUE ' '.
                   88  PRP-TARGET-CUST2       VALUE 'C'.
                   88  PRP-TARGET-POT         VALUE 'P'.
               10  PRP-NEW-STREET     PIC X(25).
               10  PRP-NEW-CITY       PIC X(20).
               10  PRP-NEW-STATE      PIC X(2).
               10  PRP-TARGET-STATUS  PIC X.
                   88  PRP-NOT-YET-FOUND      VALUE ' '.
                   88  PRP-FOUND-TO-CHANGE    VALUE 'F'.
                   88  PRP-ALREADY-IN-STEP    VALUE 'S'.
                   88  PRP-GENERATED          VALUE 'W'.
      *            the target's current contact record, when found
               10  PRP-CUR-CONTACT    PIC X(100).
       01  WS-PRP-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-PRP-FOUND-IDX           PIC S9(4) COMP VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-XREF-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADRCHG-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POTJRNL-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDR-CHANGES      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-IN-XREF       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-OTHER-BOOK     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SUPERSEDED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SAME-DAY-AGREED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONFLICTS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-IN-STEP           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADRTRAN-ADDS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADRTRAN-CHANGES   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POT-REQUESTS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-POT-NOT-ON-FILE   PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(44)
                 VALUE 'CUSTOMER ADDRESS CHANGE PROPAGATION'.
           05  FILLER                 PIC X(88) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER PIC X(7)  VALUE 'GOLDEN '.
           05  FILLER PIC X(19) VALUE 'SURNAME'.
           05  FILLER PIC X(6)  VALUE 'TO    '.
           05  FILLER PIC X(6)  VALUE 'KEY   '.
           05  FILLER PIC X(25) VALUE 'DISPOSITION'.
           05  FILLER PIC X(69) VALUE 'NEW ADDRESS'.
       01  RPT-DETAIL.
           05  RPT-GOLDEN-ID          PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-SURNAME            PIC X(18).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TARGET-BOOK        PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-TARGET-KEY         PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DISPOSITION        PIC X(24).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-STREET             PIC X(25).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CITY               PIC X(20).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-STATE              PIC X(2).
           05  FILLER                 PIC X(20) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(26).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(97)    VALUE SPACES.
      *
       01  REV-HEADER1.
           05  FILLER                 PIC X(39)
                 VALUE 'ADDRESS PROPAGATION - CONFLICTING SAME-'.
           05  FILLER                 PIC X(30)
                 VALUE 'DAY CHANGES FOR REVIEW'.
           05  FILLER                 PIC X(63) VALUE SPACES.
       01  REV-HEADER2.
           05  FILLER PIC X(7)  VALUE 'GOLDEN '.
           05  FILLER PIC X(19) VALUE 'SURNAME'.
           05  FILLER PIC X(6)  VALUE 'BOOK  '.
           05  FILLER PIC X(6)  VALUE 'KEY   '.
           05  FILLER PIC X(9)  VALUE 'DATE'.
           05  FILLER PIC X(7)  VALUE 'TIME'.
           05  FILLER PIC X(78) VALUE 'CHANGED TO'.
       01  REV-DETAIL.
           05  REV-GOLDEN-ID          PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-SURNAME            PIC X(18).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-BOOK               PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-KEY                PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-DATE               PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-TIME               PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-STREET             PIC X(25).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-CITY               PIC X(20).
           05  FILLER                 PIC X     VALUE ' '.
           05  REV-STATE              PIC X(2).
           05  FILLER                 PIC X(29) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'ADDRPRP1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 850-LOAD-XREF THROUGH 850-EXIT
               UNTIL WS-GOLDXREF-EOF = 'Y'.

      *    gather the latest address change per identity from each
      *    book, then decide which book, if any, is to be updated
           PERFORM 100-READ-CONTACT-CHANGE THROUGH 100-EXIT
               UNTIL WS-ADRCHG-EOF = 'Y'.
           PERFORM 200-READ-POT-JOURNAL THROUGH 200-EXIT
               UNTIL WS-POTJRNL-EOF = 'Y'.
           PERFORM 300-DECIDE-ONE-IDENTITY THROUGH 300-EXIT
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT.

      *    the CUST2 side: look up the current contact records, then
      *    write the ADRTRAN transactions in CUST-ID order
           PERFORM 400-MATCH-CONTACT THROUGH 400-EXIT
               UNTIL WS-CUSTADDR-EOF = 'Y'.
           MOVE +1 TO WS-PRP-FOUND-IDX.
           PERFORM 450-WRITE-NEXT-ADRTRAN THROUGH 450-EXIT
               UNTIL WS-PRP-FOUND-IDX = 0.

      *    the POT side: one update request per POT record to change
           PERFORM 500-MATCH-POT THROUGH 500-EXIT
               UNTIL WS-POTFILE-EOF = 'Y'.
           PERFORM 550-CHECK-POT-NOT-ON-FILE
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT.

           PERFORM 600-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'ADDRPRP1 ENDED - CONFLICTS = ' NUM-CONFLICTS.
           GOBACK .

      *    ---------------------------------------------------------
      *    One ADDRMNT1 applied change.  Adds and changes that
      *    altered the address are kept when they are the latest
      *    seen for the identity; the identity must also have a
      *    POT customer for the change to go anywhere.
      *    ---------------------------------------------------------
       100-READ-CONTACT-CHANGE.
           READ CHANGE-LOG-FILE
             AT END MOVE 'Y' TO WS-ADRCHG-EOF .
           IF WS-ADRCHG-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-ADRCHG-STATUS NOT = '00'
              AND WS-ADRCHG-STATUS NOT = '04'
               DISPLAY 'ERROR ON ADRCHG READ.  CODE:'
                       WS-ADRCHG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ADRCHG-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-ADRCHG-READ.
           IF NOT ACG-ACTION-ADD AND NOT ACG-ACTION-CHANGE
               GO TO 100-EXIT.
           MOVE ACG-BEFORE-IMAGE TO BEF-REC.
           MOVE ACG-AFTER-IMAGE  TO AFT-REC.
           IF BEF-STREET = AFT-STREET
              AND BEF-CITY = AFT-CITY
              AND BEF-STATE = AFT-STATE
              AND BEF-ZIP = AFT-ZIP
               GO TO 100-EXIT.
           ADD +1 TO NUM-ADDR-CHANGES.
           MOVE ACG-CUST-ID TO WS-LOOKUP-KEY.
           MOVE +0 TO WS-PRP-FOUND-IDX.
           PERFORM 150-SCAN-CUST-ID
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT
                  OR WS-PRP-FOUND-IDX > 0.
           IF WS-PRP-FOUND-IDX = 0
               ADD +1 TO NUM-NOT-IN-XREF
               GO TO 100-EXIT.
           IF PRP-POT-NO(WS-PRP-FOUND-IDX) = SPACES
               ADD +1 TO NUM-NO-OTHER-BOOK
               GO TO 100-EXIT.
           MOVE ACG-DATE TO WS-STAMP-DATE.
           MOVE ACG-TIME TO WS-STAMP-TIME.
           IF WS-CHANGE-STAMP < PRP-C-STAMP(WS-PRP-FOUND-IDX)
               GO TO 100-EXIT.
           MOVE WS-CHANGE-STAMP TO PRP-C-STAMP(WS-PRP-FOUND-IDX).
           MOVE AFT-STREET TO PRP-C-STREET(WS-PRP-FOUND-IDX).
           MOVE AFT-CITY   TO PRP-C-CITY(WS-PRP-FOUND-IDX).
           MOVE AFT-STATE  TO PRP-C-STATE(WS-PRP-FOUND-IDX).
       100-EXIT.
           EXIT.

       150-SCAN-CUST-ID.
           IF PRP-CUST-ID(WS-PRP-SUB) = WS-LOOKUP-KEY
               MOVE WS-PRP-SUB TO WS-PRP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    One POT journal entry.  Only updates that altered the
      *    street, city or state count, and only for an identity
      *    that also has a CUST2 customer.
      *    ---------------------------------------------------------
       200-READ-POT-JOURNAL.
           READ POTJRNL-FILE
             AT END MOVE 'Y' TO WS-POTJRNL-EOF .
           IF WS-POTJRNL-EOF = 'Y'
               GO TO 200-EXIT.
           IF WS-POTJRNL-STATUS NOT = '00'
              AND WS-POTJRNL-STATUS NOT = '04'
               DISPLAY 'ERROR ON POTJRNL READ.  CODE:'
                       WS-POTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-POTJRNL-EOF
               GO TO 200-EXIT.
           ADD +1 TO NUM-POTJRNL-READ.
           IF NOT PJR-ACTION-UPDATE
               GO TO 200-EXIT.
           MOVE PJR-BEFORE-IMAGE TO PJB-IMAGE.
           MOVE PJR-AFTER-IMAGE  TO PJA-IMAGE.
           IF PJB-ADDR1 = PJA-ADDR1
              AND PJB-CITY = PJA-CITY
              AND PJB-ST = PJA-ST
               GO TO 200-EXIT.
           ADD +1 TO NUM-ADDR-CHANGES.
           MOVE PJR-CUST-NO TO WS-LOOKUP-KEY.
           MOVE +0 TO WS-PRP-FOUND-IDX.
           PERFORM 250-SCAN-POT-NO
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT
                  OR WS-PRP-FOUND-IDX > 0.
           IF WS-PRP-FOUND-IDX = 0
               ADD +1 TO NUM-NOT-IN-XREF
               GO TO 200-EXIT.
           IF PRP-CUST-ID(WS-PRP-FOUND-IDX) = SPACES
               ADD +1 TO NUM-NO-OTHER-BOOK
               GO TO 200-EXIT.
           MOVE PJR-DATE TO WS-STAMP-DATE.
           MOVE PJR-TIME TO WS-STAMP-TIME.
           IF WS-CHANGE-STAMP < PRP-P-STAMP(WS-PRP-FOUND-IDX)
               GO TO 200-EXIT.
           MOVE WS-CHANGE-STAMP TO PRP-P-STAMP(WS-PRP-FOUND-IDX).
           MOVE PJA-ADDR1 TO PRP-P-STREET(WS-PRP-FOUND-IDX).
           MOVE PJA-CITY  TO PRP-P-CITY(WS-PRP-FOUND-IDX).
           MOVE PJA-ST    TO PRP-P-STATE(WS-PRP-FOUND-IDX).
       200-EXIT.
           EXIT.

       250-SCAN-POT-NO.
           IF PRP-POT-NO(WS-PRP-SUB) = WS-LOOKUP-KEY
               MOVE WS-PRP-SUB TO WS-PRP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Settles which book, if either, is to be brought into
      *    step.  Same-day changes in both books either agree (no
      *    action) or go to review; otherwise the later one wins.
      *    ---------------------------------------------------------
       300-DECIDE-ONE-IDENTITY.
           IF PRP-C-STAMP(WS-PRP-SUB) = SPACES
              AND PRP-P-STAMP(WS-PRP-SUB) = SPACES
               GO TO 300-EXIT.
           IF PRP-C-STAMP(WS-PRP-SUB) NOT = SPACES
              AND PRP-P-STAMP(WS-PRP-SUB) NOT = SPACES
              AND PRP-C-STAMP(WS-PRP-SUB) (1:8) =
                  PRP-P-STAMP(WS-PRP-SUB) (1:8)
               IF PRP-C-STREET(WS-PRP-SUB) = PRP-P-STREET(WS-PRP-SUB)
                  AND PRP-C-CITY(WS-PRP-SUB) =
                      PRP-P-CITY(WS-PRP-SUB) (1:15)
                  AND PRP-C-STATE(WS-PRP-SUB) =
                      PRP-P-STATE(WS-PRP-SUB)
                   ADD +1 TO NUM-SAME-DAY-AGREED
                   GO TO 300-EXIT
               ELSE
                   PERFORM 320-REVIEW-CONFLICT
                   GO TO 300-EXIT.
           IF PRP-C-STAMP(WS-PRP-SUB) NOT = SPACES
              AND PRP-P-STAMP(WS-PRP-SUB) NOT = SPACES
               ADD +1 TO NUM-SUPERSEDED.
           IF PRP-C-STAMP(WS-PRP-SUB) > PRP-P-STAMP(WS-PRP-SUB)
               MOVE 'P' TO PRP-TARGET(WS-PRP-SUB)
               MOVE PRP-C-STREET(WS-PRP-SUB)
                   TO PRP-NEW-STREET(WS-PRP-SUB)
               MOVE PRP-C-CITY(WS-PRP-SUB)
                   TO PRP-NEW-CITY(WS-PRP-SUB)
               MOVE PRP-C-STATE(WS-PRP-SUB)
                   TO PRP-NEW-STATE(WS-PRP-SUB)
           ELSE
               MOVE 'C' TO PRP-TARGET(WS-PRP-SUB)
               MOVE PRP-P-STREET(WS-PRP-SUB)
                   TO PRP-NEW-STREET(WS-PRP-SUB)
               MOVE PRP-P-CITY(WS-PRP-SUB)
                   TO PRP-NEW-CITY(WS-PRP-SUB)
               MOVE PRP-P-STATE(WS-PRP-SUB)
                   TO PRP-NEW-STATE(WS-PRP-SUB).
       300-EXIT.
           EXIT.

      *    both changes, one line each, on the review report
       320-REVIEW-CONFLICT.
           ADD +1 TO NUM-CONFLICTS.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           MOVE PRP-GOLDEN-ID(WS-PRP-SUB) TO REV-GOLDEN-ID.
           MOVE PRP-SURNAME(WS-PRP-SUB)   TO REV-SURNAME.
           MOVE 'CUST2'                   TO REV-BOOK.
           MOVE PRP-CUST-ID(WS-PRP-SUB)   TO REV-KEY.
           MOVE PRP-C-STAMP(WS-PRP-SUB) (1:8)  TO REV-DATE.
           MOVE PRP-C-STAMP(WS-PRP-SUB) (9:6)  TO REV-TIME.
           MOVE PRP-C-STREET(WS-PRP-SUB)  TO REV-STREET.
           MOVE PRP-C-CITY(WS-PRP-SUB)    TO REV-CITY.
           MOVE PRP-C-STATE(WS-PRP-SUB)   TO REV-STATE.
           WRITE REVIEW-RECORD FROM REV-DETAIL.
           MOVE 'POT'                     TO REV-BOOK.
           MOVE PRP-POT-NO(WS-PRP-SUB)    TO REV-KEY.
           MOVE PRP-P-STAMP(WS-PRP-SUB) (1:8)  TO REV-DATE.
           MOVE PRP-P-STAMP(WS-PRP-SUB) (9:6)  TO REV-TIME.
           MOVE PRP-P-STREET(WS-PRP-SUB)  TO REV-STREET.
           MOVE PRP-P-CITY(WS-PRP-SUB)    TO REV-CITY.
           MOVE PRP-P-STATE(WS-PRP-SUB)   TO REV-STATE.
           WRITE REVIEW-RECORD FROM REV-DETAIL.
           WRITE REVIEW-RECORD FROM RPT-SPACES.

      *    ---------------------------------------------------------
      *    One current contact record.  If a CUST2 target is this
      *    customer, either it already holds the new address or
      *    the record is kept to build the CHANGE from.
      *    ---------------------------------------------------------
       400-MATCH-CONTACT.
           READ CONTACT-FILE
             AT END MOVE 'Y' TO WS-CUSTADDR-EOF .
           IF WS-CUSTADDR-EOF = 'Y'
               GO TO 400-EXIT.
           IF WS-CUSTADDR-STATUS NOT = '00'
              AND WS-CUSTADDR-STATUS NOT = '04'
               DISPLAY 'ERROR ON CUSTADDR READ.  CODE:'
                       WS-CUSTADDR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUSTADDR-EOF
               GO TO 400-EXIT.
           MOVE +0 TO WS-PRP-FOUND-IDX.
           PERFORM 420-SCAN-CONTACT-TARGET
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT
                  OR WS-PRP-FOUND-IDX > 0.
           IF WS-PRP-FOUND-IDX = 0
               GO TO 400-EXIT.
           MOVE WS-PRP-FOUND-IDX TO WS-PRP-SUB.
           IF ADR-STREET = PRP-NEW-STREET(WS-PRP-SUB)
              AND ADR-CITY = PRP-NEW-CITY(WS-PRP-SUB) (1:15)
              AND ADR-STATE = PRP-NEW-STATE(WS-PRP-SUB)
               MOVE 'S' TO PRP-TARGET-STATUS(WS-PRP-SUB)
               ADD +1 TO NUM-IN-STEP
               MOVE 'CUST2' TO RPT-TARGET-BOOK
               MOVE PRP-CUST-ID(WS-PRP-SUB) TO RPT-TARGET-KEY
               MOVE 'ALREADY IN STEP' TO RPT-DISPOSITION
               PERFORM 700-REPORT-DETAIL
           ELSE
               MOVE 'F' TO PRP-TARGET-STATUS(WS-PRP-SUB)
               MOVE ADR-REC TO PRP-CUR-CONTACT(WS-PRP-SUB).
       400-EXIT.
           EXIT.

       420-SCAN-CONTACT-TARGET.
           IF PRP-TARGET-CUST2(WS-PRP-SUB)
              AND PRP-CUST-ID(WS-PRP-SUB) = ADR-CUST-ID
               MOVE WS-PRP-SUB TO WS-PRP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Writes the ADRTRAN transaction for the lowest CUST-ID
      *    not yet written, so the file comes out in the order
      *    ADDRMNT1 needs.  WS-PRP-FOUND-IDX comes back zero when
      *    there is nothing left to write.
      *    ---------------------------------------------------------
       450-WRITE-NEXT-ADRTRAN.
           MOVE +0 TO WS-PRP-FOUND-IDX.
           MOVE HIGH-VALUES TO WS-LOWEST-CUST-ID.
           PERFORM 455-SCAN-LOWEST-CUST-ID
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT.
           IF WS-PRP-FOUND-IDX = 0
               GO TO 450-EXIT.
           MOVE WS-PRP-FOUND-IDX TO WS-PRP-SUB.
           MOVE SPACES TO ADDR-TRAN-RECORD.
           IF PRP-FOUND-TO-CHANGE(WS-PRP-SUB)
               MOVE PRP-CUR-CONTACT(WS-PRP-SUB) TO AFT-REC
               MOVE 'CHANGE' TO ADT-ACTION
               ADD +1 TO NUM-ADRTRAN-CHANGES
               MOVE 'ADRTRAN CHANGE' TO RPT-DISPOSITION
               IF AFT-CITY NOT = PRP-NEW-CITY(WS-PRP-SUB) (1:15)
                  OR AFT-STATE NOT = PRP-NEW-STATE(WS-PRP-SUB)
                   MOVE SPACES TO AFT-ZIP
               END-IF
           ELSE
               MOVE SPACES TO AFT-REC
               MOVE PRP-CUST-ID(WS-PRP-SUB) TO AFT-CUST-ID
               MOVE 'ADD   ' TO ADT-ACTION
               ADD +1 TO NUM-ADRTRAN-ADDS
               MOVE 'ADRTRAN ADD' TO RPT-DISPOSITION.
           MOVE PRP-NEW-STREET(WS-PRP-SUB) TO AFT-STREET.
           MOVE PRP-NEW-CITY(WS-PRP-SUB)   TO AFT-CITY.
           MOVE PRP-NEW-STATE(WS-PRP-SUB)  TO AFT-STATE.
           MOVE AFT-REC TO ADT-ADDR-IMAGE.
           WRITE ADDR-TRAN-RECORD.
           IF WS-ADRTRAN-STATUS NOT = '00'
               DISPLAY 'ADRTRAN WRITE ERROR RC=' WS-ADRTRAN-STATUS
               MOVE 16 TO RETURN-CODE.
           MOVE 'W' TO PRP-TARGET-STATUS(WS-PRP-SUB).
           MOVE 'CUST2' TO RPT-TARGET-BOOK.
           MOVE PRP-CUST-ID(WS-PRP-SUB) TO RPT-TARGET-KEY.
           PERFORM 700-REPORT-DETAIL.
       450-EXIT.
           EXIT.

       455-SCAN-LOWEST-CUST-ID.
           IF PRP-TARGET-CUST2(WS-PRP-SUB)
              AND ( PRP-NOT-YET-FOUND(WS-PRP-SUB)
                 OR PRP-FOUND-TO-CHANGE(WS-PRP-SUB) )
              AND PRP-CUST-ID(WS-PRP-SUB) < WS-LOWEST-CUST-ID
               MOVE PRP-CUST-ID(WS-PRP-SUB) TO WS-LOWEST-CUST-ID
               MOVE WS-PRP-SUB TO WS-PRP-FOUND-IDX.

      *    ---------------------------------------------------------
      *    One POT customer.  If a POT target is this customer and
      *    does not already hold the new address, write the LAB3POT
      *    update request, carrying the names and country over.
      *    ---------------------------------------------------------
       500-MATCH-POT.
           READ POT-FILE
             AT END MOVE 'Y' TO WS-POTFILE-EOF .
           IF WS-POTFILE-EOF = 'Y'
               GO TO 500-EXIT.
           IF WS-POTFILE-STATUS NOT = '00'
              AND WS-POTFILE-STATUS NOT = '04'
               DISPLAY 'ERROR ON POTFILE READ.  CODE:'
                       WS-POTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-POTFILE-EOF
               GO TO 500-EXIT.
           MOVE CUST-NO TO WS-LOOKUP-KEY.
           MOVE +0 TO WS-PRP-FOUND-IDX.
           PERFORM 520-SCAN-POT-TARGET
               VARYING WS-PRP-SUB FROM 1 BY 1
               UNTIL WS-PRP-SUB > PRP-COUNT
                  OR WS-PRP-FOUND-IDX > 0.
           IF WS-PRP-FOUND-IDX = 0
               GO TO 500-EXIT.
           MOVE WS-PRP-FOUND-IDX TO WS-PRP-SUB.
           MOVE 'POT'   TO RPT-TARGET-BOOK.
           MOVE PRP-POT-NO(WS-PRP-SUB) TO RPT-TARGET-KEY.
           IF CUST-ADDR1 = PRP-NEW-STREET(WS-PRP-SUB)
              AND CUST-CITY-POT (1:15) =
                  PRP-NEW-CITY(WS-PRP-SUB) (1:15)
              AND CUST-ST = PRP-NEW-STATE(WS-PRP-SUB)
               MOVE 'S' TO PRP-TARGET-STATUS(WS-PRP-SUB)
               ADD +1 TO NUM-IN-STEP
               MOVE 'ALREADY IN STEP' TO RPT-DISPOSITION
               PERFORM 700-REPORT-DETAIL
               GO TO 500-EXIT.
           MOVE SPACES TO POT-REQUEST-RECORD.
           MOVE CUST-NO    TO CustNo.
           MOVE CUST-LN    TO LastName.
           MOVE CUST-FN    TO FirstName.
           MOVE PRP-NEW-STREET(WS-PRP-SUB) TO Address1.
           IF CUST-CITY-POT (1:15) = PRP-NEW-CITY(WS-PRP-SUB) (1:15)
               MOVE CUST-CITY-POT              TO City
           ELSE
               MOVE PRP-NEW-CITY(WS-PRP-SUB)   TO City.
           MOVE PRP-NEW-STATE(WS-PRP-SUB)  TO State.
           MOVE CUST-CTRY  TO Country.
           MOVE ZERO       TO RetCode.
           MOVE 'U'        TO Func.
           MOVE ZERO       TO BrowseWanted.
           MOVE ZERO       TO BrowseCount.
           MOVE ZERO       TO B-CustNo (1) B-CustNo (2) B-CustNo (3)
                              B-CustNo (4) B-CustNo (5).
           MOVE 'N'        TO ConfirmDel.
           MOVE ZERO       TO SearchResume.
           WRITE POT-REQUEST-RECORD.
           IF WS-POTREQ-STATUS NOT = '00'
               DISPLAY 'POTREQ WRITE ERROR RC=' WS-POTREQ-STATUS
               MOVE 16 TO RETURN-CODE.
           MOVE 'W' TO PRP-TARGET-STATUS(WS-PRP-SUB).
           ADD +1 TO NUM-POT-REQUESTS.
           MOVE 'LAB3POT UPDATE REQUEST' TO RPT-DISPOSITION.
           PERFORM 700-REPORT-DETAIL.
       500-EXIT.
           EXIT.

       520-SCAN-POT-TARGET.
           IF PRP-TARGET-POT(WS-PRP-SUB)
              AND PRP-POT-NO(WS-PRP-SUB) = WS-LOOKUP-KEY
               MOVE WS-PRP-SUB TO WS-PRP-FOUND-IDX.

      *    a POT target the unload does not hold -- the customer was
      *    deleted since the cross-reference was built
       550-CHECK-POT-NOT-ON-FILE.
           IF PRP-TARGET-POT(WS-PRP-SUB)
              AND PRP-NOT-YET-FOUND(WS-PRP-SUB)
               ADD +1 TO NUM-POT-NOT-ON-FILE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'POT' TO RPT-TARGET-BOOK
               MOVE PRP-POT-NO(WS-PRP-SUB) TO RPT-TARGET-KEY
               MOVE 'POT CUSTOMER NOT ON FILE' TO RPT-DISPOSITION
               PERFORM 700-REPORT-DETAIL.

       600-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'CROSS-REFERENCE IDENTITIES' TO RPT-TOTALS-ITEM.
           MOVE NUM-XREF-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADRCHG ENTRIES READ:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADRCHG-READ             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POTJRNL ENTRIES READ:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POTJRNL-READ            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADDRESS CHANGES FOUND:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADDR-CHANGES            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NOT ON CROSS-REFERENCE:   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-IN-XREF             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NO OTHER BOOK TO UPDATE:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-OTHER-BOOK           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SUPERSEDED BY LATER DAY:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SUPERSEDED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SAME-DAY CHANGES AGREED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SAME-DAY-AGREED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CONFLICTS FOR REVIEW:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CONFLICTS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'TARGETS ALREADY IN STEP:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-IN-STEP                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADRTRAN ADDS WRITTEN:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADRTRAN-ADDS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ADRTRAN CHANGES WRITTEN:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ADRTRAN-CHANGES         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LAB3POT REQUESTS WRITTEN: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-POT-REQUESTS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'POT CUSTOMERS NOT ON FILE:' TO RPT-TOTALS-ITEM.
           MOVE NUM-POT-NOT-ON-FILE         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF NUM-CONFLICTS = 0
               WRITE REVIEW-RECORD FROM RPT-SPACES
               MOVE 'NO CONFLICTING CHANGES' TO REVIEW-RECORD
               WRITE REVIEW-RECORD.

      *    the caller has set the target book, key and disposition
       700-REPORT-DETAIL.
           MOVE PRP-GOLDEN-ID(WS-PRP-SUB)  TO RPT-GOLDEN-ID.
           MOVE PRP-SURNAME(WS-PRP-SUB)    TO RPT-SURNAME.
           MOVE PRP-NEW-STREET(WS-PRP-SUB) TO RPT-STREET.
           MOVE PRP-NEW-CITY(WS-PRP-SUB)   TO RPT-CITY.
           MOVE PRP-NEW-STATE(WS-PRP-SUB)  TO RPT-STATE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REVIEW-RECORD FROM REV-HEADER1 AFTER PAGE.
           WRITE REVIEW-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REVIEW-RECORD FROM REV-HEADER2.

      *    ---------------------------------------------------------
      *    Loads the identities that span both address-carrying
      *    books; one held in a single book has nowhere to send a
      *    change.
      *    ---------------------------------------------------------
       850-LOAD-XREF.
           READ XREF-FILE
             AT END MOVE 'Y' TO WS-GOLDXREF-EOF .
           IF WS-GOLDXREF-EOF = 'Y'
               GO TO 850-EXIT.
           IF WS-GOLDXREF-STATUS NOT = '00'
              AND WS-GOLDXREF-STATUS NOT = '04'
               DISPLAY 'ERROR ON GOLDXREF READ.  CODE:'
                       WS-GOLDXREF-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-GOLDXREF-EOF
               GO TO 850-EXIT.
           ADD +1 TO NUM-XREF-READ.
           IF XRF-CUST-ID = SPACES AND XRF-POT-NO = SPACES
               GO TO 850-EXIT.
           IF PRP-COUNT NOT < PRP-MAX
               DISPLAY 'ADDRPRP1 IDENTITY TABLE FULL - '
                       'IDENTITY DROPPED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 850-EXIT.
           ADD +1 TO PRP-COUNT.
           MOVE SPACES TO PRP-ENTRY(PRP-COUNT).
           MOVE XRF-GOLDEN-ID TO PRP-GOLDEN-ID(PRP-COUNT).
           MOVE XRF-SURNAME   TO PRP-SURNAME(PRP-COUNT).
           MOVE XRF-CUST-ID   TO PRP-CUST-ID(PRP-COUNT).
           MOVE XRF-POT-NO    TO PRP-POT-NO(PRP-COUNT).
       850-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    ADRCHG and POTJRNL are optional: a day with no changes in
      *    one book simply has nothing to read from it.
      *    ---------------------------------------------------------
       900-OPEN-FILES.
           OPEN INPUT    XREF-FILE
                         CHANGE-LOG-FILE
                         POTJRNL-FILE
                         CONTACT-FILE
                         POT-FILE
                OUTPUT   ADDR-TRAN-FILE
                         POT-REQUEST-FILE
                         REPORT-FILE
                         REVIEW-FILE .
           IF WS-ADRCHG-STATUS = '05'
             DISPLAY 'ADDRPRP1 ADRCHG NOT PRESENT - '
                     'NO CONTACT CHANGES'
             MOVE 'Y' TO WS-ADRCHG-EOF
           ELSE
           IF WS-ADRCHG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADRCHG. RC:' WS-ADRCHG-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-POTJRNL-STATUS = '05'
             DISPLAY 'ADDRPRP1 POTJRNL NOT PRESENT - NO POT CHANGES'
             MOVE 'Y' TO WS-POTJRNL-EOF
           ELSE
           IF WS-POTJRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POTJRNL. RC:' WS-POTJRNL-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-GOLDXREF-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GOLDXREF. RC:' WS-GOLDXREF-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-CUSTADDR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTADDR. RC:' WS-CUSTADDR-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-POTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POTFILE. RC:' WS-POTFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-ADRTRAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ADRTRAN. RC:' WS-ADRTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-POTREQ-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING POTREQ. RC:' WS-POTREQ-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PRPRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.
           IF WS-REVIEW-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PRPREV. RC:' WS-REVIEW-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             PERFORM 910-STOP-ALL-INPUT.

       905-CLOSE-FILES.
           CLOSE XREF-FILE .
           CLOSE CHANGE-LOG-FILE .
           CLOSE POTJRNL-FILE .
           CLOSE CONTACT-FILE .
           CLOSE POT-FILE .
           CLOSE ADDR-TRAN-FILE .
           CLOSE POT-REQUEST-FILE .
           CLOSE REPORT-FILE .
           CLOSE REVIEW-FILE .

       910-STOP-ALL-INPUT.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-GOLDXREF-EOF.
           MOVE 'Y' TO WS-ADRCHG-EOF.
           MOVE 'Y' TO WS-POTJRNL-EOF.
           MOVE 'Y' TO WS-CUSTADDR-EOF.
           MOVE 'Y' TO WS-POTFILE-EOF.

      * END OF PROGRAM ADDRPRP1
