      ****************************************************************
      * PROGRAM:  PBDEPT1
      *           Phonebook listing by department and by building
      *
      * The help desk is forever asked 'who else is in Payroll?'
      * and facilities 'who sits in building 4?', and the phonebook
      * root (name, extension, zip) cannot answer either.  Each
      * person's department code, building, floor and mail stop are
      * now kept in the L1111111 department/location child segment
      * (PBLOCC), maintained online by DFSIVA64's LOCSET command and
      * in bulk by PBLOAD1.  This BMP reads every root and its
      * location child with unqualified get-next calls (the way
      * PBEXTQ1 walks the database) into a working table and prints:
      *
      *   - the phonebook grouped by department code, in name order
      *     within each department, with a head count per
      *     department, and
      *   - the phonebook grouped by building, in floor and then
      *     name order within each building, with a head count per
      *     building.
      *
      * People with no location on file group under '(NONE)' at the
      * front of each listing, so the gaps are easy to chase.
      *
      * The database PCB must be sensitive to L1111111 as well as
      * A1111111.  The table holds 2000 people; beyond that the
      * listings are incomplete, the fact is reported, and the run
      * ends RC 4.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBDEPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORT-FILE   ASSIGN TO DEPTRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-DATABASE-EOF            PIC X   VALUE 'N'.
       01  WS-TABLE-FULL              PIC X   VALUE 'N'.
      *
      *        PHONEBOOK SEGMENT I/O AREA (SAME SHAPE AS THE
      *        A1111111 ROOT SEGMENT DFSIVA64 READS AND WRITES)
       01  IOAREA.
           02  IO-BLANK  PIC  X(37) VALUE SPACES.
           02  IO-DATA REDEFINES IO-BLANK.
               03  IO-LAST-NAME   PIC  X(10).
               03  IO-FIRST-NAME  PIC  X(10).
               03  IO-EXTENSION   PIC  X(10).
               03  IO-ZIP-CODE    PIC  X(7).
      *
      *        DEPARTMENT/LOCATION CHILD SEGMENT (RETURNED INTO
      *        IOAREA BY THE UNQUALIFIED GN, THEN MOVED HERE)
       COPY PBLOCC.
      *
       77  GET-NEXT          PIC  X(4)  VALUE 'GN  '.
       77  END-OF-DATABASE   PIC  X(4)  VALUE 'GB'.
      *
      *        ***********************************
      *          every person in the phonebook,
      *          with the location when one is on
      *          file, sorted once per listing
      *        ***********************************
       01  PERSON-TABLE-CONTROLS.
           05  PER-ENTRIES-USED      PIC S9(4)   COMP    VALUE +0.
           05  WS-PER-SUB            PIC S9(4)   COMP    VALUE +0.
           05  WS-PER-SUB2           PIC S9(4)   COMP    VALUE +0.
           05  WS-SWAP-FLAG          PIC X               VALUE 'N'.
           05  WS-SORT-BY            PIC X               VALUE 'D'.
               88  SORT-BY-DEPARTMENT                    VALUE 'D'.
               88  SORT-BY-BUILDING                      VALUE 'B'.
       01  PERSON-TABLE.
           05  PER-ENTRY  OCCURS 2000 TIMES.
               10  PER-DEPT-CODE         PIC X(8).
               10  PER-BUILDING          PIC X(6).
               10  PER-FLOOR             PIC X(3).
               10  PER-MAIL-STOP         PIC X(8).
               10  PER-LAST-NAME         PIC X(10).
               10  PER-FIRST-NAME        PIC X(10).
               10  PER-EXTENSION         PIC X(10).
       01  PERSON-SWAP-AREA.
           05  PER-SWAP-ENTRY        PIC X(55).
      *
      *        SORT KEYS OF THE TWO ENTRIES BEING COMPARED
       01  WS-SORT-KEY-1.
           05  WS-KEY-1-GROUP        PIC X(9).
           05  WS-KEY-1-LAST         PIC X(10).
           05  WS-KEY-1-FIRST        PIC X(10).
       01  WS-SORT-KEY-2.
           05  WS-KEY-2-GROUP        PIC X(9).
           05  WS-KEY-2-LAST         PIC X(10).
           05  WS-KEY-2-FIRST        PIC X(10).
      *
       01  WS-BREAK-VALUE             PIC X(8)  VALUE SPACES.
       01  WS-GROUP-VALUE             PIC X(8)  VALUE SPACES.
       01  WS-GROUP-STARTED           PIC X     VALUE 'N'.
      *
       01  TOTALS-VARS.
           05  NUM-ROOTS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOCATIONS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-LOCATION       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-LISTED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DEPARTMENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BUILDINGS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-IN-GROUP          PIC S9(9)   COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(50)
               VALUE 'PHONEBOOK LISTING BY DEPARTMENT AND BY BUILDING'.
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  RPT-SECTION-HDR.
           05  RPT-SECTION-TITLE   PIC X(60).
           05  FILLER              PIC X(72)    VALUE SPACES.
       01  RPT-GROUP-HDR.
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  RPT-GROUP-LABEL     PIC X(12).
           05  RPT-GROUP-VALUE     PIC X(8).
           05  FILLER              PIC X(110)   VALUE SPACES.
       01  RPT-COLUMN-HDR.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'LAST NAME  '.
           05  FILLER PIC X(11) VALUE 'FIRST NAME '.
           05  FILLER PIC X(11) VALUE 'EXTENSION  '.
           05  FILLER PIC X(9)  VALUE 'DEPT     '.
           05  FILLER PIC X(7)  VALUE 'BLDG   '.
           05  FILLER PIC X(6)  VALUE 'FLOOR '.
           05  FILLER PIC X(9)  VALUE 'MAIL STOP'.
           05  FILLER PIC X(64) VALUE SPACES.
       01  RPT-DETAIL.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-LAST-NAME          PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-FIRST-NAME         PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-EXTENSION          PIC X(10).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-DEPT-CODE          PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-BUILDING           PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-FLOOR              PIC X(3).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-MAIL-STOP          PIC X(8).
           05  FILLER                 PIC X(65) VALUE SPACES.
       01  RPT-GROUP-TOTAL.
           05  FILLER              PIC X(4)     VALUE SPACES.
           05  RPT-GROUP-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(8)     VALUE ' PEOPLE'.
           05  FILLER              PIC X(113)   VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(24).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99)    VALUE SPACES.

      *****************************************************************
       LINKAGE SECTION.
      *
       01  DBPCB.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  DBSTATUS        PIC  X(2).
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).

      *****************************************************************
       PROCEDURE DIVISION USING DBPCB.
      *****************************************************************

       000-MAIN.
           DISPLAY 'PBDEPT1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-SCAN-ONE-SEGMENT THROUGH 100-EXIT
               UNTIL WS-DATABASE-EOF = 'Y'.

           MOVE 'D' TO WS-SORT-BY.
           PERFORM 500-SORT-PERSONS THROUGH 500-EXIT.
           MOVE 'PHONEBOOK BY DEPARTMENT' TO RPT-SECTION-TITLE.
           PERFORM 400-PRINT-LISTING THROUGH 400-EXIT.

           MOVE 'B' TO WS-SORT-BY.
           PERFORM 500-SORT-PERSONS THROUGH 500-EXIT.
           MOVE 'PHONEBOOK BY BUILDING' TO RPT-SECTION-TITLE.
           PERFORM 400-PRINT-LISTING THROUGH 400-EXIT.

           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-NOT-LISTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'PBDEPT1 ENDED - PEOPLE = ' NUM-ROOTS-READ
                   ' WITH LOCATION = ' NUM-LOCATIONS-READ.
           GOBACK .

      *    ---------------------------------------------------------
      *    The unqualified GN returns each root followed by its
      *    location child, if it has one; the child fills in the
      *    table entry its root has just opened.
      *    ---------------------------------------------------------
       100-SCAN-ONE-SEGMENT.
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA.
           IF DBSTATUS = END-OF-DATABASE
               MOVE 'Y' TO WS-DATABASE-EOF
               GO TO 100-EXIT.
           IF DBSTATUS NOT = SPACES
               DISPLAY 'PBDEPT1 DL/I ERROR, STATUS=' DBSTATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DATABASE-EOF
               GO TO 100-EXIT.
           IF SEG-NAME-FB = 'L1111111'
               PERFORM 160-ADD-LOCATION
               GO TO 100-EXIT.
           ADD +1 TO NUM-ROOTS-READ.
           PERFORM 150-ADD-PERSON.
       100-EXIT.
           EXIT.

       150-ADD-PERSON.
           IF PER-ENTRIES-USED NOT < 2000
               ADD +1 TO NUM-NOT-LISTED
               IF WS-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-TABLE-FULL
                   DISPLAY 'PBDEPT1 PERSON TABLE FULL - LISTINGS ARE '
                           'INCOMPLETE BEYOND 2000 PEOPLE'
               END-IF
           ELSE
               ADD +1 TO PER-ENTRIES-USED
               MOVE SPACES        TO PER-ENTRY(PER-ENTRIES-USED)
               MOVE IO-LAST-NAME  TO PER-LAST-NAME(PER-ENTRIES-USED)
               MOVE IO-FIRST-NAME TO PER-FIRST-NAME(PER-ENTRIES-USED)
               MOVE IO-EXTENSION  TO PER-EXTENSION(PER-ENTRIES-USED).

       160-ADD-LOCATION.
           ADD +1 TO NUM-LOCATIONS-READ.
           MOVE IO-BLANK(1:25) TO LOC-BLANK.
           IF WS-TABLE-FULL = 'N' AND PER-ENTRIES-USED > 0
               MOVE LOC-DEPT-CODE TO PER-DEPT-CODE(PER-ENTRIES-USED)
               MOVE LOC-BUILDING  TO PER-BUILDING(PER-ENTRIES-USED)
               MOVE LOC-FLOOR     TO PER-FLOOR(PER-ENTRIES-USED)
               MOVE LOC-MAIL-STOP TO PER-MAIL-STOP(PER-ENTRIES-USED).

      *    ---------------------------------------------------------
      *    One listing: a group heading at every change of
      *    department (or building), the people in it, and a head
      *    count when the group closes.
      *    ---------------------------------------------------------
       400-PRINT-LISTING.
           WRITE REPORT-RECORD FROM RPT-SECTION-HDR AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-COLUMN-HDR AFTER 2.
           MOVE 'N' TO WS-GROUP-STARTED.
           MOVE +0  TO NUM-IN-GROUP.
           PERFORM 410-PRINT-ONE-PERSON THROUGH 410-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > PER-ENTRIES-USED.
           IF WS-GROUP-STARTED = 'Y'
               PERFORM 430-CLOSE-GROUP.
       400-EXIT.
           EXIT.

       410-PRINT-ONE-PERSON.
           IF SORT-BY-DEPARTMENT
               MOVE PER-DEPT-CODE(WS-PER-SUB) TO WS-GROUP-VALUE
           ELSE
               MOVE PER-BUILDING(WS-PER-SUB)  TO WS-GROUP-VALUE.
           IF WS-GROUP-STARTED = 'N'
              OR WS-GROUP-VALUE NOT = WS-BREAK-VALUE
               IF WS-GROUP-STARTED = 'Y'
                   PERFORM 430-CLOSE-GROUP
               END-IF
               PERFORM 420-OPEN-GROUP.
           ADD +1 TO NUM-IN-GROUP.
           MOVE PER-LAST-NAME(WS-PER-SUB)  TO RPT-LAST-NAME.
           MOVE PER-FIRST-NAME(WS-PER-SUB) TO RPT-FIRST-NAME.
           MOVE PER-EXTENSION(WS-PER-SUB)  TO RPT-EXTENSION.
           MOVE PER-DEPT-CODE(WS-PER-SUB)  TO RPT-DEPT-CODE.
           MOVE PER-BUILDING(WS-PER-SUB)   TO RPT-BUILDING.
           MOVE PER-FLOOR(WS-PER-SUB)      TO RPT-FLOOR.
           MOVE PER-MAIL-STOP(WS-PER-SUB)  TO RPT-MAIL-STOP.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       410-EXIT.
           EXIT.

       420-OPEN-GROUP.
           MOVE 'Y'            TO WS-GROUP-STARTED.
           MOVE WS-GROUP-VALUE TO WS-BREAK-VALUE.
           MOVE +0             TO NUM-IN-GROUP.
           IF SORT-BY-DEPARTMENT
               MOVE 'DEPARTMENT: ' TO RPT-GROUP-LABEL
               ADD +1 TO NUM-DEPARTMENTS
           ELSE
               MOVE 'BUILDING:   ' TO RPT-GROUP-LABEL
               ADD +1 TO NUM-BUILDINGS.
           IF WS-GROUP-VALUE = SPACES
               MOVE '(NONE)'       TO RPT-GROUP-VALUE
           ELSE
               MOVE WS-GROUP-VALUE TO RPT-GROUP-VALUE.
           WRITE REPORT-RECORD FROM RPT-GROUP-HDR AFTER 2.

       430-CLOSE-GROUP.
           MOVE NUM-IN-GROUP TO RPT-GROUP-COUNT.
           WRITE REPORT-RECORD FROM RPT-GROUP-TOTAL.

      *    ---------------------------------------------------------
      *    Exchange sort of the person table: by department then
      *    name, or by building, floor, then name.
      *    ---------------------------------------------------------
       500-SORT-PERSONS.
           IF PER-ENTRIES-USED < 2
               GO TO 500-EXIT.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 510-ONE-SORT-PASS THROUGH 510-EXIT
               UNTIL WS-SWAP-FLAG = 'N'.
       500-EXIT.
           EXIT.

       510-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 520-COMPARE-ADJACENT THROUGH 520-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB NOT < PER-ENTRIES-USED.
       510-EXIT.
           EXIT.

       520-COMPARE-ADJACENT.
           COMPUTE WS-PER-SUB2 = WS-PER-SUB + 1.
           MOVE SPACES TO WS-SORT-KEY-1.
           MOVE SPACES TO WS-SORT-KEY-2.
           IF SORT-BY-DEPARTMENT
               MOVE PER-DEPT-CODE(WS-PER-SUB)  TO WS-KEY-1-GROUP
               MOVE PER-DEPT-CODE(WS-PER-SUB2) TO WS-KEY-2-GROUP
           ELSE
               MOVE PER-BUILDING(WS-PER-SUB)  TO WS-KEY-1-GROUP(1:6)
               MOVE PER-FLOOR(WS-PER-SUB)     TO WS-KEY-1-GROUP(7:3)
               MOVE PER-BUILDING(WS-PER-SUB2) TO WS-KEY-2-GROUP(1:6)
               MOVE PER-FLOOR(WS-PER-SUB2)    TO WS-KEY-2-GROUP(7:3).
           MOVE PER-LAST-NAME(WS-PER-SUB)   TO WS-KEY-1-LAST.
           MOVE PER-FIRST-NAME(WS-PER-SUB)  TO WS-KEY-1-FIRST.
           MOVE PER-LAST-NAME(WS-PER-SUB2)  TO WS-KEY-2-LAST.
           MOVE PER-FIRST-NAME(WS-PER-SUB2) TO WS-KEY-2-FIRST.
           IF WS-SORT-KEY-1 > WS-SORT-KEY-2
               MOVE PER-ENTRY(WS-PER-SUB)  TO PER-SWAP-ENTRY
               MOVE PER-ENTRY(WS-PER-SUB2) TO PER-ENTRY(WS-PER-SUB)
               MOVE PER-SWAP-ENTRY TO PER-ENTRY(WS-PER-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.
       520-EXIT.
           EXIT.

       300-PRINT-TOTALS.
           COMPUTE NUM-NO-LOCATION = NUM-ROOTS-READ
                                   - NUM-LOCATIONS-READ.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 2.
           MOVE 'PEOPLE READ:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ROOTS-READ             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WITH LOCATION ON FILE:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOCATIONS-READ         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NO LOCATION ON FILE:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-LOCATION            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'DEPARTMENTS:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DEPARTMENTS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'BUILDINGS:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BUILDINGS              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'NOT LISTED (TABLE FULL):' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-LISTED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.

       900-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DEPTRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-DATABASE-EOF.

       905-CLOSE-FILES.
           CLOSE REPORT-FILE .

      * END OF PROGRAM PBDEPT1
