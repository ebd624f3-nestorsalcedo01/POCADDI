      ****************************************************************
      * PROGRAM:  CLNREC1
      *           Clinic schedule reconciliation and no-show tracking
      *
      * Matches the clinic schedule CLNBKG1 keeps (CLNSCHED, CLNSCHC
      * layout) to the visits that actually happened on OUTPDATA,
      * for the days the OUTPDATA file covers (or the CLNCTL FROM=
      * and TO= dates), never past today:
      *
      *   - a booking whose patient has a visit at the same clinic
      *     on the slot's date is KEPT; the visit is used up, so a
      *     patient booked twice that day needs two visits,
      *   - a booking with no such visit is a NO-SHOW,
      *   - a visit no booking used is a WALK-IN.
      *
      * Each booking is marked K or N on the schedule, so a second
      * run over the same days finds them already decided and
      * counts nothing twice.  A newly decided booking is added to
      * the patient's attendance record on NOSHOWS (CLNNSHC layout),
      * which keeps the five latest no-show dates.  A patient with
      * at least NOSHOWS= of them in the WINDOW= days before the end
      * of the reconciled days is flagged as a repeat no-show, and
      * CLNBKG1 will then double-book the patient into a full slot;
      * the flag comes off again once the no-shows age out of the
      * window.
      *
      * CLNRRPT lists each no-show (with the patient's no-shows in
      * the window and any change to the flag), each flag taken off,
      * each walk-in, then per clinic the slots, capacity, bookings,
      * kept, no-shows and walk-ins with the utilization (patients
      * seen, kept plus walk-ins, as a percentage of capacity) and
      * the no-show rate, then the run totals.
      *
      * CLNCTL control cards (optional DD):
      *   FROM=yyyymmdd    first day reconciled; default the first
      *                    visit date on OUTPDATA
      *   TO=yyyymmdd      last day reconciled; default the last
      *                    visit date, and never later than today
      *   NOSHOWS=n        no-shows that flag a patient, 1-5;
      *                    default 3
      *   WINDOW=nnn       days the no-shows are counted over;
      *                    default 180
      *
      * FILES:
      *   OUTPDATA  - outpatient visits, OUTPVST layout
      *   CLNSCHED  - clinic schedule, bookings marked K / N
      *   NOSHOWS   - patient attendance records, updated (created
      *               on the first run)
      *   CLNCTL    - control cards (optional)
      *   CLNRRPT   - exceptions, clinic utilization and totals
      *
      * RC 4 - a visit was unusable or a table filled
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNREC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OUTPDATA-FILE ASSIGN TO UT-S-OUTPDATA
               FILE STATUS  IS  WS-OUTPDATA-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO CLNSCHED
                  ORGANIZATION IS INDEXED
                  ACCESS       IS SEQUENTIAL
                  RECORD KEY   IS SCH-KEY
                  FILE STATUS  IS WS-CLNSCHED-STATUS.

           SELECT OPTIONAL NOSHOW-FILE ASSIGN TO NOSHOWS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS NSH-PATIENT-ID
                  FILE STATUS  IS WS-NOSHOWS-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO CLNCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO CLNRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OUTPDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  OUTPDATA-REC-DATA          PIC X(150).

       FD  SCHEDULE-FILE
           DATA RECORD IS SCH-REC.
       COPY CLNSCHC REPLACING ==:TAG:== BY ==SCH==.

       FD  NOSHOW-FILE
           DATA RECORD IS NSH-REC.
       COPY CLNNSHC REPLACING ==:TAG:== BY ==NSH==.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

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
           05  WS-OUTPDATA-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CLNSCHED-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-NOSHOWS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OUTPDATA-EOF         PIC X     VALUE 'N'.
           05  WS-CLNSCHED-EOF         PIC X     VALUE 'N'.
           05  WS-SLOT-CHANGED         PIC X     VALUE 'N'.
           05  WS-OLD-FLAG             PIC X     VALUE SPACE.
           05  WS-NSH-NEW              PIC X     VALUE 'N'.
           05  WS-VISIT-DATE-YMD       PIC X(8)  VALUE SPACES.
           05  WS-VISIT-DATE-N  REDEFINES WS-VISIT-DATE-YMD
                                       PIC 9(8).
           05  WS-CARD-DATE            PIC X(8)  VALUE SPACES.
           05  WS-CARD-DATE-N  REDEFINES WS-CARD-DATE
                                       PIC 9(8).
           05  WS-DAY-INT              PIC S9(9) COMP   VALUE +0.
           05  WS-WINDOW-START-INT     PIC S9(9) COMP   VALUE +0.
           05  WS-IN-WINDOW            PIC S9(4) COMP   VALUE +0.
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
      *
      *        ***********************************
      *          the days reconciled and the
      *          repeat no-show rule, from CLNCTL
      *        ***********************************
       01  RECONCILE-CONTROLS.
           05  WS-FROM-DATE          PIC 9(8)     VALUE ZERO.
           05  WS-TO-DATE            PIC 9(8)     VALUE ZERO.
           05  WS-FIRST-VISIT-DATE   PIC 9(8)     VALUE ZERO.
           05  WS-LAST-VISIT-DATE    PIC 9(8)     VALUE ZERO.
           05  WS-NOSHOW-LIMIT       PIC 9        VALUE 3.
           05  WS-WINDOW-DAYS        PIC 9(3)     VALUE 180.
           05  WS-NUM-CARD           PIC X(3)     VALUE SPACES.
           05  WS-NUM-CARD-NUM  REDEFINES WS-NUM-CARD
                                     PIC 9(3).
      *
       COPY OUTPVST.
      *
      *        ***********************************
      *          the visits on OUTPDATA
      *        ***********************************
       01  VISIT-CONTROLS.
           05  VIS-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-VIS-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-VIS-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  VISIT-TABLE.
           05  VIS-ENTRY  OCCURS 5000 TIMES.
               10  VIS-PATIENT-ID        PIC 9(6).
               10  VIS-DATE              PIC 9(8).
               10  VIS-TIME              PIC X(5).
               10  VIS-CLINIC            PIC X(4).
               10  VIS-PHYS-ID           PIC X(8).
               10  VIS-MATCHED           PIC X.
      *
      *        ***********************************
      *          per-clinic utilization
      *        ***********************************
       01  CLINIC-CONTROLS.
           05  CLN-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-CLN-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-CLN-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
           05  WS-CLN-LOOKUP         PIC X(4)     VALUE SPACES.
       01  CLINIC-TABLE.
           05  CLN-ENTRY  OCCURS 20 TIMES.
               10  CLN-CODE              PIC X(4).
               10  CLN-SLOTS             PIC S9(7)     COMP-3.
               10  CLN-CAPACITY          PIC S9(7)     COMP-3.
               10  CLN-BOOKED            PIC S9(7)     COMP-3.
               10  CLN-DOUBLE-BOOKED     PIC S9(7)     COMP-3.
               10  CLN-KEPT              PIC S9(7)     COMP-3.
               10  CLN-NO-SHOWS          PIC S9(7)     COMP-3.
               10  CLN-WALK-INS          PIC S9(7)     COMP-3.
      *
       01  BOOKING-CONTROLS.
           05  WS-BKG-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-NSD-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-NSD-POS            PIC S9(4)    COMP    VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-VISITS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-VISITS-UNUSABLE   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-VISITS-OUTSIDE    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SLOTS             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BOOKINGS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-KEPT              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-SHOWS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEW-NO-SHOWS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WALK-INS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FLAGGED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNFLAGGED         PIC S9(9)   COMP-3  VALUE +0.
           05  WS-SEEN               PIC S9(9)   COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CLINIC SCHEDULE RECONCILIATION'.
           05  FILLER                 PIC X(6)  VALUE 'FROM: '.
           05  RPT-FROM-DATE          PIC 9(8).
           05  FILLER                 PIC X(6)  VALUE '  TO: '.
           05  RPT-TO-DATE            PIC 9(8).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(44) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(5)  VALUE 'CLIN '.
           05  FILLER  PIC X(9)  VALUE 'DATE     '.
           05  FILLER  PIC X(6)  VALUE 'TIME  '.
           05  FILLER  PIC X(9)  VALUE 'PHYSICN  '.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(4)  VALUE 'NS  '.
           05  FILLER  PIC X(91) VALUE 'FINDING'.
       01  RPT-DETAIL.
           05  RPT-CLINIC            PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DATE              PIC 9(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-TIME              PIC X(5).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PHYS-ID           PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PATIENT-ID        PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-NO-SHOWS          PIC Z9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FINDING           PIC X(50).
           05  FILLER                PIC X(41) VALUE SPACES.
       01  RPT-UTIL-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CLINIC UTILIZATION'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-UTIL-HEADER2.
           05  FILLER  PIC X(6)  VALUE 'CLIN  '.
           05  FILLER  PIC X(8)  VALUE '   SLOTS'.
           05  FILLER  PIC X(9)  VALUE ' CAPACITY'.
           05  FILLER  PIC X(8)  VALUE '  BOOKED'.
           05  FILLER  PIC X(8)  VALUE '  DOUBLE'.
           05  FILLER  PIC X(8)  VALUE '    KEPT'.
           05  FILLER  PIC X(8)  VALUE ' NO-SHOW'.
           05  FILLER  PIC X(8)  VALUE ' WALK-IN'.
           05  FILLER  PIC X(8)  VALUE '    SEEN'.
           05  FILLER  PIC X(8)  VALUE '  UTIL %'.
           05  FILLER  PIC X(9)  VALUE ' NO-SHW %'.
           05  FILLER  PIC X(44) VALUE SPACES.
       01  RPT-UTIL-DETAIL.
           05  RPT-UTL-CLINIC        PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-UTL-SLOTS         PIC ZZZZZZZ9.
           05  RPT-UTL-CAPACITY      PIC ZZZZZZZZ9.
           05  RPT-UTL-BOOKED        PIC ZZZZZZZ9.
           05  RPT-UTL-DOUBLE        PIC ZZZZZZZ9.
           05  RPT-UTL-KEPT          PIC ZZZZZZZ9.
           05  RPT-UTL-NO-SHOWS      PIC ZZZZZZZ9.
           05  RPT-UTL-WALK-INS      PIC ZZZZZZZ9.
           05  RPT-UTL-SEEN          PIC ZZZZZZZ9.
           05  RPT-UTL-PCT           PIC ZZZZ9.99.
           05  RPT-UTL-NS-PCT        PIC ZZZZZ9.99.
           05  FILLER                PIC X(44) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'CLNREC1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 850-READ-CONTROL-CARD.
           PERFORM 900-OPEN-FILES.
           PERFORM 100-LOAD-VISIT THROUGH 100-EXIT
               UNTIL WS-OUTPDATA-EOF = 'Y'.
           PERFORM 150-SET-RECONCILE-DAYS.
           PERFORM 800-INIT-REPORT.
           PERFORM 200-RECONCILE-SLOT THROUGH 200-EXIT
               UNTIL WS-CLNSCHED-EOF = 'Y'.
           PERFORM 300-REPORT-WALK-IN
               VARYING WS-VIS-SUB FROM 1 BY 1
               UNTIL WS-VIS-SUB > VIS-ENTRIES-USED.
           PERFORM 400-PRINT-UTILIZATION.
           PERFORM 450-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'CLNREC1 ENDED - NO-SHOWS = ' NUM-NO-SHOWS
                   ' WALK-INS = ' NUM-WALK-INS.
           GOBACK .

      *    ---------------------------------------------------------
      *    Every visit is tabled with its date as YYYYMMDD.
      *    ---------------------------------------------------------
       100-LOAD-VISIT.
           READ OUTPDATA-FILE
             AT END MOVE 'Y' TO WS-OUTPDATA-EOF .
           IF WS-OUTPDATA-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-OUTPDATA-STATUS NOT = '00'
               DISPLAY 'OUTPDATA READ ERROR RC=' WS-OUTPDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OUTPDATA-EOF
               GO TO 100-EXIT.
           MOVE OUTPDATA-REC-DATA TO OUTPATIENT-VISIT-REC.
           IF VISIT-TRAILER-REC
               GO TO 100-EXIT.
           ADD +1 TO NUM-VISITS-READ.
           MOVE VISIT-DATE(5:4) TO WS-VISIT-DATE-YMD(1:4).
           MOVE VISIT-DATE(1:4) TO WS-VISIT-DATE-YMD(5:4).
           IF WS-VISIT-DATE-YMD NOT NUMERIC
              OR VISIT-DATE(1:2) < '01' OR VISIT-DATE(1:2) > '12'
              OR VISIT-DATE(3:2) < '01' OR VISIT-DATE(3:2) > '31'
              OR PATIENT-ID-V NOT NUMERIC
               DISPLAY 'CLNREC1 VISIT UNUSABLE - PATIENT '
                       PATIENT-ID-V ' DATE ' VISIT-DATE
               ADD +1 TO NUM-VISITS-UNUSABLE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 100-EXIT.
           IF VIS-ENTRIES-USED NOT < 5000
               DISPLAY 'CLNREC1 VISIT TABLE FULL - PATIENT '
                       PATIENT-ID-V ' DATE ' VISIT-DATE
               ADD +1 TO NUM-VISITS-UNUSABLE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 100-EXIT.
           ADD +1 TO VIS-ENTRIES-USED.
           MOVE PATIENT-ID-V    TO VIS-PATIENT-ID(VIS-ENTRIES-USED).
           MOVE WS-VISIT-DATE-N TO VIS-DATE(VIS-ENTRIES-USED).
           MOVE VISIT-TIME(1:5) TO VIS-TIME(VIS-ENTRIES-USED).
           MOVE CLINIC-CODE     TO VIS-CLINIC(VIS-ENTRIES-USED).
           MOVE ATTENDING-PHYS-ID-V
               TO VIS-PHYS-ID(VIS-ENTRIES-USED)(1:7).
           MOVE ATTENDING-PHYS-ID-V-N
               TO VIS-PHYS-ID(VIS-ENTRIES-USED)(8:1).
           MOVE 'N'             TO VIS-MATCHED(VIS-ENTRIES-USED).
           IF WS-FIRST-VISIT-DATE = 0
              OR WS-VISIT-DATE-N < WS-FIRST-VISIT-DATE
               MOVE WS-VISIT-DATE-N TO WS-FIRST-VISIT-DATE.
           IF WS-VISIT-DATE-N > WS-LAST-VISIT-DATE
               MOVE WS-VISIT-DATE-N TO WS-LAST-VISIT-DATE.
       100-EXIT.
           EXIT.

      *    the cards' days, else the visits' days, never past today
       150-SET-RECONCILE-DAYS.
           IF WS-FROM-DATE = 0
               MOVE WS-FIRST-VISIT-DATE TO WS-FROM-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-LAST-VISIT-DATE TO WS-TO-DATE.
           IF WS-TO-DATE > WS-RUN-DATE-NUM
               MOVE WS-RUN-DATE-NUM TO WS-TO-DATE.
           IF WS-FROM-DATE = 0 OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'CLNREC1 NO DAYS TO RECONCILE - FROM '
                       WS-FROM-DATE ' TO ' WS-TO-DATE
               MOVE 'Y' TO WS-CLNSCHED-EOF
           ELSE
               COMPUTE WS-WINDOW-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
                   - WS-WINDOW-DAYS.

      *    ---------------------------------------------------------
      *    One slot: each booking is matched to a visit and, when
      *    newly decided, marked on the slot and on the patient's
      *    attendance record.
      *    ---------------------------------------------------------
       200-RECONCILE-SLOT.
           READ SCHEDULE-FILE
             AT END MOVE 'Y' TO WS-CLNSCHED-EOF .
           IF WS-CLNSCHED-EOF = 'Y'
               GO TO 200-EXIT.
           IF WS-CLNSCHED-STATUS NOT = '00'
               DISPLAY 'CLNSCHED READ ERROR RC=' WS-CLNSCHED-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CLNSCHED-EOF
               GO TO 200-EXIT.
           IF SCH-SLOT-DATE < WS-FROM-DATE
              OR SCH-SLOT-DATE > WS-TO-DATE
               GO TO 200-EXIT.
           MOVE SCH-CLINIC TO WS-CLN-LOOKUP.
           PERFORM 250-FIND-CLINIC.
           IF WS-CLN-FOUND-IDX = 0
               DISPLAY 'CLNREC1 CLINIC TABLE FULL - SLOT ' SCH-KEY
                       ' NOT RECONCILED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 200-EXIT.
           ADD +1 TO NUM-SLOTS.
           ADD +1 TO CLN-SLOTS(WS-CLN-FOUND-IDX).
           ADD SCH-CAPACITY TO CLN-CAPACITY(WS-CLN-FOUND-IDX).
           MOVE 'N' TO WS-SLOT-CHANGED.
           PERFORM 210-RECONCILE-BOOKING
               VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > 8.
           IF WS-SLOT-CHANGED = 'Y'
               REWRITE SCH-REC
               IF WS-CLNSCHED-STATUS NOT = '00'
                   DISPLAY 'CLNSCHED REWRITE ERROR RC='
                           WS-CLNSCHED-STATUS
                   MOVE 16 TO RETURN-CODE.
       200-EXIT.
           EXIT.

       210-RECONCILE-BOOKING.
           IF NOT SCH-BKG-EMPTY(WS-BKG-SUB)
               ADD +1 TO NUM-BOOKINGS
               ADD +1 TO CLN-BOOKED(WS-CLN-FOUND-IDX)
               IF SCH-BKG-DOUBLE-BOOKED(WS-BKG-SUB)
                   ADD +1 TO CLN-DOUBLE-BOOKED(WS-CLN-FOUND-IDX)
               END-IF
               MOVE +0 TO WS-VIS-FOUND-IDX
               PERFORM 215-FIND-VISIT
                   VARYING WS-VIS-SUB FROM 1 BY 1
                   UNTIL WS-VIS-SUB > VIS-ENTRIES-USED
                      OR WS-VIS-FOUND-IDX > 0
               IF WS-VIS-FOUND-IDX > 0
                   MOVE 'Y' TO VIS-MATCHED(WS-VIS-FOUND-IDX)
                   PERFORM 220-BOOKING-KEPT
               ELSE
                   PERFORM 230-BOOKING-NO-SHOW.

       215-FIND-VISIT.
           IF VIS-PATIENT-ID(WS-VIS-SUB) =
                  SCH-BKG-PATIENT-ID(WS-BKG-SUB)
              AND VIS-DATE(WS-VIS-SUB) = SCH-SLOT-DATE
              AND VIS-CLINIC(WS-VIS-SUB) = SCH-CLINIC
              AND VIS-MATCHED(WS-VIS-SUB) = 'N'
               MOVE WS-VIS-SUB TO WS-VIS-FOUND-IDX.

      *    a booking decided kept on an earlier run stays kept
       220-BOOKING-KEPT.
           ADD +1 TO NUM-KEPT.
           ADD +1 TO CLN-KEPT(WS-CLN-FOUND-IDX).
           IF SCH-BKG-BOOKED(WS-BKG-SUB)
               MOVE 'K' TO SCH-BKG-STATUS(WS-BKG-SUB)
               MOVE 'Y' TO WS-SLOT-CHANGED
               PERFORM 260-READ-ATTENDANCE
               ADD 1 TO NSH-KEPT-COUNT
               IF SCH-SLOT-DATE > NSH-LAST-KEPT-DATE
                   MOVE SCH-SLOT-DATE TO NSH-LAST-KEPT-DATE
               END-IF
               PERFORM 270-SET-FLAG
               PERFORM 280-WRITE-ATTENDANCE
               IF WS-OLD-FLAG = 'Y' AND NOT NSH-REPEAT-NO-SHOW
                   ADD +1 TO NUM-UNFLAGGED
                   MOVE 'KEPT - REPEAT NO-SHOW FLAG TAKEN OFF'
                       TO RPT-FINDING
                   PERFORM 240-WRITE-BOOKING-LINE.

       230-BOOKING-NO-SHOW.
           ADD +1 TO NUM-NO-SHOWS.
           ADD +1 TO CLN-NO-SHOWS(WS-CLN-FOUND-IDX).
           IF SCH-BKG-BOOKED(WS-BKG-SUB)
               ADD +1 TO NUM-NEW-NO-SHOWS
               MOVE 'N' TO SCH-BKG-STATUS(WS-BKG-SUB)
               MOVE 'Y' TO WS-SLOT-CHANGED
               PERFORM 260-READ-ATTENDANCE
               ADD 1 TO NSH-NO-SHOW-COUNT
               PERFORM 265-ADD-NO-SHOW-DATE
               PERFORM 270-SET-FLAG
               PERFORM 280-WRITE-ATTENDANCE
               IF NSH-REPEAT-NO-SHOW AND WS-OLD-FLAG NOT = 'Y'
                   ADD +1 TO NUM-FLAGGED
                   MOVE 'NO-SHOW - NOW FLAGGED, MAY BE DOUBLE-BOOKED'
                       TO RPT-FINDING
               ELSE
               IF NSH-REPEAT-NO-SHOW
                   MOVE 'NO-SHOW - REPEAT NO-SHOW PATIENT'
                       TO RPT-FINDING
               ELSE
                   MOVE 'NO-SHOW' TO RPT-FINDING
           ELSE
               PERFORM 260-READ-ATTENDANCE
               PERFORM 272-COUNT-WINDOW
               MOVE 'NO-SHOW - RECORDED ON AN EARLIER RUN'
                   TO RPT-FINDING.
           PERFORM 240-WRITE-BOOKING-LINE.

       240-WRITE-BOOKING-LINE.
           MOVE SCH-CLINIC                     TO RPT-CLINIC.
           MOVE SCH-SLOT-DATE                  TO RPT-DATE.
           MOVE SPACES                         TO RPT-TIME.
           MOVE SCH-SLOT-TIME                  TO RPT-TIME(1:4).
           MOVE SCH-PHYS-ID                    TO RPT-PHYS-ID.
           MOVE SCH-BKG-PATIENT-ID(WS-BKG-SUB) TO RPT-PATIENT-ID.
           MOVE WS-IN-WINDOW                   TO RPT-NO-SHOWS.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       250-FIND-CLINIC.
           MOVE +0 TO WS-CLN-FOUND-IDX.
           PERFORM 255-FIND-CLINIC-ENTRY
               VARYING WS-CLN-SUB FROM 1 BY 1
               UNTIL WS-CLN-SUB > CLN-ENTRIES-USED
                  OR WS-CLN-FOUND-IDX > 0.
           IF WS-CLN-FOUND-IDX = 0 AND CLN-ENTRIES-USED < 20
               ADD +1 TO CLN-ENTRIES-USED
               MOVE CLN-ENTRIES-USED TO WS-CLN-FOUND-IDX
               MOVE WS-CLN-LOOKUP TO CLN-CODE(WS-CLN-FOUND-IDX)
               MOVE +0 TO CLN-SLOTS(WS-CLN-FOUND-IDX)
                          CLN-CAPACITY(WS-CLN-FOUND-IDX)
                          CLN-BOOKED(WS-CLN-FOUND-IDX)
                          CLN-DOUBLE-BOOKED(WS-CLN-FOUND-IDX)
                          CLN-KEPT(WS-CLN-FOUND-IDX)
                          CLN-NO-SHOWS(WS-CLN-FOUND-IDX)
                          CLN-WALK-INS(WS-CLN-FOUND-IDX).

       255-FIND-CLINIC-ENTRY.
           IF CLN-CODE(WS-CLN-SUB) = WS-CLN-LOOKUP
               MOVE WS-CLN-SUB TO WS-CLN-FOUND-IDX.

      *    the patient's attendance record, or a new one
       260-READ-ATTENDANCE.
           MOVE 'N' TO WS-NSH-NEW.
           MOVE SCH-BKG-PATIENT-ID(WS-BKG-SUB) TO NSH-PATIENT-ID.
           READ NOSHOW-FILE.
           IF WS-NOSHOWS-STATUS = '23'
               MOVE 'Y' TO WS-NSH-NEW
               MOVE SPACES TO NSH-REC
               MOVE SCH-BKG-PATIENT-ID(WS-BKG-SUB) TO NSH-PATIENT-ID
               MOVE ZERO TO NSH-KEPT-COUNT NSH-NO-SHOW-COUNT
                            NSH-LAST-KEPT-DATE NSH-FLAGGED-DATE
               MOVE 'N'  TO NSH-FLAG
               PERFORM 262-CLEAR-NO-SHOW-DATE
                   VARYING WS-NSD-SUB FROM 1 BY 1
                   UNTIL WS-NSD-SUB > 5
           ELSE
           IF WS-NOSHOWS-STATUS NOT = '00'
               DISPLAY 'NOSHOWS READ ERROR RC=' WS-NOSHOWS-STATUS
               MOVE 16 TO RETURN-CODE.
           MOVE NSH-FLAG TO WS-OLD-FLAG.

       262-CLEAR-NO-SHOW-DATE.
           MOVE ZERO TO NSH-NO-SHOW-DATE(WS-NSD-SUB).

      *    the dates stay latest first; one older than all five
      *    kept is only counted
       265-ADD-NO-SHOW-DATE.
           MOVE +0 TO WS-NSD-POS.
           PERFORM 266-FIND-DATE-POSITION
               VARYING WS-NSD-SUB FROM 1 BY 1
               UNTIL WS-NSD-SUB > 5 OR WS-NSD-POS > 0.
           IF WS-NSD-POS > 0
               PERFORM 267-SHIFT-DATE-DOWN
                   VARYING WS-NSD-SUB FROM 5 BY -1
                   UNTIL WS-NSD-SUB NOT > WS-NSD-POS
               MOVE SCH-SLOT-DATE TO NSH-NO-SHOW-DATE(WS-NSD-POS).

       266-FIND-DATE-POSITION.
           IF NSH-NO-SHOW-DATE(WS-NSD-SUB) < SCH-SLOT-DATE
               MOVE WS-NSD-SUB TO WS-NSD-POS.

       267-SHIFT-DATE-DOWN.
           MOVE NSH-NO-SHOW-DATE(WS-NSD-SUB - 1)
               TO NSH-NO-SHOW-DATE(WS-NSD-SUB).

      *    ---------------------------------------------------------
      *    Flagged while the no-shows inside the window reach the
      *    NOSHOWS= count.
      *    ---------------------------------------------------------
       270-SET-FLAG.
           PERFORM 272-COUNT-WINDOW.
           IF WS-IN-WINDOW NOT < WS-NOSHOW-LIMIT
               IF NOT NSH-REPEAT-NO-SHOW
                   MOVE 'Y' TO NSH-FLAG
                   MOVE WS-RUN-DATE-NUM TO NSH-FLAGGED-DATE
               END-IF
           ELSE
               MOVE 'N' TO NSH-FLAG.

       272-COUNT-WINDOW.
           MOVE +0 TO WS-IN-WINDOW.
           PERFORM 275-COUNT-IN-WINDOW
               VARYING WS-NSD-SUB FROM 1 BY 1
               UNTIL WS-NSD-SUB > 5.

       275-COUNT-IN-WINDOW.
           IF NSH-NO-SHOW-DATE(WS-NSD-SUB) > 0
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                   (NSH-NO-SHOW-DATE(WS-NSD-SUB))
               IF WS-DAY-INT > WS-WINDOW-START-INT
                   ADD +1 TO WS-IN-WINDOW.

       280-WRITE-ATTENDANCE.
           IF WS-NSH-NEW = 'Y'
               WRITE NSH-REC
           ELSE
               REWRITE NSH-REC.
           IF WS-NOSHOWS-STATUS NOT = '00'
               DISPLAY 'NOSHOWS WRITE ERROR RC=' WS-NOSHOWS-STATUS
                       ' PATIENT ' NSH-PATIENT-ID
               MOVE 16 TO RETURN-CODE.

      *    a visit in the reconciled days no booking used
       300-REPORT-WALK-IN.
           IF VIS-DATE(WS-VIS-SUB) < WS-FROM-DATE
              OR VIS-DATE(WS-VIS-SUB) > WS-TO-DATE
               ADD +1 TO NUM-VISITS-OUTSIDE
           ELSE
           IF VIS-MATCHED(WS-VIS-SUB) = 'N'
               MOVE VIS-CLINIC(WS-VIS-SUB) TO WS-CLN-LOOKUP
               PERFORM 250-FIND-CLINIC
               IF WS-CLN-FOUND-IDX > 0
                   ADD +1 TO CLN-WALK-INS(WS-CLN-FOUND-IDX)
               END-IF
               ADD +1 TO NUM-WALK-INS
               MOVE VIS-CLINIC(WS-VIS-SUB)     TO RPT-CLINIC
               MOVE VIS-DATE(WS-VIS-SUB)       TO RPT-DATE
               MOVE VIS-TIME(WS-VIS-SUB)       TO RPT-TIME
               MOVE VIS-PHYS-ID(WS-VIS-SUB)    TO RPT-PHYS-ID
               MOVE VIS-PATIENT-ID(WS-VIS-SUB) TO RPT-PATIENT-ID
               MOVE ZERO                       TO RPT-NO-SHOWS
               MOVE 'WALK-IN - NO BOOKING'     TO RPT-FINDING
               WRITE REPORT-RECORD FROM RPT-DETAIL.

       400-PRINT-UTILIZATION.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-UTIL-HEADER1.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-UTIL-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           PERFORM 410-PRINT-CLINIC
               VARYING WS-CLN-SUB FROM 1 BY 1
               UNTIL WS-CLN-SUB > CLN-ENTRIES-USED.

       410-PRINT-CLINIC.
           COMPUTE WS-SEEN = CLN-KEPT(WS-CLN-SUB)
                           + CLN-WALK-INS(WS-CLN-SUB).
           MOVE CLN-CODE(WS-CLN-SUB)          TO RPT-UTL-CLINIC.
           MOVE CLN-SLOTS(WS-CLN-SUB)         TO RPT-UTL-SLOTS.
           MOVE CLN-CAPACITY(WS-CLN-SUB)      TO RPT-UTL-CAPACITY.
           MOVE CLN-BOOKED(WS-CLN-SUB)        TO RPT-UTL-BOOKED.
           MOVE CLN-DOUBLE-BOOKED(WS-CLN-SUB) TO RPT-UTL-DOUBLE.
           MOVE CLN-KEPT(WS-CLN-SUB)          TO RPT-UTL-KEPT.
           MOVE CLN-NO-SHOWS(WS-CLN-SUB)      TO RPT-UTL-NO-SHOWS.
           MOVE CLN-WALK-INS(WS-CLN-SUB)      TO RPT-UTL-WALK-INS.
           MOVE WS-SEEN                       TO RPT-UTL-SEEN.
           IF CLN-CAPACITY(WS-CLN-SUB) > 0
               COMPUTE RPT-UTL-PCT ROUNDED =
                   WS-SEEN * 100 / CLN-CAPACITY(WS-CLN-SUB)
           ELSE
               MOVE ZERO TO RPT-UTL-PCT.
           IF CLN-BOOKED(WS-CLN-SUB) > 0
               COMPUTE RPT-UTL-NS-PCT ROUNDED =
                   CLN-NO-SHOWS(WS-CLN-SUB) * 100
                   / CLN-BOOKED(WS-CLN-SUB)
           ELSE
               MOVE ZERO TO RPT-UTL-NS-PCT.
           WRITE REPORT-RECORD FROM RPT-UTIL-DETAIL.

       450-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'VISITS READ:                ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VISITS-READ                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VISITS UNUSABLE:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VISITS-UNUSABLE            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'VISITS OUTSIDE THE DAYS:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-VISITS-OUTSIDE             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SLOTS RECONCILED:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SLOTS                      TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'BOOKINGS:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BOOKINGS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  KEPT:                     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-KEPT                       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  NO-SHOWS:                 ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NO-SHOWS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '    NEW THIS RUN:           ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NEW-NO-SHOWS               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'WALK-INS:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-WALK-INS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS NEWLY FLAGGED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-FLAGGED                    TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'FLAGS TAKEN OFF:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-UNFLAGGED                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           MOVE WS-FROM-DATE    TO RPT-FROM-DATE.
           MOVE WS-TO-DATE      TO RPT-TO-DATE.
           MOVE WS-RUN-DATE-NUM TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

      *    ---------------------------------------------------------
      *    The CLNCTL DD is optional -- absent, the OUTPDATA days
      *    are reconciled and 3 no-shows in 180 days flag a
      *    patient.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             PERFORM 855-READ-ONE-CARD THROUGH 855-EXIT
                 UNTIL WS-CONTROL-STATUS NOT = '00'
             CLOSE CONTROL-CARD-FILE
           END-IF.

       855-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE '10' TO WS-CONTROL-STATUS.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'FROM='
               MOVE CONTROL-CARD-RECORD(6:8) TO WS-CARD-DATE
               PERFORM 857-CHECK-CARD-DATE
               MOVE WS-CARD-DATE-N TO WS-FROM-DATE
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:3) = 'TO='
               MOVE CONTROL-CARD-RECORD(4:8) TO WS-CARD-DATE
               PERFORM 857-CHECK-CARD-DATE
               MOVE WS-CARD-DATE-N TO WS-TO-DATE
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:8) = 'NOSHOWS='
               IF CONTROL-CARD-RECORD(9:1) IS NUMERIC
                  AND CONTROL-CARD-RECORD(9:1) > '0'
                  AND CONTROL-CARD-RECORD(9:1) < '6'
                   MOVE CONTROL-CARD-RECORD(9:1) TO WS-NOSHOW-LIMIT
               ELSE
                   DISPLAY 'CLNREC1 BAD NOSHOWS= CARD - USING DEFAULT'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:7) = 'WINDOW='
               MOVE CONTROL-CARD-RECORD(8:3) TO WS-NUM-CARD
               IF WS-NUM-CARD IS NUMERIC AND WS-NUM-CARD-NUM > 0
                   MOVE WS-NUM-CARD-NUM TO WS-WINDOW-DAYS
               ELSE
                   DISPLAY 'CLNREC1 BAD WINDOW= CARD - USING DEFAULT'
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'CLNREC1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20).
       855-EXIT.
           EXIT.

      *    a date card that is not a date is ignored
       857-CHECK-CARD-DATE.
           IF WS-CARD-DATE NOT NUMERIC
              OR WS-CARD-DATE(5:2) < '01' OR WS-CARD-DATE(5:2) > '12'
              OR WS-CARD-DATE(7:2) < '01' OR WS-CARD-DATE(7:2) > '31'
               DISPLAY 'CLNREC1 BAD DATE CARD - IGNORED: '
                       CONTROL-CARD-RECORD(1:20)
               MOVE ZERO TO WS-CARD-DATE-N.

       900-OPEN-FILES.
           OPEN INPUT    OUTPDATA-FILE
                I-O      SCHEDULE-FILE
                         NOSHOW-FILE
                OUTPUT   REPORT-FILE .
           IF WS-NOSHOWS-STATUS = '05'
               MOVE '00' TO WS-NOSHOWS-STATUS.
           IF WS-OUTPDATA-STATUS NOT = '00'
              OR WS-CLNSCHED-STATUS NOT = '00'
              OR WS-NOSHOWS-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'CLNREC1 OPEN ERROR - OUT=' WS-OUTPDATA-STATUS
                     ' SCH=' WS-CLNSCHED-STATUS
                     ' NSH=' WS-NOSHOWS-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-OUTPDATA-EOF
             MOVE 'Y' TO WS-CLNSCHED-EOF.

       905-CLOSE-FILES.
           CLOSE OUTPDATA-FILE .
           CLOSE SCHEDULE-FILE .
           CLOSE NOSHOW-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CLNREC1
