      ****************************************************************
      * PROGRAM:  CLNBKG1
      *           Outpatient clinic booking batch
      *
      * OUTPDATA records the visits that happened; what should
      * happen was kept on the clinic wall calendars.  This batch
      * keeps the clinic schedule instead -- the CLNSCHED file
      * (CLNSCHC layout, one record per clinic, date, slot time and
      * physician) -- from the CLNTRAN booking requests:
      *
      *   A - open a slot.  The clinic must be on the OUTPVST
      *       VALID-CLINIC list, the date and time real and not
      *       past, the physician an active PHYS on the PROVMSTR
      *       provider master, and the capacity 1 to 6 patients.
      *   B - book a patient into a slot.  The patient must be on
      *       PATMSTR and not already booked there.  A full slot
      *       takes the patient only as a double-booking, and only
      *       when NOSHOWS flags the patient for repeated no-shows:
      *       the slot is filled on the likelihood that such a
      *       patient does not come.  Up to 8 patients in all.
      *   X - cancel a booking.  A double-booked patient in the
      *       slot takes the place it frees.
      *   R - reschedule a booking to another slot.  The new slot
      *       is booked by the same rules as B before the old
      *       booking is cancelled, so a reschedule that cannot be
      *       booked leaves the patient where they were.
      *
      * A slot whose date is past can no longer be changed; the
      * CLNREC1 reconciliation marks its bookings kept or no-show
      * against the visits on OUTPDATA.
      *
      * CLNTRAN transaction layout:
      *   col  1     action A, B, X or R
      *   cols 3-6   clinic code
      *   cols 8-15  slot date YYYYMMDD
      *   cols 17-20 slot time HHMM
      *   cols 22-29 physician id
      *   cols 31-32 capacity (A)
      *   cols 34-39 patient id (B, X, R)
      *   cols 41-67 the new slot (R): clinic 41-44, date 46-53,
      *              time 55-58, physician 60-67; a blank field
      *              keeps the old slot's value
      *
      * FILES:
      *   CLNTRAN   - booking requests
      *   CLNSCHED  - clinic schedule, CLNSCHC layout, updated
      *   PATMSTR   - patient master, random by patient
      *   NOSHOWS   - attendance record, CLNNSHC layout (optional;
      *               absent, no patient can be double-booked)
      *   PROVMSTR  - provider master (optional; absent, any
      *               PHYS- id may open a slot)
      *   CLNBRPT   - every request with its outcome, and totals
      *
      * RC 4 - a request was rejected
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNBKG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRAN-FILE    ASSIGN TO CLNTRAN
               FILE STATUS  IS  WS-TRAN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO CLNSCHED
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS SCH-KEY
                  FILE STATUS  IS WS-CLNSCHED-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-KEY
                  FILE STATUS  IS WS-PATMSTR-STATUS.

           SELECT OPTIONAL NOSHOW-FILE ASSIGN TO NOSHOWS
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS NSH-PATIENT-ID
                  FILE STATUS  IS WS-NOSHOWS-STATUS.

           SELECT PROVIDER-FILE ASSIGN TO PROVMSTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PROVMSTR-STATUS.

           SELECT REPORT-FILE  ASSIGN TO CLNBRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  BOOKING-TRAN-RECORD.
           05  TRN-ACTION             PIC X.
               88  TRN-ADD-SLOT           VALUE 'A'.
               88  TRN-BOOK               VALUE 'B'.
               88  TRN-CANCEL             VALUE 'X'.
               88  TRN-RESCHEDULE         VALUE 'R'.
           05  FILLER                 PIC X.
           05  TRN-SLOT.
               10  TRN-CLINIC         PIC X(4).
               10  FILLER             PIC X.
               10  TRN-DATE           PIC X(8).
               10  FILLER             PIC X.
               10  TRN-TIME           PIC X(4).
               10  FILLER             PIC X.
               10  TRN-PHYS-ID        PIC X(8).
           05  FILLER                 PIC X.
           05  TRN-CAPACITY           PIC X(2).
           05  TRN-CAPACITY-N  REDEFINES TRN-CAPACITY
                                      PIC 9(2).
           05  FILLER                 PIC X.
           05  TRN-PATIENT-ID         PIC X(6).
           05  TRN-PATIENT-ID-N  REDEFINES TRN-PATIENT-ID
                                      PIC 9(6).
           05  FILLER                 PIC X.
           05  TRN-NEW-SLOT.
               10  TRN-NEW-CLINIC     PIC X(4).
               10  FILLER             PIC X.
               10  TRN-NEW-DATE       PIC X(8).
               10  FILLER             PIC X.
               10  TRN-NEW-TIME       PIC X(4).
               10  FILLER             PIC X.
               10  TRN-NEW-PHYS-ID    PIC X(8).
           05  FILLER                 PIC X(13).

       FD  SCHEDULE-FILE
           DATA RECORD IS SCH-REC.
       COPY CLNSCHC REPLACING ==:TAG:== BY ==SCH==.

       FD  PATMSTR-FILE
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  NOSHOW-FILE
           DATA RECORD IS NSH-REC.
       COPY CLNNSHC REPLACING ==:TAG:== BY ==NSH==.

       FD  PROVIDER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PROVMSTC REPLACING ==:TAG:== BY ==PRV==.

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
           05  WS-TRAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CLNSCHED-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PATMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-NOSHOWS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PROVMSTR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TRAN-EOF             PIC X     VALUE 'N'.
           05  WS-PROVMSTR-EOF         PIC X     VALUE 'N'.
           05  WS-PROVMSTR-PRESENT     PIC X     VALUE 'N'.
           05  WS-NOSHOWS-PRESENT      PIC X     VALUE 'N'.
           05  WS-EDIT-ERROR           PIC X(50) VALUE SPACES.
           05  WS-PATIENT-FLAGGED      PIC X     VALUE 'N'.
           05  WS-BOOKED-DOUBLE        PIC X     VALUE 'N'.
      *
      *        the slot being edited or read
       01  WS-EDIT-SLOT.
           05  WS-EDIT-CLINIC          PIC X(4).
           05  WS-EDIT-DATE            PIC X(8).
           05  WS-EDIT-DATE-N  REDEFINES WS-EDIT-DATE
                                       PIC 9(8).
           05  WS-EDIT-TIME            PIC X(4).
           05  WS-EDIT-TIME-X  REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH          PIC X(2).
               10  WS-EDIT-MM          PIC X(2).
           05  WS-EDIT-PHYS-ID         PIC X(8).
       01  WS-NEW-SLOT-KEY             PIC X(24).
      *
      *        ***********************************
      *          the booking entries of the slot
      *          in SCH-REC
      *        ***********************************
       01  BOOKING-CONTROLS.
           05  WS-BKG-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-BKG-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
           05  WS-BKG-EMPTY-IDX      PIC S9(4)    COMP    VALUE +0.
           05  WS-BKG-DOUBLE-IDX     PIC S9(4)    COMP    VALUE +0.
           05  WS-BKG-REGULAR        PIC S9(4)    COMP    VALUE +0.
      *
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-DATE-YMD.
               10  FILLER            PIC XX   VALUE '20'.
               10  WS-RUN-YMD        PIC X(6).
           05  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                     PIC 9(8).
      *
       COPY OUTPVST.
      *
       01  PROVIDER-TABLE-CONTROLS.
           05  PRV-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-PRV-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-PRV-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  PROVIDER-TABLE.
           05  PRV-ENTRY  OCCURS 200 TIMES.
               10  PRV-ENT-ID            PIC X(8).
               10  PRV-ENT-ROLE          PIC X(4).
               10  PRV-ENT-ACTIVE        PIC X.
      *
       01  TOTALS-VARS.
           05  NUM-TRANS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SLOTS-ADDED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BOOKED            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DOUBLE-BOOKED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CANCELLED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RESCHEDULED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CLINIC BOOKING RUN REPORT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER  PIC X(7)  VALUE 'ACTION '.
           05  FILLER  PIC X(5)  VALUE 'CLIN '.
           05  FILLER  PIC X(9)  VALUE 'DATE     '.
           05  FILLER  PIC X(5)  VALUE 'TIME '.
           05  FILLER  PIC X(9)  VALUE 'PHYSICN  '.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(29) VALUE 'NEW SLOT'.
           05  FILLER  PIC X(60) VALUE 'DISPOSITION'.
       01  RPT-DETAIL.
           05  RPT-ACTION            PIC X(6).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-CLINIC            PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-DATE              PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-TIME              PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PHYS-ID           PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-NEW-CLINIC        PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-NEW-DATE          PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-NEW-TIME          PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-NEW-PHYS-ID       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DISPOSITION       PIC X(60).
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
           DISPLAY 'CLNBKG1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           PERFORM 900-OPEN-FILES.
           PERFORM 860-LOAD-PROVIDERS THROUGH 860-EXIT
               UNTIL WS-PROVMSTR-EOF = 'Y'.
           PERFORM 800-INIT-REPORT.
           PERFORM 100-PROCESS-TRANSACTION THROUGH 100-EXIT
               UNTIL WS-TRAN-EOF = 'Y'.
           PERFORM 400-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'CLNBKG1 ENDED - BOOKED = ' NUM-BOOKED
                   ' CANCELLED = ' NUM-CANCELLED.
           GOBACK .

       100-PROCESS-TRANSACTION.
           READ TRAN-FILE
             AT END MOVE 'Y' TO WS-TRAN-EOF .
           IF WS-TRAN-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'CLNTRAN READ ERROR RC=' WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TRAN-EOF
               GO TO 100-EXIT.
           ADD +1 TO NUM-TRANS-READ.
           MOVE SPACES         TO RPT-DETAIL.
           MOVE TRN-CLINIC     TO RPT-CLINIC.
           MOVE TRN-DATE       TO RPT-DATE.
           MOVE TRN-TIME       TO RPT-TIME.
           MOVE TRN-PHYS-ID    TO RPT-PHYS-ID.
           MOVE TRN-PATIENT-ID TO RPT-PATIENT-ID.
           MOVE TRN-CLINIC     TO WS-EDIT-CLINIC.
           MOVE TRN-DATE       TO WS-EDIT-DATE.
           MOVE TRN-TIME       TO WS-EDIT-TIME.
           MOVE TRN-PHYS-ID    TO WS-EDIT-PHYS-ID.
           IF TRN-ADD-SLOT
               MOVE 'OPEN' TO RPT-ACTION
               PERFORM 200-ADD-SLOT THROUGH 200-EXIT
           ELSE
           IF TRN-BOOK
               MOVE 'BOOK' TO RPT-ACTION
               PERFORM 250-BOOK-PATIENT THROUGH 250-EXIT
           ELSE
           IF TRN-CANCEL
               MOVE 'CANCEL' TO RPT-ACTION
               PERFORM 300-CANCEL-BOOKING THROUGH 300-EXIT
           ELSE
           IF TRN-RESCHEDULE
               MOVE 'RESCHD' TO RPT-ACTION
               PERFORM 350-RESCHEDULE THROUGH 350-EXIT
           ELSE
               MOVE TRN-ACTION TO RPT-ACTION
               MOVE 'REJECTED - ACTION MUST BE A, B, X OR R'
                   TO RPT-DISPOSITION
               PERFORM 870-WRITE-REJECT.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    The slot in WS-EDIT-SLOT must be a real clinic, date and
      *    time, and not past.  WS-EDIT-ERROR says why not.
      *    ---------------------------------------------------------
       150-EDIT-SLOT.
           MOVE SPACES TO WS-EDIT-ERROR.
           MOVE WS-EDIT-CLINIC TO CLINIC-CODE.
           IF NOT VALID-CLINIC
               MOVE 'CLINIC CODE NOT VALID' TO WS-EDIT-ERROR
               GO TO 150-EXIT.
           IF WS-EDIT-DATE NOT NUMERIC
              OR WS-EDIT-DATE(5:2) < '01' OR WS-EDIT-DATE(5:2) > '12'
              OR WS-EDIT-DATE(7:2) < '01' OR WS-EDIT-DATE(7:2) > '31'
               MOVE 'SLOT DATE INVALID' TO WS-EDIT-ERROR
               GO TO 150-EXIT.
           IF WS-EDIT-TIME NOT NUMERIC
              OR WS-EDIT-HH > '23' OR WS-EDIT-MM > '59'
               MOVE 'SLOT TIME INVALID' TO WS-EDIT-ERROR
               GO TO 150-EXIT.
           IF WS-EDIT-DATE-N < WS-RUN-DATE-NUM
               MOVE 'SLOT DATE IS PAST' TO WS-EDIT-ERROR
               GO TO 150-EXIT.
           IF WS-EDIT-PHYS-ID = SPACES
               MOVE 'PHYSICIAN MISSING' TO WS-EDIT-ERROR.
       150-EXIT.
           EXIT.

      *    the patient must be on PATMSTR
       160-EDIT-PATIENT.
           MOVE SPACES TO WS-EDIT-ERROR.
           IF TRN-PATIENT-ID NOT NUMERIC
               MOVE 'PATIENT ID NOT NUMERIC' TO WS-EDIT-ERROR
           ELSE
               MOVE TRN-PATIENT-ID TO PATIENT-KEY
               READ PATMSTR-FILE
               IF WS-PATMSTR-STATUS = '23'
                   MOVE 'PATIENT NOT ON PATMSTR' TO WS-EDIT-ERROR
               ELSE
               IF WS-PATMSTR-STATUS NOT = '00'
                   DISPLAY 'PATMSTR READ ERROR RC=' WS-PATMSTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'PATMSTR READ ERROR' TO WS-EDIT-ERROR.

      *    the slot in WS-EDIT-SLOT into SCH-REC
       170-READ-SLOT.
           MOVE SPACES TO WS-EDIT-ERROR.
           MOVE WS-EDIT-CLINIC  TO SCH-CLINIC.
           MOVE WS-EDIT-DATE-N  TO SCH-SLOT-DATE.
           MOVE WS-EDIT-TIME    TO SCH-SLOT-TIME.
           MOVE WS-EDIT-PHYS-ID TO SCH-PHYS-ID.
           READ SCHEDULE-FILE.
           IF WS-CLNSCHED-STATUS = '23'
               MOVE 'SLOT NOT SCHEDULED' TO WS-EDIT-ERROR
           ELSE
           IF WS-CLNSCHED-STATUS NOT = '00'
               DISPLAY 'CLNSCHED READ ERROR RC=' WS-CLNSCHED-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'CLNSCHED READ ERROR' TO WS-EDIT-ERROR.

       180-REWRITE-SLOT.
           REWRITE SCH-REC.
           IF WS-CLNSCHED-STATUS NOT = '00'
               DISPLAY 'CLNSCHED REWRITE ERROR RC='
                       WS-CLNSCHED-STATUS
               MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    A new slot opens empty.  A physician must be an active
      *    PHYS on the provider master, when there is one.
      *    ---------------------------------------------------------
       200-ADD-SLOT.
           PERFORM 150-EDIT-SLOT THROUGH 150-EXIT.
           IF WS-EDIT-ERROR NOT = SPACES
               GO TO 200-REJECT.
           IF TRN-CAPACITY NOT NUMERIC
              OR TRN-CAPACITY-N < 1 OR TRN-CAPACITY-N > 6
               MOVE 'CAPACITY MUST BE 01 TO 06' TO WS-EDIT-ERROR
               GO TO 200-REJECT.
           IF WS-PROVMSTR-PRESENT = 'Y'
               MOVE +0 TO WS-PRV-FOUND-IDX
               PERFORM 210-FIND-PROVIDER
                   VARYING WS-PRV-SUB FROM 1 BY 1
                   UNTIL WS-PRV-SUB > PRV-ENTRIES-USED
                      OR WS-PRV-FOUND-IDX > 0
               IF WS-PRV-FOUND-IDX = 0
                   MOVE 'PHYSICIAN NOT ON PROVMSTR' TO WS-EDIT-ERROR
                   GO TO 200-REJECT
               ELSE
               IF PRV-ENT-ROLE(WS-PRV-FOUND-IDX) NOT = 'PHYS'
                  OR PRV-ENT-ACTIVE(WS-PRV-FOUND-IDX) NOT = 'Y'
                   MOVE 'PROVIDER IS NOT AN ACTIVE PHYSICIAN'
                       TO WS-EDIT-ERROR
                   GO TO 200-REJECT.
           IF WS-PROVMSTR-PRESENT = 'N'
              AND WS-EDIT-PHYS-ID(1:5) NOT = 'PHYS-'
               MOVE 'PHYSICIAN ID MUST BE PHYS-NNN' TO WS-EDIT-ERROR
               GO TO 200-REJECT.
           MOVE SPACES          TO SCH-REC.
           MOVE WS-EDIT-CLINIC  TO SCH-CLINIC.
           MOVE WS-EDIT-DATE-N  TO SCH-SLOT-DATE.
           MOVE WS-EDIT-TIME    TO SCH-SLOT-TIME.
           MOVE WS-EDIT-PHYS-ID TO SCH-PHYS-ID.
           MOVE TRN-CAPACITY-N  TO SCH-CAPACITY.
           MOVE ZERO            TO SCH-BOOKED-COUNT.
           PERFORM 205-CLEAR-BOOKING
               VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > 8.
           WRITE SCH-REC.
           IF WS-CLNSCHED-STATUS = '22'
               MOVE 'SLOT ALREADY SCHEDULED' TO WS-EDIT-ERROR
               GO TO 200-REJECT.
           IF WS-CLNSCHED-STATUS NOT = '00'
               DISPLAY 'CLNSCHED WRITE ERROR RC=' WS-CLNSCHED-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 200-EXIT.
           ADD +1 TO NUM-SLOTS-ADDED.
           MOVE SPACES TO RPT-DISPOSITION.
           STRING 'OPENED - CAPACITY ' TRN-CAPACITY
               DELIMITED BY SIZE INTO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           GO TO 200-EXIT.
       200-REJECT.
           MOVE SPACES TO RPT-DISPOSITION.
           STRING 'REJECTED - ' WS-EDIT-ERROR
               DELIMITED BY SIZE INTO RPT-DISPOSITION.
           PERFORM 870-WRITE-REJECT.
       200-EXIT.
           EXIT.

       205-CLEAR-BOOKING.
           MOVE ZERO   TO SCH-BKG-PATIENT-ID(WS-BKG-SUB).
           MOVE SPACES TO SCH-BKG-STATUS(WS-BKG-SUB).
           MOVE SPACES TO SCH-BKG-OVERBOOK(WS-BKG-SUB).

       210-FIND-PROVIDER.
           IF PRV-ENT-ID(WS-PRV-SUB) = WS-EDIT-PHYS-ID
               MOVE WS-PRV-SUB TO WS-PRV-FOUND-IDX.

      *    ---------------------------------------------------------
      *    Booking.
      *    ---------------------------------------------------------
       250-BOOK-PATIENT.
           PERFORM 150-EDIT-SLOT THROUGH 150-EXIT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 160-EDIT-PATIENT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 170-READ-SLOT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 260-PLACE-BOOKING THROUGH 260-EXIT.
           IF WS-EDIT-ERROR NOT = SPACES
               MOVE SPACES TO RPT-DISPOSITION
               STRING 'REJECTED - ' WS-EDIT-ERROR
                   DELIMITED BY SIZE INTO RPT-DISPOSITION
               PERFORM 870-WRITE-REJECT
               GO TO 250-EXIT.
           PERFORM 180-REWRITE-SLOT.
           ADD +1 TO NUM-BOOKED.
           IF WS-BOOKED-DOUBLE = 'Y'
               ADD +1 TO NUM-DOUBLE-BOOKED
               MOVE 'DOUBLE-BOOKED - REPEAT NO-SHOW PATIENT'
                   TO RPT-DISPOSITION
           ELSE
           IF WS-PATIENT-FLAGGED = 'Y'
               MOVE 'BOOKED - REPEAT NO-SHOW, SLOT MAY BE DOUBLE-BOOKED'
                   TO RPT-DISPOSITION
           ELSE
               MOVE 'BOOKED' TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       250-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Puts the patient in the first empty entry of SCH-REC: a
      *    regular booking while the slot is under capacity, a
      *    double-booking past it for a flagged patient.
      *    ---------------------------------------------------------
       260-PLACE-BOOKING.
           MOVE 'N' TO WS-BOOKED-DOUBLE.
           MOVE +0 TO WS-BKG-FOUND-IDX WS-BKG-EMPTY-IDX
                      WS-BKG-DOUBLE-IDX WS-BKG-REGULAR.
           PERFORM 265-SCAN-BOOKING
               VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > 8.
           IF WS-BKG-FOUND-IDX > 0
               MOVE 'PATIENT ALREADY BOOKED IN THE SLOT'
                   TO WS-EDIT-ERROR
               GO TO 260-EXIT.
           PERFORM 270-READ-NOSHOW.
           IF WS-BKG-EMPTY-IDX = 0
               MOVE 'SLOT FULL' TO WS-EDIT-ERROR
               GO TO 260-EXIT.
           IF WS-BKG-REGULAR NOT < SCH-CAPACITY
               IF WS-PATIENT-FLAGGED = 'Y'
                   MOVE 'Y' TO WS-BOOKED-DOUBLE
               ELSE
                   MOVE 'SLOT FULL' TO WS-EDIT-ERROR
                   GO TO 260-EXIT.
           MOVE TRN-PATIENT-ID-N
               TO SCH-BKG-PATIENT-ID(WS-BKG-EMPTY-IDX).
           MOVE 'B' TO SCH-BKG-STATUS(WS-BKG-EMPTY-IDX).
           IF WS-BOOKED-DOUBLE = 'Y'
               MOVE 'D' TO SCH-BKG-OVERBOOK(WS-BKG-EMPTY-IDX)
           ELSE
               MOVE SPACE TO SCH-BKG-OVERBOOK(WS-BKG-EMPTY-IDX).
           ADD 1 TO SCH-BOOKED-COUNT.
       260-EXIT.
           EXIT.

       265-SCAN-BOOKING.
           IF SCH-BKG-EMPTY(WS-BKG-SUB)
               IF WS-BKG-EMPTY-IDX = 0
                   MOVE WS-BKG-SUB TO WS-BKG-EMPTY-IDX
               END-IF
           ELSE
               IF SCH-BKG-PATIENT-ID(WS-BKG-SUB) = TRN-PATIENT-ID-N
                   MOVE WS-BKG-SUB TO WS-BKG-FOUND-IDX
               END-IF
               IF SCH-BKG-DOUBLE-BOOKED(WS-BKG-SUB)
                   IF WS-BKG-DOUBLE-IDX = 0
                       MOVE WS-BKG-SUB TO WS-BKG-DOUBLE-IDX
                   END-IF
               ELSE
                   ADD +1 TO WS-BKG-REGULAR.

      *    a patient with no attendance record is not flagged
       270-READ-NOSHOW.
           MOVE 'N' TO WS-PATIENT-FLAGGED.
           IF WS-NOSHOWS-PRESENT = 'Y'
               MOVE TRN-PATIENT-ID-N TO NSH-PATIENT-ID
               READ NOSHOW-FILE
               IF WS-NOSHOWS-STATUS = '00'
                   IF NSH-REPEAT-NO-SHOW
                       MOVE 'Y' TO WS-PATIENT-FLAGGED
                   END-IF
               ELSE
               IF WS-NOSHOWS-STATUS NOT = '23'
                   DISPLAY 'NOSHOWS READ ERROR RC=' WS-NOSHOWS-STATUS
                   MOVE 16 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    Cancelling.
      *    ---------------------------------------------------------
       300-CANCEL-BOOKING.
           PERFORM 150-EDIT-SLOT THROUGH 150-EXIT.
           IF WS-EDIT-ERROR = SPACES
              AND TRN-PATIENT-ID NOT NUMERIC
               MOVE 'PATIENT ID NOT NUMERIC' TO WS-EDIT-ERROR.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 170-READ-SLOT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 310-REMOVE-BOOKING THROUGH 310-EXIT.
           IF WS-EDIT-ERROR NOT = SPACES
               MOVE SPACES TO RPT-DISPOSITION
               STRING 'REJECTED - ' WS-EDIT-ERROR
                   DELIMITED BY SIZE INTO RPT-DISPOSITION
               PERFORM 870-WRITE-REJECT
               GO TO 300-EXIT.
           PERFORM 180-REWRITE-SLOT.
           ADD +1 TO NUM-CANCELLED.
           IF WS-BKG-DOUBLE-IDX > 0
               MOVE 'CANCELLED - DOUBLE-BOOKED PATIENT TAKES THE PLACE'
                   TO RPT-DISPOSITION
           ELSE
               MOVE 'CANCELLED' TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       300-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Takes the patient's booking out of SCH-REC.  A regular
      *    booking's place goes to the first double-booked patient;
      *    WS-BKG-DOUBLE-IDX is left non-zero when that happened.
      *    ---------------------------------------------------------
       310-REMOVE-BOOKING.
           MOVE +0 TO WS-BKG-FOUND-IDX WS-BKG-EMPTY-IDX
                      WS-BKG-DOUBLE-IDX WS-BKG-REGULAR.
           PERFORM 265-SCAN-BOOKING
               VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > 8.
           IF WS-BKG-FOUND-IDX = 0
               MOVE 'PATIENT NOT BOOKED IN THE SLOT' TO WS-EDIT-ERROR
               GO TO 310-EXIT.
           IF SCH-BKG-DOUBLE-BOOKED(WS-BKG-FOUND-IDX)
               MOVE +0 TO WS-BKG-DOUBLE-IDX.
           MOVE WS-BKG-FOUND-IDX TO WS-BKG-SUB.
           PERFORM 205-CLEAR-BOOKING.
           SUBTRACT 1 FROM SCH-BOOKED-COUNT.
           IF WS-BKG-DOUBLE-IDX > 0
               MOVE SPACE TO SCH-BKG-OVERBOOK(WS-BKG-DOUBLE-IDX).
       310-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Rescheduling: the new slot is booked first, so nothing
      *    changes if it cannot take the patient.
      *    ---------------------------------------------------------
       350-RESCHEDULE.
           PERFORM 150-EDIT-SLOT THROUGH 150-EXIT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 160-EDIT-PATIENT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 170-READ-SLOT.
           IF WS-EDIT-ERROR = SPACES
               MOVE +0 TO WS-BKG-FOUND-IDX WS-BKG-EMPTY-IDX
                          WS-BKG-DOUBLE-IDX WS-BKG-REGULAR
               PERFORM 265-SCAN-BOOKING
                   VARYING WS-BKG-SUB FROM 1 BY 1
                   UNTIL WS-BKG-SUB > 8
               IF WS-BKG-FOUND-IDX = 0
                   MOVE 'PATIENT NOT BOOKED IN THE SLOT'
                       TO WS-EDIT-ERROR.
           IF WS-EDIT-ERROR NOT = SPACES
               GO TO 350-REJECT.
           IF TRN-NEW-CLINIC NOT = SPACES
               MOVE TRN-NEW-CLINIC  TO WS-EDIT-CLINIC.
           IF TRN-NEW-DATE NOT = SPACES
               MOVE TRN-NEW-DATE    TO WS-EDIT-DATE.
           IF TRN-NEW-TIME NOT = SPACES
               MOVE TRN-NEW-TIME    TO WS-EDIT-TIME.
           IF TRN-NEW-PHYS-ID NOT = SPACES
               MOVE TRN-NEW-PHYS-ID TO WS-EDIT-PHYS-ID.
           MOVE WS-EDIT-CLINIC  TO RPT-NEW-CLINIC.
           MOVE WS-EDIT-DATE    TO RPT-NEW-DATE.
           MOVE WS-EDIT-TIME    TO RPT-NEW-TIME.
           MOVE WS-EDIT-PHYS-ID TO RPT-NEW-PHYS-ID.
           IF WS-EDIT-CLINIC = TRN-CLINIC
              AND WS-EDIT-DATE = TRN-DATE
              AND WS-EDIT-TIME = TRN-TIME
              AND WS-EDIT-PHYS-ID = TRN-PHYS-ID
               MOVE 'NEW SLOT IS THE OLD SLOT' TO WS-EDIT-ERROR
               GO TO 350-REJECT.
           PERFORM 150-EDIT-SLOT THROUGH 150-EXIT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 170-READ-SLOT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 260-PLACE-BOOKING THROUGH 260-EXIT.
           IF WS-EDIT-ERROR NOT = SPACES
               MOVE SPACES TO RPT-DISPOSITION
               STRING 'REJECTED - NEW SLOT: ' WS-EDIT-ERROR
                   DELIMITED BY SIZE INTO RPT-DISPOSITION
               PERFORM 870-WRITE-REJECT
               GO TO 350-EXIT.
           PERFORM 180-REWRITE-SLOT.
           MOVE TRN-CLINIC     TO WS-EDIT-CLINIC.
           MOVE TRN-DATE       TO WS-EDIT-DATE.
           MOVE TRN-TIME       TO WS-EDIT-TIME.
           MOVE TRN-PHYS-ID    TO WS-EDIT-PHYS-ID.
           PERFORM 170-READ-SLOT.
           IF WS-EDIT-ERROR = SPACES
               PERFORM 310-REMOVE-BOOKING THROUGH 310-EXIT.
           IF WS-EDIT-ERROR NOT = SPACES
               DISPLAY 'CLNBKG1 OLD SLOT CHANGED DURING RESCHEDULE '
                       TRN-SLOT ' ' TRN-PATIENT-ID
               MOVE 16 TO RETURN-CODE
               GO TO 350-EXIT.
           PERFORM 180-REWRITE-SLOT.
           ADD +1 TO NUM-RESCHEDULED.
           IF WS-BOOKED-DOUBLE = 'Y'
               ADD +1 TO NUM-DOUBLE-BOOKED
               MOVE 'RESCHEDULED - DOUBLE-BOOKED, REPEAT NO-SHOW'
                   TO RPT-DISPOSITION
           ELSE
               MOVE 'RESCHEDULED' TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           GO TO 350-EXIT.
       350-REJECT.
           MOVE SPACES TO RPT-DISPOSITION.
           STRING 'REJECTED - ' WS-EDIT-ERROR
               DELIMITED BY SIZE INTO RPT-DISPOSITION.
           PERFORM 870-WRITE-REJECT.
       350-EXIT.
           EXIT.

       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'REQUESTS READ:              ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRANS-READ                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SLOTS OPENED:               ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SLOTS-ADDED                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS BOOKED:            ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BOOKED                     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'BOOKINGS CANCELLED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CANCELLED                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'BOOKINGS RESCHEDULED:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RESCHEDULED                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  OF THEM DOUBLE-BOOKED:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DOUBLE-BOOKED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'REJECTED:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-REJECTED                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.

      *    the provider master is loaded whole, as PRVCHK1 loads it
       860-LOAD-PROVIDERS.
           READ PROVIDER-FILE
             AT END MOVE 'Y' TO WS-PROVMSTR-EOF .
           IF WS-PROVMSTR-EOF = 'Y'
               GO TO 860-EXIT.
           IF WS-PROVMSTR-STATUS NOT = '00'
              AND WS-PROVMSTR-STATUS NOT = '04'
               DISPLAY 'ERROR ON PROVMSTR READ.  CODE:'
                       WS-PROVMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PROVMSTR-EOF
               GO TO 860-EXIT.
           IF PRV-PROV-ID = SPACES
               GO TO 860-EXIT.
           IF PRV-ENTRIES-USED < 200
               ADD +1 TO PRV-ENTRIES-USED
               MOVE PRV-PROV-ID
                   TO PRV-ENT-ID(PRV-ENTRIES-USED)
               MOVE PRV-ROLE
                   TO PRV-ENT-ROLE(PRV-ENTRIES-USED)
               MOVE PRV-ACTIVE
                   TO PRV-ENT-ACTIVE(PRV-ENTRIES-USED)
           ELSE
               DISPLAY 'CLNBKG1 PROVIDER TABLE FULL'.
       860-EXIT.
           EXIT.

       870-WRITE-REJECT.
           ADD +1 TO NUM-REJECTED.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       900-OPEN-FILES.
           OPEN INPUT    TRAN-FILE
                         PATMSTR-FILE
                         NOSHOW-FILE
                         PROVIDER-FILE
                I-O      SCHEDULE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-NOSHOWS-STATUS = '00'
               MOVE 'Y' TO WS-NOSHOWS-PRESENT
           ELSE
           IF WS-NOSHOWS-STATUS = '05'
               MOVE '00' TO WS-NOSHOWS-STATUS.
           IF WS-TRAN-STATUS NOT = '00'
              OR WS-CLNSCHED-STATUS NOT = '00'
              OR WS-PATMSTR-STATUS NOT = '00'
              OR WS-NOSHOWS-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'CLNBKG1 OPEN ERROR - TRN=' WS-TRAN-STATUS
                     ' SCH=' WS-CLNSCHED-STATUS
                     ' PAT=' WS-PATMSTR-STATUS
                     ' NSH=' WS-NOSHOWS-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-TRAN-EOF
             MOVE 'Y' TO WS-PROVMSTR-EOF.
           IF WS-PROVMSTR-STATUS = '00'
             MOVE 'Y' TO WS-PROVMSTR-PRESENT
           ELSE
             DISPLAY 'CLNBKG1 PROVMSTR NOT PRESENT - ANY PHYS- ID '
                     'MAY OPEN A SLOT'
             MOVE 'Y' TO WS-PROVMSTR-EOF.

       905-CLOSE-FILES.
           CLOSE TRAN-FILE .
           CLOSE SCHEDULE-FILE .
           CLOSE PATMSTR-FILE .
           CLOSE NOSHOW-FILE .
           CLOSE PROVIDER-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CLNBKG1
