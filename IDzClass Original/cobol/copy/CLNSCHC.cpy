      *---------------------------------------------------------------
      *   Clinic schedule slot record (100 bytes) -- one per clinic,
      *   date, slot time and physician, with the patients booked
      *   into it.  Opened and booked by CLNBKG1 from the booking
      *   requests; each booking is marked kept or no-show by the
      *   CLNREC1 reconciliation against the OUTPDATA visits.
      *   Indexed on the slot key, so a clinic's slots are together
      *   and in date and time order.
      *     clinic       a clinic code of the OUTPVST VALID-CLINIC
      *                  list
      *     slot time    HHMM, the appointment start
      *     capacity     patients the slot is planned for, 1-6
      *     booking      up to 8 patients.  A booking beyond the
      *                  capacity is a double-booking (overbook D),
      *                  allowed only for a patient flagged for
      *                  repeated no-shows on NOSHOWS (CLNNSHC).
      *                  An empty entry has a blank status.
      *     status       B - booked
      *                  K - kept, the visit is on OUTPDATA
      *                  N - no-show
      *---------------------------------------------------------------
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CLINIC            PIC X(4).
               10  :TAG:-SLOT-DATE         PIC 9(8).
               10  :TAG:-SLOT-TIME         PIC X(4).
               10  :TAG:-PHYS-ID           PIC X(8).
           05  :TAG:-CAPACITY              PIC 9(2).
           05  :TAG:-BOOKED-COUNT          PIC 9(2).
           05  :TAG:-BOOKING               OCCURS 8 TIMES.
               10  :TAG:-BKG-PATIENT-ID    PIC 9(6).
               10  :TAG:-BKG-STATUS        PIC X.
                   88  :TAG:-BKG-EMPTY         VALUE ' '.
                   88  :TAG:-BKG-BOOKED        VALUE 'B'.
                   88  :TAG:-BKG-KEPT          VALUE 'K'.
                   88  :TAG:-BKG-NO-SHOW       VALUE 'N'.
               10  :TAG:-BKG-OVERBOOK      PIC X.
                   88  :TAG:-BKG-DOUBLE-BOOKED VALUE 'D'.
           05  FILLER                      PIC X(8).
