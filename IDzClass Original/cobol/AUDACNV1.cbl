      * OLDARCH (80 BYTES) TO NEWARCH (110 BYTES),         *
      * CARRYING EVERY FIELD ACROSS AND FILLING THE EMAIL  *
      * WITH SPACES -- THE HONEST VALUE, SINCE NO EMAIL    *
      * WAS CAPTURED WHEN THOSE ROWS WERE ARCHIVED.  THE   *
      * CHANGED-BY USER IS *UNKNOWN FOR THE SAME REASON.   *
      *                                                    *
      * AFTER EVERY OLD GENERATION IS CONVERTED AND        *
      * RECATALOGED, THE WHOLE ARCHIVE CONCATENATES AT     *
           05  NAR-NEW-PHONE          PIC X(10).
           05  NAR-OLD-EMAIL          PIC X(30).
           05  NAR-CHANGED-AT         PIC X(26).
           05  NAR-CHANGED-BY         PIC X(8).
           05  FILLER                 PIC X(6).

       WORKING-STORAGE SECTION.
      *
           MOVE OAR-OLD-PHONE  TO NAR-OLD-PHONE.
           MOVE OAR-NEW-PHONE  TO NAR-NEW-PHONE.
           MOVE OAR-CHANGED-AT TO NAR-CHANGED-AT.
           MOVE '*UNKNOWN'     TO NAR-CHANGED-BY.
           WRITE NEW-ARCHIVE-RECORD.
           IF WS-NEWARCH-STATUS NOT = '00'
               DISPLAY 'NEWARCH WRITE ERROR RC=' WS-NEWARCH-STATUS
