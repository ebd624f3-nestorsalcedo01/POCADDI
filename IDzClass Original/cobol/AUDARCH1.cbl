      * THAT CHANGE MUST BE CONVERTED ONCE WITH AUDACNV1   *
      * BEFORE THEY CAN CONCATENATE WITH NEW ONES (THE     *
      * FRNDERA1 ERASURE SCRUB READS THEM ALL TOGETHER).   *
      *                                                    *
      * ARC-CHANGED-BY (THE CHANGED_BY USER, *UNKNOWN FOR  *
      * ROWS INSERTED BEFORE IT WAS RECORDED) CAME OUT OF  *
      * THE TRAILING FILLER, SO THE LENGTH DID NOT CHANGE; *
      * GENERATIONS CUT BEFORE IT HOLD SPACES THERE.       *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH1.
           05  ARC-NEW-PHONE          PIC X(10).
           05  ARC-OLD-EMAIL          PIC X(30).
           05  ARC-CHANGED-AT         PIC X(26).
           05  ARC-CHANGED-BY         PIC X(8).
           05  FILLER                 PIC X(6).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           05  HV-NEW-PHONE          PIC X(10).
           05  HV-OLD-EMAIL          PIC X(30).
           05  HV-CHANGED-AT         PIC X(26).
           05  HV-CHANGED-BY         PIC X(8).
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       EXEC SQL DECLARE AGED-AUDIT-CURSOR CURSOR WITH HOLD FOR
           SELECT FNAME, LNAME, OLD_PHONE, NEW_PHONE,
                  COALESCE(OLD_EMAIL, ' '),
                  CHAR(CHANGED_AT),
                  COALESCE(CHANGED_BY, '*UNKNOWN')
             FROM IBMUSER.FRIENDZ_AUDIT
            WHERE CHANGED_AT < CURRENT TIMESTAMP - :WS-RETAIN-DAYS DAYS
              FOR UPDATE
       100-ARCHIVE-AUDIT-ROW.
           EXEC SQL FETCH AGED-AUDIT-CURSOR
               INTO :HV-FNAME, :HV-LNAME, :HV-OLD-PHONE,
                    :HV-NEW-PHONE, :HV-OLD-EMAIL, :HV-CHANGED-AT,
                    :HV-CHANGED-BY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO WS-CURSOR-EOF
           MOVE HV-NEW-PHONE  TO ARC-NEW-PHONE.
           MOVE HV-OLD-EMAIL  TO ARC-OLD-EMAIL.
           MOVE HV-CHANGED-AT TO ARC-CHANGED-AT.
           MOVE HV-CHANGED-BY TO ARC-CHANGED-BY.
           WRITE ARCHIVE-RECORD.
      *        A row must never be deleted without first reaching
      *        the archive: a failed archive write stops the run
