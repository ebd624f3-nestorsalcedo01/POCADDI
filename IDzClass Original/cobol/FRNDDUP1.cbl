
       430-WRITE-AUDIT-ROW.
           EXEC SQL INSERT INTO IBMUSER.FRIENDZ_AUDIT
                (FNAME, LNAME, OLD_PHONE, NEW_PHONE, CHANGED_BY,
                 CHANGED_AT)
                VALUES (:HV-AUDIT-FNAME, :HV-AUDIT-LNAME,
                        :HV-OLD-PHONE, :HV-NEW-PHONE,
                        USER, CURRENT TIMESTAMP) END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'FRNDDUP1 AUDIT INSERT ERROR:' SQLCODE.

