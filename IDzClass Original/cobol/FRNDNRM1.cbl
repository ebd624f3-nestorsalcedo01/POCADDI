               MOVE 'Y' TO WS-CURSOR-EOF
               GO TO 100-EXIT.
           EXEC SQL INSERT INTO IBMUSER.FRIENDZ_AUDIT
                (FNAME, LNAME, OLD_PHONE, NEW_PHONE, CHANGED_BY,
                 CHANGED_AT)
                VALUES (:HV-FNAME, :HV-LNAME, :HV-PHONE,
                        :HV-NEW-PHONE, USER, CURRENT TIMESTAMP)
                END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'FRNDNRM1 AUDIT INSERT ERROR:' SQLCODE.
           ADD +1 TO NUM-ROWS-NORMALIZED.
