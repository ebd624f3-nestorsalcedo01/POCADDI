           DISPLAY EMAIL.

      *****************************************************
      * RECORDS THE PRIOR/NEW PHONE VALUE, WHO CHANGED IT  *
      * AND WHEN, SO A DISPUTED CHANGE CAN BE TRACED BACK  *
      *****************************************************
       WRITE-PHONE-AUDIT-ROW.
           EXEC SQL INSERT INTO IBMUSER.FRIENDZ_AUDIT
                (FNAME, LNAME, OLD_PHONE, NEW_PHONE, CHANGED_BY,
                 CHANGED_AT)
                VALUES (:INFNAME, :INLNAME, :OLD-PHONE, :NEWPHONE,
                        USER, CURRENT TIMESTAMP) END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY "AUDIT INSERT ERROR:" SQLCODE
           END-IF.
           ELSE
             EXEC SQL INSERT INTO IBMUSER.FRIENDZ_AUDIT
                  (FNAME, LNAME, OLD_PHONE, NEW_PHONE, OLD_EMAIL,
                   CHANGED_BY, CHANGED_AT)
                  VALUES (:INFNAME, :INLNAME, :OLD-PHONE,
                          :DELETED-MARK, :OLD-EMAIL,
                          USER, CURRENT TIMESTAMP) END-EXEC
      *      The row is never deleted before its trail is written:
      *      if the audit insert fails, the whole action fails and
      *      the friend stays on the table.
           EXIT.

      *****************************************************
      * UPDATES ONLY THE EMAIL ADDRESS FOR A FRIEND.  A    *
      * NEW ADDRESS HAS NOT BOUNCED YET, SO ANY FRNDBNC1   *
      * UNDELIVERABLE FLAG ON THE OLD ONE IS CLEARED.      *
      *****************************************************
       EMAIL-UPDATE.
           DISPLAY 'EMAIL-UPDATE STARTED...'
           EXEC SQL UPDATE IBMUSER.FRIENDZ
                SET   EMAIL    = :NEWEMAIL,
                      EMAIL_STATUS = ' '
                WHERE FNAME = :INFNAME
                  AND LNAME = :INLNAME END-EXEC.
           IF SQLCODE = ZERO
