      *   ACTION 'R' - READ BY KEY.  INFNAME/INLNAME NAME  *
      *       THE FRIEND; OUTPHONE AND OUTEMAIL COME BACK  *
      *       FILLED, OR ACTION-FAILED WITH A STATUS-MSG   *
      *       WHEN THE FRIEND DOES NOT EXIST.  OUTEMAIL-   *
      *       STATUS COMES BACK 'U' WHEN FRNDBNC1 HAS      *
      *       FLAGGED THE ADDRESS UNDELIVERABLE, SO THE    *
      *       CALLER KNOWS THE EMAIL IS DEAD BEFORE USING  *
      *       IT.  OUTEMAIL-STATUS LIES PAST THE BROWSE    *
      *       PAGE, SO AN 'R' CALLER MUST PASS THE FULL    *
      *       AREA; A 'B' CALLER MAY STOP AT BROWSE-ROW.   *
      *   ACTION 'B' - PAGED BROWSE, LIKE THE 'B' FUNCTION *
      *       LAB3POT'S COMAREA PROVIDES.  INLNAME/INFNAME *
      *       GIVE THE START KEY (SPACES = FROM THE TOP),  *
           05  HV-LNAME              PIC X(10).
           05  HV-PHONE              PIC X(10).
           05  HV-EMAIL              PIC X(30).
       01  HV-EMAIL-STATUS           PIC X(1).
       01  HV-START-LNAME            PIC X(10).
       01  HV-START-FNAME            PIC X(10).
          EXEC SQL INCLUDE SQLCA END-EXEC.
             03 B-LNAME            PIC X(10).
             03 B-PHONE            PIC X(10).
             03 B-EMAIL            PIC X(30).
      *****************************************************
      * RETURNED BY ACTION 'R' ONLY, AND ONLY TOUCHED ON   *
      * THAT PATH: AN 'R' CALLER MUST PASS THE AREA WITH   *
      * THIS BYTE; A 'B' CALLER MAY PASS THE SHORTER AREA  *
      * BUILT BEFORE IT WAS ADDED.                         *
      *****************************************************
          02 OUTEMAIL-STATUS PIC X(1).
             88 EMAIL-DELIVERABLE VALUE ' '.
             88 EMAIL-UNDELIVERABLE VALUE 'U'.
       PROCEDURE DIVISION USING PHONEQRY.
       MAINLINE SECTION.
           DISPLAY 'PHONEQ1 STARTED...'
           GOBACK
           .
      *****************************************************
      * READ ONE FRIEND BY FNAME/LNAME AND RETURN PHONE,   *
      * EMAIL AND THE EMAIL'S DELIVERABILITY FLAG          *
      *****************************************************
       READ-ONE-FRIEND.
           MOVE SPACES TO OUTEMAIL-STATUS
           IF INLNAME = SPACES
             MOVE 1 TO CMPTMPA
             STRING 'PHONEQ1 ERROR, INLNAME IS REQUIRED.'
             SET INPUT-ERROR TO TRUE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL SELECT PHONE, EMAIL, EMAIL_STATUS
                  INTO :HV-PHONE, :HV-EMAIL, :HV-EMAIL-STATUS
                  FROM IBMUSER.FRIENDZ
                  WHERE FNAME = :INFNAME
                    AND LNAME = :INLNAME END-EXEC
             IF SQLCODE = ZERO
               MOVE HV-PHONE TO OUTPHONE
               MOVE HV-EMAIL TO OUTEMAIL
               MOVE HV-EMAIL-STATUS TO OUTEMAIL-STATUS
               SET ACTION-SUCCEED TO TRUE
             ELSE
               DISPLAY "READ ERROR:" SQLCODE
