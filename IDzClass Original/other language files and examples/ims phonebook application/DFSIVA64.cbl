      *        FIRST NAME   : XXXXXXXXXX
      *        EXTENSION#   : N-NNN-NNNN
      *        INTERNAL ZIP : XXX/XXX
      *        DEPARTMENT   : XXXXXXXX     (LOCSET ONLY)
      *        BUILDING     : XXXXXX       (LOCSET ONLY)
      *        FLOOR        : XXX          (LOCSET ONLY)
      *        MAIL STOP    : XXXXXXXX     (LOCSET ONLY)
      *
      * CCCCCCCC = COMMAND
      *        ADD     = INSERT ENTRY IN DB
      *        UPDATE  = UPDATE ENTRY FROM DB
      *        DISPLAY = DISPLAY ENTRY
      *        TADD    = SAME AS ADD, BUT WRITE TO OPERATOR
      *        LOCSET  = SET DEPARTMENT/LOCATION OF AN ENTRY; ONLY
      *                  THE NON-BLANK FIELDS ARE CHANGED
      *        LOCDIS  = DISPLAY ENTRY WITH ITS DEPARTMENT/LOCATION
      *
      * THE DEPARTMENT/LOCATION IS THE L1111111 CHILD SEGMENT OF THE
      * A1111111 ROOT (PBLOCC COPYBOOK); THE DATABASE PCB IN THE PSB
      * MUST BE SENSITIVE TO IT.  A DELETE REMOVES IT WITH THE ROOT.
      *
      *       CHANGES:  THIS MODULE IS NEW IN IMS/ESA 3.2
      *  APAR...  ID  PREREQ.  DATE....  DESCRIPTION...................
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
       77  DLET            PIC  X(4)  VALUE 'DLET'.
       77  REPL            PIC  X(4)  VALUE 'REPL'.
       77  GET-NEXT-PARENT PIC  X(4)  VALUE 'GNP '.

      * DL/I CALL STATUS CODE

                   VALUE 'DELETION OF ENTRY HAS FAILED            '.
       77  MREPLE  PIC  X(40)
                   VALUE 'UPDATE OF ENTRY HAS FAILED              '.
       77  MLOCSET PIC  X(40)
                   VALUE 'LOCATION WAS SET                        '.
       77  MLOCE   PIC  X(40)
                   VALUE 'UPDATE OF LOCATION HAS FAILED           '.
       77  MNOLOC  PIC  X(40)
                   VALUE 'NO LOCATION IS ON FILE FOR THIS ENTRY   '.

      * VARIABLES

           VALUE   'DISPLAY'.
       77  CONSTANT11      PIC X(7)
           VALUE   'TADD   '.
       77  CONSTANT12      PIC X(24)
           VALUE   'DEPARTMENT  CODE    :   '.
       77  CONSTANT13      PIC X(24)
           VALUE   'BUILDING            :   '.
       77  CONSTANT14      PIC X(24)
           VALUE   'FLOOR               :   '.
       77  CONSTANT15      PIC X(24)
           VALUE   'MAIL  STOP          :   '.
       77  SSA1            PIC X(9)  VALUE 'A1111111 '.


             88  NO-SET-DATA       VALUE '1'.
          02  TADD-FLAG      PIC X VALUE '0'.
             88  PROCESS-TADD      VALUE '1'.
          02  LOC-FLAG       PIC X VALUE '0'.
             88  SHOW-LOCATION     VALUE '1'.

      * COUNTERS


        COPY IMSPHBK2.

      * DEPARTMENT/LOCATION CHILD SEGMENT I/O AREA AND ITS SSA

        COPY PBLOCC.

       LINKAGE SECTION.

       01  IOPCB.
           DISPLAY "I am enjoying this lab!! MQ"
           MOVE 0 TO SET-DATA-FLAG.
           MOVE 0 TO TADD-FLAG.
           MOVE 0 TO LOC-FLAG.
           MOVE GET-NEXT TO GS-ERROR-CALL.
           CALL 'CBLTDLI' USING GET-NEXT, GIPCB, INPUT-AREA.
       READ-INPUT.
           MOVE SPACES TO OUT-BLANK.
           MOVE SPACES TO OUT-FILL.
           MOVE SPACES TO IO-BLANK.
           MOVE SPACES TO LOC-BLANK.
           MOVE 0 TO LOC-FLAG.

      *    CHECK THE LEADING SPACE IN INPUT COMMAND AND TRIM IT OFF

                THEN PERFORM TO-DEL THRU TO-DEL-END
           ELSE IF TEMP-IOCMD EQUAL 'DIS'
                THEN PERFORM TO-DIS THRU TO-DIS-END
           ELSE IF IO-COMMAND EQUAL 'LOCSET'
                THEN PERFORM TO-LOCSET THRU TO-LOCSET-END
           ELSE IF IO-COMMAND EQUAL 'LOCDIS'
                THEN PERFORM TO-LOCDIS THRU TO-LOCDIS-END
           ELSE
               MOVE IN-COMMAND TO OUT-COMMAND
               MOVE IN-LAST-NAME TO OUT-LAST-NAME
       TO-DIS-END.
           EXIT.

      * PROCEDURE TO-LOCSET : DEPARTMENT/LOCATION SET REQUEST HANDLER

       TO-LOCSET.
           MOVE IN-COMMAND TO OUT-COMMAND.
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.
           IF IN-DEPT-CODE EQUAL SPACES AND
               IN-BUILDING EQUAL SPACES AND
               IN-FLOOR EQUAL SPACES AND
               IN-MAIL-STOP EQUAL SPACES
           THEN
               MOVE MNODATA TO OUT-MESSAGE
               PERFORM ISRT-IO THRU ISRT-IO-END
           ELSE
               MOVE IO-LAST-NAME TO SSA-KEY
               PERFORM GET-UNIQUE-DB THRU GET-UNIQUE-DB-END
               IF DBSTATUS = SPACES
                   MOVE IO-DATA TO OUT-DATA
                   MOVE IO-COMMAND TO OUT-COMMAND
                   PERFORM LOC-SET-DB THRU LOC-SET-DB-END
               END-IF
           END-IF.
       TO-LOCSET-END.
           EXIT.

      * PROCEDURE TO-LOCDIS : DEPARTMENT/LOCATION DISPLAY REQUEST
      *    HANDLER. THE ROOT IS READ FIRST SO A MISSING PERSON AND A
      *    PERSON WITH NO LOCATION ON FILE GIVE DIFFERENT MESSAGES.

       TO-LOCDIS.
           MOVE IN-COMMAND TO OUT-COMMAND.
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.
           MOVE IO-LAST-NAME TO SSA-KEY.
           PERFORM GET-UNIQUE-DB THRU GET-UNIQUE-DB-END.
           IF DBSTATUS = SPACES
           THEN
              MOVE IO-DATA TO OUT-DATA
              MOVE IO-COMMAND TO OUT-COMMAND
              MOVE GET-NEXT-PARENT TO DC-ERROR-CALL
              CALL 'CBLTDLI' USING GET-NEXT-PARENT, DBPCB,
                                   LOC-IOAREA, LSSA1
              IF DBSTATUS = SPACES
                 MOVE 1 TO LOC-FLAG
                 MOVE MDIS TO OUT-MESSAGE
              ELSE
                 MOVE MNOLOC TO OUT-MESSAGE
                 MOVE DBSTATUS TO DC-ERROR-STATUS
              END-IF
              PERFORM ISRT-IO THRU ISRT-IO-END.
       TO-LOCDIS-END.
           EXIT.

      * PROCEDURE ISRT-DB : DATA BASE SEGMENT INSERT REQUEST HANDLER

       ISRT-DB.
       GET-HOLD-UNIQUE-DB-END.
           EXIT.

      * PROCEDURE LOC-SET-DB
      *    DEPARTMENT/LOCATION SEGMENT REPLACE OR INSERT HANDLER.
      *    A GHU DOWN THE PATH OF THE ROOT FOUND BY TO-LOCSET HOLDS
      *    AN EXISTING SEGMENT FOR REPL; NOT FOUND ('GE') MEANS THE
      *    PERSON HAS NONE YET AND ONE IS ISRT'D UNDER THE ROOT.

       LOC-SET-DB.
           MOVE GET-HOLD-UNIQUE TO DC-ERROR-CALL.
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB, LOC-IOAREA,
                                SSA, LSSA1.
           IF DBSTATUS = SPACES
           THEN
              PERFORM LOC-MOVE-INPUT THRU LOC-MOVE-INPUT-END
              MOVE REPL TO DC-ERROR-CALL
              CALL 'CBLTDLI' USING REPL, DBPCB, LOC-IOAREA
           ELSE
              IF DBSTATUS = 'GE'
                 MOVE SPACES TO LOC-BLANK
                 PERFORM LOC-MOVE-INPUT THRU LOC-MOVE-INPUT-END
                 MOVE ISRT TO DC-ERROR-CALL
                 CALL 'CBLTDLI' USING ISRT, DBPCB, LOC-IOAREA,
                                      SSA, LSSA1
              END-IF
           END-IF.
           IF DBSTATUS = SPACES
           THEN
              MOVE 1 TO LOC-FLAG
              MOVE MLOCSET TO OUT-MESSAGE
              PERFORM ISRT-IO THRU ISRT-IO-END
           ELSE
              MOVE MLOCE TO OUT-MESSAGE
              MOVE DBSTATUS TO DC-ERROR-STATUS
              PERFORM ISRT-IO THRU ISRT-IO-END.
       LOC-SET-DB-END.
           EXIT.

      * PROCEDURE LOC-MOVE-INPUT
      *    ONLY THE LOCATION FIELDS ENTERED ARE CHANGED, AS IN TO-UPD

       LOC-MOVE-INPUT.
           IF IN-DEPT-CODE NOT = SPACES
              MOVE IN-DEPT-CODE TO LOC-DEPT-CODE
           END-IF
           IF IN-BUILDING NOT = SPACES
              MOVE IN-BUILDING TO LOC-BUILDING
           END-IF
           IF IN-FLOOR NOT = SPACES
              MOVE IN-FLOOR TO LOC-FLOOR
           END-IF
           IF IN-MAIL-STOP NOT = SPACES
              MOVE IN-MAIL-STOP TO LOC-MAIL-STOP
           END-IF.
       LOC-MOVE-INPUT-END.
           EXIT.

      * PROCEDURE HIST-DB : CHANGE-HISTORY SEGMENT INSERT REQUEST
      *    HANDLER. CALLED WITH THE PRE-CHANGE SEGMENT STILL SITTING
      *    IN IOAREA, AHEAD OF EVERY REPL OR DLET AGAINST THE
           MOVE SPACES TO D2CON1.
           MOVE SPACES TO D2VAR.

           IF SHOW-LOCATION
              PERFORM ISRT-IO-LOC THRU ISRT-IO-LOC-END.

           CALL 'CBLTDLI' USING ISRT, GOPCB, BLANKLINE.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.
       ISRT-IO-END.
           EXIT.

      * PROCEDURE ISRT-IO-LOC : DEPARTMENT/LOCATION LINES OF THE PAGE

       ISRT-IO-LOC.
           CALL 'CBLTDLI' USING ISRT, GOPCB, BLANKLINE.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.

           MOVE CONSTANT12 TO D2CON1.
           MOVE LOC-DEPT-CODE TO D2VAR.
           CALL 'CBLTDLI' USING ISRT, GOPCB, OUTLINE5.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.

           MOVE CONSTANT13 TO D2CON1.
           MOVE LOC-BUILDING TO D2VAR.
           CALL 'CBLTDLI' USING ISRT, GOPCB, OUTLINE5.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.

           MOVE CONSTANT14 TO D2CON1.
           MOVE LOC-FLOOR TO D2VAR.
           CALL 'CBLTDLI' USING ISRT, GOPCB, OUTLINE5.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.

           MOVE CONSTANT15 TO D2CON1.
           MOVE LOC-MAIL-STOP TO D2VAR.
           CALL 'CBLTDLI' USING ISRT, GOPCB, OUTLINE5.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.
           MOVE SPACES TO D2CON1.
           MOVE SPACES TO D2VAR.
       ISRT-IO-LOC-END.
           EXIT.

      * PROCEDURE SETDATE : SET THE DATE

       SETDATE.
