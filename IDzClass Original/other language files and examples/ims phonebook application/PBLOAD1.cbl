      * with the command columns left blank:
      *   cols  9-18  last name     cols 19-28  first name
      *   cols 29-38  extension     cols 39-45  zip code
      *   cols 46-53  department    cols 54-59  building
      *   cols 60-62  floor         cols 63-70  mail stop
      *
      * The department/location columns are optional.  When any of
      * them is filled in, the entry's L1111111 department/location
      * child segment (the PBLOCC layout DFSIVA64's LOCSET command
      * maintains) is replaced with the values given, or inserted
      * if the person has none yet.  A location that cannot be
      * stored is reported against the entry and the run ends RC 4;
      * the root segment change itself stands.
      *
      * The database PCB and the change-history PCB are received at
      * DLITCBL entry, BMP fashion; the load and report files are
               03  IO-EXTENSION   PIC  X(10).
               03  IO-ZIP-CODE    PIC  X(7).
      *
      * DEPARTMENT/LOCATION CHILD SEGMENT AND ITS SSA
       COPY PBLOCC.
      *
      * DL/I CALL FUNCTIONS AND THE ROOT-SEGMENT SSA, AS IN DFSIVA64
       77  GET-HOLD-UNIQUE PIC  X(4)  VALUE 'GHU '.
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
           05  NUM-ADDED             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REPLACED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOC-SET           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOC-FAILED        PIC S9(9)   COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
           05  RPT-REPLACED           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  REJECTED: '.
           05  RPT-REJECTED           PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER                 PIC X(15) VALUE 'LOCATIONS SET:'.
           05  RPT-LOC-SET            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '  FAILED: '.
           05  RPT-LOC-FAILED         PIC ZZZ,ZZ9.

      *****************************************************************
       LINKAGE SECTION.

           PERFORM 300-PRINT-SUMMARY.
           PERFORM 905-CLOSE-FILES.
           IF NUM-REJECTED > 0 OR NUM-LOC-FAILED > 0
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'PBLOAD1 ENDED - ADDED = ' NUM-ADDED
                   ' REPLACED = ' NUM-REPLACED
                   ADD +1 TO NUM-REPLACED
                   MOVE 'REPLACED' TO RPT-DISPOSITION
                   MOVE SPACES     TO RPT-REASON
                   PERFORM 170-APPLY-LOCATION THROUGH 170-EXIT
                   PERFORM 200-PRINT-DETAIL
               ELSE
                   MOVE 'REPL STATUS ' TO WS-REJECT-REASON
               ADD +1 TO NUM-ADDED
               MOVE 'ADDED'   TO RPT-DISPOSITION
               MOVE SPACES    TO RPT-REASON
               PERFORM 170-APPLY-LOCATION THROUGH 170-EXIT
               PERFORM 200-PRINT-DETAIL
           ELSE
               MOVE 'ISRT STATUS ' TO WS-REJECT-REASON
               DISPLAY 'PBLOAD1 HISTORY ISRT STATUS ' HIST-STATUS
                       ' FOR ' IO-LAST-NAME.

      *    ---------------------------------------------------------
      *    Department/location child of the entry just added or
      *    replaced, when the load record carries one.  A GHU down
      *    the root's path holds an existing segment for REPL; not
      *    found ('GE') means a fresh ISRT under the root.  The
      *    outcome goes in the detail line's reason column.
      *    ---------------------------------------------------------
       170-APPLY-LOCATION.
           IF IN-DEPT-CODE = SPACES AND
              IN-BUILDING = SPACES AND
              IN-FLOOR = SPACES AND
              IN-MAIL-STOP = SPACES
               GO TO 170-EXIT.
           MOVE IN-LAST-NAME TO SSA-KEY.
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB, LOC-IOAREA,
                                SSA, LSSA1.
           IF DBSTATUS = SPACES
               PERFORM 175-MOVE-LOCATION
               CALL 'CBLTDLI' USING REPL, DBPCB, LOC-IOAREA
               IF DBSTATUS NOT = SPACES
                   MOVE 'LOCATION REPL STATUS ' TO RPT-REASON
                   MOVE DBSTATUS TO RPT-REASON(22:2)
                   ADD +1 TO NUM-LOC-FAILED
                   GO TO 170-EXIT
               END-IF
               MOVE 'LOCATION REPLACED' TO RPT-REASON
               ADD +1 TO NUM-LOC-SET
               GO TO 170-EXIT.
           IF DBSTATUS NOT = 'GE'
               MOVE 'LOCATION GHU STATUS ' TO RPT-REASON
               MOVE DBSTATUS TO RPT-REASON(21:2)
               ADD +1 TO NUM-LOC-FAILED
               GO TO 170-EXIT.
           PERFORM 175-MOVE-LOCATION.
           CALL 'CBLTDLI' USING ISRT, DBPCB, LOC-IOAREA, SSA, LSSA1.
           IF DBSTATUS NOT = SPACES
               MOVE 'LOCATION ISRT STATUS ' TO RPT-REASON
               MOVE DBSTATUS TO RPT-REASON(22:2)
               ADD +1 TO NUM-LOC-FAILED
               GO TO 170-EXIT.
           MOVE 'LOCATION ADDED' TO RPT-REASON.
           ADD +1 TO NUM-LOC-SET.
       170-EXIT.
           EXIT.

       175-MOVE-LOCATION.
           MOVE IN-DEPT-CODE  TO LOC-DEPT-CODE.
           MOVE IN-BUILDING   TO LOC-BUILDING.
           MOVE IN-FLOOR      TO LOC-FLOOR.
           MOVE IN-MAIL-STOP  TO LOC-MAIL-STOP.

       200-PRINT-DETAIL.
           MOVE IN-LAST-NAME  TO RPT-LAST-NAME.
           MOVE IN-FIRST-NAME TO RPT-FIRST-NAME.
           MOVE NUM-REPLACED  TO RPT-REPLACED.
           MOVE NUM-REJECTED  TO RPT-REJECTED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-LOC-SET    TO RPT-LOC-SET.
           MOVE NUM-LOC-FAILED TO RPT-LOC-FAILED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
