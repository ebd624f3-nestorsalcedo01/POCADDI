      ****************************************************************
      * PROGRAM:  PBRELD1
      *           BMP reload and sign-off for the phonebook reorg
      *
      * Second half of the reorganization job pair.  After PBUNLD1
      * has unloaded the phonebook and change-history databases to
      * PBUNLOAD and the databases have been re-initialized empty,
      * this BMP:
      *
      *   - ISRTs every 'R' record back to the A1111111 phonebook
      *     database, every 'L' record back as the L1111111
      *     department/location child of the root just before it,
      *     and every 'H' record back to the H1111111
      *     change-history database, counting and hashing each one
      *     through PBHASH1 exactly as PBUNLD1 did,
      *   - captures the 'C' control record PBUNLD1 wrote last,
      *   - re-reads both reloaded databases from the top with an
      *     unqualified GU and GN calls, and counts and hashes what
      *     is actually there a third time, and
      *   - prints the CONTROL / LOADED / RE-READ figures side by
      *     side.
      *
      * The reorg is SIGNED OFF only when all three agree for both
      * databases and the reload itself raised no errors.  Any
      * other outcome -- a missing control record (an incomplete
      * unload), an ISRT failure, a record type other than R/L/H/C,
      * a record after the control record, or a count or hash
      * mismatch -- prints NOT SIGNED OFF and ends the step RC 12,
      * and the databases must be restored from the pre-reorg image
      * copies before the online system is restarted.
      *
      * PCB ORDER:  phonebook database first, history database
      * second, matching the PSB (as PBHIST1).  Both PCBs need
      * PROCOPT=A so the verify pass can read back what was loaded,
      * and the phonebook PCB must be sensitive to L1111111.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBRELD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT UNLOAD-FILE   ASSIGN TO PBUNLOAD
               FILE STATUS  IS  WS-UNLOAD-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RELDRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY PBUNLDC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-UNLOAD-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-UNLOAD-EOF              PIC X   VALUE 'N'.
       01  WS-DATABASE-EOF            PIC X   VALUE 'N'.
       01  WS-HISTORY-EOF             PIC X   VALUE 'N'.
       01  WS-CONTROL-FOUND           PIC X   VALUE 'N'.
       01  WS-RELOAD-OK               PIC X   VALUE 'Y'.
       01  WS-SIGNED-OFF              PIC X   VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(6).
      *
      *        PHONEBOOK SEGMENT I/O AREA (SAME SHAPE AS THE
      *        A1111111 ROOT SEGMENT DFSIVA64 READS AND WRITES)
       01  IOAREA.
           02  IO-BLANK  PIC  X(37) VALUE SPACES.
           02  IO-DATA REDEFINES IO-BLANK.
               03  IO-LAST-NAME   PIC  X(10).
               03  IO-FIRST-NAME  PIC  X(10).
               03  IO-EXTENSION   PIC  X(10).
               03  IO-ZIP-CODE    PIC  X(7).
      *
      *        HISTORY SEGMENT I/O AREA (SAME SHAPE DFSIVA64
      *        ISRT'S TO THE CHANGE-HISTORY DATABASE)
       01  HIST-IOAREA.
           02  HIST-KEY-FIELDS.
               03  HIST-TRAN         PIC  X(3).
               03  HIST-DATE         PIC  9(6).
               03  HIST-TIME         PIC  9(8).
               03  HIST-LAST-NAME    PIC  X(10).
               03  HIST-FIRST-NAME   PIC  X(10).
           02  HIST-EXTENSION    PIC  X(10).
           02  HIST-ZIP-CODE     PIC  X(7).
      *
      *        DEPARTMENT/LOCATION CHILD SEGMENT, AND THE NAMES OF THE
      *        ROOT IT BELONGS TO (IOAREA IS OVERLAID BY THE CHILD ON
      *        THE VERIFY PASS)
       COPY PBLOCC.
       01  WS-ROOT-LAST-NAME          PIC X(10) VALUE SPACES.
       01  WS-ROOT-FIRST-NAME         PIC X(10) VALUE SPACES.
      *
      * DL/I CALL FUNCTIONS AND SSAS, AS IN DFSIVA64
       77  GET-UNIQUE      PIC  X(4)  VALUE 'GU  '.
       77  GET-NEXT        PIC  X(4)  VALUE 'GN  '.
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
       77  END-OF-DATABASE PIC  X(4)  VALUE 'GB'.
       77  NOT-FOUND       PIC  X(4)  VALUE 'GE'.
       77  SSA1            PIC X(9)  VALUE 'A1111111 '.
       01  HSSA1           PIC X(9)  VALUE 'H1111111 '.
       01  SSA.
           02  SEGMENT-NAME  PIC X(8)  VALUE 'A1111111'.
           02  SEG-KEY-NAME  PIC X(11) VALUE '(A1111111 ='.
           02  SSA-KEY       PIC X(10).
           02  FILLER        PIC X VALUE ')'.
      *
       COPY PBHASHC.
      *
       01  TOTALS-VARS.
           05  NUM-RECORDS-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ERRORS            PIC S9(9)   COMP-3  VALUE +0.
      *        AS RECORDED BY PBUNLD1 ON THE 'C' RECORD
           05  CTL-ROOT-COUNT        PIC S9(9)   COMP-3  VALUE +0.
           05  CTL-ROOT-HASH         PIC S9(15)  COMP-3  VALUE +0.
           05  CTL-HIST-COUNT        PIC S9(9)   COMP-3  VALUE +0.
           05  CTL-HIST-HASH         PIC S9(15)  COMP-3  VALUE +0.
           05  CTL-LOC-COUNT         PIC S9(9)   COMP-3  VALUE +0.
           05  CTL-LOC-HASH          PIC S9(15)  COMP-3  VALUE +0.
      *        AS ISRT'D BY THIS RUN
           05  LOAD-ROOT-COUNT       PIC S9(9)   COMP-3  VALUE +0.
           05  LOAD-ROOT-HASH        PIC S9(15)  COMP-3  VALUE +0.
           05  LOAD-HIST-COUNT       PIC S9(9)   COMP-3  VALUE +0.
           05  LOAD-HIST-HASH        PIC S9(15)  COMP-3  VALUE +0.
           05  LOAD-LOC-COUNT        PIC S9(9)   COMP-3  VALUE +0.
           05  LOAD-LOC-HASH         PIC S9(15)  COMP-3  VALUE +0.
      *        AS READ BACK FROM THE RELOADED DATABASES
           05  READ-ROOT-COUNT       PIC S9(9)   COMP-3  VALUE +0.
           05  READ-ROOT-HASH        PIC S9(15)  COMP-3  VALUE +0.
           05  READ-HIST-COUNT       PIC S9(9)   COMP-3  VALUE +0.
           05  READ-HIST-HASH        PIC S9(15)  COMP-3  VALUE +0.
           05  READ-LOC-COUNT        PIC S9(9)   COMP-3  VALUE +0.
           05  READ-LOC-HASH         PIC S9(15)  COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(44)
                     VALUE 'PHONEBOOK REORGANIZATION RELOAD REPORT'.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  RPT-RUN-DATE           PIC 9(6).
           05  FILLER                 PIC X(76) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  FILLER                 PIC X(20)
                     VALUE '             CONTROL'.
           05  FILLER                 PIC X(20)
                     VALUE '              LOADED'.
           05  FILLER                 PIC X(20)
                     VALUE '             RE-READ'.
           05  FILLER                 PIC X(46) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-COMPARE-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-COMPARE-ITEM    PIC X(24).
           05  RPT-CONTROL-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-LOADED-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-REREAD-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-COMPARE-FLAG    PIC X(8).
           05  FILLER              PIC X(39)    VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(24).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACES.
       01  RPT-MESSAGE-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-MESSAGE         PIC X(60).
           05  FILLER              PIC X(70)    VALUE SPACES.

      *****************************************************************
       LINKAGE SECTION.
      *
       01  DBPCB.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  DBSTATUS        PIC  X(2).
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).
       01  HISTPCB.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  HIST-STATUS     PIC  X(2).
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).

      *****************************************************************
       PROCEDURE DIVISION USING DBPCB, HISTPCB.
      *****************************************************************

       000-MAIN.
           DISPLAY 'PBRELD1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 700-READ-UNLOAD-FILE.
           PERFORM 100-RELOAD-ONE-RECORD THROUGH 100-EXIT
               UNTIL WS-UNLOAD-EOF = 'Y'.

           IF WS-CONTROL-FOUND NOT = 'Y'
               DISPLAY 'PBRELD1 NO CONTROL RECORD ON PBUNLOAD'
               MOVE 'N' TO WS-RELOAD-OK.

           IF WS-RELOAD-OK = 'Y'
               PERFORM 200-VERIFY-ROOTS THROUGH 200-EXIT
               PERFORM 220-VERIFY-HISTORY THROUGH 220-EXIT.

           PERFORM 250-DECIDE-SIGN-OFF.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF WS-SIGNED-OFF NOT = 'Y' AND RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE.
           DISPLAY 'PBRELD1 ENDED - ROOTS = ' LOAD-ROOT-COUNT
                   ' LOCATIONS = ' LOAD-LOC-COUNT
                   ' HISTORY = ' LOAD-HIST-COUNT
                   ' SIGNED OFF = ' WS-SIGNED-OFF.
           GOBACK .

      *----------------------------------------------------------------
      *    Reload one PBUNLOAD record.  The 'C' record must be the
      *    last on the file; anything after it means the file was
      *    built wrongly and the reload cannot be trusted.
      *----------------------------------------------------------------
       100-RELOAD-ONE-RECORD.
           IF WS-CONTROL-FOUND = 'Y'
               DISPLAY 'PBRELD1 RECORD FOUND AFTER CONTROL RECORD'
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               GO TO 100-READ-NEXT.
           IF PBU-ROOT-REC
               PERFORM 110-RELOAD-ROOT THROUGH 110-EXIT
               GO TO 100-READ-NEXT.
           IF PBU-LOCATION-REC
               PERFORM 115-RELOAD-LOCATION THROUGH 115-EXIT
               GO TO 100-READ-NEXT.
           IF PBU-HISTORY-REC
               PERFORM 120-RELOAD-HISTORY THROUGH 120-EXIT
               GO TO 100-READ-NEXT.
           IF PBU-CONTROL-REC
               MOVE 'Y'            TO WS-CONTROL-FOUND
               MOVE PBU-ROOT-COUNT TO CTL-ROOT-COUNT
               MOVE PBU-ROOT-HASH  TO CTL-ROOT-HASH
               MOVE PBU-HIST-COUNT TO CTL-HIST-COUNT
               MOVE PBU-HIST-HASH  TO CTL-HIST-HASH
               MOVE PBU-LOC-COUNT  TO CTL-LOC-COUNT
               MOVE PBU-LOC-HASH   TO CTL-LOC-HASH
               GO TO 100-READ-NEXT.
           DISPLAY 'PBRELD1 UNKNOWN RECORD TYPE ' PBU-TYPE.
           ADD +1 TO NUM-ERRORS.
           MOVE 'N' TO WS-RELOAD-OK.
       100-READ-NEXT.
           PERFORM 700-READ-UNLOAD-FILE.
       100-EXIT.
           EXIT.

       110-RELOAD-ROOT.
           MOVE PBU-ROOT-SEGMENT TO IOAREA.
           MOVE SPACES        TO WS-ROOT-LAST-NAME.
           MOVE SPACES        TO WS-ROOT-FIRST-NAME.
           CALL 'CBLTDLI' USING ISRT, DBPCB, IOAREA, SSA1.
           IF DBSTATUS OF DBPCB NOT = SPACES
               DISPLAY 'PBRELD1 ISRT STATUS ' DBSTATUS OF DBPCB
                       ' FOR ' IO-LAST-NAME
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               GO TO 110-EXIT.
           ADD +1 TO LOAD-ROOT-COUNT.
           MOVE IO-LAST-NAME  TO WS-ROOT-LAST-NAME.
           MOVE IO-FIRST-NAME TO WS-ROOT-FIRST-NAME.
           PERFORM 600-HASH-ROOT.
           ADD PH-HASH TO LOAD-ROOT-HASH.
       110-EXIT.
           EXIT.

      *    A location record belongs to the root loaded just before
      *    it; with no root loaded (none yet, or its ISRT failed)
      *    there is nothing to put it under.
       115-RELOAD-LOCATION.
           IF WS-ROOT-LAST-NAME = SPACES
               DISPLAY 'PBRELD1 LOCATION RECORD WITH NO ROOT LOADED'
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               GO TO 115-EXIT.
           MOVE PBU-LOC-SEGMENT  TO LOC-IOAREA.
           MOVE WS-ROOT-LAST-NAME TO SSA-KEY.
           CALL 'CBLTDLI' USING ISRT, DBPCB, LOC-IOAREA, SSA, LSSA1.
           IF DBSTATUS OF DBPCB NOT = SPACES
               DISPLAY 'PBRELD1 LOCATION ISRT STATUS '
                       DBSTATUS OF DBPCB ' FOR ' WS-ROOT-LAST-NAME
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               GO TO 115-EXIT.
           ADD +1 TO LOAD-LOC-COUNT.
           PERFORM 605-HASH-LOCATION.
           ADD PH-HASH TO LOAD-LOC-HASH.
       115-EXIT.
           EXIT.

       120-RELOAD-HISTORY.
           MOVE PBU-HIST-SEGMENT TO HIST-IOAREA.
           CALL 'CBLTDLI' USING ISRT, HISTPCB, HIST-IOAREA, HSSA1.
           IF HIST-STATUS OF HISTPCB NOT = SPACES
               DISPLAY 'PBRELD1 HISTORY ISRT STATUS '
                       HIST-STATUS OF HISTPCB
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               GO TO 120-EXIT.
           ADD +1 TO LOAD-HIST-COUNT.
           PERFORM 610-HASH-HISTORY.
           ADD PH-HASH TO LOAD-HIST-HASH.
       120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    Verify pass: an unqualified GU puts us back at the first
      *    root of each database, then GN walks the rest of it.
      *----------------------------------------------------------------
       200-VERIFY-ROOTS.
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB, IOAREA, SSA1.
           PERFORM 210-VERIFY-ONE-ROOT THROUGH 210-EXIT
               UNTIL WS-DATABASE-EOF = 'Y'.
       200-EXIT.
           EXIT.

       210-VERIFY-ONE-ROOT.
           IF DBSTATUS OF DBPCB = END-OF-DATABASE
              OR DBSTATUS OF DBPCB = NOT-FOUND
               MOVE 'Y' TO WS-DATABASE-EOF
               GO TO 210-EXIT.
           IF DBSTATUS OF DBPCB NOT = SPACES
               DISPLAY 'PBRELD1 VERIFY DL/I ERROR, STATUS='
                       DBSTATUS OF DBPCB
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               MOVE 'Y' TO WS-DATABASE-EOF
               GO TO 210-EXIT.
           IF SEG-NAME-FB OF DBPCB = 'L1111111'
               MOVE IO-BLANK(1:25) TO LOC-BLANK
               ADD +1 TO READ-LOC-COUNT
               PERFORM 605-HASH-LOCATION
               ADD PH-HASH TO READ-LOC-HASH
           ELSE
               MOVE IO-LAST-NAME  TO WS-ROOT-LAST-NAME
               MOVE IO-FIRST-NAME TO WS-ROOT-FIRST-NAME
               ADD +1 TO READ-ROOT-COUNT
               PERFORM 600-HASH-ROOT
               ADD PH-HASH TO READ-ROOT-HASH.
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA.
       210-EXIT.
           EXIT.

       220-VERIFY-HISTORY.
           CALL 'CBLTDLI' USING GET-UNIQUE, HISTPCB, HIST-IOAREA,
                                HSSA1.
           PERFORM 230-VERIFY-ONE-HISTORY THROUGH 230-EXIT
               UNTIL WS-HISTORY-EOF = 'Y'.
       220-EXIT.
           EXIT.

       230-VERIFY-ONE-HISTORY.
           IF HIST-STATUS OF HISTPCB = END-OF-DATABASE
              OR HIST-STATUS OF HISTPCB = NOT-FOUND
               MOVE 'Y' TO WS-HISTORY-EOF
               GO TO 230-EXIT.
           IF HIST-STATUS OF HISTPCB NOT = SPACES
               DISPLAY 'PBRELD1 VERIFY DL/I ERROR, STATUS='
                       HIST-STATUS OF HISTPCB
               ADD +1 TO NUM-ERRORS
               MOVE 'N' TO WS-RELOAD-OK
               MOVE 'Y' TO WS-HISTORY-EOF
               GO TO 230-EXIT.
           ADD +1 TO READ-HIST-COUNT.
           PERFORM 610-HASH-HISTORY.
           ADD PH-HASH TO READ-HIST-HASH.
           CALL 'CBLTDLI' USING GET-NEXT, HISTPCB, HIST-IOAREA.
       230-EXIT.
           EXIT.

       250-DECIDE-SIGN-OFF.
           MOVE 'N' TO WS-SIGNED-OFF.
           IF WS-RELOAD-OK = 'Y'
              AND WS-CONTROL-FOUND = 'Y'
              AND LOAD-ROOT-COUNT = CTL-ROOT-COUNT
              AND READ-ROOT-COUNT = CTL-ROOT-COUNT
              AND LOAD-ROOT-HASH  = CTL-ROOT-HASH
              AND READ-ROOT-HASH  = CTL-ROOT-HASH
              AND LOAD-HIST-COUNT = CTL-HIST-COUNT
              AND READ-HIST-COUNT = CTL-HIST-COUNT
              AND LOAD-HIST-HASH  = CTL-HIST-HASH
              AND READ-HIST-HASH  = CTL-HIST-HASH
              AND LOAD-LOC-COUNT  = CTL-LOC-COUNT
              AND READ-LOC-COUNT  = CTL-LOC-COUNT
              AND LOAD-LOC-HASH   = CTL-LOC-HASH
              AND READ-LOC-HASH   = CTL-LOC-HASH
               MOVE 'Y' TO WS-SIGNED-OFF.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PHONEBOOK ROOTS:        ' TO RPT-COMPARE-ITEM.
           MOVE CTL-ROOT-COUNT             TO RPT-CONTROL-VALUE.
           MOVE LOAD-ROOT-COUNT            TO RPT-LOADED-VALUE.
           MOVE READ-ROOT-COUNT            TO RPT-REREAD-VALUE.
           PERFORM 310-WRITE-COMPARE-LINE.
           MOVE 'PHONEBOOK KEY HASH:     ' TO RPT-COMPARE-ITEM.
           MOVE CTL-ROOT-HASH              TO RPT-CONTROL-VALUE.
           MOVE LOAD-ROOT-HASH             TO RPT-LOADED-VALUE.
           MOVE READ-ROOT-HASH             TO RPT-REREAD-VALUE.
           PERFORM 310-WRITE-COMPARE-LINE.
           MOVE 'LOCATION SEGMENTS:      ' TO RPT-COMPARE-ITEM.
           MOVE CTL-LOC-COUNT              TO RPT-CONTROL-VALUE.
           MOVE LOAD-LOC-COUNT             TO RPT-LOADED-VALUE.
           MOVE READ-LOC-COUNT             TO RPT-REREAD-VALUE.
           PERFORM 310-WRITE-COMPARE-LINE.
           MOVE 'LOCATION KEY HASH:      ' TO RPT-COMPARE-ITEM.
           MOVE CTL-LOC-HASH               TO RPT-CONTROL-VALUE.
           MOVE LOAD-LOC-HASH              TO RPT-LOADED-VALUE.
           MOVE READ-LOC-HASH              TO RPT-REREAD-VALUE.
           PERFORM 310-WRITE-COMPARE-LINE.
           MOVE 'HISTORY SEGMENTS:       ' TO RPT-COMPARE-ITEM.
           MOVE CTL-HIST-COUNT             TO RPT-CONTROL-VALUE.
           MOVE LOAD-HIST-COUNT            TO RPT-LOADED-VALUE.
           MOVE READ-HIST-COUNT            TO RPT-REREAD-VALUE.
           PERFORM 310-WRITE-COMPARE-LINE.
           MOVE 'HISTORY KEY HASH:       ' TO RPT-COMPARE-ITEM.
           MOVE CTL-HIST-HASH              TO RPT-CONTROL-VALUE.
           MOVE LOAD-HIST-HASH             TO RPT-LOADED-VALUE.
           MOVE READ-HIST-HASH             TO RPT-REREAD-VALUE.
           PERFORM 310-WRITE-COMPARE-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PBUNLOAD RECORDS READ:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-RECORDS-READ           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RELOAD ERRORS:          ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ERRORS                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF WS-CONTROL-FOUND NOT = 'Y'
               MOVE 'NO CONTROL RECORD - UNLOAD FILE IS INCOMPLETE'
                 TO RPT-MESSAGE
               WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2.
           IF WS-SIGNED-OFF = 'Y'
               MOVE 'RELOAD VERIFIED - SIGNED OFF' TO RPT-MESSAGE
           ELSE
               MOVE 'RELOAD NOT SIGNED OFF - RESTORE FROM IMAGE COPY'
                 TO RPT-MESSAGE.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2.

       310-WRITE-COMPARE-LINE.
           MOVE SPACES TO RPT-COMPARE-FLAG.
           IF RPT-LOADED-VALUE NOT = RPT-CONTROL-VALUE
              OR RPT-REREAD-VALUE NOT = RPT-CONTROL-VALUE
               MOVE '*MISMAT*' TO RPT-COMPARE-FLAG.
           WRITE REPORT-RECORD FROM RPT-COMPARE-DETAIL.

       600-HASH-ROOT.
           MOVE SPACES        TO PH-TEXT.
           MOVE IO-LAST-NAME  TO PH-TEXT(1:10).
           MOVE IO-FIRST-NAME TO PH-TEXT(11:10).
           MOVE +20           TO PH-LENGTH.
           CALL 'PBHASH1' USING PBHASH-AREA.

       605-HASH-LOCATION.
           MOVE SPACES             TO PH-TEXT.
           MOVE WS-ROOT-LAST-NAME  TO PH-TEXT(1:10).
           MOVE WS-ROOT-FIRST-NAME TO PH-TEXT(11:10).
           MOVE LOC-DATA           TO PH-TEXT(21:25).
           MOVE +45                TO PH-LENGTH.
           CALL 'PBHASH1' USING PBHASH-AREA.

       610-HASH-HISTORY.
           MOVE SPACES          TO PH-TEXT.
           MOVE HIST-KEY-FIELDS TO PH-TEXT(1:37).
           MOVE +37             TO PH-LENGTH.
           CALL 'PBHASH1' USING PBHASH-AREA.

       700-READ-UNLOAD-FILE.
           READ UNLOAD-FILE
             AT END MOVE 'Y' TO WS-UNLOAD-EOF.
           IF WS-UNLOAD-EOF NOT = 'Y'
               IF WS-UNLOAD-STATUS NOT = '00'
                   DISPLAY 'PBRELD1 PBUNLOAD READ ERROR. RC:'
                           WS-UNLOAD-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-RELOAD-OK
                   MOVE 'Y' TO WS-UNLOAD-EOF
               ELSE
                   ADD +1 TO NUM-RECORDS-READ.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       900-OPEN-FILES.
           OPEN INPUT    UNLOAD-FILE .
           OPEN OUTPUT   REPORT-FILE .
           IF WS-UNLOAD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PBUNLOAD. RC:' WS-UNLOAD-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-RELOAD-OK
             MOVE 'Y' TO WS-UNLOAD-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RELDRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-RELOAD-OK
             MOVE 'Y' TO WS-UNLOAD-EOF.

       905-CLOSE-FILES.
           CLOSE UNLOAD-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PBRELD1
