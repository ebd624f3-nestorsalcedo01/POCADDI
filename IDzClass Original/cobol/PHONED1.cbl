      *****************************************************
      * PROGRAM:  PHONED1                                  *
      *                                                    *
      * PUBLISHED STAFF DIRECTORY FROM IBMUSER.FRIENDZ AND *
      * THE IMS PHONEBOOK DATABASE                         *
      *                                                    *
      * STAFF ASKING FOR "THE PHONE LIST" USED TO GET      *
      * EITHER A FRIENDZ QUERY (PHONE AND EMAIL) OR A      *
      * PBEXTQ1 LISTING (EXTENSION AND ZIP), NEVER BOTH.   *
      * THIS JOB JOINS THE TWO ON THE LAST NAME + FIRST    *
      * NAME KEY, THE SAME WAY PHONEB2 RECONCILES THEM,    *
      * AND PUBLISHES ONE LIST:                            *
      *   - DIRPRT   - A PRINTABLE ALPHABETICAL DIRECTORY: *
      *                NAME, EXTENSION (PHONEBOOK),        *
      *                EXTERNAL PHONE AND EMAIL (FRIENDZ)  *
      *   - DIRXPORT - THE SAME LIST AS FIXED 80-BYTE      *
      *                RECORDS FOR THE RECEPTION           *
      *                SWITCHBOARD LOAD                    *
      * A PERSON FOUND IN ONLY ONE SOURCE IS STILL LISTED, *
      * MARKED WITH THE SOURCE THEY CAME FROM, SO          *
      * RECEPTION HAS ONE LIST INSTEAD OF TWO THAT         *
      * DISAGREE.  PHONEB2 REMAINS THE PLACE TO FIX THE    *
      * DIFFERENCES; THIS JOB ONLY PUBLISHES WHAT IS THERE.*
      *                                                    *
      * DIRXPORT RECORD (80 BYTES):                        *
      *   COLS  1-10  LAST NAME                            *
      *   COLS 11-20  FIRST NAME                           *
      *   COLS 21-30  EXTENSION       (BLANK IF NONE)      *
      *   COLS 31-40  EXTERNAL PHONE  (BLANK IF NONE)      *
      *   COLS 41-70  EMAIL           (BLANK IF NONE)      *
      *   COL  71     SOURCE  B = BOTH, F = FRIENDZ ONLY,  *
      *                       P = PHONEBOOK ONLY           *
      *   COLS 72-80  SPACES                               *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONED1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORT-FILE   ASSIGN TO DIRPRT
               FILE STATUS  IS  WS-REPORT-STATUS.

           SELECT EXPORT-FILE   ASSIGN TO DIRXPORT
               FILE STATUS  IS  WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  EXPORT-RECORD.
           05  XPT-LAST-NAME          PIC X(10).
           05  XPT-FIRST-NAME         PIC X(10).
           05  XPT-EXTENSION          PIC X(10).
           05  XPT-PHONE              PIC X(10).
           05  XPT-EMAIL              PIC X(30).
           05  XPT-SOURCE             PIC X.
               88  XPT-FROM-BOTH              VALUE 'B'.
               88  XPT-FROM-FRIENDZ           VALUE 'F'.
               88  XPT-FROM-PHONEBOOK         VALUE 'P'.
           05  FILLER                 PIC X(9).

       WORKING-STORAGE SECTION.
      *
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-EXPORT-STATUS           PIC XX  VALUE '00'.
      *
       01  WORK-VARIABLES.
           05  NUM-FRIENDZ-ONLY      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PHONEBOOK-ONLY    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BOTH              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXPORTED          PIC S9(9)   COMP-3  VALUE +0.
           05  WS-LINES-ON-PAGE      PIC S9(4)   COMP    VALUE +99.
           05  WS-PAGE-NUMBER        PIC S9(4)   COMP    VALUE +0.
      *
       COPY RUNLOGC.
      *
      *        ***********************************
      *          DRIVING SWITCHES FOR THE MERGE
      *        ***********************************
       01  MERGE-SWITCHES.
           05  SW-FRIENDZ-EOF        PIC X   VALUE 'N'.
               88  FRIENDZ-EOF               VALUE 'Y'.
           05  SW-PHONEBOOK-EOF      PIC X   VALUE 'N'.
               88  PHONEBOOK-EOF              VALUE 'Y'.
      *
      *        ***********************************
      *          FRIENDZ CURSOR HOST VARIABLES
      *        ***********************************
       01  FRIENDZ-ROW.
           05  HV-FNAME              PIC X(10).
           05  HV-LNAME              PIC X(10).
           05  HV-PHONE              PIC X(10).
           05  HV-EMAIL              PIC X(30).
       01  FRIENDZ-MATCH-KEY         PIC X(20).
      *
      *        ***********************************
      *          PHONEBOOK SEGMENT I/O AREA
      *          (SAME SHAPE AS THE A1111111 ROOT
      *          SEGMENT DFSIVA64 READS AND WRITES)
      *        ***********************************
       01  IOAREA.
           02  IO-BLANK  PIC  X(37) VALUE SPACES.
           02  IO-DATA REDEFINES IO-BLANK.
               03  IO-LAST-NAME   PIC  X(10).
               03  IO-FIRST-NAME  PIC  X(10).
               03  IO-EXTENSION   PIC  X(10).
               03  IO-ZIP-CODE    PIC  X(7).
       01  PHONEBOOK-MATCH-KEY       PIC X(20).
      *
      *        ***********************************
      *          DL/I CALL-FUNCTION CONSTANTS
      *        ***********************************
       77  GET-NEXT          PIC  X(4)  VALUE 'GN  '.
       77  END-OF-DATABASE   PIC  X(4)  VALUE 'GB'.
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       EXEC SQL DECLARE DIRECTORY-CURSOR CURSOR FOR
           SELECT LNAME, FNAME, PHONE, EMAIL
             FROM IBMUSER.FRIENDZ
             ORDER BY LNAME, FNAME
       END-EXEC.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(50)
               VALUE 'STAFF TELEPHONE DIRECTORY'.
           05  FILLER                 PIC X(5)   VALUE 'PAGE '.
           05  RPT-PAGE               PIC ZZZ9.
       01  RPT-HEADER2.
           05  FILLER                 PIC X(22)
                     VALUE 'LAST NAME  FIRST NAME'.
           05  FILLER                 PIC X(11)  VALUE 'EXTENSION'.
           05  FILLER                 PIC X(11)  VALUE 'PHONE'.
           05  FILLER                 PIC X(31)  VALUE 'EMAIL'.
           05  FILLER                 PIC X(14)  VALUE 'SOURCE'.
       01  RPT-DETAIL.
           05  RPT-LAST-NAME          PIC X(10).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-FIRST-NAME         PIC X(10).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-EXTENSION          PIC X(10).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-PHONE              PIC X(10).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-EMAIL              PIC X(30).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-SOURCE             PIC X(14).
       01  RPT-SPACES                 PIC X(132) VALUE SPACES.
       01  RPT-SUMMARY.
           05  FILLER              PIC X(20) VALUE 'IN BOTH SOURCES:  '.
           05  RPT-BOTH               PIC ZZZ,ZZ9.
       01  RPT-SUMMARY2.
           05  FILLER              PIC X(20) VALUE 'FRIENDZ ONLY:     '.
           05  RPT-FRIENDZ-ONLY       PIC ZZZ,ZZ9.
       01  RPT-SUMMARY3.
           05  FILLER              PIC X(20) VALUE 'PHONEBOOK ONLY:   '.
           05  RPT-PHONEBOOK-ONLY     PIC ZZZ,ZZ9.
       01  RPT-SUMMARY4.
           05  FILLER              PIC X(20) VALUE 'EXPORT RECORDS:   '.
           05  RPT-EXPORTED           PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *
      *        ***********************************
      *          DL/I PCB MASK FOR THE PHONEBOOK
      *          DATABASE (SAME SHAPE DFSIVA64
      *          RECEIVES AS ITS OWN DBPCB)
      *        ***********************************
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

      *****************************************************************
       PROCEDURE DIVISION USING DBPCB.
      *****************************************************************

       000-MAIN.
           DISPLAY 'PHONED1 STARTED...'.
           MOVE 'S'        TO RL-FUNCTION.
           MOVE 'PHONED1 ' TO RL-PROGRAM.
           MOVE 0 TO RL-RECORDS-READ RL-RECORDS-WRITTEN
                     RL-ERROR-COUNT RL-COMPLETION-CODE.
           CALL 'RUNLOG1' USING RUNLOG-AREA.
           PERFORM 900-OPEN-FILES.

           EXEC SQL OPEN DIRECTORY-CURSOR END-EXEC.
           PERFORM 710-FETCH-FRIENDZ-ROW.
           PERFORM 720-READ-PHONEBOOK-SEGMENT.

           PERFORM 100-MERGE-MATCH THROUGH 100-EXIT
                   UNTIL FRIENDZ-EOF AND PHONEBOOK-EOF.

           PERFORM 300-PRINT-SUMMARY.
           EXEC SQL CLOSE DIRECTORY-CURSOR END-EXEC.
           PERFORM 905-CLOSE-FILES.
           MOVE 'E'              TO RL-FUNCTION.
           COMPUTE RL-RECORDS-READ =
               NUM-BOTH + NUM-FRIENDZ-ONLY + NUM-PHONEBOOK-ONLY.
           MOVE NUM-EXPORTED     TO RL-RECORDS-WRITTEN.
           MOVE 0                TO RL-ERROR-COUNT.
           MOVE RETURN-CODE      TO RL-COMPLETION-CODE.
           CALL 'RUNLOG1' USING RUNLOG-AREA.
           DISPLAY 'PHONED1 ENDED'.
           GOBACK.

       100-MERGE-MATCH.
           IF FRIENDZ-EOF
               PERFORM 220-PHONEBOOK-ONLY-ENTRY
               PERFORM 720-READ-PHONEBOOK-SEGMENT
           ELSE
           IF PHONEBOOK-EOF
               PERFORM 210-FRIENDZ-ONLY-ENTRY
               PERFORM 710-FETCH-FRIENDZ-ROW
           ELSE
           IF FRIENDZ-MATCH-KEY < PHONEBOOK-MATCH-KEY
               PERFORM 210-FRIENDZ-ONLY-ENTRY
               PERFORM 710-FETCH-FRIENDZ-ROW
           ELSE
           IF FRIENDZ-MATCH-KEY > PHONEBOOK-MATCH-KEY
               PERFORM 220-PHONEBOOK-ONLY-ENTRY
               PERFORM 720-READ-PHONEBOOK-SEGMENT
           ELSE
               PERFORM 230-MATCHED-ENTRY
               PERFORM 710-FETCH-FRIENDZ-ROW
               PERFORM 720-READ-PHONEBOOK-SEGMENT
           END-IF
           END-IF
           END-IF
           END-IF.
       100-EXIT.
           EXIT.

       210-FRIENDZ-ONLY-ENTRY.
           MOVE SPACES            TO EXPORT-RECORD.
           MOVE HV-LNAME          TO XPT-LAST-NAME.
           MOVE HV-FNAME          TO XPT-FIRST-NAME.
           MOVE HV-PHONE          TO XPT-PHONE.
           MOVE HV-EMAIL          TO XPT-EMAIL.
           MOVE 'F'               TO XPT-SOURCE.
           MOVE 'FRIENDZ ONLY'    TO RPT-SOURCE.
           PERFORM 250-PUBLISH-ENTRY.
           ADD +1 TO NUM-FRIENDZ-ONLY.

       220-PHONEBOOK-ONLY-ENTRY.
           MOVE SPACES            TO EXPORT-RECORD.
           MOVE IO-LAST-NAME      TO XPT-LAST-NAME.
           MOVE IO-FIRST-NAME     TO XPT-FIRST-NAME.
           MOVE IO-EXTENSION      TO XPT-EXTENSION.
           MOVE 'P'               TO XPT-SOURCE.
           MOVE 'PHONEBOOK ONLY'  TO RPT-SOURCE.
           PERFORM 250-PUBLISH-ENTRY.
           ADD +1 TO NUM-PHONEBOOK-ONLY.

       230-MATCHED-ENTRY.
           MOVE SPACES            TO EXPORT-RECORD.
           MOVE HV-LNAME          TO XPT-LAST-NAME.
           MOVE HV-FNAME          TO XPT-FIRST-NAME.
           MOVE IO-EXTENSION      TO XPT-EXTENSION.
           MOVE HV-PHONE          TO XPT-PHONE.
           MOVE HV-EMAIL          TO XPT-EMAIL.
           MOVE 'B'               TO XPT-SOURCE.
           MOVE SPACES            TO RPT-SOURCE.
           PERFORM 250-PUBLISH-ENTRY.
           ADD +1 TO NUM-BOTH.

      *    ---------------------------------------------------------
      *    The export record, once built, is the single image both
      *    outputs are taken from, so the printed directory and the
      *    switchboard load can never disagree with each other.
      *    ---------------------------------------------------------
       250-PUBLISH-ENTRY.
           IF WS-LINES-ON-PAGE > 54
               PERFORM 800-NEW-PAGE.
           MOVE XPT-LAST-NAME     TO RPT-LAST-NAME.
           MOVE XPT-FIRST-NAME    TO RPT-FIRST-NAME.
           MOVE XPT-EXTENSION     TO RPT-EXTENSION.
           MOVE XPT-PHONE         TO RPT-PHONE.
           MOVE XPT-EMAIL         TO RPT-EMAIL.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           ADD +1 TO WS-LINES-ON-PAGE.
           WRITE EXPORT-RECORD.
           IF WS-EXPORT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DIRXPORT. RC:' WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-EXPORTED
           END-IF.

       300-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE NUM-BOTH           TO RPT-BOTH.
           WRITE REPORT-RECORD FROM RPT-SUMMARY.
           MOVE NUM-FRIENDZ-ONLY   TO RPT-FRIENDZ-ONLY.
           WRITE REPORT-RECORD FROM RPT-SUMMARY2.
           MOVE NUM-PHONEBOOK-ONLY TO RPT-PHONEBOOK-ONLY.
           WRITE REPORT-RECORD FROM RPT-SUMMARY3.
           MOVE NUM-EXPORTED       TO RPT-EXPORTED.
           WRITE REPORT-RECORD FROM RPT-SUMMARY4.

       710-FETCH-FRIENDZ-ROW.
           EXEC SQL FETCH DIRECTORY-CURSOR
               INTO :HV-LNAME, :HV-FNAME, :HV-PHONE, :HV-EMAIL
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO SW-FRIENDZ-EOF
               MOVE HIGH-VALUES TO FRIENDZ-MATCH-KEY
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY 'PHONED1 FRIENDZ FETCH ERROR:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO SW-FRIENDZ-EOF
               MOVE HIGH-VALUES TO FRIENDZ-MATCH-KEY
           ELSE
               MOVE HV-LNAME TO FRIENDZ-MATCH-KEY(1:10)
               MOVE HV-FNAME TO FRIENDZ-MATCH-KEY(11:10)
           END-IF
           END-IF.

       720-READ-PHONEBOOK-SEGMENT.
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA.
           IF DBSTATUS OF DBPCB = END-OF-DATABASE
               MOVE 'Y' TO SW-PHONEBOOK-EOF
               MOVE HIGH-VALUES TO PHONEBOOK-MATCH-KEY
           ELSE
           IF DBSTATUS OF DBPCB NOT = SPACES
               DISPLAY 'PHONED1 DL/I ERROR, STATUS=' DBSTATUS OF DBPCB
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO SW-PHONEBOOK-EOF
               MOVE HIGH-VALUES TO PHONEBOOK-MATCH-KEY
           ELSE
               MOVE IO-LAST-NAME  TO PHONEBOOK-MATCH-KEY(1:10)
               MOVE IO-FIRST-NAME TO PHONEBOOK-MATCH-KEY(11:10)
           END-IF
           END-IF.

       800-NEW-PAGE.
           ADD +1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RPT-PAGE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.
           MOVE +3 TO WS-LINES-ON-PAGE.

       900-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE
                         EXPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DIRPRT FILE. RC:'
                     WS-REPORT-STATUS
             MOVE 16 TO RETURN-CODE.
           IF WS-EXPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DIRXPORT FILE. RC:'
                     WS-EXPORT-STATUS
             MOVE 16 TO RETURN-CODE.

       905-CLOSE-FILES.
           CLOSE REPORT-FILE.
           CLOSE EXPORT-FILE.

      * END OF PROGRAM PHONED1
