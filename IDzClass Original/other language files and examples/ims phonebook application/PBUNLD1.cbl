      ****************************************************************
      * PROGRAM:  PBUNLD1
      *           BMP unload for the phonebook reorganization
      *
      * Years of DFSIVA64 adds and deletes, PBLOAD1 bulk loads and
      * PBRENUM1 renumbering leave DFSIVD1 fragmented, and a reorg
      * was never trusted because nothing proved the reloaded
      * database matched the original.  This is the first half of
      * the reorg job pair.  Run as a BMP against the quiesced
      * databases, it:
      *
      *   - walks every A1111111 phonebook root with unqualified
      *     get-next calls (the way PBEXTQ1 and PHONEB2 walk it)
      *     and writes each to PBUNLOAD as an 'R' record, followed
      *     by an 'L' record for its L1111111 department/location
      *     child when it has one,
      *   - walks every H1111111 change-history segment the same
      *     way and writes each as an 'H' record, and
      *   - ends the file with a 'C' control record holding the
      *     count of each and a hash total of their key fields
      *     (last/first name for a root; the parent's last/first
      *     name plus the department/location fields for a location
      *     segment; transaction, date, time and last/first name for
      *     a history segment) computed through PBHASH1.
      *
      * PBRELD1 reloads from this file after the databases are
      * re-initialized, re-derives the same counts and hashes from
      * what it loaded and from re-reading the reloaded databases,
      * and refuses to sign the reorg off unless all three agree.
      *
      * If any DL/I call fails the control record is NOT written,
      * so a partial unload can never be reloaded; the step ends
      * RC 16.
      *
      * PCB ORDER:  phonebook database first, history database
      * second, matching the PSB (as PBHIST1).  The phonebook PCB
      * must be sensitive to L1111111 as well as A1111111, or the
      * location segments are silently left out of the unload.
      *
      * PBUNLOAD LAYOUT:  see the PBUNLDC copybook.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBUNLD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT UNLOAD-FILE   ASSIGN TO PBUNLOAD
               FILE STATUS  IS  WS-UNLOAD-STATUS.

           SELECT REPORT-FILE   ASSIGN TO UNLDRPT
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
       01  WS-DATABASE-EOF            PIC X   VALUE 'N'.
       01  WS-HISTORY-EOF             PIC X   VALUE 'N'.
       01  WS-UNLOAD-OK               PIC X   VALUE 'Y'.
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
      *        ROOT IT BELONGS TO (IOAREA IS OVERLAID BY THE CHILD)
       COPY PBLOCC.
       01  WS-ROOT-LAST-NAME          PIC X(10) VALUE SPACES.
       01  WS-ROOT-FIRST-NAME         PIC X(10) VALUE SPACES.
      *
       77  GET-NEXT          PIC  X(4)  VALUE 'GN  '.
       77  END-OF-DATABASE   PIC  X(4)  VALUE 'GB'.
      *
       COPY PBHASHC.
      *
       01  TOTALS-VARS.
           05  NUM-ROOTS-UNLOADED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-UNLOADED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOC-UNLOADED      PIC S9(9)   COMP-3  VALUE +0.
           05  WS-ROOT-HASH          PIC S9(15)  COMP-3  VALUE +0.
           05  WS-HIST-HASH          PIC S9(15)  COMP-3  VALUE +0.
           05  WS-LOC-HASH           PIC S9(15)  COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(44)
                     VALUE 'PHONEBOOK REORGANIZATION UNLOAD REPORT'.
           05  FILLER                 PIC X(6)  VALUE 'DATE: '.
           05  RPT-RUN-DATE           PIC 9(6).
           05  FILLER                 PIC X(76) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(24).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(87)    VALUE SPACES.
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
           DISPLAY 'PBUNLD1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.

           PERFORM 100-UNLOAD-ONE-ROOT THROUGH 100-EXIT
               UNTIL WS-DATABASE-EOF = 'Y'.
           PERFORM 200-UNLOAD-ONE-HISTORY THROUGH 200-EXIT
               UNTIL WS-HISTORY-EOF = 'Y'.

           IF WS-UNLOAD-OK = 'Y'
               PERFORM 250-WRITE-CONTROL-RECORD.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'PBUNLD1 ENDED - ROOTS = ' NUM-ROOTS-UNLOADED
                   ' LOCATIONS = ' NUM-LOC-UNLOADED
                   ' HISTORY = ' NUM-HIST-UNLOADED.
           GOBACK .

       100-UNLOAD-ONE-ROOT.
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA.
           IF DBSTATUS OF DBPCB = END-OF-DATABASE
               MOVE 'Y' TO WS-DATABASE-EOF
               GO TO 100-EXIT.
           IF DBSTATUS OF DBPCB NOT = SPACES
               DISPLAY 'PBUNLD1 DL/I ERROR, STATUS='
                       DBSTATUS OF DBPCB
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-UNLOAD-OK
               MOVE 'Y' TO WS-DATABASE-EOF
               MOVE 'Y' TO WS-HISTORY-EOF
               GO TO 100-EXIT.
           IF SEG-NAME-FB OF DBPCB = 'L1111111'
               PERFORM 150-UNLOAD-ONE-LOCATION
               GO TO 100-EXIT.
           MOVE IO-LAST-NAME  TO WS-ROOT-LAST-NAME.
           MOVE IO-FIRST-NAME TO WS-ROOT-FIRST-NAME.
           MOVE SPACES  TO PBU-RECORD.
           MOVE 'R'     TO PBU-TYPE.
           MOVE IOAREA  TO PBU-ROOT-SEGMENT.
           PERFORM 700-WRITE-UNLOAD-RECORD.
           ADD +1 TO NUM-ROOTS-UNLOADED.
           MOVE SPACES        TO PH-TEXT.
           MOVE IO-LAST-NAME  TO PH-TEXT(1:10).
           MOVE IO-FIRST-NAME TO PH-TEXT(11:10).
           MOVE +20           TO PH-LENGTH.
           CALL 'PBHASH1' USING PBHASH-AREA.
           ADD PH-HASH TO WS-ROOT-HASH.
       100-EXIT.
           EXIT.

      *    The unqualified GN returns each root's location child
      *    right after the root, into the same I/O area.
       150-UNLOAD-ONE-LOCATION.
           MOVE IO-BLANK(1:25) TO LOC-BLANK.
           MOVE SPACES      TO PBU-RECORD.
           MOVE 'L'         TO PBU-TYPE.
           MOVE LOC-IOAREA  TO PBU-LOC-SEGMENT.
           PERFORM 700-WRITE-UNLOAD-RECORD.
           ADD +1 TO NUM-LOC-UNLOADED.
           MOVE SPACES             TO PH-TEXT.
           MOVE WS-ROOT-LAST-NAME  TO PH-TEXT(1:10).
           MOVE WS-ROOT-FIRST-NAME TO PH-TEXT(11:10).
           MOVE LOC-DATA           TO PH-TEXT(21:25).
           MOVE +45                TO PH-LENGTH.
           CALL 'PBHASH1' USING PBHASH-AREA.
           ADD PH-HASH TO WS-LOC-HASH.

       200-UNLOAD-ONE-HISTORY.
           CALL 'CBLTDLI' USING GET-NEXT, HISTPCB, HIST-IOAREA.
           IF HIST-STATUS OF HISTPCB = END-OF-DATABASE
               MOVE 'Y' TO WS-HISTORY-EOF
               GO TO 200-EXIT.
           IF HIST-STATUS OF HISTPCB NOT = SPACES
               DISPLAY 'PBUNLD1 DL/I ERROR, STATUS='
                       HIST-STATUS OF HISTPCB
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-UNLOAD-OK
               MOVE 'Y' TO WS-HISTORY-EOF
               GO TO 200-EXIT.
           MOVE SPACES      TO PBU-RECORD.
           MOVE 'H'         TO PBU-TYPE.
           MOVE HIST-IOAREA TO PBU-HIST-SEGMENT.
           PERFORM 700-WRITE-UNLOAD-RECORD.
           ADD +1 TO NUM-HIST-UNLOADED.
           MOVE SPACES          TO PH-TEXT.
           MOVE HIST-KEY-FIELDS TO PH-TEXT(1:37).
           MOVE +37             TO PH-LENGTH.
           CALL 'PBHASH1' USING PBHASH-AREA.
           ADD PH-HASH TO WS-HIST-HASH.
       200-EXIT.
           EXIT.

       250-WRITE-CONTROL-RECORD.
           MOVE SPACES             TO PBU-RECORD.
           MOVE 'C'                TO PBU-TYPE.
           MOVE WS-RUN-DATE        TO PBU-UNLOAD-DATE.
           MOVE NUM-ROOTS-UNLOADED TO PBU-ROOT-COUNT.
           MOVE WS-ROOT-HASH       TO PBU-ROOT-HASH.
           MOVE NUM-HIST-UNLOADED  TO PBU-HIST-COUNT.
           MOVE WS-HIST-HASH       TO PBU-HIST-HASH.
           MOVE NUM-LOC-UNLOADED   TO PBU-LOC-COUNT.
           MOVE WS-LOC-HASH        TO PBU-LOC-HASH.
           PERFORM 700-WRITE-UNLOAD-RECORD.

       300-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ROOTS UNLOADED:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ROOTS-UNLOADED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ROOT KEY HASH:          ' TO RPT-TOTALS-ITEM.
           MOVE WS-ROOT-HASH               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOCATION SEGS UNLOADED: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-LOC-UNLOADED           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LOCATION KEY HASH:      ' TO RPT-TOTALS-ITEM.
           MOVE WS-LOC-HASH                TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HISTORY SEGS UNLOADED:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-HIST-UNLOADED          TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HISTORY KEY HASH:       ' TO RPT-TOTALS-ITEM.
           MOVE WS-HIST-HASH               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           IF WS-UNLOAD-OK = 'Y'
               MOVE 'CONTROL RECORD WRITTEN - FILE IS RELOADABLE'
                 TO RPT-MESSAGE
           ELSE
               MOVE 'UNLOAD FAILED - NO CONTROL RECORD, DO NOT RELOAD'
                 TO RPT-MESSAGE.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 2.

       700-WRITE-UNLOAD-RECORD.
           WRITE PBU-RECORD.
           IF WS-UNLOAD-STATUS NOT = '00'
               DISPLAY 'PBUNLD1 PBUNLOAD WRITE ERROR. RC:'
                       WS-UNLOAD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-UNLOAD-OK
               MOVE 'Y' TO WS-DATABASE-EOF
               MOVE 'Y' TO WS-HISTORY-EOF.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       900-OPEN-FILES.
           OPEN OUTPUT   UNLOAD-FILE
                         REPORT-FILE .
           IF WS-UNLOAD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PBUNLOAD. RC:' WS-UNLOAD-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-UNLOAD-OK
             MOVE 'Y' TO WS-DATABASE-EOF
             MOVE 'Y' TO WS-HISTORY-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING UNLDRPT. RC:' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'N' TO WS-UNLOAD-OK
             MOVE 'Y' TO WS-DATABASE-EOF
             MOVE 'Y' TO WS-HISTORY-EOF.

       905-CLOSE-FILES.
           CLOSE UNLOAD-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM PBUNLD1
