      ****************************************************************
      * PROGRAM:  READMIT1
      *           30-day readmission analysis over the stay history
      *
      * Quality reviewers keep asking how many patients come back
      * soon after discharge, and the answer was always a hand
      * count.  This batch rebuilds each patient's stays and pairs
      * every discharge with the same patient's next admission:
      *
      *   - PATDATA, as many generations as the DD concatenates
      *     (the trailer closing each generation is passed over),
      *     gives the ROOM-DATE-FROM/ROOM-DATE-TO windows with the
      *     ward and primary diagnosis of each
      *   - PATMSTR, read once per patient found, adds the DATE-
      *     ADMIT/DATE-DISCHARGE stay it carries and names the
      *     attending physician.  PATMSTR keeps only the current
      *     attending, so every stay of the patient is credited to
      *     that physician.
      *
      * Windows that overlap or run on from one day to the next are
      * one stay (room moves and the daily records of a single stay
      * are not readmissions); the merged stay keeps the ward and
      * diagnosis it was admitted under.  A stay followed by
      * another admission of the same patient within 7, 30 or 90
      * days of its discharge is a readmission at that horizon.
      *
      * The report lists every readmission within 90 days with
      * both stays side by side, then the 7/30/90-day counts and
      * rates per ward, per primary diagnosis code and per
      * attending physician of the discharging stay, then totals.
      * Every stay counts as a discharge in the rate's base.
      *
      * RC 4 - stays were left out (unusable dates, full tables)
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PATDATA-FILE ASSIGN TO UT-S-PATDATA
               FILE STATUS  IS  WS-PATDATA-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS       IS RANDOM
                  RECORD KEY   IS PATIENT-KEY
                  FILE STATUS  IS WS-PATMSTR-STATUS.

           SELECT REPORT-FILE  ASSIGN TO READRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PATDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PATDATA-REC-DATA           PIC X(993).

       FD  PATMSTR-FILE
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
      *        the stay fields, at their offsets in the
      *        PATIENT-MASTER-REC image TESTDATA writes
           05 FILLER           PIC X(02).
           05 PAT-WARD         PIC X(04).
           05 FILLER           PIC X(04).
           05 PAT-DATE-ADMIT   PIC X(10).
           05 PAT-DATE-DISCHARGE PIC X(10).
           05 PAT-ATTENDING    PIC X(08).
           05 PAT-DIAG         PIC X(05).
           05 FILLER           PIC X(2915).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-PATDATA-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PATMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PATDATA-EOF          PIC X     VALUE 'N'.
           05  WS-DATE-MDY             PIC X(8)  VALUE SPACES.
           05  WS-DATE-YMD             PIC 9(8)  VALUE ZERO.
           05  WS-DATE-INT             PIC S9(9)    COMP   VALUE +0.
           05  WS-FROM-INT             PIC S9(9)    COMP   VALUE +0.
           05  WS-TO-INT               PIC S9(9)    COMP   VALUE +0.
           05  WS-GAP-DAYS             PIC S9(9)    COMP   VALUE +0.
           05  WS-SWAP-FLAG            PIC X     VALUE 'N'.
           05  WS-LAST-PATIENT         PIC X(6)  VALUE LOW-VALUES.
           05  WS-PAT-ATTENDING        PIC X(8)  VALUE SPACES.
           05  WS-NEW-WARD             PIC X(4)  VALUE SPACES.
           05  WS-NEW-DIAG             PIC X(5)  VALUE SPACES.
           05  WS-NEW-PATIENT          PIC X(6)  VALUE SPACES.
           05  WS-NEW-SOURCE           PIC X     VALUE SPACE.
           05  WS-RATE                 PIC S9(3)V9  COMP-3 VALUE +0.
      *
       COPY PATDALY.
      *
      *        ***********************************
      *          one entry per stay; after the
      *          sort and merge, one per distinct
      *          continuous stay in patient and
      *          admission order
      *        ***********************************
       01  STAY-TABLE-CONTROLS.
           05  STY-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  STY-LOADED            PIC S9(4)    COMP    VALUE +0.
           05  WS-STY-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-STY-SUB2           PIC S9(4)    COMP    VALUE +0.
           05  WS-STY-OUT            PIC S9(4)    COMP    VALUE +0.
       01  STAY-TABLE.
           05  STY-ENTRY  OCCURS 2000 TIMES.
               10  STY-PATIENT           PIC X(6).
               10  STY-FROM-INT          PIC S9(9)    COMP.
               10  STY-TO-INT            PIC S9(9)    COMP.
               10  STY-WARD              PIC X(4).
               10  STY-DIAG              PIC X(5).
               10  STY-ATTENDING         PIC X(8).
               10  STY-SOURCE            PIC X.
       01  STAY-SWAP-AREA.
           05  STY-SWAP-ENTRY        PIC X(32).
      *
      *        ***********************************
      *          readmission counts by the
      *          discharging stay's ward (W),
      *          diagnosis (D) and attending (A)
      *        ***********************************
       01  BREAKDOWN-CONTROLS.
           05  BRK-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-BRK-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-BRK-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
           05  WS-BRK-TYPE           PIC X        VALUE SPACE.
           05  WS-BRK-KEY            PIC X(8)     VALUE SPACES.
           05  WS-PRINT-TYPE         PIC X        VALUE SPACE.
       01  BREAKDOWN-TABLE.
           05  BRK-ENTRY  OCCURS 500 TIMES.
               10  BRK-TYPE              PIC X.
               10  BRK-KEY               PIC X(8).
               10  BRK-DISCHARGES        PIC S9(7)    COMP-3.
               10  BRK-READMIT-7         PIC S9(7)    COMP-3.
               10  BRK-READMIT-30        PIC S9(7)    COMP-3.
               10  BRK-READMIT-90        PIC S9(7)    COMP-3.
      *
       01  RECORD-COUNTERS.
           05  NUM-DAILIES-READ      PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-TRAILERS          PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-PATIENTS          PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-NOT-ON-PATMSTR    PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-BAD-DATES         PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-TABLE-FULL        PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-DISCHARGES        PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-READMIT-7         PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-READMIT-30        PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-READMIT-90        PIC S9(9)    COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'READMISSION ANALYSIS - STAY HISTORY'.
           05  FILLER                 PIC X(92) VALUE SPACES.
       01  RPT-PAIR-HEADER1.
           05  FILLER  PIC X(8)  VALUE SPACES.
           05  FILLER  PIC X(46)
                VALUE '---------- DISCHARGING STAY ----------'.
           05  FILLER  PIC X(46)
                VALUE '---------- READMITTING STAY ----------'.
           05  FILLER  PIC X(32) VALUE SPACES.
       01  RPT-PAIR-HEADER2.
           05  FILLER  PIC X(8)  VALUE 'PATIENT '.
           05  FILLER  PIC X(46)
                VALUE 'WARD DIAG  ATTENDING ADMITTED DISCHARGED    '.
           05  FILLER  PIC X(46)
                VALUE 'WARD DIAG  ATTENDING ADMITTED DISCHARGED    '.
           05  FILLER  PIC X(32) VALUE ' DAYS  WITHIN'.
       01  RPT-PAIR-LINE.
           05  RPT-PR-PATIENT        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PR-WARD1          PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PR-DIAG1          PIC X(5).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PR-ATTEND1        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PR-ADMIT1         PIC 9(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PR-DISCH1         PIC 9(8).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-PR-WARD2          PIC X(4).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PR-DIAG2          PIC X(5).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PR-ATTEND2        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PR-ADMIT2         PIC 9(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-PR-DISCH2         PIC 9(8).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-PR-DAYS           PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PR-WITHIN         PIC X(7).
           05  FILLER                PIC X(18) VALUE SPACES.
       01  RPT-BRK-HEADER.
           05  RPT-BRK-TITLE         PIC X(22).
           05  FILLER  PIC X(12) VALUE '  DISCHARGES'.
           05  FILLER  PIC X(18) VALUE '   7-DAY     RATE%'.
           05  FILLER  PIC X(18) VALUE '  30-DAY     RATE%'.
           05  FILLER  PIC X(18) VALUE '  90-DAY     RATE%'.
           05  FILLER  PIC X(44) VALUE SPACES.
       01  RPT-BRK-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BRK-KEY           PIC X(20).
           05  RPT-BRK-DISCHARGES    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-BRK-R7            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  RPT-BRK-RATE7         PIC ZZ9.9.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-BRK-R30           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  RPT-BRK-RATE30        PIC ZZ9.9.
           05  FILLER                PIC X     VALUE SPACES.
           05  RPT-BRK-R90           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  RPT-BRK-RATE90        PIC ZZ9.9.
           05  FILLER                PIC X(45) VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'READMIT1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 100-LOAD-DAILY-STAY THROUGH 100-EXIT
               UNTIL WS-PATDATA-EOF = 'Y'.
           PERFORM 200-SORT-STAYS THROUGH 200-DONE.
           PERFORM 150-ADD-MASTER-STAYS.
           PERFORM 200-SORT-STAYS THROUGH 200-DONE.
           PERFORM 250-MERGE-CONTINUOUS-STAYS THROUGH 250-DONE.
           PERFORM 300-PAIR-DISCHARGES.
           PERFORM 400-PRINT-BREAKDOWNS.
           PERFORM 450-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF (NUM-BAD-DATES > 0 OR NUM-TABLE-FULL > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY 'READMIT1 ENDED - DISCHARGES = ' NUM-DISCHARGES
                   ' 30-DAY READMISSIONS = ' NUM-READMIT-30.
           GOBACK .

      *    ---------------------------------------------------------
      *    Each daily record's room window is a stay fragment; the
      *    merge after the sort puts the fragments back together.
      *    ---------------------------------------------------------
       100-LOAD-DAILY-STAY.
           READ PATDATA-FILE
             AT END MOVE 'Y' TO WS-PATDATA-EOF .
           IF WS-PATDATA-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-PATDATA-STATUS NOT = '00'
              AND WS-PATDATA-STATUS NOT = '04'
               DISPLAY 'PATDATA READ ERROR RC=' WS-PATDATA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATDATA-EOF
               GO TO 100-EXIT.
           MOVE PATDATA-REC-DATA TO INPATIENT-DAILY-REC.
           IF TRAILER-REC
               ADD +1 TO NUM-TRAILERS
               GO TO 100-EXIT.
           ADD +1 TO NUM-DAILIES-READ.
           MOVE ROOM-DATE-FROM TO WS-DATE-MDY.
           PERFORM 130-CONVERT-ONE-DATE THROUGH 130-DONE.
           MOVE WS-DATE-INT TO WS-FROM-INT.
           MOVE ROOM-DATE-TO TO WS-DATE-MDY.
           PERFORM 130-CONVERT-ONE-DATE THROUGH 130-DONE.
           MOVE WS-DATE-INT TO WS-TO-INT.
           MOVE PATIENT-ID-D  TO WS-NEW-PATIENT.
           MOVE WARD-NBR      TO WS-NEW-WARD.
           MOVE PRIMARY-DIAGNOSTIC-CODE   TO WS-NEW-DIAG(1:4).
           MOVE PRIMARY-DIAGNOSTIC-CODE-N TO WS-NEW-DIAG(5:1).
           MOVE 'D'           TO WS-NEW-SOURCE.
           PERFORM 140-ADD-STAY THROUGH 140-EXIT.
       100-EXIT.
           EXIT.

      *    PATDATA carries MMDDYYYY; PATMSTR's MM-DD-YYYY is
      *    squeezed to the same form before it gets here
       130-CONVERT-ONE-DATE.
           MOVE +0 TO WS-DATE-INT.
           IF WS-DATE-MDY NOT NUMERIC
               GO TO 130-DONE.
           MOVE WS-DATE-MDY(5:4) TO WS-DATE-YMD(1:4).
           MOVE WS-DATE-MDY(1:2) TO WS-DATE-YMD(5:2).
           MOVE WS-DATE-MDY(3:2) TO WS-DATE-YMD(7:2).
           IF WS-DATE-YMD(5:2) < '01' OR WS-DATE-YMD(5:2) > '12'
              OR WS-DATE-YMD(7:2) < '01' OR WS-DATE-YMD(7:2) > '31'
               GO TO 130-DONE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-YMD).
       130-DONE.
           CONTINUE.

       140-ADD-STAY.
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
              OR WS-TO-INT < WS-FROM-INT
               ADD +1 TO NUM-BAD-DATES
               GO TO 140-EXIT.
           IF STY-ENTRIES-USED NOT < 2000
               ADD +1 TO NUM-TABLE-FULL
               GO TO 140-EXIT.
           ADD +1 TO STY-ENTRIES-USED.
           MOVE WS-NEW-PATIENT TO STY-PATIENT(STY-ENTRIES-USED).
           MOVE WS-FROM-INT    TO STY-FROM-INT(STY-ENTRIES-USED).
           MOVE WS-TO-INT      TO STY-TO-INT(STY-ENTRIES-USED).
           MOVE WS-NEW-WARD    TO STY-WARD(STY-ENTRIES-USED).
           MOVE WS-NEW-DIAG    TO STY-DIAG(STY-ENTRIES-USED).
           MOVE SPACES         TO STY-ATTENDING(STY-ENTRIES-USED).
           MOVE WS-NEW-SOURCE  TO STY-SOURCE(STY-ENTRIES-USED).
       140-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    With the fragments in patient order, PATMSTR is read once
      *    per patient: its attending is stamped on the patient's
      *    fragments and its own admit/discharge stay is added
      *    (the second sort puts it in place, the merge folds it
      *    into any fragment it covers).
      *    ---------------------------------------------------------
       150-ADD-MASTER-STAYS.
           MOVE STY-ENTRIES-USED TO STY-LOADED.
           MOVE LOW-VALUES TO WS-LAST-PATIENT.
           PERFORM 160-ONE-FRAGMENT THROUGH 160-EXIT
               VARYING WS-STY-SUB FROM 1 BY 1
               UNTIL WS-STY-SUB > STY-LOADED.

       160-ONE-FRAGMENT.
           IF STY-PATIENT(WS-STY-SUB) = WS-LAST-PATIENT
               MOVE WS-PAT-ATTENDING TO STY-ATTENDING(WS-STY-SUB)
               GO TO 160-EXIT.
           ADD +1 TO NUM-PATIENTS.
           MOVE STY-PATIENT(WS-STY-SUB) TO WS-LAST-PATIENT.
           MOVE SPACES TO WS-PAT-ATTENDING.
           MOVE STY-PATIENT(WS-STY-SUB) TO PATIENT-KEY.
           READ PATMSTR-FILE.
           IF WS-PATMSTR-STATUS = '23'
               ADD +1 TO NUM-NOT-ON-PATMSTR
               GO TO 160-EXIT.
           IF WS-PATMSTR-STATUS NOT = '00'
               DISPLAY 'PATMSTR READ ERROR RC=' WS-PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 160-EXIT.
           MOVE PAT-ATTENDING TO WS-PAT-ATTENDING.
           MOVE WS-PAT-ATTENDING TO STY-ATTENDING(WS-STY-SUB).
           MOVE PAT-DATE-ADMIT(1:2) TO WS-DATE-MDY(1:2).
           MOVE PAT-DATE-ADMIT(4:2) TO WS-DATE-MDY(3:2).
           MOVE PAT-DATE-ADMIT(7:4) TO WS-DATE-MDY(5:4).
           PERFORM 130-CONVERT-ONE-DATE THROUGH 130-DONE.
           MOVE WS-DATE-INT TO WS-FROM-INT.
           MOVE PAT-DATE-DISCHARGE(1:2) TO WS-DATE-MDY(1:2).
           MOVE PAT-DATE-DISCHARGE(4:2) TO WS-DATE-MDY(3:2).
           MOVE PAT-DATE-DISCHARGE(7:4) TO WS-DATE-MDY(5:4).
           PERFORM 130-CONVERT-ONE-DATE THROUGH 130-DONE.
           MOVE WS-DATE-INT TO WS-TO-INT.
           MOVE STY-PATIENT(WS-STY-SUB) TO WS-NEW-PATIENT.
           MOVE PAT-WARD      TO WS-NEW-WARD.
           MOVE PAT-DIAG      TO WS-NEW-DIAG.
           MOVE 'M'           TO WS-NEW-SOURCE.
           PERFORM 140-ADD-STAY THROUGH 140-EXIT.
           IF STY-SOURCE(STY-ENTRIES-USED) = 'M'
              AND STY-PATIENT(STY-ENTRIES-USED) = WS-NEW-PATIENT
               MOVE WS-PAT-ATTENDING TO STY-ATTENDING(STY-ENTRIES-USED).
       160-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Exchange sort by patient, then admission date -- adequate
      *    at test-deck sizes and free of any sort-work DD.
      *    ---------------------------------------------------------
       200-SORT-STAYS.
           IF STY-ENTRIES-USED < 2
               GO TO 200-DONE.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM 210-ONE-SORT-PASS
               UNTIL WS-SWAP-FLAG = 'N'.
       200-DONE.
           CONTINUE.

       210-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM 220-COMPARE-ADJACENT
               VARYING WS-STY-SUB FROM 1 BY 1
               UNTIL WS-STY-SUB NOT < STY-ENTRIES-USED.

       220-COMPARE-ADJACENT.
           COMPUTE WS-STY-SUB2 = WS-STY-SUB + 1.
           IF STY-PATIENT(WS-STY-SUB) > STY-PATIENT(WS-STY-SUB2)
              OR ( STY-PATIENT(WS-STY-SUB) = STY-PATIENT(WS-STY-SUB2)
                   AND STY-FROM-INT(WS-STY-SUB)
                       > STY-FROM-INT(WS-STY-SUB2) )
               MOVE STY-ENTRY(WS-STY-SUB)  TO STY-SWAP-ENTRY
               MOVE STY-ENTRY(WS-STY-SUB2) TO STY-ENTRY(WS-STY-SUB)
               MOVE STY-SWAP-ENTRY TO STY-ENTRY(WS-STY-SUB2)
               MOVE 'Y' TO WS-SWAP-FLAG.

      *    ---------------------------------------------------------
      *    Fold each fragment that overlaps the stay before it, or
      *    starts the day after it ends, into that stay.  The table
      *    is compacted in place.
      *    ---------------------------------------------------------
       250-MERGE-CONTINUOUS-STAYS.
           IF STY-ENTRIES-USED < 2
               GO TO 250-DONE.
           MOVE 1 TO WS-STY-OUT.
           PERFORM 260-MERGE-ONE-STAY
               VARYING WS-STY-SUB FROM 2 BY 1
               UNTIL WS-STY-SUB > STY-ENTRIES-USED.
           MOVE WS-STY-OUT TO STY-ENTRIES-USED.
       250-DONE.
           CONTINUE.

       260-MERGE-ONE-STAY.
           IF STY-PATIENT(WS-STY-SUB) = STY-PATIENT(WS-STY-OUT)
              AND STY-FROM-INT(WS-STY-SUB)
                  NOT > STY-TO-INT(WS-STY-OUT) + 1
               IF STY-TO-INT(WS-STY-SUB) > STY-TO-INT(WS-STY-OUT)
                   MOVE STY-TO-INT(WS-STY-SUB)
                       TO STY-TO-INT(WS-STY-OUT)
               END-IF
           ELSE
               ADD +1 TO WS-STY-OUT
               MOVE STY-ENTRY(WS-STY-SUB) TO STY-ENTRY(WS-STY-OUT).

      *    ---------------------------------------------------------
      *    Every stay is a discharge; the patient's next stay, if
      *    it starts within 90 days, is a readmission against it.
      *    ---------------------------------------------------------
       300-PAIR-DISCHARGES.
           WRITE REPORT-RECORD FROM RPT-PAIR-HEADER1.
           WRITE REPORT-RECORD FROM RPT-PAIR-HEADER2.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           PERFORM 310-PAIR-ONE-STAY THROUGH 310-EXIT
               VARYING WS-STY-SUB FROM 1 BY 1
               UNTIL WS-STY-SUB > STY-ENTRIES-USED.

       310-PAIR-ONE-STAY.
           ADD +1 TO NUM-DISCHARGES.
           MOVE 0 TO WS-GAP-DAYS.
           IF WS-STY-SUB < STY-ENTRIES-USED
               COMPUTE WS-STY-SUB2 = WS-STY-SUB + 1
               IF STY-PATIENT(WS-STY-SUB2) = STY-PATIENT(WS-STY-SUB)
                   COMPUTE WS-GAP-DAYS = STY-FROM-INT(WS-STY-SUB2)
                                       - STY-TO-INT(WS-STY-SUB)
               END-IF
           END-IF.
           MOVE 'W' TO WS-BRK-TYPE.
           MOVE STY-WARD(WS-STY-SUB) TO WS-BRK-KEY.
           PERFORM 350-COUNT-IN-BREAKDOWN.
           MOVE 'D' TO WS-BRK-TYPE.
           MOVE STY-DIAG(WS-STY-SUB) TO WS-BRK-KEY.
           PERFORM 350-COUNT-IN-BREAKDOWN.
           MOVE 'A' TO WS-BRK-TYPE.
           MOVE STY-ATTENDING(WS-STY-SUB) TO WS-BRK-KEY.
           PERFORM 350-COUNT-IN-BREAKDOWN.
           IF WS-GAP-DAYS < 1 OR WS-GAP-DAYS > 90
               GO TO 310-EXIT.
           ADD +1 TO NUM-READMIT-90.
           MOVE '90 DAYS' TO RPT-PR-WITHIN.
           IF WS-GAP-DAYS NOT > 30
               ADD +1 TO NUM-READMIT-30
               MOVE '30 DAYS' TO RPT-PR-WITHIN.
           IF WS-GAP-DAYS NOT > 7
               ADD +1 TO NUM-READMIT-7
               MOVE '7 DAYS' TO RPT-PR-WITHIN.
           MOVE STY-PATIENT(WS-STY-SUB)    TO RPT-PR-PATIENT.
           MOVE STY-WARD(WS-STY-SUB)       TO RPT-PR-WARD1.
           MOVE STY-DIAG(WS-STY-SUB)       TO RPT-PR-DIAG1.
           MOVE STY-ATTENDING(WS-STY-SUB)  TO RPT-PR-ATTEND1.
           COMPUTE WS-DATE-YMD =
               FUNCTION DATE-OF-INTEGER (STY-FROM-INT(WS-STY-SUB)).
           MOVE WS-DATE-YMD TO RPT-PR-ADMIT1.
           COMPUTE WS-DATE-YMD =
               FUNCTION DATE-OF-INTEGER (STY-TO-INT(WS-STY-SUB)).
           MOVE WS-DATE-YMD TO RPT-PR-DISCH1.
           MOVE STY-WARD(WS-STY-SUB2)      TO RPT-PR-WARD2.
           MOVE STY-DIAG(WS-STY-SUB2)      TO RPT-PR-DIAG2.
           MOVE STY-ATTENDING(WS-STY-SUB2) TO RPT-PR-ATTEND2.
           COMPUTE WS-DATE-YMD =
               FUNCTION DATE-OF-INTEGER (STY-FROM-INT(WS-STY-SUB2)).
           MOVE WS-DATE-YMD TO RPT-PR-ADMIT2.
           COMPUTE WS-DATE-YMD =
               FUNCTION DATE-OF-INTEGER (STY-TO-INT(WS-STY-SUB2)).
           MOVE WS-DATE-YMD TO RPT-PR-DISCH2.
           MOVE WS-GAP-DAYS TO RPT-PR-DAYS.
           WRITE REPORT-RECORD FROM RPT-PAIR-LINE.
       310-EXIT.
           EXIT.

      *    the discharge and, at each horizon it falls within, the
      *    readmission are counted against the breakdown entry
       350-COUNT-IN-BREAKDOWN.
           MOVE +0 TO WS-BRK-FOUND-IDX.
           PERFORM 355-ONE-BREAKDOWN-ENTRY
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > BRK-ENTRIES-USED
                  OR WS-BRK-FOUND-IDX > 0.
           IF WS-BRK-FOUND-IDX = 0
               IF BRK-ENTRIES-USED NOT < 500
                   ADD +1 TO NUM-TABLE-FULL
               ELSE
                   ADD +1 TO BRK-ENTRIES-USED
                   MOVE BRK-ENTRIES-USED TO WS-BRK-FOUND-IDX
                   MOVE WS-BRK-TYPE TO BRK-TYPE(WS-BRK-FOUND-IDX)
                   MOVE WS-BRK-KEY  TO BRK-KEY(WS-BRK-FOUND-IDX)
                   MOVE ZERO TO BRK-DISCHARGES(WS-BRK-FOUND-IDX)
                                BRK-READMIT-7(WS-BRK-FOUND-IDX)
                                BRK-READMIT-30(WS-BRK-FOUND-IDX)
                                BRK-READMIT-90(WS-BRK-FOUND-IDX).
           IF WS-BRK-FOUND-IDX > 0
               ADD +1 TO BRK-DISCHARGES(WS-BRK-FOUND-IDX)
               IF WS-GAP-DAYS > 0 AND WS-GAP-DAYS NOT > 90
                   ADD +1 TO BRK-READMIT-90(WS-BRK-FOUND-IDX)
                   IF WS-GAP-DAYS NOT > 30
                       ADD +1 TO BRK-READMIT-30(WS-BRK-FOUND-IDX)
                       IF WS-GAP-DAYS NOT > 7
                           ADD +1 TO BRK-READMIT-7(WS-BRK-FOUND-IDX).

       355-ONE-BREAKDOWN-ENTRY.
           IF BRK-TYPE(WS-BRK-SUB) = WS-BRK-TYPE
              AND BRK-KEY(WS-BRK-SUB) = WS-BRK-KEY
               MOVE WS-BRK-SUB TO WS-BRK-FOUND-IDX.

       400-PRINT-BREAKDOWNS.
           MOVE 'BY WARD' TO RPT-BRK-TITLE.
           MOVE 'W' TO WS-PRINT-TYPE.
           PERFORM 410-PRINT-ONE-BREAKDOWN.
           MOVE 'BY PRIMARY DIAGNOSIS' TO RPT-BRK-TITLE.
           MOVE 'D' TO WS-PRINT-TYPE.
           PERFORM 410-PRINT-ONE-BREAKDOWN.
           MOVE 'BY ATTENDING PHYSICIAN' TO RPT-BRK-TITLE.
           MOVE 'A' TO WS-PRINT-TYPE.
           PERFORM 410-PRINT-ONE-BREAKDOWN.

       410-PRINT-ONE-BREAKDOWN.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           WRITE REPORT-RECORD FROM RPT-BRK-HEADER.
           PERFORM 420-PRINT-BREAKDOWN-LINE
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > BRK-ENTRIES-USED.

       420-PRINT-BREAKDOWN-LINE.
           IF BRK-TYPE(WS-BRK-SUB) = WS-PRINT-TYPE
               MOVE BRK-KEY(WS-BRK-SUB) TO RPT-BRK-KEY
               IF BRK-KEY(WS-BRK-SUB) = SPACES
                   MOVE '(NOT ON PATMSTR)' TO RPT-BRK-KEY
               END-IF
               MOVE BRK-DISCHARGES(WS-BRK-SUB) TO RPT-BRK-DISCHARGES
               MOVE BRK-READMIT-7(WS-BRK-SUB)  TO RPT-BRK-R7
               MOVE BRK-READMIT-30(WS-BRK-SUB) TO RPT-BRK-R30
               MOVE BRK-READMIT-90(WS-BRK-SUB) TO RPT-BRK-R90
               COMPUTE WS-RATE ROUNDED = BRK-READMIT-7(WS-BRK-SUB)
                   * 100 / BRK-DISCHARGES(WS-BRK-SUB)
               MOVE WS-RATE TO RPT-BRK-RATE7
               COMPUTE WS-RATE ROUNDED = BRK-READMIT-30(WS-BRK-SUB)
                   * 100 / BRK-DISCHARGES(WS-BRK-SUB)
               MOVE WS-RATE TO RPT-BRK-RATE30
               COMPUTE WS-RATE ROUNDED = BRK-READMIT-90(WS-BRK-SUB)
                   * 100 / BRK-DISCHARGES(WS-BRK-SUB)
               MOVE WS-RATE TO RPT-BRK-RATE90
               WRITE REPORT-RECORD FROM RPT-BRK-LINE.

       450-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ALL DISCHARGES' TO RPT-BRK-TITLE.
           WRITE REPORT-RECORD FROM RPT-BRK-HEADER.
           MOVE 'ALL STAYS'      TO RPT-BRK-KEY.
           MOVE NUM-DISCHARGES   TO RPT-BRK-DISCHARGES.
           MOVE NUM-READMIT-7    TO RPT-BRK-R7.
           MOVE NUM-READMIT-30   TO RPT-BRK-R30.
           MOVE NUM-READMIT-90   TO RPT-BRK-R90.
           MOVE ZERO TO RPT-BRK-RATE7 RPT-BRK-RATE30 RPT-BRK-RATE90.
           IF NUM-DISCHARGES > 0
               COMPUTE WS-RATE ROUNDED =
                   NUM-READMIT-7 * 100 / NUM-DISCHARGES
               MOVE WS-RATE TO RPT-BRK-RATE7
               COMPUTE WS-RATE ROUNDED =
                   NUM-READMIT-30 * 100 / NUM-DISCHARGES
               MOVE WS-RATE TO RPT-BRK-RATE30
               COMPUTE WS-RATE ROUNDED =
                   NUM-READMIT-90 * 100 / NUM-DISCHARGES
               MOVE WS-RATE TO RPT-BRK-RATE90.
           WRITE REPORT-RECORD FROM RPT-BRK-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'PATDATA RECORDS READ:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-DAILIES-READ               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'GENERATION TRAILERS PASSED: ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TRAILERS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS:                   ' TO RPT-TOTALS-ITEM.
           MOVE NUM-PATIENTS                   TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'PATIENTS NOT ON PATMSTR:    ' TO RPT-TOTALS-ITEM.
           MOVE NUM-NOT-ON-PATMSTR             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'STAYS WITH UNUSABLE DATES:  ' TO RPT-TOTALS-ITEM.
           MOVE NUM-BAD-DATES                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'LEFT OUT - TABLE FULL:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-TABLE-FULL                 TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.

       900-OPEN-FILES.
           OPEN INPUT    PATDATA-FILE
                         PATMSTR-FILE
                OUTPUT   REPORT-FILE .
           IF WS-PATDATA-STATUS NOT = '00'
              OR WS-PATMSTR-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'READMIT1 OPEN ERROR - PAT=' WS-PATDATA-STATUS
                     ' MSTR=' WS-PATMSTR-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-PATDATA-EOF.

       905-CLOSE-FILES.
           CLOSE PATDATA-FILE .
           CLOSE PATMSTR-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM READMIT1
