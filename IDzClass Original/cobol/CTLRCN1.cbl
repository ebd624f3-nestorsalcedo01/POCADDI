      ****************************************************************
      * PROGRAM:  CTLRCN1
      *           Job-to-job control-total reconciliation step
      *
      * RUNLOG and the RUNGATE1 gate prove that each job of the
      * nightly stream ended clean, but a clean end says nothing
      * about whether the records one job wrote are the records
      * the next job read.  Both ends of each file handoff now
      * register their control totals on the CTLREG registry by
      * way of the CTLTOT1 routine -- the producer what it wrote,
      * the consumer what it read, as a record count and an
      * amount total.  Run after the consuming jobs, this step
      * reads the registry and checks each handoff:
      *
      *   - the producer must have registered the file ('P')
      *   - the consumer must have registered reading it ('C'),
      *     and no earlier than the producer wrote it -- a read
      *     that predates the write is last night's file
      *   - the record counts must agree
      *   - the amount totals must agree (unless the card says
      *     AMT=N)
      *
      * For each handoff the LATEST producer and consumer records
      * are judged, so a pair that failed and was rerun clean is
      * judged on the rerun.  How recent the runs are is RUNGATE1's
      * business, not this step's.  A producer of '*' takes the
      * latest registration of the file by whichever program wrote
      * it, for a file more than one job writes (PAIDFILE comes
      * from CLMADJ1 or from CLMAPL1); the report names the program
      * whose registration was judged.
      *
      * RCNCTL CARD LAYOUT (one handoff per card, deck optional):
      *   cols  1-5   'PAIR='
      *   cols  6-13  dataset (the DD name both jobs use)
      *   col  14     filler
      *   cols 15-22  producing program
      *   col  23     filler
      *   cols 24-31  consuming program
      *   col  32     filler
      *   cols 33-36  'AMT='   (optional, with col 37 Y or N)
      *
      * With no PAIR= cards the nightly handoffs are checked:
      *   CSVFILE   SAMOS1   -> CSVLOAD1  customer balance total
      *   PAIDFILE  *        -> EDI8351   paid amount total
      *   PSTHIST   NACTPST  -> NACTSTM1  posting amount total
      *   GLINV     DFH0XINV -> GLINTF1   invoice net amount total
      *   REQNFILE  IDMSREQ  -> IDMSPO1   requisition unit cost total
      *
      * FILES:
      *   CTLREG   - the control-total registry, CTLTOTR layout
      *   RCNCTL   - PAIR= cards (optional)
      *   RCNRPT   - one line per handoff with both ends' totals
      *
      * RC 4 - an RCNCTL card was not understood or the pair table
      *        is full
      * RC 8 - any handoff does not reconcile, or there is no
      *        registry, so the scheduler stops the stream
      * RC16 - a file error
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLRCN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CTLREG-FILE ASSIGN TO CTLREG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLREG-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO RCNCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO RCNRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CTLREG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY CTLTOTR.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05  RCT-PAIR-TAG           PIC X(5).
           05  RCT-DATASET            PIC X(8).
           05  FILLER                 PIC X.
           05  RCT-PRODUCER           PIC X(8).
           05  FILLER                 PIC X.
           05  RCT-CONSUMER           PIC X(8).
           05  FILLER                 PIC X.
           05  RCT-AMT-TAG            PIC X(4).
           05  RCT-COMPARE-AMT        PIC X.
           05  FILLER                 PIC X(43).

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
           05  WS-CTLREG-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CTLREG-EOF           PIC X     VALUE 'N'.
           05  WS-CONTROL-EOF          PIC X     VALUE 'N'.
      *
      *        ***********************************
      *          the nightly handoffs, checked
      *          when RCNCTL names none
      *        ***********************************
       01  WS-DEFAULT-PAIR-VALUES.
           05  FILLER                 PIC X(25)
                     VALUE 'CSVFILE SAMOS1  CSVLOAD1Y'.
           05  FILLER                 PIC X(25)
                     VALUE 'PAIDFILE*       EDI8351 Y'.
           05  FILLER                 PIC X(25)
                     VALUE 'PSTHIST NACTPST NACTSTM1Y'.
           05  FILLER                 PIC X(25)
                     VALUE 'GLINV   DFH0XINVGLINTF1 Y'.
           05  FILLER                 PIC X(25)
                     VALUE 'REQNFILEIDMSREQ IDMSPO1 Y'.
       01  WS-DEFAULT-PAIR-TABLE  REDEFINES WS-DEFAULT-PAIR-VALUES.
           05  DFP-ENTRY  OCCURS 5 TIMES.
               10  DFP-DATASET           PIC X(8).
               10  DFP-PRODUCER          PIC X(8).
               10  DFP-CONSUMER          PIC X(8).
               10  DFP-COMPARE-AMT       PIC X.
       01  WS-DFP-SUB                 PIC S9(4)    COMP    VALUE +0.
      *
       01  PAIR-TABLE-CONTROLS.
           05  PAIR-ENTRIES-USED     PIC S9(4)    COMP    VALUE +0.
           05  WS-PAIR-SUB           PIC S9(4)    COMP    VALUE +0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY  OCCURS 20 TIMES.
               10  PAIR-DATASET          PIC X(8).
               10  PAIR-PRODUCER         PIC X(8).
               10  PAIR-CONSUMER         PIC X(8).
               10  PAIR-COMPARE-AMT      PIC X.
               10  PAIR-P-SEEN           PIC X.
               10  PAIR-P-PROGRAM        PIC X(8).
               10  PAIR-P-DATE           PIC 9(6).
               10  PAIR-P-TIME           PIC 9(6).
               10  PAIR-P-COUNT          PIC 9(9).
               10  PAIR-P-AMOUNT         PIC S9(13)V99 COMP-3.
               10  PAIR-C-SEEN           PIC X.
               10  PAIR-C-DATE           PIC 9(6).
               10  PAIR-C-TIME           PIC 9(6).
               10  PAIR-C-COUNT          PIC 9(9).
               10  PAIR-C-AMOUNT         PIC S9(13)V99 COMP-3.
      *
       01  RECORD-COUNTERS.
           05  NUM-REGISTRY-RECORDS  PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-PAIRS-MATCHED     PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-PAIRS-FAILED      PIC S9(9)    COMP-3  VALUE +0.
           05  NUM-CARDS-REJECTED    PIC S9(9)    COMP-3  VALUE +0.
      *
       01  RPT-HEADER1.
           05  FILLER                 PIC X(44)
                VALUE 'JOB-TO-JOB CONTROL TOTAL RECONCILIATION (CTL'.
           05  FILLER                 PIC X(5)  VALUE 'RCN1)'.
           05  FILLER                 PIC X(83) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER                 PIC X(11) VALUE '  DATASET'.
           05  FILLER                 PIC X(9)  VALUE 'PRODUCER'.
           05  FILLER                 PIC X(12) VALUE '    WRITTEN'.
           05  FILLER                 PIC X(17)
                     VALUE '          AMOUNT'.
           05  FILLER                 PIC X(9)  VALUE 'CONSUMER'.
           05  FILLER                 PIC X(12) VALUE '       READ'.
           05  FILLER                 PIC X(17)
                     VALUE '          AMOUNT'.
           05  FILLER                 PIC X(9)  VALUE 'VERDICT'.
           05  FILLER                 PIC X(36) VALUE 'REASON'.
       01  RPT-DETAIL.
           05  FILLER                PIC XX    VALUE SPACES.
           05  RPT-DATASET           PIC X(8).
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-PRODUCER          PIC X(8).
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-P-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-P-AMOUNT          PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-CONSUMER          PIC X(8).
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-C-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-C-AMOUNT          PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-VERDICT           PIC X(8).
           05  FILLER                PIC X     VALUE ' '.
           05  RPT-REASON            PIC X(36).
       01  RPT-SPACES                PIC X(132) VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'CTLRCN1 STARTED'.
           PERFORM 900-OPEN-FILES.
           PERFORM 800-INIT-REPORT.
           PERFORM 100-READ-CONTROL-CARD THROUGH 100-EXIT
               UNTIL WS-CONTROL-EOF = 'Y'.
           IF PAIR-ENTRIES-USED = 0
               PERFORM 150-LOAD-DEFAULT-PAIR
                   VARYING WS-DFP-SUB FROM 1 BY 1
                   UNTIL WS-DFP-SUB > 5.
           PERFORM 200-SCAN-REGISTRY THROUGH 200-EXIT
               UNTIL WS-CTLREG-EOF = 'Y'.
           PERFORM 300-JUDGE-ONE-PAIR THROUGH 300-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > PAIR-ENTRIES-USED.
           PERFORM 400-PRINT-TOTALS.
           PERFORM 905-CLOSE-FILES.
           IF NUM-PAIRS-FAILED > 0
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE.
           DISPLAY 'CTLRCN1 ENDED - MATCHED = ' NUM-PAIRS-MATCHED
                   ' FAILED = ' NUM-PAIRS-FAILED.
           GOBACK .

      *    ---------------------------------------------------------
      *    One PAIR= card per handoff.  AMT= is optional on the
      *    card; absent, the amount totals are compared too.
      *    ---------------------------------------------------------
       100-READ-CONTROL-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE 'Y' TO WS-CONTROL-EOF .
           IF WS-CONTROL-EOF = 'Y'
               GO TO 100-EXIT.
           IF WS-CONTROL-STATUS NOT = '00'
              AND WS-CONTROL-STATUS NOT = '04'
               DISPLAY 'RCNCTL READ ERROR RC=' WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CONTROL-EOF
               GO TO 100-EXIT.
           IF CONTROL-CARD-RECORD(1:1) = '*'
              OR CONTROL-CARD-RECORD = SPACES
               GO TO 100-EXIT.
           IF RCT-PAIR-TAG NOT = 'PAIR='
              OR RCT-DATASET = SPACES
              OR RCT-PRODUCER = SPACES
              OR RCT-CONSUMER = SPACES
               MOVE 'UNRECOGNIZED RCNCTL CARD - IGNORED'
                   TO RPT-REASON
               PERFORM 190-REJECT-CARD
               GO TO 100-EXIT.
           IF PAIR-ENTRIES-USED NOT < 20
               MOVE 'PAIR TABLE FULL - CARD IGNORED' TO RPT-REASON
               PERFORM 190-REJECT-CARD
               GO TO 100-EXIT.
           ADD +1 TO PAIR-ENTRIES-USED.
           MOVE PAIR-ENTRIES-USED TO WS-PAIR-SUB.
           MOVE RCT-DATASET  TO PAIR-DATASET(WS-PAIR-SUB).
           MOVE RCT-PRODUCER TO PAIR-PRODUCER(WS-PAIR-SUB).
           MOVE RCT-CONSUMER TO PAIR-CONSUMER(WS-PAIR-SUB).
           MOVE 'Y'          TO PAIR-COMPARE-AMT(WS-PAIR-SUB).
           IF RCT-AMT-TAG = 'AMT='
              AND RCT-COMPARE-AMT = 'N'
               MOVE 'N' TO PAIR-COMPARE-AMT(WS-PAIR-SUB).
           PERFORM 160-CLEAR-PAIR-TOTALS.
       100-EXIT.
           EXIT.

       150-LOAD-DEFAULT-PAIR.
           ADD +1 TO PAIR-ENTRIES-USED.
           MOVE PAIR-ENTRIES-USED TO WS-PAIR-SUB.
           MOVE DFP-DATASET(WS-DFP-SUB)  TO PAIR-DATASET(WS-PAIR-SUB).
           MOVE DFP-PRODUCER(WS-DFP-SUB)
               TO PAIR-PRODUCER(WS-PAIR-SUB).
           MOVE DFP-CONSUMER(WS-DFP-SUB)
               TO PAIR-CONSUMER(WS-PAIR-SUB).
           MOVE DFP-COMPARE-AMT(WS-DFP-SUB)
               TO PAIR-COMPARE-AMT(WS-PAIR-SUB).
           PERFORM 160-CLEAR-PAIR-TOTALS.

       160-CLEAR-PAIR-TOTALS.
           MOVE 'N'  TO PAIR-P-SEEN(WS-PAIR-SUB)
                        PAIR-C-SEEN(WS-PAIR-SUB).
           MOVE PAIR-PRODUCER(WS-PAIR-SUB)
                     TO PAIR-P-PROGRAM(WS-PAIR-SUB).
           MOVE ZERO TO PAIR-P-DATE(WS-PAIR-SUB)
                        PAIR-P-TIME(WS-PAIR-SUB)
                        PAIR-P-COUNT(WS-PAIR-SUB)
                        PAIR-P-AMOUNT(WS-PAIR-SUB)
                        PAIR-C-DATE(WS-PAIR-SUB)
                        PAIR-C-TIME(WS-PAIR-SUB)
                        PAIR-C-COUNT(WS-PAIR-SUB)
                        PAIR-C-AMOUNT(WS-PAIR-SUB).

       190-REJECT-CARD.
           ADD +1 TO NUM-CARDS-REJECTED.
           MOVE SPACES TO RPT-DETAIL.
           MOVE CONTROL-CARD-RECORD(1:8) TO RPT-DATASET.
           MOVE 'WARNING ' TO RPT-VERDICT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           DISPLAY 'CTLRCN1 ' RPT-REASON ': '
                   CONTROL-CARD-RECORD(1:40).
           PERFORM 895-SET-WARNING-RC.

      *    ---------------------------------------------------------
      *    One pass over the registry: for each handoff keep the
      *    LATEST record of its producer writing the file and of
      *    its consumer reading it.  One registry record may serve
      *    more than one handoff, so every pair is tried.
      *    ---------------------------------------------------------
       200-SCAN-REGISTRY.
           READ CTLREG-FILE
             AT END MOVE 'Y' TO WS-CTLREG-EOF .
           IF WS-CTLREG-EOF = 'Y'
               GO TO 200-EXIT.
           IF WS-CTLREG-STATUS NOT = '00'
              AND WS-CTLREG-STATUS NOT = '04'
               DISPLAY 'CTLREG READ ERROR RC=' WS-CTLREG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CTLREG-EOF
               GO TO 200-EXIT.
           ADD +1 TO NUM-REGISTRY-RECORDS.
           PERFORM 250-MATCH-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > PAIR-ENTRIES-USED.
       200-EXIT.
           EXIT.

       250-MATCH-ONE-PAIR.
           IF CTR-DATASET NOT = PAIR-DATASET(WS-PAIR-SUB)
               NEXT SENTENCE
           ELSE
           IF CTR-PRODUCED
              AND ( CTR-PROGRAM = PAIR-PRODUCER(WS-PAIR-SUB)
                    OR PAIR-PRODUCER(WS-PAIR-SUB) = '*' )
              AND ( CTR-DATE > PAIR-P-DATE(WS-PAIR-SUB)
                    OR ( CTR-DATE = PAIR-P-DATE(WS-PAIR-SUB)
                         AND CTR-TIME
                             NOT < PAIR-P-TIME(WS-PAIR-SUB) ) )
               MOVE 'Y'              TO PAIR-P-SEEN(WS-PAIR-SUB)
               MOVE CTR-PROGRAM      TO PAIR-P-PROGRAM(WS-PAIR-SUB)
               MOVE CTR-DATE         TO PAIR-P-DATE(WS-PAIR-SUB)
               MOVE CTR-TIME         TO PAIR-P-TIME(WS-PAIR-SUB)
               MOVE CTR-RECORD-COUNT TO PAIR-P-COUNT(WS-PAIR-SUB)
               MOVE CTR-AMOUNT-TOTAL TO PAIR-P-AMOUNT(WS-PAIR-SUB)
           ELSE
           IF CTR-CONSUMED
              AND CTR-PROGRAM = PAIR-CONSUMER(WS-PAIR-SUB)
              AND ( CTR-DATE > PAIR-C-DATE(WS-PAIR-SUB)
                    OR ( CTR-DATE = PAIR-C-DATE(WS-PAIR-SUB)
                         AND CTR-TIME
                             NOT < PAIR-C-TIME(WS-PAIR-SUB) ) )
               MOVE 'Y'              TO PAIR-C-SEEN(WS-PAIR-SUB)
               MOVE CTR-DATE         TO PAIR-C-DATE(WS-PAIR-SUB)
               MOVE CTR-TIME         TO PAIR-C-TIME(WS-PAIR-SUB)
               MOVE CTR-RECORD-COUNT TO PAIR-C-COUNT(WS-PAIR-SUB)
               MOVE CTR-AMOUNT-TOTAL TO PAIR-C-AMOUNT(WS-PAIR-SUB).

      *    ---------------------------------------------------------
      *    The verdict per handoff, with both ends' totals side by
      *    side and the reason spelled out for the operator who
      *    finds the stream stopped.
      *    ---------------------------------------------------------
       300-JUDGE-ONE-PAIR.
           MOVE SPACES TO RPT-DETAIL.
           MOVE PAIR-DATASET(WS-PAIR-SUB)  TO RPT-DATASET.
           MOVE PAIR-P-PROGRAM(WS-PAIR-SUB) TO RPT-PRODUCER.
           MOVE PAIR-CONSUMER(WS-PAIR-SUB) TO RPT-CONSUMER.
           IF PAIR-P-SEEN(WS-PAIR-SUB) = 'Y'
               MOVE PAIR-P-COUNT(WS-PAIR-SUB)  TO RPT-P-COUNT
               MOVE PAIR-P-AMOUNT(WS-PAIR-SUB) TO RPT-P-AMOUNT.
           IF PAIR-C-SEEN(WS-PAIR-SUB) = 'Y'
               MOVE PAIR-C-COUNT(WS-PAIR-SUB)  TO RPT-C-COUNT
               MOVE PAIR-C-AMOUNT(WS-PAIR-SUB) TO RPT-C-AMOUNT.
           IF PAIR-P-SEEN(WS-PAIR-SUB) = 'N'
               MOVE 'PRODUCER NEVER REGISTERED THE FILE'
                   TO RPT-REASON
               PERFORM 350-PAIR-FAILED
               GO TO 300-EXIT.
           IF PAIR-C-SEEN(WS-PAIR-SUB) = 'N'
               MOVE 'CONSUMER NEVER REGISTERED A READ'
                   TO RPT-REASON
               PERFORM 350-PAIR-FAILED
               GO TO 300-EXIT.
           IF PAIR-C-DATE(WS-PAIR-SUB) < PAIR-P-DATE(WS-PAIR-SUB)
              OR ( PAIR-C-DATE(WS-PAIR-SUB) = PAIR-P-DATE(WS-PAIR-SUB)
                   AND PAIR-C-TIME(WS-PAIR-SUB)
                       < PAIR-P-TIME(WS-PAIR-SUB) )
               MOVE 'CONSUMER HAS NOT READ THE LATEST FILE'
                   TO RPT-REASON
               PERFORM 350-PAIR-FAILED
               GO TO 300-EXIT.
           IF PAIR-C-COUNT(WS-PAIR-SUB) NOT = PAIR-P-COUNT(WS-PAIR-SUB)
               MOVE 'RECORD COUNTS DO NOT AGREE' TO RPT-REASON
               PERFORM 350-PAIR-FAILED
               GO TO 300-EXIT.
           IF PAIR-COMPARE-AMT(WS-PAIR-SUB) = 'Y'
              AND PAIR-C-AMOUNT(WS-PAIR-SUB)
                  NOT = PAIR-P-AMOUNT(WS-PAIR-SUB)
               MOVE 'AMOUNT TOTALS DO NOT AGREE' TO RPT-REASON
               PERFORM 350-PAIR-FAILED
               GO TO 300-EXIT.
           ADD +1 TO NUM-PAIRS-MATCHED.
           MOVE 'MATCHED ' TO RPT-VERDICT.
           MOVE 'WRITTEN' TO RPT-REASON(1:7).
           MOVE PAIR-P-DATE(WS-PAIR-SUB) TO RPT-REASON(9:6).
           MOVE PAIR-P-TIME(WS-PAIR-SUB) TO RPT-REASON(16:6).
           MOVE 'READ' TO RPT-REASON(23:4).
           MOVE PAIR-C-DATE(WS-PAIR-SUB) TO RPT-REASON(28:6).
           WRITE REPORT-RECORD FROM RPT-DETAIL.
       300-EXIT.
           EXIT.

       350-PAIR-FAILED.
           ADD +1 TO NUM-PAIRS-FAILED.
           MOVE 'FAILED  ' TO RPT-VERDICT.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           DISPLAY 'CTLRCN1 HANDOFF FAILED: ' RPT-DATASET ' '
                   RPT-PRODUCER ' -> ' RPT-CONSUMER ' - ' RPT-REASON.

       400-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'REGISTRY RECORDS READ:' TO RPT-TOTALS-ITEM.
           MOVE NUM-REGISTRY-RECORDS     TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HANDOFFS CHECKED:'      TO RPT-TOTALS-ITEM.
           MOVE PAIR-ENTRIES-USED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HANDOFFS MATCHED:'      TO RPT-TOTALS-ITEM.
           MOVE NUM-PAIRS-MATCHED        TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'HANDOFFS FAILED:'       TO RPT-TOTALS-ITEM.
           MOVE NUM-PAIRS-FAILED         TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'RCNCTL CARDS REJECTED:' TO RPT-TOTALS-ITEM.
           MOVE NUM-CARDS-REJECTED       TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

       800-INIT-REPORT.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES  AFTER 1.
           WRITE REPORT-RECORD FROM RPT-HEADER2.

       895-SET-WARNING-RC.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    A missing registry fails every handoff: with no registry
      *    there is no proof any file arrived whole.
      *    ---------------------------------------------------------
       900-OPEN-FILES.
           OPEN INPUT CTLREG-FILE.
           IF WS-CTLREG-STATUS NOT = '00'
             DISPLAY 'CTLRCN1 CANNOT OPEN CTLREG, RC='
                     WS-CTLREG-STATUS ' - RECONCILIATION FAILS'
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-CTLREG-EOF.
           OPEN INPUT    CONTROL-CARD-FILE
                OUTPUT   REPORT-FILE .
           IF WS-CONTROL-STATUS NOT = '00'
              AND WS-CONTROL-STATUS NOT = '05'
             DISPLAY 'CTLRCN1 CANNOT OPEN RCNCTL, RC='
                     WS-CONTROL-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CONTROL-EOF.
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'CTLRCN1 CANNOT OPEN RCNRPT, RC='
                     WS-REPORT-STATUS
             MOVE 16 TO RETURN-CODE.

       905-CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE .
           CLOSE CTLREG-FILE .
           CLOSE REPORT-FILE .

      * END OF PROGRAM CTLRCN1
