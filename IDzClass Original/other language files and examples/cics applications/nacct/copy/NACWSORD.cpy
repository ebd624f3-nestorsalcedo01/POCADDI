      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nacwsord.cpy                                           *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * The layout of one standing order on the SORDMST master, keyed
      * by account and order sequence (SO-KEY).  A standing order is
      * a recurring payment the scheduler (NACTSOS1) turns into a
      * POSTFILE transaction for NACTPST each time it falls due.
      * Orders are added, changed and ended by NACTSOM1 only.
      *
      *   SO-DIRECTION  the POSTFILE type generated: 'C' charge
      *                 (increases the amount owed) or 'D' payment
      *   SO-FREQUENCY  W weekly, F fortnightly, M monthly,
      *                 Q quarterly, A annually
      *   SO-DUE-DAY    for M/Q/A orders, the day of the month the
      *                 order was set up for; a short month takes its
      *                 last day and the next month goes back to it
      *   SO-NEXT-DUE   the next date a posting is owed (yyyymmdd)
      *   SO-END-DATE   the last date a posting may be made, or zero
      *                 for an open-ended order
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *
           05  SO-KEY.
               10  SO-ACCOUNT                PIC X(5).
               10  SO-SEQ                    PIC 9(3).
           05  SO-AMOUNT                     PIC 9(7)V99.
           05  SO-DIRECTION                  PIC X(1).
               88  SO-DIRECTION-CREDIT              VALUE 'C'.
               88  SO-DIRECTION-DEBIT               VALUE 'D'.
               88  SO-DIRECTION-VALID               VALUE 'C' 'D'.
           05  SO-FREQUENCY                  PIC X(1).
               88  SO-FREQ-WEEKLY                   VALUE 'W'.
               88  SO-FREQ-FORTNIGHTLY              VALUE 'F'.
               88  SO-FREQ-MONTHLY                  VALUE 'M'.
               88  SO-FREQ-QUARTERLY                VALUE 'Q'.
               88  SO-FREQ-ANNUAL                   VALUE 'A'.
               88  SO-FREQ-VALID                    VALUE 'W' 'F'
                                                          'M' 'Q' 'A'.
           05  SO-DUE-DAY                    PIC 9(2).
           05  SO-NEXT-DUE                   PIC 9(8).
           05  SO-END-DATE                   PIC 9(8).
               88  SO-NO-END-DATE                   VALUE ZERO.
           05  SO-STATUS                     PIC X(1).
               88  SO-STATUS-ACTIVE                 VALUE 'A'.
               88  SO-STATUS-ENDED                  VALUE 'E'.
           05  SO-LAST-POSTED                PIC 9(8).
           05  SO-DESCRIPTION                PIC X(30).
           05  SO-UPDATE-DATE                PIC 9(8).
           05  FILLER                        PIC X(16).
