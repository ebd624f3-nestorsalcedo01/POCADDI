      *--------------------------------------------------------------*
      *                                                              *
      *               @BANNER_START@                                 *
      *      nact01.cbl                                             *
      *      (C) Copyright IBM Corp. 2000. All Rights Reserved.      *
      *                                                              *
      * Element of Designing and Programming CICS Applications book  *
      *               @BANNER_END@                                   *
      *                                                              *
      *--------------------------------------------------------------*
      *
      * The BMS front-end to the account suite.  NACT02 and NACT05
      * have always been described as LINKed to from "the BMS
      * front-end (NACT01)"; this is that program.  It is pseudo-
      * conversational, runs under the transaction that starts it,
      * and uses the ACCTMNU and ACCTDTL maps of the NACTSM mapset
      * (symbolic maps in NACTSM).
      *
      * From the menu (ACCTMNU) the user asks for:
      *
      *   I - inquire on an account     (NACT02 'E', no lock)
      *   A - add an account            (NACT02 'L' then 'C')
      *   C - change an account         (NACT02 'R' then 'U')
      *   D - delete an account         (NACT02 'R' then 'D')
      *
      * or leaves the request blank and keys a surname (and
      * optionally a forename) to search by name through NACT05,
      * ten matches a page, PF8 for the next page.
      *
      * The detail panel (ACCTDTL) shows the account with its three
      * payment-history occurrences (NACWPHST layout), newest first.
      * On an inquiry the panel also shows any approval pending on
      * the account and branches to the function that decides it:
      * an account still in status 'N' is approved or rejected
      * through NACT07 (PF4/PF5), and a credit-limit raise parked on
      * the PENDCHG queue through NACT08 (PF10/PF11).  Those
      * programs make their own approver checks.
      *
      * NACT02 leaves the validation of the data to the front-end,
      * and these are the edits applied here before it is called:
      *
      *   account   five digits, not all zero
      *   surname   required; letters, spaces, hyphens and
      *   forename  apostrophes only, starting with a letter
      *   balance   a signed amount with at most two decimals,
      *             within the 9(7)V99 of BALDO
      *   limit     (change only) an amount from 0 to 99999.99,
      *             stored in the ' 9999.99' form of LIMITDO
      *
      * The status and, on an add, the limit are set by NACT02 and
      * are display-only here.  A lock taken for an add, change or
      * delete is freed (NACT02 'F') if the user cancels.
      *
      *    Date       Init  Description
      *    ---------  ----  -------------------------------------------
      *    Oct 2026   AP    Original version.
      *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACT01.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  FILLER                  PIC X(36) VALUE
              '********  WS FOR NACT01     ********'.
      *
       01  WS-WORK-FIELDS.
           05  WS-PROGRAM-NAME     PIC X(8)  VALUE SPACES.
           05  WS-USERID           PIC X(8)  VALUE SPACES.
           05  WS-RESPONSE         PIC S9(8) COMP VALUE ZERO.
           05  WS-REASON-CODE      PIC S9(8) COMP VALUE ZERO.
           05  WS-WORK-FN          PIC 9(4)  COMP VALUE ZERO.
           05  WS-WORK-FN-X  REDEFINES WS-WORK-FN
                                   PIC X(2).
           05  WS-MESSAGE          PIC X(74) VALUE SPACES.
           05  WS-IX               PIC S9(4) COMP VALUE ZERO.
           05  WS-INPUT-VALIDITY   PIC X     VALUE 'Y'.
               88  INPUT-VALID         VALUE 'Y'.
               88  INPUT-INVALID       VALUE 'N'.
           05  WS-NAME-CHECK       PIC X(18) VALUE SPACES.
           05  WS-REQ-LIMIT        PIC X(8)  VALUE SPACES.
           05  WS-NEW-BALANCE      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-END-MESSAGE      PIC X(30) VALUE
                   'ACCOUNT SESSION ENDED'.
      *
      * The suite's program names are built from this program's own
      * name, as NACT02 builds them, so the suite can be renamed
      * without a code change.
      *
       01  WS-SUITE-PROGRAMS.
           05  CRUD-PROGRAM.
               10  WS-CRUD-PROGRAM-PREFIX    PIC X(4) VALUE SPACES.
               10  FILLER                    PIC X(4) VALUE '02  '.
           05  ABEND-PROGRAM.
               10  WS-ABEND-PROGRAM-PREFIX   PIC X(4) VALUE SPACES.
               10  FILLER                    PIC X(4) VALUE '04  '.
           05  BROWSE-PROGRAM.
               10  WS-BROWSE-PROGRAM-PREFIX  PIC X(4) VALUE SPACES.
               10  FILLER                    PIC X(4) VALUE '05  '.
           05  APPROVE-PROGRAM.
               10  WS-APPROVE-PROGRAM-PREFIX PIC X(4) VALUE SPACES.
               10  FILLER                    PIC X(4) VALUE '07  '.
           05  LIMIT-PROGRAM.
               10  WS-LIMIT-PROGRAM-PREFIX   PIC X(4) VALUE SPACES.
               10  FILLER                    PIC X(4) VALUE '08  '.
      *
      * The data kept between the tasks of the conversation.
      *
       01  WS-FE-COMMAREA.
           05  WS-FE-STATE         PIC X     VALUE 'M'.
               88  WS-FE-ON-MENU       VALUE 'M'.
               88  WS-FE-ON-DETAIL     VALUE 'D'.
           05  WS-FE-MODE          PIC X     VALUE SPACE.
               88  WS-FE-INQUIRE       VALUE 'I'.
               88  WS-FE-ADD           VALUE 'A'.
               88  WS-FE-CHANGE        VALUE 'C'.
               88  WS-FE-DELETE        VALUE 'D'.
               88  WS-FE-VALID-MODE    VALUE 'I' 'A' 'C' 'D'.
           05  WS-FE-LOCK          PIC X     VALUE 'N'.
               88  WS-FE-LOCK-HELD     VALUE 'Y'.
               88  WS-FE-NO-LOCK       VALUE 'N'.
           05  WS-FE-ACCOUNT       PIC X(5)  VALUE SPACES.
           05  WS-FE-SNAME         PIC X(18) VALUE SPACES.
           05  WS-FE-FNAME         PIC X(12) VALUE SPACES.
           05  WS-FE-MORE          PIC 9(4)  VALUE ZERO.
           05  WS-FE-ACCT-PENDING  PIC X     VALUE 'N'.
               88  WS-FE-AWAITING-APPROVAL VALUE 'Y'.
           05  WS-FE-RAISE-PENDING PIC X     VALUE 'N'.
               88  WS-FE-AWAITING-RAISE    VALUE 'Y'.
           05  WS-FE-RECORD        PIC X(162) VALUE SPACES.
      *
      * Amount parsing.  Balances and limits are keyed free-form
      * ('-20', '1234.5', ' 100.00') and parsed one character at a
      * time into WS-AMT-VALUE.
      *
       01  WS-AMOUNT-WORK.
           05  WS-AMT-INPUT        PIC X(12) VALUE SPACES.
           05  WS-AMT-CHAR         PIC X     VALUE SPACE.
           05  WS-AMT-DIGIT  REDEFINES WS-AMT-CHAR
                                   PIC 9.
           05  WS-AMT-IX           PIC S9(4) COMP VALUE ZERO.
           05  WS-AMT-INT          PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-AMT-CENTS        PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-AMT-DEC-DIGITS   PIC S9(4) COMP VALUE ZERO.
           05  WS-AMT-VALUE        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-AMT-VALIDITY     PIC X     VALUE 'Y'.
               88  AMOUNT-VALID        VALUE 'Y'.
               88  AMOUNT-INVALID      VALUE 'N'.
           05  WS-AMT-SIGN         PIC X     VALUE SPACE.
               88  AMOUNT-NEGATIVE     VALUE '-'.
           05  WS-AMT-STARTED      PIC X     VALUE 'N'.
           05  WS-AMT-ENDED        PIC X     VALUE 'N'.
           05  WS-AMT-IN-DECIMALS  PIC X     VALUE 'N'.
           05  WS-AMT-HAS-DIGIT    PIC X     VALUE 'N'.
      *
      * Display formats for the panels.
      *
       01  WS-DISPLAY-FIELDS.
           05  WS-BAL-EDIT         PIC -(7)9.99.
           05  WS-LIMIT-EDIT       PIC ZZZZ9.99.
       01  WS-LIST-LINE.
           05  WS-LL-ACCOUNT       PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-SNAME         PIC X(18).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-LL-FNAME         PIC X(12).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-LL-BALANCE       PIC -(7)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-STATUS        PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-LIMIT         PIC X(8).
       01  WS-HIST-LINE.
           05  WS-HL-DATE          PIC 9999/99/99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-TYPE          PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-AMOUNT        PIC -(7)9.99.
           05  FILLER              PIC X(6)  VALUE '  BAL '.
           05  WS-HL-BALANCE       PIC -(7)9.99.
       01  WS-PEND-LINE.
           05  FILLER              PIC X(15) VALUE
                   'LIMIT RAISE TO '.
           05  WS-PL-NEW-LIMIT     PIC X(8).
           05  FILLER              PIC X(14) VALUE
                   ' REQUESTED BY '.
           05  WS-PL-REQUESTER     PIC X(8).
           05  FILLER              PIC X(29) VALUE
                   ' - PF10 APPROVE, PF11 REJECT'.
      *
       01  FILLER                  PIC X(36) VALUE
              '********  NACWLITS COPYBOOK ********'.
       01  WS-LITERALS.
           COPY NACWLITS.
      *
       01  FILLER                  PIC X(36) VALUE
              '********  NACWERRH COPYBOOK ********'.
       01  WS-ERRH-AREA.
           COPY NACWERRH.
      *
      * The CRUD interface, passed to NACT02.
       01  FILLER                  PIC X(36) VALUE
              '********  NACCCRUD COPYBOOK ********'.
       01  WS-CRUD-AREA.
           COPY NACCCRUD.
      *
      * The browse interface, passed to NACT05 (V1A form).
       01  FILLER                  PIC X(36) VALUE
              '********  NACWBRWS COPYBOOK ********'.
       01  WS-BRWS-AREA.
           COPY NACWBRWS.
      *
      * One payment-history occurrence, for display.
       01  FILLER                  PIC X(36) VALUE
              '********  NACWPHST COPYBOOK ********'.
       01  WS-PAY-HIST-ENTRY.
           COPY NACWPHST.
      *
      * The account approval interface, as NACT07 receives it.
       01  WS-APR-COMMAREA.
           05  WS-APR-FUNCTION         PIC X.
               88  WS-APR-REQ-APPROVE      VALUE 'A'.
               88  WS-APR-REQ-REJECT       VALUE 'R'.
           05  WS-APR-ACCOUNT          PIC X(5).
           05  WS-APR-REASON           PIC X(40).
           05  WS-APR-RESP             PIC X(4).
               88  WS-APR-OK               VALUE '0000'.
               88  WS-APR-NOT-AUTHORIZED   VALUE 'AUTH'.
               88  WS-APR-NOT-FOUND        VALUE 'NFND'.
               88  WS-APR-NOT-PENDING      VALUE 'STAT'.
           05  WS-APR-COUNT            PIC 9(4).
           05  WS-APR-ENTRY            OCCURS 20
                                       PIC X(43).
      *
      * The limit-raise decision interface, as NACT08 receives it.
       01  WS-LMC-COMMAREA.
           05  WS-LMC-FUNCTION         PIC X.
               88  WS-LMC-REQ-APPROVE      VALUE 'A'.
               88  WS-LMC-REQ-REJECT       VALUE 'R'.
           05  WS-LMC-ACCOUNT          PIC X(5).
           05  WS-LMC-REASON           PIC X(40).
           05  WS-LMC-RESP             PIC X(4).
               88  WS-LMC-OK               VALUE '0000'.
               88  WS-LMC-NOT-AUTHORIZED   VALUE 'AUTH'.
               88  WS-LMC-OWN-REQUEST      VALUE 'SELF'.
               88  WS-LMC-NOT-FOUND        VALUE 'NFND'.
           05  WS-LMC-COUNT            PIC 9(4).
           05  WS-LMC-ENTRY            OCCURS 20
                                       PIC X(37).
      *
      * One pending-change record, as NACT02 parks it.
       01  PENDCHG-RECORD.
           05  PND-ACCOUNT         PIC X(5).
           05  PND-OLD-LIMIT       PIC X(8).
           05  PND-NEW-LIMIT       PIC X(8).
           05  PND-REQUESTER       PIC X(8).
           05  PND-DATE            PIC X(8).
           05  PND-TIME            PIC X(6).
           05  FILLER              PIC X(37).
      *
       01  FILLER                  PIC X(36) VALUE
              '********  NACTSM SYMBOLIC MAPS  ****'.
           COPY NACTSM.
           COPY DFHAID.
           COPY DFHBMSCA.
      *
       01  FILLER                  PIC X(36) VALUE
              '********  LINKAGE SECTION   ********'.
       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(206).

       PROCEDURE DIVISION.
       NACT01-MAIN SECTION.
       NACT01-010.
           EXEC CICS ASSIGN
                     PROGRAM(WS-PROGRAM-NAME)
                     USERID(WS-USERID)
                     NOHANDLE
           END-EXEC.
           MOVE WS-PROGRAM-NAME TO WS-CRUD-PROGRAM-PREFIX
                                   WS-ABEND-PROGRAM-PREFIX
                                   WS-BROWSE-PROGRAM-PREFIX
                                   WS-APPROVE-PROGRAM-PREFIX
                                   WS-LIMIT-PROGRAM-PREFIX.
           EXEC CICS HANDLE ABEND
                     PROGRAM(ABEND-PROGRAM)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                         ABCODE(WS-LITS-ABEND-ERROR-ABEND)
               END-EXEC
           END-IF.
       NACT01-020.
      *
      * A task started from a terminal with no commarea (or with one
      * that is not ours) begins the conversation at the menu.
      *
           IF  EIBCALEN NOT = LENGTH OF WS-FE-COMMAREA
               PERFORM A-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO WS-FE-COMMAREA
               IF  WS-FE-ON-MENU
                   PERFORM B-PROCESS-MENU
               ELSE
                   PERFORM C-PROCESS-DETAIL
               END-IF
           END-IF.
       NACT01-030.
           EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(WS-FE-COMMAREA)
           END-EXEC.
       END-NACT01-MAIN.
           EXIT.
           EJECT.
      *
       A-FIRST-TIME SECTION.
       A-010.
           MOVE SPACES TO WS-FE-COMMAREA.
           SET WS-FE-ON-MENU TO TRUE.
           SET WS-FE-NO-LOCK TO TRUE.
           MOVE ZERO TO WS-FE-MORE.
           MOVE 'ENTER A REQUEST AND ACCOUNT, OR A NAME TO SEARCH'
                TO WS-MESSAGE.
           MOVE LOW-VALUES TO ACCTMNUO.
           PERFORM M-SEND-MENU.
       END-A-FIRST-TIME.
           EXIT.
           EJECT.
      *
       B-PROCESS-MENU SECTION.
      *
      * ENTER acts on the menu; PF8 pages on through a name search;
      * PF3 ends the session.
      *
       B-010.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM X-END-SESSION
               WHEN DFHPF8
                   MOVE LOW-VALUES TO ACCTMNUO
                   IF  WS-FE-MORE = ZERO
                       MOVE 'NO FURTHER MATCHES - ENTER A NEW SEARCH'
                            TO WS-MESSAGE
                       PERFORM M-SEND-MENU
                   ELSE
                       SET WS-BRWS-REQ-CONTINUE TO TRUE
                       PERFORM BB-NAME-SEARCH
                   END-IF
               WHEN DFHENTER
                   PERFORM BA-MENU-REQUEST
               WHEN DFHCLEAR
                   PERFORM A-FIRST-TIME
               WHEN OTHER
                   MOVE LOW-VALUES TO ACCTMNUO
                   MOVE 'THAT KEY IS NOT ACTIVE ON THIS PANEL'
                        TO WS-MESSAGE
                   PERFORM M-SEND-MENU
           END-EVALUATE.
       END-B-PROCESS-MENU.
           EXIT.
           EJECT.
      *
       BA-MENU-REQUEST SECTION.
      *
      * A blank request with a surname is a name search; otherwise
      * the request and account number are edited and the request
      * started.
      *
       BA-010.
           MOVE LOW-VALUES TO ACCTMNUI.
           EXEC CICS RECEIVE MAP('ACCTMNU')
                     MAPSET(WS-LITS-MAPSET)
                     INTO(ACCTMNUI)
                     RESP(WS-RESPONSE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
           AND WS-RESPONSE NOT = DFHRESP(MAPFAIL)
               MOVE WS-RESPONSE TO WS-REASON-CODE
               PERFORM Z-ERROR-HANDLER
           END-IF.
           INSPECT ACCTMNUI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MREQI CONVERTING 'iacd' TO 'IACD'.
           MOVE SPACES TO WS-MESSAGE.
       BA-020.
           IF  MREQI = SPACE
           AND MACCTI = SPACES
               IF  MSNAMEI = SPACES
                   MOVE 'ENTER A REQUEST AND ACCOUNT NUMBER, OR A NAME'
                        TO WS-MESSAGE
                   MOVE -1 TO MREQL
                   PERFORM M-SEND-MENU
               ELSE
                   MOVE MSNAMEI TO WS-FE-SNAME
                   MOVE MFNAMEI TO WS-FE-FNAME
                   MOVE ZERO    TO WS-FE-MORE
                   SET WS-BRWS-REQ-BROWSE TO TRUE
                   PERFORM BB-NAME-SEARCH
               END-IF
               GO TO BA-090
           END-IF.
       BA-030.
           MOVE MREQI TO WS-FE-MODE.
           IF  NOT WS-FE-VALID-MODE
               MOVE 'REQUEST MUST BE I, A, C OR D - OR BLANK TO SEARCH'
                    TO WS-MESSAGE
               MOVE -1 TO MREQL
               PERFORM M-SEND-MENU
               GO TO BA-090
           END-IF.
           IF  MACCTI NOT NUMERIC
           OR  MACCTI = '00000'
               MOVE 'ACCOUNT NUMBER MUST BE FIVE DIGITS'
                    TO WS-MESSAGE
               MOVE -1 TO MACCTL
               PERFORM M-SEND-MENU
               GO TO BA-090
           END-IF.
           MOVE MACCTI TO WS-FE-ACCOUNT.
           PERFORM BC-START-REQUEST.
       BA-090.
           EXIT.
       END-BA-MENU-REQUEST.
           EXIT.
           EJECT.
      *
       BB-NAME-SEARCH SECTION.
      *
      * Starts ('B') or continues ('C') a name search through NACT05
      * and lists up to ten matches on the menu.  The function is
      * set by the caller.
      *
       BB-010.
           MOVE SPACES TO WS-BRWS-MATCHES.
           MOVE 'V1A' TO WS-BRWS-VERSION.
           MOVE 10 TO WS-BRWS-LIMIT-TO-GET.
           MOVE ZERO TO WS-BRWS-MIN-BALANCE.
           MOVE SPACE TO WS-BRWS-STATUS.
           MOVE WS-FE-MORE TO WS-BRWS-MORE.
           MOVE WS-FE-SNAME TO SNAMEDO IN WS-BRWS-ENTRY (1).
           MOVE WS-FE-FNAME TO FNAMEDO IN WS-BRWS-ENTRY (1).
           MOVE SPACE TO WS-FE-MODE.
           EXEC CICS LINK
                     PROGRAM(BROWSE-PROGRAM)
                     COMMAREA(WS-BRWS-COMMAREA)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
           MOVE LOW-VALUES  TO ACCTMNUO.
           MOVE WS-FE-SNAME TO MSNAMEO.
           MOVE WS-FE-FNAME TO MFNAMEO.
           MOVE ZERO TO WS-FE-MORE.
           EVALUATE TRUE
               WHEN NOT WS-BRWS-NO-ERROR
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'NAME SEARCH FAILED - RESPONSE '
                          WS-BRWS-RESP-X ' REASON '
                          WS-BRWS-REAS-X
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   MOVE -1 TO MSNAMEL
               WHEN WS-BRWS-NONE-FOUND
                   MOVE 'NO ACCOUNTS MATCH THAT NAME' TO WS-MESSAGE
                   MOVE -1 TO MSNAMEL
               WHEN OTHER
                   PERFORM BD-LIST-MATCH
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-BRWS-FOUND
                          OR WS-IX > 10
                   IF  WS-BRWS-NO-MORE
                       MOVE 'KEY A REQUEST AND ACCOUNT NUMBER'
                            TO WS-MESSAGE
                   ELSE
                       MOVE WS-BRWS-MORE TO WS-FE-MORE
                       MOVE 'KEY A REQUEST AND ACCOUNT NUMBER, OR PF8 FO
      -                     'R MORE MATCHES'
                            TO WS-MESSAGE
                   END-IF
                   MOVE -1 TO MREQL
           END-EVALUATE.
           PERFORM M-SEND-MENU.
       END-BB-NAME-SEARCH.
           EXIT.
           EJECT.
      *
       BD-LIST-MATCH SECTION.
       BD-010.
           MOVE ACCTDO  IN WS-BRWS-ENTRY (WS-IX) TO WS-LL-ACCOUNT.
           MOVE SNAMEDO IN WS-BRWS-ENTRY (WS-IX) TO WS-LL-SNAME.
           MOVE FNAMEDO IN WS-BRWS-ENTRY (WS-IX) TO WS-LL-FNAME.
           MOVE BALDO   IN WS-BRWS-ENTRY (WS-IX) TO WS-LL-BALANCE.
           MOVE STATDO  IN WS-BRWS-ENTRY (WS-IX) TO WS-LL-STATUS.
           MOVE LIMITDO IN WS-BRWS-ENTRY (WS-IX) TO WS-LL-LIMIT.
           MOVE WS-LIST-LINE TO MLINEO (WS-IX).
       END-BD-LIST-MATCH.
           EXIT.
           EJECT.
      *
       BC-START-REQUEST SECTION.
      *
      * An inquiry reads without a lock.  An add first makes sure
      * the account is not on file, then locks the number; a change
      * or delete reads with a lock.  The detail panel follows.
      *
       BC-010.
           MOVE SPACES TO NACTREC-DATA.
           MOVE WS-FE-ACCOUNT TO ACCTDO IN NACTREC-DATA.
           EVALUATE TRUE
               WHEN WS-FE-INQUIRE
                   SET CA-CRUD-REQ-ENQUIRE TO TRUE
                   PERFORM K-CALL-CRUD
               WHEN WS-FE-ADD
                   SET CA-CRUD-REQ-ENQUIRE TO TRUE
                   PERFORM K-CALL-CRUD
                   IF  CA-CRUD-NO-ERROR
                       MOVE SPACES TO WS-MESSAGE
                       STRING 'ACCOUNT ' WS-FE-ACCOUNT
                              ' IS ALREADY ON FILE'
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE
                       GO TO BC-080
                   END-IF
                   IF  CA-CRUD-RESP-X NOT NUMERIC
                   OR  CA-CRUD-RESP NOT = DFHRESP(NOTFND)
                       GO TO BC-080
                   END-IF
                   MOVE SPACES TO NACTREC-DATA
                   MOVE WS-FE-ACCOUNT TO ACCTDO IN NACTREC-DATA
                   SET CA-CRUD-REQ-LOCK TO TRUE
                   PERFORM K-CALL-CRUD
                   IF  CA-CRUD-NO-ERROR
                       MOVE ZERO TO BALDO IN NACTREC-DATA
                       MOVE 'N'  TO STATDO IN NACTREC-DATA
                       MOVE ' 1000.00' TO LIMITDO IN NACTREC-DATA
                   END-IF
               WHEN OTHER
                   SET CA-CRUD-REQ-READ TO TRUE
                   PERFORM K-CALL-CRUD
           END-EVALUATE.
           IF  NOT CA-CRUD-NO-ERROR
               GO TO BC-080
           END-IF.
           IF  NOT WS-FE-INQUIRE
               SET WS-FE-LOCK-HELD TO TRUE
           END-IF.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-FE-ADD
                   MOVE 'KEY THE NEW ACCOUNT DETAILS AND PRESS ENTER'
                        TO WS-MESSAGE
               WHEN WS-FE-CHANGE
                   MOVE 'OVERTYPE THE DETAILS TO CHANGE AND PRESS ENTER'
                        TO WS-MESSAGE
               WHEN WS-FE-DELETE
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE, PF12 TO CANC
      -                 'EL'
                        TO WS-MESSAGE
           END-EVALUATE.
           PERFORM D-SEND-DETAIL.
           GO TO BC-090.
       BC-080.
           MOVE LOW-VALUES TO ACCTMNUO.
           MOVE WS-FE-MODE    TO MREQO.
           MOVE WS-FE-ACCOUNT TO MACCTO.
           MOVE -1 TO MACCTL.
           PERFORM M-SEND-MENU.
       BC-090.
           EXIT.
       END-BC-START-REQUEST.
           EXIT.
           EJECT.
      *
       C-PROCESS-DETAIL SECTION.
      *
      * ENTER completes the request on the detail panel; PF12 (or
      * CLEAR) abandons it for the menu and PF3 ends the session,
      * freeing any lock held.  On an inquiry, PF4/PF5 and
      * PF10/PF11 decide an approval pending on the account.
      *
       C-010.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM CG-FREE-LOCK
                   PERFORM X-END-SESSION
               WHEN EIBAID = DFHPF12
               WHEN EIBAID = DFHCLEAR
                   PERFORM CG-FREE-LOCK
                   IF  WS-FE-INQUIRE
                       MOVE SPACES TO WS-MESSAGE
                   ELSE
                       MOVE 'REQUEST CANCELLED - NOTHING WAS CHANGED'
                            TO WS-MESSAGE
                   END-IF
                   PERFORM N-RETURN-TO-MENU
               WHEN EIBAID = DFHENTER
                   EVALUATE TRUE
                       WHEN WS-FE-INQUIRE
                           MOVE SPACES TO WS-MESSAGE
                           PERFORM N-RETURN-TO-MENU
                       WHEN WS-FE-DELETE
                           PERFORM CD-DELETE-ACCOUNT
                       WHEN OTHER
                           PERFORM CA-SAVE-ACCOUNT
                   END-EVALUATE
               WHEN (EIBAID = DFHPF4 OR DFHPF5)
               AND  WS-FE-INQUIRE
               AND  WS-FE-AWAITING-APPROVAL
                   PERFORM CE-ACCOUNT-DECISION
               WHEN (EIBAID = DFHPF10 OR DFHPF11)
               AND  WS-FE-INQUIRE
               AND  WS-FE-AWAITING-RAISE
                   PERFORM CF-LIMIT-DECISION
               WHEN OTHER
                   MOVE LOW-VALUES TO ACCTDTLO
                   MOVE 'THAT KEY IS NOT ACTIVE ON THIS PANEL'
                        TO WS-MESSAGE
                   PERFORM DB-RESEND-DETAIL
           END-EVALUATE.
       END-C-PROCESS-DETAIL.
           EXIT.
           EJECT.
      *
       CA-SAVE-ACCOUNT SECTION.
      *
      * Edits the panel and, if it is clean, adds ('C') or updates
      * ('U') the account through NACT02.  Either way NACT02 frees
      * the lock.  A limit raise NACT02 has parked for a second
      * approver comes back with the old limit still on the record.
      *
       CA-010.
           PERFORM R-RECEIVE-DETAIL.
           PERFORM CB-EDIT-DETAIL.
           IF  INPUT-INVALID
               PERFORM DB-RESEND-DETAIL
               GO TO CA-090
           END-IF.
           MOVE WS-FE-RECORD TO NACTREC-DATA.
           MOVE DSNAMEI      TO SNAMEDO IN NACTREC-DATA.
           MOVE DFNAMEI      TO FNAMEDO IN NACTREC-DATA.
           MOVE WS-NEW-BALANCE TO BALDO IN NACTREC-DATA.
           IF  WS-FE-ADD
               SET CA-CRUD-REQ-CREATE TO TRUE
           ELSE
               MOVE WS-REQ-LIMIT TO LIMITDO IN NACTREC-DATA
               SET CA-CRUD-REQ-UPDATE TO TRUE
           END-IF.
           PERFORM K-CALL-CRUD.
           SET WS-FE-NO-LOCK TO TRUE.
           IF  CA-CRUD-NO-ERROR
               MOVE SPACES TO WS-MESSAGE
               EVALUATE TRUE
                   WHEN WS-FE-ADD
                       STRING 'ACCOUNT ' WS-FE-ACCOUNT
                              ' ADDED - IT AWAITS APPROVAL BEFORE USE'
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE
                   WHEN LIMITDO IN NACTREC-DATA NOT = WS-REQ-LIMIT
                       STRING 'ACCOUNT ' WS-FE-ACCOUNT
                              ' UPDATED - LIMIT RAISE HELD FOR A SECOND'
                              ' APPROVER'
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE
                   WHEN OTHER
                       STRING 'ACCOUNT ' WS-FE-ACCOUNT ' UPDATED'
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE
               END-EVALUATE
           END-IF.
           PERFORM N-RETURN-TO-MENU.
       CA-090.
           EXIT.
       END-CA-SAVE-ACCOUNT.
           EXIT.
           EJECT.
      *
       CB-EDIT-DETAIL SECTION.
      *
      * The front-end edits NACT02 relies on.  The fields are edited
      * last to first so that the message left is the one for the
      * first field in error, where the cursor goes.
      *
       CB-010.
           SET INPUT-VALID TO TRUE.
           IF  WS-FE-CHANGE
               MOVE DLIMITI TO WS-AMT-INPUT
               PERFORM Q-PARSE-AMOUNT
               IF  AMOUNT-INVALID
               OR  WS-AMT-VALUE < ZERO
               OR  WS-AMT-VALUE > 99999.99
                   SET INPUT-INVALID TO TRUE
                   MOVE -1 TO DLIMITL
                   MOVE 'LIMIT MUST BE AN AMOUNT FROM 0 TO 99999.99'
                        TO WS-MESSAGE
               ELSE
                   MOVE WS-AMT-VALUE  TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO WS-REQ-LIMIT
               END-IF
           END-IF.
       CB-020.
           MOVE DBALI TO WS-AMT-INPUT.
           PERFORM Q-PARSE-AMOUNT.
           IF  AMOUNT-INVALID
               SET INPUT-INVALID TO TRUE
               MOVE -1 TO DBALL
               MOVE 'BALANCE MUST BE AN AMOUNT, E.G. 1234.56 OR -20.00'
                    TO WS-MESSAGE
           ELSE
               MOVE WS-AMT-VALUE TO WS-NEW-BALANCE
           END-IF.
       CB-030.
           MOVE DFNAMEI TO WS-NAME-CHECK.
           PERFORM S-CHECK-NAME.
           IF  INPUT-INVALID
           AND WS-NAME-CHECK = HIGH-VALUES
               MOVE -1 TO DFNAMEL
               MOVE 'FORENAME IS REQUIRED - LETTERS, SPACES, HYPHENS, AP
      -             'OSTROPHES'
                    TO WS-MESSAGE
           END-IF.
       CB-040.
           MOVE DSNAMEI TO WS-NAME-CHECK.
           PERFORM S-CHECK-NAME.
           IF  INPUT-INVALID
           AND WS-NAME-CHECK = HIGH-VALUES
               MOVE -1 TO DSNAMEL
               MOVE 'SURNAME IS REQUIRED - LETTERS, SPACES, HYPHENS, APO
      -             'STROPHES'
                    TO WS-MESSAGE
           END-IF.
       END-CB-EDIT-DETAIL.
           EXIT.
           EJECT.
      *
       CD-DELETE-ACCOUNT SECTION.
      *
      * ENTER on the delete panel confirms the delete.  NACT02
      * deletes the record as held in the conversation and frees
      * the lock.
      *
       CD-010.
           MOVE WS-FE-RECORD TO NACTREC-DATA.
           SET CA-CRUD-REQ-DELETE TO TRUE.
           PERFORM K-CALL-CRUD.
           SET WS-FE-NO-LOCK TO TRUE.
           IF  CA-CRUD-NO-ERROR
               MOVE SPACES TO WS-MESSAGE
               STRING 'ACCOUNT ' WS-FE-ACCOUNT ' DELETED'
                      DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF.
           PERFORM N-RETURN-TO-MENU.
       END-CD-DELETE-ACCOUNT.
           EXIT.
           EJECT.
      *
       CE-ACCOUNT-DECISION SECTION.
      *
      * PF4 approves, PF5 rejects, an account awaiting approval,
      * through NACT07.  A rejection needs the reason keyed on the
      * panel.  NACT07 checks the user is an approver.
      *
       CE-010.
           PERFORM R-RECEIVE-DETAIL.
           IF  EIBAID = DFHPF5
           AND DREASI = SPACES
               MOVE LOW-VALUES TO ACCTDTLO
               MOVE -1 TO DREASL
               MOVE 'KEY THE REASON FOR THE REJECTION, THEN PF5'
                    TO WS-MESSAGE
               PERFORM DB-RESEND-DETAIL
               GO TO CE-090
           END-IF.
           MOVE SPACES TO WS-APR-COMMAREA.
           IF  EIBAID = DFHPF4
               SET WS-APR-REQ-APPROVE TO TRUE
           ELSE
               SET WS-APR-REQ-REJECT  TO TRUE
               MOVE DREASI TO WS-APR-REASON
           END-IF.
           MOVE WS-FE-ACCOUNT TO WS-APR-ACCOUNT.
           EXEC CICS LINK
                     PROGRAM(APPROVE-PROGRAM)
                     COMMAREA(WS-APR-COMMAREA)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-APR-OK AND WS-APR-REQ-APPROVE
                   STRING 'ACCOUNT ' WS-FE-ACCOUNT ' APPROVED'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN WS-APR-OK
                   STRING 'ACCOUNT ' WS-FE-ACCOUNT ' REJECTED'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN WS-APR-NOT-AUTHORIZED
                   MOVE 'YOU ARE NOT ON THE APPROVER FILE'
                        TO WS-MESSAGE
               WHEN WS-APR-NOT-FOUND
                   MOVE 'THE ACCOUNT IS NO LONGER ON FILE'
                        TO WS-MESSAGE
               WHEN WS-APR-NOT-PENDING
                   MOVE 'THE ACCOUNT IS NO LONGER AWAITING APPROVAL'
                        TO WS-MESSAGE
               WHEN OTHER
                   STRING 'APPROVAL NOT RECORDED - RESPONSE '
                          WS-APR-RESP
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
           END-EVALUATE.
           PERFORM CH-REFRESH-INQUIRY.
       CE-090.
           EXIT.
       END-CE-ACCOUNT-DECISION.
           EXIT.
           EJECT.
      *
       CF-LIMIT-DECISION SECTION.
      *
      * PF10 approves, PF11 rejects, a limit raise parked on the
      * PENDCHG queue, through NACT08 - which also refuses the user
      * who asked for the raise.
      *
       CF-010.
           PERFORM R-RECEIVE-DETAIL.
           MOVE SPACES TO WS-LMC-COMMAREA.
           IF  EIBAID = DFHPF10
               SET WS-LMC-REQ-APPROVE TO TRUE
           ELSE
               SET WS-LMC-REQ-REJECT  TO TRUE
               MOVE DREASI TO WS-LMC-REASON
           END-IF.
           MOVE WS-FE-ACCOUNT TO WS-LMC-ACCOUNT.
           EXEC CICS LINK
                     PROGRAM(LIMIT-PROGRAM)
                     COMMAREA(WS-LMC-COMMAREA)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-LMC-OK AND WS-LMC-REQ-APPROVE
                   MOVE 'LIMIT RAISE APPROVED AND APPLIED' TO WS-MESSAGE
               WHEN WS-LMC-OK
                   MOVE 'LIMIT RAISE REJECTED' TO WS-MESSAGE
               WHEN WS-LMC-NOT-AUTHORIZED
                   MOVE 'YOU ARE NOT ON THE APPROVER FILE'
                        TO WS-MESSAGE
               WHEN WS-LMC-OWN-REQUEST
                   MOVE 'A RAISE MUST BE DECIDED BY SOMEONE OTHER THAN T
      -                 'HE REQUESTER'
                        TO WS-MESSAGE
               WHEN WS-LMC-NOT-FOUND
                   MOVE 'THE RAISE IS NO LONGER PENDING' TO WS-MESSAGE
               WHEN OTHER
                   STRING 'DECISION NOT RECORDED - RESPONSE '
                          WS-LMC-RESP
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
           END-EVALUATE.
           PERFORM CH-REFRESH-INQUIRY.
       END-CF-LIMIT-DECISION.
           EXIT.
           EJECT.
      *
       CG-FREE-LOCK SECTION.
      *
      * Frees the lock taken for an add, change or delete the user
      * is abandoning.
      *
       CG-010.
           IF  WS-FE-LOCK-HELD
               MOVE WS-FE-RECORD TO NACTREC-DATA
               SET CA-CRUD-REQ-FREE TO TRUE
               PERFORM K-CALL-CRUD
               SET WS-FE-NO-LOCK TO TRUE
           END-IF.
       END-CG-FREE-LOCK.
           EXIT.
           EJECT.
      *
       CH-REFRESH-INQUIRY SECTION.
      *
      * Re-reads the account after a decision so the panel shows
      * what is now on file, with the decision's message.
      *
       CH-010.
           MOVE SPACES TO NACTREC-DATA.
           MOVE WS-FE-ACCOUNT TO ACCTDO IN NACTREC-DATA.
           SET CA-CRUD-REQ-ENQUIRE TO TRUE.
           PERFORM K-CALL-CRUD.
           IF  CA-CRUD-NO-ERROR
               PERFORM D-SEND-DETAIL
           ELSE
               PERFORM N-RETURN-TO-MENU
           END-IF.
       END-CH-REFRESH-INQUIRY.
           EXIT.
           EJECT.
      *
       D-SEND-DETAIL SECTION.
      *
      * Builds the detail panel from NACTREC-DATA for the mode the
      * conversation is in and sends it.  On an inquiry the
      * approvals pending on the account are looked up.
      *
       D-010.
           MOVE NACTREC-DATA TO WS-FE-RECORD.
           SET WS-FE-ON-DETAIL TO TRUE.
           MOVE 'N' TO WS-FE-ACCT-PENDING
                       WS-FE-RAISE-PENDING.
           MOVE LOW-VALUES TO ACCTDTLO.
           EVALUATE TRUE
               WHEN WS-FE-INQUIRE
                   MOVE 'ACCOUNT INQUIRY'        TO DTITLEO
               WHEN WS-FE-ADD
                   MOVE 'ADD A NEW ACCOUNT'      TO DTITLEO
               WHEN WS-FE-CHANGE
                   MOVE 'CHANGE ACCOUNT DETAILS' TO DTITLEO
               WHEN WS-FE-DELETE
                   MOVE 'DELETE AN ACCOUNT'      TO DTITLEO
           END-EVALUATE.
           MOVE ACCTDO  IN NACTREC-DATA TO DACCTO.
           MOVE SNAMEDO IN NACTREC-DATA TO DSNAMEO.
           MOVE FNAMEDO IN NACTREC-DATA TO DFNAMEO.
           IF  BALDO IN NACTREC-DATA NUMERIC
               MOVE BALDO IN NACTREC-DATA TO WS-BAL-EDIT
               MOVE WS-BAL-EDIT TO DBALO
           END-IF.
           MOVE STATDO  IN NACTREC-DATA TO DSTATO.
           EVALUATE TRUE
               WHEN ACCT-STATUS-NEW IN NACTREC-DATA
                   MOVE 'AWAITING APPROVAL'  TO DSTATXO
               WHEN ACCT-STATUS-ACTIVE IN NACTREC-DATA
                   MOVE 'ACTIVE'             TO DSTATXO
               WHEN ACCT-STATUS-CLOSED IN NACTREC-DATA
                   MOVE 'CLOSED'             TO DSTATXO
               WHEN ACCT-STATUS-REJECTED IN NACTREC-DATA
                   MOVE 'REJECTED'           TO DSTATXO
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS'     TO DSTATXO
           END-EVALUATE.
           MOVE LIMITDO IN NACTREC-DATA TO DLIMITO.
       D-020.
           IF  NOT WS-FE-ADD
               PERFORM DA-FORMAT-HISTORY
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 3
               IF  DHISTO (1) = LOW-VALUES
                   MOVE 'NO PAYMENT HISTORY RECORDED' TO DHISTO (1)
               END-IF
           END-IF.
       D-030.
           IF  WS-FE-INQUIRE
               IF  ACCT-STATUS-NEW IN NACTREC-DATA
                   SET WS-FE-AWAITING-APPROVAL TO TRUE
                   MOVE 'ACCOUNT AWAITING APPROVAL - PF4 APPROVE, PF5 RE
      -                 'JECT (KEY A REASON)'
                        TO DPENDO
               ELSE
                   PERFORM DC-CHECK-PENDING-RAISE
               END-IF
           END-IF.
       D-040.
      *
      * Keyed fields are unprotected with the MDT set, so they come
      * back on every RECEIVE whether overtyped or not.
      *
           MOVE DFHBMPRO TO DSNAMEA DFNAMEA DBALA DLIMITA DREASA.
           EVALUATE TRUE
               WHEN WS-FE-ADD
                   MOVE DFHBMFSE TO DSNAMEA DFNAMEA DBALA
                   MOVE -1 TO DSNAMEL
                   MOVE 'ENTER ADD   PF12 CANCEL   PF3 EXIT' TO DPFKO
               WHEN WS-FE-CHANGE
                   MOVE DFHBMFSE TO DSNAMEA DFNAMEA DBALA DLIMITA
                   MOVE -1 TO DSNAMEL
                   MOVE 'ENTER SAVE   PF12 CANCEL   PF3 EXIT' TO DPFKO
               WHEN WS-FE-DELETE
                   MOVE -1 TO DACCTL
                   MOVE 'ENTER CONFIRM DELETE   PF12 CANCEL   PF3 EXIT'
                        TO DPFKO
               WHEN WS-FE-AWAITING-APPROVAL
               WHEN WS-FE-AWAITING-RAISE
                   MOVE DFHBMFSE TO DREASA
                   MOVE -1 TO DREASL
                   MOVE 'ENTER MENU   PF12 MENU   PF3 EXIT   REASON IS F
      -                 'OR A REJECTION'
                        TO DPFKO
               WHEN OTHER
                   MOVE -1 TO DACCTL
                   MOVE 'ENTER MENU   PF12 MENU   PF3 EXIT' TO DPFKO
           END-EVALUATE.
           MOVE WS-MESSAGE TO DMSGO.
           EXEC CICS SEND MAP('ACCTDTL')
                     MAPSET(WS-LITS-MAPSET)
                     FROM(ACCTDTLO)
                     ERASE
                     CURSOR
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
       END-D-SEND-DETAIL.
           EXIT.
           EJECT.
      *
       DA-FORMAT-HISTORY SECTION.
      *
      * One PAY-HIST occurrence, in the NACWPHST layout, to one
      * history line.  Unused occurrences are left blank.
      *
       DA-010.
           MOVE PAY-HIST IN NACTREC-DATA (WS-IX) TO WS-PAY-HIST-ENTRY.
           IF  PH-DATE NUMERIC
           AND PH-DATE > ZERO
           AND PH-AMOUNT NUMERIC
           AND PH-BALANCE NUMERIC
               MOVE PH-DATE TO WS-HL-DATE
               EVALUATE TRUE
                   WHEN PH-TYPE-DEPOSIT
                       MOVE 'DEPOSIT'    TO WS-HL-TYPE
                   WHEN PH-TYPE-WITHDRAWAL
                       MOVE 'WITHDRAWAL' TO WS-HL-TYPE
                   WHEN PH-TYPE-ADJUSTMENT
                       MOVE 'ADJUSTMENT' TO WS-HL-TYPE
                   WHEN OTHER
                       MOVE PH-TYPE      TO WS-HL-TYPE
               END-EVALUATE
               MOVE PH-AMOUNT  TO WS-HL-AMOUNT
               MOVE PH-BALANCE TO WS-HL-BALANCE
               MOVE WS-HIST-LINE TO DHISTO (WS-IX)
           END-IF.
       END-DA-FORMAT-HISTORY.
           EXIT.
           EJECT.
      *
       DB-RESEND-DETAIL SECTION.
      *
      * Re-sends the detail panel DATAONLY with a message, leaving
      * the keyed fields as the user left them.
      *
       DB-010.
           IF  WS-FE-ADD OR WS-FE-CHANGE
               MOVE DFHBMFSE TO DSNAMEA DFNAMEA DBALA
               IF  WS-FE-CHANGE
                   MOVE DFHBMFSE TO DLIMITA
               END-IF
               IF  DSNAMEL NOT = -1
               AND DFNAMEL NOT = -1
               AND DBALL   NOT = -1
               AND DLIMITL NOT = -1
                   MOVE -1 TO DSNAMEL
               END-IF
           END-IF.
           IF  WS-FE-AWAITING-APPROVAL
           OR  WS-FE-AWAITING-RAISE
               MOVE DFHBMFSE TO DREASA
           END-IF.
           MOVE WS-MESSAGE TO DMSGO.
           EXEC CICS SEND MAP('ACCTDTL')
                     MAPSET(WS-LITS-MAPSET)
                     FROM(ACCTDTLO)
                     DATAONLY
                     CURSOR
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
       END-DB-RESEND-DETAIL.
           EXIT.
           EJECT.
      *
       DC-CHECK-PENDING-RAISE SECTION.
      *
      * A credit-limit raise parked by NACT02 sits on the PENDCHG
      * queue keyed by account until NACT08 decides it.
      *
       DC-010.
           EXEC CICS READ
                     FILE('PENDCHG')
                     RIDFLD(WS-FE-ACCOUNT)
                     INTO(PENDCHG-RECORD)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           EVALUATE WS-RESPONSE
               WHEN DFHRESP(NORMAL)
                   SET WS-FE-AWAITING-RAISE TO TRUE
                   MOVE PND-NEW-LIMIT TO WS-PL-NEW-LIMIT
                   MOVE PND-REQUESTER TO WS-PL-REQUESTER
                   MOVE WS-PEND-LINE  TO DPENDO
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM Z-ERROR-HANDLER
           END-EVALUATE.
       END-DC-CHECK-PENDING-RAISE.
           EXIT.
           EJECT.
      *
       K-CALL-CRUD SECTION.
      *
      * LINKs to NACT02 with the function already set, and turns
      * any error it reports into a message for the user.
      *
       K-010.
           SET CA-CRUD-CORRECT-VERSION TO TRUE.
           EXEC CICS LINK
                     PROGRAM(CRUD-PROGRAM)
                     COMMAREA(CA-CRUD-COMMAREA)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
           IF  CA-CRUD-NO-ERROR
               GO TO K-090
           END-IF.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN CA-CRUD-BAD-LOCK AND CA-CRUD-IN-USE
                   STRING 'ACCOUNT ' WS-FE-ACCOUNT
                          ' IS IN USE BY ANOTHER USER - TRY LATER'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN CA-CRUD-BAD-LOCK
                   STRING 'YOUR HOLD ON ACCOUNT ' WS-FE-ACCOUNT
                          ' HAS LAPSED - START THE REQUEST AGAIN'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN CA-CRUD-BAD-DATA
                   MOVE 'ACCOUNT NUMBER IS NOT VALID' TO WS-MESSAGE
               WHEN CA-CRUD-RESP-X NUMERIC
                AND CA-CRUD-RESP = DFHRESP(NOTFND)
                   STRING 'ACCOUNT ' WS-FE-ACCOUNT ' IS NOT ON FILE'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN CA-CRUD-RESP-X NUMERIC
                AND CA-CRUD-RESP = DFHRESP(DUPREC)
                   STRING 'ACCOUNT ' WS-FE-ACCOUNT
                          ' IS ALREADY ON FILE'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN OTHER
                   STRING 'ACCOUNT FILE ERROR - RESPONSE '
                          CA-CRUD-RESP-X ' REASON ' CA-CRUD-REAS-X
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
           END-EVALUATE.
       K-090.
           EXIT.
       END-K-CALL-CRUD.
           EXIT.
           EJECT.
      *
       M-SEND-MENU SECTION.
      *
      * Sends the menu, as built in ACCTMNUO, with WS-MESSAGE.
      *
       M-010.
           SET WS-FE-ON-MENU TO TRUE.
           MOVE DFHBMFSE TO MREQA MACCTA MSNAMEA MFNAMEA.
           IF  MREQL   NOT = -1
           AND MACCTL  NOT = -1
           AND MSNAMEL NOT = -1
               MOVE -1 TO MREQL
           END-IF.
           MOVE WS-MESSAGE TO MMSGO.
           EXEC CICS SEND MAP('ACCTMNU')
                     MAPSET(WS-LITS-MAPSET)
                     FROM(ACCTMNUO)
                     ERASE
                     CURSOR
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
       END-M-SEND-MENU.
           EXIT.
           EJECT.
      *
       N-RETURN-TO-MENU SECTION.
      *
      * Back to the menu with WS-MESSAGE, the account last worked
      * on still keyed so the user can carry on with it.
      *
       N-010.
           MOVE LOW-VALUES TO ACCTMNUO.
           MOVE WS-FE-ACCOUNT TO MACCTO.
           MOVE SPACE TO WS-FE-MODE.
           MOVE 'N' TO WS-FE-ACCT-PENDING
                       WS-FE-RAISE-PENDING.
           MOVE ZERO TO WS-FE-MORE.
           MOVE -1 TO MREQL.
           PERFORM M-SEND-MENU.
       END-N-RETURN-TO-MENU.
           EXIT.
           EJECT.
      *
       Q-PARSE-AMOUNT SECTION.
      *
      * Parses WS-AMT-INPUT: optional leading sign, digits, an
      * optional point and up to two decimals, with spaces allowed
      * before and after.  Anything else, or no digit at all, or
      * more than seven whole digits, is invalid.
      *
       Q-010.
           SET AMOUNT-VALID TO TRUE.
           MOVE SPACE TO WS-AMT-SIGN.
           MOVE 'N'   TO WS-AMT-STARTED
                         WS-AMT-ENDED
                         WS-AMT-IN-DECIMALS
                         WS-AMT-HAS-DIGIT.
           MOVE ZERO  TO WS-AMT-INT
                         WS-AMT-CENTS
                         WS-AMT-DEC-DIGITS
                         WS-AMT-VALUE.
           INSPECT WS-AMT-INPUT REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM QA-SCAN-CHARACTER
               VARYING WS-AMT-IX FROM 1 BY 1
               UNTIL WS-AMT-IX > LENGTH OF WS-AMT-INPUT
                  OR AMOUNT-INVALID.
           IF  WS-AMT-HAS-DIGIT = 'N'
               SET AMOUNT-INVALID TO TRUE
           END-IF.
           IF  AMOUNT-VALID
               IF  WS-AMT-DEC-DIGITS = 1
                   MULTIPLY 10 BY WS-AMT-CENTS
               END-IF
               COMPUTE WS-AMT-VALUE = WS-AMT-INT + (WS-AMT-CENTS / 100)
               IF  AMOUNT-NEGATIVE
                   COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
               END-IF
           END-IF.
       END-Q-PARSE-AMOUNT.
           EXIT.
           EJECT.
      *
       QA-SCAN-CHARACTER SECTION.
       QA-010.
           MOVE WS-AMT-INPUT (WS-AMT-IX:1) TO WS-AMT-CHAR.
           EVALUATE TRUE
               WHEN WS-AMT-CHAR = SPACE
                   IF  WS-AMT-STARTED = 'Y'
                       MOVE 'Y' TO WS-AMT-ENDED
                   END-IF
               WHEN WS-AMT-ENDED = 'Y'
                   SET AMOUNT-INVALID TO TRUE
               WHEN WS-AMT-CHAR = '-' OR '+'
                   IF  WS-AMT-STARTED = 'Y'
                       SET AMOUNT-INVALID TO TRUE
                   ELSE
                       MOVE WS-AMT-CHAR TO WS-AMT-SIGN
                       MOVE 'Y' TO WS-AMT-STARTED
                   END-IF
               WHEN WS-AMT-CHAR = '.'
                   IF  WS-AMT-IN-DECIMALS = 'Y'
                       SET AMOUNT-INVALID TO TRUE
                   ELSE
                       MOVE 'Y' TO WS-AMT-IN-DECIMALS
                                   WS-AMT-STARTED
                   END-IF
               WHEN WS-AMT-CHAR NUMERIC
                   MOVE 'Y' TO WS-AMT-STARTED
                               WS-AMT-HAS-DIGIT
                   IF  WS-AMT-IN-DECIMALS = 'Y'
                       ADD 1 TO WS-AMT-DEC-DIGITS
                       IF  WS-AMT-DEC-DIGITS > 2
                           SET AMOUNT-INVALID TO TRUE
                       ELSE
                           COMPUTE WS-AMT-CENTS =
                               WS-AMT-CENTS * 10 + WS-AMT-DIGIT
                       END-IF
                   ELSE
                       COMPUTE WS-AMT-INT =
                           WS-AMT-INT * 10 + WS-AMT-DIGIT
                       IF  WS-AMT-INT > 9999999
                           SET AMOUNT-INVALID TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET AMOUNT-INVALID TO TRUE
           END-EVALUATE.
       END-QA-SCAN-CHARACTER.
           EXIT.
           EJECT.
      *
       R-RECEIVE-DETAIL SECTION.
      *
      * Receives the detail panel.  Fields not sent back arrive as
      * spaces.
      *
       R-010.
           MOVE LOW-VALUES TO ACCTDTLI.
           EXEC CICS RECEIVE MAP('ACCTDTL')
                     MAPSET(WS-LITS-MAPSET)
                     INTO(ACCTDTLI)
                     RESP(WS-RESPONSE)
                     RESP2(WS-REASON-CODE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
           AND WS-RESPONSE NOT = DFHRESP(MAPFAIL)
               PERFORM Z-ERROR-HANDLER
           END-IF.
           INSPECT DSNAMEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DFNAMEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DBALI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DLIMITI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DREASI  REPLACING ALL LOW-VALUES BY SPACES.
       END-R-RECEIVE-DETAIL.
           EXIT.
           EJECT.
      *
       S-CHECK-NAME SECTION.
      *
      * A name is required, must start with a letter, and may hold
      * only letters, spaces, hyphens and apostrophes.  A bad name
      * sets the input invalid and WS-NAME-CHECK to HIGH-VALUES so
      * the caller knows which field to flag.
      *
       S-010.
           IF  WS-NAME-CHECK = SPACES
           OR  WS-NAME-CHECK (1:1) NOT ALPHABETIC
           OR  WS-NAME-CHECK (1:1) = SPACE
               SET INPUT-INVALID TO TRUE
               MOVE HIGH-VALUES TO WS-NAME-CHECK
               GO TO S-090
           END-IF.
           INSPECT WS-NAME-CHECK REPLACING ALL '-' BY SPACE
                                           ALL "'" BY SPACE.
           IF  WS-NAME-CHECK NOT ALPHABETIC
               SET INPUT-INVALID TO TRUE
               MOVE HIGH-VALUES TO WS-NAME-CHECK
           END-IF.
       S-090.
           EXIT.
       END-S-CHECK-NAME.
           EXIT.
           EJECT.
      *
       X-END-SESSION SECTION.
      *
      * PF3: clear the screen with a closing message and end the
      * conversation.
      *
       X-010.
           EXEC CICS SEND TEXT
                     FROM(WS-END-MESSAGE)
                     ERASE
                     FREEKB
                     NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       END-X-END-SESSION.
           EXIT.
           EJECT.
      *
       Z-ERROR-HANDLER SECTION.
      *
      * Unexpected CICS conditions go to the suite's error handler,
      * as in NACT02.
      *
       Z-010.
           SET WS-ERRH-CORRECT-VERSION TO TRUE.
           MOVE WS-RESPONSE            TO WS-ERRH-ERROR.
           MOVE WS-REASON-CODE         TO WS-ERRH-REASON.
           MOVE EIBFN                  TO WS-WORK-FN-X.
           MOVE WS-WORK-FN             TO WS-ERRH-CICS-FUNCTION.
           MOVE WS-PROGRAM-NAME        TO WS-ERRH-PROGRAM.
           EXEC CICS XCTL
                     PROGRAM(ABEND-PROGRAM)
                     COMMAREA(WS-ERRH-ERROR-COMMAREA)
                     NOHANDLE
           END-EXEC.
           EXEC CICS ABEND
                     ABCODE(WS-LITS-ABEND-ERROR-ABEND)
           END-EXEC.
       END-Z-ERROR-HANDLER.
           EXIT.
