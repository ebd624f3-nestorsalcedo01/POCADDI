      ****************************************************************
      * PROGRAM:  USRAUD1
      *           Cross-system user activity audit
      *
      * Every system in the shop keeps its own trail of who did
      * what -- the catalog's order, goods-received and returns
      * logs, the NACT change and approval logs, the POT change
      * journal and the FRIENDZ_AUDIT table -- but each one only
      * answers for itself, so "what did this user do last month"
      * meant six separate enquiries.  This periodic audit batch
      * pulls the user activity for the period out of all of them
      * into one normalized USRACT file (USRACTR layout: user,
      * system, source, action, key, date and time) and reports it:
      *
      *   - the sources read, and how much of each fell in the
      *     period,
      *   - one summary line per user id: activity per system,
      *     first and last activity, and how much of it was
      *     outside business hours,
      *   - EXCEPTIONS:
      *       activity outside business hours (weekends, or before
      *       or after the HOURS= window on weekdays),
      *       users who changed an account and also approved it --
      *       an account change, delete or limit request on
      *       ACCTCHG by the same user who approved the account
      *       (NACT07, APPRLOG) or a limit raise on it (NACT08,
      *       ACCTCHG 'V'), which is the separation of duties the
      *       two approval functions exist to enforce,
      *       user ids that are not on the SECROST security roster,
      *   - optionally, every activity of one user (USER= card).
      *
      * The activity taken from each source:
      *
      *   ORDLOG   OL-USERID    ORDER, or CANCEL / RETURN for the
      *                         reversal and credit records
      *   RECVLOG  RV-USERID    RECEIVE
      *   RETLOG   RT-USERID    RETURN
      *   ACCTCHG  CLOG-USERID  UPDATE, DELETE, LIMREQ (limit raise
      *                         requested), LIMAPPR / LIMREJ (limit
      *                         raise approved / rejected)
      *   APPRLOG  ALG-USERID   APPROVE / REJECT of a new account
      *   POTJRNL  PJR-USERID   ADD, UPDATE, DELETE
      *   FRIENDZ  CHANGED_BY   UPDATE, or DELETE / BOUNCE / MERGE
      *                         from the NEW_PHONE marker
      *
      * User ids beginning '*' (*BATCH* on RECVLOG, *UNKNOWN for
      * FRIENDZ_AUDIT rows written before CHANGED_BY was recorded)
      * are system ids: they are reported but never flagged as off
      * the roster.  A blank user id is reported as *NONE*.  A
      * source record whose date is not a valid date is counted as
      * UNDATED and left out.
      *
      * AUDCTL control cards (optional DD):
      *   FROM=yyyymmdd    first day audited; default the first
      *                    day of last month
      *   TO=yyyymmdd      last day audited; default the last day
      *                    of last month, or today when only FROM=
      *                    is given
      *   HOURS=hhmmhhmm   business hours, Monday to Friday;
      *                    default 07001900
      *   USER=xxxxxxxx    list every activity of this user id
      *
      * SECROST security roster, one user id per record:
      *   cols  1-8   user id
      *   cols  9-38  name
      *   cols 39-46  department
      *
      * FILES:
      *   ORDLOG   - catalog order history, DFH0XCP9 layout
      *   RECVLOG  - catalog goods-received log, DFH0XCPC layout
      *   RETLOG   - catalog returns log, DFH0XCPD layout
      *   ACCTCHG  - NACT account change log, NACWCLOG layout
      *   APPRLOG  - NACT account approval log (NACT07)
      *   POTJRNL  - POT customer change journal, POTJRNL layout
      *   SECROST  - security roster
      *   AUDCTL   - control cards (optional)
      *   USRACT   - normalized activity out, USRACTR layout
      *   AUDRPT   - audit report
      *   All of the input files are optional DDs: a source that is
      *   not there is reported as not audited.
      *
      * TABLES (DDL FOR REFERENCE):
      *   ALTER TABLE IBMUSER.FRIENDZ_AUDIT
      *     ADD CHANGED_BY CHAR(8)
      *   PHONEC1, FRNDNRM1, FRNDDUP1 and FRNDBNC1 set it to the
      *   DB2 USER special register on every insert, and AUDARCH1
      *   carries it onto the AUDARCH archive (ARC-CHANGED-BY), so
      *   a row archived out of the table keeps its user.
      *
      * RC 4 - a source or the roster was not available, a control
      *        card was rejected, or a table filled
      * RC16 - a file or SQL error; the activity file is incomplete
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRAUD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO AUDCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CONTROL-STATUS.

           SELECT OPTIONAL ORDLOG-FILE ASSIGN TO ORDLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS  IS  WS-ORDLOG-STATUS.

           SELECT OPTIONAL RECVLOG-FILE ASSIGN TO RECVLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS  IS  WS-RECVLOG-STATUS.

           SELECT OPTIONAL RETLOG-FILE ASSIGN TO RETLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS  IS  WS-RETLOG-STATUS.

           SELECT OPTIONAL CHANGELOG-FILE ASSIGN TO ACCTCHG
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CHANGELOG-STATUS.

           SELECT OPTIONAL APPRLOG-FILE ASSIGN TO APPRLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ALG-KEY
               FILE STATUS  IS  WS-APPRLOG-STATUS.

           SELECT OPTIONAL POTJRNL-FILE ASSIGN TO POTJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PJR-KEY
               FILE STATUS  IS  WS-POTJRNL-STATUS.

           SELECT OPTIONAL ROSTER-FILE ASSIGN TO SECROST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ROSTER-STATUS.

           SELECT USRACT-FILE   ASSIGN TO USRACT
               FILE STATUS  IS  WS-USRACT-STATUS.

           SELECT REPORT-FILE   ASSIGN TO AUDRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  ORDLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ORDLOG-RECORD.
           COPY DFH0XCP9.

       FD  RECVLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RECVLOG-RECORD.
           COPY DFH0XCPC.

       FD  RETLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  RETLOG-RECORD.
           COPY DFH0XCPD.

       FD  CHANGELOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  CHANGE-LOG-REC.
           COPY NACWCLOG.

      *    NACT07's approval log record
       FD  APPRLOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  APPRLOG-RECORD.
           05  ALG-KEY.
               10  ALG-ACCOUNT        PIC X(5).
               10  ALG-DATE           PIC X(8).
               10  ALG-TIME           PIC X(6).
           05  ALG-ACTION             PIC X.
               88  ALG-APPROVED           VALUE 'A'.
               88  ALG-REJECTED           VALUE 'R'.
           05  ALG-USERID             PIC X(8).
           05  ALG-REASON             PIC X(40).
           05  FILLER                 PIC X(12).

       FD  POTJRNL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY POTJRNL.

       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  ROSTER-RECORD.
           05  ROS-USERID             PIC X(8).
           05  ROS-NAME               PIC X(30).
           05  ROS-DEPT               PIC X(8).
           05  FILLER                 PIC X(34).

       FD  USRACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       COPY USRACTR.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-CONTROL-STATUS          PIC XX  VALUE '00'.
       01  WS-ORDLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-RECVLOG-STATUS          PIC XX  VALUE '00'.
       01  WS-RETLOG-STATUS           PIC XX  VALUE '00'.
       01  WS-CHANGELOG-STATUS        PIC XX  VALUE '00'.
       01  WS-APPRLOG-STATUS          PIC XX  VALUE '00'.
       01  WS-POTJRNL-STATUS          PIC XX  VALUE '00'.
       01  WS-ROSTER-STATUS           PIC XX  VALUE '00'.
       01  WS-USRACT-STATUS           PIC XX  VALUE '00'.
       01  WS-REPORT-STATUS           PIC XX  VALUE '00'.
       01  WS-SRC-IN-STATUS           PIC XX  VALUE '00'.
       01  WS-SRC-EOF                 PIC X   VALUE 'N'.
       01  WS-SRC-OPEN                PIC X   VALUE 'N'.
       01  WS-ROSTER-EOF              PIC X   VALUE 'N'.
       01  WS-USRACT-EOF              PIC X   VALUE 'N'.
       01  WS-RUN-ABORTED             PIC X   VALUE 'N'.
      *
       01  WS-RUN-DATE                PIC 9(6).
       01  WS-RUN-DATE-YMD.
           05  FILLER                 PIC XX  VALUE '20'.
           05  WS-RUN-YMD             PIC X(6).
       01  WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-MONTH-START             PIC 9(8).
       01  WS-DAY-INT                 PIC S9(9) COMP-3 VALUE +0.
      *
      *        ***********************************
      *          the audit period and business
      *          hours, from AUDCTL
      *        ***********************************
       01  WS-FROM-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-FROM-DATE-X  REDEFINES WS-FROM-DATE
                                      PIC X(8).
       01  WS-TO-DATE                 PIC 9(8)  VALUE ZERO.
       01  WS-TO-DATE-X  REDEFINES WS-TO-DATE
                                      PIC X(8).
       01  WS-DAY-START               PIC 9(4)  VALUE 0700.
       01  WS-DAY-END                 PIC 9(4)  VALUE 1900.
       01  WS-DETAIL-USERID           PIC X(8)  VALUE SPACES.
       01  WS-CARD-DATE               PIC X(8).
       01  WS-CARD-DATE-N  REDEFINES WS-CARD-DATE
                                      PIC 9(8).
       01  WS-CARD-HOURS              PIC X(8).
       01  WS-CARD-HOURS-N  REDEFINES WS-CARD-HOURS.
           05  WS-CARD-HOURS-START    PIC 9(4).
           05  WS-CARD-HOURS-END      PIC 9(4).
      *
      *        ***********************************
      *          the activity sources: name,
      *          system, and which of the four
      *          per-user system counts it feeds
      *        ***********************************
       01  WS-SOURCE-VALUES.
           05  FILLER             PIC X(17) VALUE 'ORDLOG  CATALOG 1'.
           05  FILLER             PIC X(17) VALUE 'RECVLOG CATALOG 1'.
           05  FILLER             PIC X(17) VALUE 'RETLOG  CATALOG 1'.
           05  FILLER             PIC X(17) VALUE 'ACCTCHG NACT    2'.
           05  FILLER             PIC X(17) VALUE 'APPRLOG NACT    2'.
           05  FILLER             PIC X(17) VALUE 'POTJRNL POT     3'.
           05  FILLER             PIC X(17) VALUE 'FRIENDZ FRIENDZ 4'.
       01  WS-SOURCE-TABLE  REDEFINES WS-SOURCE-VALUES.
           05  SRC-ENTRY  OCCURS 7 TIMES.
               10  SRC-ENT-NAME          PIC X(8).
               10  SRC-ENT-SYSTEM        PIC X(8).
               10  SRC-ENT-SYS-NO        PIC 9.
       01  WS-SRC-NO                  PIC S9(4) COMP  VALUE +0.
      *
       01  SOURCE-COUNTERS.
           05  SRC-COUNTS  OCCURS 7 TIMES.
               10  SRC-READ              PIC S9(9)   COMP-3.
               10  SRC-IN-PERIOD         PIC S9(9)   COMP-3.
               10  SRC-UNDATED           PIC S9(9)   COMP-3.
               10  SRC-NOTE              PIC X(40).
      *
      *        ***********************************
      *          one activity being normalized
      *        ***********************************
       01  WS-ACT-YMD.
           05  WS-ACT-YMD-CC          PIC XX.
           05  WS-ACT-YMD-YY          PIC XX.
           05  WS-ACT-YMD-MM          PIC XX.
           05  WS-ACT-YMD-DD          PIC XX.
       01  WS-ACT-YMD-NUM  REDEFINES WS-ACT-YMD
                                      PIC 9(8).
       01  WS-ACT-HMS                 PIC X(6).
       01  WS-ACT-HHMM                PIC 9(4)  VALUE ZERO.
       01  WS-ACT-STAMP               PIC 9(14) VALUE ZERO.
       01  WS-WEEKDAY                 PIC 9     VALUE ZERO.
       01  WS-PAIR-ROLE               PIC X     VALUE SPACE.
       01  WS-CLOG-CYYDDD             PIC 9(7).
       01  WS-CLOG-CYYDDD-PARTS  REDEFINES WS-CLOG-CYYDDD.
           05  FILLER                 PIC 9.
           05  WS-CLOG-CENTURY        PIC 9.
           05  WS-CLOG-JUL-YY         PIC 99.
           05  WS-CLOG-JUL-DDD        PIC 999.
       01  WS-CLOG-CCYYDDD            PIC 9(7).
       01  WS-CLOG-HHMMSS             PIC 9(6).
      *
      *        ***********************************
      *          host variables for the
      *          FRIENDZ_AUDIT rows
      *        ***********************************
       01  AUDIT-ROW.
           05  HV-CHANGED-BY          PIC X(8).
           05  HV-FNAME               PIC X(10).
           05  HV-LNAME               PIC X(10).
           05  HV-NEW-PHONE           PIC X(10).
           05  HV-CHANGED-AT          PIC X(26).
       01  HV-FROM-DATE               PIC X(10).
       01  HV-TO-DATE                 PIC X(10).
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *        FRIENDZ_AUDIT rows for the audit period.  Rows
      *        inserted before CHANGED_BY was recorded have no user
      *        and are reported under *UNKNOWN.
       EXEC SQL DECLARE AUDIT-ACTIVITY-CURSOR CURSOR FOR
           SELECT COALESCE(CHANGED_BY, '*UNKNOWN'),
                  FNAME, LNAME, NEW_PHONE,
                  CHAR(CHANGED_AT)
             FROM IBMUSER.FRIENDZ_AUDIT
            WHERE DATE(CHANGED_AT) BETWEEN DATE(:HV-FROM-DATE)
                                       AND DATE(:HV-TO-DATE)
       END-EXEC.
      *
      *        ***********************************
      *          the security roster
      *        ***********************************
       01  WS-ROSTER-LOADED           PIC X   VALUE 'N'.
       01  WS-ON-ROSTER               PIC X   VALUE SPACE.
       01  WS-ROSTER-NAME             PIC X(30) VALUE SPACES.
       01  ROSTER-CONTROLS.
           05  ROS-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-ROS-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-ROS-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  ROSTER-TABLE.
           05  ROS-ENTRY  OCCURS 1000 TIMES.
               10  ROS-ENT-USERID        PIC X(8).
               10  ROS-ENT-NAME          PIC X(30).
      *
      *        ***********************************
      *          activity per user, kept in user
      *          id order for the report
      *            ON-ROSTER  Y - on the roster
      *                       N - not on the roster
      *                       S - system id
      *                       ? - roster not available
      *        ***********************************
       01  WS-USR-TABLE-FULL          PIC X   VALUE 'N'.
       01  USER-CONTROLS.
           05  USR-ENTRIES-USED      PIC S9(4)    COMP    VALUE +0.
           05  WS-USR-SUB            PIC S9(4)    COMP    VALUE +0.
           05  WS-USR-STOP-AT        PIC S9(4)    COMP    VALUE +0.
           05  WS-USR-FOUND-IDX      PIC S9(4)    COMP    VALUE +0.
       01  USER-TABLE.
           05  USR-ENTRY  OCCURS 500 TIMES.
               10  USR-ID                PIC X(8).
               10  USR-ON-ROSTER         PIC X.
               10  USR-NAME              PIC X(30).
               10  USR-SYS-COUNT         PIC S9(7)    COMP-3
                                         OCCURS 4 TIMES.
               10  USR-TOTAL             PIC S9(7)    COMP-3.
               10  USR-OFF-HOURS         PIC S9(7)    COMP-3.
               10  USR-FIRST-STAMP       PIC 9(14).
               10  USR-LAST-STAMP        PIC 9(14).
       01  WS-PRINT-STAMP             PIC 9(14).
       01  WS-PRINT-STAMP-X  REDEFINES WS-PRINT-STAMP.
           05  WS-PRINT-STAMP-DATE    PIC X(8).
           05  WS-PRINT-STAMP-TIME    PIC X(6).
      *
      *        ***********************************
      *          account / user pairs from the
      *          NACT logs: changes made and
      *          approvals given
      *        ***********************************
       01  WS-PAIR-TABLE-FULL         PIC X   VALUE 'N'.
       01  PAIR-CONTROLS.
           05  PR-ENTRIES-USED       PIC S9(4)    COMP    VALUE +0.
           05  WS-PR-SUB             PIC S9(4)    COMP    VALUE +0.
           05  WS-PR-FOUND-IDX       PIC S9(4)    COMP    VALUE +0.
       01  PAIR-TABLE.
           05  PR-ENTRY  OCCURS 2000 TIMES.
               10  PR-ACCOUNT            PIC X(5).
               10  PR-USERID             PIC X(8).
               10  PR-CHANGES            PIC S9(5)    COMP-3.
               10  PR-APPROVALS          PIC S9(5)    COMP-3.
      *
       01  TOTALS-VARS.
           05  NUM-CARDS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ROSTER-LOADED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACTIVITY-WRITTEN  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OFF-HOURS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OFF-ROSTER-ACTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SELF-APPROVALS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-USERS-OFF-ROSTER  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DETAIL-LINES      PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01  RPT-HEADER1.
           05  FILLER                 PIC X(40)
                VALUE 'CROSS-SYSTEM USER ACTIVITY AUDIT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER                 PIC X(8)  VALUE 'PERIOD: '.
           05  RPT-FROM-DATE          PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE ' TO '.
           05  RPT-TO-DATE            PIC 9(8).
           05  FILLER                 PIC X(20)
                VALUE '    BUSINESS HOURS: '.
           05  RPT-DAY-START          PIC 9(4).
           05  FILLER                 PIC X     VALUE '-'.
           05  RPT-DAY-END            PIC 9(4).
           05  FILLER                 PIC X(18)
                VALUE ' MONDAY TO FRIDAY'.
           05  FILLER                 PIC X(57) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE      PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                 PIC X(4)  VALUE '*** '.
           05  RPT-NOTE               PIC X(60).
           05  FILLER                 PIC X(68) VALUE SPACES.
      *
       01  RPT-SOURCE-HEADER.
           05  FILLER  PIC X(10) VALUE 'SOURCE    '.
           05  FILLER  PIC X(10) VALUE 'SYSTEM    '.
           05  FILLER  PIC X(14) VALUE '          READ'.
           05  FILLER  PIC X(14) VALUE '     IN PERIOD'.
           05  FILLER  PIC X(14) VALUE '       UNDATED'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(40) VALUE 'NOTE'.
           05  FILLER  PIC X(28) VALUE SPACES.
       01  RPT-SOURCE-DETAIL.
           05  RPT-SRC-NAME           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SRC-SYSTEM         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SRC-READ           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-SRC-IN-PERIOD      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-SRC-UNDATED        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SRC-NOTE           PIC X(40).
           05  FILLER                 PIC X(28) VALUE SPACES.
      *
       01  RPT-USER-HEADER.
           05  FILLER  PIC X(10) VALUE 'USER'.
           05  FILLER  PIC X(30) VALUE 'NAME'.
           05  FILLER  PIC X(9)  VALUE '  CATALOG'.
           05  FILLER  PIC X(9)  VALUE '     NACT'.
           05  FILLER  PIC X(9)  VALUE '      POT'.
           05  FILLER  PIC X(9)  VALUE '  FRIENDZ'.
           05  FILLER  PIC X(9)  VALUE '    TOTAL'.
           05  FILLER  PIC X(9)  VALUE '  OFF-HRS'.
           05  FILLER  PIC X(17) VALUE '  FIRST ACTIVITY'.
           05  FILLER  PIC X(17) VALUE '  LAST ACTIVITY'.
           05  FILLER  PIC X(4)  VALUE SPACES.
       01  RPT-USER-DETAIL.
           05  RPT-USR-ID             PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-NAME           PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-CATALOG        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-NACT           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-POT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-FRIENDZ        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-TOTAL          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-OFF-HOURS      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-FIRST-DATE     PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-USR-FIRST-TIME     PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-USR-LAST-DATE      PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-USR-LAST-TIME      PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
      *
       01  RPT-ACTIVITY-HEADER.
           05  FILLER  PIC X(10) VALUE 'USER'.
           05  FILLER  PIC X(10) VALUE 'SYSTEM'.
           05  FILLER  PIC X(10) VALUE 'SOURCE'.
           05  FILLER  PIC X(10) VALUE 'ACTION'.
           05  FILLER  PIC X(26) VALUE 'KEY'.
           05  FILLER  PIC X(10) VALUE 'DATE'.
           05  FILLER  PIC X(8)  VALUE 'TIME'.
           05  FILLER  PIC X(14) VALUE 'HOURS'.
           05  FILLER  PIC X(13) VALUE 'ROSTER'.
           05  FILLER  PIC X(21) VALUE SPACES.
       01  RPT-ACTIVITY-DETAIL.
           05  RPT-ACT-USERID         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-SYSTEM         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-SOURCE         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-ACTION         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-KEY            PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-DATE           PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-TIME           PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-HOURS          PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-ACT-ROSTER         PIC X(13).
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  RPT-PAIR-HEADER.
           05  FILLER  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER  PIC X(10) VALUE 'USER'.
           05  FILLER  PIC X(30) VALUE 'NAME'.
           05  FILLER  PIC X(9)  VALUE '  CHANGES'.
           05  FILLER  PIC X(11) VALUE '  APPROVALS'.
           05  FILLER  PIC X(62) VALUE SPACES.
       01  RPT-PAIR-DETAIL.
           05  RPT-PR-ACCOUNT         PIC X(5).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  RPT-PR-USERID          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-PR-NAME            PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-PR-CHANGES         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-PR-APPROVALS       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(62) VALUE SPACES.
      *
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-TOTALS-DETAIL.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-TOTALS-ITEM     PIC X(28).
           05  RPT-TOTALS-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           DISPLAY 'USRAUD1 STARTED'.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-YMD.
           INITIALIZE SOURCE-COUNTERS.
           PERFORM 850-READ-CONTROL-CARD.
           PERFORM 860-SET-PERIOD.
           PERFORM 900-OPEN-FILES.
           IF WS-RUN-ABORTED = 'N'
               PERFORM 870-LOAD-ROSTER THROUGH 870-EXIT
               PERFORM 100-EXTRACT-SOURCE THROUGH 100-EXIT
                   VARYING WS-SRC-NO FROM 1 BY 1
                   UNTIL WS-SRC-NO > 7
               CLOSE USRACT-FILE
               PERFORM 800-INIT-REPORT
               PERFORM 300-PRINT-SOURCES
               PERFORM 310-PRINT-USERS
               PERFORM 320-PRINT-OFF-HOURS
               PERFORM 330-PRINT-SELF-APPROVALS
               PERFORM 340-PRINT-OFF-ROSTER
               IF WS-DETAIL-USERID NOT = SPACES
                   PERFORM 350-PRINT-USER-DETAIL
               END-IF
               PERFORM 390-PRINT-TOTALS
               CLOSE REPORT-FILE.
           DISPLAY 'USRAUD1 ENDED - ACTIVITIES = ' NUM-ACTIVITY-WRITTEN
                   ' OFF-HOURS = ' NUM-OFF-HOURS
                   ' SELF-APPROVALS = ' NUM-SELF-APPROVALS.
           GOBACK .

      *    ---------------------------------------------------------
      *    One activity source, read end to end.  FRIENDZ is the
      *    FRIENDZ_AUDIT table; the others are files.
      *    ---------------------------------------------------------
       100-EXTRACT-SOURCE.
           MOVE 'N' TO WS-SRC-EOF.
           MOVE 'N' TO WS-SRC-OPEN.
           PERFORM 910-OPEN-SOURCE THROUGH 910-EXIT.
           IF WS-SRC-OPEN = 'N'
               GO TO 100-EXIT.
           PERFORM 200-EXTRACT-ACTIVITY THROUGH 200-EXIT
               UNTIL WS-SRC-EOF = 'Y'.
           PERFORM 915-CLOSE-SOURCE.
       100-EXIT.
           EXIT.

      *    ---------------------------------------------------------
      *    Each source's record is mapped to user, action, key,
      *    date and time; everything after that is common.
      *    ---------------------------------------------------------
       200-EXTRACT-ACTIVITY.
           PERFORM 700-READ-SOURCE THROUGH 700-EXIT.
           IF WS-SRC-EOF = 'Y'
               GO TO 200-EXIT.
           ADD +1 TO SRC-READ(WS-SRC-NO).
           MOVE SPACES                 TO USRACT-RECORD.
           MOVE SRC-ENT-SYSTEM(WS-SRC-NO) TO ACT-SYSTEM.
           MOVE SRC-ENT-NAME(WS-SRC-NO)   TO ACT-SOURCE.
           MOVE SPACES                 TO WS-ACT-YMD WS-ACT-HMS.
           MOVE SPACE                  TO WS-PAIR-ROLE.
           IF WS-SRC-NO = 1
               PERFORM 210-MAP-ORDLOG
           ELSE
           IF WS-SRC-NO = 2
               PERFORM 215-MAP-RECVLOG
           ELSE
           IF WS-SRC-NO = 3
               PERFORM 220-MAP-RETLOG
           ELSE
           IF WS-SRC-NO = 4
               PERFORM 225-MAP-CHANGELOG
           ELSE
           IF WS-SRC-NO = 5
               PERFORM 230-MAP-APPRLOG
           ELSE
           IF WS-SRC-NO = 6
               PERFORM 235-MAP-POTJRNL
           ELSE
               PERFORM 240-MAP-FRIENDZ-AUDIT.
           PERFORM 250-POST-ACTIVITY THROUGH 250-EXIT.
       200-EXIT.
           EXIT.

      *    OL-DATE is MMDDYYYY, as DFH0XCMN stamps it
       210-MAP-ORDLOG.
           MOVE OL-USERID              TO ACT-USERID.
           IF OL-DESCRIPTION(1:8) = 'CANCEL: '
               MOVE 'CANCEL'           TO ACT-ACTION
           ELSE
           IF OL-DESCRIPTION(1:8) = 'RETURN: '
               MOVE 'RETURN'           TO ACT-ACTION
           ELSE
               MOVE 'ORDER'            TO ACT-ACTION.
           MOVE OL-CHARGE-DEPT         TO ACT-KEY(1:8).
           MOVE OL-ITEM-REF-NUMBER     TO ACT-KEY(10:4).
           MOVE OL-DATE(5:4)           TO WS-ACT-YMD(1:4).
           MOVE OL-DATE(1:4)           TO WS-ACT-YMD(5:4).
           MOVE OL-TIME                TO WS-ACT-HMS.

       215-MAP-RECVLOG.
           MOVE RV-USERID              TO ACT-USERID.
           MOVE 'RECEIVE'              TO ACT-ACTION.
           MOVE RV-ITEM-REF            TO ACT-KEY(1:4).
           MOVE RV-DELIVERY-REF        TO ACT-KEY(6:10).
           MOVE RV-DATE                TO WS-ACT-YMD.
           MOVE RV-TIME                TO WS-ACT-HMS.

       220-MAP-RETLOG.
           MOVE RT-USERID              TO ACT-USERID.
           MOVE 'RETURN'               TO ACT-ACTION.
           MOVE RT-CHARGE-DEPT         TO ACT-KEY(1:8).
           MOVE RT-ITEM-REF            TO ACT-KEY(10:4).
           MOVE RT-DATE                TO WS-ACT-YMD.
           MOVE RT-TIME                TO WS-ACT-HMS.

      *    ---------------------------------------------------------
      *    CLOG-DATE is EIBDATE (0CYYDDD, C = 0 for 19YY, 1 for
      *    20YY) and CLOG-TIME is EIBTIME (0HHMMSS), both packed.
      *    On 'V' and 'J' entries the user is the approver.
      *    ---------------------------------------------------------
       225-MAP-CHANGELOG.
           MOVE CLOG-USERID            TO ACT-USERID.
           MOVE CLOG-ACCOUNT           TO ACT-KEY.
           IF CLOG-TYPE-UPDATE
               MOVE 'UPDATE'           TO ACT-ACTION
               MOVE 'C'                TO WS-PAIR-ROLE
           ELSE
           IF CLOG-TYPE-DELETE
               MOVE 'DELETE'           TO ACT-ACTION
               MOVE 'C'                TO WS-PAIR-ROLE
           ELSE
           IF CLOG-TYPE-LIMIT-REQUEST
               MOVE 'LIMREQ'           TO ACT-ACTION
               MOVE 'C'                TO WS-PAIR-ROLE
           ELSE
           IF CLOG-TYPE-LIMIT-APPROVE
               MOVE 'LIMAPPR'          TO ACT-ACTION
               MOVE 'A'                TO WS-PAIR-ROLE
           ELSE
           IF CLOG-TYPE-LIMIT-REJECT
               MOVE 'LIMREJ'           TO ACT-ACTION
           ELSE
               MOVE 'CHANGE'           TO ACT-ACTION.
           IF CLOG-DATE NUMERIC
              AND CLOG-DATE > 0
               MOVE CLOG-DATE TO WS-CLOG-CYYDDD
               IF WS-CLOG-CENTURY NOT > 1
                  AND WS-CLOG-JUL-DDD > 0 AND WS-CLOG-JUL-DDD < 367
                   COMPUTE WS-CLOG-CCYYDDD =
                       (19 + WS-CLOG-CENTURY) * 100000
                       + WS-CLOG-JUL-YY * 1000 + WS-CLOG-JUL-DDD
                   COMPUTE WS-ACT-YMD-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DAY (WS-CLOG-CCYYDDD))
               END-IF
           END-IF.
           IF CLOG-TIME NUMERIC
               MOVE CLOG-TIME      TO WS-CLOG-HHMMSS
               MOVE WS-CLOG-HHMMSS TO WS-ACT-HMS.

       230-MAP-APPRLOG.
           MOVE ALG-USERID             TO ACT-USERID.
           IF ALG-APPROVED
               MOVE 'APPROVE'          TO ACT-ACTION
               MOVE 'A'                TO WS-PAIR-ROLE
           ELSE
               MOVE 'REJECT'           TO ACT-ACTION.
           MOVE ALG-ACCOUNT            TO ACT-KEY.
           MOVE ALG-DATE               TO WS-ACT-YMD.
           MOVE ALG-TIME               TO WS-ACT-HMS.

       235-MAP-POTJRNL.
           MOVE PJR-USERID             TO ACT-USERID.
           IF PJR-ACTION-ADD
               MOVE 'ADD'              TO ACT-ACTION
           ELSE
           IF PJR-ACTION-DELETE
               MOVE 'DELETE'           TO ACT-ACTION
           ELSE
               MOVE 'UPDATE'           TO ACT-ACTION.
           MOVE PJR-CUST-NO            TO ACT-KEY(1:5).
           MOVE PJR-DATE               TO WS-ACT-YMD.
           MOVE PJR-TIME               TO WS-ACT-HMS.

      *    CHAR(CHANGED_AT) is yyyy-mm-dd-hh.mm.ss.nnnnnn; the
      *    NEW_PHONE markers are the ones PHONEC1, FRNDBNC1 and
      *    FRNDDUP1 write
       240-MAP-FRIENDZ-AUDIT.
           MOVE HV-CHANGED-BY          TO ACT-USERID.
           IF HV-NEW-PHONE = '*DELETED*'
               MOVE 'DELETE'           TO ACT-ACTION
           ELSE
           IF HV-NEW-PHONE = '*BOUNCED*'
               MOVE 'BOUNCE'           TO ACT-ACTION
           ELSE
           IF HV-NEW-PHONE = '*MERGED*'
               MOVE 'MERGE'            TO ACT-ACTION
           ELSE
               MOVE 'UPDATE'           TO ACT-ACTION.
           MOVE HV-FNAME               TO ACT-KEY(1:10).
           MOVE HV-LNAME               TO ACT-KEY(12:10).
           MOVE HV-CHANGED-AT(1:4)     TO WS-ACT-YMD(1:4).
           MOVE HV-CHANGED-AT(6:2)     TO WS-ACT-YMD-MM.
           MOVE HV-CHANGED-AT(9:2)     TO WS-ACT-YMD-DD.
           MOVE HV-CHANGED-AT(12:2)    TO WS-ACT-HMS(1:2).
           MOVE HV-CHANGED-AT(15:2)    TO WS-ACT-HMS(3:2).
           MOVE HV-CHANGED-AT(18:2)    TO WS-ACT-HMS(5:2).

      *    ---------------------------------------------------------
      *    An activity inside the period: flagged for hours and
      *    roster, added to its user and account pair, and written.
      *    ---------------------------------------------------------
       250-POST-ACTIVITY.
           IF ACT-USERID = SPACES
               MOVE '*NONE*' TO ACT-USERID.
           IF WS-ACT-YMD NOT NUMERIC
              OR WS-ACT-YMD-CC < '16'
              OR WS-ACT-YMD-MM < '01' OR WS-ACT-YMD-MM > '12'
              OR WS-ACT-YMD-DD < '01' OR WS-ACT-YMD-DD > '31'
               ADD +1 TO SRC-UNDATED(WS-SRC-NO)
               GO TO 250-EXIT.
           MOVE WS-ACT-YMD-NUM TO ACT-DATE.
           IF ACT-DATE < WS-FROM-DATE OR ACT-DATE > WS-TO-DATE
               GO TO 250-EXIT.
           IF WS-ACT-HMS NUMERIC
               MOVE WS-ACT-HMS TO ACT-TIME
           ELSE
               MOVE ZERO       TO ACT-TIME.
           ADD +1 TO SRC-IN-PERIOD(WS-SRC-NO).
           PERFORM 255-CHECK-HOURS.
           PERFORM 260-LOCATE-USER THROUGH 260-EXIT.
           IF WS-ON-ROSTER = 'N'
               MOVE 'Y' TO ACT-OFF-ROSTER
               ADD +1 TO NUM-OFF-ROSTER-ACTS.
           IF WS-USR-FOUND-IDX > 0
               PERFORM 268-ADD-TO-USER.
           IF WS-PAIR-ROLE NOT = SPACE
               PERFORM 275-RECORD-PAIR.
           PERFORM 760-WRITE-ACTIVITY.
       250-EXIT.
           EXIT.

      *    day 1 of INTEGER-OF-DATE is a Monday, so the remainder
      *    by 7 is 6 on a Saturday and 0 on a Sunday
       255-CHECK-HOURS.
           COMPUTE WS-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (ACT-DATE), 7).
           COMPUTE WS-ACT-HHMM = ACT-TIME / 100.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               MOVE 'W' TO ACT-OFF-HOURS
           ELSE
           IF WS-ACT-HHMM < WS-DAY-START
               MOVE 'E' TO ACT-OFF-HOURS
           ELSE
           IF WS-ACT-HHMM NOT < WS-DAY-END
               MOVE 'L' TO ACT-OFF-HOURS.
           IF ACT-OFF-HOURS NOT = SPACE
               ADD +1 TO NUM-OFF-HOURS.

      *    ---------------------------------------------------------
      *    The user's entry, added in user id order the first time
      *    the user is seen; the roster is checked only then.  With
      *    the table full the activity is still written, but the
      *    user is left out of the summary.
      *    ---------------------------------------------------------
       260-LOCATE-USER.
           MOVE +0 TO WS-USR-FOUND-IDX.
           MOVE +0 TO WS-USR-STOP-AT.
           PERFORM 262-FIND-USER-ENTRY
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > USR-ENTRIES-USED
                  OR WS-USR-STOP-AT > 0.
           IF WS-USR-STOP-AT > 0
               IF USR-ID(WS-USR-STOP-AT) = ACT-USERID
                   MOVE WS-USR-STOP-AT TO WS-USR-FOUND-IDX
                   MOVE USR-ON-ROSTER(WS-USR-FOUND-IDX)
                       TO WS-ON-ROSTER
                   GO TO 260-EXIT.
           PERFORM 270-CHECK-ROSTER.
           IF USR-ENTRIES-USED NOT < 500
               IF WS-USR-TABLE-FULL = 'N'
                   DISPLAY 'USRAUD1 USER TABLE FULL AT 500'
                   MOVE 'Y' TO WS-USR-TABLE-FULL
                   PERFORM 895-SET-WARNING-RC
               END-IF
               GO TO 260-EXIT.
           IF WS-USR-STOP-AT = 0
               COMPUTE WS-USR-STOP-AT = USR-ENTRIES-USED + 1
           ELSE
               PERFORM 264-SHIFT-USER-UP
                   VARYING WS-USR-SUB FROM USR-ENTRIES-USED BY -1
                   UNTIL WS-USR-SUB < WS-USR-STOP-AT.
           ADD +1 TO USR-ENTRIES-USED.
           MOVE WS-USR-STOP-AT TO WS-USR-FOUND-IDX.
           INITIALIZE USR-ENTRY(WS-USR-FOUND-IDX).
           MOVE ACT-USERID     TO USR-ID(WS-USR-FOUND-IDX).
           MOVE WS-ON-ROSTER   TO USR-ON-ROSTER(WS-USR-FOUND-IDX).
           MOVE WS-ROSTER-NAME TO USR-NAME(WS-USR-FOUND-IDX).
       260-EXIT.
           EXIT.

       262-FIND-USER-ENTRY.
           IF USR-ID(WS-USR-SUB) NOT < ACT-USERID
               MOVE WS-USR-SUB TO WS-USR-STOP-AT.

       264-SHIFT-USER-UP.
           MOVE USR-ENTRY(WS-USR-SUB) TO USR-ENTRY(WS-USR-SUB + 1).

       268-ADD-TO-USER.
           ADD +1 TO USR-SYS-COUNT(WS-USR-FOUND-IDX,
                                   SRC-ENT-SYS-NO(WS-SRC-NO)).
           ADD +1 TO USR-TOTAL(WS-USR-FOUND-IDX).
           IF ACT-OFF-HOURS NOT = SPACE
               ADD +1 TO USR-OFF-HOURS(WS-USR-FOUND-IDX).
           COMPUTE WS-ACT-STAMP = ACT-DATE * 1000000 + ACT-TIME.
           IF USR-FIRST-STAMP(WS-USR-FOUND-IDX) = 0
              OR WS-ACT-STAMP < USR-FIRST-STAMP(WS-USR-FOUND-IDX)
               MOVE WS-ACT-STAMP TO USR-FIRST-STAMP(WS-USR-FOUND-IDX).
           IF WS-ACT-STAMP > USR-LAST-STAMP(WS-USR-FOUND-IDX)
               MOVE WS-ACT-STAMP TO USR-LAST-STAMP(WS-USR-FOUND-IDX).

      *    system ids are not roster users; with no roster nothing
      *    can be said either way
       270-CHECK-ROSTER.
           MOVE SPACES TO WS-ROSTER-NAME.
           IF ACT-USERID(1:1) = '*'
               MOVE 'S' TO WS-ON-ROSTER
               MOVE 'SYSTEM ID' TO WS-ROSTER-NAME
           ELSE
           IF WS-ROSTER-LOADED = 'N'
               MOVE '?' TO WS-ON-ROSTER
           ELSE
               MOVE +0 TO WS-ROS-FOUND-IDX
               PERFORM 271-FIND-ROSTER-ENTRY
                   VARYING WS-ROS-SUB FROM 1 BY 1
                   UNTIL WS-ROS-SUB > ROS-ENTRIES-USED
                      OR WS-ROS-FOUND-IDX > 0
               IF WS-ROS-FOUND-IDX > 0
                   MOVE 'Y' TO WS-ON-ROSTER
                   MOVE ROS-ENT-NAME(WS-ROS-FOUND-IDX)
                       TO WS-ROSTER-NAME
               ELSE
                   MOVE 'N' TO WS-ON-ROSTER
                   MOVE '** NOT ON ROSTER **' TO WS-ROSTER-NAME.

       271-FIND-ROSTER-ENTRY.
           IF ROS-ENT-USERID(WS-ROS-SUB) = ACT-USERID
               MOVE WS-ROS-SUB TO WS-ROS-FOUND-IDX.

      *    ---------------------------------------------------------
      *    A change to an account (C) or an approval of it (A),
      *    counted against the account and the user.
      *    ---------------------------------------------------------
       275-RECORD-PAIR.
           MOVE +0 TO WS-PR-FOUND-IDX.
           PERFORM 276-FIND-PAIR-ENTRY
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > PR-ENTRIES-USED
                  OR WS-PR-FOUND-IDX > 0.
           IF WS-PR-FOUND-IDX = 0
               IF PR-ENTRIES-USED < 2000
                   ADD +1 TO PR-ENTRIES-USED
                   MOVE PR-ENTRIES-USED TO WS-PR-FOUND-IDX
                   MOVE ACT-KEY(1:5) TO PR-ACCOUNT(WS-PR-FOUND-IDX)
                   MOVE ACT-USERID   TO PR-USERID(WS-PR-FOUND-IDX)
                   MOVE +0 TO PR-CHANGES(WS-PR-FOUND-IDX)
                              PR-APPROVALS(WS-PR-FOUND-IDX)
               ELSE
                   IF WS-PAIR-TABLE-FULL = 'N'
                       DISPLAY 'USRAUD1 ACCOUNT PAIR TABLE FULL AT 2000'
                       MOVE 'Y' TO WS-PAIR-TABLE-FULL
                       PERFORM 895-SET-WARNING-RC.
           IF WS-PR-FOUND-IDX > 0
               IF WS-PAIR-ROLE = 'C'
                   ADD +1 TO PR-CHANGES(WS-PR-FOUND-IDX)
               ELSE
                   ADD +1 TO PR-APPROVALS(WS-PR-FOUND-IDX).

       276-FIND-PAIR-ENTRY.
           IF PR-ACCOUNT(WS-PR-SUB) = ACT-KEY(1:5)
              AND PR-USERID(WS-PR-SUB) = ACT-USERID
               MOVE WS-PR-SUB TO WS-PR-FOUND-IDX.

       300-PRINT-SOURCES.
           MOVE 'ACTIVITY SOURCES' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-SOURCE-HEADER.
           PERFORM 305-PRINT-SOURCE-LINE
               VARYING WS-SRC-NO FROM 1 BY 1
               UNTIL WS-SRC-NO > 7.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       305-PRINT-SOURCE-LINE.
           MOVE SRC-ENT-NAME(WS-SRC-NO)   TO RPT-SRC-NAME.
           MOVE SRC-ENT-SYSTEM(WS-SRC-NO) TO RPT-SRC-SYSTEM.
           MOVE SRC-READ(WS-SRC-NO)       TO RPT-SRC-READ.
           MOVE SRC-IN-PERIOD(WS-SRC-NO)  TO RPT-SRC-IN-PERIOD.
           MOVE SRC-UNDATED(WS-SRC-NO)    TO RPT-SRC-UNDATED.
           MOVE SRC-NOTE(WS-SRC-NO)       TO RPT-SRC-NOTE.
           WRITE REPORT-RECORD FROM RPT-SOURCE-DETAIL.

       310-PRINT-USERS.
           MOVE 'ACTIVITY BY USER' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-USER-HEADER.
           PERFORM 315-PRINT-USER-LINE
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > USR-ENTRIES-USED.
           IF WS-USR-TABLE-FULL = 'Y'
               MOVE 'USER TABLE FULL - LATER USERS NOT SUMMARIZED'
                   TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       315-PRINT-USER-LINE.
           MOVE USR-ID(WS-USR-SUB)        TO RPT-USR-ID.
           MOVE USR-NAME(WS-USR-SUB)      TO RPT-USR-NAME.
           MOVE USR-SYS-COUNT(WS-USR-SUB, 1) TO RPT-USR-CATALOG.
           MOVE USR-SYS-COUNT(WS-USR-SUB, 2) TO RPT-USR-NACT.
           MOVE USR-SYS-COUNT(WS-USR-SUB, 3) TO RPT-USR-POT.
           MOVE USR-SYS-COUNT(WS-USR-SUB, 4) TO RPT-USR-FRIENDZ.
           MOVE USR-TOTAL(WS-USR-SUB)     TO RPT-USR-TOTAL.
           MOVE USR-OFF-HOURS(WS-USR-SUB) TO RPT-USR-OFF-HOURS.
           MOVE USR-FIRST-STAMP(WS-USR-SUB) TO WS-PRINT-STAMP.
           MOVE WS-PRINT-STAMP-DATE       TO RPT-USR-FIRST-DATE.
           MOVE WS-PRINT-STAMP-TIME       TO RPT-USR-FIRST-TIME.
           MOVE USR-LAST-STAMP(WS-USR-SUB) TO WS-PRINT-STAMP.
           MOVE WS-PRINT-STAMP-DATE       TO RPT-USR-LAST-DATE.
           MOVE WS-PRINT-STAMP-TIME       TO RPT-USR-LAST-TIME.
           WRITE REPORT-RECORD FROM RPT-USER-DETAIL.

      *    ---------------------------------------------------------
      *    The off-hours list and the single-user detail are read
      *    back from the activity file just written.
      *    ---------------------------------------------------------
       320-PRINT-OFF-HOURS.
           MOVE 'EXCEPTIONS - ACTIVITY OUTSIDE BUSINESS HOURS'
               TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           IF NUM-OFF-HOURS = 0
               MOVE 'NONE' TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE
           ELSE
               WRITE REPORT-RECORD FROM RPT-ACTIVITY-HEADER
               PERFORM 920-OPEN-ACTIVITY-INPUT
               PERFORM 321-LIST-OFF-HOURS
                   UNTIL WS-USRACT-EOF = 'Y'
               CLOSE USRACT-FILE.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       321-LIST-OFF-HOURS.
           PERFORM 720-READ-ACTIVITY.
           IF WS-USRACT-EOF = 'N'
              AND ACT-OFF-HOURS NOT = SPACE
               PERFORM 380-PRINT-ACTIVITY-LINE.

      *    the pairs where the same user both changed and approved
       330-PRINT-SELF-APPROVALS.
           MOVE 'EXCEPTIONS - SAME USER CHANGED AND APPROVED AN ACCOUNT'
               TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-PAIR-HEADER.
           PERFORM 335-PRINT-PAIR-LINE
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > PR-ENTRIES-USED.
           IF NUM-SELF-APPROVALS = 0
               MOVE 'NONE' TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           IF WS-PAIR-TABLE-FULL = 'Y'
               MOVE 'ACCOUNT PAIR TABLE FULL - CHECK IS INCOMPLETE'
                   TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       335-PRINT-PAIR-LINE.
           IF PR-CHANGES(WS-PR-SUB) > 0
              AND PR-APPROVALS(WS-PR-SUB) > 0
               ADD +1 TO NUM-SELF-APPROVALS
               MOVE PR-ACCOUNT(WS-PR-SUB)   TO RPT-PR-ACCOUNT
               MOVE PR-USERID(WS-PR-SUB)    TO RPT-PR-USERID
               MOVE SPACES                  TO RPT-PR-NAME
               PERFORM 336-FIND-PAIR-USER
                   VARYING WS-USR-SUB FROM 1 BY 1
                   UNTIL WS-USR-SUB > USR-ENTRIES-USED
               MOVE PR-CHANGES(WS-PR-SUB)   TO RPT-PR-CHANGES
               MOVE PR-APPROVALS(WS-PR-SUB) TO RPT-PR-APPROVALS
               WRITE REPORT-RECORD FROM RPT-PAIR-DETAIL.

       336-FIND-PAIR-USER.
           IF USR-ID(WS-USR-SUB) = PR-USERID(WS-PR-SUB)
               MOVE USR-NAME(WS-USR-SUB) TO RPT-PR-NAME.

       340-PRINT-OFF-ROSTER.
           MOVE 'EXCEPTIONS - USER IDS NOT ON THE SECURITY ROSTER'
               TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           IF WS-ROSTER-LOADED = 'N'
               MOVE 'ROSTER NOT AVAILABLE - USER IDS NOT CHECKED'
                   TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE
           ELSE
               WRITE REPORT-RECORD FROM RPT-USER-HEADER
               PERFORM 345-PRINT-OFF-ROSTER-USER
                   VARYING WS-USR-SUB FROM 1 BY 1
                   UNTIL WS-USR-SUB > USR-ENTRIES-USED
               IF NUM-USERS-OFF-ROSTER = 0
                   MOVE 'NONE' TO RPT-NOTE
                   WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       345-PRINT-OFF-ROSTER-USER.
           IF USR-ON-ROSTER(WS-USR-SUB) = 'N'
               ADD +1 TO NUM-USERS-OFF-ROSTER
               PERFORM 315-PRINT-USER-LINE.

       350-PRINT-USER-DETAIL.
           MOVE 'ACTIVITY DETAIL FOR USER' TO RPT-SECTION-TITLE.
           MOVE WS-DETAIL-USERID TO RPT-SECTION-TITLE(26:8).
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-SPACES.
           WRITE REPORT-RECORD FROM RPT-ACTIVITY-HEADER.
           PERFORM 920-OPEN-ACTIVITY-INPUT.
           PERFORM 351-LIST-USER-ACTIVITY
               UNTIL WS-USRACT-EOF = 'Y'.
           CLOSE USRACT-FILE.
           IF NUM-DETAIL-LINES = 0
               MOVE 'NO ACTIVITY IN THE PERIOD' TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-SPACES.

       351-LIST-USER-ACTIVITY.
           PERFORM 720-READ-ACTIVITY.
           IF WS-USRACT-EOF = 'N'
              AND ACT-USERID = WS-DETAIL-USERID
               ADD +1 TO NUM-DETAIL-LINES
               PERFORM 380-PRINT-ACTIVITY-LINE.

       380-PRINT-ACTIVITY-LINE.
           MOVE ACT-USERID             TO RPT-ACT-USERID.
           MOVE ACT-SYSTEM             TO RPT-ACT-SYSTEM.
           MOVE ACT-SOURCE             TO RPT-ACT-SOURCE.
           MOVE ACT-ACTION             TO RPT-ACT-ACTION.
           MOVE ACT-KEY                TO RPT-ACT-KEY.
           MOVE ACT-DATE               TO RPT-ACT-DATE.
           MOVE ACT-TIME               TO RPT-ACT-TIME.
           IF ACT-WEEKEND
               MOVE 'WEEKEND'          TO RPT-ACT-HOURS
           ELSE
           IF ACT-BEFORE-HOURS
               MOVE 'BEFORE HOURS'     TO RPT-ACT-HOURS
           ELSE
           IF ACT-AFTER-HOURS
               MOVE 'AFTER HOURS'      TO RPT-ACT-HOURS
           ELSE
               MOVE SPACES             TO RPT-ACT-HOURS.
           IF ACT-NOT-ON-ROSTER
               MOVE 'NOT ON ROSTER'    TO RPT-ACT-ROSTER
           ELSE
               MOVE SPACES             TO RPT-ACT-ROSTER.
           WRITE REPORT-RECORD FROM RPT-ACTIVITY-DETAIL.

       390-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'ACTIVITIES WRITTEN:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ACTIVITY-WRITTEN           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'USERS:                      ' TO RPT-TOTALS-ITEM.
           MOVE USR-ENTRIES-USED               TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'ROSTER ENTRIES LOADED:      ' TO RPT-TOTALS-ITEM.
           MOVE NUM-ROSTER-LOADED              TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'OFF-HOURS ACTIVITIES:       ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OFF-HOURS                  TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'SELF-APPROVED ACCOUNTS:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-SELF-APPROVALS             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'USERS NOT ON ROSTER:        ' TO RPT-TOTALS-ITEM.
           MOVE NUM-USERS-OFF-ROSTER           TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE '  THEIR ACTIVITIES:         ' TO RPT-TOTALS-ITEM.
           MOVE NUM-OFF-ROSTER-ACTS            TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.
           MOVE 'CONTROL CARDS REJECTED:     ' TO RPT-TOTALS-ITEM.
           MOVE NUM-CARDS-REJECTED             TO RPT-TOTALS-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTALS-DETAIL.

      *    ---------------------------------------------------------
      *    One read paragraph for every source; each leaves its
      *    record in its own FD (the FRIENDZ row in AUDIT-ROW).
      *    ---------------------------------------------------------
       700-READ-SOURCE.
           IF WS-SRC-NO = 7
               PERFORM 710-FETCH-AUDIT-ROW
               GO TO 700-EXIT.
           IF WS-SRC-NO = 1
               READ ORDLOG-FILE
                 AT END MOVE 'Y' TO WS-SRC-EOF
               END-READ
               MOVE WS-ORDLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 2
               READ RECVLOG-FILE
                 AT END MOVE 'Y' TO WS-SRC-EOF
               END-READ
               MOVE WS-RECVLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 3
               READ RETLOG-FILE
                 AT END MOVE 'Y' TO WS-SRC-EOF
               END-READ
               MOVE WS-RETLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 4
               READ CHANGELOG-FILE
                 AT END MOVE 'Y' TO WS-SRC-EOF
               END-READ
               MOVE WS-CHANGELOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 5
               READ APPRLOG-FILE
                 AT END MOVE 'Y' TO WS-SRC-EOF
               END-READ
               MOVE WS-APPRLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
               READ POTJRNL-FILE
                 AT END MOVE 'Y' TO WS-SRC-EOF
               END-READ
               MOVE WS-POTJRNL-STATUS TO WS-SRC-IN-STATUS.
           IF WS-SRC-EOF = 'N'
              AND WS-SRC-IN-STATUS NOT = '00'
              AND WS-SRC-IN-STATUS NOT = '04'
               DISPLAY 'ERROR ON ' SRC-ENT-NAME(WS-SRC-NO)
                       ' READ.  CODE:' WS-SRC-IN-STATUS
               MOVE 'READ ERROR - SOURCE INCOMPLETE'
                   TO SRC-NOTE(WS-SRC-NO)
               PERFORM 790-SOURCE-ERROR.
       700-EXIT.
           EXIT.

       710-FETCH-AUDIT-ROW.
           EXEC SQL FETCH AUDIT-ACTIVITY-CURSOR
               INTO :HV-CHANGED-BY, :HV-FNAME, :HV-LNAME,
                    :HV-NEW-PHONE, :HV-CHANGED-AT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO WS-SRC-EOF
           ELSE
           IF SQLCODE NOT = ZERO
               DISPLAY 'USRAUD1 FETCH ERROR:' SQLCODE
               MOVE 'FETCH ERROR - SOURCE INCOMPLETE'
                   TO SRC-NOTE(WS-SRC-NO)
               PERFORM 790-SOURCE-ERROR.

       720-READ-ACTIVITY.
           READ USRACT-FILE
             AT END MOVE 'Y' TO WS-USRACT-EOF.
           IF WS-USRACT-EOF = 'N'
              AND WS-USRACT-STATUS NOT = '00'
               DISPLAY 'ERROR ON USRACT READ.  CODE:' WS-USRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-USRACT-EOF.

       760-WRITE-ACTIVITY.
           WRITE USRACT-RECORD.
           IF WS-USRACT-STATUS NOT = '00'
               DISPLAY 'ERROR ON USRACT WRITE.  CODE:'
                       WS-USRACT-STATUS
               MOVE 'ACTIVITY WRITE ERROR' TO SRC-NOTE(WS-SRC-NO)
               PERFORM 790-SOURCE-ERROR
           ELSE
               ADD +1 TO NUM-ACTIVITY-WRITTEN.

       790-SOURCE-ERROR.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-SRC-EOF.

       800-INIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO RPT-RUN-DATE.
           MOVE WS-FROM-DATE    TO RPT-FROM-DATE.
           MOVE WS-TO-DATE      TO RPT-TO-DATE.
           MOVE WS-DAY-START    TO RPT-DAY-START.
           MOVE WS-DAY-END      TO RPT-DAY-END.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES.

      *    ---------------------------------------------------------
      *    The AUDCTL DD is optional -- absent, last month is
      *    audited against 07:00 to 19:00 business hours.
      *    ---------------------------------------------------------
       850-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
             PERFORM 855-READ-ONE-CARD THROUGH 855-EXIT
                 UNTIL WS-CONTROL-STATUS NOT = '00'
             CLOSE CONTROL-CARD-FILE
           END-IF.

       855-READ-ONE-CARD.
           READ CONTROL-CARD-FILE
             AT END MOVE '10' TO WS-CONTROL-STATUS.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'FROM='
               MOVE CONTROL-CARD-RECORD(6:8) TO WS-CARD-DATE
               PERFORM 857-CHECK-CARD-DATE
               MOVE WS-CARD-DATE-N TO WS-FROM-DATE
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:3) = 'TO='
               MOVE CONTROL-CARD-RECORD(4:8) TO WS-CARD-DATE
               PERFORM 857-CHECK-CARD-DATE
               MOVE WS-CARD-DATE-N TO WS-TO-DATE
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:6) = 'HOURS='
               MOVE CONTROL-CARD-RECORD(7:8) TO WS-CARD-HOURS
               IF WS-CARD-HOURS IS NUMERIC
                  AND WS-CARD-HOURS-START < WS-CARD-HOURS-END
                  AND WS-CARD-HOURS-END NOT > 2400
                   MOVE WS-CARD-HOURS-START TO WS-DAY-START
                   MOVE WS-CARD-HOURS-END   TO WS-DAY-END
               ELSE
                   DISPLAY 'USRAUD1 BAD HOURS= CARD - USING DEFAULT'
                   PERFORM 858-REJECT-CARD
               END-IF
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:5) = 'USER='
               MOVE CONTROL-CARD-RECORD(6:8) TO WS-DETAIL-USERID
               GO TO 855-EXIT.
           IF CONTROL-CARD-RECORD(1:1) NOT = '*'
              AND CONTROL-CARD-RECORD NOT = SPACES
               DISPLAY 'USRAUD1 UNRECOGNIZED CARD: '
                       CONTROL-CARD-RECORD(1:20)
               PERFORM 858-REJECT-CARD.
       855-EXIT.
           EXIT.

      *    a date card that is not a date is ignored
       857-CHECK-CARD-DATE.
           IF WS-CARD-DATE NOT NUMERIC
              OR WS-CARD-DATE(5:2) < '01' OR WS-CARD-DATE(5:2) > '12'
              OR WS-CARD-DATE(7:2) < '01' OR WS-CARD-DATE(7:2) > '31'
               DISPLAY 'USRAUD1 BAD DATE CARD - IGNORED: '
                       CONTROL-CARD-RECORD(1:20)
               PERFORM 858-REJECT-CARD
               MOVE ZERO TO WS-CARD-DATE-N.

       858-REJECT-CARD.
           ADD +1 TO NUM-CARDS-REJECTED.
           PERFORM 895-SET-WARNING-RC.

      *    ---------------------------------------------------------
      *    Last month unless the cards say otherwise.  FROM= alone
      *    runs to today; TO= alone starts on the first of its
      *    month.  A period that ends before it starts is replaced
      *    by last month.
      *    ---------------------------------------------------------
       860-SET-PERIOD.
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 0
               PERFORM 865-SET-LAST-MONTH
           ELSE
           IF WS-FROM-DATE = 0
               MOVE WS-TO-DATE-X(1:6) TO WS-FROM-DATE-X(1:6)
               MOVE '01'              TO WS-FROM-DATE-X(7:2)
           ELSE
           IF WS-TO-DATE = 0
               MOVE WS-RUN-DATE-NUM   TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'USRAUD1 FROM= IS AFTER TO= - LAST MONTH USED'
               ADD +1 TO NUM-CARDS-REJECTED
               PERFORM 895-SET-WARNING-RC
               PERFORM 865-SET-LAST-MONTH.
           STRING WS-FROM-DATE-X(1:4) '-' WS-FROM-DATE-X(5:2) '-'
                  WS-FROM-DATE-X(7:2) DELIMITED BY SIZE
               INTO HV-FROM-DATE.
           STRING WS-TO-DATE-X(1:4) '-' WS-TO-DATE-X(5:2) '-'
                  WS-TO-DATE-X(7:2) DELIMITED BY SIZE
               INTO HV-TO-DATE.
           DISPLAY 'USRAUD1 PERIOD ' WS-FROM-DATE ' TO ' WS-TO-DATE.

       865-SET-LAST-MONTH.
           MOVE WS-RUN-DATE-NUM TO WS-MONTH-START.
           COMPUTE WS-MONTH-START = WS-MONTH-START
               - FUNCTION MOD (WS-MONTH-START, 100) + 1.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE WS-TO-DATE      TO WS-FROM-DATE.
           MOVE '01'            TO WS-FROM-DATE-X(7:2).

      *    ---------------------------------------------------------
      *    A roster that will not open, will not read, or does not
      *    fit its table is not used at all -- checking against
      *    part of it would flag every user on the missing part.
      *    ---------------------------------------------------------
       870-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = '00'
               DISPLAY 'SECROST NOT AVAILABLE.  CODE:'
                       WS-ROSTER-STATUS
               IF WS-ROSTER-STATUS = '05'
                   CLOSE ROSTER-FILE
               END-IF
               PERFORM 895-SET-WARNING-RC
               GO TO 870-EXIT.
           MOVE 'Y' TO WS-ROSTER-LOADED.
           PERFORM 871-READ-ROSTER
               UNTIL WS-ROSTER-EOF = 'Y'.
           CLOSE ROSTER-FILE.
           IF WS-ROSTER-LOADED = 'N'
               MOVE +0 TO ROS-ENTRIES-USED
               PERFORM 895-SET-WARNING-RC.
           MOVE ROS-ENTRIES-USED TO NUM-ROSTER-LOADED.
       870-EXIT.
           EXIT.

       871-READ-ROSTER.
           READ ROSTER-FILE
             AT END MOVE 'Y' TO WS-ROSTER-EOF.
           IF WS-ROSTER-EOF = 'N'
               IF WS-ROSTER-STATUS NOT = '00'
                   DISPLAY 'ERROR ON SECROST READ.  CODE:'
                           WS-ROSTER-STATUS
                   MOVE 'N' TO WS-ROSTER-LOADED
                   MOVE 'Y' TO WS-ROSTER-EOF
               ELSE
               IF ROS-USERID = SPACES
                   NEXT SENTENCE
               ELSE
               IF ROS-ENTRIES-USED < 1000
                   ADD +1 TO ROS-ENTRIES-USED
                   MOVE ROS-USERID
                       TO ROS-ENT-USERID(ROS-ENTRIES-USED)
                   MOVE ROS-NAME
                       TO ROS-ENT-NAME(ROS-ENTRIES-USED)
               ELSE
                   DISPLAY 'SECROST TABLE FULL AT 1000'
                   MOVE 'N' TO WS-ROSTER-LOADED
                   MOVE 'Y' TO WS-ROSTER-EOF.

       895-SET-WARNING-RC.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

       900-OPEN-FILES.
           OPEN OUTPUT   USRACT-FILE
                         REPORT-FILE .
           IF WS-USRACT-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'USRAUD1 OPEN ERROR - ACT=' WS-USRACT-STATUS
                     ' RPT=' WS-REPORT-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RUN-ABORTED.

      *    ---------------------------------------------------------
      *    A source whose DD is missing opens with status 05 and is
      *    reported as not audited; the run goes on with the rest.
      *    ---------------------------------------------------------
       910-OPEN-SOURCE.
           IF WS-SRC-NO = 7
               EXEC SQL OPEN AUDIT-ACTIVITY-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'USRAUD1 CURSOR OPEN ERROR:' SQLCODE
                   MOVE 'CURSOR OPEN ERROR - NOT AUDITED'
                       TO SRC-NOTE(WS-SRC-NO)
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-SRC-OPEN
               END-IF
               GO TO 910-EXIT.
           IF WS-SRC-NO = 1
               OPEN INPUT ORDLOG-FILE
               MOVE WS-ORDLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 2
               OPEN INPUT RECVLOG-FILE
               MOVE WS-RECVLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 3
               OPEN INPUT RETLOG-FILE
               MOVE WS-RETLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 4
               OPEN INPUT CHANGELOG-FILE
               MOVE WS-CHANGELOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
           IF WS-SRC-NO = 5
               OPEN INPUT APPRLOG-FILE
               MOVE WS-APPRLOG-STATUS TO WS-SRC-IN-STATUS
           ELSE
               OPEN INPUT POTJRNL-FILE
               MOVE WS-POTJRNL-STATUS TO WS-SRC-IN-STATUS.
           IF WS-SRC-IN-STATUS = '00'
               MOVE 'Y' TO WS-SRC-OPEN
           ELSE
           IF WS-SRC-IN-STATUS = '05'
               MOVE 'Y' TO WS-SRC-OPEN
               MOVE 'Y' TO WS-SRC-EOF
               MOVE 'NOT AVAILABLE - NOT AUDITED'
                   TO SRC-NOTE(WS-SRC-NO)
               PERFORM 895-SET-WARNING-RC
           ELSE
               DISPLAY 'ERROR OPENING ' SRC-ENT-NAME(WS-SRC-NO)
                       '. RC:' WS-SRC-IN-STATUS
               MOVE 'OPEN ERROR - NOT AUDITED' TO SRC-NOTE(WS-SRC-NO)
               MOVE 16 TO RETURN-CODE.
       910-EXIT.
           EXIT.

       915-CLOSE-SOURCE.
           IF WS-SRC-NO = 1
               CLOSE ORDLOG-FILE
           ELSE
           IF WS-SRC-NO = 2
               CLOSE RECVLOG-FILE
           ELSE
           IF WS-SRC-NO = 3
               CLOSE RETLOG-FILE
           ELSE
           IF WS-SRC-NO = 4
               CLOSE CHANGELOG-FILE
           ELSE
           IF WS-SRC-NO = 5
               CLOSE APPRLOG-FILE
           ELSE
           IF WS-SRC-NO = 6
               CLOSE POTJRNL-FILE
           ELSE
               EXEC SQL CLOSE AUDIT-ACTIVITY-CURSOR END-EXEC.

       920-OPEN-ACTIVITY-INPUT.
           MOVE 'N' TO WS-USRACT-EOF.
           OPEN INPUT USRACT-FILE.
           IF WS-USRACT-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING USRACT.  CODE:'
                       WS-USRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-USRACT-EOF.

      * END OF PROGRAM USRAUD1
