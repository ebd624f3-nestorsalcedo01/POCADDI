      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPL                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Pending-approval order record layout      *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one order line on the PENDORD pending-approval   *
      *      file.  DFH0XCMN parks an '01ORDR' here instead of        *
      *      dispatching it when the order's net value is over the    *
      *      department's approval limit on DEPTBUDG.  The stock is   *
      *      taken off IN-STOCK when the order is parked, so it is    *
      *      reserved for the order but nothing is issued until the   *
      *      department's approver releases it ('01APPR').            *
      *      Rejection, or expiry by the daily DFH0XPND batch, puts   *
      *      the stock back.                                          *
      *                                                               *
      *      The key is department, hold date/time and CICS task      *
      *      number - together they identify the held order - plus   *
      *      the line number within it.  A browse by department       *
      *      presents each department's held orders oldest first.    *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        PA-KEY                   Record key (see below)        *
      *        PA-CHARGE-DEPT           Department being charged      *
      *        PA-HOLD-DATE             Date order was held (yyyymmdd)*
      *        PA-HOLD-TIME             Time order was held (hhmmss)  *
      *        PA-TASKNUM               CICS task that held it        *
      *        PA-LINE-NO               Line number within the order  *
      *        PA-USERID                User who placed the order     *
      *        PA-ITEM-REF              Item on this line             *
      *        PA-DESCRIPTION           Item description              *
      *        PA-QUANTITY              Quantity reserved             *
      *        PA-UNIT-COST             Catalog cost when held        *
      *        PA-GROSS-AMOUNT          Line value at catalog cost    *
      *        PA-NET-AMOUNT            Line value after discount     *
      *        PA-LINE-COUNT            Lines on the whole order      *
      *        PA-ORDER-VALUE           Net value of the whole order  *
      *        PA-APPROVER              Approver on DEPTBUDG when held*
      *        PA-STATUS                P = pending, A = approved,    *
      *                                 R = rejected, E = expired     *
      *        PA-DECIDED-BY            Approver, or *EXPIRED*        *
      *        PA-DECIDED-DATE          Date decided (yyyymmdd)       *
      *                                                               *
      *****************************************************************
      *    PENDORD pending-approval record structure
           03 PA-KEY.
               05 PA-HOLD-ID.
                   07 PA-CHARGE-DEPT   PIC X(8).
                   07 PA-HOLD-DATE     PIC X(8).
                   07 PA-HOLD-TIME     PIC X(6).
                   07 PA-TASKNUM       PIC 9(7).
               05 PA-LINE-NO           PIC 9(2).
           03 PA-USERID                PIC X(8).
           03 PA-ITEM-REF              PIC 9(4).
           03 PA-DESCRIPTION           PIC X(40).
           03 PA-QUANTITY              PIC 9(3).
           03 PA-UNIT-COST             PIC X(6).
           03 PA-GROSS-AMOUNT          PIC 9(7)V99.
           03 PA-NET-AMOUNT            PIC 9(7)V99.
           03 PA-LINE-COUNT            PIC 9(2).
           03 PA-ORDER-VALUE           PIC 9(7)V99.
           03 PA-APPROVER              PIC X(8).
           03 PA-STATUS                PIC X.
               88 PA-PENDING               VALUE 'P'.
               88 PA-APPROVED              VALUE 'A'.
               88 PA-REJECTED              VALUE 'R'.
               88 PA-EXPIRED               VALUE 'E'.
           03 PA-DECIDED-BY            PIC X(8).
           03 PA-DECIDED-DATE          PIC X(8).
           03 FILLER                   PIC X(14).
