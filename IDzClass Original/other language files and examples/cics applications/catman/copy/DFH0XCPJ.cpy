      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPJ                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Charge violation log record layout        *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the VIOLLOG charge violations log,  *
      *      written by DFH0XCMN whenever an '01ORDR' is rejected by  *
      *      the CHGAUTH charge authorization check (DFH0XCPI).  The *
      *      weekly DFH0XAVR report lists the entries for each        *
      *      department's head.                                       *
      *                                                               *
      *      The key is date/time plus the CICS task number, so two  *
      *      attempts in the same second never collide and a browse   *
      *      presents them in the order they happened.                *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        VL-KEY                   Record key (see below)        *
      *        VL-DATE                  Date of attempt (yyyymmdd)    *
      *        VL-TIME                  Time of attempt (hhmmss)      *
      *        VL-TASKNUM               CICS task number              *
      *        VL-USERID                User who placed the order     *
      *        VL-CHARGE-DEPT           Department it was charged to  *
      *        VL-ITEM-REF              Item on the rejected line     *
      *        VL-QUANTITY              Quantity on the rejected line *
      *        VL-ORDER-AMOUNT          Net order value including the *
      *                                 rejected line (zero when the  *
      *                                 user is not authorized at     *
      *                                 all)                          *
      *        VL-ORDER-LIMIT           The user's ceiling for the    *
      *                                 department                    *
      *        VL-REASON                N = not authorized for the    *
      *                                 department, L = over ceiling  *
      *        VL-TERMID                Terminal the order came from  *
      *                                                               *
      *****************************************************************
      *    VIOLLOG charge violation record structure
           03 VL-KEY.
               05 VL-DATE              PIC X(8).
               05 VL-TIME              PIC X(6).
               05 VL-TASKNUM           PIC 9(7).
           03 VL-USERID                PIC X(8).
           03 VL-CHARGE-DEPT           PIC X(8).
           03 VL-ITEM-REF              PIC 9(4).
           03 VL-QUANTITY              PIC 9(3).
           03 VL-ORDER-AMOUNT          PIC 9(7)V99.
           03 VL-ORDER-LIMIT           PIC 9(7)V99.
           03 VL-REASON                PIC X.
               88 VL-NOT-AUTHORIZED        VALUE 'N'.
               88 VL-OVER-LIMIT            VALUE 'L'.
           03 VL-TERMID                PIC X(4).
           03 FILLER                   PIC X(13).
