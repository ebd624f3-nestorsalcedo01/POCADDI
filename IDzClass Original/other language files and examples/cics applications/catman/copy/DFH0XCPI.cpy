      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPI                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Charge authorization record layout        *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the CHGAUTH charge authorization    *
      *      file - one record for each department a user may charge  *
      *      catalog orders to.  DFH0XCMN checks it on every '01ORDR' *
      *      and rejects an order to a department the user is not    *
      *      authorized for, or one over the user's ceiling, writing  *
      *      the attempt to the VIOLLOG violations log (DFH0XCPJ).    *
      *      The file is maintained by the DFH0XAUM batch job.        *
      *                                                               *
      *      A record with CZ-CHARGE-DEPT '*ALLDEPT' authorizes the   *
      *      user for any department not given a record of its own - *
      *      the same fallback convention DISCTBL uses.               *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        CZ-KEY                   Record key (see below)        *
      *        CZ-USERID                User placing orders           *
      *        CZ-CHARGE-DEPT           Department the user may       *
      *                                 charge, or '*ALLDEPT'         *
      *        CZ-ORDER-LIMIT           Ceiling on the net value of   *
      *                                 one order; zero = no ceiling  *
      *        CZ-STATUS                A = active, S = suspended (a  *
      *                                 suspended record authorizes   *
      *                                 nothing)                      *
      *        CZ-LAST-MAINT-DATE       Date last maintained          *
      *                                 (yyyymmdd)                    *
      *        CZ-LAST-MAINT-BY         Who requested the maintenance *
      *                                                               *
      *****************************************************************
      *    CHGAUTH charge authorization record structure
           03 CZ-KEY.
               05 CZ-USERID            PIC X(8).
               05 CZ-CHARGE-DEPT       PIC X(8).
           03 CZ-ORDER-LIMIT           PIC 9(7)V99.
           03 CZ-STATUS                PIC X.
               88 CZ-ACTIVE                VALUE 'A'.
               88 CZ-SUSPENDED             VALUE 'S'.
           03 CZ-LAST-MAINT-DATE       PIC X(8).
           03 CZ-LAST-MAINT-BY         PIC X(8).
           03 FILLER                   PIC X(18).
