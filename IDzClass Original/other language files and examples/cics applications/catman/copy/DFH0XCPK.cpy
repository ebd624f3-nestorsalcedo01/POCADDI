      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XCPK                                 *
      *                                                               *
      * DESCRIPTIVE NAME = CICS     (Samples) Example Application -   *
      *                     Item ABC class record layout              *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copy book is part of the example application and    *
      *      defines one entry on the ITEMCLS item class file,        *
      *      rebuilt each month by the DFH0XABC batch for every item  *
      *      on the catalog.  Items are ranked by the net value       *
      *      issued over the analysis period: the items making up    *
      *      the first part of the value are class A, the next part  *
      *      class B, and the rest - with anything that issued no    *
      *      value at all - class C.  The stock-take job reads it to  *
      *      count A items more often than C items.                   *
      *                                                               *
      *      The fields are as follows                                *
      *                                                               *
      *        IC-ITEM-REF              Item reference (record key)   *
      *        IC-CLASS                 A, B or C                     *
      *        IC-RANK                  Position by net value issued  *
      *        IC-NET-VALUE             Net value issued in the       *
      *                                 period (orders less cancels   *
      *                                 and return credits)           *
      *        IC-NET-QTY               Net units issued in the       *
      *                                 period (less units returned)  *
      *        IC-AVG-MONTHLY           Average monthly demand        *
      *        IC-MONTHS-COVER          IN-STOCK over the average     *
      *                                 monthly demand; 999.9 when    *
      *                                 there is no demand            *
      *        IC-LAST-ISSUE-DATE       Date of the item's last issue *
      *                                 (yyyymmdd, zeros if never)    *
      *        IC-SLOW-MOVING           Y = no issue within the idle  *
      *                                 months the run was given      *
      *        IC-CLASS-DATE            Run date of the classification*
      *                                                               *
      *****************************************************************
      *    ITEMCLS item class record structure
           03 IC-ITEM-REF              PIC 9(4).
           03 IC-CLASS                 PIC X.
               88 IC-CLASS-A               VALUE 'A'.
               88 IC-CLASS-B               VALUE 'B'.
               88 IC-CLASS-C               VALUE 'C'.
           03 IC-RANK                  PIC 9(4).
           03 IC-NET-VALUE             PIC S9(9)V99.
           03 IC-NET-QTY               PIC S9(7).
           03 IC-AVG-MONTHLY           PIC 9(5)V9.
           03 IC-MONTHS-COVER          PIC 9(3)V9.
           03 IC-LAST-ISSUE-DATE       PIC X(8).
           03 IC-SLOW-MOVING           PIC X.
               88 IC-NO-MOVEMENT           VALUE 'Y'.
           03 IC-CLASS-DATE            PIC X(8).
           03 FILLER                   PIC X(26).
