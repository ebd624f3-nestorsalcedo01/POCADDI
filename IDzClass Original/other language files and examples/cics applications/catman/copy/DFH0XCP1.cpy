               05 CA-CNL-QUANTITY          PIC 9(3).
               05 FILLER                   PIC X(882).
      *    Fields used in Item Maintenance ('01IADD'/'01IMOD'/
      *    '01IDSC') - same item shape as CA-SINGLE-ITEM.  The
      *    user is carried onto the COSTHIST cost history; left
      *    blank, the signed-on user of the task is recorded.
           03 CA-ITEM-MAINT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-MNT-ITEM.
                   07 CA-MNT-ITEM-REF      PIC 9(4).
                   07 CA-MNT-COST          PIC X(6).
                   07 CA-MNT-IN-STOCK      PIC 9(4).
                   07 CA-MNT-ON-ORDER      PIC 9(3).
               05 CA-MNT-USERID            PIC X(8).
               05 FILLER                   PIC X(843).
      *    Fields used in Return Order ('01RETN') - the original
      *    order is identified by its ORDLOG key; the returned
      *    quantity must not exceed what was ordered.  The reason
               05 FILLER                   PIC X(875).
      *    Fields used in Goods Received ('01RECV') - one receipt
      *    booked against a catalog item, with the warehouse
      *    delivery reference carried onto the RECVLOG history.
      *    The PO number is optional; left blank, the receipt is
      *    matched to the item's oldest open PO line.  The PO
      *    actually matched and the match result (see RV-PO-MATCH
      *    in DFH0XCPC) are passed back.
           03 CA-RECEIVE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-RCV-USERID            PIC X(8).
               05 CA-RCV-ITEM-REF          PIC 9(4).
               05 CA-RCV-QUANTITY          PIC 9(3).
               05 CA-RCV-DELIVERY-REF      PIC X(10).
               05 CA-RCV-PO-NUMBER         PIC X(12).
               05 CA-RCV-PO-MATCH          PIC X.
               05 FILLER                   PIC X(873).
      *    Fields used in Order Approval ('01APPR') - a held order
      *    on PENDORD is identified by its hold id (department, hold
      *    date/time and task number).  Action A releases it through
      *    the normal dispatch path, R rejects it and puts the
      *    reserved stock back.  Only the department's approver on
      *    DEPTBUDG may act on it.  The line count and order value
      *    are passed back.
           03 CA-APPROVAL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-APR-USERID            PIC X(8).
               05 CA-APR-ACTION            PIC X.
               05 CA-APR-HOLD-ID.
                   07 CA-APR-CHARGE-DEPT   PIC X(8).
                   07 CA-APR-HOLD-DATE     PIC X(8).
                   07 CA-APR-HOLD-TIME     PIC X(6).
                   07 CA-APR-TASKNUM       PIC 9(7).
               05 CA-APR-LINE-COUNT        PIC 9(2).
               05 CA-APR-ORDER-VALUE       PIC 9(7)V99.
               05 FILLER                   PIC X(862).
