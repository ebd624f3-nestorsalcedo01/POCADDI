           05  BU-DEPT                PIC X(8).
           05  BU-PERIOD-BUDGET       PIC 9(7)V99.
           05  BU-COMMITTED-SPEND     PIC 9(7)V99.
           05  BU-APPROVAL-LIMIT      PIC 9(7)V99.
           05  BU-APPROVER            PIC X(8).
           05  FILLER                 PIC X(5).

       FD  ORDLOG-FILE
           LABEL RECORDS ARE STANDARD
