           LABEL RECORDS ARE STANDARD.
       01  STOCK-RECORD.
           05  STOCK-KEY              PIC X(4).
           05  FILLER                 PIC X(62).

       FD  POT-FILE
           DATA RECORD IS POT-RECORD.
                   END-READ
                   IF WS-TARGET-EOF NOT = 'Y'
                       MOVE STOCK-RECORD TO WS-RECORD-BUFFER
                       MOVE 66 TO WS-RECORD-LENGTH
                       MOVE SPACES TO WS-RECORD-KEY
                       MOVE STOCK-KEY TO WS-RECORD-KEY(1:4)
                   END-IF
