
       01 SNAP-LINE-STATUS.
         03 FILLER PIC X(10) VALUE 'STATUS:   '.
         03 SNAP-STATUS PIC X(11).
         03 FILLER PIC X(14) VALUE '  RATE CLASS: '.
         03 SNAP-RATE-CLASS PIC X(1).


               IF MASTER-ACCOUNT-STATUS = 'C'
                   MOVE 'CLOSED' TO SNAP-STATUS
               ELSE
               IF MASTER-ACCOUNT-STATUS = 'W'
                   MOVE 'WRITTEN OFF' TO SNAP-STATUS
               ELSE
                   MOVE 'ACTIVE' TO SNAP-STATUS
               END-IF END-IF
               MOVE MASTER-RATE-CLASS TO SNAP-RATE-CLASS
               MOVE SNAP-LINE-STATUS TO HISTORY-PRINT-LINE
               WRITE HISTORY-PRINT-LINE
