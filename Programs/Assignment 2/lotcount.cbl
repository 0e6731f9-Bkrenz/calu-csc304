      * VEHICLE INVENTORY MASTER - SAME RECORD THE DAILY SALES RUN
      * (ASSIGNMENT2) CARRIES, READ ONLY HERE
       FD VEHICLE-MASTER
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS VEHICLE-MASTER-RECORD.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-STOCK-NUMBER PIC 9(6).
           05 VEH-STATUS PIC X(1).
           05 VEH-ACQUIRED-DATE PIC 9(8).
           05 VEH-SOLD-DATE PIC 9(8).
           05 VEH-RECON-COST PIC 9(7)V99.
           05 VEH-FLOOR-LENDER PIC X(4).
           05 VEH-FLOOR-AMOUNT PIC 9(7)V99.
           05 VEH-FLOOR-DATE PIC 9(8).
           05 VEH-FLOOR-PAYOFF-DATE PIC 9(8).
           05 VEH-ASKING-PRICE PIC 9(7)V99.
           05 VEH-PRICE-DATE PIC 9(8).
           05 VEH-MARKDOWN-DAYS PIC 9(3).

      * RECONCILIATION REPORT OUTPUT INFORMATION
       FD LOT-RECON-REPORT
                       MOVE 'NO' TO VEHICLE-SCAN-SWITCH
                   NOT AT END
                       IF VEH-STATUS NOT = 'S'
                            AND VEH-STATUS NOT = 'W'
                           PERFORM CHECK-MASTER-VEHICLE
                       END-IF
               END-READ
