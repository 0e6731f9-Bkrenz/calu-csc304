      *    SAME ROUTED FIXED FORMAT AS THE BILLING RUN'S RE-READ
      *    EXTRACT, SO THE FIELD OFFICE WORKS DISCONNECTS FROM A FILE.
      *    THE MASTER IS NEVER TOUCHED - THE LATE CHARGE ITSELF IS THE
      *    BILLING RUN'S JOB. AN ACCOUNT KEEPING A PAYMENT ARRANGEMENT
      *    IS LEFT OUT OF BOTH UNTIL THE ARRANGEMENT IS BROKEN.
      *
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUTE-MASTER-FILE ASSIGN TO 'ROUTEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-FILE ASSIGN TO 'ARRANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACCOUNT-NUMBER.


       DATA DIVISION.
         03 ROUTE-NUMBER-IN PIC 9(3).
         03 ROUTE-SEQUENCE-IN PIC 9(4).

      * PAYMENT ARRANGEMENTS - SAME RECORD AS THE BILLING RUN
      * (ASSIGNMENT1) CARRIES, READ ONLY HERE
       FD ARRANGEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARRANGEMENT-RECORD.
       01 ARRANGEMENT-RECORD.
         03 ARR-ACCOUNT-NUMBER PIC 9(6).
         03 ARR-STATUS PIC X(1).
         03 ARR-ARRANGED-AMOUNT PIC 9(7)V99.
         03 ARR-INSTALLMENT-COUNT PIC 9(2).
         03 ARR-DUE-DAY PIC 9(2).
         03 ARR-INSTALLMENT-AMOUNT PIC 9(7)V99.
         03 ARR-INSTALLMENTS-BILLED PIC 9(2).
         03 ARR-INSTALLMENTS-PAID PIC 9(2).
         03 ARR-AMOUNT-PAID PIC 9(7)V99.
         03 ARR-PENDING-AMOUNT PIC 9(7)V99.
         03 ARR-SETUP-DATE PIC 9(8).
         03 ARR-LAST-BILLED-PERIOD PIC 9(6).
         03 ARR-BROKEN-PERIOD PIC 9(6).
         03 FILLER PIC X(9).

       WORKING-STORAGE SECTION.

      * MASTER-SCAN-SWITCH: 'NO' ONCE THE SEQUENTIAL PASS OVER THE
       01 PAST-DUE-TOTAL-WORK PIC S9(7)V99 VALUE ZERO.
       01 NOTICE-LEVEL-WORK PIC X(1) VALUE SPACE.

      * ARRANGEMENT-KEPT-SWITCH: 'Y' WHEN THE ACCOUNT IN HAND IS ON A
      *     LIVE PAYMENT ARRANGEMENT
       01 ARRANGEMENT-KEPT-SWITCH PIC X VALUE 'N'.

      * SHUTOFF WORK-ORDER TABLE, COLLECTED DURING THE SCAN AND
      *     SORTED BY ROUTE AND WALKING SEQUENCE BEFORE THE EXTRACT
      *     IS WRITTEN. THE ENTRY LAYOUT IS THE OUTPUT RECORD LAYOUT,
       01 TOTAL-DEMAND-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-SHUTOFF-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-NOTICE-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ARRANGED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-PAST-DUE-AMOUNT PIC 9(11)V99 VALUE ZERO.

      * RUN-CONTROL WORK FIELDS
         03 FILLER PIC X(12) VALUE '  SHUTOFFS: '.
         03 NOTICE-SUM-SHUTOFFS PIC ZZ,ZZ9.

       01 NOTICE-SUMMARY-ARRANGED.
         03 FILLER PIC X(35)
             VALUE 'PAST DUE HELD ON ARRANGEMENTS: '.
         03 NOTICE-SUM-ARRANGED PIC ZZ,ZZ9.

       01 NOTICE-SUMMARY-AMOUNT.
         03 FILLER PIC X(25) VALUE 'TOTAL PAST DUE NOTICED: '.
         03 NOTICE-SUM-AMOUNT PIC $$$,$$$,$$9.99.
           PERFORM LOAD-ROUTE-MASTER.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT ARRANGEMENT-FILE.
           OPEN OUTPUT DUNNING-NOTICES.

           MOVE 'YES' TO MASTER-SCAN-SWITCH.
           PERFORM REGISTER-RUN-END.

           CLOSE CUSTOMER-MASTER
             ARRANGEMENT-FILE
             DUNNING-NOTICES.

           STOP RUN.
      *    AN ACCOUNT WITH NOTHING PAST DUE GETS NOTHING; A CLOSED
      *    ACCOUNT STILL GETS NOTICED - COLLECTIONS WORKS CLOSED
      *    BALANCES TOO, THOUGH NOT A SHUTOFF ORDER, SINCE THERE IS
      *    NOTHING LEFT TO DISCONNECT. AN ACCOUNT KEEPING A PAYMENT
      *    ARRANGEMENT GETS NEITHER NOTICE NOR SHUTOFF - IT IS ONLY
      *    COUNTED. THE BILLING RUN BREAKS THE ARRANGEMENT ON A MISSED
      *    INSTALLMENT, AND THE ACCOUNT IS NOTICED AGAIN FROM THEN ON.
      *
      ******************************************************************
       CHECK-PAST-DUE-ACCOUNT.
               MOVE '1' TO NOTICE-LEVEL-WORK
           END-IF END-IF END-IF.

           IF NOTICE-LEVEL-WORK NOT = SPACE
               PERFORM CHECK-PAYMENT-ARRANGEMENT
               IF ARRANGEMENT-KEPT-SWITCH = 'Y'
                   ADD 1 TO TOTAL-ARRANGED-COUNT
                   MOVE SPACE TO NOTICE-LEVEL-WORK
               END-IF
           END-IF.

           IF NOTICE-LEVEL-WORK NOT = SPACE
               PERFORM WRITE-DUNNING-NOTICE
               IF NOTICE-LEVEL-WORK = '3'
                    AND MASTER-ACCOUNT-STATUS NOT = 'C'
                    AND MASTER-ACCOUNT-STATUS NOT = 'W'
                   PERFORM TRACK-SHUTOFF-WORK-ORDER
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CHECK-PAYMENT-ARRANGEMENT
      *
      *    LOOKS FOR A LIVE PAYMENT ARRANGEMENT ON THE MASTER ACCOUNT
      *    IN HAND.
      *
      ******************************************************************
       CHECK-PAYMENT-ARRANGEMENT.
           MOVE 'N' TO ARRANGEMENT-KEPT-SWITCH.
           MOVE MASTER-ACCOUNT-NUMBER TO ARR-ACCOUNT-NUMBER.

           READ ARRANGEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO ARRANGEMENT-KEPT-SWITCH
               NOT INVALID KEY
                   IF ARR-STATUS = 'A'
                       MOVE 'Y' TO ARRANGEMENT-KEPT-SWITCH
                   END-IF
           END-READ.



      ******************************************************************
      *
      *    WRITE-DUNNING-NOTICE
           MOVE NOTICE-SUMMARY-COUNTS TO NOTICE-PRINT-LINE.
           WRITE NOTICE-PRINT-LINE.

           MOVE TOTAL-ARRANGED-COUNT TO NOTICE-SUM-ARRANGED.
           MOVE NOTICE-SUMMARY-ARRANGED TO NOTICE-PRINT-LINE.
           WRITE NOTICE-PRINT-LINE.

           MOVE TOTAL-PAST-DUE-AMOUNT TO NOTICE-SUM-AMOUNT.
           MOVE NOTICE-SUMMARY-AMOUNT TO NOTICE-PRINT-LINE.
           WRITE NOTICE-PRINT-LINE.
