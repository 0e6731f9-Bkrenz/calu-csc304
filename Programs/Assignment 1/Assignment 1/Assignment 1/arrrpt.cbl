       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRRPT.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    PAYMENT ARRANGEMENT REPORT
      *
      *    READS THE PAYMENT-ARRANGEMENT FILE THAT CUSTOMER
      *    MAINTENANCE SETS UP AND THE BILLING RUN WORKS, AND LISTS
      *    EVERY ARRANGEMENT ON FILE - ACTIVE (STILL BEING KEPT),
      *    BROKEN (AN INSTALLMENT WAS MISSED AND THE ACCOUNT WENT BACK
      *    TO NORMAL COLLECTIONS), OR COMPLETED - WITH ITS TERMS AND
      *    PROGRESS, FOLLOWED BY COUNTS AND AMOUNTS FOR EACH STATUS.
      *    THE FILE IS NEVER TOUCHED HERE.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARRANGEMENT-FILE ASSIGN TO 'ARRANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACCOUNT-NUMBER.
           SELECT ARRANGEMENT-REPORT ASSIGN TO 'ARRRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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

      * ARRANGEMENT REPORT OUTPUT INFORMATION
       FD ARRANGEMENT-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ARRANGEMENT-PRINT-LINE.
       01 ARRANGEMENT-PRINT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

      * ARRANGEMENT-SCAN-SWITCH: 'NO' ONCE THE SEQUENTIAL PASS OVER
      *     THE ARRANGEMENT FILE REACHES END OF FILE
       01 ARRANGEMENT-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * REMAINING-WORK: WHAT IS LEFT OF THE ARRANGED AMOUNT AFTER THE
      *     INSTALLMENTS PAID SO FAR
       01 REMAINING-WORK PIC S9(7)V99 VALUE ZERO.

      * TOTALS BY STATUS
       01 TOTAL-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ACTIVE-REMAINING PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-BROKEN-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-BROKEN-REMAINING PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-COMPLETED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-COMPLETED-PAID PIC 9(9)V99 VALUE ZERO.

      * REPORT LINES
       01 ARRANGEMENT-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
         03 FILLER PIC X(11) VALUE 'STATUS'.
         03 FILLER PIC X(14) VALUE '      ARRANGED'.
         03 FILLER PIC X(13) VALUE '  INSTALLMENT'.
         03 FILLER PIC X(9) VALUE ' BLD/PD/N'.
         03 FILLER PIC X(5) VALUE '  DAY'.
         03 FILLER PIC X(14) VALUE '          PAID'.
         03 FILLER PIC X(14) VALUE '     REMAINING'.
         03 FILLER PIC X(8) VALUE '  BROKEN'.

       01 ARRANGEMENT-DETAIL-LINE.
         03 ARR-ACCOUNT-OUT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 ARR-STATUS-OUT PIC X(9).
         03 ARR-ARRANGED-OUT PIC $$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 ARR-INSTALLMENT-OUT PIC $$$,$$9.99.
         03 FILLER PIC X(3) VALUE SPACES.
         03 ARR-BILLED-OUT PIC Z9.
         03 FILLER PIC X(1) VALUE '/'.
         03 ARR-PAID-COUNT-OUT PIC Z9.
         03 FILLER PIC X(1) VALUE '/'.
         03 ARR-COUNT-OUT PIC Z9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 ARR-DUE-DAY-OUT PIC Z9.
         03 ARR-PAID-OUT PIC $$$,$$$,$$9.99.
         03 ARR-REMAINING-OUT PIC $$$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 ARR-BROKEN-OUT PIC X(6).

       01 ARRANGEMENT-TOTAL-ACTIVE.
         03 FILLER PIC X(30) VALUE 'ACTIVE ARRANGEMENTS (KEPT):'.
         03 ARR-TOT-ACTIVE-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(14) VALUE '  REMAINING:'.
         03 ARR-TOT-ACTIVE-AMOUNT PIC $$$,$$$,$$9.99.

       01 ARRANGEMENT-TOTAL-BROKEN.
         03 FILLER PIC X(30) VALUE 'BROKEN ARRANGEMENTS:'.
         03 ARR-TOT-BROKEN-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(14) VALUE '  REMAINING:'.
         03 ARR-TOT-BROKEN-AMOUNT PIC $$$,$$$,$$9.99.

       01 ARRANGEMENT-TOTAL-COMPLETED.
         03 FILLER PIC X(30) VALUE 'COMPLETED ARRANGEMENTS:'.
         03 ARR-TOT-COMPLETED-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(14) VALUE '  PAID:'.
         03 ARR-TOT-COMPLETED-AMOUNT PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    PREPARE-ARRANGEMENT-REPORT
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT HANDLES FILE
      *    OPEN/CLOSE OPERATIONS AND SWEEPS THE ARRANGEMENT FILE IN
      *    ACCOUNT ORDER.
      *
      ******************************************************************
       PREPARE-ARRANGEMENT-REPORT.
           OPEN INPUT ARRANGEMENT-FILE.
           OPEN OUTPUT ARRANGEMENT-REPORT.

           MOVE ARRANGEMENT-HEADING TO ARRANGEMENT-PRINT-LINE.
           WRITE ARRANGEMENT-PRINT-LINE.

           MOVE 'YES' TO ARRANGEMENT-SCAN-SWITCH.
           MOVE ZEROS TO ARR-ACCOUNT-NUMBER.
           START ARRANGEMENT-FILE KEY >= ARR-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO ARRANGEMENT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL ARRANGEMENT-SCAN-SWITCH = 'NO'
               READ ARRANGEMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ARRANGEMENT-SCAN-SWITCH
                   NOT AT END
                       PERFORM WRITE-ARRANGEMENT-LINE
               END-READ
           END-PERFORM.

           PERFORM WRITE-ARRANGEMENT-TOTALS.

           CLOSE ARRANGEMENT-FILE
             ARRANGEMENT-REPORT.

           STOP RUN.



      ******************************************************************
      *
      *    WRITE-ARRANGEMENT-LINE
      *
      *    WRITES ONE LINE FOR THE ARRANGEMENT IN HAND - ITS STATUS,
      *    TERMS, INSTALLMENTS BILLED/PAID/ARRANGED, WHAT HAS BEEN
      *    PAID AND WHAT REMAINS, AND THE PERIOD IT WAS BROKEN IN -
      *    AND ADDS IT TO ITS STATUS TOTALS.
      *
      ******************************************************************
       WRITE-ARRANGEMENT-LINE.
           COMPUTE REMAINING-WORK =
               ARR-ARRANGED-AMOUNT - ARR-AMOUNT-PAID.

           MOVE SPACES TO ARR-BROKEN-OUT.
           IF ARR-STATUS = 'A'
               MOVE 'ACTIVE' TO ARR-STATUS-OUT
               ADD 1 TO TOTAL-ACTIVE-COUNT
               ADD REMAINING-WORK TO TOTAL-ACTIVE-REMAINING
           ELSE
           IF ARR-STATUS = 'B'
               MOVE 'BROKEN' TO ARR-STATUS-OUT
               MOVE ARR-BROKEN-PERIOD TO ARR-BROKEN-OUT
               ADD 1 TO TOTAL-BROKEN-COUNT
               ADD REMAINING-WORK TO TOTAL-BROKEN-REMAINING
           ELSE
           IF ARR-STATUS = 'C'
               MOVE 'COMPLETED' TO ARR-STATUS-OUT
               ADD 1 TO TOTAL-COMPLETED-COUNT
               ADD ARR-AMOUNT-PAID TO TOTAL-COMPLETED-PAID
           ELSE
               MOVE 'UNKNOWN' TO ARR-STATUS-OUT
           END-IF END-IF END-IF.

           MOVE ARR-ACCOUNT-NUMBER TO ARR-ACCOUNT-OUT.
           MOVE ARR-ARRANGED-AMOUNT TO ARR-ARRANGED-OUT.
           MOVE ARR-INSTALLMENT-AMOUNT TO ARR-INSTALLMENT-OUT.
           MOVE ARR-INSTALLMENTS-BILLED TO ARR-BILLED-OUT.
           MOVE ARR-INSTALLMENTS-PAID TO ARR-PAID-COUNT-OUT.
           MOVE ARR-INSTALLMENT-COUNT TO ARR-COUNT-OUT.
           MOVE ARR-DUE-DAY TO ARR-DUE-DAY-OUT.
           MOVE ARR-AMOUNT-PAID TO ARR-PAID-OUT.
           MOVE REMAINING-WORK TO ARR-REMAINING-OUT.

           MOVE ARRANGEMENT-DETAIL-LINE TO ARRANGEMENT-PRINT-LINE.
           WRITE ARRANGEMENT-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-ARRANGEMENT-TOTALS
      *
      *    WRITES THE COUNT AND AMOUNT FOR EACH ARRANGEMENT STATUS AT
      *    THE END OF THE REPORT.
      *
      ******************************************************************
       WRITE-ARRANGEMENT-TOTALS.
           MOVE SPACES TO ARRANGEMENT-PRINT-LINE.
           WRITE ARRANGEMENT-PRINT-LINE.

           MOVE TOTAL-ACTIVE-COUNT TO ARR-TOT-ACTIVE-COUNT.
           MOVE TOTAL-ACTIVE-REMAINING TO ARR-TOT-ACTIVE-AMOUNT.
           MOVE ARRANGEMENT-TOTAL-ACTIVE TO ARRANGEMENT-PRINT-LINE.
           WRITE ARRANGEMENT-PRINT-LINE.

           MOVE TOTAL-BROKEN-COUNT TO ARR-TOT-BROKEN-COUNT.
           MOVE TOTAL-BROKEN-REMAINING TO ARR-TOT-BROKEN-AMOUNT.
           MOVE ARRANGEMENT-TOTAL-BROKEN TO ARRANGEMENT-PRINT-LINE.
           WRITE ARRANGEMENT-PRINT-LINE.

           MOVE TOTAL-COMPLETED-COUNT TO ARR-TOT-COMPLETED-COUNT.
           MOVE TOTAL-COMPLETED-PAID TO ARR-TOT-COMPLETED-AMOUNT.
           MOVE ARRANGEMENT-TOTAL-COMPLETED TO ARRANGEMENT-PRINT-LINE.
           WRITE ARRANGEMENT-PRINT-LINE.


       END PROGRAM ARRRPT.
