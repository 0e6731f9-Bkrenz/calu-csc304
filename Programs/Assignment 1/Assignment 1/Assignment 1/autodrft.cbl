       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTODRFT.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    AUTOPAY DRAFT FILE AND DRAFT POSTING
      *
      *    RUNS AFTER THE BILLING RUN (AND DAILY AFTER THAT) AGAINST
      *    THE AUTOPAY FILE. IT SENDS THE ZERO-DOLLAR PRENOTE FOR
      *    EVERY NEWLY ENROLLED OR CHANGED BANK ACCOUNT, CLEARS THE
      *    PRENOTE ONCE ITS WINDOW PASSES WITHOUT A BOUNCE, AND WRITES
      *    A NACHA ACH DEBIT FOR EVERY DRAFT THE BILLING RUN
      *    SCHEDULED, EFFECTIVE ON THE BILL'S DUE DATE - ONE BATCH PER
      *    EFFECTIVE DATE. ON OR AFTER ITS DRAFT DATE, A DRAFT SENT
      *    TO THE BANK IS POSTED: IT IS WRITTEN TO DRAFTPAY.TXT IN THE
      *    PAYMENTS.TXT LAYOUT AS A TYPE 'D' PAYMENT DATED THE DRAFT
      *    DATE, WHICH THE CASH-RECEIPTS RUN (CASHRCPT) RELEASES INTO
      *    THE PAYMENT FEED SO THE DRAFT APPLIES IN THE NEXT BILLING
      *    RUN LIKE ANY OTHER PAYMENT.
      *
      *    AUTOPAY DRAFT STATUS:
      *        P - SCHEDULED BY THE BILLING RUN, NOT YET SENT
      *        S - SENT TO THE BANK IN THE ACH FILE
      *        D - DRAFT DATE REACHED, POSTED AS A PAYMENT
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ACCOUNT-NUMBER.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-NUMBER.
           SELECT DRAFT-ACH-FILE ASSIGN TO 'DRAFTACH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAFT-PAYMENT-FILE ASSIGN TO 'DRAFTPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAFT-REGISTER ASSIGN TO 'DRAFTREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * RUN CONTROL CARD - SAME CARD THE BILLING RUN (ASSIGNMENT1)
      * READS; ONLY THE PROCESSING DATE IS USED HERE, SO EVERY DATE
      * THIS RUN WRITES COMES FROM THE BUSINESS CALENDAR, NEVER THE
      * MACHINE CLOCK
       FD CONTROL-CARD-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS CONTROL-CARD.
       01 CONTROL-CARD.
         03 CTL-BILLING-PERIOD PIC 9(6).
         03 CTL-PROCESSING-DATE PIC 9(8).
         03 CTL-BILLING-CYCLE PIC 9(2).

      * AUTOPAY ENROLLMENTS - SAME RECORD THE BILLING RUN
      * (ASSIGNMENT1) CARRIES
       FD AUTOPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUTOPAY-RECORD.
       01 AUTOPAY-RECORD.
         03 AP-ACCOUNT-NUMBER PIC 9(6).
         03 AP-STATUS PIC X(1).
         03 AP-BANK-ROUTING PIC 9(9).
         03 AP-BANK-ACCOUNT PIC X(17).
         03 AP-PRENOTE-DATE PIC 9(8).
         03 AP-ENROLL-DATE PIC 9(8).
         03 AP-DRAFT-STATUS PIC X(1).
         03 AP-DRAFT-AMOUNT PIC 9(7)V99.
         03 AP-DRAFT-DATE PIC 9(8).
         03 AP-DRAFT-PERIOD PIC 9(6).
         03 FILLER PIC X(7).

      * CUSTOMER MASTER INFORMATION - SAME RECORD AS THE BILLING RUN
      * (ASSIGNMENT1) CARRIES, READ ONLY HERE FOR THE NAME THE BANK
      * SEES ON EACH ENTRY
       FD CUSTOMER-MASTER
           RECORD CONTAINS 189 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
         03 MASTER-ACCOUNT-NUMBER PIC 9(6).
         03 MASTER-LAST-READING PIC 9(5).
         03 MASTER-BALANCE-DUE PIC S9(7)V99.
         03 MASTER-BAL-CURRENT PIC S9(7)V99.
         03 MASTER-BAL-30 PIC S9(7)V99.
         03 MASTER-BAL-60 PIC S9(7)V99.
         03 MASTER-BAL-90 PIC S9(7)V99.
         03 MASTER-FIRST-NAME PIC X(12).
         03 MASTER-LAST-NAME PIC X(12).
         03 MASTER-STREET-ADDRESS PIC X(15).
         03 MASTER-CITY PIC X(13).
         03 MASTER-STATE PIC X(2).
         03 MASTER-ACCOUNT-STATUS PIC X(1).
         03 MASTER-HISTORY-COUNT PIC 9(2).
         03 MASTER-PRIOR-USAGE PIC 9(5) OCCURS 6 TIMES.
         03 MASTER-ESTIMATE-SWITCH PIC X(1).
         03 MASTER-LAST-ACTUAL-READING PIC 9(5).
         03 MASTER-ESTIMATED-CHARGES PIC S9(7)V99.
         03 MASTER-RATE-CLASS PIC X(1).
         03 MASTER-ESTIMATE-PERIODS PIC 9(2).
         03 MASTER-BUDGET-SWITCH PIC X(1).
         03 MASTER-BUDGET-INSTALLMENT PIC 9(5)V99.
         03 MASTER-BUDGET-BALANCE PIC S9(7)V99.
         03 MASTER-BUDGET-MONTHS PIC 9(2).
         03 MASTER-DEPOSIT-BALANCE PIC 9(7)V99.

      * ACH DEBIT FILE FOR THE BANK IN STANDARD NACHA FORMAT - THE
      * SAME 94-BYTE RECORDS PAYROLL'S DIRECT-DEPOSIT FILE CARRIES
       FD DRAFT-ACH-FILE
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS DRAFT-ACH-RECORD.
       01 DRAFT-ACH-RECORD PIC X(94).

      * POSTED DRAFTS - SAME RECORD AS PAYMENTS.TXT, TYPED 'D'.
      * APPENDED RUN AFTER RUN UNTIL THE CASH-RECEIPTS RUN RELEASES
      * THEM INTO THE PAYMENT FEED AND EMPTIES THE FILE
       FD DRAFT-PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DRAFT-PAYMENT-RECORD.
       01 DRAFT-PAYMENT-RECORD.
         03 DP-ACCOUNT-NUMBER PIC 9(6).
         03 DP-DATE PIC 9(8).
         03 DP-AMOUNT PIC 9(7)V99.
         03 DP-TYPE PIC X(1).
         03 DP-REASON PIC X(4).

      * PRINTED DRAFT REGISTER - EVERY PRENOTE, DRAFT, AND POSTING
      * THE RUN MADE, AND ITS CONTROL TOTALS
       FD DRAFT-REGISTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REGISTER-PRINT-LINE.
       01 REGISTER-PRINT-LINE PIC X(80).

      * MASTER-UPDATE JOURNAL - SAME RECORD THE BILLING RUN APPENDS
       FD MASTER-JOURNAL
           RECORD CONTAINS 440 CHARACTERS
           DATA RECORD IS MASTER-JOURNAL-RECORD.
       01 MASTER-JOURNAL-RECORD.
         03 JRN-RUN-NUMBER PIC 9(6).
         03 JRN-PROGRAM PIC X(10).
         03 JRN-FILE-ID PIC X(8).
         03 JRN-ACTION PIC X(2).
         03 JRN-TIMESTAMP PIC 9(14).
         03 JRN-BEFORE-IMAGE PIC X(200).
         03 JRN-AFTER-IMAGE PIC X(200).

      * RUN-CONTROL LOG - DRAFT RUNS REGISTER LIKE MAINTENANCE RUNS
      * (UNDER PERIOD ZERO), SINCE THEY RUN DAILY RATHER THAN ONCE
      * PER PERIOD
       FD RUN-CONTROL-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
       01 RUN-CONTROL-RECORD.
         03 RC-RUN-NUMBER PIC 9(6).
         03 RC-PROGRAM PIC X(10).
         03 RC-PERIOD PIC 9(6).
         03 RC-STATUS PIC X(1).
         03 RC-CONTROL-COUNT PIC 9(7).
         03 RC-CONTROL-AMOUNT PIC 9(11)V99.

       WORKING-STORAGE SECTION.

      * AUTOPAY-SCAN-SWITCH: 'NO' ONCE THE SEQUENTIAL PASS OVER THE
      *     AUTOPAY FILE REACHES END OF FILE
       01 AUTOPAY-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * PROCESSING-DATE-WORK: THE BUSINESS DATE THIS RUN IS PROCESSED
      *     UNDER, FROM THE CONTROL CARD
       01 PROCESSING-DATE-WORK PIC 9(8) VALUE ZERO.

      * AUTOPAY-CHANGED-SWITCH: 'Y' WHEN THE AUTOPAY RECORD IN HAND
      *     WAS UPDATED AND MUST BE REWRITTEN AND JOURNALED;
      *     AUTOPAY-BEFORE-IMAGE IS THE RECORD AS IT STOOD WHEN READ
       01 AUTOPAY-CHANGED-SWITCH PIC X VALUE 'N'.
       01 AUTOPAY-BEFORE-IMAGE PIC X(200) VALUE SPACES.

      * PRENOTE WINDOW WORK FIELDS - A NEW BANK ACCOUNT IS NOT
      *     DRAFTED UNTIL ITS ZERO-DOLLAR PRENOTE HAS HAD THIS MANY
      *     DAYS TO BOUNCE, THE SAME WINDOW PAYROLL USES
       01 PRENOTE-WINDOW-DAYS PIC 9(2) VALUE 10.
       01 PRENOTE-SENT-INTEGER PIC 9(7) VALUE ZERO.
       01 PROCESSING-INTEGER-WORK PIC 9(7) VALUE ZERO.

      * ACH ENTRY TABLE, BUILT DURING THE SCAN AND SORTED BY
      *     EFFECTIVE DATE BEFORE THE FILE IS WRITTEN, SO EACH
      *     EFFECTIVE DATE GOES OUT AS ONE BATCH. THE ENTRY LEADS WITH
      *     THE EFFECTIVE DATE, SO ENTRIES SORT BY COMPARING WHOLE
      *     ENTRIES. AN ENTRY THAT WILL NOT FIT WAITS FOR THE NEXT
      *     RUN - ITS AUTOPAY RECORD IS LEFT UNTOUCHED
       01 ACH-ENTRY-TABLE.
         03 ACH-ENTRY OCCURS 2000 TIMES.
           05 AE-EFFECTIVE-DATE PIC 9(8).
           05 AE-ACCOUNT PIC 9(6).
           05 AE-TRANSACTION-CODE PIC 9(2).
           05 AE-ROUTING PIC 9(9).
           05 AE-BANK-ACCOUNT PIC X(17).
           05 AE-NAME PIC X(22).
           05 AE-AMOUNT PIC 9(7)V99.
       01 ACH-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 ACH-ENTRY-INDEX PIC 9(4) VALUE ZERO.
       01 ACH-TABLE-FULL-SWITCH PIC X VALUE 'N'.
       01 ACH-ENTRY-QUEUED-SWITCH PIC X VALUE 'N'.
       01 ACH-ENTRY-SWAP PIC X(73).
       01 ACH-SORT-INDEX-1 PIC 9(4) VALUE ZERO.
       01 ACH-SORT-INDEX-2 PIC 9(4) VALUE ZERO.

      * THE ENTRY BEING QUEUED
       01 QUEUE-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
       01 QUEUE-TRANSACTION-CODE PIC 9(2) VALUE ZERO.
       01 QUEUE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 QUEUE-NAME PIC X(22) VALUE SPACES.

      * NACHA RECORD LAYOUTS. THE IMMEDIATE DESTINATION/ORIGIN AND
      * COMPANY ID ARE THE VALUES THE BANK ASSIGNED (THE SAME ONES
      * PAYROLL'S DEPOSIT FILE CARRIES); THE BATCHES ARE DEBITS ONLY
      * (SERVICE CLASS 225)
       01 NACHA-FILE-HEADER.
         03 FILLER PIC X(1) VALUE '1'.
         03 FILLER PIC X(2) VALUE '01'.
         03 FILLER PIC X(10) VALUE ' 041000014'.
         03 FILLER PIC X(10) VALUE ' 041000014'.
         03 NFH-CREATION-DATE PIC 9(6).
         03 NFH-CREATION-TIME PIC 9(4).
         03 FILLER PIC X(1) VALUE 'A'.
         03 FILLER PIC X(3) VALUE '094'.
         03 FILLER PIC X(2) VALUE '10'.
         03 FILLER PIC X(1) VALUE '1'.
         03 FILLER PIC X(23) VALUE 'FIRST COMMERCE BANK'.
         03 FILLER PIC X(23) VALUE 'UTILITY BILLING'.
         03 FILLER PIC X(8) VALUE SPACES.

       01 NACHA-BATCH-HEADER.
         03 FILLER PIC X(1) VALUE '5'.
         03 FILLER PIC X(3) VALUE '225'.
         03 FILLER PIC X(16) VALUE 'UTILITY BILLING'.
         03 FILLER PIC X(20) VALUE SPACES.
         03 FILLER PIC X(10) VALUE '1041000014'.
         03 FILLER PIC X(3) VALUE 'PPD'.
         03 FILLER PIC X(10) VALUE 'UTIL BILL'.
         03 NBH-DESCRIPTIVE-DATE PIC 9(6).
         03 NBH-EFFECTIVE-DATE PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 FILLER PIC X(1) VALUE '1'.
         03 FILLER PIC X(8) VALUE '04100001'.
         03 NBH-BATCH-NUMBER PIC 9(7).

       01 NACHA-ENTRY-DETAIL.
         03 FILLER PIC X(1) VALUE '6'.
         03 NE-TRANSACTION-CODE PIC 9(2).
         03 NE-RDFI-ROUTING PIC 9(8).
         03 NE-CHECK-DIGIT PIC 9(1).
         03 NE-BANK-ACCOUNT PIC X(17).
         03 NE-AMOUNT PIC 9(8)V99.
         03 NE-INDIVIDUAL-ID PIC X(15).
         03 NE-INDIVIDUAL-NAME PIC X(22).
         03 FILLER PIC X(2) VALUE SPACES.
         03 FILLER PIC X(1) VALUE '0'.
         03 NE-TRACE-NUMBER.
           05 FILLER PIC X(8) VALUE '04100001'.
           05 NE-TRACE-SEQUENCE PIC 9(7).

       01 NACHA-BATCH-CONTROL.
         03 FILLER PIC X(1) VALUE '8'.
         03 FILLER PIC X(3) VALUE '225'.
         03 NBC-ENTRY-COUNT PIC 9(6).
         03 NBC-ENTRY-HASH PIC 9(10).
         03 NBC-TOTAL-DEBIT PIC 9(10)V99.
         03 NBC-TOTAL-CREDIT PIC 9(10)V99.
         03 FILLER PIC X(10) VALUE '1041000014'.
         03 FILLER PIC X(25) VALUE SPACES.
         03 FILLER PIC X(8) VALUE '04100001'.
         03 NBC-BATCH-NUMBER PIC 9(7).

       01 NACHA-FILE-CONTROL.
         03 FILLER PIC X(1) VALUE '9'.
         03 NFC-BATCH-COUNT PIC 9(6).
         03 NFC-BLOCK-COUNT PIC 9(6).
         03 NFC-ENTRY-COUNT PIC 9(8).
         03 NFC-ENTRY-HASH PIC 9(10).
         03 NFC-TOTAL-DEBIT PIC 9(10)V99.
         03 NFC-TOTAL-CREDIT PIC 9(10)V99.
         03 FILLER PIC X(39) VALUE SPACES.

      * NACHA CONTROL ACCUMULATORS - THE BATCH IN PROGRESS, AND THE
      *     FILE AS A WHOLE
       01 BATCH-EFFECTIVE-WORK PIC 9(8) VALUE ZERO.
       01 BATCH-ENTRY-COUNT PIC 9(6) VALUE ZERO.
       01 BATCH-ENTRY-HASH PIC 9(10) VALUE ZERO.
       01 BATCH-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 NACHA-BATCH-COUNT PIC 9(6) VALUE ZERO.
       01 NACHA-ENTRY-COUNT PIC 9(6) VALUE ZERO.
       01 NACHA-ENTRY-HASH PIC 9(10) VALUE ZERO.
       01 NACHA-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 NACHA-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 NACHA-BLOCK-COUNT PIC 9(6) VALUE ZERO.
       01 ROUTING-SPLIT-FIELDS PIC X(9) VALUE ZEROS.
       01 ROUTING-SPLIT-TABLE REDEFINES ROUTING-SPLIT-FIELDS.
         03 ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.

      * CONTROL TOTALS FOR THE RUN
       01 TOTAL-PRENOTE-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-PROVEN-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-DRAFT-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-DRAFT-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-POSTED-AMOUNT PIC 9(9)V99 VALUE ZERO.

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'AUTODRFT'.

      * JOURNALING WORK FIELDS
       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMDHMS PIC 9(14).
         03 FILLER PIC X(7).

      * DRAFT REGISTER LINES
       01 REGISTER-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
         03 FILLER PIC X(10) VALUE 'EFFECTIVE'.
         03 FILLER PIC X(14) VALUE '       AMOUNT'.
         03 FILLER PIC X(12) VALUE '  ACTION'.
         03 FILLER PIC X(30) VALUE 'NOTE'.

       01 REGISTER-DETAIL-LINE.
         03 REG-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 REG-EFFECTIVE-DATE PIC 9(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 REG-AMOUNT PIC $$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 REG-ACTION PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 REG-NOTE PIC X(30).

       01 REGISTER-SUMMARY-PRENOTES.
         03 FILLER PIC X(30) VALUE 'PRENOTES SENT:'.
         03 REG-SUM-PRENOTES PIC ZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  PROVEN:'.
         03 REG-SUM-PROVEN PIC ZZ,ZZ9.

       01 REGISTER-SUMMARY-DRAFTS.
         03 FILLER PIC X(30) VALUE 'DRAFTS SENT TO THE BANK:'.
         03 REG-SUM-DRAFTS PIC ZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 REG-SUM-DRAFT-AMOUNT PIC $$$,$$$,$$9.99.

       01 REGISTER-SUMMARY-HELD.
         03 FILLER PIC X(30) VALUE 'DRAFTS HELD FOR PRENOTE:'.
         03 REG-SUM-HELD PIC ZZ,ZZ9.
         03 FILLER PIC X(13) VALUE '  WITHDRAWN:'.
         03 REG-SUM-WITHDRAWN PIC ZZ,ZZ9.

       01 REGISTER-SUMMARY-POSTED.
         03 FILLER PIC X(30) VALUE 'DRAFTS POSTED AS PAYMENTS:'.
         03 REG-SUM-POSTED PIC ZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 REG-SUM-POSTED-AMOUNT PIC $$$,$$$,$$9.99.

       01 REGISTER-SUMMARY-BATCHES.
         03 FILLER PIC X(30) VALUE 'ACH BATCHES WRITTEN:'.
         03 REG-SUM-BATCHES PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    DRAFT-AUTOPAY-ACCOUNTS
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT SWEEPS THE WHOLE
      *    AUTOPAY FILE, THEN WRITES THE ACH FILE FROM THE ENTRIES THE
      *    SWEEP QUEUED.
      *
      ******************************************************************
       DRAFT-AUTOPAY-ACCOUNTS.
           PERFORM READ-CONTROL-CARD.

      *    TAKE A RUN NUMBER OFF THE SHARED LOG BEFORE THE AUTOPAY
      *    FILE IS TOUCHED, SO EVERY JOURNALED UPDATE CARRIES IT
           PERFORM REGISTER-RUN-START.

           OPEN I-O AUTOPAY-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN EXTEND DRAFT-PAYMENT-FILE.
           OPEN OUTPUT DRAFT-REGISTER.
           OPEN EXTEND MASTER-JOURNAL.

           MOVE REGISTER-HEADING TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE 'YES' TO AUTOPAY-SCAN-SWITCH.
           MOVE ZEROS TO AP-ACCOUNT-NUMBER.
           START AUTOPAY-FILE KEY >= AP-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO AUTOPAY-SCAN-SWITCH
           END-START.

           PERFORM UNTIL AUTOPAY-SCAN-SWITCH = 'NO'
               READ AUTOPAY-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO AUTOPAY-SCAN-SWITCH
                   NOT AT END
                       PERFORM PROCESS-AUTOPAY-RECORD
               END-READ
           END-PERFORM.

           PERFORM WRITE-DRAFT-ACH-FILE.

           PERFORM WRITE-REGISTER-SUMMARY.

           PERFORM REGISTER-RUN-END.

           CLOSE AUTOPAY-FILE
             CUSTOMER-MASTER
             DRAFT-PAYMENT-FILE
             DRAFT-REGISTER
             MASTER-JOURNAL.

           STOP RUN.



      ******************************************************************
      *
      *    READ-CONTROL-CARD
      *
      *    TAKES THE PROCESSING DATE OFF THE BILLING RUN'S CONTROL
      *    CARD. THE RUN STOPS COLD WITHOUT ONE - A DRAFT DATED OFF
      *    THE MACHINE CLOCK COULD POST MONEY ON THE WRONG DAY.
      *
      ******************************************************************
       READ-CONTROL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR CTL-PROCESSING-DATE IS NOT NUMERIC
               DISPLAY '*** RUN ABORTED: CONTROL.TXT MISSING OR '
                   'INVALID - A VALID PROCESSING DATE (YYYYMMDD) IS '
                   'REQUIRED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CTL-PROCESSING-DATE TO PROCESSING-DATE-WORK.
           COMPUTE PROCESSING-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE (PROCESSING-DATE-WORK).



      ******************************************************************
      *
      *    PROCESS-AUTOPAY-RECORD
      *
      *    WORKS ONE AUTOPAY RECORD: POSTS A SENT DRAFT WHOSE DATE HAS
      *    COME, MOVES THE PRENOTE ALONG FOR AN ACTIVE ENROLLMENT, AND
      *    SENDS A SCHEDULED DRAFT. WHATEVER CHANGED IS REWRITTEN AND
      *    JOURNALED ONCE.
      *
      ******************************************************************
       PROCESS-AUTOPAY-RECORD.
           MOVE 'N' TO AUTOPAY-CHANGED-SWITCH.
           MOVE AUTOPAY-RECORD TO AUTOPAY-BEFORE-IMAGE.

           IF AP-DRAFT-STATUS = 'S'
                AND AP-DRAFT-DATE <= PROCESSING-DATE-WORK
               PERFORM POST-DRAFT-PAYMENT
           END-IF.

           IF AP-STATUS = 'A'
               PERFORM CHECK-PRENOTE-STATE
           END-IF.

           IF AP-DRAFT-STATUS = 'P'
               PERFORM SEND-SCHEDULED-DRAFT
           END-IF.

           IF AUTOPAY-CHANGED-SWITCH = 'Y'
               REWRITE AUTOPAY-RECORD
               PERFORM WRITE-AUTOPAY-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    POST-DRAFT-PAYMENT
      *
      *    THE DRAFT WENT TO THE BANK IN AN EARLIER RUN AND ITS DRAFT
      *    DATE HAS NOW COME, SO THE MONEY IS THE CUSTOMER'S PAYMENT:
      *    IT IS WRITTEN TO THE POSTED-DRAFT FILE AS A TYPE 'D'
      *    PAYMENT DATED THE DRAFT DATE. A DRAFT THE BANK RETURNS
      *    COMES BACK LATER AS AN ORDINARY 'R' REVERSAL.
      *
      ******************************************************************
       POST-DRAFT-PAYMENT.
           MOVE AP-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
           MOVE AP-DRAFT-DATE TO DP-DATE.
           MOVE AP-DRAFT-AMOUNT TO DP-AMOUNT.
           MOVE 'D' TO DP-TYPE.
           MOVE SPACES TO DP-REASON.
           WRITE DRAFT-PAYMENT-RECORD.

           MOVE 'D' TO AP-DRAFT-STATUS.
           MOVE 'Y' TO AUTOPAY-CHANGED-SWITCH.
           ADD 1 TO TOTAL-POSTED-COUNT.
           ADD AP-DRAFT-AMOUNT TO TOTAL-POSTED-AMOUNT.

           MOVE AP-DRAFT-DATE TO REG-EFFECTIVE-DATE.
           MOVE AP-DRAFT-AMOUNT TO REG-AMOUNT.
           MOVE 'POSTED' TO REG-ACTION.
           MOVE 'PAYMENT TYPE D' TO REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.



      ******************************************************************
      *
      *    CHECK-PRENOTE-STATE
      *
      *    A NEW OR CHANGED BANK ACCOUNT (PRENOTE DATE ALL NINES) HAS
      *    ITS ZERO-DOLLAR PRENOTE (TRANSACTION CODE 28) QUEUED, AND
      *    THE PRENOTE IS DATED. A PRENOTE SENT AT LEAST THE WINDOW'S
      *    DAYS AGO WITHOUT A BOUNCE PROVES THE ACCOUNT, AND THE DATE
      *    IS CLEARED.
      *
      ******************************************************************
       CHECK-PRENOTE-STATE.
           IF AP-PRENOTE-DATE = 99999999
               MOVE PROCESSING-DATE-WORK TO QUEUE-EFFECTIVE-DATE
               MOVE 28 TO QUEUE-TRANSACTION-CODE
               MOVE ZERO TO QUEUE-AMOUNT
               PERFORM QUEUE-ACH-ENTRY
               IF ACH-ENTRY-QUEUED-SWITCH = 'Y'
                   MOVE PROCESSING-DATE-WORK TO AP-PRENOTE-DATE
                   MOVE 'Y' TO AUTOPAY-CHANGED-SWITCH
                   ADD 1 TO TOTAL-PRENOTE-COUNT
                   MOVE PROCESSING-DATE-WORK TO REG-EFFECTIVE-DATE
                   MOVE ZERO TO REG-AMOUNT
                   MOVE 'PRENOTE' TO REG-ACTION
                   MOVE 'NEW BANK ACCOUNT' TO REG-NOTE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           ELSE
           IF AP-PRENOTE-DATE NOT = ZERO
               COMPUTE PRENOTE-SENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (AP-PRENOTE-DATE)
               IF PRENOTE-SENT-INTEGER > ZERO
                    AND PROCESSING-INTEGER-WORK >=
                      PRENOTE-SENT-INTEGER + PRENOTE-WINDOW-DAYS
                   MOVE ZERO TO AP-PRENOTE-DATE
                   MOVE 'Y' TO AUTOPAY-CHANGED-SWITCH
                   ADD 1 TO TOTAL-PROVEN-COUNT
               END-IF
           END-IF END-IF.



      ******************************************************************
      *
      *    SEND-SCHEDULED-DRAFT
      *
      *    SENDS THE DRAFT THE BILLING RUN SCHEDULED AS A LIVE
      *    CHECKING DEBIT (TRANSACTION CODE 27) EFFECTIVE ON ITS DRAFT
      *    DATE - OR TODAY, IF THAT DATE HAS ALREADY PASSED, AND THE
      *    DRAFT DATE MOVES WITH IT SO THE PAYMENT POSTS THE DAY THE
      *    MONEY MOVES. A BANK ACCOUNT CHANGED SINCE THE DRAFT WAS
      *    SCHEDULED IS HELD UNTIL ITS PRENOTE CLEARS; A DRAFT LEFT ON
      *    A STOPPED ENROLLMENT IS WITHDRAWN.
      *
      ******************************************************************
       SEND-SCHEDULED-DRAFT.
           MOVE AP-DRAFT-DATE TO REG-EFFECTIVE-DATE.
           MOVE AP-DRAFT-AMOUNT TO REG-AMOUNT.

           IF AP-STATUS NOT = 'A'
               MOVE SPACE TO AP-DRAFT-STATUS
               MOVE ZERO TO AP-DRAFT-AMOUNT
               MOVE 'Y' TO AUTOPAY-CHANGED-SWITCH
               ADD 1 TO TOTAL-WITHDRAWN-COUNT
               MOVE 'WITHDRAWN' TO REG-ACTION
               MOVE 'AUTOPAY STOPPED' TO REG-NOTE
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
           IF AP-PRENOTE-DATE NOT = ZERO
               ADD 1 TO TOTAL-HELD-COUNT
               MOVE 'HELD' TO REG-ACTION
               MOVE 'BANK ACCOUNT NOT YET PROVEN' TO REG-NOTE
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
               IF AP-DRAFT-DATE < PROCESSING-DATE-WORK
                   MOVE PROCESSING-DATE-WORK TO QUEUE-EFFECTIVE-DATE
               ELSE
                   MOVE AP-DRAFT-DATE TO QUEUE-EFFECTIVE-DATE
               END-IF
               MOVE 27 TO QUEUE-TRANSACTION-CODE
               MOVE AP-DRAFT-AMOUNT TO QUEUE-AMOUNT
               PERFORM QUEUE-ACH-ENTRY
               IF ACH-ENTRY-QUEUED-SWITCH = 'Y'
                   MOVE QUEUE-EFFECTIVE-DATE TO AP-DRAFT-DATE
                   MOVE 'S' TO AP-DRAFT-STATUS
                   MOVE 'Y' TO AUTOPAY-CHANGED-SWITCH
                   ADD 1 TO TOTAL-DRAFT-COUNT
                   ADD AP-DRAFT-AMOUNT TO TOTAL-DRAFT-AMOUNT
                   MOVE AP-DRAFT-DATE TO REG-EFFECTIVE-DATE
                   MOVE 'DRAFTED' TO REG-ACTION
                   MOVE SPACES TO REG-NOTE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-IF END-IF.



      ******************************************************************
      *
      *    QUEUE-ACH-ENTRY
      *
      *    ADDS AN ENTRY FOR THE AUTOPAY RECORD IN HAND TO THE ACH
      *    ENTRY TABLE, NAMED FROM THE CUSTOMER MASTER. A FULL TABLE
      *    LEAVES ACH-ENTRY-QUEUED-SWITCH AT 'N' AND THE ENTRY WAITS
      *    FOR THE NEXT RUN.
      *
      ******************************************************************
       QUEUE-ACH-ENTRY.
           MOVE 'N' TO ACH-ENTRY-QUEUED-SWITCH.

           IF ACH-ENTRY-COUNT < 2000
               MOVE SPACES TO QUEUE-NAME
               MOVE AP-ACCOUNT-NUMBER TO MASTER-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO QUEUE-NAME
                   NOT INVALID KEY
                       MOVE MASTER-LAST-NAME TO QUEUE-NAME (1:12)
                       MOVE MASTER-FIRST-NAME (1:1)
                           TO QUEUE-NAME (14:1)
               END-READ

               ADD 1 TO ACH-ENTRY-COUNT
               MOVE QUEUE-EFFECTIVE-DATE
                   TO AE-EFFECTIVE-DATE (ACH-ENTRY-COUNT)
               MOVE AP-ACCOUNT-NUMBER TO AE-ACCOUNT (ACH-ENTRY-COUNT)
               MOVE QUEUE-TRANSACTION-CODE
                   TO AE-TRANSACTION-CODE (ACH-ENTRY-COUNT)
               MOVE AP-BANK-ROUTING TO AE-ROUTING (ACH-ENTRY-COUNT)
               MOVE AP-BANK-ACCOUNT
                   TO AE-BANK-ACCOUNT (ACH-ENTRY-COUNT)
               MOVE QUEUE-NAME TO AE-NAME (ACH-ENTRY-COUNT)
               MOVE QUEUE-AMOUNT TO AE-AMOUNT (ACH-ENTRY-COUNT)
               MOVE 'Y' TO ACH-ENTRY-QUEUED-SWITCH
           ELSE
               IF ACH-TABLE-FULL-SWITCH = 'N'
                   MOVE 'Y' TO ACH-TABLE-FULL-SWITCH
                   DISPLAY '*** WARNING: ACH ENTRY TABLE FULL AT '
                       '2000 - REMAINING PRENOTES AND DRAFTS WAIT '
                       'FOR THE NEXT RUN ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    WRITE-DRAFT-ACH-FILE
      *
      *    SORTS THE QUEUED ENTRIES BY EFFECTIVE DATE AND WRITES THE
      *    ACH FILE: THE FILE HEADER, ONE BATCH PER EFFECTIVE DATE
      *    (HEADER, ENTRIES, CONTROL), AND THE FILE CONTROL. A RUN
      *    WITH NOTHING TO SEND STILL WRITES AN EMPTY FILE, SO THE
      *    TRANSMISSION STEP NEVER PICKS UP YESTERDAY'S.
      *
      ******************************************************************
       WRITE-DRAFT-ACH-FILE.
           PERFORM VARYING ACH-SORT-INDEX-1 FROM 1 BY 1
               UNTIL ACH-SORT-INDEX-1 >= ACH-ENTRY-COUNT
               PERFORM VARYING ACH-SORT-INDEX-2 FROM 1 BY 1
                   UNTIL ACH-SORT-INDEX-2 >
                       ACH-ENTRY-COUNT - ACH-SORT-INDEX-1
                   IF ACH-ENTRY (ACH-SORT-INDEX-2) >
                        ACH-ENTRY (ACH-SORT-INDEX-2 + 1)
                       MOVE ACH-ENTRY (ACH-SORT-INDEX-2)
                           TO ACH-ENTRY-SWAP
                       MOVE ACH-ENTRY (ACH-SORT-INDEX-2 + 1)
                           TO ACH-ENTRY (ACH-SORT-INDEX-2)
                       MOVE ACH-ENTRY-SWAP
                           TO ACH-ENTRY (ACH-SORT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT DRAFT-ACH-FILE.

           MOVE PROCESSING-DATE-WORK (3:6) TO NFH-CREATION-DATE.
           MOVE ZEROS TO NFH-CREATION-TIME.
           WRITE DRAFT-ACH-RECORD FROM NACHA-FILE-HEADER.
           ADD 1 TO NACHA-RECORD-COUNT.

           MOVE ZERO TO BATCH-EFFECTIVE-WORK.
           PERFORM VARYING ACH-ENTRY-INDEX FROM 1 BY 1
               UNTIL ACH-ENTRY-INDEX > ACH-ENTRY-COUNT
               IF AE-EFFECTIVE-DATE (ACH-ENTRY-INDEX)
                    NOT = BATCH-EFFECTIVE-WORK
                   IF BATCH-EFFECTIVE-WORK NOT = ZERO
                       PERFORM WRITE-NACHA-BATCH-CONTROL
                   END-IF
                   MOVE AE-EFFECTIVE-DATE (ACH-ENTRY-INDEX)
                       TO BATCH-EFFECTIVE-WORK
                   PERFORM WRITE-NACHA-BATCH-HEADER
               END-IF
               PERFORM WRITE-NACHA-ENTRY
           END-PERFORM.

           IF BATCH-EFFECTIVE-WORK NOT = ZERO
               PERFORM WRITE-NACHA-BATCH-CONTROL
           END-IF.

           PERFORM WRITE-NACHA-FILE-CONTROL.

           CLOSE DRAFT-ACH-FILE.



      ******************************************************************
      *
      *    WRITE-NACHA-BATCH-HEADER
      *
      *    OPENS A BATCH FOR THE EFFECTIVE DATE NOW IN HAND, DATED
      *    FROM THE RUN'S PROCESSING DATE, AND CLEARS THE BATCH
      *    ACCUMULATORS.
      *
      ******************************************************************
       WRITE-NACHA-BATCH-HEADER.
           ADD 1 TO NACHA-BATCH-COUNT.
           MOVE ZERO TO BATCH-ENTRY-COUNT.
           MOVE ZERO TO BATCH-ENTRY-HASH.
           MOVE ZERO TO BATCH-DEBIT-TOTAL.

           MOVE PROCESSING-DATE-WORK (3:6) TO NBH-DESCRIPTIVE-DATE.
           MOVE BATCH-EFFECTIVE-WORK (3:6) TO NBH-EFFECTIVE-DATE.
           MOVE NACHA-BATCH-COUNT TO NBH-BATCH-NUMBER.
           WRITE DRAFT-ACH-RECORD FROM NACHA-BATCH-HEADER.
           ADD 1 TO NACHA-RECORD-COUNT.



      ******************************************************************
      *
      *    WRITE-NACHA-ENTRY
      *
      *    WRITES ONE ENTRY FROM THE TABLE - THE FIRST EIGHT ROUTING
      *    DIGITS AND THEIR CHECK DIGIT SPLIT AS THE FORMAT REQUIRES,
      *    THE ACCOUNT NUMBER AS THE INDIVIDUAL ID - AND FOLDS IT
      *    INTO THE BATCH AND FILE COUNTS, ROUTING HASH, AND DEBIT
      *    TOTALS.
      *
      ******************************************************************
       WRITE-NACHA-ENTRY.
           MOVE AE-TRANSACTION-CODE (ACH-ENTRY-INDEX)
               TO NE-TRANSACTION-CODE.
           MOVE AE-ROUTING (ACH-ENTRY-INDEX) TO ROUTING-SPLIT-FIELDS.
           MOVE ROUTING-SPLIT-FIELDS (1:8) TO NE-RDFI-ROUTING.
           MOVE ROUTING-DIGIT (9) TO NE-CHECK-DIGIT.
           MOVE AE-BANK-ACCOUNT (ACH-ENTRY-INDEX) TO NE-BANK-ACCOUNT.
           MOVE AE-AMOUNT (ACH-ENTRY-INDEX) TO NE-AMOUNT.
           MOVE SPACES TO NE-INDIVIDUAL-ID.
           MOVE AE-ACCOUNT (ACH-ENTRY-INDEX)
               TO NE-INDIVIDUAL-ID (1:6).
           MOVE AE-NAME (ACH-ENTRY-INDEX) TO NE-INDIVIDUAL-NAME.

           ADD 1 TO NACHA-ENTRY-COUNT.
           MOVE NACHA-ENTRY-COUNT TO NE-TRACE-SEQUENCE.
           ADD NE-RDFI-ROUTING TO NACHA-ENTRY-HASH.
           ADD NE-RDFI-ROUTING TO BATCH-ENTRY-HASH.
           ADD 1 TO BATCH-ENTRY-COUNT.
           ADD AE-AMOUNT (ACH-ENTRY-INDEX) TO BATCH-DEBIT-TOTAL.
           ADD AE-AMOUNT (ACH-ENTRY-INDEX) TO NACHA-DEBIT-TOTAL.

           WRITE DRAFT-ACH-RECORD FROM NACHA-ENTRY-DETAIL.
           ADD 1 TO NACHA-RECORD-COUNT.



      ******************************************************************
      *
      *    WRITE-NACHA-BATCH-CONTROL
      *
      *    CLOSES THE BATCH IN PROGRESS WITH ITS ENTRY COUNT, ROUTING
      *    HASH, AND DEBIT TOTAL.
      *
      ******************************************************************
       WRITE-NACHA-BATCH-CONTROL.
           MOVE BATCH-ENTRY-COUNT TO NBC-ENTRY-COUNT.
           MOVE BATCH-ENTRY-HASH TO NBC-ENTRY-HASH.
           MOVE BATCH-DEBIT-TOTAL TO NBC-TOTAL-DEBIT.
           MOVE ZERO TO NBC-TOTAL-CREDIT.
           MOVE NACHA-BATCH-COUNT TO NBC-BATCH-NUMBER.
           WRITE DRAFT-ACH-RECORD FROM NACHA-BATCH-CONTROL.
           ADD 1 TO NACHA-RECORD-COUNT.



      ******************************************************************
      *
      *    WRITE-NACHA-FILE-CONTROL
      *
      *    CLOSES THE ACH FILE WITH THE WHOLE FILE'S FIGURES PLUS THE
      *    BLOCK COUNT THE FORMAT REQUIRES (RECORDS ROUNDED UP TO
      *    BLOCKS OF TEN).
      *
      ******************************************************************
       WRITE-NACHA-FILE-CONTROL.
           ADD 1 TO NACHA-RECORD-COUNT.
           COMPUTE NACHA-BLOCK-COUNT =
               (NACHA-RECORD-COUNT + 9) / 10.

           MOVE NACHA-BATCH-COUNT TO NFC-BATCH-COUNT.
           MOVE NACHA-BLOCK-COUNT TO NFC-BLOCK-COUNT.
           MOVE NACHA-ENTRY-COUNT TO NFC-ENTRY-COUNT.
           MOVE NACHA-ENTRY-HASH TO NFC-ENTRY-HASH.
           MOVE NACHA-DEBIT-TOTAL TO NFC-TOTAL-DEBIT.
           MOVE ZERO TO NFC-TOTAL-CREDIT.
           WRITE DRAFT-ACH-RECORD FROM NACHA-FILE-CONTROL.



      ******************************************************************
      *
      *    WRITE-AUTOPAY-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE AUTOPAY REWRITE JUST
      *    MADE, UNDER THE 'AUTOPAY ' FILE ID.
      *
      ******************************************************************
       WRITE-AUTOPAY-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'AUTOPAY ' TO JRN-FILE-ID.
           MOVE 'RW' TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE AUTOPAY-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE AUTOPAY-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-REGISTER-DETAIL
      *
      *    WRITES ONE DRAFT REGISTER LINE FOR THE AUTOPAY RECORD IN
      *    HAND. THE DATE, AMOUNT, ACTION, AND NOTE ARE SET BY THE
      *    CALLER.
      *
      ******************************************************************
       WRITE-REGISTER-DETAIL.
           MOVE AP-ACCOUNT-NUMBER TO REG-ACCOUNT.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-REGISTER-SUMMARY
      *
      *    WRITES THE RUN'S CONTROL TOTALS AT THE END OF THE REGISTER.
      *
      ******************************************************************
       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-PRENOTE-COUNT TO REG-SUM-PRENOTES.
           MOVE TOTAL-PROVEN-COUNT TO REG-SUM-PROVEN.
           MOVE REGISTER-SUMMARY-PRENOTES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-DRAFT-COUNT TO REG-SUM-DRAFTS.
           MOVE TOTAL-DRAFT-AMOUNT TO REG-SUM-DRAFT-AMOUNT.
           MOVE REGISTER-SUMMARY-DRAFTS TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-HELD-COUNT TO REG-SUM-HELD.
           MOVE TOTAL-WITHDRAWN-COUNT TO REG-SUM-WITHDRAWN.
           MOVE REGISTER-SUMMARY-HELD TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-POSTED-COUNT TO REG-SUM-POSTED.
           MOVE TOTAL-POSTED-AMOUNT TO REG-SUM-POSTED-AMOUNT.
           MOVE REGISTER-SUMMARY-POSTED TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE NACHA-BATCH-COUNT TO REG-SUM-BATCHES.
           MOVE REGISTER-SUMMARY-BATCHES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.



      ******************************************************************
      *
      *    REGISTER-RUN-START
      *
      *    TAKES THE NEXT RUN NUMBER OFF THE SHARED RUN-CONTROL LOG
      *    AND APPENDS THIS EXECUTION'S START RECORD. DRAFT RUNS
      *    REGISTER UNDER PERIOD ZERO AND ARE NEVER BLOCKED - THEY
      *    RUN DAILY, NOT ONCE PER PERIOD.
      *
      ******************************************************************
       REGISTER-RUN-START.
           MOVE ZERO TO MAX-RUN-NUMBER.
           MOVE 'YES' TO RUNCTL-DATA-REMAINS-SWITCH.

           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RUNCTL-DATA-REMAINS-SWITCH = 'NO'
               IF RC-RUN-NUMBER IS NUMERIC
                    AND RC-RUN-NUMBER > MAX-RUN-NUMBER
                   MOVE RC-RUN-NUMBER TO MAX-RUN-NUMBER
               END-IF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

           COMPUTE RUN-NUMBER-WORK = MAX-RUN-NUMBER + 1.

           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE 'S' TO RC-STATUS.
           MOVE ZERO TO RC-CONTROL-COUNT.
           MOVE ZERO TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    REGISTER-RUN-END
      *
      *    APPENDS THIS EXECUTION'S COMPLETION RECORD - THE DRAFTS
      *    SENT TO THE BANK RIDE AS THE CONTROL COUNT AND AMOUNT, SO
      *    THE ACH FILE'S DEBIT TOTAL HAS SOMETHING TO BALANCE TO.
      *
      ******************************************************************
       REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE 'C' TO RC-STATUS.
           MOVE TOTAL-DRAFT-COUNT TO RC-CONTROL-COUNT.
           MOVE TOTAL-DRAFT-AMOUNT TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM AUTODRFT.
