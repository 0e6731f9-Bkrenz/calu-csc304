      *    THE SAME DAY, INSTEAD OF AT MONTH END WHEN THE BANK DEPOSIT
      *    WON'T RECONCILE.
      *
      *    AUTOPAY DRAFTS THE DRAFT RUN (AUTODRFT) HAS POSTED SINCE
      *    THE LAST CASH RUN ARE PICKED UP FROM DRAFTPAY.TXT AND
      *    RELEASED ALONGSIDE THE CASH AS TYPE 'D' PAYMENTS - THE BANK
      *    HAS ALREADY BALANCED THEM IN THE ACH SETTLEMENT, SO THEY
      *    TAKE NO DEPOSIT SLIP. DRAFTPAY.TXT IS EMPTIED ONCE RELEASED.
      *
      *    MAILED PAYMENTS GO TO THE BANK'S LOCKBOX, AND THE BANK'S
      *    DAILY TRANSMISSION (LOCKBOX.TXT) IS EDITED HERE DIRECTLY
      *    AFTER THE KEYED BATCHES. EACH BANK BATCH OPENS WITH AN 'H'
      *    HEADER, CARRIES ONE 'D' ITEM PER REMITTANCE, AND CLOSES
      *    WITH A 'T' TRAILER WHOSE ITEM COUNT AND DOLLARS TAKE THE
      *    PLACE OF THE DEPOSIT SLIP - THE BATCH BALANCES BY THE SAME
      *    RULES A KEYED BATCH DOES. EVERY ITEM CARRIES THE SCAN LINE
      *    OFF THE STATEMENT'S REMITTANCE STUB, WHOSE CHECK DIGIT IS
      *    VERIFIED HERE. AN ITEM WHOSE SCAN LINE FAILS, OR WHOSE
      *    ACCOUNT IS NOT ON THE CUSTOMER MASTER, STILL COUNTS
      *    TOWARD THE BANK'S TOTALS BUT GOES TO THE UNAPPLIED-CASH
      *    SUSPENSE LIST (SUSPENSE.TXT) FOR THE CASHIERS TO RESEARCH,
      *    RATHER THAN HOLDING THE REST OF THE BATCH.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-REGISTER ASSIGN TO 'DEPREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAFT-PAYMENT-FILE ASSIGN TO 'DRAFTPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCKBOX-FILE ASSIGN TO 'LOCKBOX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-LIST ASSIGN TO 'SUSPENSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

      * THE CLEAN PAYMENT FEED THE BILLING RUN LOADS - SAME RECORD
      * THE BILLING RUN (ASSIGNMENT1) CARRIES
      * - CASH GOES OUT WITH A BLANK PAYMENT TYPE, DRAFTS AS 'D'
       FD PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD.
       01 PAYMENT-RECORD.
         03 PAY-ACCOUNT-NUMBER PIC 9(6).
         03 PAY-DATE PIC 9(8).
         03 PAY-AMOUNT PIC 9(7)V99.
         03 PAY-TYPE PIC X(1).
         03 PAY-REASON PIC X(4).

      * AUTOPAY DRAFTS POSTED BY THE DRAFT RUN (AUTODRFT) - SAME
      * RECORD AS PAYMENTS.TXT, TYPED 'D'
       FD DRAFT-PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DRAFT-PAYMENT-RECORD.
       01 DRAFT-PAYMENT-RECORD PIC X(28).

      * THE BANK'S LOCKBOX TRANSMISSION - PER BANK BATCH, AN 'H'
      * HEADER, ONE 'D' ITEM PER REMITTANCE, AND A 'T' TRAILER WITH
      * THE BANK'S ITEM COUNT AND DOLLARS. THE ITEM'S SCAN LINE IS
      * AS PRINTED ON THE STATEMENT STUB - ACCOUNT, AMOUNT DUE, AND
      * CHECK DIGIT - AND THE PAY AMOUNT IS WHAT WAS ACTUALLY REMITTED
       FD LOCKBOX-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS LOCKBOX-RECORD.
       01 LOCKBOX-RECORD.
         03 LBX-RECORD-TYPE PIC X(1).
         03 LBX-BATCH-NUMBER PIC 9(4).
         03 FILLER PIC X(55).
       01 LOCKBOX-HEADER-RECORD.
         03 FILLER PIC X(5).
         03 LBH-LOCKBOX-NUMBER PIC X(7).
         03 LBH-DEPOSIT-DATE PIC 9(8).
         03 FILLER PIC X(40).
       01 LOCKBOX-ITEM-RECORD.
         03 FILLER PIC X(5).
         03 LBD-ITEM-NUMBER PIC 9(4).
         03 LBD-SCAN-LINE.
           05 LBD-SCAN-ACCOUNT PIC 9(6).
           05 LBD-SCAN-AMOUNT-DUE PIC 9(7)V99.
           05 LBD-SCAN-CHECK-DIGIT PIC 9(1).
         03 LBD-PAY-AMOUNT PIC 9(7)V99.
         03 LBD-CHECK-NUMBER PIC X(10).
         03 FILLER PIC X(16).
       01 LOCKBOX-TRAILER-RECORD.
         03 FILLER PIC X(5).
         03 LBT-ITEM-COUNT PIC 9(5).
         03 LBT-BATCH-AMOUNT PIC 9(9)V99.
         03 FILLER PIC X(39).

      * PRINTED UNAPPLIED-CASH SUSPENSE LIST - LOCKBOX ITEMS FROM
      * BALANCED BATCHES THAT COULD NOT BE MATCHED TO AN ACCOUNT
       FD SUSPENSE-LIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUSPENSE-PRINT-LINE.
       01 SUSPENSE-PRINT-LINE PIC X(80).

      * PRINTED DEPOSIT REGISTER - EVERY DETAIL WITH ITS DISPOSITION,
      * AND EVERY BATCH WITH ITS BALANCE AGAINST THE DEPOSIT SLIP

      * THE OPEN BATCH'S ACCEPTED PAYMENTS, HELD UNTIL THE BATCH
      *     PROVES IN BALANCE - ONLY THEN ARE THEY RELEASED TO THE
      *     PAYMENT FILE. A LOCKBOX ITEM BOUND FOR SUSPENSE IS HELD
      *     THE SAME WAY, WITH ITS SCAN LINE AND REASON, AND GOES TO
      *     THE SUSPENSE LIST INSTEAD WHEN THE BATCH RELEASES
       01 HELD-PAYMENTS-TABLE.
         03 HELD-PAYMENT OCCURS 500 TIMES.
           05 HELD-ACCOUNT PIC 9(6).
           05 HELD-DATE PIC 9(8).
           05 HELD-AMOUNT PIC 9(7)V99.
           05 HELD-SUSPENSE-SWITCH PIC X(1).
           05 HELD-ITEM-NUMBER PIC 9(4).
           05 HELD-SCAN-LINE PIC X(16).
           05 HELD-REASON PIC X(30).
       01 HELD-PAYMENT-COUNT PIC 9(3) VALUE ZERO.
       01 HELD-PAYMENT-INDEX PIC 9(3) VALUE ZERO.
       01 HELD-TABLE-FULL-SWITCH PIC X VALUE 'N'.
       01 TOTAL-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 TOTAL-RELEASED-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01 TOTAL-DRAFT-COUNT PIC 9(7) VALUE ZERO.
       01 TOTAL-DRAFT-AMOUNT PIC 9(11)V99 VALUE ZERO.

      * LOCKBOX WORK FIELDS - INPUT SWITCH, THE BANK BATCH IN HAND,
      *     AND 'Y' IN SUSPENSE-ITEM-SWITCH WHEN THE ITEM IN HAND IS
      *     CLEAN BUT CANNOT BE MATCHED TO AN ACCOUNT
       01 LOCKBOX-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 LOCKBOX-BATCH-WORK PIC 9(4) VALUE ZERO.
       01 SUSPENSE-ITEM-SWITCH PIC X VALUE 'N'.
       01 TOTAL-SUSPENSE-COUNT PIC 9(7) VALUE ZERO.
       01 TOTAL-SUSPENSE-AMOUNT PIC 9(11)V99 VALUE ZERO.

      * REMITTANCE SCAN LINE CHECK - THE SAME MOD-10 CHECK DIGIT THE
      *     BILLING RUN (ASSIGNMENT1) PRINTS ON THE STATEMENT STUB.
      *     THE DIGITS ARE WEIGHTED 2,1,2,1... FROM THE RIGHT, TWO-
      *     DIGIT PRODUCTS ARE CAST OUT BY NINES, AND THE CHECK DIGIT
      *     BRINGS THE SUM UP TO THE NEXT MULTIPLE OF TEN
       01 SCAN-DIGIT-STRING.
         03 SCAN-DIGIT-ACCOUNT PIC 9(6).
         03 SCAN-DIGIT-AMOUNT PIC 9(7)V99.
       01 SCAN-DIGIT-TABLE REDEFINES SCAN-DIGIT-STRING.
         03 SCAN-DIGIT PIC 9 OCCURS 15 TIMES.
       01 SCAN-DIGIT-INDEX PIC 9(2) VALUE ZERO.
       01 SCAN-WEIGHT PIC 9 VALUE ZERO.
       01 SCAN-PRODUCT PIC 9(2) VALUE ZERO.
       01 SCAN-SUM PIC 9(4) VALUE ZERO.
       01 SCAN-SUM-TENS PIC 9(4) VALUE ZERO.
       01 SCAN-SUM-UNITS PIC 9 VALUE ZERO.
       01 SCAN-CHECK-DIGIT PIC 9 VALUE ZERO.

      * DRAFT-DATA-REMAINS-SWITCH: KEEP TRACK OF POSTED DRAFTS LEFT
      *     TO RELEASE
       01 DRAFT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
           VALUE 'DETAIL BEFORE DEPOSIT SLIP'.
       01 ERR-BATCH-TABLE-FULL PIC X(30)
           VALUE 'BATCH EXCEEDS 500 DETAILS'.
       01 ERR-ITEM-BEFORE-HEADER PIC X(30)
           VALUE 'ITEM BEFORE LOCKBOX HEADER'.
       01 ERR-UNKNOWN-RECORD-TYPE PIC X(30)
           VALUE 'UNKNOWN LOCKBOX RECORD TYPE'.
       01 ERR-SCAN-CHECK-DIGIT PIC X(30)
           VALUE 'SCAN LINE CHECK DIGIT FAILED'.

      * DEPOSIT REGISTER LINES
       01 REGISTER-HEADING.
         03 FILLER PIC X(2) VALUE SPACES.
         03 REG-REASON PIC X(30).

       01 REGISTER-LOCKBOX-LINE.
         03 FILLER PIC X(14) VALUE 'LOCKBOX BATCH:'.
         03 REG-LOCKBOX-BATCH PIC 9(4).
         03 FILLER PIC X(10) VALUE '  DEPOSIT '.
         03 REG-LOCKBOX-DATE PIC 9(8).
         03 FILLER PIC X(7) VALUE '  BOX: '.
         03 REG-LOCKBOX-NUMBER PIC X(7).

       01 REGISTER-BANK-TOTAL-LINE.
         03 FILLER PIC X(14) VALUE 'BANK TOTALS:  '.
         03 REG-BANK-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(5) VALUE ' FOR '.
         03 REG-BANK-AMOUNT PIC $$$,$$$,$$9.99.

       01 REGISTER-NO-TRAILER-LINE PIC X(60)
           VALUE '*** NO BANK TRAILER FOR THIS BATCH ***'.

       01 REGISTER-WRONG-TRAILER-LINE.
         03 FILLER PIC X(30) VALUE '*** BANK TRAILER IS FOR BATCH '.
         03 REG-WRONG-BATCH PIC 9(4).
         03 FILLER PIC X(26) VALUE ' - TOTALS NOT TAKEN ***'.

       01 REGISTER-KEYED-LINE.
         03 FILLER PIC X(14) VALUE 'BATCH KEYED:  '.
         03 REG-KEYED-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 REG-SUM-RELEASED-AMT PIC $$$,$$$,$$9.99.

       01 REGISTER-SUMMARY-DRAFTS.
         03 FILLER PIC X(30) VALUE 'AUTOPAY DRAFTS RELEASED:'.
         03 REG-SUM-DRAFTS PIC ZZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 REG-SUM-DRAFT-AMT PIC $$$,$$$,$$9.99.

       01 REGISTER-SUMMARY-REJECTED.
         03 FILLER PIC X(30) VALUE 'DETAILS REJECTED:'.
         03 REG-SUM-REJECTED PIC ZZZ,ZZ9.

       01 REGISTER-SUMMARY-SUSPENSE.
         03 FILLER PIC X(30) VALUE 'UNAPPLIED TO SUSPENSE:'.
         03 REG-SUM-SUSPENSE PIC ZZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 REG-SUM-SUSPENSE-AMT PIC $$$,$$$,$$9.99.

      * UNAPPLIED-CASH SUSPENSE LIST LINES
       01 SUSPENSE-TITLE PIC X(60)
           VALUE 'UNAPPLIED CASH SUSPENSE - LOCKBOX ITEMS NOT APPLIED'.

       01 SUSPENSE-HEADING.
         03 FILLER PIC X(10) VALUE 'DEPOSIT'.
         03 FILLER PIC X(6) VALUE 'BATCH'.
         03 FILLER PIC X(6) VALUE 'ITEM'.
         03 FILLER PIC X(18) VALUE 'SCAN LINE'.
         03 FILLER PIC X(15) VALUE '       AMOUNT'.
         03 FILLER PIC X(25) VALUE 'REASON'.

       01 SUSPENSE-DETAIL-LINE.
         03 SUS-DEPOSIT-DATE PIC 9(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 SUS-BATCH PIC 9(4).
         03 FILLER PIC X(2) VALUE SPACES.
         03 SUS-ITEM PIC 9(4).
         03 FILLER PIC X(2) VALUE SPACES.
         03 SUS-SCAN-LINE PIC X(16).
         03 FILLER PIC X(2) VALUE SPACES.
         03 SUS-AMOUNT PIC $$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 SUS-REASON PIC X(25).

       01 SUSPENSE-TOTAL-LINE.
         03 FILLER PIC X(30) VALUE 'TOTAL UNAPPLIED:'.
         03 SUS-TOTAL-COUNT PIC ZZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 SUS-TOTAL-AMOUNT PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

      ******************************************************************
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT DEPOSIT-REGISTER.
           OPEN OUTPUT SUSPENSE-LIST.

           MOVE SUSPENSE-TITLE TO SUSPENSE-PRINT-LINE.
           WRITE SUSPENSE-PRINT-LINE.
           MOVE SUSPENSE-HEADING TO SUSPENSE-PRINT-LINE.
           WRITE SUSPENSE-PRINT-LINE.

           READ CASH-BATCH-FILE
               AT END
               PERFORM CLOSE-DEPOSIT-BATCH
           END-IF.

      *    THEN THE BANK'S LOCKBOX TRANSMISSION, BATCH BY BATCH
           OPEN INPUT LOCKBOX-FILE.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'NO' TO LOCKBOX-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM PROCESS-LOCKBOX-RECORD
               UNTIL LOCKBOX-DATA-REMAINS-SWITCH = 'NO'.

      *    THE TRANSMISSION ENDED WITHOUT THE LAST BATCH'S TRAILER
           IF BATCH-OPEN-SWITCH = 'Y'
               PERFORM CLOSE-UNTRAILED-LOCKBOX-BATCH
           END-IF.
           CLOSE LOCKBOX-FILE.

           PERFORM RELEASE-POSTED-DRAFTS.

           PERFORM WRITE-REGISTER-SUMMARY.

      *    A HELD BATCH NEEDS A HUMAN BEFORE THE MONEY POSTS - GIVE

           PERFORM REGISTER-RUN-END.

           MOVE SPACES TO SUSPENSE-PRINT-LINE.
           WRITE SUSPENSE-PRINT-LINE.
           MOVE TOTAL-SUSPENSE-COUNT TO SUS-TOTAL-COUNT.
           MOVE TOTAL-SUSPENSE-AMOUNT TO SUS-TOTAL-AMOUNT.
           MOVE SUSPENSE-TOTAL-LINE TO SUSPENSE-PRINT-LINE.
           WRITE SUSPENSE-PRINT-LINE.

           CLOSE CASH-BATCH-FILE
             CUSTOMER-MASTER
             PAYMENT-FILE
             DEPOSIT-REGISTER
             SUSPENSE-LIST.

           STOP RUN.

                   HELD-ACCOUNT (HELD-PAYMENT-COUNT)
               MOVE CB-PAY-DATE TO HELD-DATE (HELD-PAYMENT-COUNT)
               MOVE CB-PAY-AMOUNT TO HELD-AMOUNT (HELD-PAYMENT-COUNT)
               MOVE 'N' TO HELD-SUSPENSE-SWITCH (HELD-PAYMENT-COUNT)
               MOVE ZERO TO HELD-ITEM-NUMBER (HELD-PAYMENT-COUNT)
               MOVE SPACES TO HELD-SCAN-LINE (HELD-PAYMENT-COUNT)
               MOVE SPACES TO HELD-REASON (HELD-PAYMENT-COUNT)
               MOVE 'ACCEPTED' TO REG-DISPOSITION
               MOVE SPACES TO REG-REASON
               PERFORM WRITE-REGISTER-DETAIL
      *    RELEASE-HELD-PAYMENTS
      *
      *    WRITES THE BALANCED BATCH'S ACCEPTED PAYMENTS TO THE CLEAN
      *    PAYMENT FILE THE BILLING RUN LOADS, AND ITS UNMATCHED
      *    LOCKBOX ITEMS TO THE SUSPENSE LIST.
      *
      ******************************************************************
       RELEASE-HELD-PAYMENTS.
           PERFORM VARYING HELD-PAYMENT-INDEX FROM 1 BY 1
               UNTIL HELD-PAYMENT-INDEX > HELD-PAYMENT-COUNT
               IF HELD-SUSPENSE-SWITCH (HELD-PAYMENT-INDEX) = 'Y'
                   PERFORM WRITE-SUSPENSE-ITEM
               ELSE
                   MOVE HELD-ACCOUNT (HELD-PAYMENT-INDEX)
                       TO PAY-ACCOUNT-NUMBER
                   MOVE HELD-DATE (HELD-PAYMENT-INDEX) TO PAY-DATE
                   MOVE HELD-AMOUNT (HELD-PAYMENT-INDEX) TO PAY-AMOUNT
                   MOVE SPACES TO PAY-TYPE
                   MOVE SPACES TO PAY-REASON
                   WRITE PAYMENT-RECORD
                   ADD 1 TO TOTAL-RELEASED-COUNT
                   ADD HELD-AMOUNT (HELD-PAYMENT-INDEX)
                       TO TOTAL-RELEASED-AMOUNT
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-SUSPENSE-ITEM
      *
      *    LISTS THE HELD LOCKBOX ITEM IN HAND ON THE UNAPPLIED-CASH
      *    SUSPENSE LIST. THE MONEY IS IN THE BANK DEPOSIT BUT POSTS
      *    TO NO ACCOUNT UNTIL A CASHIER IDENTIFIES THE PAYER AND
      *    KEYS IT IN A DEPOSIT BATCH.
      *
      ******************************************************************
       WRITE-SUSPENSE-ITEM.
           MOVE HELD-DATE (HELD-PAYMENT-INDEX) TO SUS-DEPOSIT-DATE.
           MOVE LOCKBOX-BATCH-WORK TO SUS-BATCH.
           MOVE HELD-ITEM-NUMBER (HELD-PAYMENT-INDEX) TO SUS-ITEM.
           MOVE HELD-SCAN-LINE (HELD-PAYMENT-INDEX) TO SUS-SCAN-LINE.
           MOVE HELD-AMOUNT (HELD-PAYMENT-INDEX) TO SUS-AMOUNT.
           MOVE HELD-REASON (HELD-PAYMENT-INDEX) TO SUS-REASON.
           MOVE SUSPENSE-DETAIL-LINE TO SUSPENSE-PRINT-LINE.
           WRITE SUSPENSE-PRINT-LINE.

           ADD 1 TO TOTAL-SUSPENSE-COUNT.
           ADD HELD-AMOUNT (HELD-PAYMENT-INDEX)
               TO TOTAL-SUSPENSE-AMOUNT.



      ******************************************************************
      *
      *    PROCESS-LOCKBOX-RECORD
      *
      *    ROUTES THE LOCKBOX RECORD IN HAND - AN 'H' HEADER OPENS A
      *    BANK BATCH (CLOSING ANY BATCH THE BANK NEVER TRAILED), A
      *    'T' TRAILER BALANCES AND CLOSES IT, AND ANYTHING ELSE IS
      *    AN ITEM FOR THE OPEN BATCH - THEN READS THE NEXT RECORD.
      *
      ******************************************************************
       PROCESS-LOCKBOX-RECORD.
           IF LBX-RECORD-TYPE = 'H'
               IF BATCH-OPEN-SWITCH = 'Y'
                   PERFORM CLOSE-UNTRAILED-LOCKBOX-BATCH
               END-IF
               PERFORM OPEN-LOCKBOX-BATCH
           ELSE
               IF LBX-RECORD-TYPE = 'T'
                   PERFORM CLOSE-LOCKBOX-BATCH
               ELSE
                   PERFORM PROCESS-LOCKBOX-ITEM
               END-IF
           END-IF.

           READ LOCKBOX-FILE
               AT END
                   MOVE 'NO' TO LOCKBOX-DATA-REMAINS-SWITCH
           END-READ.



      ******************************************************************
      *
      *    START-LOCKBOX-BATCH
      *
      *    CLEARS THE BATCH WORK FIELDS FOR A NEW BANK BATCH. THE
      *    EXPECTED COUNT AND DOLLARS STAY ZERO UNTIL THE BANK'S
      *    TRAILER SUPPLIES THEM.
      *
      ******************************************************************
       START-LOCKBOX-BATCH.
           MOVE 'Y' TO BATCH-OPEN-SWITCH.
           ADD 1 TO TOTAL-BATCH-COUNT.

           MOVE ZERO TO LOCKBOX-BATCH-WORK.
           MOVE ZERO TO SLIP-DATE-WORK.
           MOVE ZERO TO SLIP-COUNT-WORK.
           MOVE ZERO TO SLIP-AMOUNT-WORK.
           MOVE ZERO TO KEYED-COUNT-WORK.
           MOVE ZERO TO KEYED-AMOUNT-WORK.
           MOVE ZERO TO HELD-PAYMENT-COUNT.
           MOVE ZERO TO BATCH-REJECT-COUNT.
           MOVE ZERO TO BATCH-REJECT-AMOUNT.
           MOVE 'N' TO HELD-TABLE-FULL-SWITCH.



      ******************************************************************
      *
      *    OPEN-LOCKBOX-BATCH
      *
      *    STARTS A NEW BANK BATCH UNDER THE HEADER IN HAND AND LISTS
      *    IT ON THE REGISTER. THE HEADER'S DEPOSIT DATE IS THE PAY
      *    DATE OF EVERY ITEM IN THE BATCH.
      *
      ******************************************************************
       OPEN-LOCKBOX-BATCH.
           PERFORM START-LOCKBOX-BATCH.

           IF LBX-BATCH-NUMBER IS NUMERIC
               MOVE LBX-BATCH-NUMBER TO LOCKBOX-BATCH-WORK
           END-IF.
           IF LBH-DEPOSIT-DATE IS NUMERIC
               MOVE LBH-DEPOSIT-DATE TO SLIP-DATE-WORK
           END-IF.

           MOVE SPACES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE LOCKBOX-BATCH-WORK TO REG-LOCKBOX-BATCH.
           MOVE SLIP-DATE-WORK TO REG-LOCKBOX-DATE.
           MOVE LBH-LOCKBOX-NUMBER TO REG-LOCKBOX-NUMBER.
           MOVE REGISTER-LOCKBOX-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE REGISTER-HEADING TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.



      ******************************************************************
      *
      *    CLOSE-LOCKBOX-BATCH
      *
      *    TAKES THE BANK'S TRAILER TOTALS AS THE OPEN BATCH'S SLIP
      *    AND BALANCES THE BATCH THE SAME WAY A KEYED BATCH IS
      *    BALANCED. A TRAILER FOR SOME OTHER BATCH NUMBER, OR WITH
      *    UNREADABLE TOTALS, IS NOT TAKEN - THE BATCH THEN CANNOT
      *    BALANCE AND IS HELD. A TRAILER WITH NO BATCH OPEN HAS
      *    NOTHING TO BALANCE AND IS ONLY REPORTED.
      *
      ******************************************************************
       CLOSE-LOCKBOX-BATCH.
           IF BATCH-OPEN-SWITCH = 'N'
               MOVE LBX-BATCH-NUMBER TO REG-WRONG-BATCH
               MOVE REGISTER-WRONG-TRAILER-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
               DISPLAY '*** LOCKBOX TRAILER FOR BATCH '
                   LBX-BATCH-NUMBER ' WITH NO BATCH OPEN - IGNORED ***'
           ELSE
               IF LBX-BATCH-NUMBER = LOCKBOX-BATCH-WORK
                    AND LBT-ITEM-COUNT IS NUMERIC
                    AND LBT-BATCH-AMOUNT IS NUMERIC
                   MOVE LBT-ITEM-COUNT TO SLIP-COUNT-WORK
                   MOVE LBT-BATCH-AMOUNT TO SLIP-AMOUNT-WORK
                   MOVE SLIP-COUNT-WORK TO REG-BANK-COUNT
                   MOVE SLIP-AMOUNT-WORK TO REG-BANK-AMOUNT
                   MOVE REGISTER-BANK-TOTAL-LINE TO REGISTER-PRINT-LINE
                   WRITE REGISTER-PRINT-LINE
               ELSE
                   MOVE LBX-BATCH-NUMBER TO REG-WRONG-BATCH
                   MOVE REGISTER-WRONG-TRAILER-LINE TO
                       REGISTER-PRINT-LINE
                   WRITE REGISTER-PRINT-LINE
               END-IF
               PERFORM CLOSE-DEPOSIT-BATCH
           END-IF.



      ******************************************************************
      *
      *    CLOSE-UNTRAILED-LOCKBOX-BATCH
      *
      *    CLOSES A BANK BATCH THE TRANSMISSION NEVER TRAILED. WITH
      *    NO BANK TOTALS TO PROVE IT AGAINST, THE BATCH IS HELD.
      *
      ******************************************************************
       CLOSE-UNTRAILED-LOCKBOX-BATCH.
           MOVE REGISTER-NO-TRAILER-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.
           DISPLAY '*** LOCKBOX BATCH ' LOCKBOX-BATCH-WORK
               ' HAS NO BANK TRAILER ***'.

           PERFORM CLOSE-DEPOSIT-BATCH.



      ******************************************************************
      *
      *    PROCESS-LOCKBOX-ITEM
      *
      *    VALIDATES THE LOCKBOX ITEM IN HAND AND HOLDS IT WITH ITS
      *    BATCH - AS A PAYMENT, OR FOR THE SUSPENSE LIST WHEN ITS
      *    ACCOUNT CANNOT BE TRUSTED OR FOUND - AND LISTS IT ON THE
      *    REGISTER. EVERY ITEM COUNTS AGAINST THE BANK'S TOTALS,
      *    AND ONLY A REJECTED ITEM KEEPS THE BATCH FROM BALANCING.
      *
      ******************************************************************
       PROCESS-LOCKBOX-ITEM.
           PERFORM VALIDATE-LOCKBOX-ITEM.

           ADD 1 TO KEYED-COUNT-WORK.
           IF LBD-PAY-AMOUNT IS NUMERIC
               ADD LBD-PAY-AMOUNT TO KEYED-AMOUNT-WORK
           END-IF.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM HOLD-LOCKBOX-ITEM
           ELSE
               ADD 1 TO BATCH-REJECT-COUNT
               ADD 1 TO TOTAL-REJECTED-COUNT
               IF LBD-PAY-AMOUNT IS NUMERIC
                   ADD LBD-PAY-AMOUNT TO BATCH-REJECT-AMOUNT
               END-IF
               MOVE 'REJECTED' TO REG-DISPOSITION
               MOVE REJECT-REASON TO REG-REASON
               PERFORM WRITE-LOCKBOX-REGISTER-DETAIL
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-LOCKBOX-ITEM
      *
      *    AN ITEM MUST BE A 'D' RECORD UNDER AN OPEN BANK BATCH WITH
      *    A DEPOSIT DATE, AND MUST CARRY A NUMERIC, NON-ZERO PAY
      *    AMOUNT - FAILING ANY OF THESE REJECTS IT, AS A BAD KEYED
      *    DETAIL WOULD. A CLEAN ITEM WHOSE SCAN LINE FAILS ITS CHECK
      *    DIGIT, OR WHOSE ACCOUNT IS NOT ON THE CUSTOMER MASTER, IS
      *    MARKED FOR SUSPENSE INSTEAD.
      *
      ******************************************************************
       VALIDATE-LOCKBOX-ITEM.
           MOVE ZERO TO VALID-RECORD-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           MOVE 'N' TO SUSPENSE-ITEM-SWITCH.

           IF BATCH-OPEN-SWITCH = 'N'
               PERFORM START-LOCKBOX-BATCH
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ITEM-BEFORE-HEADER TO REJECT-REASON.

           IF LBX-RECORD-TYPE NOT = 'D'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-UNKNOWN-RECORD-TYPE TO REJECT-REASON.

           IF SLIP-DATE-WORK = ZERO
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-DATE TO REJECT-REASON.

           IF LBD-PAY-AMOUNT IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-AMOUNT TO REJECT-REASON
           ELSE
               IF LBD-PAY-AMOUNT = ZERO
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-ZERO-AMOUNT TO REJECT-REASON
               END-IF
           END-IF.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VERIFY-SCAN-LINE
               IF SUSPENSE-ITEM-SWITCH = 'Y'
                   MOVE ERR-SCAN-CHECK-DIGIT TO REJECT-REASON
               ELSE
                   MOVE LBD-SCAN-ACCOUNT TO MASTER-ACCOUNT-NUMBER
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'Y' TO SUSPENSE-ITEM-SWITCH
                           MOVE ERR-ACCOUNT-NOT-ON-MASTER TO
                               REJECT-REASON
                   END-READ
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VERIFY-SCAN-LINE
      *
      *    RECOMPUTES THE CHECK DIGIT OVER THE SCANNED ACCOUNT AND
      *    AMOUNT DUE AND COMPARES IT TO THE SCANNED CHECK DIGIT. A
      *    SCAN LINE THAT IS NOT ALL DIGITS, OR WHOSE CHECK DIGIT
      *    DISAGREES, WAS MISREAD OR MISTYPED AND MARKS THE ITEM FOR
      *    SUSPENSE.
      *
      ******************************************************************
       VERIFY-SCAN-LINE.
           IF LBD-SCAN-LINE IS NOT NUMERIC
               MOVE 'Y' TO SUSPENSE-ITEM-SWITCH
           ELSE
               MOVE LBD-SCAN-ACCOUNT TO SCAN-DIGIT-ACCOUNT
               MOVE LBD-SCAN-AMOUNT-DUE TO SCAN-DIGIT-AMOUNT
               PERFORM COMPUTE-SCAN-CHECK-DIGIT
               IF SCAN-CHECK-DIGIT NOT = LBD-SCAN-CHECK-DIGIT
                   MOVE 'Y' TO SUSPENSE-ITEM-SWITCH
               END-IF
           END-IF.



      ******************************************************************
      *
      *    COMPUTE-SCAN-CHECK-DIGIT
      *
      *    COMPUTES THE MOD-10 CHECK DIGIT OVER THE FIFTEEN DIGITS IN
      *    SCAN-DIGIT-STRING. THE BILLING RUN (ASSIGNMENT1) CARRIES
      *    THE SAME CALCULATION - CHANGE BOTH OR NEITHER.
      *
      ******************************************************************
       COMPUTE-SCAN-CHECK-DIGIT.
           MOVE ZERO TO SCAN-SUM.
           MOVE 2 TO SCAN-WEIGHT.

           PERFORM VARYING SCAN-DIGIT-INDEX FROM 15 BY -1
               UNTIL SCAN-DIGIT-INDEX < 1
               COMPUTE SCAN-PRODUCT =
                   SCAN-DIGIT (SCAN-DIGIT-INDEX) * SCAN-WEIGHT
               IF SCAN-PRODUCT > 9
                   SUBTRACT 9 FROM SCAN-PRODUCT
               END-IF
               ADD SCAN-PRODUCT TO SCAN-SUM
               IF SCAN-WEIGHT = 2
                   MOVE 1 TO SCAN-WEIGHT
               ELSE
                   MOVE 2 TO SCAN-WEIGHT
               END-IF
           END-PERFORM.

           DIVIDE SCAN-SUM BY 10 GIVING SCAN-SUM-TENS
               REMAINDER SCAN-SUM-UNITS.
           IF SCAN-SUM-UNITS = ZERO
               MOVE ZERO TO SCAN-CHECK-DIGIT
           ELSE
               COMPUTE SCAN-CHECK-DIGIT = 10 - SCAN-SUM-UNITS
           END-IF.



      ******************************************************************
      *
      *    HOLD-LOCKBOX-ITEM
      *
      *    KEEPS A CLEAN LOCKBOX ITEM IN THE BATCH'S HOLD TABLE UNTIL
      *    THE BATCH PROVES IN BALANCE AGAINST THE BANK'S TRAILER,
      *    AND LISTS IT ON THE REGISTER AS ACCEPTED OR AS BOUND FOR
      *    SUSPENSE. OVERFLOW REJECTS AS IT DOES FOR A KEYED BATCH.
      *
      ******************************************************************
       HOLD-LOCKBOX-ITEM.
           IF HELD-PAYMENT-COUNT < 500
               ADD 1 TO HELD-PAYMENT-COUNT
               IF SUSPENSE-ITEM-SWITCH = 'Y'
                   MOVE ZERO TO HELD-ACCOUNT (HELD-PAYMENT-COUNT)
                   MOVE 'SUSPENSE' TO REG-DISPOSITION
                   MOVE REJECT-REASON TO REG-REASON
               ELSE
                   MOVE LBD-SCAN-ACCOUNT TO
                       HELD-ACCOUNT (HELD-PAYMENT-COUNT)
                   MOVE 'ACCEPTED' TO REG-DISPOSITION
                   MOVE SPACES TO REG-REASON
               END-IF
               MOVE SLIP-DATE-WORK TO HELD-DATE (HELD-PAYMENT-COUNT)
               MOVE LBD-PAY-AMOUNT TO HELD-AMOUNT (HELD-PAYMENT-COUNT)
               MOVE SUSPENSE-ITEM-SWITCH TO
                   HELD-SUSPENSE-SWITCH (HELD-PAYMENT-COUNT)
               IF LBD-ITEM-NUMBER IS NUMERIC
                   MOVE LBD-ITEM-NUMBER TO
                       HELD-ITEM-NUMBER (HELD-PAYMENT-COUNT)
               ELSE
                   MOVE ZERO TO HELD-ITEM-NUMBER (HELD-PAYMENT-COUNT)
               END-IF
               MOVE LBD-SCAN-LINE TO HELD-SCAN-LINE (HELD-PAYMENT-COUNT)
               MOVE REJECT-REASON TO HELD-REASON (HELD-PAYMENT-COUNT)
               PERFORM WRITE-LOCKBOX-REGISTER-DETAIL
           ELSE
               IF HELD-TABLE-FULL-SWITCH = 'N'
                   MOVE 'Y' TO HELD-TABLE-FULL-SWITCH
                   DISPLAY '*** WARNING: BATCH HOLD TABLE FULL AT '
                       '500 - LATER ITEMS IN THIS BATCH REJECT ***'
               END-IF
               ADD 1 TO BATCH-REJECT-COUNT
               ADD 1 TO TOTAL-REJECTED-COUNT
               ADD LBD-PAY-AMOUNT TO BATCH-REJECT-AMOUNT
               MOVE 'REJECTED' TO REG-DISPOSITION
               MOVE ERR-BATCH-TABLE-FULL TO REG-REASON
               PERFORM WRITE-LOCKBOX-REGISTER-DETAIL
           END-IF.



      ******************************************************************
      *
      *    WRITE-LOCKBOX-REGISTER-DETAIL
      *
      *    LISTS THE LOCKBOX ITEM IN HAND ON THE DEPOSIT REGISTER
      *    UNDER ITS SCANNED ACCOUNT AND THE BATCH'S DEPOSIT DATE.
      *    THE DISPOSITION AND REASON ARE SET BY THE CALLER.
      *
      ******************************************************************
       WRITE-LOCKBOX-REGISTER-DETAIL.
           IF LBD-SCAN-ACCOUNT IS NUMERIC
               MOVE LBD-SCAN-ACCOUNT TO REG-ACCOUNT
           ELSE
               MOVE ZERO TO REG-ACCOUNT
           END-IF.
           MOVE SLIP-DATE-WORK TO REG-PAY-DATE.
           IF LBD-PAY-AMOUNT IS NUMERIC
               MOVE LBD-PAY-AMOUNT TO REG-AMOUNT
           ELSE
               MOVE ZERO TO REG-AMOUNT
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.



      ******************************************************************
      *
      *    RELEASE-POSTED-DRAFTS
      *
      *    COPIES EVERY POSTED AUTOPAY DRAFT INTO THE CLEAN PAYMENT
      *    FILE AS IT STANDS, THEN EMPTIES THE POSTED-DRAFT FILE SO
      *    NO DRAFT IS RELEASED TWICE.
      *
      ******************************************************************
       RELEASE-POSTED-DRAFTS.
           MOVE 'YES' TO DRAFT-DATA-REMAINS-SWITCH.
           OPEN INPUT DRAFT-PAYMENT-FILE.
           READ DRAFT-PAYMENT-FILE
               AT END
                   MOVE 'NO' TO DRAFT-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL DRAFT-DATA-REMAINS-SWITCH = 'NO'
               MOVE DRAFT-PAYMENT-RECORD TO PAYMENT-RECORD
               WRITE PAYMENT-RECORD
               ADD 1 TO TOTAL-DRAFT-COUNT
               ADD PAY-AMOUNT TO TOTAL-DRAFT-AMOUNT
               READ DRAFT-PAYMENT-FILE
                   AT END
                       MOVE 'NO' TO DRAFT-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE DRAFT-PAYMENT-FILE.

           OPEN OUTPUT DRAFT-PAYMENT-FILE.
           CLOSE DRAFT-PAYMENT-FILE.



           MOVE REGISTER-SUMMARY-RELEASED TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-DRAFT-COUNT TO REG-SUM-DRAFTS.
           MOVE TOTAL-DRAFT-AMOUNT TO REG-SUM-DRAFT-AMT.
           MOVE REGISTER-SUMMARY-DRAFTS TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-REJECTED-COUNT TO REG-SUM-REJECTED.
           MOVE REGISTER-SUMMARY-REJECTED TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-SUSPENSE-COUNT TO REG-SUM-SUSPENSE.
           MOVE TOTAL-SUSPENSE-AMOUNT TO REG-SUM-SUSPENSE-AMT.
           MOVE REGISTER-SUMMARY-SUSPENSE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.



      ******************************************************************
      *    REGISTER-RUN-END
      *
      *    APPENDS THIS EXECUTION'S COMPLETION RECORD - THE RELEASED
      *    PAYMENT COUNT AND DOLLARS (CASH AND DRAFTS TOGETHER) RIDE
      *    AS THE CONTROL TOTALS, SO THE BILLING RUN'S
      *    PAYMENTS-APPLIED FIGURE HAS SOMETHING TO BALANCE BACK TO.
      *
      ******************************************************************
       REGISTER-RUN-END.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE RUN-STATUS-WORK TO RC-STATUS.
           COMPUTE RC-CONTROL-COUNT =
               TOTAL-RELEASED-COUNT + TOTAL-DRAFT-COUNT.
           COMPUTE RC-CONTROL-AMOUNT =
               TOTAL-RELEASED-AMOUNT + TOTAL-DRAFT-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

