       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    BAD-DEBT WRITE-OFF AND COLLECTION AGENCY REFERRAL
      *
      *    SWEEPS THE CUSTOMER MASTER FOR CLOSED ACCOUNTS STILL
      *    CARRYING A BALANCE AFTER THEIR FINAL BILL. AN ACCOUNT WHOSE
      *    LAST BILL (FROM THE BILLING HISTORY) IS OLDER THAN THE
      *    WRITE-OFF AGE IS WRITTEN OFF: THE BALANCE AND EVERY AGING
      *    BUCKET COME OFF RECEIVABLES, THE ACCOUNT GOES TO STATUS 'W'
      *    (WRITTEN OFF), AND THE AMOUNT IS RECORDED ON THE WRITE-OFF
      *    FILE WHERE LATER RECOVERIES POST AGAINST IT. EVERY UPDATE
      *    IS JOURNALED, THE RUN'S TOTAL GOES TO THE LEDGER EXTRACT
      *    UNDER THE 'BDWO' SOURCE CODE, AND EACH ACCOUNT WRITTEN OFF
      *    IS REFERRED TO THE OUTSIDE COLLECTION AGENCY IN ITS FIXED-
      *    FORMAT REFERRAL FILE (AGENCY.TXT).
      *
      *    THE WRITE-OFF AGE, IN DAYS, IS TAKEN FROM COLUMNS 1-4 OF
      *    BADDEBT.CTL; WITHOUT A USABLE CARD THE AGE IS 120 DAYS. AN
      *    ACCOUNT'S AGE IS COUNTED FROM THE FIRST DAY OF THE PERIOD
      *    OF ITS LAST BILL TO THE PROCESSING DATE ON THE BILLING
      *    RUN'S CONTROL CARD. A CLOSED ACCOUNT WITH NO BILL ON THE
      *    HISTORY IS LISTED FOR REVIEW, NEVER WRITTEN OFF BLIND.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-CONTROL-FILE ASSIGN TO 'BADDEBT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-NUMBER.
           SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO 'WRITEOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOF-ACCOUNT-NUMBER.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGENCY-REFERRAL-FILE ASSIGN TO 'AGENCY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITEOFF-REGISTER ASSIGN TO 'WRTOFREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO 'GLEXTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * RUN CONTROL CARD - SAME CARD THE BILLING RUN (ASSIGNMENT1)
      * READS; ONLY THE PROCESSING DATE IS USED HERE
       FD CONTROL-CARD-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS CONTROL-CARD.
       01 CONTROL-CARD.
         03 CTL-BILLING-PERIOD PIC 9(6).
         03 CTL-PROCESSING-DATE PIC 9(8).
         03 CTL-BILLING-CYCLE PIC 9(2).

      * WRITE-OFF PARAMETER CARD - THE AGE, IN DAYS, A CLOSED
      * ACCOUNT'S LAST BILL MUST PASS BEFORE ITS BALANCE IS WRITTEN
      * OFF
       FD WRITEOFF-CONTROL-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS WRITEOFF-CONTROL-CARD.
       01 WRITEOFF-CONTROL-CARD.
         03 WCTL-AGE-DAYS PIC 9(4).

      * CUSTOMER MASTER INFORMATION - SAME RECORD AS THE BILLING RUN
      * (ASSIGNMENT1) CARRIES
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

      * WRITE-OFFS - ONE RECORD PER ACCOUNT WRITTEN OFF, CARRYING
      * THE AMOUNT TAKEN OFF RECEIVABLES AND WHAT HAS BEEN RECOVERED
      * AGAINST IT SINCE. STATUS 'W' WHILE A BALANCE REMAINS WITH THE
      * AGENCY, 'P' ONCE RECOVERIES COVER THE WHOLE AMOUNT
       FD WRITEOFF-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WRITEOFF-RECORD.
       01 WRITEOFF-RECORD.
         03 WOF-ACCOUNT-NUMBER PIC 9(6).
         03 WOF-STATUS PIC X(1).
         03 WOF-WRITEOFF-DATE PIC 9(8).
         03 WOF-WRITEOFF-AMOUNT PIC 9(7)V99.
         03 WOF-LAST-BILL-PERIOD PIC 9(6).
         03 WOF-REFERRAL-DATE PIC 9(8).
         03 WOF-RECOVERED-AMOUNT PIC 9(7)V99.
         03 WOF-LAST-RECOVERY-DATE PIC 9(8).
         03 WOF-WRITEOFF-RUN PIC 9(6).
         03 FILLER PIC X(19).

      * BILLING HISTORY - SAME RECORD THE BILLING RUN APPENDS, READ
      * FOR EACH CLOSED ACCOUNT'S LAST BILL
       FD BILLING-HISTORY
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
       01 BILLING-HISTORY-RECORD.
         03 HIST-PERIOD PIC 9(6).
         03 HIST-ACCOUNT PIC 9(6).
         03 HIST-UNITS PIC 9(5).
         03 HIST-AMOUNT PIC 9(7)V99.
         03 HIST-ESTIMATE-FLAG PIC X(1).

      * COLLECTION AGENCY REFERRAL FILE - A HEADER, ONE DETAIL PER
      * ACCOUNT REFERRED, AND A TRAILER THE AGENCY BALANCES THE
      * TRANSMISSION TO, IN THE AGENCY'S FIXED 100-BYTE FORMAT
       FD AGENCY-REFERRAL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AGENCY-REFERRAL-RECORD.
       01 AGENCY-REFERRAL-RECORD PIC X(100).

      * PRINTED WRITE-OFF REGISTER - EVERY CLOSED ACCOUNT CARRYING A
      * BALANCE, WITH WHAT THE RUN DID WITH IT
       FD WRITEOFF-REGISTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REGISTER-PRINT-LINE.
       01 REGISTER-PRINT-LINE PIC X(80).

      * CHART-OF-ACCOUNTS MAPPING - SAME RECORD THE BILLING RUN READS
       FD GL-MAP-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS GL-MAP-RECORD.
       01 GL-MAP-RECORD.
         03 GLM-SYSTEM PIC X(8).
         03 GLM-SOURCE PIC X(4).
         03 GLM-DEBIT-ACCOUNT PIC 9(6).
         03 GLM-CREDIT-ACCOUNT PIC 9(6).

      * GENERAL LEDGER JOURNAL EXTRACT - SAME RECORD THE BILLING RUN
      * APPENDS
       FD GL-EXTRACT-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01 GL-EXTRACT-RECORD.
         03 GL-RUN-NUMBER PIC 9(6).
         03 GL-SYSTEM PIC X(8).
         03 GL-SOURCE PIC X(4).
         03 GL-DEBIT-ACCOUNT PIC 9(6).
         03 GL-CREDIT-ACCOUNT PIC 9(6).
         03 GL-AMOUNT PIC 9(11)V99.

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

      * RUN-CONTROL LOG - WRITE-OFF RUNS REGISTER LIKE MAINTENANCE
      * RUNS (UNDER PERIOD ZERO)
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

      * MASTER-SCAN-SWITCH: 'NO' ONCE THE SEQUENTIAL PASS OVER THE
      *     CUSTOMER MASTER REACHES END OF FILE
       01 MASTER-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 HISTORY-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * PROCESSING-DATE-WORK: THE BUSINESS DATE THIS RUN IS PROCESSED
      *     UNDER, FROM THE CONTROL CARD
       01 PROCESSING-DATE-WORK PIC 9(8) VALUE ZERO.
       01 PROCESSING-INTEGER-WORK PIC 9(7) VALUE ZERO.

      * WRITEOFF-AGE-DAYS: THE AGE A CLOSED ACCOUNT'S LAST BILL MUST
      *     REACH BEFORE THE BALANCE IS WRITTEN OFF
       01 WRITEOFF-AGE-DAYS PIC 9(4) VALUE 120.

      * ACCOUNT AGE WORK FIELDS - THE LAST BILL'S PERIOD, AS THE
      *     FIRST DAY OF THAT PERIOD, AND THE DAYS SINCE
       01 LAST-BILL-DATE-WORK PIC 9(8) VALUE ZERO.
       01 LAST-BILL-DATE-PARTS REDEFINES LAST-BILL-DATE-WORK.
         03 LAST-BILL-YYYYMM PIC 9(6).
         03 LAST-BILL-DD PIC 9(2).
       01 ACCOUNT-AGE-DAYS PIC S9(7) VALUE ZERO.

      * CLOSED ACCOUNTS CARRYING A BALANCE, COLLECTED IN ACCOUNT
      *     ORDER BY THE MASTER SCAN, WITH THE PERIOD OF EACH ONE'S
      *     LAST BILL FILLED IN FROM ONE PASS OF THE BILLING HISTORY.
      *     THE TABLE IS SEARCHED BY HALVING SINCE THE HISTORY IS
      *     LARGE; AN ACCOUNT THAT WILL NOT FIT WAITS FOR THE NEXT RUN
       01 CANDIDATE-TABLE.
         03 CANDIDATE-ENTRY OCCURS 2000 TIMES.
           05 CAND-ACCOUNT PIC 9(6).
           05 CAND-LAST-PERIOD PIC 9(6).
       01 CANDIDATE-COUNT PIC 9(4) VALUE ZERO.
       01 CANDIDATE-INDEX PIC 9(4) VALUE ZERO.
       01 CANDIDATE-TABLE-FULL-SWITCH PIC X VALUE 'N'.
       01 SEARCH-LOW PIC 9(4) VALUE ZERO.
       01 SEARCH-HIGH PIC 9(4) VALUE ZERO.
       01 SEARCH-MIDDLE PIC 9(4) VALUE ZERO.
       01 SEARCH-FOUND PIC 9(4) VALUE ZERO.

      * WRITEOFF-FOUND-SWITCH: 'Y' WHEN THE ACCOUNT ALREADY HAS A
      *     WRITE-OFF RECORD (WRITTEN OFF BEFORE, REOPENED, AND
      *     CLOSED AGAIN OWING); THE NEW AMOUNT ADDS TO IT
       01 WRITEOFF-FOUND-SWITCH PIC X VALUE 'N'.
       01 WRITEOFF-AMOUNT-WORK PIC 9(7)V99 VALUE ZERO.

      * JOURNALING WORK FIELDS
       01 MASTER-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 WRITEOFF-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 JOURNAL-ACTION-WORK PIC X(2) VALUE SPACES.
       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMDHMS PIC 9(14).
         03 FILLER PIC X(7).

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'BADDEBT'.

      * GL MAPPING TABLE (THIS SYSTEM'S ENTRIES ONLY) AND THE STAGED
      * AMOUNTS WAITING TO EXTRACT - THE SAME RULES THE BILLING RUN
      * FOLLOWS: ONE DEBIT AND ONE CREDIT PER STAGED SOURCE, AND NO
      * EXTRACT AT ALL WHEN A STAGED SOURCE HAS NO MAPPING
       01 GL-MAP-TABLE.
           03 GL-MAP-ENTRY OCCURS 20 TIMES.
               05 GLT-SOURCE PIC X(4).
               05 GLT-DEBIT-ACCOUNT PIC 9(6).
               05 GLT-CREDIT-ACCOUNT PIC 9(6).
       01 GL-MAP-COUNT PIC 9(2) VALUE ZERO.
       01 GL-MAP-INDEX PIC 9(2) VALUE ZERO.
       01 GL-MAP-FOUND PIC 9(2) VALUE ZERO.
       01 GL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

       01 GL-STAGE-TABLE.
           03 GL-STAGE-ENTRY OCCURS 10 TIMES.
               05 GLS-SOURCE PIC X(4).
               05 GLS-AMOUNT PIC 9(11)V99.
       01 GL-STAGE-COUNT PIC 9(2) VALUE ZERO.
       01 GL-STAGE-INDEX PIC 9(2) VALUE ZERO.
       01 GL-STAGE-SOURCE-WORK PIC X(4) VALUE SPACES.
       01 GL-STAGE-AMOUNT-WORK PIC 9(11)V99 VALUE ZERO.
       01 GL-DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 GL-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 GL-UNMAPPED-SWITCH PIC X VALUE 'N'.
       01 GL-SYSTEM-NAME PIC X(8) VALUE 'BILLING '.

      * CONTROL TOTALS FOR THE RUN
       01 TOTAL-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-WRITEOFF-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-WRITEOFF-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-TOO-RECENT-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-NO-HISTORY-COUNT PIC 9(5) VALUE ZERO.

      * AGENCY REFERRAL RECORDS
       01 AGENCY-HEADER-RECORD.
         03 FILLER PIC X(1) VALUE 'H'.
         03 AGH-CREATION-DATE PIC 9(8).
         03 FILLER PIC X(10) VALUE 'CITYUTIL'.
         03 FILLER PIC X(30) VALUE 'UTILITY BILLING'.
         03 FILLER PIC X(51) VALUE SPACES.

       01 AGENCY-DETAIL-RECORD.
         03 FILLER PIC X(1) VALUE 'D'.
         03 AGD-ACCOUNT-NUMBER PIC 9(6).
         03 AGD-LAST-NAME PIC X(12).
         03 AGD-FIRST-NAME PIC X(12).
         03 AGD-STREET-ADDRESS PIC X(15).
         03 AGD-CITY PIC X(13).
         03 AGD-STATE PIC X(2).
         03 AGD-AMOUNT PIC 9(7)V99.
         03 AGD-LAST-BILL-PERIOD PIC 9(6).
         03 AGD-WRITEOFF-DATE PIC 9(8).
         03 FILLER PIC X(16) VALUE SPACES.

       01 AGENCY-TRAILER-RECORD.
         03 FILLER PIC X(1) VALUE 'T'.
         03 AGT-RECORD-COUNT PIC 9(6).
         03 AGT-TOTAL-AMOUNT PIC 9(9)V99.
         03 FILLER PIC X(82) VALUE SPACES.

      * WRITE-OFF REGISTER LINES
       01 REGISTER-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
         03 FILLER PIC X(14) VALUE 'NAME'.
         03 FILLER PIC X(9) VALUE 'LAST BILL'.
         03 FILLER PIC X(7) VALUE '  DAYS'.
         03 FILLER PIC X(15) VALUE '       BALANCE'.
         03 FILLER PIC X(2) VALUE SPACES.
         03 FILLER PIC X(20) VALUE 'ACTION'.

       01 REGISTER-DETAIL-LINE.
         03 REG-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 REG-LAST-NAME PIC X(12).
         03 FILLER PIC X(2) VALUE SPACES.
         03 REG-LAST-BILL PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 REG-AGE-DAYS PIC Z(5)9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 REG-BALANCE PIC $$,$$$,$$9.99-.
         03 FILLER PIC X(2) VALUE SPACES.
         03 REG-ACTION PIC X(20).

       01 REGISTER-SUMMARY-AGE.
         03 FILLER PIC X(30) VALUE 'WRITE-OFF AGE (DAYS):'.
         03 REG-SUM-AGE PIC Z,ZZ9.

       01 REGISTER-SUMMARY-CLOSED.
         03 FILLER PIC X(30) VALUE 'CLOSED ACCOUNTS OWING:'.
         03 REG-SUM-CLOSED PIC ZZ,ZZ9.

       01 REGISTER-SUMMARY-WRITTEN-OFF.
         03 FILLER PIC X(30) VALUE 'WRITTEN OFF AND REFERRED:'.
         03 REG-SUM-WRITTEN-OFF PIC ZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 REG-SUM-WRITEOFF-AMOUNT PIC $$$,$$$,$$9.99.

       01 REGISTER-SUMMARY-HELD.
         03 FILLER PIC X(30) VALUE 'NOT YET DUE FOR WRITE-OFF:'.
         03 REG-SUM-TOO-RECENT PIC ZZ,ZZ9.
         03 FILLER PIC X(14) VALUE '  NO HISTORY:'.
         03 REG-SUM-NO-HISTORY PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    WRITE-OFF-BAD-DEBT
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT COLLECTS THE
      *    CLOSED ACCOUNTS STILL OWING, FINDS EACH ONE'S LAST BILL,
      *    AND WRITES OFF AND REFERS THOSE OLD ENOUGH.
      *
      ******************************************************************
       WRITE-OFF-BAD-DEBT.
           PERFORM READ-CONTROL-CARD.
           PERFORM READ-WRITEOFF-CONTROL-CARD.

      *    TAKE A RUN NUMBER OFF THE SHARED LOG BEFORE THE MASTER IS
      *    TOUCHED, SO EVERY JOURNALED UPDATE CARRIES IT
           PERFORM REGISTER-RUN-START.

           PERFORM LOAD-GL-MAP.

           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O WRITEOFF-FILE.
           OPEN OUTPUT AGENCY-REFERRAL-FILE.
           OPEN OUTPUT WRITEOFF-REGISTER.
           OPEN EXTEND MASTER-JOURNAL.

           PERFORM COLLECT-CLOSED-ACCOUNTS.

           PERFORM FIND-LAST-BILLS.

           MOVE PROCESSING-DATE-WORK TO AGH-CREATION-DATE.
           WRITE AGENCY-REFERRAL-RECORD FROM AGENCY-HEADER-RECORD.

           MOVE REGISTER-HEADING TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           PERFORM VARYING CANDIDATE-INDEX FROM 1 BY 1
               UNTIL CANDIDATE-INDEX > CANDIDATE-COUNT
               MOVE CAND-ACCOUNT (CANDIDATE-INDEX)
                   TO MASTER-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PROCESS-CLOSED-ACCOUNT
               END-READ
           END-PERFORM.

           MOVE TOTAL-WRITEOFF-COUNT TO AGT-RECORD-COUNT.
           MOVE TOTAL-WRITEOFF-AMOUNT TO AGT-TOTAL-AMOUNT.
           WRITE AGENCY-REFERRAL-RECORD FROM AGENCY-TRAILER-RECORD.

           PERFORM WRITE-REGISTER-SUMMARY.

      *    THE RUN'S BALANCED LEDGER LINE - RECEIVABLES WRITTEN OFF
      *    TO BAD DEBT
           MOVE 'BDWO' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-WRITEOFF-AMOUNT TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           PERFORM WRITE-GL-EXTRACT.

           PERFORM REGISTER-RUN-END.

           CLOSE CUSTOMER-MASTER
             WRITEOFF-FILE
             AGENCY-REFERRAL-FILE
             WRITEOFF-REGISTER
             MASTER-JOURNAL.

           STOP RUN.



      ******************************************************************
      *
      *    READ-CONTROL-CARD
      *
      *    TAKES THE PROCESSING DATE OFF THE BILLING RUN'S CONTROL
      *    CARD. THE RUN STOPS COLD WITHOUT ONE - AGES COUNTED OFF THE
      *    MACHINE CLOCK COULD WRITE OFF A BALANCE TOO EARLY.
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
      *    READ-WRITEOFF-CONTROL-CARD
      *
      *    TAKES THE WRITE-OFF AGE OFF BADDEBT.CTL. A MISSING, NON-
      *    NUMERIC, OR ZERO AGE LEAVES THE STANDING 120 DAYS.
      *
      ******************************************************************
       READ-WRITEOFF-CONTROL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT WRITEOFF-CONTROL-FILE.
           READ WRITEOFF-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE WRITEOFF-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'YES'
                AND WCTL-AGE-DAYS IS NUMERIC
                AND WCTL-AGE-DAYS > ZERO
               MOVE WCTL-AGE-DAYS TO WRITEOFF-AGE-DAYS
           END-IF.



      ******************************************************************
      *
      *    COLLECT-CLOSED-ACCOUNTS
      *
      *    SWEEPS THE CUSTOMER MASTER IN ACCOUNT ORDER FOR CLOSED
      *    ACCOUNTS STILL CARRYING A BALANCE AND TABLES THEM.
      *
      ******************************************************************
       COLLECT-CLOSED-ACCOUNTS.
           MOVE 'YES' TO MASTER-SCAN-SWITCH.
           MOVE ZEROS TO MASTER-ACCOUNT-NUMBER.
           START CUSTOMER-MASTER KEY >= MASTER-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO MASTER-SCAN-SWITCH
           END-START.

           PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
                   NOT AT END
                       IF MASTER-ACCOUNT-STATUS = 'C'
                            AND MASTER-BALANCE-DUE IS NUMERIC
                            AND MASTER-BALANCE-DUE > ZERO
                           PERFORM TABLE-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    TABLE-CLOSED-ACCOUNT
      *
      *    ADDS THE MASTER ACCOUNT IN HAND TO THE CANDIDATE TABLE.
      *
      ******************************************************************
       TABLE-CLOSED-ACCOUNT.
           IF CANDIDATE-COUNT < 2000
               ADD 1 TO CANDIDATE-COUNT
               MOVE MASTER-ACCOUNT-NUMBER
                   TO CAND-ACCOUNT (CANDIDATE-COUNT)
               MOVE ZERO TO CAND-LAST-PERIOD (CANDIDATE-COUNT)
           ELSE
               IF CANDIDATE-TABLE-FULL-SWITCH = 'N'
                   MOVE 'Y' TO CANDIDATE-TABLE-FULL-SWITCH
                   DISPLAY '*** WARNING: CLOSED-ACCOUNT TABLE FULL AT '
                       '2000 - LATER ACCOUNTS WAIT FOR THE NEXT '
                       'RUN ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-LAST-BILLS
      *
      *    ONE PASS OF THE BILLING HISTORY, KEEPING THE LATEST PERIOD
      *    BILLED FOR EACH TABLED ACCOUNT.
      *
      ******************************************************************
       FIND-LAST-BILLS.
           MOVE 'YES' TO HISTORY-DATA-REMAINS-SWITCH.
           OPEN INPUT BILLING-HISTORY.
           READ BILLING-HISTORY
               AT END
                   MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL HISTORY-DATA-REMAINS-SWITCH = 'NO'
               IF HIST-ACCOUNT IS NUMERIC
                    AND HIST-PERIOD IS NUMERIC
                   PERFORM SEARCH-CANDIDATE-TABLE
                   IF SEARCH-FOUND > ZERO
                        AND HIST-PERIOD >
                          CAND-LAST-PERIOD (SEARCH-FOUND)
                       MOVE HIST-PERIOD
                           TO CAND-LAST-PERIOD (SEARCH-FOUND)
                   END-IF
               END-IF
               READ BILLING-HISTORY
                   AT END
                       MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE BILLING-HISTORY.



      ******************************************************************
      *
      *    SEARCH-CANDIDATE-TABLE
      *
      *    LOOKS HIST-ACCOUNT UP IN THE CANDIDATE TABLE, WHICH THE
      *    MASTER SCAN BUILT IN ACCOUNT ORDER, BY HALVING THE RANGE
      *    STILL IN PLAY. SEARCH-FOUND IS THE ENTRY, OR ZERO.
      *
      ******************************************************************
       SEARCH-CANDIDATE-TABLE.
           MOVE ZERO TO SEARCH-FOUND.
           MOVE 1 TO SEARCH-LOW.
           MOVE CANDIDATE-COUNT TO SEARCH-HIGH.

           PERFORM UNTIL SEARCH-LOW > SEARCH-HIGH
                      OR SEARCH-FOUND > ZERO
               COMPUTE SEARCH-MIDDLE = (SEARCH-LOW + SEARCH-HIGH) / 2
               IF CAND-ACCOUNT (SEARCH-MIDDLE) = HIST-ACCOUNT
                   MOVE SEARCH-MIDDLE TO SEARCH-FOUND
               ELSE
               IF CAND-ACCOUNT (SEARCH-MIDDLE) < HIST-ACCOUNT
                   COMPUTE SEARCH-LOW = SEARCH-MIDDLE + 1
               ELSE
                   IF SEARCH-MIDDLE = 1
                       MOVE ZERO TO SEARCH-HIGH
                   ELSE
                       COMPUTE SEARCH-HIGH = SEARCH-MIDDLE - 1
                   END-IF
               END-IF END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    PROCESS-CLOSED-ACCOUNT
      *
      *    AGES THE CLOSED ACCOUNT IN HAND FROM ITS LAST BILL AND
      *    WRITES IT OFF WHEN IT IS OLD ENOUGH. THE STATUS AND BALANCE
      *    ARE CHECKED AGAIN ON THE FRESH READ. EVERY ACCOUNT LOOKED
      *    AT GOES ON THE REGISTER.
      *
      ******************************************************************
       PROCESS-CLOSED-ACCOUNT.
           IF MASTER-ACCOUNT-STATUS = 'C'
                AND MASTER-BALANCE-DUE > ZERO
               ADD 1 TO TOTAL-CLOSED-COUNT
               MOVE MASTER-ACCOUNT-NUMBER TO REG-ACCOUNT
               MOVE MASTER-LAST-NAME TO REG-LAST-NAME
               MOVE CAND-LAST-PERIOD (CANDIDATE-INDEX) TO REG-LAST-BILL
               MOVE MASTER-BALANCE-DUE TO REG-BALANCE

               IF CAND-LAST-PERIOD (CANDIDATE-INDEX) = ZERO
                   MOVE ZERO TO REG-AGE-DAYS
                   MOVE 'NO BILL - REVIEW' TO REG-ACTION
                   ADD 1 TO TOTAL-NO-HISTORY-COUNT
               ELSE
                   MOVE CAND-LAST-PERIOD (CANDIDATE-INDEX)
                       TO LAST-BILL-YYYYMM
                   MOVE 01 TO LAST-BILL-DD
                   COMPUTE ACCOUNT-AGE-DAYS = PROCESSING-INTEGER-WORK
                       - FUNCTION INTEGER-OF-DATE (LAST-BILL-DATE-WORK)
                   IF ACCOUNT-AGE-DAYS < ZERO
                       MOVE ZERO TO REG-AGE-DAYS
                   ELSE
                       MOVE ACCOUNT-AGE-DAYS TO REG-AGE-DAYS
                   END-IF
                   IF ACCOUNT-AGE-DAYS >= WRITEOFF-AGE-DAYS
                       PERFORM WRITE-OFF-ACCOUNT
                       MOVE 'WRITTEN OFF' TO REG-ACTION
                   ELSE
                       MOVE 'NOT YET DUE' TO REG-ACTION
                       ADD 1 TO TOTAL-TOO-RECENT-COUNT
                   END-IF
               END-IF

               MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    WRITE-OFF-ACCOUNT
      *
      *    TAKES THE WHOLE BALANCE OF THE MASTER RECORD IN HAND OFF
      *    RECEIVABLES: EVERY BUCKET TO ZERO AND THE ACCOUNT TO
      *    STATUS 'W'. THE AMOUNT GOES ON THE WRITE-OFF FILE, BOTH
      *    UPDATES ARE JOURNALED, AND THE ACCOUNT IS REFERRED TO THE
      *    AGENCY.
      *
      ******************************************************************
       WRITE-OFF-ACCOUNT.
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           MOVE MASTER-BALANCE-DUE TO WRITEOFF-AMOUNT-WORK.

           MOVE ZERO TO MASTER-BAL-CURRENT.
           MOVE ZERO TO MASTER-BAL-30.
           MOVE ZERO TO MASTER-BAL-60.
           MOVE ZERO TO MASTER-BAL-90.
           MOVE ZERO TO MASTER-BALANCE-DUE.
           MOVE 'W' TO MASTER-ACCOUNT-STATUS.
           REWRITE CUSTOMER-MASTER-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.

           MOVE MASTER-ACCOUNT-NUMBER TO WOF-ACCOUNT-NUMBER.
           READ WRITEOFF-FILE
               INVALID KEY
                   MOVE 'N' TO WRITEOFF-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WRITEOFF-FOUND-SWITCH
           END-READ.

           IF WRITEOFF-FOUND-SWITCH = 'Y'
               MOVE WRITEOFF-RECORD TO WRITEOFF-BEFORE-IMAGE
               ADD WRITEOFF-AMOUNT-WORK TO WOF-WRITEOFF-AMOUNT
           ELSE
               MOVE SPACES TO WRITEOFF-BEFORE-IMAGE
               MOVE SPACES TO WRITEOFF-RECORD
               MOVE MASTER-ACCOUNT-NUMBER TO WOF-ACCOUNT-NUMBER
               MOVE WRITEOFF-AMOUNT-WORK TO WOF-WRITEOFF-AMOUNT
               MOVE ZERO TO WOF-RECOVERED-AMOUNT
               MOVE ZERO TO WOF-LAST-RECOVERY-DATE
           END-IF.

           MOVE 'W' TO WOF-STATUS.
           MOVE PROCESSING-DATE-WORK TO WOF-WRITEOFF-DATE.
           MOVE CAND-LAST-PERIOD (CANDIDATE-INDEX)
               TO WOF-LAST-BILL-PERIOD.
           MOVE PROCESSING-DATE-WORK TO WOF-REFERRAL-DATE.
           MOVE RUN-NUMBER-WORK TO WOF-WRITEOFF-RUN.

           IF WRITEOFF-FOUND-SWITCH = 'Y'
               REWRITE WRITEOFF-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
           ELSE
               WRITE WRITEOFF-RECORD
               MOVE 'WR' TO JOURNAL-ACTION-WORK
           END-IF.
           PERFORM WRITE-WRITEOFF-JOURNAL.

           MOVE MASTER-ACCOUNT-NUMBER TO AGD-ACCOUNT-NUMBER.
           MOVE MASTER-LAST-NAME TO AGD-LAST-NAME.
           MOVE MASTER-FIRST-NAME TO AGD-FIRST-NAME.
           MOVE MASTER-STREET-ADDRESS TO AGD-STREET-ADDRESS.
           MOVE MASTER-CITY TO AGD-CITY.
           MOVE MASTER-STATE TO AGD-STATE.
           MOVE WRITEOFF-AMOUNT-WORK TO AGD-AMOUNT.
           MOVE CAND-LAST-PERIOD (CANDIDATE-INDEX)
               TO AGD-LAST-BILL-PERIOD.
           MOVE PROCESSING-DATE-WORK TO AGD-WRITEOFF-DATE.
           WRITE AGENCY-REFERRAL-RECORD FROM AGENCY-DETAIL-RECORD.

           ADD 1 TO TOTAL-WRITEOFF-COUNT.
           ADD WRITEOFF-AMOUNT-WORK TO TOTAL-WRITEOFF-AMOUNT.



      ******************************************************************
      *
      *    WRITE-MASTER-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE CUSTOMER-MASTER
      *    UPDATE JUST MADE, STAMPED WITH THE RUN NUMBER AND THE
      *    CLOCK.
      *
      ******************************************************************
       WRITE-MASTER-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'CUSTMAST' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE MASTER-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO JRN-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-WRITEOFF-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE WRITE-OFF FILE
      *    UPDATE JUST MADE, UNDER THE 'WRITEOFF' FILE ID.
      *
      ******************************************************************
       WRITE-WRITEOFF-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'WRITEOFF' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE WRITEOFF-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE WRITEOFF-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



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

           MOVE WRITEOFF-AGE-DAYS TO REG-SUM-AGE.
           MOVE REGISTER-SUMMARY-AGE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-CLOSED-COUNT TO REG-SUM-CLOSED.
           MOVE REGISTER-SUMMARY-CLOSED TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-WRITEOFF-COUNT TO REG-SUM-WRITTEN-OFF.
           MOVE TOTAL-WRITEOFF-AMOUNT TO REG-SUM-WRITEOFF-AMOUNT.
           MOVE REGISTER-SUMMARY-WRITTEN-OFF TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-TOO-RECENT-COUNT TO REG-SUM-TOO-RECENT.
           MOVE TOTAL-NO-HISTORY-COUNT TO REG-SUM-NO-HISTORY.
           MOVE REGISTER-SUMMARY-HELD TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.



      ******************************************************************
      *
      *    LOAD-GL-MAP
      *
      *    LOADS THIS SYSTEM'S CHART-OF-ACCOUNTS MAPPINGS. NO MAP
      *    FILE (OR NO ENTRIES FOR THIS SYSTEM) JUST MEANS NO GL
      *    EXTRACT.
      *
      ******************************************************************
       LOAD-GL-MAP.
           MOVE 'YES' TO GL-DATA-REMAINS-SWITCH.
           OPEN INPUT GL-MAP-FILE.

           READ GL-MAP-FILE
               AT END
                   MOVE 'NO' TO GL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL GL-DATA-REMAINS-SWITCH = 'NO'
               IF GLM-SYSTEM = GL-SYSTEM-NAME
                    AND GL-MAP-COUNT < 20
                    AND GLM-DEBIT-ACCOUNT IS NUMERIC
                    AND GLM-CREDIT-ACCOUNT IS NUMERIC
                   ADD 1 TO GL-MAP-COUNT
                   MOVE GLM-SOURCE TO GLT-SOURCE (GL-MAP-COUNT)
                   MOVE GLM-DEBIT-ACCOUNT
                       TO GLT-DEBIT-ACCOUNT (GL-MAP-COUNT)
                   MOVE GLM-CREDIT-ACCOUNT
                       TO GLT-CREDIT-ACCOUNT (GL-MAP-COUNT)
               END-IF
               READ GL-MAP-FILE
                   AT END
                       MOVE 'NO' TO GL-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE GL-MAP-FILE.



      ******************************************************************
      *
      *    STAGE-GL-AMOUNT
      *
      *    HOLDS ONE SOURCE CODE AND AMOUNT FOR THE EXTRACT. A ZERO
      *    AMOUNT STAGES NOTHING.
      *
      ******************************************************************
       STAGE-GL-AMOUNT.
           IF GL-STAGE-AMOUNT-WORK > ZERO
                AND GL-STAGE-COUNT < 10
               ADD 1 TO GL-STAGE-COUNT
               MOVE GL-STAGE-SOURCE-WORK
                   TO GLS-SOURCE (GL-STAGE-COUNT)
               MOVE GL-STAGE-AMOUNT-WORK
                   TO GLS-AMOUNT (GL-STAGE-COUNT)
           END-IF.



      ******************************************************************
      *
      *    WRITE-GL-EXTRACT
      *
      *    RESOLVES EVERY STAGED AMOUNT THROUGH THE MAP AND APPENDS
      *    THE RUN'S BALANCED JOURNAL LINES, STAMPED WITH THE RUN
      *    NUMBER. A STAGED SOURCE WITH NO MAPPING REFUSES THE WHOLE
      *    EXTRACT.
      *
      ******************************************************************
       WRITE-GL-EXTRACT.
           IF GL-MAP-COUNT = ZERO OR GL-STAGE-COUNT = ZERO
               CONTINUE
           ELSE
               MOVE ZERO TO GL-DEBIT-TOTAL
               MOVE ZERO TO GL-CREDIT-TOTAL
               MOVE 'N' TO GL-UNMAPPED-SWITCH

               PERFORM VARYING GL-STAGE-INDEX FROM 1 BY 1
                   UNTIL GL-STAGE-INDEX > GL-STAGE-COUNT
                   PERFORM FIND-GL-MAPPING
                   IF GL-MAP-FOUND IS ZERO
                       MOVE 'Y' TO GL-UNMAPPED-SWITCH
                       DISPLAY '*** GL EXTRACT: NO MAPPING FOR '
                           'SOURCE ' GLS-SOURCE (GL-STAGE-INDEX)
                           ' ***'
                   ELSE
                       ADD GLS-AMOUNT (GL-STAGE-INDEX)
                           TO GL-DEBIT-TOTAL
                       ADD GLS-AMOUNT (GL-STAGE-INDEX)
                           TO GL-CREDIT-TOTAL
                   END-IF
               END-PERFORM

               IF GL-UNMAPPED-SWITCH = 'Y'
                    OR GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
                   DISPLAY '*** GL EXTRACT REFUSED - DEBITS '
                       GL-DEBIT-TOTAL ' CREDITS ' GL-CREDIT-TOTAL
                       ' OR UNMAPPED SOURCES - NOTHING WRITTEN ***'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   OPEN EXTEND GL-EXTRACT-FILE
                   PERFORM VARYING GL-STAGE-INDEX FROM 1 BY 1
                       UNTIL GL-STAGE-INDEX > GL-STAGE-COUNT
                       PERFORM FIND-GL-MAPPING
                       MOVE RUN-NUMBER-WORK TO GL-RUN-NUMBER
                       MOVE GL-SYSTEM-NAME TO GL-SYSTEM
                       MOVE GLS-SOURCE (GL-STAGE-INDEX) TO GL-SOURCE
                       MOVE GLT-DEBIT-ACCOUNT (GL-MAP-FOUND)
                           TO GL-DEBIT-ACCOUNT
                       MOVE GLT-CREDIT-ACCOUNT (GL-MAP-FOUND)
                           TO GL-CREDIT-ACCOUNT
                       MOVE GLS-AMOUNT (GL-STAGE-INDEX) TO GL-AMOUNT
                       WRITE GL-EXTRACT-RECORD
                   END-PERFORM
                   CLOSE GL-EXTRACT-FILE
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-GL-MAPPING
      *
      *    LOOKS THE STAGED SOURCE AT GL-STAGE-INDEX UP IN THIS
      *    SYSTEM'S MAP TABLE.
      *
      ******************************************************************
       FIND-GL-MAPPING.
           MOVE ZERO TO GL-MAP-FOUND.
           PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
               UNTIL GL-MAP-INDEX > GL-MAP-COUNT
                  OR GL-MAP-FOUND IS POSITIVE
               IF GLT-SOURCE (GL-MAP-INDEX) =
                    GLS-SOURCE (GL-STAGE-INDEX)
                   MOVE GL-MAP-INDEX TO GL-MAP-FOUND
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    REGISTER-RUN-START
      *
      *    TAKES THE NEXT RUN NUMBER OFF THE SHARED RUN-CONTROL LOG
      *    AND APPENDS THIS EXECUTION'S START RECORD. WRITE-OFF RUNS
      *    REGISTER UNDER PERIOD ZERO.
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
      *    APPENDS THIS EXECUTION'S COMPLETION RECORD - THE ACCOUNTS
      *    AND DOLLARS WRITTEN OFF RIDE AS THE CONTROL TOTALS, SO THE
      *    LEDGER'S BAD-DEBT LINE AND THE AGENCY TRAILER HAVE
      *    SOMETHING TO BALANCE TO.
      *
      ******************************************************************
       REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE 'C' TO RC-STATUS.
           MOVE TOTAL-WRITEOFF-COUNT TO RC-CONTROL-COUNT.
           MOVE TOTAL-WRITEOFF-AMOUNT TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM BADDEBT.
