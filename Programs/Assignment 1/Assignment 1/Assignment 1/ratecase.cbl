       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECASE.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    RATE-CASE WHAT-IF RE-RATING REPORT
      *
      *    ANSWERS THE RATE COMMITTEE'S QUESTION OF WHAT A PROPOSED
      *    TARIFF WOULD HAVE DONE TO REVENUE. EVERY BILL IN THE
      *    PERMANENT BILLING HISTORY (BILLHIST.TXT) FOR THE PERIODS ON
      *    THE CONTROL CARD IS RE-RATED TWICE - ONCE UNDER THE TARIFF
      *    IN FORCE (RATES.TXT) AND ONCE UNDER THE PROPOSED ONE
      *    (PROPRATE.TXT, SAME LAYOUT) - THROUGH THE SAME TIERED
      *    COMPUTATION THE BILLING RUN USES, AND THE TWO ARE REPORTED
      *    SIDE BY SIDE BY RATE CLASS AND PERIOD, WITH THE TYPICAL
      *    BILL UNDER EACH AT A FEW USAGE LEVELS. THE ACCOUNT'S RATE
      *    CLASS COMES FROM THE CUSTOMER MASTER, WHICH IS ONLY READ.
      *    NOTHING HERE UPDATES ANY FILE - IT IS A PLANNING REPORT.
      *
      *    THE COMPARISON IS OF THE ENERGY CHARGE ALONE: CITY TAXES,
      *    LATE CHARGES, AND LEVEL-PAY INSTALLMENTS ARE NOT TARIFF
      *    REVENUE, SO BOTH SIDES ARE PRICED FRESH FROM THE UNITS
      *    RATHER THAN COMPARED AGAINST THE BILLED AMOUNT.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-CASE-CARD ASSIGN TO 'RCCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENT-RATE-FILE ASSIGN TO 'RATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROPOSED-RATE-FILE ASSIGN TO 'PROPRATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-NUMBER.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-CASE-REPORT ASSIGN TO 'RATECASE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * RATE-CASE CONTROL CARD - THE FIRST AND LAST PERIOD (YYYYMM) TO
      * RE-RATE, AND UP TO SIX MONTHLY USAGE LEVELS FOR THE TYPICAL
      * BILL COMPARISON. A ZERO PERIOD LEAVES THAT END OF THE RANGE
      * OPEN; NO USAGE LEVELS USES THE STANDARD SET
       FD RATE-CASE-CARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS RATE-CASE-CARD-RECORD.
       01 RATE-CASE-CARD-RECORD.
         03 RCC-FROM-PERIOD PIC 9(6).
         03 RCC-TO-PERIOD PIC 9(6).
         03 RCC-USAGE-LEVEL PIC 9(5) OCCURS 6 TIMES.

      * THE TARIFF IN FORCE - SAME RECORD THE BILLING RUN
      * (ASSIGNMENT1) LOADS
       FD CURRENT-RATE-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS CURRENT-RATE-RECORD.
       01 CURRENT-RATE-RECORD.
         03 CUR-CLASS-IN PIC X(1).
         03 CUR-TIER-1-LIMIT-IN PIC 9(5).
         03 CUR-TIER-1-RATE-IN PIC 9V999.
         03 CUR-TIER-2-RATE-IN PIC 9V999.

      * THE PROPOSED TARIFF, IN THE SAME LAYOUT AS THE RATE FILE
       FD PROPOSED-RATE-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS PROPOSED-RATE-RECORD.
       01 PROPOSED-RATE-RECORD.
         03 PRO-CLASS-IN PIC X(1).
         03 PRO-TIER-1-LIMIT-IN PIC 9(5).
         03 PRO-TIER-1-RATE-IN PIC 9V999.
         03 PRO-TIER-2-RATE-IN PIC 9V999.

      * CUSTOMER MASTER - SAME RECORD AS THE BILLING RUN CARRIES,
      * READ ONLY HERE FOR THE ACCOUNT'S RATE CLASS
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

      * PERMANENT BILLING HISTORY - SAME RECORD THE BILLING RUN
      * (ASSIGNMENT1) APPENDS
       FD BILLING-HISTORY
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
       01 BILLING-HISTORY-RECORD.
         03 HIST-PERIOD PIC 9(6).
         03 HIST-ACCOUNT PIC 9(6).
         03 HIST-UNITS PIC 9(5).
         03 HIST-AMOUNT PIC 9(7)V99.
         03 HIST-ESTIMATE-FLAG PIC X(1).

      * RATE-CASE REPORT OUTPUT INFORMATION
       FD RATE-CASE-REPORT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS RATE-CASE-PRINT-LINE.
       01 RATE-CASE-PRINT-LINE PIC X(110).

       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RATE-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * THE PERIOD RANGE BEING RE-RATED, FROM THE CONTROL CARD
       01 FROM-PERIOD-WORK PIC 9(6) VALUE ZERO.
       01 TO-PERIOD-WORK PIC 9(6) VALUE 999999.

      * THE MONTHLY USAGE LEVELS FOR THE TYPICAL BILL COMPARISON -
      *     THE STANDARD SET UNLESS THE CONTROL CARD NAMES ITS OWN
       01 USAGE-LEVEL-DATA PIC X(30)
           VALUE '002500050000750010000150002000'.
       01 USAGE-LEVEL-TABLE REDEFINES USAGE-LEVEL-DATA.
         03 USAGE-LEVEL PIC 9(5) OCCURS 6 TIMES.
       01 USAGE-LEVEL-COUNT PIC 9(1) VALUE 6.
       01 USAGE-LEVEL-INDEX PIC 9(1) VALUE ZERO.

      * THE TWO TARIFFS, EACH LOADED FROM ITS OWN RATE FILE. THE 'R'
      * (RESIDENTIAL) ENTRY IS REQUIRED IN BOTH - IT IS ALSO THE
      * DEFAULT FOR AN ACCOUNT WITH NO RECOGNIZED CLASS, AS IN THE
      * BILLING RUN
       01 CURRENT-RATE-TABLE.
         03 CURRENT-RATE-ENTRY OCCURS 10 TIMES.
           05 CRT-CLASS PIC X(1).
           05 CRT-TIER-1-LIMIT PIC 9(5).
           05 CRT-TIER-1-RATE PIC 9V999.
           05 CRT-TIER-2-RATE PIC 9V999.
       01 CURRENT-RATE-COUNT PIC 9(2) VALUE ZERO.
       01 CURRENT-DEFAULT-INDEX PIC 9(2) VALUE ZERO.

       01 PROPOSED-RATE-TABLE.
         03 PROPOSED-RATE-ENTRY OCCURS 10 TIMES.
           05 PRT-CLASS PIC X(1).
           05 PRT-TIER-1-LIMIT PIC 9(5).
           05 PRT-TIER-1-RATE PIC 9V999.
           05 PRT-TIER-2-RATE PIC 9V999.
       01 PROPOSED-RATE-COUNT PIC 9(2) VALUE ZERO.
       01 PROPOSED-DEFAULT-INDEX PIC 9(2) VALUE ZERO.

       01 RATE-INDEX PIC 9(2) VALUE ZERO.
       01 RATE-FOUND-INDEX PIC 9(2) VALUE ZERO.

      * PRICING WORK FIELDS - THE CLASS AND UNITS BEING PRICED, THE
      *     TIER STRUCTURE PICKED FOR THEM, AND THE CHARGE UNDER EACH
      *     TARIFF
       01 PRICE-CLASS-WORK PIC X(1) VALUE 'R'.
       01 PRICED-CLASS-WORK PIC X(1) VALUE 'R'.
       01 PRICE-UNITS-WORK PIC 9(5) VALUE ZERO.
       01 TIER-1-LIMIT PIC 9(5) VALUE ZERO.
       01 TIER-1-RATE PIC 9V999 VALUE ZERO.
       01 TIER-2-RATE PIC 9V999 VALUE ZERO.
       01 CHARGE-WORK PIC 9(7)V99 VALUE ZERO.
       01 CURRENT-CHARGE-WORK PIC 9(7)V99 VALUE ZERO.
       01 PROPOSED-CHARGE-WORK PIC 9(7)V99 VALUE ZERO.

      * CHANGE WORK FIELDS - DOLLARS AND PERCENT, PROPOSED OVER
      *     CURRENT
       01 CHANGE-AMOUNT-WORK PIC S9(11)V99 VALUE ZERO.
       01 CHANGE-PERCENT-WORK PIC S9(5)V99 VALUE ZERO.

      * PER-CLASS, PER-PERIOD TOTALS, BUILT AS THE HISTORY IS READ
      * AND SORTED BY CLASS AND PERIOD BEFORE THE REPORT PRINTS
       01 CLASS-PERIOD-TABLE.
         03 CLASS-PERIOD-TOTAL OCCURS 600 TIMES.
           05 CP-KEY.
             07 CP-CLASS PIC X(1).
             07 CP-PERIOD PIC 9(6).
           05 CP-BILL-COUNT PIC 9(7).
           05 CP-UNITS PIC 9(9).
           05 CP-CURRENT-AMOUNT PIC 9(11)V99.
           05 CP-PROPOSED-AMOUNT PIC 9(11)V99.
       01 CLASS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 CLASS-PERIOD-INDEX PIC 9(3) VALUE ZERO.
       01 CLASS-PERIOD-FOUND PIC 9(3) VALUE ZERO.

      * CLASS-PERIOD-FULL-SWITCH: 'Y' ONCE THE TOTALS TABLE HAS
      *     FILLED UP, SO THE OVERFLOW WARNING ONLY DISPLAYS ONCE
       01 CLASS-PERIOD-FULL-SWITCH PIC X VALUE 'N'.

      * SWAP AREA, USED WHILE SORTING THE TABLE BY CLASS AND PERIOD
       01 CLASS-PERIOD-SWAP PIC X(49).
       01 SORT-INDEX-1 PIC 9(3) VALUE ZERO.
       01 SORT-INDEX-2 PIC 9(3) VALUE ZERO.

      * SUBTOTALS FOR THE CLASS BEING PRINTED, AND GRAND TOTALS
       01 CLASS-IN-PROGRESS PIC X(1) VALUE SPACE.
       01 CLASS-BILL-COUNT PIC 9(9) VALUE ZERO.
       01 CLASS-UNITS PIC 9(11) VALUE ZERO.
       01 CLASS-CURRENT-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 CLASS-PROPOSED-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 GRAND-BILL-COUNT PIC 9(9) VALUE ZERO.
       01 GRAND-UNITS PIC 9(11) VALUE ZERO.
       01 GRAND-CURRENT-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 GRAND-PROPOSED-AMOUNT PIC 9(13)V99 VALUE ZERO.

      * COUNTS OF HISTORY RECORDS LEFT OUT OF THE RE-RATING
       01 SKIPPED-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 OUT-OF-RANGE-COUNT PIC 9(7) VALUE ZERO.
       01 NO-MASTER-COUNT PIC 9(7) VALUE ZERO.

      * REPORT LINES
       01 RATE-CASE-TITLE.
         03 FILLER PIC X(34) VALUE 'RATE-CASE RE-RATING - PERIODS '.
         03 TITLE-FROM-PERIOD PIC 9(6).
         03 FILLER PIC X(6) VALUE ' THRU '.
         03 TITLE-TO-PERIOD PIC 9(6).

       01 RATE-CASE-HEADING.
         03 FILLER PIC X(6) VALUE 'CLASS'.
         03 FILLER PIC X(8) VALUE 'PERIOD'.
         03 FILLER PIC X(10) VALUE '     BILLS'.
         03 FILLER PIC X(14) VALUE '         UNITS'.
         03 FILLER PIC X(19) VALUE '    CURRENT REVENUE'.
         03 FILLER PIC X(19) VALUE '   PROPOSED REVENUE'.
         03 FILLER PIC X(19) VALUE '         CHANGE'.
         03 FILLER PIC X(10) VALUE '  CHANGE %'.

       01 RATE-CASE-DETAIL-LINE.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RCD-CLASS PIC X(1).
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCD-PERIOD-YYYY PIC 9(4).
         03 FILLER PIC X(1) VALUE '/'.
         03 RCD-PERIOD-MM PIC 9(2).
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCD-BILL-COUNT PIC Z,ZZZ,ZZ9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCD-UNITS PIC ZZZ,ZZZ,ZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCD-CURRENT PIC $$$,$$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCD-PROPOSED PIC $$$,$$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCD-CHANGE PIC $$$,$$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCD-PERCENT PIC ----9.99.

       01 RATE-CASE-CLASS-LINE.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RCC-CLASS-OUT PIC X(1).
         03 FILLER PIC X(11) VALUE '  TOTAL'.
         03 RCC-BILL-COUNT PIC Z,ZZZ,ZZ9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCC-UNITS PIC ZZZ,ZZZ,ZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCC-CURRENT PIC $$$,$$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCC-PROPOSED PIC $$$,$$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCC-CHANGE PIC $$$,$$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCC-PERCENT PIC ----9.99.

       01 RATE-CASE-GRAND-LINE.
         03 FILLER PIC X(14) VALUE 'ALL CLASSES'.
         03 RCG-BILL-COUNT PIC Z,ZZZ,ZZ9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCG-UNITS PIC ZZZ,ZZZ,ZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCG-CURRENT PIC $$$,$$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCG-PROPOSED PIC $$$,$$$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCG-CHANGE PIC $$$,$$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RCG-PERCENT PIC ----9.99.

       01 TYPICAL-BILL-TITLE PIC X(60)
           VALUE 'TYPICAL MONTHLY BILL BY USAGE LEVEL'.

       01 TYPICAL-BILL-HEADING.
         03 FILLER PIC X(6) VALUE 'CLASS'.
         03 FILLER PIC X(10) VALUE '     UNITS'.
         03 FILLER PIC X(14) VALUE '       CURRENT'.
         03 FILLER PIC X(14) VALUE '      PROPOSED'.
         03 FILLER PIC X(14) VALUE '        CHANGE'.
         03 FILLER PIC X(10) VALUE '  CHANGE %'.

       01 TYPICAL-BILL-LINE.
         03 FILLER PIC X(2) VALUE SPACES.
         03 TBL-CLASS PIC X(1).
         03 FILLER PIC X(3) VALUE SPACES.
         03 TBL-UNITS PIC ZZ,ZZ9.
         03 FILLER PIC X(4) VALUE SPACES.
         03 TBL-CURRENT PIC $$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 TBL-PROPOSED PIC $$,$$$,$$9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 TBL-CHANGE PIC $$,$$$,$$9.99-.
         03 FILLER PIC X(2) VALUE SPACES.
         03 TBL-PERCENT PIC ----9.99.

       01 RATE-CASE-SKIPPED-LINE.
         03 FILLER PIC X(40)
             VALUE 'UNREADABLE HISTORY RECORDS SKIPPED:'.
         03 RCS-SKIPPED-COUNT PIC ZZZ,ZZ9.

       01 RATE-CASE-RANGE-LINE.
         03 FILLER PIC X(40)
             VALUE 'BILLS OUTSIDE THE PERIOD RANGE:'.
         03 RCS-OUT-OF-RANGE-COUNT PIC ZZZ,ZZ9.

       01 RATE-CASE-NO-MASTER-LINE.
         03 FILLER PIC X(40)
             VALUE 'BILLS WITH NO MASTER - RATED AS CLASS R:'.
         03 RCS-NO-MASTER-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    PREPARE-RATE-CASE-REPORT
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT HANDLES FILE
      *    OPEN/CLOSE OPERATIONS AND DELEGATES TO THE LOAD, RE-RATE,
      *    SORT, AND REPORT STEPS.
      *
      ******************************************************************
       PREPARE-RATE-CASE-REPORT.
           PERFORM READ-RATE-CASE-CARD.
           PERFORM LOAD-CURRENT-RATES.
           PERFORM LOAD-PROPOSED-RATES.

           OPEN INPUT BILLING-HISTORY.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT RATE-CASE-REPORT.

           READ BILLING-HISTORY
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

           PERFORM RE-RATE-HISTORY-RECORD
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

           PERFORM SORT-CLASS-PERIODS.
           PERFORM WRITE-RATE-CASE-REPORT.
           PERFORM WRITE-TYPICAL-BILLS.

           CLOSE BILLING-HISTORY
             CUSTOMER-MASTER
             RATE-CASE-REPORT.

           STOP RUN.



      ******************************************************************
      *
      *    READ-RATE-CASE-CARD
      *
      *    TAKES THE PERIOD RANGE AND ANY USAGE LEVELS FROM THE
      *    CONTROL CARD. WITH NO CARD, EVERY PERIOD ON FILE IS
      *    RE-RATED AT THE STANDARD USAGE LEVELS.
      *
      ******************************************************************
       READ-RATE-CASE-CARD.
           OPEN INPUT RATE-CASE-CARD.
           READ RATE-CASE-CARD
               AT END
                   MOVE ZERO TO RCC-FROM-PERIOD
                   MOVE ZERO TO RCC-TO-PERIOD
                   MOVE ZERO TO RCC-USAGE-LEVEL (1)
           END-READ.
           CLOSE RATE-CASE-CARD.

           IF RCC-FROM-PERIOD IS NUMERIC
               MOVE RCC-FROM-PERIOD TO FROM-PERIOD-WORK
           END-IF.
           IF RCC-TO-PERIOD IS NUMERIC
                AND RCC-TO-PERIOD > ZERO
               MOVE RCC-TO-PERIOD TO TO-PERIOD-WORK
           END-IF.

      *    THE CARD'S USAGE LEVELS REPLACE THE STANDARD SET, UP TO THE
      *    FIRST ONE LEFT BLANK OR ZERO
           IF RCC-USAGE-LEVEL (1) IS NUMERIC
                AND RCC-USAGE-LEVEL (1) > ZERO
               MOVE ZERO TO USAGE-LEVEL-COUNT
               PERFORM VARYING USAGE-LEVEL-INDEX FROM 1 BY 1
                   UNTIL USAGE-LEVEL-INDEX > 6
                   IF USAGE-LEVEL-COUNT = USAGE-LEVEL-INDEX - 1
                        AND RCC-USAGE-LEVEL (USAGE-LEVEL-INDEX)
                            IS NUMERIC
                        AND RCC-USAGE-LEVEL (USAGE-LEVEL-INDEX)
                            > ZERO
                       ADD 1 TO USAGE-LEVEL-COUNT
                       MOVE RCC-USAGE-LEVEL (USAGE-LEVEL-INDEX)
                           TO USAGE-LEVEL (USAGE-LEVEL-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

           IF FROM-PERIOD-WORK > TO-PERIOD-WORK
               DISPLAY '*** RUN ABORTED: RCCARD.TXT FROM-PERIOD '
                   FROM-PERIOD-WORK ' IS AFTER TO-PERIOD '
                   TO-PERIOD-WORK ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    LOAD-CURRENT-RATES
      *
      *    LOADS THE TARIFF IN FORCE FROM THE RATE FILE, EXACTLY AS
      *    THE BILLING RUN DOES.
      *
      ******************************************************************
       LOAD-CURRENT-RATES.
           MOVE 'YES' TO RATE-DATA-REMAINS-SWITCH.
           OPEN INPUT CURRENT-RATE-FILE.

           READ CURRENT-RATE-FILE
               AT END
                   MOVE 'NO' TO RATE-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RATE-DATA-REMAINS-SWITCH = 'NO'
               IF CURRENT-RATE-COUNT < 10
                    AND CUR-TIER-1-LIMIT-IN IS NUMERIC
                    AND CUR-TIER-1-RATE-IN IS NUMERIC
                    AND CUR-TIER-2-RATE-IN IS NUMERIC
                   ADD 1 TO CURRENT-RATE-COUNT
                   MOVE CUR-CLASS-IN TO CRT-CLASS (CURRENT-RATE-COUNT)
                   MOVE CUR-TIER-1-LIMIT-IN
                       TO CRT-TIER-1-LIMIT (CURRENT-RATE-COUNT)
                   MOVE CUR-TIER-1-RATE-IN
                       TO CRT-TIER-1-RATE (CURRENT-RATE-COUNT)
                   MOVE CUR-TIER-2-RATE-IN
                       TO CRT-TIER-2-RATE (CURRENT-RATE-COUNT)
                   IF CUR-CLASS-IN = 'R'
                       MOVE CURRENT-RATE-COUNT
                           TO CURRENT-DEFAULT-INDEX
                   END-IF
               ELSE
                   DISPLAY '*** WARNING: RATES.TXT ENTRY FOR CLASS '
                       CUR-CLASS-IN ' SKIPPED - NON-NUMERIC '
                       'TIER DATA OR RATE TABLE FULL ***'
               END-IF
               READ CURRENT-RATE-FILE
                   AT END
                       MOVE 'NO' TO RATE-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE CURRENT-RATE-FILE.

           IF CURRENT-DEFAULT-INDEX IS ZERO
               DISPLAY '*** RUN ABORTED: RATES.TXT MISSING OR HAS NO '
                   'RESIDENTIAL (R) RATE ENTRY ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    LOAD-PROPOSED-RATES
      *
      *    LOADS THE PROPOSED TARIFF, HELD TO THE SAME RULES AS THE
      *    ONE IN FORCE.
      *
      ******************************************************************
       LOAD-PROPOSED-RATES.
           MOVE 'YES' TO RATE-DATA-REMAINS-SWITCH.
           OPEN INPUT PROPOSED-RATE-FILE.

           READ PROPOSED-RATE-FILE
               AT END
                   MOVE 'NO' TO RATE-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RATE-DATA-REMAINS-SWITCH = 'NO'
               IF PROPOSED-RATE-COUNT < 10
                    AND PRO-TIER-1-LIMIT-IN IS NUMERIC
                    AND PRO-TIER-1-RATE-IN IS NUMERIC
                    AND PRO-TIER-2-RATE-IN IS NUMERIC
                   ADD 1 TO PROPOSED-RATE-COUNT
                   MOVE PRO-CLASS-IN
                       TO PRT-CLASS (PROPOSED-RATE-COUNT)
                   MOVE PRO-TIER-1-LIMIT-IN
                       TO PRT-TIER-1-LIMIT (PROPOSED-RATE-COUNT)
                   MOVE PRO-TIER-1-RATE-IN
                       TO PRT-TIER-1-RATE (PROPOSED-RATE-COUNT)
                   MOVE PRO-TIER-2-RATE-IN
                       TO PRT-TIER-2-RATE (PROPOSED-RATE-COUNT)
                   IF PRO-CLASS-IN = 'R'
                       MOVE PROPOSED-RATE-COUNT
                           TO PROPOSED-DEFAULT-INDEX
                   END-IF
               ELSE
                   DISPLAY '*** WARNING: PROPRATE.TXT ENTRY FOR CLASS '
                       PRO-CLASS-IN ' SKIPPED - NON-NUMERIC '
                       'TIER DATA OR RATE TABLE FULL ***'
               END-IF
               READ PROPOSED-RATE-FILE
                   AT END
                       MOVE 'NO' TO RATE-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE PROPOSED-RATE-FILE.

           IF PROPOSED-DEFAULT-INDEX IS ZERO
               DISPLAY '*** RUN ABORTED: PROPRATE.TXT MISSING OR HAS '
                   'NO RESIDENTIAL (R) RATE ENTRY ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    RE-RATE-HISTORY-RECORD
      *
      *    PRICES THE BILL IN HAND UNDER BOTH TARIFFS AND FOLDS IT
      *    INTO ITS CLASS AND PERIOD'S TOTALS, THEN READS THE NEXT
      *    RECORD. THE ACCOUNT'S RATE CLASS COMES FROM THE MASTER; AN
      *    ACCOUNT NO LONGER ON IT RATES RESIDENTIAL, AS IT WOULD HAVE
      *    BILLED. THE BILL IS REPORTED UNDER THE CLASS WHOSE TIERS
      *    THE TARIFF IN FORCE ACTUALLY PRICED IT AT.
      *
      ******************************************************************
       RE-RATE-HISTORY-RECORD.
           IF HIST-PERIOD IS NUMERIC
                AND HIST-ACCOUNT IS NUMERIC
                AND HIST-UNITS IS NUMERIC
               IF HIST-PERIOD >= FROM-PERIOD-WORK
                    AND HIST-PERIOD <= TO-PERIOD-WORK
                   PERFORM LOOKUP-ACCOUNT-CLASS
                   MOVE HIST-UNITS TO PRICE-UNITS-WORK
                   PERFORM PRICE-UNDER-BOTH-TARIFFS
                   PERFORM FIND-CLASS-PERIOD-ENTRY
                   IF CLASS-PERIOD-FOUND IS POSITIVE
                       ADD 1 TO CP-BILL-COUNT (CLASS-PERIOD-FOUND)
                       ADD HIST-UNITS TO CP-UNITS (CLASS-PERIOD-FOUND)
                       ADD CURRENT-CHARGE-WORK
                           TO CP-CURRENT-AMOUNT (CLASS-PERIOD-FOUND)
                       ADD PROPOSED-CHARGE-WORK
                           TO CP-PROPOSED-AMOUNT (CLASS-PERIOD-FOUND)
                   END-IF
               ELSE
                   ADD 1 TO OUT-OF-RANGE-COUNT
               END-IF
           ELSE
               ADD 1 TO SKIPPED-RECORD-COUNT
           END-IF.

           READ BILLING-HISTORY
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.



      ******************************************************************
      *
      *    LOOKUP-ACCOUNT-CLASS
      *
      *    READS THE ACCOUNT'S RATE CLASS OFF THE CUSTOMER MASTER.
      *
      ******************************************************************
       LOOKUP-ACCOUNT-CLASS.
           MOVE 'R' TO PRICE-CLASS-WORK.
           MOVE HIST-ACCOUNT TO MASTER-ACCOUNT-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO NO-MASTER-COUNT
               NOT INVALID KEY
                   MOVE MASTER-RATE-CLASS TO PRICE-CLASS-WORK
           END-READ.



      ******************************************************************
      *
      *    PRICE-UNDER-BOTH-TARIFFS
      *
      *    PRICES PRICE-UNITS-WORK FOR PRICE-CLASS-WORK UNDER THE
      *    TARIFF IN FORCE AND UNDER THE PROPOSED ONE. EACH TARIFF
      *    FALLS BACK TO ITS OWN RESIDENTIAL TIERS FOR A CLASS IT DOES
      *    NOT CARRY. PRICED-CLASS-WORK IS LEFT HOLDING THE CLASS THE
      *    TARIFF IN FORCE USED.
      *
      ******************************************************************
       PRICE-UNDER-BOTH-TARIFFS.
           MOVE ZERO TO RATE-FOUND-INDEX.
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > CURRENT-RATE-COUNT
                  OR RATE-FOUND-INDEX IS POSITIVE
               IF CRT-CLASS (RATE-INDEX) = PRICE-CLASS-WORK
                   MOVE RATE-INDEX TO RATE-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF RATE-FOUND-INDEX IS ZERO
               MOVE CURRENT-DEFAULT-INDEX TO RATE-FOUND-INDEX
           END-IF.
           MOVE CRT-CLASS (RATE-FOUND-INDEX) TO PRICED-CLASS-WORK.
           MOVE CRT-TIER-1-LIMIT (RATE-FOUND-INDEX) TO TIER-1-LIMIT.
           MOVE CRT-TIER-1-RATE (RATE-FOUND-INDEX) TO TIER-1-RATE.
           MOVE CRT-TIER-2-RATE (RATE-FOUND-INDEX) TO TIER-2-RATE.
           PERFORM COMPUTE-TIERED-CHARGE.
           MOVE CHARGE-WORK TO CURRENT-CHARGE-WORK.

           MOVE ZERO TO RATE-FOUND-INDEX.
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > PROPOSED-RATE-COUNT
                  OR RATE-FOUND-INDEX IS POSITIVE
               IF PRT-CLASS (RATE-INDEX) = PRICE-CLASS-WORK
                   MOVE RATE-INDEX TO RATE-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF RATE-FOUND-INDEX IS ZERO
               MOVE PROPOSED-DEFAULT-INDEX TO RATE-FOUND-INDEX
           END-IF.
           MOVE PRT-TIER-1-LIMIT (RATE-FOUND-INDEX) TO TIER-1-LIMIT.
           MOVE PRT-TIER-1-RATE (RATE-FOUND-INDEX) TO TIER-1-RATE.
           MOVE PRT-TIER-2-RATE (RATE-FOUND-INDEX) TO TIER-2-RATE.
           PERFORM COMPUTE-TIERED-CHARGE.
           MOVE CHARGE-WORK TO PROPOSED-CHARGE-WORK.



      ******************************************************************
      *
      *    COMPUTE-TIERED-CHARGE
      *
      *    THE BILLING RUN'S TIERED COMPUTATION: UNITS UP TO THE
      *    TIER-1 LIMIT AT THE TIER-1 RATE, THE REST AT TIER 2.
      *
      ******************************************************************
       COMPUTE-TIERED-CHARGE.
           IF PRICE-UNITS-WORK <= TIER-1-LIMIT
               COMPUTE CHARGE-WORK ROUNDED =
                   PRICE-UNITS-WORK * TIER-1-RATE
           ELSE
               COMPUTE CHARGE-WORK ROUNDED =
                   (TIER-1-LIMIT * TIER-1-RATE)
                   + ((PRICE-UNITS-WORK - TIER-1-LIMIT)
                      * TIER-2-RATE)
           END-IF.



      ******************************************************************
      *
      *    FIND-CLASS-PERIOD-ENTRY
      *
      *    FINDS (OR CREATES) THE RUNNING-TOTALS ENTRY FOR THE PRICED
      *    CLASS AND THE PERIOD ON THE HISTORY RECORD IN HAND.
      *
      ******************************************************************
       FIND-CLASS-PERIOD-ENTRY.
           MOVE ZERO TO CLASS-PERIOD-FOUND.

           PERFORM VARYING CLASS-PERIOD-INDEX FROM 1 BY 1
               UNTIL CLASS-PERIOD-INDEX > CLASS-PERIOD-COUNT
                  OR CLASS-PERIOD-FOUND IS POSITIVE
               IF CP-CLASS (CLASS-PERIOD-INDEX) = PRICED-CLASS-WORK
                    AND CP-PERIOD (CLASS-PERIOD-INDEX) = HIST-PERIOD
                   MOVE CLASS-PERIOD-INDEX TO CLASS-PERIOD-FOUND
               END-IF
           END-PERFORM.

           IF CLASS-PERIOD-FOUND IS ZERO
               IF CLASS-PERIOD-COUNT < 600
                   ADD 1 TO CLASS-PERIOD-COUNT
                   MOVE CLASS-PERIOD-COUNT TO CLASS-PERIOD-FOUND
                   MOVE PRICED-CLASS-WORK
                       TO CP-CLASS (CLASS-PERIOD-FOUND)
                   MOVE HIST-PERIOD TO CP-PERIOD (CLASS-PERIOD-FOUND)
                   MOVE ZERO TO CP-BILL-COUNT (CLASS-PERIOD-FOUND)
                   MOVE ZERO TO CP-UNITS (CLASS-PERIOD-FOUND)
                   MOVE ZERO TO CP-CURRENT-AMOUNT (CLASS-PERIOD-FOUND)
                   MOVE ZERO
                       TO CP-PROPOSED-AMOUNT (CLASS-PERIOD-FOUND)
               ELSE
                   IF CLASS-PERIOD-FULL-SWITCH = 'N'
                       MOVE 'Y' TO CLASS-PERIOD-FULL-SWITCH
                       DISPLAY
                         '*** WARNING: CLASS/PERIOD TABLE FULL AT 600 '
                         '- NARROW THE PERIOD RANGE ON RCCARD.TXT ***'
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    SORT-CLASS-PERIODS
      *
      *    SORTS THE TOTALS TABLE BY CLASS AND, WITHIN CLASS, INTO
      *    CALENDAR ORDER, NO MATTER WHAT ORDER THE HISTORY WAS
      *    APPENDED IN.
      *
      ******************************************************************
       SORT-CLASS-PERIODS.
           PERFORM VARYING SORT-INDEX-1 FROM 1 BY 1
               UNTIL SORT-INDEX-1 >= CLASS-PERIOD-COUNT
               PERFORM VARYING SORT-INDEX-2 FROM 1 BY 1
                   UNTIL SORT-INDEX-2 >
                         CLASS-PERIOD-COUNT - SORT-INDEX-1
                   IF CP-KEY (SORT-INDEX-2) >
                        CP-KEY (SORT-INDEX-2 + 1)
                       MOVE CLASS-PERIOD-TOTAL (SORT-INDEX-2)
                           TO CLASS-PERIOD-SWAP
                       MOVE CLASS-PERIOD-TOTAL (SORT-INDEX-2 + 1)
                           TO CLASS-PERIOD-TOTAL (SORT-INDEX-2)
                       MOVE CLASS-PERIOD-SWAP
                           TO CLASS-PERIOD-TOTAL (SORT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-RATE-CASE-REPORT
      *
      *    WRITES ONE LINE PER CLASS AND PERIOD WITH BILLS, UNITS,
      *    REVENUE UNDER EACH TARIFF, AND THE CHANGE, A SUBTOTAL
      *    AFTER EACH CLASS, AND THE GRAND TOTAL ACROSS ALL CLASSES.
      *
      ******************************************************************
       WRITE-RATE-CASE-REPORT.
           MOVE FROM-PERIOD-WORK TO TITLE-FROM-PERIOD.
           MOVE TO-PERIOD-WORK TO TITLE-TO-PERIOD.
           MOVE RATE-CASE-TITLE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE SPACES TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE RATE-CASE-HEADING TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE SPACE TO CLASS-IN-PROGRESS.
           PERFORM WRITE-CLASS-PERIOD-LINE
               VARYING CLASS-PERIOD-INDEX FROM 1 BY 1
               UNTIL CLASS-PERIOD-INDEX > CLASS-PERIOD-COUNT.

           IF CLASS-PERIOD-COUNT > ZERO
               PERFORM WRITE-CLASS-SUBTOTAL
           END-IF.

           MOVE GRAND-BILL-COUNT TO RCG-BILL-COUNT.
           MOVE GRAND-UNITS TO RCG-UNITS.
           MOVE GRAND-CURRENT-AMOUNT TO RCG-CURRENT.
           MOVE GRAND-PROPOSED-AMOUNT TO RCG-PROPOSED.
           COMPUTE CHANGE-AMOUNT-WORK =
               GRAND-PROPOSED-AMOUNT - GRAND-CURRENT-AMOUNT.
           MOVE CHANGE-AMOUNT-WORK TO RCG-CHANGE.
           IF GRAND-CURRENT-AMOUNT > ZERO
               COMPUTE CHANGE-PERCENT-WORK ROUNDED =
                   CHANGE-AMOUNT-WORK * 100 / GRAND-CURRENT-AMOUNT
           ELSE
               MOVE ZERO TO CHANGE-PERCENT-WORK
           END-IF.
           MOVE CHANGE-PERCENT-WORK TO RCG-PERCENT.
           MOVE RATE-CASE-GRAND-LINE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE SPACES TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE OUT-OF-RANGE-COUNT TO RCS-OUT-OF-RANGE-COUNT.
           MOVE RATE-CASE-RANGE-LINE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE NO-MASTER-COUNT TO RCS-NO-MASTER-COUNT.
           MOVE RATE-CASE-NO-MASTER-LINE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           IF SKIPPED-RECORD-COUNT IS GREATER THAN ZERO
               MOVE SKIPPED-RECORD-COUNT TO RCS-SKIPPED-COUNT
               MOVE RATE-CASE-SKIPPED-LINE TO RATE-CASE-PRINT-LINE
               WRITE RATE-CASE-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    WRITE-CLASS-PERIOD-LINE
      *
      *    WRITES ONE CLASS AND PERIOD'S RE-RATED TOTALS, CLOSING OFF
      *    THE PRIOR CLASS WITH ITS SUBTOTAL WHEN THE CLASS CHANGES.
      *
      ******************************************************************
       WRITE-CLASS-PERIOD-LINE.
           IF CP-CLASS (CLASS-PERIOD-INDEX) NOT = CLASS-IN-PROGRESS
               IF CLASS-PERIOD-INDEX > 1
                   PERFORM WRITE-CLASS-SUBTOTAL
               END-IF
               MOVE CP-CLASS (CLASS-PERIOD-INDEX) TO CLASS-IN-PROGRESS
               MOVE ZERO TO CLASS-BILL-COUNT
               MOVE ZERO TO CLASS-UNITS
               MOVE ZERO TO CLASS-CURRENT-AMOUNT
               MOVE ZERO TO CLASS-PROPOSED-AMOUNT
           END-IF.

           MOVE CP-CLASS (CLASS-PERIOD-INDEX) TO RCD-CLASS.
           MOVE CP-PERIOD (CLASS-PERIOD-INDEX) (1:4) TO RCD-PERIOD-YYYY.
           MOVE CP-PERIOD (CLASS-PERIOD-INDEX) (5:2) TO RCD-PERIOD-MM.
           MOVE CP-BILL-COUNT (CLASS-PERIOD-INDEX) TO RCD-BILL-COUNT.
           MOVE CP-UNITS (CLASS-PERIOD-INDEX) TO RCD-UNITS.
           MOVE CP-CURRENT-AMOUNT (CLASS-PERIOD-INDEX) TO RCD-CURRENT.
           MOVE CP-PROPOSED-AMOUNT (CLASS-PERIOD-INDEX)
               TO RCD-PROPOSED.
           COMPUTE CHANGE-AMOUNT-WORK =
               CP-PROPOSED-AMOUNT (CLASS-PERIOD-INDEX)
               - CP-CURRENT-AMOUNT (CLASS-PERIOD-INDEX).
           MOVE CHANGE-AMOUNT-WORK TO RCD-CHANGE.
           IF CP-CURRENT-AMOUNT (CLASS-PERIOD-INDEX) > ZERO
               COMPUTE CHANGE-PERCENT-WORK ROUNDED =
                   CHANGE-AMOUNT-WORK * 100
                   / CP-CURRENT-AMOUNT (CLASS-PERIOD-INDEX)
           ELSE
               MOVE ZERO TO CHANGE-PERCENT-WORK
           END-IF.
           MOVE CHANGE-PERCENT-WORK TO RCD-PERCENT.
           MOVE RATE-CASE-DETAIL-LINE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           ADD CP-BILL-COUNT (CLASS-PERIOD-INDEX) TO CLASS-BILL-COUNT.
           ADD CP-UNITS (CLASS-PERIOD-INDEX) TO CLASS-UNITS.
           ADD CP-CURRENT-AMOUNT (CLASS-PERIOD-INDEX)
               TO CLASS-CURRENT-AMOUNT.
           ADD CP-PROPOSED-AMOUNT (CLASS-PERIOD-INDEX)
               TO CLASS-PROPOSED-AMOUNT.



      ******************************************************************
      *
      *    WRITE-CLASS-SUBTOTAL
      *
      *    WRITES THE TOTALS FOR THE CLASS JUST PRINTED AND ADDS THEM
      *    TO THE GRAND TOTALS.
      *
      ******************************************************************
       WRITE-CLASS-SUBTOTAL.
           MOVE CLASS-IN-PROGRESS TO RCC-CLASS-OUT.
           MOVE CLASS-BILL-COUNT TO RCC-BILL-COUNT.
           MOVE CLASS-UNITS TO RCC-UNITS.
           MOVE CLASS-CURRENT-AMOUNT TO RCC-CURRENT.
           MOVE CLASS-PROPOSED-AMOUNT TO RCC-PROPOSED.
           COMPUTE CHANGE-AMOUNT-WORK =
               CLASS-PROPOSED-AMOUNT - CLASS-CURRENT-AMOUNT.
           MOVE CHANGE-AMOUNT-WORK TO RCC-CHANGE.
           IF CLASS-CURRENT-AMOUNT > ZERO
               COMPUTE CHANGE-PERCENT-WORK ROUNDED =
                   CHANGE-AMOUNT-WORK * 100 / CLASS-CURRENT-AMOUNT
           ELSE
               MOVE ZERO TO CHANGE-PERCENT-WORK
           END-IF.
           MOVE CHANGE-PERCENT-WORK TO RCC-PERCENT.
           MOVE RATE-CASE-CLASS-LINE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE SPACES TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           ADD CLASS-BILL-COUNT TO GRAND-BILL-COUNT.
           ADD CLASS-UNITS TO GRAND-UNITS.
           ADD CLASS-CURRENT-AMOUNT TO GRAND-CURRENT-AMOUNT.
           ADD CLASS-PROPOSED-AMOUNT TO GRAND-PROPOSED-AMOUNT.



      ******************************************************************
      *
      *    WRITE-TYPICAL-BILLS
      *
      *    FOR EVERY CLASS THE TARIFF IN FORCE CARRIES, PRICES A
      *    SINGLE MONTH AT EACH USAGE LEVEL UNDER BOTH TARIFFS, SO THE
      *    COMMITTEE SEES WHAT THE CHANGE MEANS TO ONE CUSTOMER'S
      *    BILL. A CLASS ONLY THE PROPOSAL CARRIES IS SHOWN AGAINST
      *    THE RESIDENTIAL TIERS IT BILLS UNDER TODAY.
      *
      ******************************************************************
       WRITE-TYPICAL-BILLS.
           MOVE SPACES TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE TYPICAL-BILL-TITLE TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           MOVE TYPICAL-BILL-HEADING TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.

           PERFORM VARYING CLASS-PERIOD-INDEX FROM 1 BY 1
               UNTIL CLASS-PERIOD-INDEX > CURRENT-RATE-COUNT
               MOVE CRT-CLASS (CLASS-PERIOD-INDEX) TO PRICE-CLASS-WORK
               PERFORM WRITE-TYPICAL-CLASS-BILLS
           END-PERFORM.

           PERFORM VARYING CLASS-PERIOD-INDEX FROM 1 BY 1
               UNTIL CLASS-PERIOD-INDEX > PROPOSED-RATE-COUNT
               MOVE ZERO TO RATE-FOUND-INDEX
               PERFORM VARYING RATE-INDEX FROM 1 BY 1
                   UNTIL RATE-INDEX > CURRENT-RATE-COUNT
                      OR RATE-FOUND-INDEX IS POSITIVE
                   IF CRT-CLASS (RATE-INDEX) =
                        PRT-CLASS (CLASS-PERIOD-INDEX)
                       MOVE RATE-INDEX TO RATE-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF RATE-FOUND-INDEX IS ZERO
                   MOVE PRT-CLASS (CLASS-PERIOD-INDEX)
                       TO PRICE-CLASS-WORK
                   PERFORM WRITE-TYPICAL-CLASS-BILLS
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-TYPICAL-CLASS-BILLS
      *
      *    WRITES ONE CLASS'S TYPICAL BILL AT EACH USAGE LEVEL.
      *
      ******************************************************************
       WRITE-TYPICAL-CLASS-BILLS.
           PERFORM VARYING USAGE-LEVEL-INDEX FROM 1 BY 1
               UNTIL USAGE-LEVEL-INDEX > USAGE-LEVEL-COUNT
               MOVE USAGE-LEVEL (USAGE-LEVEL-INDEX) TO PRICE-UNITS-WORK
               PERFORM PRICE-UNDER-BOTH-TARIFFS
               MOVE PRICE-CLASS-WORK TO TBL-CLASS
               MOVE PRICE-UNITS-WORK TO TBL-UNITS
               MOVE CURRENT-CHARGE-WORK TO TBL-CURRENT
               MOVE PROPOSED-CHARGE-WORK TO TBL-PROPOSED
               COMPUTE CHANGE-AMOUNT-WORK =
                   PROPOSED-CHARGE-WORK - CURRENT-CHARGE-WORK
               MOVE CHANGE-AMOUNT-WORK TO TBL-CHANGE
               IF CURRENT-CHARGE-WORK > ZERO
                   COMPUTE CHANGE-PERCENT-WORK ROUNDED =
                       CHANGE-AMOUNT-WORK * 100 / CURRENT-CHARGE-WORK
               ELSE
                   MOVE ZERO TO CHANGE-PERCENT-WORK
               END-IF
               MOVE CHANGE-PERCENT-WORK TO TBL-PERCENT
               MOVE TYPICAL-BILL-LINE TO RATE-CASE-PRINT-LINE
               WRITE RATE-CASE-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO RATE-CASE-PRINT-LINE.
           WRITE RATE-CASE-PRINT-LINE.


       END PROGRAM RATECASE.
