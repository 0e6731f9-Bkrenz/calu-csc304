      *    WITHHELD, AND FICA BOTH AS WITHHELD FROM EMPLOYEES AND AS
      *    THE MATCHING EMPLOYER SHARE - AND LISTS THE QUARTER'S PAY
      *    PERIODS ONE BY ONE FROM THE QUARTERLY DETAIL FILE TO
      *    SUPPORT THE DEPOSIT SCHEDULE. ALONGSIDE IT GO THE STATE
      *    UNEMPLOYMENT WAGE REPORT - EVERY EMPLOYEE'S QUARTER GROSS,
      *    EXCESS, AND TAXABLE WAGES GROUPED BY WORK STATE - AND THE
      *    YEAR-TO-DATE FUTA SUMMARY THE EMPLOYER'S ANNUAL 940 NEEDS
      *    (FINAL WHEN RUN FOR THE FOURTH QUARTER, BEFORE THE YEAR-END
      *    RESET). WHEN THE CONTROL CARD SAYS
      *    'CLOSE', EVERY EMPLOYEE'S QUARTER BUCKETS ARE ZEROED
      *    AFTERWARD (JOURNALED, LIKE THE YEAR RESET) AND THE DETAIL
      *    FILE STARTS OVER; ANY OTHER (OR NO) CARD REPORTS ONLY.
           SELECT QUARTER-REPORT ASSIGN TO 'QTR941.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATE-WAGE-REPORT ASSIGN TO 'QTRSUTA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUTA-REPORT ASSIGN TO 'QTR940.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * YEAR-TO-DATE PAY MASTER - SAME RECORD THE PAYROLL RUN (A4)
      * UPDATES, INCLUDING THE QUARTER BUCKETS THIS REPORT SUMS
       FD YTD-MASTER
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
           03 YTD-EMPLOYEE-ID PIC 9(9).
           03 QTD-GROSS-PAY   PIC 9(9)V99.
           03 QTD-FEDERAL-WH  PIC 9(9)V99.
           03 QTD-FICA-WH     PIC 9(9)V99.
           03 YTD-FUTA-WAGES  PIC 9(9)V99.
           03 YTD-FUTA-TAX    PIC 9(9)V99.
           03 YTD-SUTA-WAGES  PIC 9(9)V99.
           03 YTD-SUTA-TAX    PIC 9(9)V99.
           03 QTD-SUTA-WAGES  PIC 9(9)V99.
           03 QTD-SUTA-TAX    PIC 9(9)V99.
           03 YTD-SUTA-STATE  PIC X(2).
           03 YTD-DEFERRAL    PIC 9(9)V99.
           03 YTD-PRETAX-INCOME PIC 9(9)V99.
           03 YTD-PRETAX-FICA PIC 9(9)V99.

      * QUARTERLY PER-PAY-PERIOD DETAIL - SAME RECORD THE PAYROLL
      * RUN APPENDS EACH PERIOD, NAMING THE PAY GROUP, ITS PERIOD
      * NUMBER AND THE PAY DATE (BLANK ON OLDER RECORDS)
       FD QUARTER-DETAIL-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS QUARTER-DETAIL-RECORD.
       01 QUARTER-DETAIL-RECORD.
           03 QD-PERIOD PIC 9(6).
           03 QD-GROSS-PAY PIC 9(9)V99.
           03 QD-FEDERAL-WH PIC 9(9)V99.
           03 QD-FICA-WH PIC 9(9)V99.
           03 QD-PAY-GROUP PIC X(1).
           03 QD-PAY-PERIOD PIC X(2).
           03 QD-PAY-DATE PIC X(8).

      * QUARTER-END CONTROL CARD - 'CLOSE' ROLLS THE QUARTER AFTER
      * THE REPORT IS WRITTEN
           DATA RECORD IS QUARTER-PRINT-LINE.
       01 QUARTER-PRINT-LINE PIC X(80).

      * THE STATE UNEMPLOYMENT QUARTERLY WAGE REPORT
       FD STATE-WAGE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STATE-WAGE-PRINT-LINE.
       01 STATE-WAGE-PRINT-LINE PIC X(80).

      * THE ANNUAL FUTA (940) SUMMARY
       FD FUTA-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FUTA-PRINT-LINE.
       01 FUTA-PRINT-LINE PIC X(80).

      * MASTER-UPDATE JOURNAL - SAME RECORD THE PAYROLL RUN APPENDS.
      * THE QUARTER CLOSE REWRITES EVERY YTD RECORD, SO EVERY ONE OF
      * THOSE REWRITES IS JOURNALED LIKE ANY OTHER
       01 TOTAL-QTR-FICA-ER PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-QTR-LIABILITY PIC 9(12)V99 VALUE ZERO.

      * ONE EMPLOYEE'S STATE UNEMPLOYMENT FIGURES FOR THE QUARTER -
      * EXCESS WAGES ARE THE QUARTER'S GROSS OVER WHAT WAS TAXABLE
       01 EMPLOYEE-QTR-GROSS PIC 9(9)V99 VALUE ZERO.
       01 EMPLOYEE-QTR-TAXABLE PIC 9(9)V99 VALUE ZERO.
       01 EMPLOYEE-QTR-EXCESS PIC 9(9)V99 VALUE ZERO.
       01 EMPLOYEE-QTR-SUTA-TAX PIC 9(9)V99 VALUE ZERO.
       01 EMPLOYEE-SUTA-STATE PIC X(2) VALUE SPACES.

      * PER-STATE UNEMPLOYMENT WAGE TOTALS, SORTED BY STATE BEFORE
      * THE REPORT IS WRITTEN
       01 SUTA-STATE-TABLE.
           03 SUTA-STATE-ENTRY OCCURS 50 TIMES.
               05 SST-STATE PIC X(2).
               05 SST-EMPLOYEE-COUNT PIC 9(6).
               05 SST-GROSS PIC 9(12)V99.
               05 SST-EXCESS PIC 9(12)V99.
               05 SST-TAXABLE PIC 9(12)V99.
               05 SST-TAX PIC 9(12)V99.
       01 SUTA-STATE-COUNT PIC 9(2) VALUE ZERO.
       01 SUTA-STATE-INDEX PIC 9(2) VALUE ZERO.
       01 SUTA-STATE-FOUND PIC 9(2) VALUE ZERO.
       01 SUTA-SORT-INDEX-1 PIC 9(2) VALUE ZERO.
       01 SUTA-SORT-INDEX-2 PIC 9(2) VALUE ZERO.
       01 SUTA-STATE-SWAP PIC X(64) VALUE SPACES.

      * YEAR-TO-DATE FUTA TOTALS FOR THE 940 SUMMARY
       01 EMPLOYEE-YTD-GROSS PIC 9(9)V99 VALUE ZERO.
       01 EMPLOYEE-FUTA-WAGES PIC 9(9)V99 VALUE ZERO.
       01 FUTA-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 TOTAL-YTD-PAYMENTS PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-FUTA-EXCESS PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-FUTA-WAGES PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-FUTA-TAX PIC 9(12)V99 VALUE ZERO.

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
           03 FILLER PIC X(16) VALUE '         WAGES'.
           03 FILLER PIC X(16) VALUE '       FEDERAL'.
           03 FILLER PIC X(16) VALUE '          FICA'.
           03 FILLER PIC X(20) VALUE 'GRP PD PAY DATE'.

       01 DETAIL-LINE.
           03 QTRD-PERIOD PIC 9(6).
           03 QTRD-FEDERAL PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 QTRD-FICA PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 QTRD-PAY-GROUP PIC X(1).
           03 FILLER PIC X(3) VALUE SPACES.
           03 QTRD-PAY-PERIOD PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 QTRD-PAY-DATE PIC X(8).

      * STATE UNEMPLOYMENT WAGE REPORT LINES
       01 SUTA-HEADING PIC X(50)
           VALUE 'STATE UNEMPLOYMENT QUARTERLY WAGE REPORT'.

       01 SUTA-STATE-HEADING.
           03 FILLER PIC X(7) VALUE 'STATE: '.
           03 SUTA-HDG-STATE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTA-HDG-NOTE PIC X(30).

       01 SUTA-COLUMN-HEADING.
           03 FILLER PIC X(13) VALUE 'EMPLOYEE ID'.
           03 FILLER PIC X(16) VALUE '   GROSS WAGES'.
           03 FILLER PIC X(16) VALUE '  EXCESS WAGES'.
           03 FILLER PIC X(16) VALUE ' TAXABLE WAGES'.
           03 FILLER PIC X(16) VALUE '  EMPLOYER TAX'.

       01 SUTA-DETAIL-LINE.
           03 SUTAD-EMPLOYEE-ID PIC 9(9).
           03 FILLER PIC X(4) VALUE SPACES.
           03 SUTAD-GROSS PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTAD-EXCESS PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTAD-TAXABLE PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTAD-TAX PIC $$$,$$$,$$9.99.

       01 SUTA-TOTAL-LINE.
           03 FILLER PIC X(6) VALUE 'TOTAL '.
           03 SUTAT-STATE PIC X(2).
           03 FILLER PIC X(5) VALUE SPACES.
           03 SUTAT-GROSS PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTAT-EXCESS PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTAT-TAXABLE PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUTAT-TAX PIC $$$,$$$,$$9.99.

       01 SUTA-COUNT-LINE.
           03 FILLER PIC X(30) VALUE 'EMPLOYEES REPORTED:'.
           03 SUTAT-EMPLOYEE-COUNT PIC ZZZ,ZZ9.

      * ANNUAL FUTA SUMMARY LINES
       01 FUTA-HEADING PIC X(60)
           VALUE 'EMPLOYER ANNUAL FEDERAL UNEMPLOYMENT (FUTA) SUMMARY'.

       01 FUTA-SUBHEADING PIC X(60)
           VALUE 'YEAR-TO-DATE - FINAL WHEN RUN FOR THE FOURTH QUARTER'.

       01 FUTA-LINE-EMPLOYEES.
           03 FILLER PIC X(36) VALUE 'EMPLOYEES WITH YEAR WAGES:'.
           03 FUTA-EMPLOYEE-COUNT-OUT PIC ZZZ,ZZ9.

       01 FUTA-LINE-AMOUNT.
           03 FUTA-LINE-LABEL PIC X(36).
           03 FUTA-LINE-VALUE PIC $$$,$$$,$$$,$$9.99.


       PROCEDURE DIVISION.
           PERFORM WRITE-QUARTER-SUMMARY.
           PERFORM WRITE-PERIOD-BREAKDOWN.

      *    THE EMPLOYER UNEMPLOYMENT RETURNS - STATE BY STATE FOR THE
      *    QUARTER, AND THE FEDERAL FIGURES FOR THE YEAR
           PERFORM WRITE-STATE-WAGE-REPORT.
           PERFORM WRITE-FUTA-SUMMARY.

      *    THE QUARTER ROLL ONLY HAPPENS WHEN EXPLICITLY ASKED FOR
           IF CLOSE-QUARTER-SWITCH = 'Y'
               PERFORM RESET-QUARTER-BUCKETS
      *
      *    WALKS THE WHOLE YTD MASTER AND SUMS EVERY EMPLOYEE'S
      *    QUARTER BUCKETS. THE EMPLOYER FICA SHARE IS THE MATCH OF
      *    WHAT WAS WITHHELD. THE SAME PASS GATHERS THE PER-STATE
      *    UNEMPLOYMENT WAGE TOTALS AND THE YEAR'S FUTA FIGURES.
      *
      ******************************************************************
       SUM-QUARTER-BUCKETS.
                           ADD QTD-FICA-WH TO TOTAL-QTR-FICA-EE
                           ADD QTD-FICA-WH TO TOTAL-QTR-FICA-ER
                       END-IF
                       PERFORM ACCUMULATE-STATE-WAGES
                       PERFORM ACCUMULATE-FUTA-WAGES
               END-READ
           END-PERFORM.

           PERFORM SORT-SUTA-STATES.

           COMPUTE TOTAL-QTR-LIABILITY =
               TOTAL-QTR-FEDERAL + TOTAL-QTR-FICA-EE
               + TOTAL-QTR-FICA-ER.



      ******************************************************************
      *
      *    GET-EMPLOYEE-SUTA-FIGURES
      *
      *    PICKS THE QUARTER'S GROSS, SUTA TAXABLE WAGES, AND SUTA
      *    TAX OFF THE YTD RECORD IN HAND AND WORKS OUT THE EXCESS.
      *    A RECORD WRITTEN BEFORE THE SUTA BUCKETS EXISTED READS AS
      *    ZERO TAXABLE.
      *
      ******************************************************************
       GET-EMPLOYEE-SUTA-FIGURES.
           MOVE ZERO TO EMPLOYEE-QTR-GROSS.
           MOVE ZERO TO EMPLOYEE-QTR-TAXABLE.
           MOVE ZERO TO EMPLOYEE-QTR-EXCESS.
           MOVE ZERO TO EMPLOYEE-QTR-SUTA-TAX.
           MOVE YTD-SUTA-STATE TO EMPLOYEE-SUTA-STATE.

           IF QTD-GROSS-PAY IS NUMERIC
               MOVE QTD-GROSS-PAY TO EMPLOYEE-QTR-GROSS
           END-IF.
           IF QTD-SUTA-WAGES IS NUMERIC
               MOVE QTD-SUTA-WAGES TO EMPLOYEE-QTR-TAXABLE
           END-IF.
           IF QTD-SUTA-TAX IS NUMERIC
               MOVE QTD-SUTA-TAX TO EMPLOYEE-QTR-SUTA-TAX
           END-IF.
           IF EMPLOYEE-QTR-GROSS > EMPLOYEE-QTR-TAXABLE
               COMPUTE EMPLOYEE-QTR-EXCESS =
                   EMPLOYEE-QTR-GROSS - EMPLOYEE-QTR-TAXABLE
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-STATE-WAGES
      *
      *    FOLDS THE EMPLOYEE'S QUARTER INTO THEIR WORK STATE'S
      *    TOTALS. AN EMPLOYEE WITH NOTHING PAID THIS QUARTER IS LEFT
      *    OFF THE STATE REPORT.
      *
      ******************************************************************
       ACCUMULATE-STATE-WAGES.
           PERFORM GET-EMPLOYEE-SUTA-FIGURES.

           IF EMPLOYEE-QTR-GROSS > ZERO
                OR EMPLOYEE-QTR-TAXABLE > ZERO
               MOVE ZERO TO SUTA-STATE-FOUND
               PERFORM VARYING SUTA-STATE-INDEX FROM 1 BY 1
                   UNTIL SUTA-STATE-INDEX > SUTA-STATE-COUNT
                      OR SUTA-STATE-FOUND IS POSITIVE
                   IF SST-STATE (SUTA-STATE-INDEX) =
                        EMPLOYEE-SUTA-STATE
                       MOVE SUTA-STATE-INDEX TO SUTA-STATE-FOUND
                   END-IF
               END-PERFORM
               IF SUTA-STATE-FOUND IS ZERO
                    AND SUTA-STATE-COUNT < 50
                   ADD 1 TO SUTA-STATE-COUNT
                   MOVE SUTA-STATE-COUNT TO SUTA-STATE-FOUND
                   MOVE EMPLOYEE-SUTA-STATE
                       TO SST-STATE (SUTA-STATE-FOUND)
                   MOVE ZERO TO SST-EMPLOYEE-COUNT (SUTA-STATE-FOUND)
                   MOVE ZERO TO SST-GROSS (SUTA-STATE-FOUND)
                   MOVE ZERO TO SST-EXCESS (SUTA-STATE-FOUND)
                   MOVE ZERO TO SST-TAXABLE (SUTA-STATE-FOUND)
                   MOVE ZERO TO SST-TAX (SUTA-STATE-FOUND)
               END-IF
               IF SUTA-STATE-FOUND IS POSITIVE
                   ADD 1 TO SST-EMPLOYEE-COUNT (SUTA-STATE-FOUND)
                   ADD EMPLOYEE-QTR-GROSS
                       TO SST-GROSS (SUTA-STATE-FOUND)
                   ADD EMPLOYEE-QTR-EXCESS
                       TO SST-EXCESS (SUTA-STATE-FOUND)
                   ADD EMPLOYEE-QTR-TAXABLE
                       TO SST-TAXABLE (SUTA-STATE-FOUND)
                   ADD EMPLOYEE-QTR-SUTA-TAX
                       TO SST-TAX (SUTA-STATE-FOUND)
               END-IF
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-FUTA-WAGES
      *
      *    ADDS THE EMPLOYEE'S YEAR-TO-DATE PAYMENTS, FUTA TAXABLE
      *    WAGES, AND FUTA TAX TO THE 940 TOTALS. PAYMENTS OVER THE
      *    WAGE BASE ARE WHATEVER WAS PAID BEYOND THE TAXABLE WAGES.
      *
      ******************************************************************
       ACCUMULATE-FUTA-WAGES.
           MOVE ZERO TO EMPLOYEE-YTD-GROSS.
           MOVE ZERO TO EMPLOYEE-FUTA-WAGES.
           IF YTD-GROSS-PAY IS NUMERIC
               MOVE YTD-GROSS-PAY TO EMPLOYEE-YTD-GROSS
           END-IF.
           IF YTD-FUTA-WAGES IS NUMERIC
               MOVE YTD-FUTA-WAGES TO EMPLOYEE-FUTA-WAGES
           END-IF.

           IF EMPLOYEE-YTD-GROSS > ZERO
               ADD 1 TO FUTA-EMPLOYEE-COUNT
               ADD EMPLOYEE-YTD-GROSS TO TOTAL-YTD-PAYMENTS
               ADD EMPLOYEE-FUTA-WAGES TO TOTAL-FUTA-WAGES
               IF EMPLOYEE-YTD-GROSS > EMPLOYEE-FUTA-WAGES
                   COMPUTE TOTAL-FUTA-EXCESS = TOTAL-FUTA-EXCESS
                       + EMPLOYEE-YTD-GROSS - EMPLOYEE-FUTA-WAGES
               END-IF
               IF YTD-FUTA-TAX IS NUMERIC
                   ADD YTD-FUTA-TAX TO TOTAL-FUTA-TAX
               END-IF
           END-IF.



      ******************************************************************
      *
      *    SORT-SUTA-STATES
      *
      *    PUTS THE STATE TOTALS IN STATE-CODE ORDER FOR THE REPORT.
      *
      ******************************************************************
       SORT-SUTA-STATES.
           PERFORM VARYING SUTA-SORT-INDEX-1 FROM 1 BY 1
               UNTIL SUTA-SORT-INDEX-1 >= SUTA-STATE-COUNT
               PERFORM VARYING SUTA-SORT-INDEX-2 FROM 1 BY 1
                   UNTIL SUTA-SORT-INDEX-2 >
                       SUTA-STATE-COUNT - SUTA-SORT-INDEX-1
                   IF SST-STATE (SUTA-SORT-INDEX-2) >
                        SST-STATE (SUTA-SORT-INDEX-2 + 1)
                       MOVE SUTA-STATE-ENTRY (SUTA-SORT-INDEX-2)
                           TO SUTA-STATE-SWAP
                       MOVE SUTA-STATE-ENTRY (SUTA-SORT-INDEX-2 + 1)
                           TO SUTA-STATE-ENTRY (SUTA-SORT-INDEX-2)
                       MOVE SUTA-STATE-SWAP
                           TO SUTA-STATE-ENTRY (SUTA-SORT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-QUARTER-SUMMARY
      *
      *    LISTS EVERY PAY PERIOD THE QUARTER RAN, FROM THE DETAIL
      *    FILE THE PAYROLL RUN APPENDS, TO SUPPORT THE DEPOSIT
      *    SCHEDULE. EACH RUN SHOWS ITS PAY GROUP, PERIOD NUMBER AND
      *    PAY DATE, SO GROUPS PAID IN THE SAME MONTH STAY APART.
      *
      ******************************************************************
       WRITE-PERIOD-BREAKDOWN.
                   MOVE QD-GROSS-PAY TO QTRD-WAGES
                   MOVE QD-FEDERAL-WH TO QTRD-FEDERAL
                   MOVE QD-FICA-WH TO QTRD-FICA
                   MOVE QD-PAY-GROUP TO QTRD-PAY-GROUP
                   MOVE QD-PAY-PERIOD TO QTRD-PAY-PERIOD
                   MOVE QD-PAY-DATE TO QTRD-PAY-DATE
                   MOVE DETAIL-LINE TO QUARTER-PRINT-LINE
                   WRITE QUARTER-PRINT-LINE
               END-IF



      ******************************************************************
      *
      *    WRITE-STATE-WAGE-REPORT
      *
      *    ONE SECTION PER WORK STATE, IN STATE ORDER: EVERY EMPLOYEE
      *    PAID IN THE QUARTER WITH THEIR GROSS, EXCESS, AND TAXABLE
      *    WAGES AND THE EMPLOYER TAX, THEN THE STATE'S TOTALS. EACH
      *    STATE IS ITS OWN WALK OF THE YTD MASTER.
      *
      ******************************************************************
       WRITE-STATE-WAGE-REPORT.
           OPEN OUTPUT STATE-WAGE-REPORT.
           MOVE SUTA-HEADING TO STATE-WAGE-PRINT-LINE.
           WRITE STATE-WAGE-PRINT-LINE.

           PERFORM VARYING SUTA-STATE-INDEX FROM 1 BY 1
               UNTIL SUTA-STATE-INDEX > SUTA-STATE-COUNT
               PERFORM WRITE-ONE-STATE-SECTION
           END-PERFORM.

           CLOSE STATE-WAGE-REPORT.



      ******************************************************************
      *
      *    WRITE-ONE-STATE-SECTION
      *
      ******************************************************************
       WRITE-ONE-STATE-SECTION.
           MOVE SPACES TO STATE-WAGE-PRINT-LINE.
           WRITE STATE-WAGE-PRINT-LINE.
           MOVE SST-STATE (SUTA-STATE-INDEX) TO SUTA-HDG-STATE.
           IF SST-STATE (SUTA-STATE-INDEX) = SPACES
               MOVE '(NO WORK STATE ON FILE)' TO SUTA-HDG-NOTE
           ELSE
               MOVE SPACES TO SUTA-HDG-NOTE
           END-IF.
           MOVE SUTA-STATE-HEADING TO STATE-WAGE-PRINT-LINE.
           WRITE STATE-WAGE-PRINT-LINE.
           MOVE SUTA-COLUMN-HEADING TO STATE-WAGE-PRINT-LINE.
           WRITE STATE-WAGE-PRINT-LINE.

           MOVE 'YES' TO YTD-SCAN-SWITCH.
           MOVE ZEROS TO YTD-EMPLOYEE-ID.
           START YTD-MASTER KEY >= YTD-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'NO' TO YTD-SCAN-SWITCH
           END-START.

           PERFORM UNTIL YTD-SCAN-SWITCH = 'NO'
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO YTD-SCAN-SWITCH
                   NOT AT END
                       PERFORM GET-EMPLOYEE-SUTA-FIGURES
                       IF EMPLOYEE-SUTA-STATE =
                            SST-STATE (SUTA-STATE-INDEX)
                            AND (EMPLOYEE-QTR-GROSS > ZERO
                              OR EMPLOYEE-QTR-TAXABLE > ZERO)
                           MOVE YTD-EMPLOYEE-ID TO SUTAD-EMPLOYEE-ID
                           MOVE EMPLOYEE-QTR-GROSS TO SUTAD-GROSS
                           MOVE EMPLOYEE-QTR-EXCESS TO SUTAD-EXCESS
                           MOVE EMPLOYEE-QTR-TAXABLE TO SUTAD-TAXABLE
                           MOVE EMPLOYEE-QTR-SUTA-TAX TO SUTAD-TAX
                           MOVE SUTA-DETAIL-LINE
                               TO STATE-WAGE-PRINT-LINE
                           WRITE STATE-WAGE-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SST-STATE (SUTA-STATE-INDEX) TO SUTAT-STATE.
           MOVE SST-GROSS (SUTA-STATE-INDEX) TO SUTAT-GROSS.
           MOVE SST-EXCESS (SUTA-STATE-INDEX) TO SUTAT-EXCESS.
           MOVE SST-TAXABLE (SUTA-STATE-INDEX) TO SUTAT-TAXABLE.
           MOVE SST-TAX (SUTA-STATE-INDEX) TO SUTAT-TAX.
           MOVE SUTA-TOTAL-LINE TO STATE-WAGE-PRINT-LINE.
           WRITE STATE-WAGE-PRINT-LINE.
           MOVE SST-EMPLOYEE-COUNT (SUTA-STATE-INDEX)
               TO SUTAT-EMPLOYEE-COUNT.
           MOVE SUTA-COUNT-LINE TO STATE-WAGE-PRINT-LINE.
           WRITE STATE-WAGE-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-FUTA-SUMMARY
      *
      *    THE YEAR'S FUTA FIGURES IN THE ORDER THE 940 ASKS FOR
      *    THEM - TOTAL PAYMENTS, PAYMENTS OVER THE WAGE BASE, THE
      *    TAXABLE WAGES LEFT, AND THE TAX ON THEM.
      *
      ******************************************************************
       WRITE-FUTA-SUMMARY.
           OPEN OUTPUT FUTA-REPORT.
           MOVE FUTA-HEADING TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE FUTA-SUBHEADING TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE SPACES TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.

           MOVE FUTA-EMPLOYEE-COUNT TO FUTA-EMPLOYEE-COUNT-OUT.
           MOVE FUTA-LINE-EMPLOYEES TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.

           MOVE 'TOTAL PAYMENTS TO ALL EMPLOYEES:' TO FUTA-LINE-LABEL.
           MOVE TOTAL-YTD-PAYMENTS TO FUTA-LINE-VALUE.
           MOVE FUTA-LINE-AMOUNT TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.

           MOVE 'PAYMENTS OVER THE FUTA WAGE BASE:' TO FUTA-LINE-LABEL.
           MOVE TOTAL-FUTA-EXCESS TO FUTA-LINE-VALUE.
           MOVE FUTA-LINE-AMOUNT TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.

           MOVE 'TOTAL TAXABLE FUTA WAGES:' TO FUTA-LINE-LABEL.
           MOVE TOTAL-FUTA-WAGES TO FUTA-LINE-VALUE.
           MOVE FUTA-LINE-AMOUNT TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.

           MOVE 'FUTA TAX BEFORE ADJUSTMENTS:' TO FUTA-LINE-LABEL.
           MOVE TOTAL-FUTA-TAX TO FUTA-LINE-VALUE.
           MOVE FUTA-LINE-AMOUNT TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.

           CLOSE FUTA-REPORT.



      ******************************************************************
      *
      *    RESET-QUARTER-BUCKETS
      *
      *    THE QUARTER IS CLOSED - WALKS THE YTD MASTER AGAIN AND
      *    ZEROES EVERY EMPLOYEE'S QUARTER BUCKETS (THE SUTA QUARTER
      *    BUCKETS INCLUDED), JOURNALING EACH
      *    REWRITE, SO THE NEW QUARTER ACCUMULATES FROM NOTHING. THE
      *    YEAR-TO-DATE BUCKETS ARE NEVER TOUCHED HERE.
      *
                       MOVE ZERO TO QTD-GROSS-PAY
                       MOVE ZERO TO QTD-FEDERAL-WH
                       MOVE ZERO TO QTD-FICA-WH
                       MOVE ZERO TO QTD-SUTA-WAGES
                       MOVE ZERO TO QTD-SUTA-TAX
                       REWRITE YTD-MASTER-RECORD
                       PERFORM WRITE-MASTER-JOURNAL
               END-READ
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE MASTER-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE YTD-MASTER-RECORD TO JRN-AFTER-IMAGE (1:198).
           WRITE MASTER-JOURNAL-RECORD.


