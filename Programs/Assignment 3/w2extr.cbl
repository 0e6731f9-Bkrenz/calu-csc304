      *
      *    JOINS THE YEAR-TO-DATE PAY MASTER WITH THE EMPLOYEE MASTER
      *    TO PRODUCE ONE W-2 EXTRACT RECORD PER EMPLOYEE - ID, NAME,
      *    YTD GROSS, FEDERAL AND FICA WITHHELD, AND NET, WITH THE
      *    TAXABLE AND FICA WAGES LEFT AFTER PRE-TAX DEDUCTIONS AND
      *    THE RETIREMENT DEFERRAL FOR BOX 12 - PLUS
      *    COMPANY TOTALS, SO JANUARY IS NOT SPENT RE-ADDING TWELVE
      *    PAYROLL REGISTERS ON A CALCULATOR. WHEN THE CONTROL CARD
      *    SAYS 'RESET', EVERY YTD RECORD IS ZEROED AFTERWARD TO
      * YEAR-TO-DATE PAY MASTER - SAME RECORD THE PAYROLL RUN (A4)
      * UPDATES EACH PAY PERIOD
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

      * EMPLOYEE MASTER - SAME RECORD THE PAYROLL RUN CARRIES
       FD EMPLOYEE-MASTER
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
       01 EMPLOYEE-MASTER-RECORD.
           03 MASTER-EMPLOYEE-ID PIC 9(9).
           03 MASTER-PAY-TYPE PIC X(1).
           03 MASTER-SALARY-AMOUNT PIC 9(7)V99.
           03 MASTER-PRENOTE-DATE PIC 9(8).
           03 MASTER-COST-CENTER PIC X(6).
           03 MASTER-PAY-FREQUENCY PIC X(1).

      * YEAR-END CONTROL CARD - 'RESET' ZEROES THE YTD MASTER AFTER
      * THE EXTRACT IS WRITTEN

      * W-2 EXTRACT OUTPUT - ONE FIXED-FORMAT RECORD PER EMPLOYEE
       FD W2-EXTRACT-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS W2-EXTRACT-RECORD.
       01 W2-EXTRACT-RECORD.
           03 W2-EMPLOYEE-ID PIC 9(9).
           03 W2-FICA-WH PIC 9(10)V99.
           03 W2-STATE-WH PIC 9(10)V99.
           03 W2-NET-PAY PIC 9(10)V99.
           03 W2-TAXABLE-WAGES PIC 9(10)V99.
           03 W2-FICA-WAGES PIC 9(10)V99.
           03 W2-DEFERRAL PIC 9(10)V99.


      * MASTER-UPDATE JOURNAL - SAME RECORD THE PAYROLL RUN APPENDS.
       01 TOTAL-FICA-WH PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-STATE-WH PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-NET-PAY PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-TAXABLE-WAGES PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-FICA-WAGES PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-DEFERRAL PIC 9(12)V99 VALUE ZERO.

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
               MOVE ZERO TO W2-NET-PAY
           END-IF.

      *    TAXABLE AND FICA WAGES ARE GROSS LESS THE DEDUCTIONS TAKEN
      *    BEFORE EACH TAX; A RECORD FROM BEFORE PRE-TAX DEDUCTIONS
      *    WERE CARRIED HAS NONE, SO ITS WAGES ARE ITS GROSS
           MOVE W2-GROSS-PAY TO W2-TAXABLE-WAGES.
           IF YTD-PRETAX-INCOME IS NUMERIC
               SUBTRACT YTD-PRETAX-INCOME FROM W2-TAXABLE-WAGES
           END-IF.
           ADD W2-TAXABLE-WAGES TO TOTAL-TAXABLE-WAGES.
           MOVE W2-GROSS-PAY TO W2-FICA-WAGES.
           IF YTD-PRETAX-FICA IS NUMERIC
               SUBTRACT YTD-PRETAX-FICA FROM W2-FICA-WAGES
           END-IF.
           ADD W2-FICA-WAGES TO TOTAL-FICA-WAGES.
           IF YTD-DEFERRAL IS NUMERIC
               MOVE YTD-DEFERRAL TO W2-DEFERRAL
               ADD YTD-DEFERRAL TO TOTAL-DEFERRAL
           ELSE
               MOVE ZERO TO W2-DEFERRAL
           END-IF.

           WRITE W2-EXTRACT-RECORD.
           ADD 1 TO TOTAL-EMPLOYEE-COUNT.

           DISPLAY 'COMPANY YTD FICA:      ' TOTAL-FICA-WH.
           DISPLAY 'COMPANY YTD STATE:     ' TOTAL-STATE-WH.
           DISPLAY 'COMPANY YTD NET:       ' TOTAL-NET-PAY.
           DISPLAY 'COMPANY TAXABLE WAGES: ' TOTAL-TAXABLE-WAGES.
           DISPLAY 'COMPANY FICA WAGES:    ' TOTAL-FICA-WAGES.
           DISPLAY 'COMPANY YTD DEFERRAL:  ' TOTAL-DEFERRAL.
           IF MISSING-NAME-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' MISSING-NAME-COUNT
                   ' YTD EMPLOYEES HAVE NO EMPLOYEE-MASTER RECORD -'
                       MOVE ZERO TO QTD-GROSS-PAY
                       MOVE ZERO TO QTD-FEDERAL-WH
                       MOVE ZERO TO QTD-FICA-WH
                       MOVE ZERO TO YTD-FUTA-WAGES
                       MOVE ZERO TO YTD-FUTA-TAX
                       MOVE ZERO TO YTD-SUTA-WAGES
                       MOVE ZERO TO YTD-SUTA-TAX
                       MOVE ZERO TO QTD-SUTA-WAGES
                       MOVE ZERO TO QTD-SUTA-TAX
                       MOVE ZERO TO YTD-DEFERRAL
                       MOVE ZERO TO YTD-PRETAX-INCOME
                       MOVE ZERO TO YTD-PRETAX-FICA
                       REWRITE YTD-MASTER-RECORD
                       PERFORM WRITE-MASTER-JOURNAL
               END-READ
