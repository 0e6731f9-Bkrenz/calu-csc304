
      * LEAVE MASTER - SAME RECORD THE PAYROLL RUN (A4) MAINTAINS
       FD LEAVE-MASTER
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS LEAVE-MASTER-RECORD.
       01 LEAVE-MASTER-RECORD.
           03 LV-EMPLOYEE-ID PIC 9(9).
           03 LV-VACATION-BALANCE PIC 9(3)V99.
           03 LV-SICK-BALANCE PIC 9(3)V99.
           03 LV-PAYOUT-DATE PIC 9(8).
           03 LV-VACATION-PAID-HOURS PIC 9(3)V99.
           03 LV-VACATION-FORFEIT-HOURS PIC 9(3)V99.
           03 LV-SICK-PAID-HOURS PIC 9(3)V99.
           03 LV-SICK-FORFEIT-HOURS PIC 9(3)V99.

      * EMPLOYEE MASTER - SAME RECORD THE PAYROLL RUN CARRIES, READ
      * ONLY HERE FOR THE NAMES
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

      * LIABILITY REPORT OUTPUT INFORMATION
       FD LEAVE-LIABILITY-REPORT
           03 FILLER PIC X(27) VALUE 'NAME'.
           03 FILLER PIC X(12) VALUE 'VACATION'.
           03 FILLER PIC X(10) VALUE 'SICK'.
           03 FILLER PIC X(9) VALUE 'SETTLED'.

       01 LIABILITY-DETAIL-LINE.
           03 LIA-EMPLOYEE-ID PIC 9(9).
           03 LIA-VACATION PIC ZZ9.99.
           03 FILLER PIC X(5) VALUE SPACES.
           03 LIA-SICK PIC ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 LIA-PAID-LABEL PIC X(9).
           03 LIA-PAID-DATE PIC X(8).

       01 LIABILITY-TOTAL-LINE.
           03 FILLER PIC X(26) VALUE 'TOTAL ACCRUED UNPAID HOURS'.
      *    LISTS THE LEAVE RECORD IN HAND WITH THE EMPLOYEE MASTER'S
      *    NAME AND FOLDS IT INTO THE COMPANY TOTALS. AN EMPLOYEE
      *    WITH NO MASTER RECORD STILL LISTS - THE HOURS ARE REAL -
      *    WITH A BLANK NAME. A RECORD A FINAL CHECK SETTLED SHOWS
      *    THE DATE ITS BALANCES WERE PAID OFF.
      *
      ******************************************************************
       WRITE-LIABILITY-LINE.
               MOVE ZERO TO LIA-SICK
           END-IF.

      *    A FINAL CHECK THAT PAID THE LEAVE OFF LEFT ITS DATE BEHIND
           IF LV-PAYOUT-DATE IS NUMERIC
                AND LV-PAYOUT-DATE > ZERO
               MOVE 'PAID OUT ' TO LIA-PAID-LABEL
               MOVE LV-PAYOUT-DATE TO LIA-PAID-DATE
           ELSE
               MOVE SPACES TO LIA-PAID-LABEL
               MOVE SPACES TO LIA-PAID-DATE
           END-IF.

           MOVE LIABILITY-DETAIL-LINE TO LIABILITY-PRINT-LINE.
           WRITE LIABILITY-PRINT-LINE.

