           SELECT OPTIONAL CHECK-NUMBER-FILE ASSIGN TO 'CHECKNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-HISTORY-FILE ASSIGN TO 'CHKHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETRO-TRANSACTION-FILE ASSIGN TO 'RETRO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRO-REGISTER-FILE ASSIGN TO 'RETROREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINAL-PAY-REGISTER-FILE ASSIGN TO 'FINALPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TAX-PARAMETER-FILE ASSIGN TO 'TAXPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UTILITY-PAYMENT-EXTRACT ASSIGN TO 'UTILPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETIREMENT-CONTRIBUTION-FILE ASSIGN TO 'RETCONT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO 'GLEXTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-EMPLOYEE-ID.

           SELECT OPTIONAL GARNISHMENT-MASTER ASSIGN TO 'GARNMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-EMPLOYEE-ID.

           SELECT GARNISHMENT-REMIT-REPORT ASSIGN TO 'GARNRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISHMENT-REMIT-EXTRACT ASSIGN TO 'GARNPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISHMENT-REMIT-WORK ASSIGN TO 'GARNWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRW-KEY.

           SELECT OPTIONAL PUNCH-DETAIL-FILE ASSIGN TO 'PUNCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-MASTER-FILE ASSIGN TO 'JOBMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JM-JOB-NUMBER.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO 'REJECTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PUNCH-AUDIT-REPORT ASSIGN TO 'PUNCHAUD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABOR-DISTRIBUTION-REPORT ASSIGN TO 'LABORDST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABOR-COST-EXTRACT ASSIGN TO 'LABOREXT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 CHECK-NUMBER-RECORD.
           03 LAST-CHECK-NUMBER PIC 9(6).

      * CHECK HISTORY - THE LASTING TRAIL BEHIND THE PRINTED CHECK
      * REGISTER. ONE EVENT PER LINE, APPEND-ONLY: 'I' WHEN A CHECK
      * IS ISSUED (WITH THE GROSS, WITHHOLDINGS, AND NET IT CARRIED,
      * AND THE EMPLOYER FUTA/SUTA AND PRE-TAX DEDUCTION AMOUNTS THAT
      * WENT ON THE YTD MASTER WITH IT, SO A VOID KNOWS EXACTLY WHAT
      * TO BACK OUT), 'V' WHEN CHKVOID VOIDS IT, 'C' WHEN CHKRECON
      * SEES IT CLEAR THE BANK. A CHECK'S STATE IS ITS LATEST EVENT.
      * HISTORY WRITTEN BEFORE THE LINE CARRIED THE FUTA/SUTA AND
      * PRE-TAX AMOUNTS READS THEM AS BLANK
       FD CHECK-HISTORY-FILE
           RECORD CONTAINS 193 CHARACTERS
           DATA RECORD IS CHECK-HISTORY-RECORD.
       01 CHECK-HISTORY-RECORD.
           03 CH-CHECK-NUMBER PIC 9(6).
           03 CH-EVENT PIC X(1).
           03 CH-EVENT-DATE PIC 9(8).
           03 CH-RUN-NUMBER PIC 9(6).
           03 CH-EMPLOYEE-ID PIC 9(9).
           03 CH-FIRST-NAME PIC X(10).
           03 CH-LAST-NAME PIC X(15).
           03 CH-GROSS-PAY PIC 9(9)V99.
           03 CH-FEDERAL-WH PIC 9(9)V99.
           03 CH-FICA-WH PIC 9(9)V99.
           03 CH-STATE-WH PIC 9(9)V99.
           03 CH-NET-PAY PIC 9(9)V99.
           03 CH-RELATED-CHECK PIC 9(6).
           03 CH-OTHER-AMOUNTS.
               05 CH-FUTA-WAGES PIC 9(9)V99.
               05 CH-FUTA-TAX PIC 9(9)V99.
               05 CH-SUTA-WAGES PIC 9(9)V99.
               05 CH-SUTA-TAX PIC 9(9)V99.
               05 CH-DEFERRAL PIC 9(9)V99.
               05 CH-PRETAX-INCOME PIC 9(9)V99.
               05 CH-PRETAX-FICA PIC 9(9)V99.

      * PAY HISTORY - ONE RECORD PER EMPLOYEE PER PAY EVENT, APPEND-
      * ONLY: A 'P' RECORD FOR EVERY CHECK A RUN COMPUTES (THE HOURS
      * SPLIT AS PAID, THE RATE, THE OT-CODE, EACH PIECE OF PAY, THE
      * GROSS, AND ANY RETRO EARNINGS THE GROSS CARRIED), AND AN 'R'
      * RECORD FOR EVERY EARLIER PAYMENT A RETRO RE-RATED, NAMING
      * THE RUN THAT PAID IT, WITH THE NEW RATE, THE RE-RATED PAY,
      * THE PERIOD'S GROSS AS IT NOW STANDS, AND THE DIFFERENCE
      * PAID. A PAYMENT'S CURRENT STANDING IS ITS LATEST RECORD. A
      * 'P' RECORD ALSO NAMES THE PAY GROUP AND PAY PERIOD NUMBER
      * THE CHECK WAS PAID UNDER (BLANK ON OLDER RECORDS)
       FD PAY-HISTORY-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PAY-HISTORY-RECORD.
       01 PAY-HISTORY-RECORD.
           03 PH-EMPLOYEE-ID PIC 9(9).
           03 PH-PERIOD PIC 9(6).
           03 PH-RUN-NUMBER PIC 9(6).
           03 PH-ENTRY-TYPE PIC X(1).
           03 PH-PAY-TYPE PIC X(1).
           03 PH-REGULAR-HOURS PIC 99V99.
           03 PH-OVERTIME-HOURS PIC 99V99.
           03 PH-RATE PIC 99V99.
           03 PH-OT-CODE PIC 9(1).
           03 PH-REGULAR-PAY PIC 9(7)V99.
           03 PH-OVERTIME-PAY PIC 9(7)V99.
           03 PH-GROSS-PAY PIC 9(7)V99.
           03 PH-RETRO-PAY PIC 9(7)V99.
           03 PH-ADJUSTED-RUN PIC 9(6).
           03 PH-PAY-GROUP PIC X(1).
           03 PH-PAY-PERIOD PIC 9(2).
           03 FILLER PIC X(2).

      * RETROACTIVE RATE CHANGES - ONE PER EMPLOYEE: THE NEW HOURLY
      * RATE AND THE FIRST PERIOD (YYYYMM) IT TAKES EFFECT. EVERY
      * HOURLY PAYMENT ON THE PAY HISTORY FROM THAT PERIOD ON IS
      * RE-RATED AND THE DIFFERENCE PAID ON THE EMPLOYEE'S CHECK IN
      * THIS RUN. NO FILE MEANS NO RETRO PAY
       FD RETRO-TRANSACTION-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS RETRO-TRANSACTION-RECORD.
       01 RETRO-TRANSACTION-RECORD.
           03 RX-EMPLOYEE-ID PIC 9(9).
           03 RX-NEW-RATE PIC 99V99.
           03 RX-EFFECTIVE-PERIOD PIC 9(6).

      * RETRO REGISTER - EACH RETRO PAID THIS RUN, PERIOD BY PERIOD,
      * WITH THE OLD PAY, THE NEW PAY, AND THE DIFFERENCE, AND ANY
      * RETRO TRANSACTION THAT COULD NOT BE PAID
       FD RETRO-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RETRO-PRINT-LINE.
       01 RETRO-PRINT-LINE PIC X(80).

      * FINAL-PAY REGISTER - WRITTEN BY A FINAL-PAY RUN ONLY: EACH
      * TERMINATED EMPLOYEE'S LAST WAGES, THE VACATION AND SICK
      * HOURS PAID OUT OR FORFEITED, THE DEDUCTION GOALS CLOSED
      * WITH WHAT WAS LEFT UNRECOVERED, AND THE SUPPLEMENTAL
      * WITHHOLDING ON THE PAYOUT, WITH THE RUN'S TOTALS
       FD FINAL-PAY-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FINAL-PRINT-LINE.
       01 FINAL-PRINT-LINE PIC X(80).

      * POSITIVE-PAY ISSUE FILE FOR THE BANK - EVERY CHECK THIS RUN
      * WROTE ('D' DETAIL, ISSUE CODE 'I'), CLOSED BY A 'T' TRAILER
      * WITH THE ITEM COUNT AND DOLLARS, SO THE BANK HONORS ONLY
      * CHECKS WE ACTUALLY WROTE. OPS TRANSMITS IT AFTER THE RUN
       FD POSITIVE-PAY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS POSITIVE-PAY-RECORD.
       01 POSITIVE-PAY-RECORD.
           03 PP-RECORD-TYPE PIC X(1).
           03 PP-ISSUE-CODE PIC X(1).
           03 PP-CHECK-NUMBER PIC 9(6).
           03 PP-ISSUE-DATE PIC 9(8).
           03 PP-AMOUNT PIC 9(8)V99.
           03 PP-PAYEE PIC X(25).
       01 POSITIVE-PAY-TRAILER.
           03 FILLER PIC X(1).
           03 PP-TRL-ITEM-COUNT PIC 9(6).
           03 PP-TRL-ISSUED-AMOUNT PIC 9(10)V99.
           03 PP-TRL-VOIDED-AMOUNT PIC 9(10)V99.
           03 FILLER PIC X(20).

      * TAX PARAMETER FILE - THE FEDERAL WITHHOLDING BRACKETS FOR ONE
      * PAY PERIOD AND THE FICA RATE AND ANNUAL WAGE BASE, MAINTAINED
      * AS DATA SO A JANUARY RATE CHANGE IS A FILE CHANGE, NOT A
      * PROGRAM CHANGE. RECORD TYPES: 'F' CARRIES THE FICA RATE AND
      * WAGE BASE; 'B' CARRIES ONE FEDERAL BRACKET'S FLOOR AND RATE;
      * 'S' CARRIES ONE STATE BRACKET - THE WORK STATE, ITS FLOOR,
      * AND ITS RATE; 'U' CARRIES THE EMPLOYER FUTA RATE AND WAGE
      * BASE; 'E' CARRIES ONE WORK STATE'S EMPLOYER UNEMPLOYMENT
      * (SUTA) EXPERIENCE RATE AND WAGE BASE; 'D' CARRIES ONE
      * DEDUCTION TYPE'S TAX TREATMENT - PRE-TAX FOR FEDERAL AND
      * STATE INCOME TAX (Y/N), PRE-TAX FOR FICA (Y/N), AND WHETHER
      * IT IS A RETIREMENT DEFERRAL SUBJECT TO THE ANNUAL LIMIT
      * (Y/N) - A TYPE WITH NO 'D' RECORD COMES OUT AFTER TAX; 'L'
      * CARRIES THE ANNUAL DEFERRAL LIMIT; 'M' CARRIES ONE TIER OF
      * THE EMPLOYER MATCH FORMULA - THE MATCH PERCENT PAID ON
      * DEFERRALS UP TO A CEILING PERCENT OF THE PERIOD'S GROSS
      * (E.G. 100% UP TO 3%, THEN 50% UP TO 5%); 'G' CARRIES ONE
      * GARNISHMENT LIMIT FOR AN ORDER TYPE - FEDERAL WHEN THE STATE
      * IS BLANK, OTHERWISE THE WORK STATE'S - AS THE MOST OF THE
      * DISPOSABLE EARNINGS ALL ORDERS UP TO AND INCLUDING THAT TYPE
      * MAY TAKE, AS A PERCENT AND AS A MONTHLY AMOUNT THAT MUST
      * BE LEFT UNTOUCHED; 'V' CARRIES A LEAVE PAYOUT RULE AT
      * TERMINATION - COMPANY POLICY WHEN THE STATE IS BLANK,
      * OTHERWISE A WORK STATE'S LAW - AS WHETHER ACCRUED VACATION
      * AND ACCRUED SICK HOURS ARE PAID OUT (Y/N); 'X' CARRIES THE
      * FLAT FEDERAL WITHHOLDING RATE ON SUPPLEMENTAL WAGES; 'P'
      * CARRIES HOW MANY PAY PERIODS A YEAR THE FEDERAL AND STATE
      * BRACKETS ARE WRITTEN FOR (1 FOR ANNUAL TABLES) - WITHOUT ONE
      * THEY ARE MONTHLY. EVERY EMPLOYEE'S WAGES ARE ANNUALIZED BY
      * THEIR OWN PAY FREQUENCY AND BROUGHT TO THAT BASIS BEFORE THE
      * BRACKET WALK. OLDER 15-BYTE FILES
      * STILL READ - ONLY THE 'S' RECORDS USE THE SIXTEENTH COLUMN.
       FD TAX-PARAMETER-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS TAX-PARAMETER-RECORD.
           03 TAXP-STATE-CODE PIC X(2).
           03 TAXP-STATE-FLOOR PIC 9(7)V99.
           03 TAXP-STATE-RATE PIC 9V999.
       01 TAX-FUTA-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-FUTA-RATE PIC 9V9999.
           03 TAXP-FUTA-WAGE-BASE PIC 9(9).
           03 FILLER PIC X(2).
       01 TAX-SUTA-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-SUTA-STATE PIC X(2).
           03 TAXP-SUTA-RATE PIC 9V9999.
           03 TAXP-SUTA-WAGE-BASE PIC 9(7).
           03 FILLER PIC X(1).
       01 TAX-DEDUCTION-RULE-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-RULE-DED-TYPE PIC X(2).
           03 TAXP-RULE-PRETAX-INCOME PIC X(1).
           03 TAXP-RULE-PRETAX-FICA PIC X(1).
           03 TAXP-RULE-DEFERRAL PIC X(1).
           03 FILLER PIC X(10).
       01 TAX-DEFERRAL-LIMIT-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-DEFERRAL-LIMIT PIC 9(7)V99.
           03 FILLER PIC X(6).
       01 TAX-MATCH-TIER-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-MATCH-CEILING-PCT PIC 9(3)V99.
           03 TAXP-MATCH-RATE-PCT PIC 9(3)V99.
           03 FILLER PIC X(5).
       01 TAX-GARNISHMENT-LIMIT-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-GARN-STATE PIC X(2).
           03 TAXP-GARN-ORDER-TYPE PIC X(2).
           03 TAXP-GARN-LIMIT-PCT PIC 9(3)V99.
           03 TAXP-GARN-EXEMPT-AMOUNT PIC 9(4)V99.
       01 TAX-LEAVE-PAYOUT-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-PAYOUT-STATE PIC X(2).
           03 TAXP-PAYOUT-VACATION PIC X(1).
           03 TAXP-PAYOUT-SICK PIC X(1).
           03 FILLER PIC X(11).
       01 TAX-SUPPLEMENTAL-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-SUPPLEMENTAL-RATE PIC 9V9999.
           03 FILLER PIC X(10).
       01 TAX-BRACKET-PERIODS-RECORD.
           03 FILLER PIC X(1).
           03 TAXP-BRACKET-PERIODS PIC 9(2).
           03 FILLER PIC X(13).

      * SHIFT DIFFERENTIAL PARAMETER FILE - EACH RECORD DEFINES ONE
      * PREMIUM WINDOW BY CLOCK TIME (START HHMM, END HHMM, PREMIUM
           03 SHIFT-PREMIUM-IN PIC 9V99.

      * VOLUNTARY DEDUCTIONS MASTER - EACH EMPLOYEE'S RECURRING
      * DEDUCTIONS (HEALTH, RETIREMENT, UNION DUES, ...), UP TO FIVE
      * PER EMPLOYEE, APPLIED IN SLOT ORDER AFTER TAXES. EACH SLOT
      * CARRIES A TYPE CODE, AMOUNT-OR-PERCENT METHOD, THE VALUE, AN
      * OPTIONAL GOAL/LIMIT, AND THE RUNNING TOTAL TAKEN TOWARD IT.
      * AN AMOUNT IS STATED MONTHLY AND TAKEN IN PROPORTION EACH
      * PERIOD OF THE EMPLOYEE'S PAY FREQUENCY
       FD DEDUCTION-MASTER
           RECORD CONTAINS 155 CHARACTERS
           DATA RECORD IS DEDUCTION-MASTER-RECORD.
               05 DED-TAKEN PIC 9(7)V99.
           03 DED-UTILITY-ACCOUNT PIC 9(6).

      * GARNISHMENT ORDER MASTER - EACH EMPLOYEE'S COURT AND AGENCY
      * WAGE ORDERS, UP TO THREE, TAKEN AFTER TAXES AND BEFORE ANY
      * VOLUNTARY AFTER-TAX DEDUCTION, LOWEST PRIORITY NUMBER FIRST.
      * EACH ORDER CARRIES ITS TYPE (CS CHILD SUPPORT, TL TAX LEVY,
      * SL STUDENT LOAN, CG CREDITOR ...), THE CASE NUMBER AND THE
      * PAYEE AGENCY THE MONEY IS REMITTED TO, AN AMOUNT-OR-PERCENT
      * OF DISPOSABLE EARNINGS, THE TOTAL OWED (ZERO FOR AN ONGOING
      * ORDER), AND THE RUNNING TOTAL TAKEN TOWARD IT. AN AMOUNT IS
      * STATED MONTHLY, LIKE A DEDUCTION'S
       FD GARNISHMENT-MASTER
           RECORD CONTAINS 159 CHARACTERS
           DATA RECORD IS GARNISHMENT-MASTER-RECORD.
       01 GARNISHMENT-MASTER-RECORD.
           03 GRN-EMPLOYEE-ID PIC 9(9).
           03 GRN-ORDER OCCURS 3 TIMES.
               05 GRN-ORDER-TYPE PIC X(2).
               05 GRN-PRIORITY PIC 9(2).
               05 GRN-CASE-NUMBER PIC X(12).
               05 GRN-AGENCY PIC X(8).
               05 GRN-METHOD PIC X(1).
               05 GRN-VALUE PIC 9(5)V99.
               05 GRN-TOTAL-OWED PIC 9(7)V99.
               05 GRN-TAKEN PIC 9(7)V99.

      * GARNISHMENT REMITTANCE REPORT - THE RUN'S WITHHOLDINGS BY
      * PAYEE AGENCY AND CASE, WITH AGENCY TOTALS, FOR THE CHECKS
      * ACCOUNTS PAYABLE CUTS
       FD GARNISHMENT-REMIT-REPORT
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS GARNISHMENT-PRINT-LINE.
       01 GARNISHMENT-PRINT-LINE PIC X(70).

      * GARNISHMENT REMITTANCE EXTRACT - ONE 'D' RECORD PER CASE
      * WITHHELD THIS RUN IN PAYEE AGENCY ORDER, AN 'A' RECORD
      * CLOSING EACH AGENCY'S GROUP, AND A 'T' TRAILER WITH THE
      * RUN'S COUNT AND TOTAL
       FD GARNISHMENT-REMIT-EXTRACT
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS GARNISHMENT-REMIT-RECORD.
       01 GARNISHMENT-REMIT-RECORD.
           03 GPAY-RECORD-TYPE PIC X(1).
           03 GPAY-AGENCY PIC X(8).
           03 GPAY-CASE-NUMBER PIC X(12).
           03 GPAY-ORDER-TYPE PIC X(2).
           03 GPAY-EMPLOYEE-ID PIC 9(9).
           03 GPAY-PAY-DATE PIC 9(8).
           03 GPAY-AMOUNT PIC 9(7)V99.
           03 GPAY-RUN-NUMBER PIC 9(6).
           03 FILLER PIC X(5).
       01 GARNISHMENT-REMIT-AGENCY-TOTAL.
           03 FILLER PIC X(1).
           03 GPAY-AGY-AGENCY PIC X(8).
           03 GPAY-AGY-COUNT PIC 9(6).
           03 GPAY-AGY-AMOUNT PIC 9(10)V99.
           03 FILLER PIC X(33).
       01 GARNISHMENT-REMIT-TRAILER.
           03 FILLER PIC X(1).
           03 GPAY-TRL-RUN-NUMBER PIC 9(6).
           03 GPAY-TRL-COUNT PIC 9(6).
           03 GPAY-TRL-AMOUNT PIC 9(10)V99.
           03 FILLER PIC X(35).

      * GARNISHMENTS WITHHELD THIS RUN, ONE RECORD PER AGENCY, CASE
      * AND EMPLOYEE - A WORK FILE BUILT FRESH EACH RUN, WHOSE KEY
      * ORDER IS THE REMITTANCE'S AGENCY AND CASE ORDER. THE RECORD
      * IS GARNISHMENT-REMIT-ENTRY
       FD GARNISHMENT-REMIT-WORK
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GARNISHMENT-REMIT-WORK-RECORD.
       01 GARNISHMENT-REMIT-WORK-RECORD.
           03 GRW-KEY.
               05 GRW-AGENCY PIC X(8).
               05 GRW-CASE-NUMBER PIC X(12).
               05 GRW-EMPLOYEE-ID PIC 9(9).
           03 FILLER PIC X(11).

      * MACHINE-READABLE REJECTS - EVERY EXCEPTION RECORD AS A FIXED
      * RECORD WITH A STRUCTURED REASON CODE AND THE ORIGINAL INPUT
      * IMAGE, FOR THE CORRECTION PROGRAM TO FIX AND RESUBMIT
      * AN OFF-CYCLE EXECUTION FOR A PERIOD THAT ALREADY RAN, WHICH
      * PROCESSES ONLY THE RECORDS PRESENTED - A MISSED TIMESHEET, A
      * TERMINATION PAYOUT, A MID-MONTH BONUS - WITHOUT FAKING A
      * PERIOD NUMBER. AN 'F' DECLARES A FINAL-PAY RUN: A
      * SUPPLEMENTAL RUN THAT ALSO PAYS OFF EVERY EMPLOYEE WHOSE
      * TERMINATION DATE FALLS IN THE PERIOD, WITH THEIR ACCRUED
      * LEAVE. THE PAY GROUP NAMES THE PAY FREQUENCY BEING RUN ('W'
      * WEEKLY, 'B' BIWEEKLY, 'S' SEMI-MONTHLY, 'M' MONTHLY - BLANK,
      * AS ON AN OLDER 15-BYTE CARD, IS MONTHLY) AND THE PAY PERIOD
      * ITS PERIOD NUMBER ON THE PAY CALENDAR. THE CARD'S PERIOD
      * (YYYYMM) IS THE MONTH THE CHECKS ARE DATED IN
       FD CONTROL-CARD-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CONTROL-CARD.
       01 CONTROL-CARD.
           03 CTL-PERIOD PIC 9(6).
           03 CTL-PROCESSING-DATE PIC 9(8).
           03 CTL-RUN-TYPE PIC X(1).
           03 CTL-PAY-GROUP PIC X(1).
           03 CTL-PAY-PERIOD PIC X(2).
           03 CTL-PAY-PERIOD-9 REDEFINES CTL-PAY-PERIOD PIC 9(2).

      * PAY CALENDAR - ONE RECORD PER PAY PERIOD PER PAY GROUP: THE
      * GROUP, THE YEAR AND PERIOD NUMBER (PERIODS ARE NUMBERED
      * WITHIN THE YEAR THEIR CHECKS ARE DATED IN), THE FIRST AND
      * LAST DAYS WORKED, AND THE PAY DATE. THE MONTHLY GROUP NEEDS
      * NO ENTRIES - WITHOUT ONE ITS PERIOD IS THE CALENDAR MONTH
       FD PAY-CALENDAR-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PAY-CALENDAR-RECORD.
       01 PAY-CALENDAR-RECORD.
           03 PCAL-PAY-GROUP PIC X(1).
           03 PCAL-YEAR PIC 9(4).
           03 PCAL-PERIOD-NUMBER PIC 9(2).
           03 PCAL-PERIOD-BEGIN PIC 9(8).
           03 PCAL-PERIOD-END PIC 9(8).
           03 PCAL-PAY-DATE PIC 9(8).

      * MASTER-UPDATE JOURNAL - A BEFORE/AFTER IMAGE OF EVERY MASTER
      * WRITE AND REWRITE (EMPLOYEE, YTD, AND DEDUCTION MASTERS),
      * TIMECLOCK PUNCH DETAIL - ONE RECORD PER CLOCK-IN/CLOCK-OUT
      * PAIR, AGGREGATED INTO EACH EMPLOYEE'S WEEKLY HOURS BEFORE
      * VALIDATION RUNS. LOCATIONS WITHOUT THE CLOCK SIMPLY DO NOT
      * APPEAR HERE AND KEEP THEIR KEYED WEEKLY TOTALS. EACH PUNCH
      * NAMES THE JOB (WORK ORDER) AND COST CENTER THE TIME WAS
      * SPENT ON, FOR LABOR DISTRIBUTION; A PUNCH LEAVING EITHER
      * BLANK IS CHARGED TO THE JOB'S OR THE EMPLOYEE'S HOME COST
      * CENTER.
       FD PUNCH-DETAIL-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PUNCH-DETAIL-RECORD.
       01 PUNCH-DETAIL-RECORD.
           03 PUNCH-EMPLOYEE-ID PIC 9(9).
           03 PUNCH-OUT-TIME.
               05 PUNCH-OUT-HH PIC 9(2).
               05 PUNCH-OUT-MM PIC 9(2).
           03 PUNCH-JOB-NUMBER PIC X(8).
           03 PUNCH-COST-CENTER PIC X(6).

      * JOB MASTER FROM THE JOB-COST SYSTEM - ONE RECORD PER JOB OR
      * WORK ORDER TIME MAY BE PUNCHED TO, WITH THE COST CENTER IT
      * CHARGES AND WHETHER IT IS STILL OPEN, KEYED BY JOB NUMBER
       FD JOB-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS JOB-MASTER-RECORD.
       01 JOB-MASTER-RECORD.
           03 JM-JOB-NUMBER PIC X(8).
           03 JM-COST-CENTER PIC X(6).
           03 JM-STATUS PIC X(1).
           03 JM-DESCRIPTION PIC X(25).

      * DAILY-HOURS AUDIT LISTING FOR THE PUNCH DETAIL
       FD PUNCH-AUDIT-REPORT
           DATA RECORD IS PUNCH-AUDIT-PRINT-LINE.
       01 PUNCH-AUDIT-PRINT-LINE PIC X(80).

      * LABOR DISTRIBUTION REPORT - THE RUN'S LABOR COST BY JOB AND
      * COST CENTER, WITH JOB TOTALS AND A GRAND TOTAL PROVED BACK
      * TO THE PAYROLL'S GROSS PAY AND EMPLOYER TAXES
       FD LABOR-DISTRIBUTION-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LABOR-PRINT-LINE.
       01 LABOR-PRINT-LINE PIC X(80).

      * LABOR COST EXTRACT FOR THE JOB-COST SYSTEM - ONE 'D' RECORD
      * PER EMPLOYEE, JOB AND COST CENTER PAID THIS RUN (HOURS,
      * STRAIGHT WAGES, OVERTIME PREMIUM, SHIFT DIFFERENTIAL AND
      * EMPLOYER TAX), CLOSED BY A 'T' TRAILER CARRYING THE COUNT,
      * HOURS AND COST TO BALANCE THE LOAD AGAINST
       FD LABOR-COST-EXTRACT
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS LABOR-COST-RECORD.
       01 LABOR-COST-RECORD.
           03 LCX-RECORD-TYPE PIC X(1).
           03 LCX-RUN-NUMBER PIC 9(6).
           03 LCX-PERIOD PIC 9(6).
           03 LCX-EMPLOYEE-ID PIC 9(9).
           03 LCX-JOB-NUMBER PIC X(8).
           03 LCX-COST-CENTER PIC X(6).
           03 LCX-HOURS PIC 9(3)V99.
           03 LCX-WAGES PIC 9(7)V99.
           03 LCX-OT-PREMIUM PIC 9(7)V99.
           03 LCX-DIFFERENTIAL PIC 9(7)V99.
           03 LCX-EMPLOYER-TAX PIC 9(7)V99.
           03 LCX-TOTAL-COST PIC 9(7)V99.
       01 LABOR-COST-TRAILER.
           03 FILLER PIC X(1).
           03 LCX-TRL-RUN-NUMBER PIC 9(6).
           03 LCX-TRL-COUNT PIC 9(6).
           03 LCX-TRL-HOURS PIC 9(7)V99.
           03 LCX-TRL-TOTAL-COST PIC 9(11)V99.
           03 FILLER PIC X(51).

      * PER-EMPLOYEE PAY STUBS - EVERY COMPONENT OF EVERY EMPLOYEE'S
      * PAY LAID OUT LINE BY LINE, WITH UPDATED YEAR-TO-DATE FIGURES,
      * SO A PAY DISPUTE CAN BE ANSWERED WITH MORE THAN TWO NUMBERS
       01 REGISTER-PRINT-LINE PIC X(70).

      * EMPLOYEE MASTER - THE AUTHORITATIVE ROSTER AN INPUT RECORD IS
      * CROSS-CHECKED AGAINST BEFORE IT IS PROCESSED. THE COST
      * CENTER IS THE EMPLOYEE'S HOME COST CENTER, WHICH CARRIES ANY
      * LABOR COST NOT PUNCHED TO A JOB. THE SALARY IS MONTHLY, PAID
      * OUT OVER THE PERIODS OF THE PAY FREQUENCY - 'W' WEEKLY, 'B'
      * BIWEEKLY, 'S' SEMI-MONTHLY OR 'M' MONTHLY (BLANK IS MONTHLY)
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

      * HR ROSTER FEED USED TO (RE-)LOAD THE EMPLOYEE MASTER AT THE
      * START OF A RUN - HOW AN EMPLOYEE GETS ONTO THE MASTER IN THE
      * FIRST PLACE, SINCE PAYROLL INPUT ITSELF NEVER ENROLLS ANYONE
       FD EMPLOYEE-MASTER-SEED
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-SEED-RECORD.
       01 EMPLOYEE-MASTER-SEED-RECORD.
           03 SEED-EMPLOYEE-ID PIC 9(9).
           03 SEED-PAY-TYPE PIC X(1).
           03 SEED-SALARY-AMOUNT PIC 9(7)V99.
           03 SEED-PRENOTE-DATE PIC 9(8).
           03 SEED-COST-CENTER PIC X(6).
           03 SEED-PAY-FREQUENCY PIC X(1).

      * YEAR-TO-DATE PAY MASTER, UPDATED EACH PAY PERIOD FOR W-2
      * PREP - GROSS, NET, AND EACH WITHHOLDING IN ITS OWN BUCKET,
      * SINCE GROSS AND NET ALONE CANNOT FILL IN A W-2. THE EMPLOYER
      * FUTA/SUTA BUCKETS CARRY THE WAGES ALREADY TAXED AGAINST EACH
      * WAGE BASE AND THE EMPLOYER TAX ON THEM, WITH THE WORK STATE
      * THE SUTA WAGES WERE LAST REPORTED TO. THE PRE-TAX BUCKETS
      * CARRY THE YEAR'S RETIREMENT DEFERRALS (FOR THE ANNUAL LIMIT
      * AND W-2 BOX 12) AND THE DEDUCTIONS TAKEN BEFORE INCOME TAX
      * AND BEFORE FICA, SO TAXABLE WAGES ARE GROSS LESS THESE
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

      * MONTH-END COMMISSION PAYOUT EXTRACT FROM THE CAR-SALES SYSTEM -
      * AN ADDITIONAL PAY COMPONENT KEYED BY SALESPERSON ID, CARRYING
      * (PERIOD, RUN, AND THE RUN'S WAGE AND WITHHOLDING TOTALS),
      * APPENDED ACROSS THE QUARTER SO THE QUARTER-END RETURN CAN
      * SHOW THE DEPOSIT-SCHEDULE BREAKDOWN. THE QTRRPT CLOSE STEP
      * RESETS IT. EACH RECORD ALSO NAMES THE PAY GROUP, ITS PERIOD
      * NUMBER AND THE PAY DATE, SO TWO GROUPS PAID IN THE SAME
      * MONTH STAY APART ON THE DEPOSIT SCHEDULE
       FD QUARTER-DETAIL-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS QUARTER-DETAIL-RECORD.
       01 QUARTER-DETAIL-RECORD.
           03 QD-PERIOD PIC 9(6).
           03 QD-GROSS-PAY PIC 9(9)V99.
           03 QD-FEDERAL-WH PIC 9(9)V99.
           03 QD-FICA-WH PIC 9(9)V99.
           03 QD-PAY-GROUP PIC X(1).
           03 QD-PAY-PERIOD PIC 9(2).
           03 QD-PAY-DATE PIC 9(8).

      * LEAVE MASTER - EACH EMPLOYEE'S VACATION AND SICK BALANCES IN
      * HOURS, ACCRUED EVERY PAY PERIOD BY TENURE AND DRAWN DOWN BY
      * LEAVE-USAGE RECORDS IN THE PAYROLL INPUT, SO PTO STOPS BEING
      * A PAPER LEDGER SETTLED BY ARGUMENT. A FINAL CHECK EMPTIES
      * BOTH BALANCES AND LEAVES BEHIND THE DATE IT PAID THEM OFF
      * AND THE HOURS OF EACH IT PAID OUT AND FORFEITED
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


      * UTILITY-BILL PAYMENT EXTRACT - THE 'UB' DEDUCTIONS TAKEN
           03 UPAY-TYPE PIC X(1).
           03 UPAY-REASON PIC X(4).

      * RETIREMENT PLAN CONTRIBUTION FILE FOR THE PLAN RECORDKEEPER -
      * ONE 'D' RECORD PER EMPLOYEE WITH A DEFERRAL OR MATCH THIS RUN
      * (PLAN COMPENSATION, THE EMPLOYEE DEFERRAL, THE EMPLOYER
      * MATCH, AND THE YEAR'S DEFERRALS SO FAR), CLOSED BY A 'T'
      * TRAILER CARRYING THE COUNT AND BOTH TOTALS TO BALANCE THE
      * REMITTANCE AGAINST
       FD RETIREMENT-CONTRIBUTION-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RETIREMENT-CONTRIBUTION-RECORD.
       01 RETIREMENT-CONTRIBUTION-RECORD.
           03 RCN-RECORD-TYPE PIC X(1).
           03 RCN-RUN-NUMBER PIC 9(6).
           03 RCN-PAY-DATE PIC 9(8).
           03 RCN-EMPLOYEE-ID PIC 9(9).
           03 RCN-PLAN-COMPENSATION PIC 9(7)V99.
           03 RCN-DEFERRAL PIC 9(7)V99.
           03 RCN-EMPLOYER-MATCH PIC 9(7)V99.
           03 RCN-YTD-DEFERRAL PIC 9(7)V99.
       01 RETIREMENT-CONTRIBUTION-TRAILER.
           03 FILLER PIC X(1).
           03 RCN-TRL-RUN-NUMBER PIC 9(6).
           03 RCN-TRL-COUNT PIC 9(6).
           03 RCN-TRL-DEFERRAL PIC 9(10)V99.
           03 RCN-TRL-MATCH PIC 9(10)V99.
           03 FILLER PIC X(23).

      * CHART-OF-ACCOUNTS MAPPING - ONE RECORD PER SYSTEM AND SOURCE
      * CODE, NAMING THE DEBIT AND CREDIT ACCOUNTS THAT SOURCE POSTS
      * TO, SO ACCOUNTING'S CHART IS DATA INSTEAD OF RE-KEYING
       01 UNAPPLIED-COMMISSION-COUNT PIC 999 VALUE ZERO.
       01 UNAPPLIED-COMMISSION-AMOUNT PIC 9(9)V99 VALUE ZERO.

      * RETRO TRANSACTIONS, LOADED ONCE AT THE START OF THE RUN. THE
      * STATUS IS 'N' UNTIL THE EMPLOYEE'S CHECK CARRIES THE RETRO,
      * 'Y' ONCE IT HAS, AND 'H' WHEN ITS PAY HISTORY COULD NOT ALL
      * BE HELD AND THE RETRO IS HELD BACK RATHER THAN UNDERPAID
       01 RETRO-TRANSACTION-TABLE.
           03 RETRO-TRANSACTION OCCURS 50 TIMES.
               05 RT-EMPLOYEE-ID PIC 9(9).
               05 RT-NEW-RATE PIC 99V99.
               05 RT-EFFECTIVE-PERIOD PIC 9(6).
               05 RT-STATUS PIC X(1).
       01 RETRO-COUNT PIC 9(2) VALUE ZERO.
       01 RETRO-INDEX PIC 9(2) VALUE ZERO.
       01 RETRO-FOUND PIC 9(2) VALUE ZERO.
       01 RETRO-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RETRO-VALID-SWITCH PIC X VALUE 'Y'.

      * THE HOURLY PAYMENTS ON THE PAY HISTORY THAT THE LOADED RETROS
      * REACH BACK TO, EACH AT ITS LATEST STANDING
       01 RETRO-PERIOD-TABLE.
           03 RETRO-PERIOD OCCURS 300 TIMES.
               05 RP-EMPLOYEE-ID PIC 9(9).
               05 RP-PERIOD PIC 9(6).
               05 RP-RUN-NUMBER PIC 9(6).
               05 RP-REGULAR-HOURS PIC 99V99.
               05 RP-OVERTIME-HOURS PIC 99V99.
               05 RP-OT-CODE PIC 9(1).
               05 RP-RATE PIC 99V99.
               05 RP-REGULAR-PAY PIC 9(7)V99.
               05 RP-OVERTIME-PAY PIC 9(7)V99.
               05 RP-GROSS-PAY PIC 9(7)V99.
       01 RETRO-PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 RETRO-PERIOD-INDEX PIC 9(3) VALUE ZERO.
       01 HISTORY-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * RETRO PAY WORK FIELDS - THE EMPLOYEE'S RETRO EARNINGS THIS
      * CHECK, ONE PERIOD'S OLD AND RE-RATED PAY, AND THE EMPLOYEE'S
      * TOTALS FOR THE RETRO REGISTER
       01 RETRO-PAY-WORK PIC 9(7)V99 VALUE ZERO.
       01 RETRO-NEW-REGULAR-WORK PIC 9(7)V99 VALUE ZERO.
       01 RETRO-NEW-OVERTIME-WORK PIC 9(7)V99 VALUE ZERO.
       01 RETRO-OLD-PAY-WORK PIC 9(7)V99 VALUE ZERO.
       01 RETRO-NEW-PAY-WORK PIC 9(7)V99 VALUE ZERO.
       01 RETRO-DIFFERENCE-WORK PIC 9(7)V99 VALUE ZERO.
       01 RETRO-EMPLOYEE-PERIODS PIC 9(3) VALUE ZERO.
       01 RETRO-EMPLOYEE-OLD-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 RETRO-EMPLOYEE-NEW-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 RETRO-SAVED-MULTIPLIER PIC 9V9 VALUE ZERO.

       01 RETRO-HEADING-LINE.
           03 FILLER PIC X(32) VALUE 'RETROACTIVE PAY REGISTER - RUN'.
           03 RRPT-RUN-NUMBER PIC 9(6).
           03 FILLER PIC X(10) VALUE '  PERIOD '.
           03 RRPT-PERIOD PIC 9(6).
       01 RETRO-COLUMN-LINE.
           03 FILLER PIC X(16) VALUE '  PERIOD     RUN'.
           03 FILLER PIC X(8) VALUE ' REG HRS'.
           03 FILLER PIC X(8) VALUE '  OT HRS'.
           03 FILLER PIC X(9) VALUE ' OLD RATE'.
           03 FILLER PIC X(11) VALUE '    OLD PAY'.
           03 FILLER PIC X(11) VALUE '    NEW PAY'.
           03 FILLER PIC X(12) VALUE '  DIFFERENCE'.
       01 RETRO-EMPLOYEE-LINE.
           03 FILLER PIC X(9) VALUE 'EMPLOYEE '.
           03 RRPT-EMPLOYEE-ID PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-FIRST-NAME PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RRPT-LAST-NAME PIC X(15).
           03 FILLER PIC X(11) VALUE '  NEW RATE '.
           03 RRPT-NEW-RATE PIC Z9.99.
           03 FILLER PIC X(7) VALUE '  FROM '.
           03 RRPT-EFFECTIVE-PERIOD PIC 9(6).
       01 RETRO-DETAIL-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-HIST-PERIOD PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-HIST-RUN PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RRPT-REG-HOURS PIC Z9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RRPT-OT-HOURS PIC Z9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RRPT-OLD-RATE PIC Z9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RRPT-OLD-PAY PIC $$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RRPT-NEW-PAY PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-DIFFERENCE PIC $$$,$$9.99.
       01 RETRO-EMPLOYEE-TOTAL-LINE.
           03 FILLER PIC X(42) VALUE '  EMPLOYEE TOTAL'.
           03 RRPT-TOTAL-OLD-PAY PIC $$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RRPT-TOTAL-NEW-PAY PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-TOTAL-DIFFERENCE PIC $$$,$$9.99.
       01 RETRO-MESSAGE-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-MESSAGE PIC X(60).
       01 RETRO-UNPAID-LINE.
           03 FILLER PIC X(9) VALUE 'EMPLOYEE '.
           03 RRPT-UNPAID-EMPLOYEE-ID PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RRPT-UNPAID-REASON PIC X(50).
       01 RETRO-GRAND-TOTAL-LINE.
           03 FILLER PIC X(22) VALUE 'TOTAL RETRO PAID'.
           03 RRPT-PAID-COUNT PIC ZZ9.
           03 FILLER PIC X(12) VALUE ' EMPLOYEES  '.
           03 RRPT-TOTAL-PAID PIC $$$$,$$$,$$9.99.

      * EMPLOYEES TERMINATED IN THE PERIOD, LOADED AT THE START OF A
      * FINAL-PAY RUN FROM THE EMPLOYEE MASTER, WITH THE LAST HOURLY
      * RATE THE PAY HISTORY SHOWS THEM PAID AT AND WHETHER THIS
      * PERIOD'S SALARY HAS ALREADY GONE OUT. THE STATUS IS 'N'
      * UNTIL THE EMPLOYEE'S FINAL CHECK IS WRITTEN
       01 FINAL-PAY-TABLE.
           03 FINAL-PAY-ENTRY OCCURS 200 TIMES.
               05 FP-EMPLOYEE-ID PIC 9(9).
               05 FP-LAST-PERIOD PIC 9(6).
               05 FP-LAST-RATE PIC 99V99.
               05 FP-SALARY-PAID PIC X(1).
               05 FP-STATUS PIC X(1).
       01 FINAL-PAY-COUNT PIC 9(3) VALUE ZERO.
       01 FINAL-PAY-INDEX PIC 9(3) VALUE ZERO.
       01 FINAL-PAY-SCAN-INDEX PIC 9(3) VALUE ZERO.
       01 FINAL-PAY-FOUND PIC 9(3) VALUE ZERO.
       01 FINAL-PAY-DUE-SWITCH PIC X VALUE 'N'.

      * LEAVE PAYOUT RULES, LOADED FROM THE 'V' RECORDS OF THE TAX
      * PARAMETER FILE. A STATE WHOSE LAW REQUIRES A PAYOUT PAYS IT
      * WHATEVER THE COMPANY POLICY; ELSEWHERE THE POLICY DECIDES.
      * WITH NO POLICY RECORD, VACATION IS PAID AND SICK FORFEITED
       01 PAYOUT-RULE-TABLE.
           03 PAYOUT-RULE OCCURS 50 TIMES.
               05 PR-STATE PIC X(2).
               05 PR-VACATION PIC X(1).
               05 PR-SICK PIC X(1).
       01 PAYOUT-RULE-COUNT PIC 9(2) VALUE ZERO.
       01 PAYOUT-RULE-INDEX PIC 9(2) VALUE ZERO.
       01 PAYOUT-VACATION-DEFAULT PIC X VALUE 'Y'.
       01 PAYOUT-SICK-DEFAULT PIC X VALUE 'N'.
       01 PAYOUT-VACATION-SWITCH PIC X VALUE 'N'.
       01 PAYOUT-SICK-SWITCH PIC X VALUE 'N'.

      * THE FLAT FEDERAL RATE WITHHELD ON SUPPLEMENTAL WAGES - THE
      * 'X' RECORD OF THE TAX PARAMETER FILE OVERRIDES IT - AND THE
      * HOURS A YEAR'S SALARY IS TAKEN TO COVER WHEN A SALARIED
      * EMPLOYEE'S LEAVE IS PRICED
       01 SUPPLEMENTAL-RATE-WORK PIC 9V9999 VALUE .22.
       01 SALARIED-ANNUAL-HOURS PIC 9(4)V99 VALUE 2080.

      * FINAL-PAY WORK FIELDS - THE PERIOD'S SALARY AS PAID (PRO-
      * RATED THROUGH THE TERMINATION DATE ON A FINAL CHECK), THE
      * DAYS IT COVERS, THE LEAVE HOURS PAID OUT AND FORFEITED, THE
      * RATE AND DOLLARS OF THE PAYOUT, AND ITS SUPPLEMENTAL
      * WITHHOLDING
       01 PERIOD-SALARY-WORK PIC 9(7)V99 VALUE ZERO.
       01 PRORATE-FIRST-INTEGER PIC 9(7) VALUE ZERO.
       01 PRORATE-NEXT-INTEGER PIC 9(7) VALUE ZERO.
       01 PRORATE-END-INTEGER PIC 9(7) VALUE ZERO.
       01 PRORATE-DAYS-WORK PIC S9(3) VALUE ZERO.
       01 PERIOD-DAYS-WORK PIC 9(3) VALUE ZERO.
       01 VACATION-PAID-HOURS PIC 9(3)V99 VALUE ZERO.
       01 VACATION-FORFEIT-HOURS PIC 9(3)V99 VALUE ZERO.
       01 SICK-PAID-HOURS PIC 9(3)V99 VALUE ZERO.
       01 SICK-FORFEIT-HOURS PIC 9(3)V99 VALUE ZERO.
       01 PAYOUT-RATE-WORK PIC 9(5)V99 VALUE ZERO.
       01 VACATION-PAYOUT-WORK PIC 9(7)V99 VALUE ZERO.
       01 SICK-PAYOUT-WORK PIC 9(7)V99 VALUE ZERO.
       01 LEAVE-PAYOUT-WORK PIC 9(7)V99 VALUE ZERO.
       01 PAYOUT-HELD-SWITCH PIC X VALUE 'N'.
       01 SUPPLEMENTAL-WAGES-WORK PIC 9(9)V99 VALUE ZERO.
       01 SUPPLEMENTAL-WITHHOLDING-WORK PIC 9(9)V99 VALUE ZERO.

      * DEDUCTION GOALS CLOSED ON THE FINAL CHECK, KEPT FOR THE
      * FINAL-PAY REGISTER
       01 CLOSED-GOAL-TABLE.
           03 CLOSED-GOAL OCCURS 5 TIMES.
               05 CG-TYPE PIC X(2).
               05 CG-GOAL PIC 9(7)V99.
               05 CG-TAKEN PIC 9(7)V99.
               05 CG-UNRECOVERED PIC 9(7)V99.
       01 CLOSED-GOAL-COUNT PIC 9(1) VALUE ZERO.
       01 CLOSED-GOAL-INDEX PIC 9(1) VALUE ZERO.

      * FINAL-PAY RUN TOTALS
       01 FINAL-CHECK-COUNT PIC 9(5) VALUE ZERO.
       01 FINAL-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-FINAL-WAGES PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-LEAVE-PAYOUT PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-SUPPLEMENTAL-WH PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-GOAL-UNRECOVERED PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-FINAL-NET PIC 9(9)V99 VALUE ZERO.

       01 FINAL-HEADING-LINE.
           03 FILLER PIC X(26) VALUE 'FINAL PAY REGISTER - RUN'.
           03 FPRPT-RUN-NUMBER PIC 9(6).
           03 FILLER PIC X(10) VALUE '  PERIOD '.
           03 FPRPT-PERIOD PIC 9(6).
       01 FINAL-EMPLOYEE-LINE.
           03 FILLER PIC X(9) VALUE 'EMPLOYEE '.
           03 FPRPT-EMPLOYEE-ID PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FPRPT-FIRST-NAME PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FPRPT-LAST-NAME PIC X(15).
           03 FILLER PIC X(13) VALUE '  TERMINATED '.
           03 FPRPT-TERM-DATE PIC 9(8).
       01 FINAL-AMOUNT-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FPRPT-LABEL PIC X(40).
           03 FPRPT-AMOUNT PIC $$,$$$,$$9.99.
       01 FINAL-LEAVE-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FPRPT-LEAVE-LABEL PIC X(20).
           03 FPRPT-LEAVE-HOURS PIC ZZ9.99.
           03 FILLER PIC X(8) VALUE ' HRS AT '.
           03 FPRPT-LEAVE-RATE PIC ZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FPRPT-LEAVE-AMOUNT PIC $$,$$$,$$9.99.
       01 FINAL-GOAL-LINE.
           03 FILLER PIC X(14) VALUE '  GOAL CLOSED '.
           03 FPRPT-GOAL-TYPE PIC X(2).
           03 FILLER PIC X(7) VALUE '  GOAL '.
           03 FPRPT-GOAL PIC $$$$,$$9.99.
           03 FILLER PIC X(9) VALUE '  TAKEN '.
           03 FPRPT-GOAL-TAKEN PIC $$$$,$$9.99.
           03 FILLER PIC X(15) VALUE '  UNRECOVERED '.
           03 FPRPT-GOAL-UNRECOVERED PIC $$$$,$$9.99.
       01 FINAL-MESSAGE-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FPRPT-MESSAGE PIC X(60).
       01 FINAL-TOTAL-LINE.
           03 FPRPT-TOTAL-LABEL PIC X(40).
           03 FPRPT-TOTAL-AMOUNT PIC $$$$,$$$,$$9.99.
       01 FINAL-COUNT-LINE.
           03 FPRPT-COUNT-LABEL PIC X(40).
           03 FPRPT-COUNT PIC ZZ,ZZ9.

      * SEED-DATA-REMAINS-SWITCH: KEEP TRACK OF DATA LEFT IN THE HR
      * ROSTER FEED WHILE LOADING THE EMPLOYEE MASTER
       01 SEED-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CONTROL-PERIOD-WORK PIC 9(6) VALUE ZERO.
       01 PROCESSING-DATE-WORK PIC 9(8) VALUE ZERO.

      * PAY GROUP WORK FIELDS - THE PAY GROUP (PAY FREQUENCY) THIS
      * RUN PAYS, ITS PERIOD ON THE PAY CALENDAR - YEAR, NUMBER,
      * DAYS WORKED AND PAY DATE - AND THE PERIODS IN A YEAR OF
      * EACH FREQUENCY. THE EMPLOYEE'S OWN FREQUENCY AND PERIODS ARE
      * SET FROM THE MASTER FOR THE RECORD IN HAND
       01 RUN-PAY-GROUP PIC X(1) VALUE 'M'.
       01 RUN-PAY-YEAR PIC 9(4) VALUE ZERO.
       01 RUN-PAY-PERIOD PIC 9(2) VALUE ZERO.
       01 PAY-PERIOD-BEGIN-WORK PIC 9(8) VALUE ZERO.
       01 PAY-PERIOD-END-WORK PIC 9(8) VALUE ZERO.
       01 PAY-DATE-WORK PIC 9(8) VALUE ZERO.
       01 PAY-CALENDAR-FOUND-SWITCH PIC X VALUE 'N'.
       01 PAYCAL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 PAY-CALENDAR-DATE-WORK PIC 9(8) VALUE ZERO.
       01 PAY-CALENDAR-INTEGER PIC 9(7) VALUE ZERO.
       01 PAY-FREQUENCY-DATA PIC X(12) VALUE 'W52B26S24M12'.
       01 PAY-FREQUENCY-TABLE REDEFINES PAY-FREQUENCY-DATA.
           03 PAY-FREQUENCY-ENTRY OCCURS 4 TIMES.
               05 PF-CODE PIC X(1).
               05 PF-PERIODS PIC 9(2).
       01 PAY-FREQUENCY-INDEX PIC 9(1) VALUE ZERO.
       01 EMPLOYEE-FREQUENCY-WORK PIC X(1) VALUE 'M'.
       01 EMPLOYEE-PERIODS-WORK PIC 9(2) VALUE 12.

      * FLAT DEDUCTION AND GARNISHMENT AMOUNTS, AND GARNISHMENT
      * PROTECTED AMOUNTS, ARE STATED MONTHLY; THE FEDERAL AND STATE
      * BRACKETS FOR THE PERIODS THE 'P' TAX PARAMETER GIVES. THE
      * BRACKET WALK WORKS ON THE EMPLOYEE'S WAGES BROUGHT TO THE
      * BRACKETS' BASIS AND ITS TAX IS BROUGHT BACK TO THE PERIOD
       01 STATED-PERIODS-PER-YEAR PIC 9(2) VALUE 12.
       01 BRACKET-PERIODS-WORK PIC 9(2) VALUE 12.
       01 BRACKET-WAGES-WORK PIC 9(9)V99 VALUE ZERO.
       01 BRACKET-TAX-WORK PIC 9(9)V99 VALUE ZERO.

      * JOURNALING WORK FIELDS - THE MASTER RECORD AS IT STOOD WHEN
      * READ, THE IMAGE JUST WRITTEN, AND THE CLOCK STAMP
       01 MASTER-BEFORE-IMAGE PIC X(200) VALUE SPACES.
      * AUTO-PAYS THE SALARIED STAFF
       01 SUPPLEMENTAL-RUN-SWITCH PIC X VALUE 'N'.

      * FINAL-PAY-RUN-SWITCH: 'Y' WHEN THE CONTROL CARD DECLARES A
      * FINAL-PAY RUN - ALWAYS A SUPPLEMENTAL RUN AS WELL. FINAL-
      * EMPLOYEE-SWITCH IS 'Y' WHILE THE EMPLOYEE IN HAND IS ONE IT
      * IS PAYING OFF: TERMINATED WITHIN THE PERIOD
       01 FINAL-PAY-RUN-SWITCH PIC X VALUE 'N'.
       01 FINAL-EMPLOYEE-SWITCH PIC X VALUE 'N'.

      * BATCH CONTROL - THE INPUT FILE OPENS WITH AN 'HDR' RECORD
      * (FILE DATE, PERIOD, SOURCE) AND CLOSES WITH A 'TRL' RECORD
      * (DETAIL COUNT AND A HASH OF KEYED HOURS IN HUNDREDTHS). A
       01 OT-MULTIPLIER-TABLE REDEFINES OT-MULTIPLIER-DATA.
           03 OT-MULTIPLIER-ENTRY PIC 99 OCCURS 2 TIMES.
       01 OT-TABLE-INDEX PIC 9 VALUE 1.
       01 OT-CODE-WORK PIC 9 VALUE ZERO.
       01 OT-MULTIPLIER-WORK PIC 9V9 VALUE 1.5.

      * PAY COMPUTATION WORK FIELDS
               05 SRT-STATE PIC X(2).
               05 SRT-WAGES PIC 9(11)V99.
               05 SRT-WITHHELD PIC 9(9)V99.
               05 SRT-SUTA-WAGES PIC 9(11)V99.
               05 SRT-SUTA-TAX PIC 9(9)V99.
       01 STATE-REMIT-COUNT PIC 9(2) VALUE ZERO.
       01 STATE-REMIT-INDEX PIC 9(2) VALUE ZERO.
       01 STATE-REMIT-FOUND PIC 9(2) VALUE ZERO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PAUD-HOURS PIC Z9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PAUD-JOB PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PAUD-NOTE PIC X(20).

      * THE JOB A PUNCH IS CHARGED TO, AS LAST READ FROM THE JOB
      * MASTER. JOB-FOUND IS 'N' WHEN THE JOB IS NOT ON FILE
       01 JOB-ENTRY.
           03 JT-JOB-NUMBER PIC X(8).
           03 JT-COST-CENTER PIC X(6).
           03 JT-STATUS PIC X(1).
           03 JT-DESCRIPTION PIC X(25).
       01 JOB-FOUND PIC X VALUE 'N'.
       01 JOB-NUMBER-WORK PIC X(8) VALUE SPACES.

      * CLEAN PUNCH MINUTES BY EMPLOYEE, JOB AND COST CENTER,
      * GATHERED AS THE PUNCHES ARE EDITED, THAT EACH HOURLY
      * EMPLOYEE'S LABOR COST IS SPREAD OVER IN PROPORTION. A BLANK
      * COST CENTER IS THE EMPLOYEE'S HOME COST CENTER, FILLED IN
      * FROM THE MASTER AT PAY TIME
       01 LABOR-HOURS-TABLE.
           03 LABOR-HOURS OCCURS 2000 TIMES.
               05 LH-EMPLOYEE-ID PIC 9(9).
               05 LH-JOB-NUMBER PIC X(8).
               05 LH-COST-CENTER PIC X(6).
               05 LH-MINUTES PIC 9(5).
       01 LABOR-HOURS-COUNT PIC 9(4) VALUE ZERO.
       01 LABOR-HOURS-INDEX PIC 9(4) VALUE ZERO.
       01 LABOR-HOURS-FOUND PIC 9(4) VALUE ZERO.
       01 LABOR-HOURS-FULL-SWITCH PIC X VALUE 'N'.
       01 PUNCH-COST-CENTER-WORK PIC X(6) VALUE SPACES.

      * DEDUCTIONS APPLIED TO THE EMPLOYEE IN HAND, KEPT FOR THE
      * STUB, PLUS THE RUN'S PER-TYPE TOTALS FOR THE REGISTER SO THE
      * REMITTANCE TO EACH CARRIER CAN BE RECONCILED
               05 APPLIED-DED-AMOUNT PIC 9(7)V99.
       01 APPLIED-DEDUCTION-COUNT PIC 9(1) VALUE ZERO.

       01 DEDUCTION-BEFORE-IMAGE PIC X(200) VALUE SPACES.

       01 DEDUCTION-TYPE-TOTALS-TABLE.
           03 DEDUCTION-TYPE-TOTAL OCCURS 10 TIMES.
               05 DTT-TYPE PIC X(2) VALUE SPACES.
       01 DEDUCTION-TYPE-INDEX PIC 9(2) VALUE ZERO.
       01 DEDUCTION-TYPE-FOUND PIC 9(2) VALUE ZERO.

      * DEDUCTION TAX TREATMENT BY TYPE, LOADED FROM THE 'D' RECORDS
      * OF THE TAX PARAMETER FILE, AND THE TREATMENT OF THE SLOT IN
      * HAND. DEDUCTIONS COME OUT IN TWO PASSES - THE PRE-TAX SLOTS
      * ('P') BEFORE THE TAXES ARE FIGURED, EVERYTHING ELSE ('A')
      * AFTER
       01 DEDUCTION-RULE-TABLE.
           03 DEDUCTION-RULE OCCURS 20 TIMES.
               05 DR-TYPE PIC X(2).
               05 DR-PRETAX-INCOME PIC X(1).
               05 DR-PRETAX-FICA PIC X(1).
               05 DR-DEFERRAL PIC X(1).
       01 DEDUCTION-RULE-COUNT PIC 9(2) VALUE ZERO.
       01 DEDUCTION-RULE-INDEX PIC 9(2) VALUE ZERO.
       01 DEDUCTION-RULE-FOUND PIC 9(2) VALUE ZERO.
       01 DEDUCTION-PASS-SWITCH PIC X VALUE 'A'.
       01 SLOT-PRETAX-INCOME-SWITCH PIC X VALUE 'N'.
       01 SLOT-PRETAX-FICA-SWITCH PIC X VALUE 'N'.
       01 SLOT-DEFERRAL-SWITCH PIC X VALUE 'N'.
       01 SLOT-PASS-SWITCH PIC X VALUE 'A'.

      * THE EMPLOYEE'S PRE-TAX DEDUCTIONS THIS PERIOD AND THE WAGES
      * LEFT TAXABLE BY THEM - FEDERAL AND STATE INCOME TAX WORK
      * FROM TAXABLE-WAGES-WORK, FICA FROM FICA-GROSS-WORK
       01 PRETAX-DEDUCTIONS-WORK PIC 9(7)V99 VALUE ZERO.
       01 PRETAX-INCOME-WORK PIC 9(7)V99 VALUE ZERO.
       01 PRETAX-FICA-WORK PIC 9(7)V99 VALUE ZERO.
       01 TAXABLE-WAGES-WORK PIC 9(9)V99 VALUE ZERO.
       01 FICA-GROSS-WORK PIC 9(9)V99 VALUE ZERO.

      * RETIREMENT DEFERRAL LIMIT AND EMPLOYER MATCH FORMULA, LOADED
      * FROM THE 'L' AND 'M' RECORDS OF THE TAX PARAMETER FILE AND
      * THE MATCH TIERS SORTED BY CEILING
       01 DEFERRAL-LIMIT-WORK PIC 9(7)V99 VALUE ZERO.
       01 DEFERRAL-LIMIT-SWITCH PIC X VALUE 'N'.
       01 MATCH-TIER-TABLE.
           03 MATCH-TIER OCCURS 5 TIMES.
               05 MT-CEILING-PCT PIC 9(3)V99.
               05 MT-RATE-PCT PIC 9(3)V99.
       01 MATCH-TIER-COUNT PIC 9(2) VALUE ZERO.
       01 MATCH-TIER-INDEX PIC 9(2) VALUE ZERO.
       01 MATCH-SORT-INDEX-1 PIC 9(2) VALUE ZERO.
       01 MATCH-SORT-INDEX-2 PIC 9(2) VALUE ZERO.
       01 MATCH-TIER-SWAP PIC X(10) VALUE SPACES.

      * THE EMPLOYEE'S DEFERRALS AND EMPLOYER MATCH THIS PERIOD
       01 PRIOR-YTD-DEFERRAL-WORK PIC 9(9)V99 VALUE ZERO.
       01 PRIOR-YTD-PRETAX-FICA-WORK PIC 9(9)V99 VALUE ZERO.
       01 DEFERRAL-ROOM-WORK PIC S9(9)V99 VALUE ZERO.
       01 DEFERRAL-WORK PIC 9(7)V99 VALUE ZERO.
       01 EMPLOYER-MATCH-WORK PIC 9(7)V99 VALUE ZERO.
       01 MATCH-BAND-LOW-WORK PIC 9(9)V99 VALUE ZERO.
       01 MATCH-BAND-HIGH-WORK PIC 9(9)V99 VALUE ZERO.

      * GARNISHMENT LIMITS, LOADED FROM THE 'G' RECORDS OF THE TAX
      * PARAMETER FILE. AN ORDER TYPE WITH NO FEDERAL LIMIT ON FILE
      * IS HELD TO THE GENERAL FEDERAL CEILING
       01 GARNISHMENT-LIMIT-TABLE.
           03 GARNISHMENT-LIMIT OCCURS 40 TIMES.
               05 GLIM-STATE PIC X(2).
               05 GLIM-ORDER-TYPE PIC X(2).
               05 GLIM-PCT PIC 9(3)V99.
               05 GLIM-EXEMPT-AMOUNT PIC 9(4)V99.
       01 GARNISHMENT-LIMIT-COUNT PIC 9(2) VALUE ZERO.
       01 GARNISHMENT-LIMIT-INDEX PIC 9(2) VALUE ZERO.
       01 GARNISHMENT-DEFAULT-PCT PIC 9(3)V99 VALUE 25.
       01 GARNISHMENT-FEDERAL-SWITCH PIC X VALUE 'N'.

      * THE EMPLOYEE'S GARNISHMENT ORDERS IN PRIORITY ORDER AND THE
      * WORK FIELDS FOR APPLYING THEM
       01 GARNISHMENT-FOUND-SWITCH PIC X VALUE 'N'.
       01 GARNISHMENT-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 GARNISHMENT-ORDER-SEQUENCE.
           03 GARNISHMENT-SEQUENCE-SLOT PIC 9(1) OCCURS 3 TIMES.
       01 GARNISHMENT-ORDER-COUNT PIC 9(1) VALUE ZERO.
       01 GARNISHMENT-ORDER-INDEX PIC 9(1) VALUE ZERO.
       01 GARNISHMENT-SLOT-WORK PIC 9(1) VALUE ZERO.
       01 GARNISHMENT-SORT-INDEX-1 PIC 9(1) VALUE ZERO.
       01 GARNISHMENT-SORT-INDEX-2 PIC 9(1) VALUE ZERO.
       01 GARNISHMENT-SLOT-SWAP PIC 9(1) VALUE ZERO.
       01 DISPOSABLE-EARNINGS-WORK PIC S9(7)V99 VALUE ZERO.
       01 GARNISHMENT-AMOUNT-WORK PIC 9(7)V99 VALUE ZERO.
       01 GARNISHMENT-ORDERED-WORK PIC 9(7)V99 VALUE ZERO.
       01 GARNISHMENT-BALANCE-WORK PIC S9(7)V99 VALUE ZERO.
       01 GARNISHMENT-LIMIT-WORK PIC S9(7)V99 VALUE ZERO.
       01 GARNISHMENT-CAP-WORK PIC S9(7)V99 VALUE ZERO.
       01 GARNISHMENT-EXEMPT-WORK PIC 9(7)V99 VALUE ZERO.
       01 GARNISHMENT-ROOM-WORK PIC S9(7)V99 VALUE ZERO.
       01 GARNISHMENT-TOTAL-WORK PIC 9(7)V99 VALUE ZERO.

       01 APPLIED-GARNISHMENTS-TABLE.
           03 APPLIED-GARNISHMENT OCCURS 3 TIMES.
               05 AG-ORDER-TYPE PIC X(2).
               05 AG-CASE-NUMBER PIC X(12).
               05 AG-AMOUNT PIC 9(7)V99.
       01 APPLIED-GARNISHMENT-COUNT PIC 9(1) VALUE ZERO.

      * THE AGENCY, CASE AND EMPLOYEE ENTRY IN HAND FROM THE
      * GARNISHMENT REMITTANCE WORK FILE, AND THE CASES AND DOLLARS
      * WRITTEN TO THE REMITTANCE SO FAR
       01 GARNISHMENT-REMIT-ENTRY.
           03 GRT-KEY.
               05 GRT-AGENCY PIC X(8).
               05 GRT-CASE-NUMBER PIC X(12).
               05 GRT-EMPLOYEE-ID PIC 9(9).
           03 GRT-ORDER-TYPE PIC X(2).
           03 GRT-AMOUNT PIC 9(7)V99.
       01 GARNISHMENT-REMIT-FOUND PIC X VALUE 'N'.
       01 GARNISHMENT-REMIT-SCAN PIC X(3) VALUE 'YES'.
       01 GARNISHMENT-REMIT-COUNT PIC 9(6) VALUE ZERO.
       01 GARNISHMENT-REMIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 GARNISHMENT-AGENCY-WORK PIC X(8) VALUE SPACES.
       01 GARNISHMENT-AGENCY-COUNT PIC 9(6) VALUE ZERO.
       01 GARNISHMENT-AGENCY-AMOUNT PIC 9(10)V99 VALUE ZERO.

       01 GARNISHMENT-HEADING-LINE.
           03 FILLER PIC X(32) VALUE 'GARNISHMENT REMITTANCE - RUN'.
           03 GRPT-RUN-NUMBER PIC 9(6).
           03 FILLER PIC X(12) VALUE '  PAY DATE '.
           03 GRPT-PAY-DATE PIC 9(8).
       01 GARNISHMENT-AGENCY-LINE.
           03 FILLER PIC X(14) VALUE 'PAYEE AGENCY: '.
           03 GRPT-AGENCY PIC X(8).
       01 GARNISHMENT-DETAIL-LINE.
           03 FILLER PIC X(7) VALUE '  CASE '.
           03 GRPT-CASE-NUMBER PIC X(12).
           03 FILLER PIC X(7) VALUE '  TYPE '.
           03 GRPT-ORDER-TYPE PIC X(2).
           03 FILLER PIC X(11) VALUE '  EMPLOYEE '.
           03 GRPT-EMPLOYEE-ID PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 GRPT-AMOUNT PIC $$$$,$$9.99.
       01 GARNISHMENT-AGENCY-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE '  AGENCY TOTAL   '.
           03 GRPT-AGENCY-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(10) VALUE ' CASES    '.
           03 GRPT-AGENCY-AMOUNT PIC $$$$,$$$,$$9.99.
       01 GARNISHMENT-GRAND-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE 'TOTAL REMITTED   '.
           03 GRPT-TOTAL-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(10) VALUE ' CASES    '.
           03 GRPT-TOTAL-AMOUNT PIC $$$$,$$$,$$9.99.

      * FICA CAP WORK FIELDS - THE EMPLOYEE'S YTD GROSS BEFORE THIS
      * PERIOD AND THE WAGES STILL UNDER THE ANNUAL BASE
       01 PRIOR-YTD-GROSS-WORK PIC 9(9)V99 VALUE ZERO.
       01 FICA-WAGES-WORK PIC S9(9)V99 VALUE ZERO.

      * EMPLOYER UNEMPLOYMENT TAX PARAMETERS - THE FUTA RATE AND WAGE
      * BASE, AND ONE EXPERIENCE RATE AND WAGE BASE PER WORK STATE,
      * LOADED FROM THE 'U' AND 'E' RECORDS OF THE TAX PARAMETER FILE
       01 FUTA-RATE-WORK PIC 9V9999 VALUE ZERO.
       01 FUTA-WAGE-BASE PIC 9(9) VALUE ZERO.
       01 FUTA-LOADED-SWITCH PIC X VALUE 'N'.
       01 SUTA-RATE-TABLE.
           03 SUTA-RATE-ENTRY OCCURS 50 TIMES.
               05 SR-STATE PIC X(2).
               05 SR-RATE PIC 9V9999.
               05 SR-WAGE-BASE PIC 9(7).
       01 SUTA-RATE-COUNT PIC 9(2) VALUE ZERO.
       01 SUTA-RATE-INDEX PIC 9(2) VALUE ZERO.
       01 SUTA-RATE-FOUND PIC 9(2) VALUE ZERO.

      * EMPLOYER UNEMPLOYMENT WORK FIELDS - THE TAXABLE WAGES ALREADY
      * ON FILE BEFORE THIS PERIOD, THE WAGES STILL UNDER EACH BASE,
      * AND THE EMPLOYER TAX ON THEM. NONE OF THESE EVER TOUCHES THE
      * EMPLOYEE'S NET PAY
       01 PRIOR-YTD-FUTA-WAGES-WORK PIC 9(9)V99 VALUE ZERO.
       01 PRIOR-YTD-SUTA-WAGES-WORK PIC 9(9)V99 VALUE ZERO.
       01 FUTA-WAGES-WORK PIC S9(9)V99 VALUE ZERO.
       01 FUTA-TAX-WORK PIC 9(9)V99 VALUE ZERO.
       01 SUTA-WAGES-WORK PIC S9(9)V99 VALUE ZERO.
       01 SUTA-TAX-WORK PIC 9(9)V99 VALUE ZERO.
       01 SUTA-UNRATED-COUNT PIC 9(5) VALUE ZERO.

      * LABOR COST WORK FIELDS - THE EMPLOYEE'S GROSS PAY SPLIT INTO
      * STRAIGHT WAGES, OVERTIME PREMIUM (THE PART OF OVERTIME PAY
      * ABOVE STRAIGHT TIME) AND SHIFT DIFFERENTIAL, THE EMPLOYER TAX
      * ON IT, AND THE RUNNING SHARES ALREADY HANDED TO EARLIER LINES.
      * EACH LINE TAKES ITS CUMULATIVE SHARE LESS WHAT WENT BEFORE,
      * SO THE ROUNDING LANDS ON THE LINES AND THEY TIE TO THE PENNY
       01 LABOR-WAGES-WORK PIC 9(9)V99 VALUE ZERO.
       01 LABOR-OT-STRAIGHT-WORK PIC 9(9)V99 VALUE ZERO.
       01 LABOR-OT-PREMIUM-WORK PIC 9(9)V99 VALUE ZERO.
       01 LABOR-EMPLOYER-TAX-WORK PIC 9(9)V99 VALUE ZERO.
       01 LABOR-MINUTES-WORK PIC 9(5) VALUE ZERO.
       01 LABOR-CUM-MINUTES-WORK PIC 9(5) VALUE ZERO.
       01 LABOR-SHARE-WORK PIC 9(9)V99 VALUE ZERO.
       01 LABOR-HOURS-DONE PIC 9(5)V99 VALUE ZERO.
       01 LABOR-WAGES-DONE PIC 9(9)V99 VALUE ZERO.
       01 LABOR-PREMIUM-DONE PIC 9(9)V99 VALUE ZERO.
       01 LABOR-DIFFERENTIAL-DONE PIC 9(9)V99 VALUE ZERO.
       01 LABOR-TAX-DONE PIC 9(9)V99 VALUE ZERO.
       01 LABOR-HOME-COST-CENTER PIC X(6) VALUE SPACES.
       01 LABOR-LINE-JOB-NUMBER PIC X(8) VALUE SPACES.
       01 LABOR-LINE-COST-CENTER PIC X(6) VALUE SPACES.
       01 LABOR-LINE-HOURS PIC 9(3)V99 VALUE ZERO.
       01 LABOR-LINE-WAGES PIC 9(7)V99 VALUE ZERO.
       01 LABOR-LINE-PREMIUM PIC 9(7)V99 VALUE ZERO.
       01 LABOR-LINE-DIFFERENTIAL PIC 9(7)V99 VALUE ZERO.
       01 LABOR-LINE-TAX PIC 9(7)V99 VALUE ZERO.
       01 LABOR-UNASSIGNED-COUNT PIC 9(5) VALUE ZERO.
       01 LABOR-EXTRACT-COUNT PIC 9(6) VALUE ZERO.
       01 LABOR-TOTAL-HOURS PIC 9(7)V99 VALUE ZERO.
       01 LABOR-TOTAL-COST PIC 9(11)V99 VALUE ZERO.
       01 LABOR-PAYROLL-COST PIC 9(11)V99 VALUE ZERO.
       01 LABOR-REPORT-COST PIC 9(11)V99 VALUE ZERO.
       01 LABOR-HOME-MISSING-SWITCH PIC X VALUE 'N'.

      * LABOR COST BY JOB AND COST CENTER FOR THE DISTRIBUTION
      * REPORT, AND THE JOB AND GRAND TOTALS WHILE IT PRINTS
       01 LABOR-DISTRIBUTION-TABLE.
           03 LABOR-DISTRIBUTION OCCURS 500 TIMES.
               05 LDT-JOB-NUMBER PIC X(8).
               05 LDT-COST-CENTER PIC X(6).
               05 LDT-HOURS PIC 9(7)V99.
               05 LDT-WAGES PIC 9(9)V99.
               05 LDT-OT-PREMIUM PIC 9(9)V99.
               05 LDT-DIFFERENTIAL PIC 9(9)V99.
               05 LDT-EMPLOYER-TAX PIC 9(9)V99.
       01 LABOR-DIST-COUNT PIC 9(3) VALUE ZERO.
       01 LABOR-DIST-INDEX PIC 9(3) VALUE ZERO.
       01 LABOR-DIST-FOUND PIC 9(3) VALUE ZERO.
       01 LABOR-DIST-SORT-1 PIC 9(3) VALUE ZERO.
       01 LABOR-DIST-SORT-2 PIC 9(3) VALUE ZERO.
       01 LABOR-DIST-SWAP PIC X(67) VALUE SPACES.
       01 LABOR-DIST-FULL-SWITCH PIC X VALUE 'N'.
       01 LABOR-JOB-WORK PIC X(8) VALUE SPACES.
       01 LABOR-JOB-TOTALS.
           03 LABOR-JOB-HOURS PIC 9(7)V99.
           03 LABOR-JOB-WAGES PIC 9(9)V99.
           03 LABOR-JOB-PREMIUM PIC 9(9)V99.
           03 LABOR-JOB-DIFFERENTIAL PIC 9(9)V99.
           03 LABOR-JOB-TAX PIC 9(9)V99.
       01 LABOR-GRAND-TOTALS.
           03 LABOR-GRAND-HOURS PIC 9(7)V99.
           03 LABOR-GRAND-WAGES PIC 9(9)V99.
           03 LABOR-GRAND-PREMIUM PIC 9(9)V99.
           03 LABOR-GRAND-DIFFERENTIAL PIC 9(9)V99.
           03 LABOR-GRAND-TAX PIC 9(9)V99.

      * LABOR DISTRIBUTION REPORT LINES
       01 LABOR-HEADING-LINE.
           03 FILLER PIC X(25) VALUE 'LABOR DISTRIBUTION - RUN'.
           03 LRPT-RUN-NUMBER PIC 9(6).
           03 FILLER PIC X(10) VALUE '  PERIOD '.
           03 LRPT-PERIOD PIC 9(6).
       01 LABOR-COLUMN-LINE.
           03 FILLER PIC X(10) VALUE 'JOB'.
           03 FILLER PIC X(7) VALUE 'CC'.
           03 FILLER PIC X(8) VALUE '   HOURS'.
           03 FILLER PIC X(11) VALUE '      WAGES'.
           03 FILLER PIC X(11) VALUE '    OT PREM'.
           03 FILLER PIC X(11) VALUE '  SHIFT DIF'.
           03 FILLER PIC X(11) VALUE '   EMPR TAX'.
           03 FILLER PIC X(11) VALUE '      TOTAL'.
       01 LABOR-JOB-LINE.
           03 FILLER PIC X(4) VALUE 'JOB '.
           03 LRPT-JOB-HEADING PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LRPT-JOB-DESCRIPTION PIC X(30).
       01 LABOR-DETAIL-LINE.
           03 LRPT-JOB-NUMBER PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LRPT-COST-CENTER PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-HOURS PIC ZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-WAGES PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-OT-PREMIUM PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-DIFFERENTIAL PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-EMPLOYER-TAX PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-TOTAL-COST PIC ZZZZZZ9.99.
       01 LABOR-TOTAL-LINE.
           03 LRPT-TOTAL-LABEL PIC X(16).
           03 LRPT-TOT-HOURS PIC ZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-TOT-WAGES PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-TOT-OT-PREMIUM PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-TOT-DIFFERENTIAL PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-TOT-EMPLOYER-TAX PIC ZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRPT-TOT-TOTAL-COST PIC ZZZZZZ9.99.
       01 LABOR-PROOF-LINE.
           03 LRPT-PROOF-LABEL PIC X(34).
           03 LRPT-PROOF-AMOUNT PIC $$$$,$$$,$$9.99.

      * SHIFT DIFFERENTIAL WINDOWS AND WORK FIELDS - THE WINDOWS IN
      * MINUTES-FROM-MIDNIGHT, THE MINUTES OF THE PUNCH IN HAND THAT
      * FALL INSIDE EACH, AND THE PREMIUM DOLLARS THE EMPLOYEE'S
       01 DIFFERENTIAL-PAY-WORK PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-DIFFERENTIAL-PAID PIC 9(7)V99 VALUE ZERO.

      * LEAVE ACCRUAL AND USAGE WORK FIELDS - HOURS PER YEAR BY
      * TENURE (FIVE YEARS MOVES AN EMPLOYEE TO THE SENIOR RATES
      * THE UNION AGREEMENT SETS), TWELVE TIMES THE HOURS A MONTHLY
      * PAY PERIOD HAS ALWAYS ACCRUED, ACCRUED A PERIOD'S SHARE AT A
      * TIME BY THE EMPLOYEE'S PAY FREQUENCY, THE BALANCES AFTER THIS
      * PERIOD FOR THE STUB, AND THE LEAVE HOURS THE RECORD IN HAND
      * DRAWS
       01 VAC-ACCRUAL-JUNIOR PIC 9(3)V99 VALUE 36.96.
       01 VAC-ACCRUAL-SENIOR PIC 9(3)V99 VALUE 55.44.
       01 SICK-ACCRUAL-JUNIOR PIC 9(3)V99 VALUE 18.48.
       01 SICK-ACCRUAL-SENIOR PIC 9(3)V99 VALUE 27.72.
       01 LEAVE-ACCRUAL-WORK PIC 9(3)V99 VALUE ZERO.
       01 LEAVE-FOUND-SWITCH PIC X VALUE 'N'.
       01 LEAVE-HOURS-WORK PIC 99V99 VALUE ZERO.
       01 LEAVE-TYPE-WORK PIC X VALUE SPACE.
       01 TOTAL-FEDERAL-WH PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-FICA-WH PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-STATE-WH PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-FUTA-WAGES PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-FUTA-TAX PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-SUTA-WAGES PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-SUTA-TAX PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-TAXABLE-WAGES PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-PRETAX-DEDUCTIONS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DEFERRALS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-EMPLOYER-MATCH PIC 9(11)V99 VALUE ZERO.
       01 RETIREMENT-CONTRIBUTION-COUNT PIC 9(6) VALUE ZERO.
       01 TOTAL-GARNISHMENTS PIC 9(11)V99 VALUE ZERO.
       01 GARNISHMENT-WITHHELD-COUNT PIC 9(5) VALUE ZERO.
       01 GARNISHMENT-SATISFIED-COUNT PIC 9(5) VALUE ZERO.
       01 GARNISHMENT-SHORT-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-RETRO-PAID PIC 9(9)V99 VALUE ZERO.
       01 RETRO-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 RETRO-UNPAID-COUNT PIC 9(5) VALUE ZERO.
       01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 INACTIVE-PAY-COUNT PIC 9(5) VALUE ZERO.

       01 NEXT-CHECK-NUMBER PIC 9(6) VALUE 100000.
       01 CHECK-COUNT PIC 9(5) VALUE ZERO.
       01 CHECK-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CHECK-ISSUED-AMOUNT PIC 9(10)V99 VALUE ZERO.

      * PAY STUB LINES
       01 STUB-LINE-EMPLOYEE.
           03 FILLER PIC X(22) VALUE 'SALES COMMISSION:'.
           03 STUB-COMMISSION PIC $$$$,$$9.99.

       01 STUB-LINE-RETRO.
           03 FILLER PIC X(15) VALUE 'RETRO PAY FROM '.
           03 STUB-RETRO-PERIOD PIC 9(6).
           03 FILLER PIC X(1) VALUE ':'.
           03 STUB-RETRO PIC $$$$,$$9.99.

       01 STUB-LINE-PAYOUT.
           03 STUB-PAYOUT-LABEL PIC X(22).
           03 STUB-PAYOUT-HOURS PIC ZZ9.99.
           03 FILLER PIC X(8) VALUE '  PAY:'.
           03 STUB-PAYOUT-AMOUNT PIC $$$$,$$9.99.

       01 STUB-LINE-GROSS.
           03 FILLER PIC X(22) VALUE 'GROSS PAY:'.
           03 STUB-GROSS PIC $$$$,$$$,$$9.99.

       01 STUB-LINE-TAXABLE.
           03 FILLER PIC X(22) VALUE 'TAXABLE WAGES:'.
           03 STUB-TAXABLE PIC $$$$,$$$,$$9.99.

       01 STUB-LINE-FEDERAL.
           03 FILLER PIC X(22) VALUE 'FEDERAL WITHHOLDING:'.
           03 STUB-FEDERAL PIC $$$$,$$$,$$9.99.

       01 STUB-LINE-SUPPLEMENTAL.
           03 FILLER PIC X(22) VALUE '  INCL SUPPLEMENTAL:'.
           03 STUB-SUPPLEMENTAL PIC $$$$,$$$,$$9.99.

       01 STUB-LINE-FICA.
           03 FILLER PIC X(22) VALUE 'FICA WITHHOLDING:'.
           03 STUB-FICA PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(10) VALUE ':'.
           03 STUB-DED-AMOUNT PIC $$$$,$$9.99.

       01 STUB-LINE-GARNISHMENT.
           03 FILLER PIC X(12) VALUE 'GARNISHMENT '.
           03 STUB-GARN-TYPE PIC X(2).
           03 FILLER PIC X(6) VALUE ' CASE '.
           03 STUB-GARN-CASE PIC X(12).
           03 FILLER PIC X(2) VALUE ':'.
           03 STUB-GARN-AMOUNT PIC $$$$,$$9.99.

       01 STUB-LINE-NET.
           03 FILLER PIC X(22) VALUE 'NET PAY:'.
           03 STUB-NET PIC $$$$,$$$,$$9.99.
           VALUE 'EMPLOYEE NOT ACTIVE THIS PERIOD'.
       01 ERR-INSUFFICIENT-LEAVE PIC X(40)
           VALUE 'INSUFFICIENT LEAVE BALANCE'.
       01 ERR-NOT-IN-PAY-GROUP PIC X(40)
           VALUE 'EMPLOYEE NOT IN THIS RUN''S PAY GROUP'.

      * EXCEPTION REPORT LINE
       01 EXCEPTION-LINE.
           03 FILLER PIC X(10) VALUE '  PERIOD:'.
           03 REG-RUN-PERIOD PIC 9(6).

       01 REGISTER-LINE-PAY-GROUP.
           03 FILLER PIC X(30) VALUE 'PAY GROUP:'.
           03 REG-PAY-GROUP PIC X(1).
           03 FILLER PIC X(10) VALUE '  PERIOD:'.
           03 REG-PAY-PERIOD PIC 9(2).
           03 FILLER PIC X(12) VALUE '  PAY DATE:'.
           03 REG-PAY-DATE PIC 9(8).

       01 SUPPLEMENTAL-BANNER PIC X(40)
           VALUE '*** SUPPLEMENTAL (OFF-CYCLE) RUN ***'.

       01 FINAL-PAY-BANNER PIC X(40)
           VALUE '*** FINAL PAY (TERMINATION) RUN ***'.

       01 REGISTER-LINE-EMPLOYEES.
           03 FILLER PIC X(30) VALUE 'EMPLOYEES PROCESSED:'.
           03 REG-EMPLOYEE-COUNT PIC ZZ9.
           03 FILLER PIC X(10) VALUE 'AMOUNT:'.
           03 REG-UNAPPLIED-COMMISSION-AMOUNT PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-RETRO.
           03 FILLER PIC X(30) VALUE 'RETRO PAY EMPLOYEES:'.
           03 REG-RETRO-COUNT PIC ZZ9.
           03 FILLER PIC X(10) VALUE '  AMOUNT:'.
           03 REG-RETRO-AMOUNT PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-RETRO-UNPAID.
           03 FILLER PIC X(30) VALUE 'RETRO TRANSACTIONS NOT PAID:'.
           03 REG-RETRO-UNPAID-COUNT PIC ZZ9.

       01 REGISTER-LINE-FINAL-PAY.
           03 FILLER PIC X(30) VALUE 'FINAL CHECKS:'.
           03 REG-FINAL-COUNT PIC ZZ9.
           03 FILLER PIC X(10) VALUE '  PAYOUT:'.
           03 REG-FINAL-PAYOUT PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-FINAL-PAY-WH.
           03 FILLER PIC X(30) VALUE 'LEAVE PAYOUTS HELD:'.
           03 REG-FINAL-HELD PIC ZZ9.
           03 FILLER PIC X(10) VALUE '  SUPP WH:'.
           03 REG-FINAL-SUPPLEMENTAL PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-DEDUCTION-TYPE.
           03 FILLER PIC X(16) VALUE 'DEDUCTION TYPE '.
           03 REG-DED-TYPE PIC X(2).
           03 FILLER PIC X(10) VALUE '  AMOUNT:'.
           03 REG-UTILITY-AMOUNT PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-GARNISHMENT.
           03 FILLER PIC X(30) VALUE 'GARNISHMENTS WITHHELD:'.
           03 REG-GARN-COUNT PIC ZZ9.
           03 FILLER PIC X(10) VALUE '  AMOUNT:'.
           03 REG-GARN-AMOUNT PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-GARNISHMENT-STATUS.
           03 FILLER PIC X(30) VALUE 'GARNISHMENT ORDERS SATISFIED:'.
           03 REG-GARN-SATISFIED PIC ZZ9.
           03 FILLER PIC X(20) VALUE '  HELD BY LIMIT:'.
           03 REG-GARN-SHORT PIC ZZ9.

       01 REGISTER-LINE-PRENOTES.
           03 FILLER PIC X(30) VALUE 'PRENOTES SENT:'.
           03 REG-PRENOTE-SENT PIC ZZ9.
           03 FILLER PIC X(12) VALUE '  WITHHELD:'.
           03 REG-STATE-WITHHELD PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-SUTA.
           03 FILLER PIC X(6) VALUE 'SUTA  '.
           03 REG-SUTA-STATE PIC X(2).
           03 FILLER PIC X(11) VALUE '  TAXABLE:'.
           03 REG-SUTA-WAGES PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(10) VALUE '  ER TAX:'.
           03 REG-SUTA-TAX PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-FUTA.
           03 FILLER PIC X(30) VALUE 'EMPLOYER FUTA TAXABLE WAGES:'.
           03 REG-FUTA-WAGES PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(10) VALUE '  ER TAX:'.
           03 REG-FUTA-TAX PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-TAXABLE.
           03 FILLER PIC X(30) VALUE 'FED/STATE TAXABLE WAGES:'.
           03 REG-TAXABLE-WAGES PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(10) VALUE '  PRE-TAX:'.
           03 REG-PRETAX-DEDUCTIONS PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-RETIREMENT.
           03 FILLER PIC X(30) VALUE 'RETIREMENT DEFERRALS:'.
           03 REG-DEFERRALS PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(10) VALUE '  MATCH:'.
           03 REG-EMPLOYER-MATCH PIC $$$$,$$$,$$9.99.

       01 REGISTER-LINE-SUTA-UNRATED.
           03 FILLER PIC X(30) VALUE 'PAID WITH NO SUTA RATE:'.
           03 REG-SUTA-UNRATED-COUNT PIC ZZ9.

       01 REGISTER-LINE-LABOR.
           03 FILLER PIC X(30) VALUE 'LABOR COST DISTRIBUTED:'.
           03 REG-LABOR-COST PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(14) VALUE '  NO HOME CC:'.
           03 REG-LABOR-UNASSIGNED PIC ZZ9.

       01 REGISTER-LINE-DEPT.
           03 REG-DEPT-LABEL PIC X(16).
           03 FILLER PIC X(14) VALUE 'HOURS:'.
       PREPARE-REPORTS.

      *    THE CONTROL CARD NAMES THE PERIOD AND BUSINESS DATE THIS
      *    RUN OPERATES UNDER - EVERY DATE-BASED EDIT KEYS OFF IT -
      *    AND THE PAY GROUP BEING PAID, WHOSE PERIOD THE PAY
      *    CALENDAR DATES
           PERFORM READ-CONTROL-CARD.
           PERFORM LOAD-PAY-CALENDAR.

      *    REGISTER THIS EXECUTION ON THE RUN-CONTROL LOG BEFORE ANY
      *    OUTPUT FILE IS OPENED - A BLOCKED RERUN OF A CLOSED PERIOD
      *    MUST REFUSE BEFORE IT CAN TRUNCATE THE COMPLETED RUN'S
      *    DEPOSIT EXTRACT AND CHECK REGISTER. THE BATCH HEADER IS
      *    CHECKED AGAINST THE SAME PERIOD ONCE THE INPUT IS OPEN.
      *    THE RUN IS LOGGED BY ITS PAY GROUP'S YEAR AND PERIOD
      *    NUMBER - FOR THE MONTHLY GROUP, ITS YYYYMM AS ALWAYS
           COMPUTE RUN-PERIOD-WORK =
               RUN-PAY-YEAR * 100 + RUN-PAY-PERIOD.
           PERFORM REGISTER-RUN-START.

      *    OPEN THE FILES
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT DEPOSIT-EXTRACT-FILE.
           OPEN OUTPUT CHECK-REGISTER-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT RETIREMENT-CONTRIBUTION-FILE.
           OPEN OUTPUT LABOR-COST-EXTRACT.
           OPEN EXTEND CHECK-HISTORY-FILE.

      *    PICK UP WHERE THE CHECKBOOK LEFT OFF
           PERFORM READ-CHECK-NUMBER.
           OPEN I-O EMPLOYEE-MASTER.
           OPEN I-O YTD-MASTER.
           OPEN I-O DEDUCTION-MASTER.
           OPEN I-O GARNISHMENT-MASTER.
           OPEN OUTPUT GARNISHMENT-REMIT-WORK.
           CLOSE GARNISHMENT-REMIT-WORK.
           OPEN I-O GARNISHMENT-REMIT-WORK.
           OPEN I-O LEAVE-MASTER.
           OPEN EXTEND MASTER-JOURNAL.

      *    LOAD THIS PERIOD'S COMMISSION PAYOUT EXTRACT, IF ANY
           PERFORM LOAD-COMMISSION-EXTRACT.

      *    LOAD ANY RETROACTIVE RATE CHANGES, WITH THE PAY HISTORY OF
      *    THE PERIODS THEY REACH BACK TO, BEFORE THIS RUN ADDS ITS
      *    OWN PAYMENTS TO THE HISTORY
           PERFORM LOAD-RETRO-TRANSACTIONS.

      *    A FINAL-PAY RUN LISTS WHO IT IS PAYING OFF, AND WHAT THE
      *    PAY HISTORY ALREADY GAVE THEM, BEFORE THE HISTORY REOPENS
           IF FINAL-PAY-RUN-SWITCH = 'Y'
               PERFORM LOAD-FINAL-PAY-TABLE
           END-IF.
           OPEN EXTEND PAY-HISTORY-FILE.

      *    AGGREGATE THE TIMECLOCK PUNCH DETAIL, IF A PUNCH FILE WAS
      *    DROPPED OFF, SO CLOCKED LOCATIONS' HOURS COME FROM THE
      *    CLOCK INSTEAD OF A KEYED TOTAL. THE JOB MASTER IS OPENED
      *    FIRST, SO EACH PUNCH'S JOB CAN BE CHECKED AS IT IS EDITED.
      *    NO JOB MASTER JUST MEANS NO JOBS - PUNCHES THAT NAME NONE
      *    STILL COST TO THEIR COST CENTER, BUT A PUNCH NAMING A JOB
      *    IS IN ERROR
           OPEN INPUT JOB-MASTER-FILE.
           PERFORM LOAD-PUNCH-DETAIL.

      *    LOOP THROUGH VALIDATING AND PROCESSING RECORDS
               PERFORM PAY-SALARIED-EMPLOYEES
           END-IF.

      *    A FINAL-PAY RUN THEN PAYS OFF EVERY TERMINATED EMPLOYEE
      *    THE BATCH DID NOT - A PRORATED SALARY, OR NOTHING BUT THE
      *    LEAVE THEY HAD COMING
           IF FINAL-PAY-RUN-SWITCH = 'Y'
               PERFORM PAY-FINAL-EMPLOYEES
           END-IF.

      *    SORT THE TABLE BY LAST NAME, THEN FIRST NAME
           PERFORM SORT-EMPLOYEES-BY-NAME.

      *        EMPLOYEE, SO THE REGISTER CAN SURFACE THE MISSING PAYOUT
           PERFORM CHECK-UNAPPLIED-COMMISSIONS.

      *    LIKEWISE ANY RETRO THAT NEVER REACHED A CHECK, AND CLOSE
      *    THE RETRO REGISTER WITH ITS TOTALS
           PERFORM WRITE-RETRO-REGISTER-TOTALS.

      *    AND CLOSE THE FINAL-PAY REGISTER WITH ITS TOTALS
           IF FINAL-PAY-RUN-SWITCH = 'Y'
               PERFORM WRITE-FINAL-PAY-TOTALS
           END-IF.

      *    FINISH THE ACH FILE WITH ITS BATCH AND FILE CONTROL
      *    RECORDS AND CARRY THE CHECKBOOK POSITION FORWARD
           PERFORM WRITE-NACHA-CONTROL-RECORDS.
           PERFORM SAVE-CHECK-NUMBER.

      *    CLOSE THE BANK'S POSITIVE-PAY FILE WITH ITS TRAILER
           PERFORM WRITE-POSITIVE-PAY-TRAILER.

      *    HAND THE BILLING RUN ITS PAYMENT EXTRACT FOR THE UTILITY
      *    BILLS PAID BY DEDUCTION THIS PERIOD
           PERFORM WRITE-UTILITY-PAYMENT-EXTRACT.

      *    CLOSE THE RECORDKEEPER'S CONTRIBUTION FILE WITH ITS TRAILER
           PERFORM WRITE-RETIREMENT-TRAILER.

      *    AND THE GARNISHMENTS WITHHELD, BY PAYEE AGENCY, FOR THE
      *    REMITTANCE CHECKS
           PERFORM WRITE-GARNISHMENT-REMITTANCE.

      *    THE RUN'S LABOR COST BY JOB AND COST CENTER, AND THE
      *    JOB-COST SYSTEM'S EXTRACT CLOSED WITH ITS TRAILER
           PERFORM WRITE-LABOR-DISTRIBUTION.

      *    APPEND THIS RUN'S TOTALS TO THE QUARTERLY DETAIL, SO THE
      *    QUARTER-END RETURN CAN SHOW EVERY PAY PERIOD'S DEPOSIT
           OPEN EXTEND QUARTER-DETAIL-FILE.
           MOVE CONTROL-PERIOD-WORK TO QD-PERIOD.
           MOVE RUN-PAY-GROUP TO QD-PAY-GROUP.
           MOVE RUN-PAY-PERIOD TO QD-PAY-PERIOD.
           MOVE PAY-DATE-WORK TO QD-PAY-DATE.
           MOVE RUN-NUMBER-WORK TO QD-RUN-NUMBER.
           MOVE TOTAL-GROSS-PAY TO QD-GROSS-PAY.
           MOVE TOTAL-FEDERAL-WH TO QD-FEDERAL-WH.
           PERFORM WRITE-PAYROLL-REGISTER.

      *    AND THE RUN'S BALANCED LEDGER LINES - GROSS PAY, EACH
      *    WITHHOLDING, DEDUCTION AND GARNISHMENT LIABILITIES, NET,
      *    AND THE EMPLOYER'S
      *    FUTA/SUTA AND RETIREMENT MATCH EXPENSE AGAINST ITS
      *    LIABILITY - FOR THE SHARED EXTRACT
           MOVE 'GRS ' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-GROSS-PAY TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'NET ' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-NET-PAID TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'FUTA' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-FUTA-TAX TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'SUTA' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-SUTA-TAX TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'MTCH' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-EMPLOYER-MATCH TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'GARN' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-GARNISHMENTS TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           PERFORM WRITE-GL-EXTRACT.

      *    THE RUN IS DONE - RECORD HOW IT ENDED AND ITS CONTROL
                 REJECT-FILE
                 DEPOSIT-EXTRACT-FILE
                 CHECK-REGISTER-FILE
                 POSITIVE-PAY-FILE
                 RETIREMENT-CONTRIBUTION-FILE
                 LABOR-COST-EXTRACT
                 CHECK-HISTORY-FILE
                 PAY-HISTORY-FILE
                 EMPLOYEE-MASTER
                 YTD-MASTER
                 DEDUCTION-MASTER
                 GARNISHMENT-MASTER
                 LEAVE-MASTER
                 JOB-MASTER-FILE
                 MASTER-JOURNAL.

      *    EXIT THE PROGRAM
      *    READ-CONTROL-CARD
      *
      *    READS THE PROCESSING PERIOD AND BUSINESS DATE FOR THIS
      *    RUN, AND THE PAY GROUP AND PERIOD NUMBER IT PAYS. A
      *    MISSING OR UNREADABLE CARD STOPS THE RUN COLD.
      *
      ******************************************************************
       READ-CONTROL-CARD.
           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR CTL-PERIOD IS NOT NUMERIC
                OR CTL-PROCESSING-DATE IS NOT NUMERIC
                OR CTL-PERIOD (5:2) < '01'
                OR CTL-PERIOD (5:2) > '12'
               DISPLAY '*** RUN ABORTED: CONTROL.TXT MISSING OR '
                   'INVALID - A PROCESSING PERIOD (YYYYMM) AND DATE '
                   '(YYYYMMDD) ARE REQUIRED ***'
                   CONTROL-PERIOD-WORK
           END-IF.

           IF CTL-RUN-TYPE = 'F'
               MOVE 'Y' TO SUPPLEMENTAL-RUN-SWITCH
               MOVE 'Y' TO FINAL-PAY-RUN-SWITCH
               MOVE 'PAYROLL-F' TO RUN-PROGRAM-NAME
               DISPLAY 'FINAL-PAY RUN FOR PERIOD '
                   CONTROL-PERIOD-WORK
           END-IF.

      *    A BLANK PAY GROUP IS THE MONTHLY PAYROLL THIS SYSTEM HAS
      *    ALWAYS RUN, PAID FOR THE CARD'S MONTH UNLESS A PERIOD IS
      *    GIVEN. ANY OTHER GROUP MUST NAME ITS PERIOD NUMBER
           IF CTL-PAY-GROUP = SPACE
               MOVE 'M' TO RUN-PAY-GROUP
           ELSE
               MOVE CTL-PAY-GROUP TO RUN-PAY-GROUP
           END-IF.

           IF RUN-PAY-GROUP NOT = 'W' AND NOT = 'B'
                AND NOT = 'S' AND NOT = 'M'
               DISPLAY '*** RUN ABORTED: CONTROL.TXT PAY GROUP '
                   RUN-PAY-GROUP ' IS NOT W, B, S OR M ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CTL-PERIOD (1:4) TO RUN-PAY-YEAR.
           IF CTL-PAY-PERIOD IS NUMERIC
                AND CTL-PAY-PERIOD-9 > ZERO
               MOVE CTL-PAY-PERIOD-9 TO RUN-PAY-PERIOD
           ELSE
               IF RUN-PAY-GROUP = 'M'
                   MOVE CTL-PERIOD (5:2) TO RUN-PAY-PERIOD
               ELSE
                   DISPLAY '*** RUN ABORTED: CONTROL.TXT NAMES NO PAY '
                       'PERIOD FOR PAY GROUP ' RUN-PAY-GROUP ' ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    EACH PAY GROUP CLOSES ITS OWN PERIODS ON THE RUN-CONTROL
      *    LOG - THE MONTHLY GROUP KEEPS THE NAMES IT HAS ALWAYS HAD
           IF RUN-PAY-GROUP NOT = 'M'
               MOVE 'PAYROLL-' TO RUN-PROGRAM-NAME
               MOVE RUN-PAY-GROUP TO RUN-PROGRAM-NAME (9:1)
               IF FINAL-PAY-RUN-SWITCH = 'Y'
                   MOVE 'F' TO RUN-PROGRAM-NAME (10:1)
               ELSE
               IF SUPPLEMENTAL-RUN-SWITCH = 'Y'
                   MOVE 'S' TO RUN-PROGRAM-NAME (10:1)
               ELSE
               IF RUN-PAY-GROUP = 'S'
                   MOVE 'M' TO RUN-PROGRAM-NAME (10:1)
               END-IF
               END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOAD-PAY-CALENDAR
      *
      *    FINDS THE RUN'S PAY PERIOD ON THE PAY CALENDAR - THE FIRST
      *    AND LAST DAYS WORKED AND THE PAY DATE. THE MONTHLY GROUP
      *    WITH NO CALENDAR ENTRY IS PAID FOR THE CALENDAR MONTH ON THE
      *    PROCESSING DATE, AS IT ALWAYS WAS. ANY OTHER GROUP WITHOUT
      *    AN ENTRY, A BAD DATE, OR A PAY DATE OUTSIDE THE CARD'S
      *    MONTH STOPS THE RUN COLD - THE PAY DATE DECIDES WHICH
      *    QUARTER AND WHICH W-2 YEAR THE WAGES LAND IN.
      *
      ******************************************************************
       LOAD-PAY-CALENDAR.
           MOVE 'N' TO PAY-CALENDAR-FOUND-SWITCH.
           MOVE 'YES' TO PAYCAL-DATA-REMAINS-SWITCH.
           OPEN INPUT PAY-CALENDAR-FILE.

           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'NO' TO PAYCAL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL PAYCAL-DATA-REMAINS-SWITCH = 'NO'
               IF PCAL-PAY-GROUP = RUN-PAY-GROUP
                    AND PCAL-YEAR = RUN-PAY-YEAR
                    AND PCAL-PERIOD-NUMBER = RUN-PAY-PERIOD
                   MOVE 'Y' TO PAY-CALENDAR-FOUND-SWITCH
                   MOVE PCAL-PERIOD-BEGIN TO PAY-PERIOD-BEGIN-WORK
                   MOVE PCAL-PERIOD-END TO PAY-PERIOD-END-WORK
                   MOVE PCAL-PAY-DATE TO PAY-DATE-WORK
                   MOVE 'NO' TO PAYCAL-DATA-REMAINS-SWITCH
               ELSE
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE 'NO' TO PAYCAL-DATA-REMAINS-SWITCH
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE PAY-CALENDAR-FILE.

      *    THE MONTHLY GROUP'S DEFAULT PERIOD: THE FIRST OF THE
      *    MONTH THROUGH THE DAY BEFORE THE FIRST OF THE NEXT
           IF PAY-CALENDAR-FOUND-SWITCH = 'N'
                AND RUN-PAY-GROUP = 'M'
               MOVE 'D' TO PAY-CALENDAR-FOUND-SWITCH
               COMPUTE PAY-PERIOD-BEGIN-WORK =
                   CONTROL-PERIOD-WORK * 100 + 1
               IF CONTROL-PERIOD-WORK (5:2) = '12'
                   COMPUTE PAY-CALENDAR-DATE-WORK =
                       (CONTROL-PERIOD-WORK + 89) * 100 + 1
               ELSE
                   COMPUTE PAY-CALENDAR-DATE-WORK =
                       (CONTROL-PERIOD-WORK + 1) * 100 + 1
               END-IF
               COMPUTE PAY-CALENDAR-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PAY-CALENDAR-DATE-WORK) - 1
               COMPUTE PAY-PERIOD-END-WORK =
                   FUNCTION DATE-OF-INTEGER (PAY-CALENDAR-INTEGER)
               MOVE PROCESSING-DATE-WORK TO PAY-DATE-WORK
           END-IF.

           IF PAY-CALENDAR-FOUND-SWITCH = 'N'
               DISPLAY '*** RUN ABORTED: PAYCAL.TXT HAS NO PERIOD '
                   RUN-PAY-PERIOD ' OF ' RUN-PAY-YEAR
                   ' FOR PAY GROUP ' RUN-PAY-GROUP ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (PAY-PERIOD-BEGIN-WORK)
                   NOT = ZERO
                OR FUNCTION TEST-DATE-YYYYMMDD (PAY-PERIOD-END-WORK)
                   NOT = ZERO
                OR FUNCTION TEST-DATE-YYYYMMDD (PAY-DATE-WORK)
                   NOT = ZERO
                OR PAY-PERIOD-BEGIN-WORK > PAY-PERIOD-END-WORK
               DISPLAY '*** RUN ABORTED: PAYCAL.TXT PERIOD '
                   RUN-PAY-PERIOD ' OF ' RUN-PAY-YEAR
                   ' FOR PAY GROUP ' RUN-PAY-GROUP
                   ' HAS AN INVALID DATE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PAY-CALENDAR-FOUND-SWITCH = 'Y'
                AND PAY-DATE-WORK (1:6) NOT = CONTROL-PERIOD-WORK
               DISPLAY '*** RUN ABORTED: PAY DATE ' PAY-DATE-WORK
                   ' IS NOT IN THE CONTROL CARD PERIOD '
                   CONTROL-PERIOD-WORK ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'PAY GROUP ' RUN-PAY-GROUP ' PERIOD '
               RUN-PAY-PERIOD ' - ' PAY-PERIOD-BEGIN-WORK
               ' THROUGH ' PAY-PERIOD-END-WORK
               ', PAID ' PAY-DATE-WORK.



      ******************************************************************
                   MOVE TAXP-STATE-RATE TO
                       SB-RATE (STATE-BRACKET-COUNT)
               END-IF
               IF TAXP-TYPE = 'U'
                    AND TAXP-FUTA-RATE IS NUMERIC
                    AND TAXP-FUTA-WAGE-BASE IS NUMERIC
                   MOVE TAXP-FUTA-RATE TO FUTA-RATE-WORK
                   MOVE TAXP-FUTA-WAGE-BASE TO FUTA-WAGE-BASE
                   MOVE 'Y' TO FUTA-LOADED-SWITCH
               END-IF
               IF TAXP-TYPE = 'E'
                    AND TAXP-SUTA-STATE NOT = SPACES
                    AND TAXP-SUTA-RATE IS NUMERIC
                    AND TAXP-SUTA-WAGE-BASE IS NUMERIC
                    AND SUTA-RATE-COUNT < 50
                   ADD 1 TO SUTA-RATE-COUNT
                   MOVE TAXP-SUTA-STATE TO SR-STATE (SUTA-RATE-COUNT)
                   MOVE TAXP-SUTA-RATE TO SR-RATE (SUTA-RATE-COUNT)
                   MOVE TAXP-SUTA-WAGE-BASE
                       TO SR-WAGE-BASE (SUTA-RATE-COUNT)
               END-IF
               IF TAXP-TYPE = 'D'
                    AND TAXP-RULE-DED-TYPE NOT = SPACES
                    AND DEDUCTION-RULE-COUNT < 20
                   ADD 1 TO DEDUCTION-RULE-COUNT
                   MOVE TAXP-RULE-DED-TYPE
                       TO DR-TYPE (DEDUCTION-RULE-COUNT)
                   MOVE TAXP-RULE-PRETAX-INCOME
                       TO DR-PRETAX-INCOME (DEDUCTION-RULE-COUNT)
                   MOVE TAXP-RULE-PRETAX-FICA
                       TO DR-PRETAX-FICA (DEDUCTION-RULE-COUNT)
                   MOVE TAXP-RULE-DEFERRAL
                       TO DR-DEFERRAL (DEDUCTION-RULE-COUNT)
               END-IF
               IF TAXP-TYPE = 'L'
                    AND TAXP-DEFERRAL-LIMIT IS NUMERIC
                   MOVE TAXP-DEFERRAL-LIMIT TO DEFERRAL-LIMIT-WORK
                   MOVE 'Y' TO DEFERRAL-LIMIT-SWITCH
               END-IF
               IF TAXP-TYPE = 'G'
                    AND TAXP-GARN-ORDER-TYPE NOT = SPACES
                    AND TAXP-GARN-LIMIT-PCT IS NUMERIC
                    AND TAXP-GARN-EXEMPT-AMOUNT IS NUMERIC
                    AND GARNISHMENT-LIMIT-COUNT < 40
                   ADD 1 TO GARNISHMENT-LIMIT-COUNT
                   MOVE TAXP-GARN-STATE
                       TO GLIM-STATE (GARNISHMENT-LIMIT-COUNT)
                   MOVE TAXP-GARN-ORDER-TYPE
                       TO GLIM-ORDER-TYPE (GARNISHMENT-LIMIT-COUNT)
                   MOVE TAXP-GARN-LIMIT-PCT
                       TO GLIM-PCT (GARNISHMENT-LIMIT-COUNT)
                   MOVE TAXP-GARN-EXEMPT-AMOUNT
                       TO GLIM-EXEMPT-AMOUNT (GARNISHMENT-LIMIT-COUNT)
               END-IF
               IF TAXP-TYPE = 'M'
                    AND TAXP-MATCH-CEILING-PCT IS NUMERIC
                    AND TAXP-MATCH-RATE-PCT IS NUMERIC
                    AND MATCH-TIER-COUNT < 5
                   ADD 1 TO MATCH-TIER-COUNT
                   MOVE TAXP-MATCH-CEILING-PCT
                       TO MT-CEILING-PCT (MATCH-TIER-COUNT)
                   MOVE TAXP-MATCH-RATE-PCT
                       TO MT-RATE-PCT (MATCH-TIER-COUNT)
               END-IF
               IF TAXP-TYPE = 'V'
                    AND TAXP-PAYOUT-STATE = SPACES
                   MOVE TAXP-PAYOUT-VACATION TO PAYOUT-VACATION-DEFAULT
                   MOVE TAXP-PAYOUT-SICK TO PAYOUT-SICK-DEFAULT
               END-IF
               IF TAXP-TYPE = 'V'
                    AND TAXP-PAYOUT-STATE NOT = SPACES
                    AND PAYOUT-RULE-COUNT < 50
                   ADD 1 TO PAYOUT-RULE-COUNT
                   MOVE TAXP-PAYOUT-STATE
                       TO PR-STATE (PAYOUT-RULE-COUNT)
                   MOVE TAXP-PAYOUT-VACATION
                       TO PR-VACATION (PAYOUT-RULE-COUNT)
                   MOVE TAXP-PAYOUT-SICK
                       TO PR-SICK (PAYOUT-RULE-COUNT)
               END-IF
               IF TAXP-TYPE = 'X'
                    AND TAXP-SUPPLEMENTAL-RATE IS NUMERIC
                   MOVE TAXP-SUPPLEMENTAL-RATE
                       TO SUPPLEMENTAL-RATE-WORK
               END-IF
               IF TAXP-TYPE = 'P'
                    AND TAXP-BRACKET-PERIODS IS NUMERIC
                    AND TAXP-BRACKET-PERIODS > ZERO
                   MOVE TAXP-BRACKET-PERIODS TO BRACKET-PERIODS-WORK
               END-IF
               READ TAX-PARAMETER-FILE
                   AT END
                       MOVE 'NO' TO TAXPARM-DATA-REMAINS-SWITCH
               STOP RUN
           END-IF.

      *    THE EMPLOYER UNEMPLOYMENT TAXES COST THE EMPLOYEE NOTHING,
      *    SO A FILE WITHOUT THEM STILL PAYS - THE REGISTER AND THE
      *    LEDGER JUST CARRY NO FUTA LIABILITY UNTIL THE RECORD IS ADDED
           IF FUTA-LOADED-SWITCH = 'N'
               DISPLAY '*** WARNING: TAXPARM.TXT HAS NO FUTA RATE - '
                   'NO EMPLOYER FUTA COMPUTED THIS RUN ***'
           END-IF.

      *    DEFERRALS WITH NO LIMIT ON FILE ARE TAKEN AS ELECTED -
      *    SAID OUT LOUD SO THE LIMIT RECORD GETS ADDED
           IF DEDUCTION-RULE-COUNT > ZERO
                AND DEFERRAL-LIMIT-SWITCH = 'N'
               DISPLAY '*** WARNING: TAXPARM.TXT HAS NO DEFERRAL '
                   'LIMIT - RETIREMENT DEFERRALS NOT CAPPED ***'
           END-IF.

           PERFORM SORT-TAX-BRACKETS.
           PERFORM SORT-STATE-BRACKETS.
           PERFORM SORT-MATCH-TIERS.






      ******************************************************************
      *
      *    SORT-MATCH-TIERS
      *
      *    PUTS THE EMPLOYER MATCH TIERS IN ASCENDING CEILING ORDER,
      *    SO EACH TIER MATCHES THE BAND OF DEFERRAL ABOVE THE ONE
      *    BEFORE IT.
      *
      ******************************************************************
       SORT-MATCH-TIERS.
           PERFORM VARYING MATCH-SORT-INDEX-1 FROM 1 BY 1
               UNTIL MATCH-SORT-INDEX-1 >= MATCH-TIER-COUNT
               PERFORM VARYING MATCH-SORT-INDEX-2 FROM 1 BY 1
                   UNTIL MATCH-SORT-INDEX-2 >
                       MATCH-TIER-COUNT - MATCH-SORT-INDEX-1
                   IF MT-CEILING-PCT (MATCH-SORT-INDEX-2) >
                        MT-CEILING-PCT (MATCH-SORT-INDEX-2 + 1)
                       MOVE MATCH-TIER (MATCH-SORT-INDEX-2)
                           TO MATCH-TIER-SWAP
                       MOVE MATCH-TIER (MATCH-SORT-INDEX-2 + 1)
                           TO MATCH-TIER (MATCH-SORT-INDEX-2)
                       MOVE MATCH-TIER-SWAP
                           TO MATCH-TIER (MATCH-SORT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.



      ******************************************************************
      *
      *    LOAD-COMMISSION-EXTRACT
      ******************************************************************
       EDIT-ONE-PUNCH.
           MOVE SPACES TO PUNCH-ERROR-REASON.
           MOVE 'N' TO JOB-FOUND.
           MOVE ZERO TO PUNCH-DAILY-HOURS-WORK.

           IF PUNCH-EMPLOYEE-ID IS NOT NUMERIC
               END-IF
           END-IF.

      *    TIME PUNCHED TO A JOB MUST BE TO A JOB THE JOB-COST SYSTEM
      *    KNOWS AND HAS NOT CLOSED, OR IT CANNOT BE COSTED
           IF PUNCH-ERROR-REASON = SPACES
                AND PUNCH-JOB-NUMBER NOT = SPACES
               MOVE PUNCH-JOB-NUMBER TO JOB-NUMBER-WORK
               PERFORM FIND-JOB
               IF JOB-FOUND = 'N'
                   MOVE 'UNKNOWN JOB' TO PUNCH-ERROR-REASON
               ELSE
                   IF JT-STATUS = 'C'
                       MOVE 'JOB CLOSED' TO PUNCH-ERROR-REASON
                   END-IF
               END-IF
           END-IF.

           IF PUNCH-ERROR-REASON = SPACES
               COMPUTE PUNCH-DAILY-HOURS-WORK ROUNDED =
                   (PUNCH-OUT-MINUTES-WORK - PUNCH-IN-MINUTES-WORK)



      ******************************************************************
      *
      *    FIND-JOB
      *
      *    READS JOB-NUMBER-WORK OFF THE JOB MASTER INTO JOB-ENTRY.
      *    JOB-FOUND IS 'N' WHEN THE JOB IS NOT ON FILE.
      *
      ******************************************************************
       FIND-JOB.
           MOVE 'N' TO JOB-FOUND.
           MOVE JOB-NUMBER-WORK TO JM-JOB-NUMBER.
           READ JOB-MASTER-FILE INTO JOB-ENTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO JOB-FOUND
           END-READ.



      ******************************************************************
      *
      *    STORE-CLEAN-PUNCH
      *        AND WHATEVER PART OF THE PUNCH SAT INSIDE A PREMIUM
      *        WINDOW EARNS ITS DIFFERENTIAL
               PERFORM ACCUMULATE-SHIFT-PREMIUM
      *        AND THE MINUTES ARE KEPT AGAINST THE JOB AND COST
      *        CENTER THEY WERE SPENT ON
               PERFORM ACCUMULATE-LABOR-HOURS
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-LABOR-HOURS
      *
      *    ADDS THE CLEAN PUNCH'S MINUTES TO ITS EMPLOYEE, JOB AND
      *    COST CENTER. A PUNCH WITH NO COST CENTER OF ITS OWN TAKES
      *    ITS JOB'S; ONE WITH NEITHER IS LEFT BLANK FOR THE
      *    EMPLOYEE'S HOME COST CENTER.
      *
      ******************************************************************
       ACCUMULATE-LABOR-HOURS.
           MOVE PUNCH-COST-CENTER TO PUNCH-COST-CENTER-WORK.
           IF PUNCH-COST-CENTER-WORK = SPACES
                AND JOB-FOUND = 'Y'
               MOVE JT-COST-CENTER
                   TO PUNCH-COST-CENTER-WORK
           END-IF.

           MOVE ZERO TO LABOR-HOURS-FOUND.
           PERFORM VARYING LABOR-HOURS-INDEX FROM 1 BY 1
               UNTIL LABOR-HOURS-INDEX > LABOR-HOURS-COUNT
                  OR LABOR-HOURS-FOUND IS POSITIVE
               IF LH-EMPLOYEE-ID (LABOR-HOURS-INDEX) =
                    PUNCH-EMPLOYEE-ID
                    AND LH-JOB-NUMBER (LABOR-HOURS-INDEX) =
                        PUNCH-JOB-NUMBER
                    AND LH-COST-CENTER (LABOR-HOURS-INDEX) =
                        PUNCH-COST-CENTER-WORK
                   MOVE LABOR-HOURS-INDEX TO LABOR-HOURS-FOUND
               END-IF
           END-PERFORM.

           IF LABOR-HOURS-FOUND IS ZERO
               IF LABOR-HOURS-COUNT < 2000
                   ADD 1 TO LABOR-HOURS-COUNT
                   MOVE LABOR-HOURS-COUNT TO LABOR-HOURS-FOUND
                   MOVE PUNCH-EMPLOYEE-ID
                       TO LH-EMPLOYEE-ID (LABOR-HOURS-FOUND)
                   MOVE PUNCH-JOB-NUMBER
                       TO LH-JOB-NUMBER (LABOR-HOURS-FOUND)
                   MOVE PUNCH-COST-CENTER-WORK
                       TO LH-COST-CENTER (LABOR-HOURS-FOUND)
                   MOVE ZERO TO LH-MINUTES (LABOR-HOURS-FOUND)
               ELSE
                   IF LABOR-HOURS-FULL-SWITCH = 'N'
                       MOVE 'Y' TO LABOR-HOURS-FULL-SWITCH
                       DISPLAY '*** WARNING: LABOR HOURS TABLE FULL '
                           'AT 2000 - LATER JOB TIME IS COSTED WITH '
                           'THE EMPLOYEE''S OTHER JOBS ***'
                   END-IF
               END-IF
           END-IF.

           IF LABOR-HOURS-FOUND IS POSITIVE
               COMPUTE LH-MINUTES (LABOR-HOURS-FOUND) =
                   LH-MINUTES (LABOR-HOURS-FOUND)
                   + PUNCH-OUT-MINUTES-WORK - PUNCH-IN-MINUTES-WORK
           END-IF.


               MOVE ZERO TO PAUD-OUT
           END-IF.
           MOVE PUNCH-DAILY-HOURS-WORK TO PAUD-HOURS.
           MOVE PUNCH-JOB-NUMBER TO PAUD-JOB.
           MOVE PUNCH-ERROR-REASON TO PAUD-NOTE.
           MOVE PUNCH-AUDIT-LINE TO PUNCH-AUDIT-PRINT-LINE.
           WRITE PUNCH-AUDIT-PRINT-LINE.

      ******************************************************************
      *
      *    LOAD-RETRO-TRANSACTIONS
      *
      *    LOADS THE RETROACTIVE RATE CHANGES, REFUSING ANY WITH A BAD
      *    EMPLOYEE ID, RATE, OR EFFECTIVE PERIOD AND ANY SECOND ONE
      *    FOR THE SAME EMPLOYEE, THEN PULLS THE PAY HISTORY THEY
      *    REACH BACK TO. THE RETRO REGISTER OPENS HERE AND STAYS OPEN
      *    WHILE THE RUN PAYS THEM.
      *
      ******************************************************************
       LOAD-RETRO-TRANSACTIONS.
           OPEN OUTPUT RETRO-REGISTER-FILE.
           MOVE RUN-NUMBER-WORK TO RRPT-RUN-NUMBER.
           MOVE CONTROL-PERIOD-WORK TO RRPT-PERIOD.
           MOVE RETRO-HEADING-LINE TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.

           MOVE 'YES' TO RETRO-DATA-REMAINS-SWITCH.
           OPEN INPUT RETRO-TRANSACTION-FILE.
           READ RETRO-TRANSACTION-FILE
               AT END
                   MOVE 'NO' TO RETRO-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RETRO-DATA-REMAINS-SWITCH = 'NO'
               PERFORM EDIT-ONE-RETRO-TRANSACTION
               READ RETRO-TRANSACTION-FILE
                   AT END
                       MOVE 'NO' TO RETRO-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE RETRO-TRANSACTION-FILE.

           IF RETRO-COUNT > ZERO
               PERFORM LOAD-RETRO-PAY-HISTORY
           END-IF.



      ******************************************************************
      *
      *    EDIT-ONE-RETRO-TRANSACTION
      *
      ******************************************************************
       EDIT-ONE-RETRO-TRANSACTION.
           MOVE 'Y' TO RETRO-VALID-SWITCH.
           IF RX-EMPLOYEE-ID IS NOT NUMERIC
                OR RX-NEW-RATE IS NOT NUMERIC
                OR RX-EFFECTIVE-PERIOD IS NOT NUMERIC
               MOVE 'N' TO RETRO-VALID-SWITCH
           ELSE
               IF RX-NEW-RATE <= 0 OR RX-NEW-RATE > 75
                    OR RX-EFFECTIVE-PERIOD > CONTROL-PERIOD-WORK
                   MOVE 'N' TO RETRO-VALID-SWITCH
               END-IF
               PERFORM VARYING RETRO-INDEX FROM 1 BY 1
                   UNTIL RETRO-INDEX > RETRO-COUNT
                   IF RT-EMPLOYEE-ID (RETRO-INDEX) = RX-EMPLOYEE-ID
                       MOVE 'N' TO RETRO-VALID-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

           IF RETRO-VALID-SWITCH = 'N'
               DISPLAY '*** WARNING: RETRO TRANSACTION '
                   RETRO-TRANSACTION-RECORD
                   ' REJECTED - BAD OR DUPLICATE ENTRY ***'
           ELSE
           IF RETRO-COUNT >= 50
               DISPLAY '*** WARNING: RETRO TABLE FULL - RETRO FOR '
                   RX-EMPLOYEE-ID ' NOT LOADED ***'
           ELSE
               ADD 1 TO RETRO-COUNT
               MOVE RX-EMPLOYEE-ID TO RT-EMPLOYEE-ID (RETRO-COUNT)
               MOVE RX-NEW-RATE TO RT-NEW-RATE (RETRO-COUNT)
               MOVE RX-EFFECTIVE-PERIOD
                   TO RT-EFFECTIVE-PERIOD (RETRO-COUNT)
               MOVE 'N' TO RT-STATUS (RETRO-COUNT)
           END-IF END-IF.



      ******************************************************************
      *
      *    LOAD-RETRO-PAY-HISTORY
      *
      *    READS THE PAY HISTORY ONCE, KEEPING EVERY HOURLY PAYMENT A
      *    LOADED RETRO REACHES BACK TO AND BRINGING EACH UP TO DATE
      *    WITH ANY EARLIER RETRO THAT ALREADY RE-RATED IT.
      *
      ******************************************************************
       LOAD-RETRO-PAY-HISTORY.
           MOVE 'YES' TO HISTORY-DATA-REMAINS-SWITCH.
           OPEN INPUT PAY-HISTORY-FILE.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL HISTORY-DATA-REMAINS-SWITCH = 'NO'
               PERFORM TAKE-RETRO-HISTORY-RECORD
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE PAY-HISTORY-FILE.



      ******************************************************************
      *
      *    TAKE-RETRO-HISTORY-RECORD
      *
      *    A 'P' PAYMENT ON OR AFTER ITS EMPLOYEE'S RETRO EFFECTIVE
      *    PERIOD JOINS THE TABLE; AN 'R' RECORD REPLACES THE RATE AND
      *    PAY OF THE PAYMENT IT RE-RATED. WHEN THE TABLE IS FULL THE
      *    EMPLOYEE'S RETRO IS HELD, SINCE PAYING IT ON PART OF ITS
      *    HISTORY WOULD UNDERPAY IT.
      *
      ******************************************************************
       TAKE-RETRO-HISTORY-RECORD.
           MOVE ZERO TO RETRO-FOUND.
           IF PH-EMPLOYEE-ID IS NUMERIC AND PH-PERIOD IS NUMERIC
               PERFORM VARYING RETRO-INDEX FROM 1 BY 1
                   UNTIL RETRO-INDEX > RETRO-COUNT
                   IF RT-EMPLOYEE-ID (RETRO-INDEX) = PH-EMPLOYEE-ID
                        AND PH-PERIOD >=
                          RT-EFFECTIVE-PERIOD (RETRO-INDEX)
                       MOVE RETRO-INDEX TO RETRO-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           IF RETRO-FOUND > ZERO
                AND PH-ENTRY-TYPE = 'P' AND PH-PAY-TYPE = 'H'
               IF RETRO-PERIOD-COUNT >= 300
                   IF RT-STATUS (RETRO-FOUND) NOT = 'H'
                       DISPLAY '*** WARNING: RETRO HISTORY TABLE '
                           'FULL - RETRO FOR ' PH-EMPLOYEE-ID
                           ' HELD ***'
                   END-IF
                   MOVE 'H' TO RT-STATUS (RETRO-FOUND)
               ELSE
                   ADD 1 TO RETRO-PERIOD-COUNT
                   MOVE PH-EMPLOYEE-ID
                       TO RP-EMPLOYEE-ID (RETRO-PERIOD-COUNT)
                   MOVE PH-PERIOD TO RP-PERIOD (RETRO-PERIOD-COUNT)
                   MOVE PH-RUN-NUMBER
                       TO RP-RUN-NUMBER (RETRO-PERIOD-COUNT)
                   MOVE PH-REGULAR-HOURS
                       TO RP-REGULAR-HOURS (RETRO-PERIOD-COUNT)
                   MOVE PH-OVERTIME-HOURS
                       TO RP-OVERTIME-HOURS (RETRO-PERIOD-COUNT)
                   MOVE PH-OT-CODE TO RP-OT-CODE (RETRO-PERIOD-COUNT)
                   MOVE PH-RATE TO RP-RATE (RETRO-PERIOD-COUNT)
                   MOVE PH-REGULAR-PAY
                       TO RP-REGULAR-PAY (RETRO-PERIOD-COUNT)
                   MOVE PH-OVERTIME-PAY
                       TO RP-OVERTIME-PAY (RETRO-PERIOD-COUNT)
                   MOVE PH-GROSS-PAY
                       TO RP-GROSS-PAY (RETRO-PERIOD-COUNT)
               END-IF
           END-IF.

           IF RETRO-FOUND > ZERO AND PH-ENTRY-TYPE = 'R'
               PERFORM VARYING RETRO-PERIOD-INDEX FROM 1 BY 1
                   UNTIL RETRO-PERIOD-INDEX > RETRO-PERIOD-COUNT
                   IF RP-EMPLOYEE-ID (RETRO-PERIOD-INDEX) =
                        PH-EMPLOYEE-ID
                        AND RP-PERIOD (RETRO-PERIOD-INDEX) = PH-PERIOD
                        AND RP-RUN-NUMBER (RETRO-PERIOD-INDEX) =
                          PH-ADJUSTED-RUN
                       MOVE PH-RATE TO RP-RATE (RETRO-PERIOD-INDEX)
                       MOVE PH-REGULAR-PAY
                           TO RP-REGULAR-PAY (RETRO-PERIOD-INDEX)
                       MOVE PH-OVERTIME-PAY
                           TO RP-OVERTIME-PAY (RETRO-PERIOD-INDEX)
                       MOVE PH-GROSS-PAY
                           TO RP-GROSS-PAY (RETRO-PERIOD-INDEX)
                   END-IF
               END-PERFORM
           END-IF.



      ******************************************************************
      *
      *    WRITE-RETRO-REGISTER-TOTALS
      *
      *    LISTS EVERY RETRO THAT NEVER REACHED A CHECK - THE EMPLOYEE
      *    WAS NOT PAID IN THIS RUN, OR THE RETRO WAS HELD - THEN
      *    CLOSES THE RETRO REGISTER WITH THE RUN'S TOTAL.
      *
      ******************************************************************
       WRITE-RETRO-REGISTER-TOTALS.
           PERFORM VARYING RETRO-INDEX FROM 1 BY 1
               UNTIL RETRO-INDEX > RETRO-COUNT
               IF RT-STATUS (RETRO-INDEX) NOT = 'Y'
                   ADD 1 TO RETRO-UNPAID-COUNT
                   MOVE RT-EMPLOYEE-ID (RETRO-INDEX)
                       TO RRPT-UNPAID-EMPLOYEE-ID
                   IF RT-STATUS (RETRO-INDEX) = 'H'
                       MOVE 'RETRO HELD - PAY HISTORY TABLE FULL'
                           TO RRPT-UNPAID-REASON
                   ELSE
                       MOVE 'RETRO NOT PAID - NO CHECK THIS RUN'
                           TO RRPT-UNPAID-REASON
                   END-IF
                   MOVE SPACES TO RETRO-PRINT-LINE
                   WRITE RETRO-PRINT-LINE
                   MOVE RETRO-UNPAID-LINE TO RETRO-PRINT-LINE
                   WRITE RETRO-PRINT-LINE
               END-IF
           END-PERFORM.

           IF RETRO-UNPAID-COUNT > ZERO
               DISPLAY '*** WARNING: ' RETRO-UNPAID-COUNT
                   ' RETRO TRANSACTIONS WERE NOT PAID - SEE THE '
                   'RETRO REGISTER ***'
           END-IF.

           MOVE SPACES TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.
           MOVE RETRO-PAID-COUNT TO RRPT-PAID-COUNT.
           MOVE TOTAL-RETRO-PAID TO RRPT-TOTAL-PAID.
           MOVE RETRO-GRAND-TOTAL-LINE TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.

           CLOSE RETRO-REGISTER-FILE.



      ******************************************************************
      *
      *    LOAD-FINAL-PAY-TABLE
      *
      *    OPENS THE FINAL-PAY REGISTER AND LISTS EVERY EMPLOYEE ON THE
      *    MASTER WHOSE TERMINATION DATE FALLS IN THE PERIOD, THEN
      *    READS THE PAY HISTORY ONCE FOR THE LAST HOURLY RATE EACH WAS
      *    PAID AT AND FOR ANY SALARY ALREADY PAID THEM THIS PERIOD.
      *
      ******************************************************************
       LOAD-FINAL-PAY-TABLE.
           OPEN OUTPUT FINAL-PAY-REGISTER-FILE.
           MOVE RUN-NUMBER-WORK TO FPRPT-RUN-NUMBER.
           MOVE CONTROL-PERIOD-WORK TO FPRPT-PERIOD.
           MOVE FINAL-HEADING-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'YES' TO EMPLOYEE-SCAN-SWITCH.
           MOVE ZEROS TO MASTER-EMPLOYEE-ID.
           START EMPLOYEE-MASTER KEY >= MASTER-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'NO' TO EMPLOYEE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL EMPLOYEE-SCAN-SWITCH = 'NO'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO EMPLOYEE-SCAN-SWITCH
                   NOT AT END
                       PERFORM TAKE-FINAL-PAY-EMPLOYEE
               END-READ
           END-PERFORM.

           IF FINAL-PAY-COUNT > ZERO
               MOVE 'YES' TO HISTORY-DATA-REMAINS-SWITCH
               OPEN INPUT PAY-HISTORY-FILE
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
               END-READ
               PERFORM UNTIL HISTORY-DATA-REMAINS-SWITCH = 'NO'
                   PERFORM TAKE-FINAL-HISTORY-RECORD
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

           DISPLAY 'FINAL-PAY RUN: ' FINAL-PAY-COUNT
               ' EMPLOYEES TERMINATED IN THE PERIOD'.



      ******************************************************************
      *
      *    TAKE-FINAL-PAY-EMPLOYEE
      *
      ******************************************************************
       TAKE-FINAL-PAY-EMPLOYEE.
           PERFORM SET-EMPLOYEE-FREQUENCY.
           IF MASTER-TERM-DATE IS NUMERIC
                AND MASTER-TERM-DATE >= PAY-PERIOD-BEGIN-WORK
                AND MASTER-TERM-DATE <= PAY-PERIOD-END-WORK
                AND EMPLOYEE-FREQUENCY-WORK = RUN-PAY-GROUP
               IF FINAL-PAY-COUNT >= 200
                   DISPLAY '*** WARNING: FINAL-PAY TABLE FULL - '
                       MASTER-EMPLOYEE-ID ' NOT PAID OFF THIS RUN ***'
               ELSE
                   ADD 1 TO FINAL-PAY-COUNT
                   MOVE MASTER-EMPLOYEE-ID
                       TO FP-EMPLOYEE-ID (FINAL-PAY-COUNT)
                   MOVE ZERO TO FP-LAST-PERIOD (FINAL-PAY-COUNT)
                   MOVE ZERO TO FP-LAST-RATE (FINAL-PAY-COUNT)
                   MOVE 'N' TO FP-SALARY-PAID (FINAL-PAY-COUNT)
                   MOVE 'N' TO FP-STATUS (FINAL-PAY-COUNT)
               END-IF
           END-IF.



      ******************************************************************
      *
      *    TAKE-FINAL-HISTORY-RECORD
      *
      *    AN HOURLY PAYMENT OR RE-RATE CARRIES THE RATE A TERMINATED
      *    EMPLOYEE WAS LAST PAID AT - THEIR LEAVE IS PRICED AT IT WHEN
      *    THE FINAL CHECK HAS NO HOURS OF ITS OWN. A SALARIED PAYMENT
      *    IN THIS PAY PERIOD MEANS THE PERIOD'S SALARY HAS ALREADY
      *    GONE OUT.
      *
      ******************************************************************
       TAKE-FINAL-HISTORY-RECORD.
           MOVE ZERO TO FINAL-PAY-FOUND.
           IF PH-EMPLOYEE-ID IS NUMERIC AND PH-PERIOD IS NUMERIC
               PERFORM VARYING FINAL-PAY-INDEX FROM 1 BY 1
                   UNTIL FINAL-PAY-INDEX > FINAL-PAY-COUNT
                   IF FP-EMPLOYEE-ID (FINAL-PAY-INDEX) = PH-EMPLOYEE-ID
                       MOVE FINAL-PAY-INDEX TO FINAL-PAY-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           IF FINAL-PAY-FOUND > ZERO
               IF PH-PAY-TYPE = 'H'
                    AND (PH-ENTRY-TYPE = 'P' OR PH-ENTRY-TYPE = 'R')
                    AND PH-RATE IS NUMERIC
                    AND PH-RATE > ZERO
                    AND PH-PERIOD >= FP-LAST-PERIOD (FINAL-PAY-FOUND)
                   MOVE PH-PERIOD TO FP-LAST-PERIOD (FINAL-PAY-FOUND)
                   MOVE PH-RATE TO FP-LAST-RATE (FINAL-PAY-FOUND)
               END-IF
               IF PH-PAY-TYPE = 'S' AND PH-ENTRY-TYPE = 'P'
                    AND PH-PERIOD = CONTROL-PERIOD-WORK
                    AND (PH-PAY-PERIOD IS NOT NUMERIC
                         OR PH-PAY-PERIOD = RUN-PAY-PERIOD)
                   MOVE 'Y' TO FP-SALARY-PAID (FINAL-PAY-FOUND)
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-FINAL-PAY-ENTRY
      *
      *    POINTS FINAL-PAY-FOUND AT THE EMPLOYEE IN HAND'S ENTRY IN THE
      *    FINAL-PAY TABLE, OR ZERO WHEN THEY ARE NOT BEING PAID OFF.
      *
      ******************************************************************
       FIND-FINAL-PAY-ENTRY.
           MOVE ZERO TO FINAL-PAY-FOUND.
           PERFORM VARYING FINAL-PAY-SCAN-INDEX FROM 1 BY 1
               UNTIL FINAL-PAY-SCAN-INDEX > FINAL-PAY-COUNT
               IF FP-EMPLOYEE-ID (FINAL-PAY-SCAN-INDEX) =
                    EMPLOYEE-ID OF INPUT-RECORD
                   MOVE FINAL-PAY-SCAN-INDEX TO FINAL-PAY-FOUND
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-FINAL-PAY-TOTALS
      *
      *    CLOSES THE FINAL-PAY REGISTER WITH THE RUN'S COUNTS AND
      *    DOLLARS.
      *
      ******************************************************************
       WRITE-FINAL-PAY-TOTALS.
           MOVE SPACES TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'FINAL CHECKS WRITTEN:' TO FPRPT-COUNT-LABEL.
           MOVE FINAL-CHECK-COUNT TO FPRPT-COUNT.
           MOVE FINAL-COUNT-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'LEAVE PAYOUTS HELD - NO RATE:' TO FPRPT-COUNT-LABEL.
           MOVE FINAL-HELD-COUNT TO FPRPT-COUNT.
           MOVE FINAL-COUNT-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'TOTAL FINAL WAGES:' TO FPRPT-TOTAL-LABEL.
           MOVE TOTAL-FINAL-WAGES TO FPRPT-TOTAL-AMOUNT.
           MOVE FINAL-TOTAL-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'TOTAL LEAVE PAYOUT:' TO FPRPT-TOTAL-LABEL.
           MOVE TOTAL-LEAVE-PAYOUT TO FPRPT-TOTAL-AMOUNT.
           MOVE FINAL-TOTAL-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'TOTAL SUPPLEMENTAL WITHHOLDING:'
               TO FPRPT-TOTAL-LABEL.
           MOVE TOTAL-SUPPLEMENTAL-WH TO FPRPT-TOTAL-AMOUNT.
           MOVE FINAL-TOTAL-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'TOTAL DEDUCTION GOALS UNRECOVERED:'
               TO FPRPT-TOTAL-LABEL.
           MOVE TOTAL-GOAL-UNRECOVERED TO FPRPT-TOTAL-AMOUNT.
           MOVE FINAL-TOTAL-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'TOTAL FINAL NET PAY:' TO FPRPT-TOTAL-LABEL.
           MOVE TOTAL-FINAL-NET TO FPRPT-TOTAL-AMOUNT.
           MOVE FINAL-TOTAL-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           CLOSE FINAL-PAY-REGISTER-FILE.

           IF FINAL-HELD-COUNT > ZERO
               DISPLAY '*** WARNING: ' FINAL-HELD-COUNT
                   ' LEAVE PAYOUTS HELD FOR WANT OF A RATE - SEE '
                   'THE FINAL-PAY REGISTER ***'
           END-IF.



      ******************************************************************
      *
      *    WRITE-FINAL-PAY-DETAIL
      *
      *    LISTS THE FINAL CHECK JUST WRITTEN ON THE FINAL-PAY REGISTER
      *    - LAST WAGES, LEAVE PAID OUT OR FORFEITED, DEDUCTION GOALS
      *    CLOSED, THE SUPPLEMENTAL WITHHOLDING AND THE NET - AND MARKS
      *    THE EMPLOYEE PAID OFF.
      *
      ******************************************************************
       WRITE-FINAL-PAY-DETAIL.
           MOVE 'Y' TO FP-STATUS (FINAL-PAY-FOUND).
           ADD 1 TO FINAL-CHECK-COUNT.
           PERFORM WRITE-FINAL-EMPLOYEE-LINE.

           MOVE 'FINAL WAGES' TO FPRPT-LABEL.
           COMPUTE FPRPT-AMOUNT = GROSS-PAY-WORK - LEAVE-PAYOUT-WORK.
           MOVE FINAL-AMOUNT-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           IF PAYOUT-HELD-SWITCH = 'Y'
               ADD 1 TO FINAL-HELD-COUNT
               MOVE 'LEAVE PAYOUT HELD - NO RATE, BALANCES KEPT'
                   TO FPRPT-MESSAGE
               MOVE FINAL-MESSAGE-LINE TO FINAL-PRINT-LINE
               WRITE FINAL-PRINT-LINE
           ELSE
               IF VACATION-PAID-HOURS > ZERO
                   MOVE 'VACATION PAID OUT' TO FPRPT-LEAVE-LABEL
                   MOVE VACATION-PAID-HOURS TO FPRPT-LEAVE-HOURS
                   MOVE VACATION-PAYOUT-WORK TO FPRPT-LEAVE-AMOUNT
                   PERFORM WRITE-FINAL-LEAVE-LINE
               END-IF
               IF VACATION-FORFEIT-HOURS > ZERO
                   MOVE 'VACATION FORFEITED' TO FPRPT-LEAVE-LABEL
                   MOVE VACATION-FORFEIT-HOURS TO FPRPT-LEAVE-HOURS
                   MOVE ZERO TO FPRPT-LEAVE-AMOUNT
                   PERFORM WRITE-FINAL-LEAVE-LINE
               END-IF
               IF SICK-PAID-HOURS > ZERO
                   MOVE 'SICK PAID OUT' TO FPRPT-LEAVE-LABEL
                   MOVE SICK-PAID-HOURS TO FPRPT-LEAVE-HOURS
                   MOVE SICK-PAYOUT-WORK TO FPRPT-LEAVE-AMOUNT
                   PERFORM WRITE-FINAL-LEAVE-LINE
               END-IF
               IF SICK-FORFEIT-HOURS > ZERO
                   MOVE 'SICK FORFEITED' TO FPRPT-LEAVE-LABEL
                   MOVE SICK-FORFEIT-HOURS TO FPRPT-LEAVE-HOURS
                   MOVE ZERO TO FPRPT-LEAVE-AMOUNT
                   PERFORM WRITE-FINAL-LEAVE-LINE
               END-IF
           END-IF.

           PERFORM VARYING CLOSED-GOAL-INDEX FROM 1 BY 1
               UNTIL CLOSED-GOAL-INDEX > CLOSED-GOAL-COUNT
               MOVE CG-TYPE (CLOSED-GOAL-INDEX) TO FPRPT-GOAL-TYPE
               MOVE CG-GOAL (CLOSED-GOAL-INDEX) TO FPRPT-GOAL
               MOVE CG-TAKEN (CLOSED-GOAL-INDEX) TO FPRPT-GOAL-TAKEN
               MOVE CG-UNRECOVERED (CLOSED-GOAL-INDEX)
                   TO FPRPT-GOAL-UNRECOVERED
               MOVE FINAL-GOAL-LINE TO FINAL-PRINT-LINE
               WRITE FINAL-PRINT-LINE
               ADD CG-UNRECOVERED (CLOSED-GOAL-INDEX)
                   TO TOTAL-GOAL-UNRECOVERED
           END-PERFORM.

           MOVE 'GROSS PAY' TO FPRPT-LABEL.
           MOVE GROSS-PAY-WORK TO FPRPT-AMOUNT.
           MOVE FINAL-AMOUNT-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'SUPPLEMENTAL WITHHOLDING ON PAYOUT' TO FPRPT-LABEL.
           MOVE SUPPLEMENTAL-WITHHOLDING-WORK TO FPRPT-AMOUNT.
           MOVE FINAL-AMOUNT-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           MOVE 'NET PAY' TO FPRPT-LABEL.
           MOVE NET-PAY-WORK TO FPRPT-AMOUNT.
           MOVE FINAL-AMOUNT-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.

           COMPUTE TOTAL-FINAL-WAGES = TOTAL-FINAL-WAGES
               + GROSS-PAY-WORK - LEAVE-PAYOUT-WORK.
           ADD LEAVE-PAYOUT-WORK TO TOTAL-LEAVE-PAYOUT.
           ADD SUPPLEMENTAL-WITHHOLDING-WORK TO TOTAL-SUPPLEMENTAL-WH.
           ADD NET-PAY-WORK TO TOTAL-FINAL-NET.



      ******************************************************************
      *
      *    WRITE-FINAL-EMPLOYEE-LINE
      *
      ******************************************************************
       WRITE-FINAL-EMPLOYEE-LINE.
           MOVE SPACES TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.
           MOVE EMPLOYEE-ID OF INPUT-RECORD TO FPRPT-EMPLOYEE-ID.
           MOVE FIRST-NAME OF INPUT-RECORD TO FPRPT-FIRST-NAME.
           MOVE LAST-NAME OF INPUT-RECORD TO FPRPT-LAST-NAME.
           MOVE MASTER-TERM-DATE TO FPRPT-TERM-DATE.
           MOVE FINAL-EMPLOYEE-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-FINAL-LEAVE-LINE
      *
      ******************************************************************
       WRITE-FINAL-LEAVE-LINE.
           MOVE PAYOUT-RATE-WORK TO FPRPT-LEAVE-RATE.
           MOVE FINAL-LEAVE-LINE TO FINAL-PRINT-LINE.
           WRITE FINAL-PRINT-LINE.



      ******************************************************************
      *
      *    LOAD-EMPLOYEE-MASTER-SEED
      *
      *    ENROLLS/UPDATES EMPLOYEES ON THE EMPLOYEE MASTER FROM AN HR
      *    ROSTER FEED DROPPED OFF FOR THIS RUN. THIS IS THE ONLY PATH
      *    THAT PUTS AN EMPLOYEE ON THE MASTER - PAYROLL INPUT RECORDS
      *    ARE ONLY EVER CROSS-CHECKED AGAINST IT, NEVER USED TO
                       ELSE
                           MOVE ZERO TO MASTER-PRENOTE-DATE
                       END-IF
                       MOVE SEED-COST-CENTER TO MASTER-COST-CENTER
                       MOVE SEED-PAY-FREQUENCY TO MASTER-PAY-FREQUENCY
                       WRITE EMPLOYEE-MASTER-RECORD
                       MOVE SPACES TO MASTER-BEFORE-IMAGE
                       MOVE EMPLOYEE-MASTER-RECORD
                       ELSE
                           MOVE ZERO TO MASTER-PRENOTE-DATE
                       END-IF
                       MOVE SEED-COST-CENTER TO MASTER-COST-CENTER
                       MOVE SEED-PAY-FREQUENCY TO MASTER-PAY-FREQUENCY
                       REWRITE EMPLOYEE-MASTER-RECORD
                       MOVE EMPLOYEE-MASTER-RECORD
                           TO MASTER-AFTER-IMAGE
      *    CHECK-SALARIED-AUTOPAY
      *
      *    DECIDES WHETHER THE MASTER EMPLOYEE IN HAND GETS AN
      *    AUTOMATIC SALARY: SALARIED, CARRYING A SALARY, IN THE PAY
      *    GROUP BEING RUN, ACTIVE AS OF THE PROCESSING DATE, AND NOT
      *    ALREADY PAID THIS RUN.
      *
      ******************************************************************
       CHECK-SALARIED-AUTOPAY.
           PERFORM SET-EMPLOYEE-FREQUENCY.
           IF MASTER-PAY-TYPE NOT = 'S'
                OR MASTER-SALARY-AMOUNT IS NOT NUMERIC
                OR MASTER-SALARY-AMOUNT = ZERO
                OR EMPLOYEE-FREQUENCY-WORK NOT = RUN-PAY-GROUP
               CONTINUE
           ELSE
           IF MASTER-EMP-STATUS = 'L' OR MASTER-EMP-STATUS = 'T'



      ******************************************************************
      *
      *    PAY-FINAL-EMPLOYEES
      *
      *    PAYS OFF EVERY TERMINATED EMPLOYEE ON THE FINAL-PAY TABLE THE
      *    INPUT BATCH DID NOT, BUILDING THE INPUT RECORD AREA FROM THE
      *    MASTER WITH ZERO HOURS AS THE SALARIED SWEEP DOES. ONE WITH
      *    NO UNPAID SALARY AND NO LEAVE LEFT ON FILE IS LISTED ON THE
      *    FINAL-PAY REGISTER INSTEAD OF BEING SENT A ZERO CHECK.
      *
      ******************************************************************
       PAY-FINAL-EMPLOYEES.
           PERFORM VARYING FINAL-PAY-INDEX FROM 1 BY 1
               UNTIL FINAL-PAY-INDEX > FINAL-PAY-COUNT
               IF FP-STATUS (FINAL-PAY-INDEX) = 'N'
                   MOVE FP-EMPLOYEE-ID (FINAL-PAY-INDEX)
                       TO MASTER-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PAY-ONE-FINAL-EMPLOYEE
                   END-READ
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    PAY-ONE-FINAL-EMPLOYEE
      *
      ******************************************************************
       PAY-ONE-FINAL-EMPLOYEE.
           MOVE SPACES TO INPUT-RECORD.
           MOVE MASTER-EMPLOYEE-ID TO EMPLOYEE-ID OF INPUT-RECORD.
           MOVE MASTER-FIRST-NAME TO FIRST-NAME OF INPUT-RECORD.
           MOVE MASTER-LAST-NAME TO LAST-NAME OF INPUT-RECORD.
           MOVE ZEROS TO HOURS OF INPUT-RECORD.
           MOVE ZEROS TO RATE OF INPUT-RECORD.
           MOVE ZEROS TO DEPARTMENT-CODE OF INPUT-RECORD.
           MOVE ZERO TO OT-CODE OF INPUT-RECORD.
           MOVE SPACE TO LEAVE-TYPE-WORK.
           MOVE ZERO TO LEAVE-HOURS-WORK.
           IF MASTER-PAY-TYPE = 'S'
               MOVE 'Y' TO SALARIED-PAY-SWITCH
           ELSE
               MOVE 'N' TO SALARIED-PAY-SWITCH
           END-IF.

           MOVE 'N' TO FINAL-PAY-DUE-SWITCH.
           IF SALARIED-PAY-SWITCH = 'Y'
                AND MASTER-SALARY-AMOUNT IS NUMERIC
                AND MASTER-SALARY-AMOUNT > ZERO
                AND FP-SALARY-PAID (FINAL-PAY-INDEX) = 'N'
               MOVE 'Y' TO FINAL-PAY-DUE-SWITCH
           END-IF.
           PERFORM LOOKUP-LEAVE-MASTER.
           IF VACATION-BALANCE-WORK > ZERO
                OR SICK-BALANCE-WORK > ZERO
               MOVE 'Y' TO FINAL-PAY-DUE-SWITCH
           END-IF.

           IF FINAL-PAY-DUE-SWITCH = 'N'
               MOVE 'Y' TO FP-STATUS (FINAL-PAY-INDEX)
               PERFORM WRITE-FINAL-EMPLOYEE-LINE
               MOVE 'NO FINAL PAY DUE - NOTHING UNPAID ON FILE'
                   TO FPRPT-MESSAGE
               MOVE FINAL-MESSAGE-LINE TO FINAL-PRINT-LINE
               WRITE FINAL-PRINT-LINE
           ELSE
           IF EMPLOYEE-COUNT >= EMPLOYEE-TABLE-MAX
               DISPLAY '*** WARNING: EMPLOYEE TABLE FULL - FINAL '
                   'PAY FOR ' MASTER-EMPLOYEE-ID ' NOT WRITTEN ***'
           ELSE
               PERFORM PROCESS-VALID-EMPLOYEE
           END-IF END-IF.



      ******************************************************************
      *
      *    VALIDATE-EMPLOYEE-RECORD
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-EMPLOYEE-NOT-ON-MASTER TO INVALID-REASON.

      *    A RUN PAYS ONE PAY GROUP - TIME FOR AN EMPLOYEE PAID ON
      *    ANOTHER FREQUENCY BELONGS IN THAT GROUP'S RUN
           IF MASTER-FOUND-SWITCH = 'Y'
               PERFORM SET-EMPLOYEE-FREQUENCY
               IF EMPLOYEE-FREQUENCY-WORK NOT = RUN-PAY-GROUP
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-NOT-IN-PAY-GROUP TO INVALID-REASON
               END-IF
           END-IF.

      *    AN EMPLOYEE ON LEAVE OR TERMINATED GETS NO PAY FROM A
      *    STRAY INPUT LINE - A BLANK STATUS (A MASTER BUILT BEFORE
      *    STATUS EXISTED) IS TREATED AS ACTIVE. THE EFFECTIVE DATES
                AND MASTER-FOUND-SWITCH = 'Y'
                AND MASTER-TERM-DATE IS NUMERIC
                AND MASTER-TERM-DATE > ZERO
                AND MASTER-TERM-DATE >= PAY-PERIOD-BEGIN-WORK
               MOVE 'Y' TO TERM-PAYABLE-SWITCH
           END-IF.

      *    ACCRUES THE PERIOD'S LEAVE FOR THE EMPLOYEE BEING PAID -
      *    AT THE SENIOR RATES ONCE FIVE YEARS PAST THE HIRE DATE ON
      *    THE EMPLOYEE MASTER - AND DRAWS DOWN WHATEVER A LEAVE-
      *    USAGE RECORD SPENT. A FINAL CHECK INSTEAD CLOSES THE
      *    BALANCES OUT AS ITS LEAVE PAYOUT SETTLED THEM. THE REWRITE
      *    (OR FIRST WRITE) IS JOURNALED UNDER ITS OWN FILE ID, AND
      *    THE UPDATED BALANCES
      *    STAY IN THE WORK FIELDS FOR THE STUB.
      *
      ******************************************************************
               MOVE EMPLOYEE-ID OF INPUT-RECORD TO LV-EMPLOYEE-ID
               MOVE ZERO TO LV-VACATION-BALANCE
               MOVE ZERO TO LV-SICK-BALANCE
               MOVE ZERO TO LV-PAYOUT-DATE
               MOVE ZERO TO LV-VACATION-PAID-HOURS
               MOVE ZERO TO LV-VACATION-FORFEIT-HOURS
               MOVE ZERO TO LV-SICK-PAID-HOURS
               MOVE ZERO TO LV-SICK-FORFEIT-HOURS
           END-IF.

           COMPUTE TENURE-SPAN-WORK =
               PROCESSING-DATE-WORK - MASTER-HIRE-DATE.

      *    A FINAL CHECK ACCRUES NOTHING - THE BALANCE IT SETTLES IS
      *    THE ONE ON FILE
           IF FINAL-EMPLOYEE-SWITCH = 'Y'
               CONTINUE
           ELSE
           IF TENURE-SPAN-WORK >= 50000
               COMPUTE LEAVE-ACCRUAL-WORK ROUNDED =
                   VAC-ACCRUAL-SENIOR / EMPLOYEE-PERIODS-WORK
               ADD LEAVE-ACCRUAL-WORK TO VACATION-BALANCE-WORK
               COMPUTE LEAVE-ACCRUAL-WORK ROUNDED =
                   SICK-ACCRUAL-SENIOR / EMPLOYEE-PERIODS-WORK
               ADD LEAVE-ACCRUAL-WORK TO SICK-BALANCE-WORK
           ELSE
               COMPUTE LEAVE-ACCRUAL-WORK ROUNDED =
                   VAC-ACCRUAL-JUNIOR / EMPLOYEE-PERIODS-WORK
               ADD LEAVE-ACCRUAL-WORK TO VACATION-BALANCE-WORK
               COMPUTE LEAVE-ACCRUAL-WORK ROUNDED =
                   SICK-ACCRUAL-JUNIOR / EMPLOYEE-PERIODS-WORK
               ADD LEAVE-ACCRUAL-WORK TO SICK-BALANCE-WORK
           END-IF END-IF.

           IF LEAVE-TYPE-WORK = 'V'
               SUBTRACT LEAVE-HOURS-WORK FROM VACATION-BALANCE-WORK
               SUBTRACT LEAVE-HOURS-WORK FROM SICK-BALANCE-WORK
           END-IF.

      *    A FINAL CHECK THAT SETTLED THE LEAVE EMPTIES BOTH BALANCES
      *    AND RECORDS WHEN, AND WHAT WAS PAID AND FORFEITED
           IF FINAL-EMPLOYEE-SWITCH = 'Y'
                AND PAYOUT-HELD-SWITCH = 'N'
               MOVE PROCESSING-DATE-WORK TO LV-PAYOUT-DATE
               MOVE VACATION-PAID-HOURS TO LV-VACATION-PAID-HOURS
               MOVE VACATION-FORFEIT-HOURS
                   TO LV-VACATION-FORFEIT-HOURS
               MOVE SICK-PAID-HOURS TO LV-SICK-PAID-HOURS
               MOVE SICK-FORFEIT-HOURS TO LV-SICK-FORFEIT-HOURS
               MOVE ZERO TO VACATION-BALANCE-WORK
               MOVE ZERO TO SICK-BALANCE-WORK
           END-IF.

           MOVE VACATION-BALANCE-WORK TO LV-VACATION-BALANCE.
           MOVE SICK-BALANCE-WORK TO LV-SICK-BALANCE.

           END-IF.
           MOVE LEAVE-BEFORE-IMAGE TO MASTER-BEFORE-IMAGE.
           MOVE SPACES TO MASTER-AFTER-IMAGE.
           MOVE LEAVE-MASTER-RECORD TO MASTER-AFTER-IMAGE (1:47).
           MOVE 'LEAVEMST' TO JOURNAL-FILE-ID-WORK.
           PERFORM WRITE-MASTER-JOURNAL.

               MOVE 'PNCH' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-INSUFFICIENT-LEAVE
               MOVE 'LVBL' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-NOT-IN-PAY-GROUP
               MOVE 'GRUP' TO RJ-REASON-CODE (1).
           MOVE RESUB-MARKER OF INPUT-RECORD TO RJ-RESUB-MARKER.
           MOVE SPACES TO RJ-INPUT-IMAGE.
           MOVE INPUT-RECORD TO RJ-INPUT-IMAGE (1:47).
           ELSE
               MOVE HOURS OF INPUT-RECORD TO ORIGINAL-HOURS

      *        IN A FINAL-PAY RUN, AN EMPLOYEE ON THE FINAL-PAY
      *        TABLE IS BEING PAID OFF
               MOVE 'N' TO FINAL-EMPLOYEE-SWITCH
               MOVE ZERO TO FINAL-PAY-FOUND
               IF FINAL-PAY-RUN-SWITCH = 'Y'
                   PERFORM FIND-FINAL-PAY-ENTRY
                   IF FINAL-PAY-FOUND > ZERO
                       MOVE 'Y' TO FINAL-EMPLOYEE-SWITCH
                   END-IF
               END-IF

      *        THE EMPLOYEE'S PAY FREQUENCY DIVIDES THE SALARY, THE
      *        LEAVE ACCRUAL AND THE MONTHLY AMOUNTS INTO THIS PERIOD
               PERFORM SET-EMPLOYEE-FREQUENCY
               PERFORM COMPUTE-GROSS-PAY
               PERFORM APPLY-COMMISSION-EXTRACT
               PERFORM APPLY-RETRO-PAY

      *        A FINAL CHECK ALSO PAYS OUT THE ACCRUED LEAVE
               PERFORM APPLY-FINAL-LEAVE-PAYOUT
               PERFORM CHECK-BONUS-ELIGIBILITY
               PERFORM COMPUTE-NET-PAY

      *        THE EMPLOYER'S OWN UNEMPLOYMENT TAXES ON THESE WAGES -
      *        FIGURED AFTER NET PAY AND NEVER TAKEN OUT OF IT
               PERFORM COMPUTE-EMPLOYER-UNEMPLOYMENT

               ADD 1 TO EMPLOYEE-COUNT

               MOVE FIRST-NAME OF INPUT-RECORD

               PERFORM UPDATE-YTD-MASTER

      *        EVERY PAYMENT GOES ON THE PAY HISTORY, FOR ANY RETRO
      *        THAT LATER REACHES BACK TO THIS PERIOD
               PERFORM WRITE-PAY-HISTORY

      *        EVERY PAID EMPLOYEE ACCRUES THE PERIOD'S LEAVE, AND A
      *        LEAVE-USAGE RECORD'S HOURS COME OFF THE BALANCE HERE
               PERFORM UPDATE-LEAVE-MASTER
      *        STUB PRINTS
               PERFORM WRITE-PAY-STUB

      *        A FINAL CHECK IS ACCOUNTED FOR ON ITS OWN REGISTER
               IF FINAL-EMPLOYEE-SWITCH = 'Y'
                   PERFORM WRITE-FINAL-PAY-DETAIL
               END-IF

      *        PUT THE NET PAY WHERE IT ACTUALLY GOES - THE BANK
      *        BATCH OR THE CHECKBOOK
               PERFORM WRITE-PAYMENT-OUTPUT

      *        AND THE RETIREMENT PLAN'S SHARE TO THE RECORDKEEPER
               PERFORM WRITE-RETIREMENT-CONTRIBUTION

      *        CHARGE THE PAY AND THE EMPLOYER'S TAX ON IT TO THE JOBS
      *        AND COST CENTERS THE TIME WAS SPENT ON
               PERFORM DISTRIBUTE-LABOR-COST

      *        ACCUMULATE CONTROL TOTALS FOR THE PAYROLL REGISTER
               ADD ORIGINAL-HOURS TO TOTAL-HOURS-WORKED
               ADD GROSS-PAY-WORK TO TOTAL-GROSS-PAY
               ADD FEDERAL-WITHHOLDING-WORK TO TOTAL-FEDERAL-WH
               ADD FICA-WITHHOLDING-WORK TO TOTAL-FICA-WH
               ADD STATE-WITHHOLDING-WORK TO TOTAL-STATE-WH
               ADD FUTA-WAGES-WORK TO TOTAL-FUTA-WAGES
               ADD FUTA-TAX-WORK TO TOTAL-FUTA-TAX
               ADD SUTA-WAGES-WORK TO TOTAL-SUTA-WAGES
               ADD SUTA-TAX-WORK TO TOTAL-SUTA-TAX
               ADD TAXABLE-WAGES-WORK TO TOTAL-TAXABLE-WAGES
               ADD PRETAX-DEDUCTIONS-WORK TO TOTAL-PRETAX-DEDUCTIONS
               ADD DEFERRAL-WORK TO TOTAL-DEFERRALS
               ADD EMPLOYER-MATCH-WORK TO TOTAL-EMPLOYER-MATCH
               ADD GARNISHMENT-TOTAL-WORK TO TOTAL-GARNISHMENTS
               ADD RETRO-PAY-WORK TO TOTAL-RETRO-PAID
               ADD NET-PAY-WORK TO TOTAL-NET-PAID
               ADD TOTAL-DEDUCTIONS-WORK TO TOTAL-DEDUCTIONS-TAKEN
               PERFORM ACCUMULATE-DEPARTMENT-TOTALS



      ******************************************************************
      *
      *    SET-EMPLOYEE-FREQUENCY
      *
      *    SETS THE PAY FREQUENCY OF THE MASTER EMPLOYEE IN HAND AND
      *    HOW MANY PERIODS OF IT MAKE A YEAR. A BLANK FREQUENCY (A
      *    MASTER BUILT BEFORE FREQUENCIES EXISTED) IS MONTHLY. A CODE
      *    NOT IN THE TABLE IS SPREAD MONTHLY TOO, BUT MATCHES NO PAY
      *    GROUP, SO THE EMPLOYEE IS NEVER PAID UNTIL IT IS CORRECTED.
      *
      ******************************************************************
       SET-EMPLOYEE-FREQUENCY.
           IF MASTER-PAY-FREQUENCY = SPACE
               MOVE 'M' TO EMPLOYEE-FREQUENCY-WORK
           ELSE
               MOVE MASTER-PAY-FREQUENCY TO EMPLOYEE-FREQUENCY-WORK
           END-IF.

           MOVE 12 TO EMPLOYEE-PERIODS-WORK.
           PERFORM VARYING PAY-FREQUENCY-INDEX FROM 1 BY 1
               UNTIL PAY-FREQUENCY-INDEX > 4
               IF PF-CODE (PAY-FREQUENCY-INDEX) =
                    EMPLOYEE-FREQUENCY-WORK
                   MOVE PF-PERIODS (PAY-FREQUENCY-INDEX)
                       TO EMPLOYEE-PERIODS-WORK
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    COMPUTE-GROSS-PAY
      *
      ******************************************************************
       COMPUTE-GROSS-PAY.
      *    A SALARIED EMPLOYEE'S PAY IS THE MONTHLY SALARY OFF THE
      *    MASTER, TAKEN TO A YEAR AND SPREAD OVER THE PERIODS OF
      *    THEIR PAY FREQUENCY; A
      *    KEYED RECORD FOR ONE IS AN EXCEPTION - HOURS
      *    TIMES RATE PAID ON TOP, OR DOCKED WHEN THE OT-CODE IS 9 -
      *    NEVER THE WHOLE PAY, SO A TYPO CANNOT REPLACE A SALARY
           IF SALARIED-PAY-SWITCH = 'Y'
                   COMPUTE EXCEPTION-PAY-WORK =
                       ZERO - EXCEPTION-PAY-WORK
               END-IF
               COMPUTE PERIOD-SALARY-WORK ROUNDED =
                   MASTER-SALARY-AMOUNT * 12 / EMPLOYEE-PERIODS-WORK
               IF FINAL-EMPLOYEE-SWITCH = 'Y'
                   PERFORM PRORATE-FINAL-SALARY
               END-IF
               IF EXCEPTION-PAY-WORK < ZERO
                    AND PERIOD-SALARY-WORK <
                      (ZERO - EXCEPTION-PAY-WORK)
      *            A DOCK NEVER TAKES THE PERIOD BELOW ZERO
                   MOVE ZERO TO GROSS-PAY-WORK
               ELSE
                   COMPUTE GROSS-PAY-WORK =
                       PERIOD-SALARY-WORK + EXCEPTION-PAY-WORK
               END-IF
           ELSE
               PERFORM COMPUTE-HOURLY-GROSS



      ******************************************************************
      *
      *    PRORATE-FINAL-SALARY
      *
      *    CUTS A TERMINATED EMPLOYEE'S PERIOD SALARY TO THE CALENDAR
      *    DAYS THEY WERE EMPLOYED IN THE PAY PERIOD - FROM ITS FIRST
      *    DAY, OR THE HIRE DATE IF LATER, THROUGH THE TERMINATION
      *    DATE. A SALARY THE PAY HISTORY SHOWS ALREADY PAID THIS PERIOD
      *    IS NOT PAID AGAIN. DATES THAT CANNOT BE COUNTED PAY THE FULL
      *    PERIOD, SAID OUT LOUD.
      *
      ******************************************************************
       PRORATE-FINAL-SALARY.
           IF FP-SALARY-PAID (FINAL-PAY-FOUND) = 'Y'
               MOVE ZERO TO PERIOD-SALARY-WORK
           ELSE
               COMPUTE PRORATE-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PAY-PERIOD-BEGIN-WORK)
               COMPUTE PRORATE-NEXT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PAY-PERIOD-END-WORK) + 1
               COMPUTE PERIOD-DAYS-WORK =
                   PRORATE-NEXT-INTEGER - PRORATE-FIRST-INTEGER
               IF MASTER-HIRE-DATE IS NUMERIC
                    AND MASTER-HIRE-DATE > PAY-PERIOD-BEGIN-WORK
                    AND MASTER-HIRE-DATE <= PAY-PERIOD-END-WORK
                    AND FUNCTION TEST-DATE-YYYYMMDD (MASTER-HIRE-DATE)
                      = ZERO
                   COMPUTE PRORATE-FIRST-INTEGER =
                       FUNCTION INTEGER-OF-DATE (MASTER-HIRE-DATE)
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD (MASTER-TERM-DATE)
                    NOT = ZERO
                   MOVE ZERO TO PRORATE-DAYS-WORK
               ELSE
                   COMPUTE PRORATE-END-INTEGER =
                       FUNCTION INTEGER-OF-DATE (MASTER-TERM-DATE)
                   COMPUTE PRORATE-DAYS-WORK =
                       PRORATE-END-INTEGER - PRORATE-FIRST-INTEGER + 1
               END-IF
               IF PRORATE-DAYS-WORK < 1
                    OR PRORATE-DAYS-WORK > PERIOD-DAYS-WORK
                   DISPLAY '*** WARNING: CANNOT PRORATE SALARY FOR '
                       EMPLOYEE-ID OF INPUT-RECORD
                       ' - FULL PERIOD SALARY PAID ***'
               ELSE
                   COMPUTE PERIOD-SALARY-WORK ROUNDED =
                       PERIOD-SALARY-WORK * PRORATE-DAYS-WORK
                       / PERIOD-DAYS-WORK
               END-IF
               MOVE 'Y' TO FP-SALARY-PAID (FINAL-PAY-FOUND)
           END-IF.



      ******************************************************************
      *
      *    COMPUTE-HOURLY-GROSS
               MOVE ZERO TO OVERTIME-HOURS
           END-IF.

           MOVE OT-CODE OF INPUT-RECORD TO OT-CODE-WORK.
           PERFORM DETERMINE-OT-MULTIPLIER.

      *    THE REGULAR AND OVERTIME PIECES ARE KEPT SEPARATELY SO THE



      ******************************************************************
      *
      *    APPLY-RETRO-PAY
      *
      *    WHEN THE EMPLOYEE HAS A RETRO WAITING, RE-RATES EVERY
      *    PAYMENT ON THE PAY HISTORY FROM ITS EFFECTIVE PERIOD ON AND
      *    ADDS THE DIFFERENCE INTO GROSS AS A SEPARATE RETRO EARNING,
      *    SO IT IS WITHHELD ON LIKE THE REST OF THE CHECK.
      *
      ******************************************************************
       APPLY-RETRO-PAY.
           MOVE ZERO TO RETRO-PAY-WORK.
           MOVE ZERO TO RETRO-FOUND.
           PERFORM VARYING RETRO-INDEX FROM 1 BY 1
               UNTIL RETRO-INDEX > RETRO-COUNT
               IF RT-EMPLOYEE-ID (RETRO-INDEX) =
                    EMPLOYEE-ID OF INPUT-RECORD
                    AND RT-STATUS (RETRO-INDEX) = 'N'
                   MOVE RETRO-INDEX TO RETRO-FOUND
               END-IF
           END-PERFORM.

           IF RETRO-FOUND > ZERO
               PERFORM PAY-RETRO-DIFFERENCE
           END-IF.



      ******************************************************************
      *
      *    APPLY-FINAL-LEAVE-PAYOUT
      *
      *    ON A FINAL CHECK, PAYS OUT THE LEAVE LEFT ON THE LEAVE MASTER
      *    - NET OF ANY USAGE THIS RECORD DRAWS - AS THE WORK STATE'S
      *    LAW OR THE COMPANY POLICY DIRECTS, AT THE EMPLOYEE'S RATE.
      *    LEAVE NOT PAID OUT IS FORFEITED. WITH NO RATE TO PRICE IT AT
      *    THE PAYOUT IS HELD AND THE BALANCES LEFT ON THE MASTER.
      *
      ******************************************************************
       APPLY-FINAL-LEAVE-PAYOUT.
           MOVE ZERO TO VACATION-PAID-HOURS.
           MOVE ZERO TO VACATION-FORFEIT-HOURS.
           MOVE ZERO TO SICK-PAID-HOURS.
           MOVE ZERO TO SICK-FORFEIT-HOURS.
           MOVE ZERO TO VACATION-PAYOUT-WORK.
           MOVE ZERO TO SICK-PAYOUT-WORK.
           MOVE ZERO TO LEAVE-PAYOUT-WORK.
           MOVE ZERO TO PAYOUT-RATE-WORK.
           MOVE 'N' TO PAYOUT-HELD-SWITCH.

           IF FINAL-EMPLOYEE-SWITCH = 'Y'
               PERFORM LOOKUP-LEAVE-MASTER
               IF LEAVE-TYPE-WORK = 'V'
                   SUBTRACT LEAVE-HOURS-WORK FROM VACATION-BALANCE-WORK
               END-IF
               IF LEAVE-TYPE-WORK = 'S'
                   SUBTRACT LEAVE-HOURS-WORK FROM SICK-BALANCE-WORK
               END-IF
               PERFORM FIND-PAYOUT-RULE
               IF PAYOUT-VACATION-SWITCH = 'Y'
                   MOVE VACATION-BALANCE-WORK TO VACATION-PAID-HOURS
               ELSE
                   MOVE VACATION-BALANCE-WORK TO VACATION-FORFEIT-HOURS
               END-IF
               IF PAYOUT-SICK-SWITCH = 'Y'
                   MOVE SICK-BALANCE-WORK TO SICK-PAID-HOURS
               ELSE
                   MOVE SICK-BALANCE-WORK TO SICK-FORFEIT-HOURS
               END-IF
               PERFORM FIND-PAYOUT-RATE
               IF (VACATION-PAID-HOURS > ZERO
                     OR SICK-PAID-HOURS > ZERO)
                    AND PAYOUT-RATE-WORK = ZERO
                   MOVE 'Y' TO PAYOUT-HELD-SWITCH
                   DISPLAY '*** WARNING: NO RATE ON FILE FOR '
                       EMPLOYEE-ID OF INPUT-RECORD
                       ' - LEAVE PAYOUT HELD ***'
               ELSE
                   COMPUTE VACATION-PAYOUT-WORK ROUNDED =
                       VACATION-PAID-HOURS * PAYOUT-RATE-WORK
                   COMPUTE SICK-PAYOUT-WORK ROUNDED =
                       SICK-PAID-HOURS * PAYOUT-RATE-WORK
                   COMPUTE LEAVE-PAYOUT-WORK =
                       VACATION-PAYOUT-WORK + SICK-PAYOUT-WORK
                   ADD LEAVE-PAYOUT-WORK TO GROSS-PAY-WORK
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-PAYOUT-RULE
      *
      *    STARTS FROM THE COMPANY POLICY; A WORK STATE WHOSE LAW
      *    REQUIRES A PAYOUT OVERRIDES IT.
      *
      ******************************************************************
       FIND-PAYOUT-RULE.
           MOVE PAYOUT-VACATION-DEFAULT TO PAYOUT-VACATION-SWITCH.
           MOVE PAYOUT-SICK-DEFAULT TO PAYOUT-SICK-SWITCH.
           IF MASTER-WORK-STATE NOT = SPACES
               PERFORM VARYING PAYOUT-RULE-INDEX FROM 1 BY 1
                   UNTIL PAYOUT-RULE-INDEX > PAYOUT-RULE-COUNT
                   IF PR-STATE (PAYOUT-RULE-INDEX) = MASTER-WORK-STATE
                       IF PR-VACATION (PAYOUT-RULE-INDEX) = 'Y'
                           MOVE 'Y' TO PAYOUT-VACATION-SWITCH
                       END-IF
                       IF PR-SICK (PAYOUT-RULE-INDEX) = 'Y'
                           MOVE 'Y' TO PAYOUT-SICK-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.



      ******************************************************************
      *
      *    FIND-PAYOUT-RATE
      *
      *    A SALARIED EMPLOYEE'S LEAVE IS PRICED AT A YEAR OF THE
      *    MONTHLY SALARY SPREAD OVER THE HOURS OF A WORK YEAR; AN
      *    HOURLY EMPLOYEE'S AT THE RATE ON THE FINAL RECORD, OR
      *    FAILING THAT THE LAST RATE THE PAY HISTORY SHOWS THEM PAID
      *    AT.
      *
      ******************************************************************
       FIND-PAYOUT-RATE.
           IF SALARIED-PAY-SWITCH = 'Y'
               IF MASTER-SALARY-AMOUNT IS NUMERIC
                   COMPUTE PAYOUT-RATE-WORK ROUNDED =
                       MASTER-SALARY-AMOUNT * 12
                       / SALARIED-ANNUAL-HOURS
               END-IF
           ELSE
               IF RATE OF INPUT-RECORD > ZERO
                   MOVE RATE OF INPUT-RECORD TO PAYOUT-RATE-WORK
               ELSE
                   MOVE FP-LAST-RATE (FINAL-PAY-FOUND)
                       TO PAYOUT-RATE-WORK
               END-IF
           END-IF.



      ******************************************************************
      *
      *    PAY-RETRO-DIFFERENCE
      *
      *    LISTS THE EMPLOYEE'S RETRO ON THE RETRO REGISTER PERIOD BY
      *    PERIOD AND TOTALS IT INTO THE CHECK. THE OVERTIME
      *    MULTIPLIER OF THIS PERIOD'S OWN PAY IS PUT BACK AFTERWARD
      *    FOR THE STUB.
      *
      ******************************************************************
       PAY-RETRO-DIFFERENCE.
           MOVE 'Y' TO RT-STATUS (RETRO-FOUND).
           MOVE OT-MULTIPLIER-WORK TO RETRO-SAVED-MULTIPLIER.
           MOVE ZERO TO RETRO-EMPLOYEE-PERIODS.
           MOVE ZERO TO RETRO-EMPLOYEE-OLD-TOTAL.
           MOVE ZERO TO RETRO-EMPLOYEE-NEW-TOTAL.

           MOVE SPACES TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.
           MOVE EMPLOYEE-ID OF INPUT-RECORD TO RRPT-EMPLOYEE-ID.
           MOVE FIRST-NAME OF INPUT-RECORD TO RRPT-FIRST-NAME.
           MOVE LAST-NAME OF INPUT-RECORD TO RRPT-LAST-NAME.
           MOVE RT-NEW-RATE (RETRO-FOUND) TO RRPT-NEW-RATE.
           MOVE RT-EFFECTIVE-PERIOD (RETRO-FOUND)
               TO RRPT-EFFECTIVE-PERIOD.
           MOVE RETRO-EMPLOYEE-LINE TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.
           MOVE RETRO-COLUMN-LINE TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.

           PERFORM RERATE-RETRO-PERIOD
               VARYING RETRO-PERIOD-INDEX FROM 1 BY 1
               UNTIL RETRO-PERIOD-INDEX > RETRO-PERIOD-COUNT.

           IF RETRO-EMPLOYEE-PERIODS = ZERO
               MOVE 'NO HOURLY PAY ON FILE SINCE THE EFFECTIVE DATE'
                   TO RRPT-MESSAGE
               MOVE RETRO-MESSAGE-LINE TO RETRO-PRINT-LINE
               WRITE RETRO-PRINT-LINE
           END-IF.

           MOVE RETRO-EMPLOYEE-OLD-TOTAL TO RRPT-TOTAL-OLD-PAY.
           MOVE RETRO-EMPLOYEE-NEW-TOTAL TO RRPT-TOTAL-NEW-PAY.
           MOVE RETRO-PAY-WORK TO RRPT-TOTAL-DIFFERENCE.
           MOVE RETRO-EMPLOYEE-TOTAL-LINE TO RETRO-PRINT-LINE.
           WRITE RETRO-PRINT-LINE.

           MOVE RETRO-SAVED-MULTIPLIER TO OT-MULTIPLIER-WORK.

           IF RETRO-PAY-WORK > ZERO
               ADD RETRO-PAY-WORK TO GROSS-PAY-WORK
               ADD 1 TO RETRO-PAID-COUNT
           END-IF.



      ******************************************************************
      *
      *    RERATE-RETRO-PERIOD
      *
      *    RE-PRICES ONE PAST PAYMENT'S REGULAR AND OVERTIME HOURS AT
      *    THE NEW RATE, UNDER THE OVERTIME RULE ITS OWN OT-CODE
      *    SELECTED. A PAYMENT ALREADY AT OR ABOVE THE NEW PAY IS
      *    LISTED WITH NO DIFFERENCE - A RETRO NEVER TAKES PAY BACK.
      *
      ******************************************************************
       RERATE-RETRO-PERIOD.
           IF RP-EMPLOYEE-ID (RETRO-PERIOD-INDEX) =
                EMPLOYEE-ID OF INPUT-RECORD
               ADD 1 TO RETRO-EMPLOYEE-PERIODS
               MOVE RP-OT-CODE (RETRO-PERIOD-INDEX) TO OT-CODE-WORK
               PERFORM DETERMINE-OT-MULTIPLIER
               COMPUTE RETRO-NEW-REGULAR-WORK ROUNDED =
                   RP-REGULAR-HOURS (RETRO-PERIOD-INDEX)
                   * RT-NEW-RATE (RETRO-FOUND)
               COMPUTE RETRO-NEW-OVERTIME-WORK ROUNDED =
                   RP-OVERTIME-HOURS (RETRO-PERIOD-INDEX)
                   * RT-NEW-RATE (RETRO-FOUND) * OT-MULTIPLIER-WORK
               COMPUTE RETRO-OLD-PAY-WORK =
                   RP-REGULAR-PAY (RETRO-PERIOD-INDEX)
                   + RP-OVERTIME-PAY (RETRO-PERIOD-INDEX)
               COMPUTE RETRO-NEW-PAY-WORK =
                   RETRO-NEW-REGULAR-WORK + RETRO-NEW-OVERTIME-WORK
               IF RETRO-NEW-PAY-WORK > RETRO-OLD-PAY-WORK
                   COMPUTE RETRO-DIFFERENCE-WORK =
                       RETRO-NEW-PAY-WORK - RETRO-OLD-PAY-WORK
                   PERFORM WRITE-RETRO-HISTORY
               ELSE
                   MOVE ZERO TO RETRO-DIFFERENCE-WORK
               END-IF
               ADD RETRO-OLD-PAY-WORK TO RETRO-EMPLOYEE-OLD-TOTAL
               ADD RETRO-NEW-PAY-WORK TO RETRO-EMPLOYEE-NEW-TOTAL
               ADD RETRO-DIFFERENCE-WORK TO RETRO-PAY-WORK

               MOVE RP-PERIOD (RETRO-PERIOD-INDEX) TO RRPT-HIST-PERIOD
               MOVE RP-RUN-NUMBER (RETRO-PERIOD-INDEX)
                   TO RRPT-HIST-RUN
               MOVE RP-REGULAR-HOURS (RETRO-PERIOD-INDEX)
                   TO RRPT-REG-HOURS
               MOVE RP-OVERTIME-HOURS (RETRO-PERIOD-INDEX)
                   TO RRPT-OT-HOURS
               MOVE RP-RATE (RETRO-PERIOD-INDEX) TO RRPT-OLD-RATE
               MOVE RETRO-OLD-PAY-WORK TO RRPT-OLD-PAY
               MOVE RETRO-NEW-PAY-WORK TO RRPT-NEW-PAY
               MOVE RETRO-DIFFERENCE-WORK TO RRPT-DIFFERENCE
               MOVE RETRO-DETAIL-LINE TO RETRO-PRINT-LINE
               WRITE RETRO-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    WRITE-RETRO-HISTORY
      *
      *    RECORDS A PAST PAYMENT'S RE-RATING ON THE PAY HISTORY, SO A
      *    LATER RETRO STARTS FROM WHAT WAS ACTUALLY PAID.
      *
      ******************************************************************
       WRITE-RETRO-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD.
           MOVE RP-EMPLOYEE-ID (RETRO-PERIOD-INDEX) TO PH-EMPLOYEE-ID.
           MOVE RP-PERIOD (RETRO-PERIOD-INDEX) TO PH-PERIOD.
           MOVE RUN-NUMBER-WORK TO PH-RUN-NUMBER.
           MOVE 'R' TO PH-ENTRY-TYPE.
           MOVE 'H' TO PH-PAY-TYPE.
           MOVE RP-REGULAR-HOURS (RETRO-PERIOD-INDEX)
               TO PH-REGULAR-HOURS.
           MOVE RP-OVERTIME-HOURS (RETRO-PERIOD-INDEX)
               TO PH-OVERTIME-HOURS.
           MOVE RT-NEW-RATE (RETRO-FOUND) TO PH-RATE.
           MOVE RP-OT-CODE (RETRO-PERIOD-INDEX) TO PH-OT-CODE.
           MOVE RETRO-NEW-REGULAR-WORK TO PH-REGULAR-PAY.
           MOVE RETRO-NEW-OVERTIME-WORK TO PH-OVERTIME-PAY.
           COMPUTE PH-GROSS-PAY =
               RP-GROSS-PAY (RETRO-PERIOD-INDEX)
               + RETRO-DIFFERENCE-WORK.
           MOVE RETRO-DIFFERENCE-WORK TO PH-RETRO-PAY.
           MOVE RP-RUN-NUMBER (RETRO-PERIOD-INDEX) TO PH-ADJUSTED-RUN.
           WRITE PAY-HISTORY-RECORD.



      ******************************************************************
      *
      *    WRITE-PAY-HISTORY
      *
      *    RECORDS THIS RUN'S PAYMENT TO THE EMPLOYEE IN HAND - THE
      *    HOURS AS SPLIT, THE RATE AND OT-CODE, EACH PIECE OF PAY,
      *    THE GROSS, AND THE RETRO EARNINGS THE GROSS CARRIED.
      *
      ******************************************************************
       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD.
           MOVE EMPLOYEE-ID OF INPUT-RECORD TO PH-EMPLOYEE-ID.
           MOVE CONTROL-PERIOD-WORK TO PH-PERIOD.
           MOVE RUN-NUMBER-WORK TO PH-RUN-NUMBER.
           MOVE 'P' TO PH-ENTRY-TYPE.
           IF SALARIED-PAY-SWITCH = 'Y'
               MOVE 'S' TO PH-PAY-TYPE
               MOVE ZERO TO PH-OT-CODE
           ELSE
               MOVE 'H' TO PH-PAY-TYPE
               MOVE OT-CODE OF INPUT-RECORD TO PH-OT-CODE
           END-IF.
           MOVE REGULAR-HOURS TO PH-REGULAR-HOURS.
           MOVE OVERTIME-HOURS TO PH-OVERTIME-HOURS.
           MOVE RATE OF INPUT-RECORD TO PH-RATE.
           MOVE REGULAR-PAY-WORK TO PH-REGULAR-PAY.
           MOVE OVERTIME-PAY-WORK TO PH-OVERTIME-PAY.
           MOVE GROSS-PAY-WORK TO PH-GROSS-PAY.
           MOVE RETRO-PAY-WORK TO PH-RETRO-PAY.
           MOVE ZERO TO PH-ADJUSTED-RUN.
           MOVE RUN-PAY-GROUP TO PH-PAY-GROUP.
           MOVE RUN-PAY-PERIOD TO PH-PAY-PERIOD.
           WRITE PAY-HISTORY-RECORD.



      ******************************************************************
      *
      *    DETERMINE-OT-MULTIPLIER
      *
      *    LOOKS UP THE OVERTIME MULTIPLIER FOR THE OT-CODE IN HAND
      *    (0 = TIME-AND-A-HALF, 1 = DOUBLE-TIME) INSTEAD OF ASSUMING
      *    TIME-AND-A-HALF FOR EVERY RECORD. THE CALLER SETS THE CODE -
      *    THE INPUT RECORD'S FOR THIS PERIOD, OR THE ONE A PAST
      *    PERIOD WAS PAID UNDER WHEN A RETRO RE-RATES IT.
      *
      ******************************************************************
       DETERMINE-OT-MULTIPLIER.
           COMPUTE OT-TABLE-INDEX = OT-CODE-WORK + 1.
           IF OT-TABLE-INDEX < 1 OR OT-TABLE-INDEX > 2
               MOVE 1 TO OT-TABLE-INDEX
           END-IF.
           COMPUTE OT-MULTIPLIER-WORK =
               OT-MULTIPLIER-ENTRY (OT-TABLE-INDEX) / 10.



      ******************************************************************
      *
      *    COMPUTE-NET-PAY
      *
      *    TAKES THE PRE-TAX DEDUCTIONS OUT OF GROSS, WITHHOLDS THE
      *    TAXES ON WHAT IS LEFT TAXABLE, THEN TAKES THE AFTER-TAX
      *    DEDUCTIONS OUT OF NET AND FIGURES THE EMPLOYER MATCH ON
      *    THE PERIOD'S RETIREMENT DEFERRALS.
      *
      *    THE TAXES ARE FIGURED TWICE. THE FIRST TIME, ON FULL GROSS,
      *    ONLY SIZES THE ROOM FOR PRE-TAX DEDUCTIONS: TAXES NEVER GO
      *    UP WHEN TAXABLE WAGES COME DOWN, SO PRE-TAX DEDUCTIONS
      *    HELD TO GROSS LESS THOSE TAXES CAN NEVER LEAVE THE REAL
      *    TAXES BIGGER THAN WHAT IS LEFT OF THE CHECK.
      *
      ******************************************************************
       COMPUTE-NET-PAY.
           MOVE ZERO TO TOTAL-DEDUCTIONS-WORK.
           MOVE ZERO TO APPLIED-DEDUCTION-COUNT.
           MOVE ZERO TO PRETAX-DEDUCTIONS-WORK.
           MOVE ZERO TO PRETAX-INCOME-WORK.
           MOVE ZERO TO PRETAX-FICA-WORK.
           MOVE ZERO TO DEFERRAL-WORK.
           MOVE ZERO TO EMPLOYER-MATCH-WORK.
           MOVE ZERO TO GARNISHMENT-TOTAL-WORK.
           MOVE ZERO TO APPLIED-GARNISHMENT-COUNT.
           MOVE ZERO TO CLOSED-GOAL-COUNT.

           MOVE GROSS-PAY-WORK TO TAXABLE-WAGES-WORK.
           MOVE GROSS-PAY-WORK TO FICA-GROSS-WORK.
           PERFORM COMPUTE-PERIOD-TAXES.

           COMPUTE NET-PAY-WORK =
               GROSS-PAY-WORK - FEDERAL-WITHHOLDING-WORK
               - FICA-WITHHOLDING-WORK - STATE-WITHHOLDING-WORK.
           PERFORM APPLY-PRETAX-DEDUCTIONS.

           COMPUTE TAXABLE-WAGES-WORK =
               GROSS-PAY-WORK - PRETAX-INCOME-WORK.
           COMPUTE FICA-GROSS-WORK =
               GROSS-PAY-WORK - PRETAX-FICA-WORK.
           PERFORM COMPUTE-PERIOD-TAXES.

      *    THE WORK STATE'S REMITTANCE TOTALS TAKE THE FINAL FIGURES
           IF MASTER-WORK-STATE NOT = SPACES
               PERFORM ACCUMULATE-STATE-REMITTANCE
           END-IF.

           COMPUTE NET-PAY-WORK ROUNDED =
               GROSS-PAY-WORK - PRETAX-DEDUCTIONS-WORK
               - FEDERAL-WITHHOLDING-WORK
               - FICA-WITHHOLDING-WORK - STATE-WITHHOLDING-WORK.

      *    COURT AND AGENCY WAGE ORDERS COME BEFORE ANYTHING THE
      *    EMPLOYEE VOLUNTEERED FOR
           PERFORM APPLY-GARNISHMENTS.

      *    VOLUNTARY DEDUCTIONS COME OUT AFTER TAXES, IN SLOT ORDER
           PERFORM APPLY-VOLUNTARY-DEDUCTIONS.

           PERFORM COMPUTE-EMPLOYER-MATCH.



      ******************************************************************
      *
      *    COMPUTE-PERIOD-TAXES
      *
      *    WITHHOLDS FEDERAL TAX BY WALKING THE BRACKET TABLE - EACH
      *    BRACKET'S RATE APPLIES ONLY TO THE SLICE OF TAXABLE WAGES
      *    THAT FALLS BETWEEN ITS FLOOR AND THE NEXT BRACKET'S - FICA
      *    AT THE LOADED RATE, STOPPING ONCE THE EMPLOYEE'S YEAR-TO-
      *    DATE FICA WAGES PASS THE ANNUAL WAGE BASE, AND THE WORK
      *    STATE'S TAX. THE BRACKETS ARE WRITTEN FOR ONE PERIOD OF
      *    THE TAX PARAMETERS' BASIS: THE WAGES ARE ANNUALIZED BY THE
      *    EMPLOYEE'S PAY FREQUENCY AND BROUGHT TO THAT BASIS FOR THE
      *    WALK, AND THE TAX IS BROUGHT BACK TO THE EMPLOYEE'S PERIOD.
      *
      ******************************************************************
       COMPUTE-PERIOD-TAXES.
           MOVE ZERO TO FEDERAL-WITHHOLDING-WORK.
           MOVE ZERO TO SUPPLEMENTAL-WITHHOLDING-WORK.

      *    A LEAVE PAYOUT IS SUPPLEMENTAL WAGES - KEPT OUT OF THE
      *    BRACKET WALK AND WITHHELD AT THE FLAT SUPPLEMENTAL RATE
           IF LEAVE-PAYOUT-WORK > TAXABLE-WAGES-WORK
               MOVE TAXABLE-WAGES-WORK TO SUPPLEMENTAL-WAGES-WORK
           ELSE
               MOVE LEAVE-PAYOUT-WORK TO SUPPLEMENTAL-WAGES-WORK
           END-IF.
           SUBTRACT SUPPLEMENTAL-WAGES-WORK FROM TAXABLE-WAGES-WORK.

           COMPUTE BRACKET-WAGES-WORK ROUNDED =
               TAXABLE-WAGES-WORK * EMPLOYEE-PERIODS-WORK
               / BRACKET-PERIODS-WORK.
           MOVE ZERO TO BRACKET-TAX-WORK.
           PERFORM VARYING TAX-BRACKET-INDEX FROM 1 BY 1
               UNTIL TAX-BRACKET-INDEX > TAX-BRACKET-COUNT
               PERFORM WITHHOLD-BRACKET-SLICE
           END-PERFORM.
           COMPUTE FEDERAL-WITHHOLDING-WORK ROUNDED =
               BRACKET-TAX-WORK * BRACKET-PERIODS-WORK
               / EMPLOYEE-PERIODS-WORK.

           COMPUTE SUPPLEMENTAL-WITHHOLDING-WORK ROUNDED =
               SUPPLEMENTAL-WAGES-WORK * SUPPLEMENTAL-RATE-WORK.
           ADD SUPPLEMENTAL-WITHHOLDING-WORK
               TO FEDERAL-WITHHOLDING-WORK.
           ADD SUPPLEMENTAL-WAGES-WORK TO TAXABLE-WAGES-WORK.

           PERFORM COMPUTE-FICA-WITHHOLDING.

      *    THE WORK STATE ON THE EMPLOYEE MASTER DRIVES STATE
      *    WITHHOLDING - AN EMPLOYEE WITH NO STATE ON FILE, OR A
      *    STATE WITH NO BRACKETS ON THE PARAMETER FILE, WITHHOLDS
      *    NOTHING, EXACTLY AS BEFORE
           PERFORM COMPUTE-STATE-WITHHOLDING.



      ******************************************************************
      *
      *    APPLY-PRETAX-DEDUCTIONS
      *
      *    READS THE EMPLOYEE'S DEDUCTIONS AND TAKES THE PRE-TAX
      *    SLOTS, IN SLOT ORDER, OUT OF THE ROOM LEFT IN NET-PAY-WORK.
      *    THE MASTER IS PUT BACK ONCE THE AFTER-TAX SLOTS ARE DONE.
      *
      ******************************************************************
       APPLY-PRETAX-DEDUCTIONS.
           MOVE 'N' TO DEDUCTION-FOUND-SWITCH.

           MOVE EMPLOYEE-ID OF INPUT-RECORD TO DED-EMPLOYEE-ID.
           READ DEDUCTION-MASTER
               INVALID KEY
                   MOVE 'N' TO DEDUCTION-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO DEDUCTION-FOUND-SWITCH
           END-READ.

           IF DEDUCTION-FOUND-SWITCH = 'Y'
               MOVE DEDUCTION-MASTER-RECORD TO DEDUCTION-BEFORE-IMAGE
               MOVE 'P' TO DEDUCTION-PASS-SWITCH
               PERFORM APPLY-ONE-DEDUCTION
                   VARYING DEDUCTION-SLOT-INDEX FROM 1 BY 1
                   UNTIL DEDUCTION-SLOT-INDEX > 5
           END-IF.



      ******************************************************************
      *
      *    APPLY-VOLUNTARY-DEDUCTIONS
      *
      *    TAKES THE EMPLOYEE'S AFTER-TAX RECURRING DEDUCTIONS OUT
      *    OF NET PAY IN SLOT ORDER, FROM THE RECORD THE PRE-TAX PASS
      *    READ. A PERCENT DEDUCTION IS FIGURED ON GROSS; A
      *    DEDUCTION WITH A GOAL STOPS AT THE GOAL; NO DEDUCTION IS
      *    EVER ALLOWED TO TAKE NET PAY BELOW ZERO - WHATEVER CANNOT
      *    BE TAKEN THIS PERIOD WAITS FOR THE NEXT. THE RUNNING
      *    TAKEN-TO-DATE FIGURES OF BOTH PASSES ARE PUT BACK ON THE
      *    MASTER.
      *
      ******************************************************************
       APPLY-VOLUNTARY-DEDUCTIONS.
           IF DEDUCTION-FOUND-SWITCH = 'Y'
               MOVE 'A' TO DEDUCTION-PASS-SWITCH
               PERFORM APPLY-ONE-DEDUCTION
                   VARYING DEDUCTION-SLOT-INDEX FROM 1 BY 1
                   UNTIL DEDUCTION-SLOT-INDEX > 5
      *        A FINAL CHECK IS THE LAST CHANCE TO TAKE ANYTHING -
      *        EVERY GOAL STILL OPEN IS CLOSED OUT ON THE MASTER
               IF FINAL-EMPLOYEE-SWITCH = 'Y'
                   PERFORM CLOSE-DEDUCTION-GOAL
                       VARYING DEDUCTION-SLOT-INDEX FROM 1 BY 1
                       UNTIL DEDUCTION-SLOT-INDEX > 5
               END-IF
               REWRITE DEDUCTION-MASTER-RECORD
               MOVE DEDUCTION-BEFORE-IMAGE TO MASTER-BEFORE-IMAGE
               MOVE DEDUCTION-MASTER-RECORD TO MASTER-AFTER-IMAGE
               MOVE 'RW' TO JOURNAL-ACTION-WORK
               MOVE 'DEDMAST' TO JOURNAL-FILE-ID-WORK
               PERFORM WRITE-MASTER-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    CLOSE-DEDUCTION-GOAL
      *
      *    CLOSES THE DEDUCTION SLOT IN HAND WHEN IT CARRIES A GOAL THE
      *    FINAL CHECK LEFT SHORT, KEEPING WHAT WAS NEVER RECOVERED FOR
      *    THE FINAL-PAY REGISTER, AND FREES THE SLOT.
      *
      ******************************************************************
       CLOSE-DEDUCTION-GOAL.
           IF DED-TYPE (DEDUCTION-SLOT-INDEX) NOT = SPACES
                AND DED-GOAL (DEDUCTION-SLOT-INDEX) IS NUMERIC
                AND DED-TAKEN (DEDUCTION-SLOT-INDEX) IS NUMERIC
                AND DED-GOAL (DEDUCTION-SLOT-INDEX) > ZERO
                AND DED-TAKEN (DEDUCTION-SLOT-INDEX) <
                  DED-GOAL (DEDUCTION-SLOT-INDEX)
               ADD 1 TO CLOSED-GOAL-COUNT
               MOVE DED-TYPE (DEDUCTION-SLOT-INDEX)
                   TO CG-TYPE (CLOSED-GOAL-COUNT)
               MOVE DED-GOAL (DEDUCTION-SLOT-INDEX)
                   TO CG-GOAL (CLOSED-GOAL-COUNT)
               MOVE DED-TAKEN (DEDUCTION-SLOT-INDEX)
                   TO CG-TAKEN (CLOSED-GOAL-COUNT)
               COMPUTE CG-UNRECOVERED (CLOSED-GOAL-COUNT) =
                   DED-GOAL (DEDUCTION-SLOT-INDEX)
                   - DED-TAKEN (DEDUCTION-SLOT-INDEX)
               MOVE SPACES TO DED-TYPE (DEDUCTION-SLOT-INDEX)
               MOVE SPACE TO DED-METHOD (DEDUCTION-SLOT-INDEX)
               MOVE ZERO TO DED-VALUE (DEDUCTION-SLOT-INDEX)
               MOVE ZERO TO DED-GOAL (DEDUCTION-SLOT-INDEX)
               MOVE ZERO TO DED-TAKEN (DEDUCTION-SLOT-INDEX)
           END-IF.



      ******************************************************************
      *
      *    APPLY-ONE-DEDUCTION
      *
      *    APPLIES THE DEDUCTION SLOT IN HAND, IF IT IS IN USE AND
      *    BELONGS TO THE PASS IN PROGRESS: FIGURES THE PERIOD
      *    AMOUNT, CAPS IT AT THE GOAL, AT THE ANNUAL LIMIT FOR A
      *    RETIREMENT DEFERRAL, AND AT THE NET PAY REMAINING, TAKES
      *    IT, AND RECORDS IT FOR THE STUB AND THE PER-TYPE REGISTER
      *    TOTALS.
      *
      ******************************************************************
       APPLY-ONE-DEDUCTION.
           PERFORM FIND-DEDUCTION-RULE.

           IF DED-TYPE (DEDUCTION-SLOT-INDEX) NOT = SPACES
                AND DED-VALUE (DEDUCTION-SLOT-INDEX) IS NUMERIC
                AND SLOT-PASS-SWITCH = DEDUCTION-PASS-SWITCH
               IF DED-METHOD (DEDUCTION-SLOT-INDEX) = 'P'
                   COMPUTE DEDUCTION-AMOUNT-WORK ROUNDED =
                       GROSS-PAY-WORK *
                       DED-VALUE (DEDUCTION-SLOT-INDEX) / 100
               ELSE
                   COMPUTE DEDUCTION-AMOUNT-WORK ROUNDED =
                       DED-VALUE (DEDUCTION-SLOT-INDEX) *
                       STATED-PERIODS-PER-YEAR / EMPLOYEE-PERIODS-WORK
               END-IF

      *        A GOAL OF ZERO MEANS NO LIMIT; OTHERWISE STOP AT IT
               IF DED-GOAL (DEDUCTION-SLOT-INDEX) IS NUMERIC
                    AND DED-GOAL (DEDUCTION-SLOT-INDEX) > ZERO
                   IF DED-TAKEN (DEDUCTION-SLOT-INDEX) IS NOT NUMERIC
                       MOVE ZERO TO DED-TAKEN (DEDUCTION-SLOT-INDEX)
                   END-IF
                   COMPUTE GOAL-REMAINING-WORK =
                       DED-GOAL (DEDUCTION-SLOT-INDEX)
                       - DED-TAKEN (DEDUCTION-SLOT-INDEX)
                   IF GOAL-REMAINING-WORK < ZERO
                       MOVE ZERO TO GOAL-REMAINING-WORK
                   END-IF
                   IF DEDUCTION-AMOUNT-WORK > GOAL-REMAINING-WORK
                       MOVE GOAL-REMAINING-WORK
                           TO DEDUCTION-AMOUNT-WORK
                   END-IF
               END-IF

      *        A DEFERRAL STOPS AT THE YEAR'S LIMIT, COUNTING WHAT
      *        WAS DEFERRED BEFORE THIS PERIOD AND IN EARLIER SLOTS
               IF SLOT-DEFERRAL-SWITCH = 'Y'
                    AND DEFERRAL-LIMIT-SWITCH = 'Y'
                   COMPUTE DEFERRAL-ROOM-WORK =
                       DEFERRAL-LIMIT-WORK - PRIOR-YTD-DEFERRAL-WORK
                       - DEFERRAL-WORK
                   IF DEFERRAL-ROOM-WORK < ZERO
                       MOVE ZERO TO DEFERRAL-ROOM-WORK
                   END-IF
                   IF DEDUCTION-AMOUNT-WORK > DEFERRAL-ROOM-WORK
                       MOVE DEFERRAL-ROOM-WORK
                           TO DEDUCTION-AMOUNT-WORK
                   END-IF
               END-IF

      *        NEVER TAKE NET PAY BELOW ZERO (IN THE PRE-TAX PASS,
      *        NEVER PAST THE ROOM THE TAXES LEAVE)
               IF DEDUCTION-AMOUNT-WORK > NET-PAY-WORK
                   MOVE NET-PAY-WORK TO DEDUCTION-AMOUNT-WORK
               END-IF

               IF DEDUCTION-AMOUNT-WORK > ZERO
                   SUBTRACT DEDUCTION-AMOUNT-WORK FROM NET-PAY-WORK
                   ADD DEDUCTION-AMOUNT-WORK TO TOTAL-DEDUCTIONS-WORK
                   IF DED-TAKEN (DEDUCTION-SLOT-INDEX) IS NUMERIC
                       ADD DEDUCTION-AMOUNT-WORK TO
                           DED-TAKEN (DEDUCTION-SLOT-INDEX)
                   ELSE
                       MOVE DEDUCTION-AMOUNT-WORK TO
                           DED-TAKEN (DEDUCTION-SLOT-INDEX)
                   END-IF
                   ADD 1 TO APPLIED-DEDUCTION-COUNT
                   MOVE DED-TYPE (DEDUCTION-SLOT-INDEX) TO
                       APPLIED-DED-TYPE (APPLIED-DEDUCTION-COUNT)
                   MOVE DEDUCTION-AMOUNT-WORK TO
                       APPLIED-DED-AMOUNT (APPLIED-DEDUCTION-COUNT)
                   PERFORM ACCUMULATE-DEDUCTION-TYPE-TOTAL
                   IF SLOT-PASS-SWITCH = 'P'
                       ADD DEDUCTION-AMOUNT-WORK
                           TO PRETAX-DEDUCTIONS-WORK
                   END-IF
                   IF SLOT-PRETAX-INCOME-SWITCH = 'Y'
                       ADD DEDUCTION-AMOUNT-WORK TO PRETAX-INCOME-WORK
                   END-IF
                   IF SLOT-PRETAX-FICA-SWITCH = 'Y'
                       ADD DEDUCTION-AMOUNT-WORK TO PRETAX-FICA-WORK
                   END-IF
                   IF SLOT-DEFERRAL-SWITCH = 'Y'
                       ADD DEDUCTION-AMOUNT-WORK TO DEFERRAL-WORK
                   END-IF
      *            A UTILITY-BILL DEDUCTION IS MONEY BOUND FOR THE
      *            CUSTOMER'S UTILITY ACCOUNT ON THE BILLING SIDE
                   IF DED-TYPE (DEDUCTION-SLOT-INDEX) = 'UB'
                       PERFORM ACCUMULATE-UTILITY-PAYMENT
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    APPLY-GARNISHMENTS
      *
      *    TAKES THE EMPLOYEE'S GARNISHMENT ORDERS OUT OF NET PAY IN
      *    PRIORITY ORDER. EVERY LIMIT IS FIGURED ON DISPOSABLE
      *    EARNINGS - GROSS LESS THE TAXES THE LAW REQUIRES WITHHELD -
      *    AND EACH ORDER TYPE'S LIMIT CAPS ALL ORDERS TAKEN SO FAR
      *    THIS PERIOD, SO A SUPPORT ORDER AT OR OVER THE CREDITOR
      *    LIMIT LEAVES NOTHING FOR A CREDITOR BEHIND IT. AN ORDER
      *    STOPS ONCE ITS TOTAL OWED HAS BEEN TAKEN.
      *
      ******************************************************************
       APPLY-GARNISHMENTS.
           MOVE 'N' TO GARNISHMENT-FOUND-SWITCH.

           MOVE EMPLOYEE-ID OF INPUT-RECORD TO GRN-EMPLOYEE-ID.
           READ GARNISHMENT-MASTER
               INVALID KEY
                   MOVE 'N' TO GARNISHMENT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO GARNISHMENT-FOUND-SWITCH
           END-READ.

           IF GARNISHMENT-FOUND-SWITCH = 'Y'
               MOVE GARNISHMENT-MASTER-RECORD
                   TO GARNISHMENT-BEFORE-IMAGE
               COMPUTE DISPOSABLE-EARNINGS-WORK =
                   GROSS-PAY-WORK - FEDERAL-WITHHOLDING-WORK
                   - FICA-WITHHOLDING-WORK - STATE-WITHHOLDING-WORK
               IF DISPOSABLE-EARNINGS-WORK < ZERO
                   MOVE ZERO TO DISPOSABLE-EARNINGS-WORK
               END-IF
               PERFORM RANK-GARNISHMENT-ORDERS
               PERFORM APPLY-ONE-GARNISHMENT
                   VARYING GARNISHMENT-ORDER-INDEX FROM 1 BY 1
                   UNTIL GARNISHMENT-ORDER-INDEX >
                       GARNISHMENT-ORDER-COUNT
               REWRITE GARNISHMENT-MASTER-RECORD
               MOVE GARNISHMENT-BEFORE-IMAGE TO MASTER-BEFORE-IMAGE
               MOVE SPACES TO MASTER-AFTER-IMAGE
               MOVE GARNISHMENT-MASTER-RECORD
                   TO MASTER-AFTER-IMAGE (1:159)
               MOVE 'RW' TO JOURNAL-ACTION-WORK
               MOVE 'GARNMAST' TO JOURNAL-FILE-ID-WORK
               PERFORM WRITE-MASTER-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    RANK-GARNISHMENT-ORDERS
      *
      *    LISTS THE ORDER SLOTS IN USE BY PRIORITY, LOWEST NUMBER
      *    FIRST; ORDERS OF EQUAL PRIORITY KEEP THEIR SLOT ORDER.
      *
      ******************************************************************
       RANK-GARNISHMENT-ORDERS.
           MOVE ZERO TO GARNISHMENT-ORDER-COUNT.
           PERFORM VARYING GARNISHMENT-SLOT-WORK FROM 1 BY 1
               UNTIL GARNISHMENT-SLOT-WORK > 3
               IF GRN-ORDER-TYPE (GARNISHMENT-SLOT-WORK) NOT = SPACES
                    AND GRN-VALUE (GARNISHMENT-SLOT-WORK) IS NUMERIC
                   ADD 1 TO GARNISHMENT-ORDER-COUNT
                   MOVE GARNISHMENT-SLOT-WORK TO
                       GARNISHMENT-SEQUENCE-SLOT
                           (GARNISHMENT-ORDER-COUNT)
               END-IF
           END-PERFORM.

           PERFORM VARYING GARNISHMENT-SORT-INDEX-1 FROM 1 BY 1
               UNTIL GARNISHMENT-SORT-INDEX-1 >= GARNISHMENT-ORDER-COUNT
               PERFORM VARYING GARNISHMENT-SORT-INDEX-2 FROM 1 BY 1
                   UNTIL GARNISHMENT-SORT-INDEX-2 >
                       GARNISHMENT-ORDER-COUNT
                       - GARNISHMENT-SORT-INDEX-1
                   IF GRN-PRIORITY (GARNISHMENT-SEQUENCE-SLOT
                           (GARNISHMENT-SORT-INDEX-2)) >
                        GRN-PRIORITY (GARNISHMENT-SEQUENCE-SLOT
                           (GARNISHMENT-SORT-INDEX-2 + 1))
                       MOVE GARNISHMENT-SEQUENCE-SLOT
                           (GARNISHMENT-SORT-INDEX-2)
                           TO GARNISHMENT-SLOT-SWAP
                       MOVE GARNISHMENT-SEQUENCE-SLOT
                           (GARNISHMENT-SORT-INDEX-2 + 1)
                           TO GARNISHMENT-SEQUENCE-SLOT
                               (GARNISHMENT-SORT-INDEX-2)
                       MOVE GARNISHMENT-SLOT-SWAP
                           TO GARNISHMENT-SEQUENCE-SLOT
                               (GARNISHMENT-SORT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.



      ******************************************************************
      *
      *    APPLY-ONE-GARNISHMENT
      *
      *    FIGURES THE ORDER'S AMOUNT, STOPS IT AT WHAT IS STILL OWED,
      *    AT ITS TYPE'S LIMIT LESS WHAT EARLIER ORDERS TOOK, AND AT
      *    THE NET PAY REMAINING, TAKES IT, AND RECORDS IT FOR THE
      *    STUB AND THE AGENCY REMITTANCE.
      *
      ******************************************************************
       APPLY-ONE-GARNISHMENT.
           MOVE GARNISHMENT-SEQUENCE-SLOT (GARNISHMENT-ORDER-INDEX)
               TO GARNISHMENT-SLOT-WORK.

           IF GRN-METHOD (GARNISHMENT-SLOT-WORK) = 'P'
               COMPUTE GARNISHMENT-AMOUNT-WORK ROUNDED =
                   DISPOSABLE-EARNINGS-WORK *
                   GRN-VALUE (GARNISHMENT-SLOT-WORK) / 100
           ELSE
               COMPUTE GARNISHMENT-AMOUNT-WORK ROUNDED =
                   GRN-VALUE (GARNISHMENT-SLOT-WORK) *
                   STATED-PERIODS-PER-YEAR / EMPLOYEE-PERIODS-WORK
           END-IF.

      *    A TOTAL OWED OF ZERO IS AN ONGOING ORDER; OTHERWISE THE
      *    ORDER IS DONE WHEN THE TOTAL HAS BEEN TAKEN
           IF GRN-TAKEN (GARNISHMENT-SLOT-WORK) IS NOT NUMERIC
               MOVE ZERO TO GRN-TAKEN (GARNISHMENT-SLOT-WORK)
           END-IF.
           IF GRN-TOTAL-OWED (GARNISHMENT-SLOT-WORK) IS NUMERIC
                AND GRN-TOTAL-OWED (GARNISHMENT-SLOT-WORK) > ZERO
               COMPUTE GARNISHMENT-BALANCE-WORK =
                   GRN-TOTAL-OWED (GARNISHMENT-SLOT-WORK)
                   - GRN-TAKEN (GARNISHMENT-SLOT-WORK)
               IF GARNISHMENT-BALANCE-WORK < ZERO
                   MOVE ZERO TO GARNISHMENT-BALANCE-WORK
               END-IF
               IF GARNISHMENT-AMOUNT-WORK > GARNISHMENT-BALANCE-WORK
                   MOVE GARNISHMENT-BALANCE-WORK
                       TO GARNISHMENT-AMOUNT-WORK
               END-IF
           END-IF.
           MOVE GARNISHMENT-AMOUNT-WORK TO GARNISHMENT-ORDERED-WORK.

           PERFORM FIND-GARNISHMENT-LIMIT.
           COMPUTE GARNISHMENT-ROOM-WORK =
               GARNISHMENT-LIMIT-WORK - GARNISHMENT-TOTAL-WORK.
           IF GARNISHMENT-ROOM-WORK < ZERO
               MOVE ZERO TO GARNISHMENT-ROOM-WORK
           END-IF.
           IF GARNISHMENT-AMOUNT-WORK > GARNISHMENT-ROOM-WORK
               MOVE GARNISHMENT-ROOM-WORK TO GARNISHMENT-AMOUNT-WORK
           END-IF.
           IF GARNISHMENT-AMOUNT-WORK > NET-PAY-WORK
               MOVE NET-PAY-WORK TO GARNISHMENT-AMOUNT-WORK
           END-IF.

           IF GARNISHMENT-AMOUNT-WORK < GARNISHMENT-ORDERED-WORK
               ADD 1 TO GARNISHMENT-SHORT-COUNT
           END-IF.

           IF GARNISHMENT-AMOUNT-WORK > ZERO
               SUBTRACT GARNISHMENT-AMOUNT-WORK FROM NET-PAY-WORK
               ADD GARNISHMENT-AMOUNT-WORK TO GARNISHMENT-TOTAL-WORK
               ADD GARNISHMENT-AMOUNT-WORK
                   TO GRN-TAKEN (GARNISHMENT-SLOT-WORK)
               ADD 1 TO GARNISHMENT-WITHHELD-COUNT
               ADD 1 TO APPLIED-GARNISHMENT-COUNT
               MOVE GRN-ORDER-TYPE (GARNISHMENT-SLOT-WORK)
                   TO AG-ORDER-TYPE (APPLIED-GARNISHMENT-COUNT)
               MOVE GRN-CASE-NUMBER (GARNISHMENT-SLOT-WORK)
                   TO AG-CASE-NUMBER (APPLIED-GARNISHMENT-COUNT)
               MOVE GARNISHMENT-AMOUNT-WORK
                   TO AG-AMOUNT (APPLIED-GARNISHMENT-COUNT)
               PERFORM ACCUMULATE-GARNISHMENT-REMIT
               IF GRN-TOTAL-OWED (GARNISHMENT-SLOT-WORK) IS NUMERIC
                    AND GRN-TOTAL-OWED (GARNISHMENT-SLOT-WORK) > ZERO
                    AND GRN-TAKEN (GARNISHMENT-SLOT-WORK) >=
                        GRN-TOTAL-OWED (GARNISHMENT-SLOT-WORK)
                   ADD 1 TO GARNISHMENT-SATISFIED-COUNT
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-GARNISHMENT-LIMIT
      *
      *    THE MOST ALL ORDERS THROUGH THIS ONE MAY TAKE: THE LOWEST
      *    OF THE FEDERAL AND WORK-STATE LIMITS ON FILE FOR THE
      *    ORDER TYPE, EACH THE LESSER OF ITS PERCENT OF DISPOSABLE
      *    EARNINGS AND WHAT IS LEFT ABOVE ITS PROTECTED AMOUNT.
      *
      ******************************************************************
       FIND-GARNISHMENT-LIMIT.
           MOVE DISPOSABLE-EARNINGS-WORK TO GARNISHMENT-LIMIT-WORK.
           MOVE 'N' TO GARNISHMENT-FEDERAL-SWITCH.

           PERFORM VARYING GARNISHMENT-LIMIT-INDEX FROM 1 BY 1
               UNTIL GARNISHMENT-LIMIT-INDEX > GARNISHMENT-LIMIT-COUNT
               IF GLIM-ORDER-TYPE (GARNISHMENT-LIMIT-INDEX) =
                    GRN-ORDER-TYPE (GARNISHMENT-SLOT-WORK)
                   IF GLIM-STATE (GARNISHMENT-LIMIT-INDEX) = SPACES
                       MOVE 'Y' TO GARNISHMENT-FEDERAL-SWITCH
                       PERFORM APPLY-GARNISHMENT-LIMIT
                   ELSE
                       IF GLIM-STATE (GARNISHMENT-LIMIT-INDEX) =
                            MASTER-WORK-STATE
                           PERFORM APPLY-GARNISHMENT-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF GARNISHMENT-FEDERAL-SWITCH = 'N'
               COMPUTE GARNISHMENT-CAP-WORK ROUNDED =
                   DISPOSABLE-EARNINGS-WORK *
                   GARNISHMENT-DEFAULT-PCT / 100
               IF GARNISHMENT-CAP-WORK < GARNISHMENT-LIMIT-WORK
                   MOVE GARNISHMENT-CAP-WORK TO GARNISHMENT-LIMIT-WORK
               END-IF
           END-IF.



      ******************************************************************
      *
      *    APPLY-GARNISHMENT-LIMIT
      *
      ******************************************************************
       APPLY-GARNISHMENT-LIMIT.
           COMPUTE GARNISHMENT-CAP-WORK ROUNDED =
               DISPOSABLE-EARNINGS-WORK *
               GLIM-PCT (GARNISHMENT-LIMIT-INDEX) / 100.
           IF GARNISHMENT-CAP-WORK < GARNISHMENT-LIMIT-WORK
               MOVE GARNISHMENT-CAP-WORK TO GARNISHMENT-LIMIT-WORK
           END-IF.

           IF GLIM-EXEMPT-AMOUNT (GARNISHMENT-LIMIT-INDEX) > ZERO
               COMPUTE GARNISHMENT-EXEMPT-WORK ROUNDED =
                   GLIM-EXEMPT-AMOUNT (GARNISHMENT-LIMIT-INDEX) *
                   STATED-PERIODS-PER-YEAR / EMPLOYEE-PERIODS-WORK
               COMPUTE GARNISHMENT-CAP-WORK =
                   DISPOSABLE-EARNINGS-WORK - GARNISHMENT-EXEMPT-WORK
               IF GARNISHMENT-CAP-WORK < ZERO
                   MOVE ZERO TO GARNISHMENT-CAP-WORK
               END-IF
               IF GARNISHMENT-CAP-WORK < GARNISHMENT-LIMIT-WORK
                   MOVE GARNISHMENT-CAP-WORK TO GARNISHMENT-LIMIT-WORK
               END-IF
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-GARNISHMENT-REMIT
      *
      *    FOLDS THE ORDER JUST TAKEN INTO ITS AGENCY AND CASE ENTRY
      *    ON THE REMITTANCE WORK FILE, STARTING THE ENTRY WHEN IT IS
      *    THE CASE'S FIRST WITHHOLDING THIS RUN.
      *
      ******************************************************************
       ACCUMULATE-GARNISHMENT-REMIT.
           MOVE GRN-AGENCY (GARNISHMENT-SLOT-WORK) TO GRT-AGENCY.
           MOVE GRN-CASE-NUMBER (GARNISHMENT-SLOT-WORK)
               TO GRT-CASE-NUMBER.
           MOVE GRN-EMPLOYEE-ID TO GRT-EMPLOYEE-ID.
           MOVE GRT-KEY TO GRW-KEY.
           MOVE 'Y' TO GARNISHMENT-REMIT-FOUND.
           READ GARNISHMENT-REMIT-WORK INTO GARNISHMENT-REMIT-ENTRY
               INVALID KEY
                   MOVE 'N' TO GARNISHMENT-REMIT-FOUND
           END-READ.

           IF GARNISHMENT-REMIT-FOUND = 'N'
               MOVE GRN-ORDER-TYPE (GARNISHMENT-SLOT-WORK)
                   TO GRT-ORDER-TYPE
               MOVE ZERO TO GRT-AMOUNT
           END-IF.
           ADD GARNISHMENT-AMOUNT-WORK TO GRT-AMOUNT.

           IF GARNISHMENT-REMIT-FOUND = 'Y'
               REWRITE GARNISHMENT-REMIT-WORK-RECORD
                   FROM GARNISHMENT-REMIT-ENTRY
           ELSE
               WRITE GARNISHMENT-REMIT-WORK-RECORD
                   FROM GARNISHMENT-REMIT-ENTRY
           END-IF.



      ******************************************************************
      *
      *    WRITE-GARNISHMENT-REMITTANCE
      *
      *    WALKS THE RUN'S GARNISHMENTS IN PAYEE AGENCY AND CASE ORDER
      *    AND WRITES THE REMITTANCE REPORT AND EXTRACT, ONE GROUP
      *    PER AGENCY WITH ITS TOTAL. THE GRAND TOTAL AND TRAILER ARE
      *    THE SUM OF THE CASES WRITTEN.
      *
      ******************************************************************
       WRITE-GARNISHMENT-REMITTANCE.
           OPEN OUTPUT GARNISHMENT-REMIT-REPORT.
           OPEN OUTPUT GARNISHMENT-REMIT-EXTRACT.

           MOVE RUN-NUMBER-WORK TO GRPT-RUN-NUMBER.
           MOVE PROCESSING-DATE-WORK TO GRPT-PAY-DATE.
           MOVE GARNISHMENT-HEADING-LINE TO GARNISHMENT-PRINT-LINE.
           WRITE GARNISHMENT-PRINT-LINE.

           MOVE SPACES TO GARNISHMENT-AGENCY-WORK.
           MOVE ZERO TO GARNISHMENT-REMIT-COUNT.
           MOVE ZERO TO GARNISHMENT-REMIT-AMOUNT.
           MOVE 'YES' TO GARNISHMENT-REMIT-SCAN.
           MOVE LOW-VALUES TO GRW-KEY.
           START GARNISHMENT-REMIT-WORK KEY IS > GRW-KEY
               INVALID KEY
                   MOVE 'NO' TO GARNISHMENT-REMIT-SCAN
           END-START.
           PERFORM UNTIL GARNISHMENT-REMIT-SCAN = 'NO'
               READ GARNISHMENT-REMIT-WORK NEXT RECORD
                   INTO GARNISHMENT-REMIT-ENTRY
                   AT END
                       MOVE 'NO' TO GARNISHMENT-REMIT-SCAN
                   NOT AT END
                       PERFORM WRITE-ONE-GARNISHMENT-REMIT
               END-READ
           END-PERFORM.
           IF GARNISHMENT-REMIT-COUNT > ZERO
               PERFORM WRITE-GARNISHMENT-AGENCY-TOTAL
           END-IF.

           MOVE GARNISHMENT-REMIT-COUNT TO GRPT-TOTAL-COUNT.
           MOVE GARNISHMENT-REMIT-AMOUNT TO GRPT-TOTAL-AMOUNT.
           MOVE GARNISHMENT-GRAND-TOTAL-LINE TO GARNISHMENT-PRINT-LINE.
           WRITE GARNISHMENT-PRINT-LINE.

           MOVE SPACES TO GARNISHMENT-REMIT-TRAILER.
           MOVE 'T' TO GARNISHMENT-REMIT-TRAILER (1:1).
           MOVE RUN-NUMBER-WORK TO GPAY-TRL-RUN-NUMBER.
           MOVE GARNISHMENT-REMIT-COUNT TO GPAY-TRL-COUNT.
           MOVE GARNISHMENT-REMIT-AMOUNT TO GPAY-TRL-AMOUNT.
           WRITE GARNISHMENT-REMIT-TRAILER.

           CLOSE GARNISHMENT-REMIT-REPORT
                 GARNISHMENT-REMIT-EXTRACT
                 GARNISHMENT-REMIT-WORK.



      ******************************************************************
      *
      *    WRITE-ONE-GARNISHMENT-REMIT
      *
      *    CLOSES THE PREVIOUS AGENCY'S GROUP WHEN THE AGENCY CHANGES,
      *    THEN WRITES THE CASE ON THE REPORT AND THE EXTRACT.
      *
      ******************************************************************
       WRITE-ONE-GARNISHMENT-REMIT.
           IF GRT-AGENCY NOT = GARNISHMENT-AGENCY-WORK
                OR GARNISHMENT-REMIT-COUNT = ZERO
               IF GARNISHMENT-REMIT-COUNT > ZERO
                   PERFORM WRITE-GARNISHMENT-AGENCY-TOTAL
               END-IF
               MOVE GRT-AGENCY TO GARNISHMENT-AGENCY-WORK
               MOVE ZERO TO GARNISHMENT-AGENCY-COUNT
               MOVE ZERO TO GARNISHMENT-AGENCY-AMOUNT
               MOVE SPACES TO GARNISHMENT-PRINT-LINE
               WRITE GARNISHMENT-PRINT-LINE
               MOVE GARNISHMENT-AGENCY-WORK TO GRPT-AGENCY
               MOVE GARNISHMENT-AGENCY-LINE TO GARNISHMENT-PRINT-LINE
               WRITE GARNISHMENT-PRINT-LINE
           END-IF.

           MOVE GRT-CASE-NUMBER TO GRPT-CASE-NUMBER.
           MOVE GRT-ORDER-TYPE TO GRPT-ORDER-TYPE.
           MOVE GRT-EMPLOYEE-ID TO GRPT-EMPLOYEE-ID.
           MOVE GRT-AMOUNT TO GRPT-AMOUNT.
           MOVE GARNISHMENT-DETAIL-LINE TO GARNISHMENT-PRINT-LINE.
           WRITE GARNISHMENT-PRINT-LINE.

           MOVE 'D' TO GPAY-RECORD-TYPE.
           MOVE GRT-AGENCY TO GPAY-AGENCY.
           MOVE GRT-CASE-NUMBER TO GPAY-CASE-NUMBER.
           MOVE GRT-ORDER-TYPE TO GPAY-ORDER-TYPE.
           MOVE GRT-EMPLOYEE-ID TO GPAY-EMPLOYEE-ID.
           MOVE PROCESSING-DATE-WORK TO GPAY-PAY-DATE.
           MOVE GRT-AMOUNT TO GPAY-AMOUNT.
           MOVE RUN-NUMBER-WORK TO GPAY-RUN-NUMBER.
           WRITE GARNISHMENT-REMIT-RECORD.

           ADD 1 TO GARNISHMENT-AGENCY-COUNT.
           ADD GRT-AMOUNT TO GARNISHMENT-AGENCY-AMOUNT.
           ADD 1 TO GARNISHMENT-REMIT-COUNT.
           ADD GRT-AMOUNT TO GARNISHMENT-REMIT-AMOUNT.



      ******************************************************************
      *
      *    WRITE-GARNISHMENT-AGENCY-TOTAL
      *
      ******************************************************************
       WRITE-GARNISHMENT-AGENCY-TOTAL.
           MOVE GARNISHMENT-AGENCY-COUNT TO GRPT-AGENCY-COUNT.
           MOVE GARNISHMENT-AGENCY-AMOUNT TO GRPT-AGENCY-AMOUNT.
           MOVE GARNISHMENT-AGENCY-TOTAL-LINE TO GARNISHMENT-PRINT-LINE.
           WRITE GARNISHMENT-PRINT-LINE.

           MOVE SPACES TO GARNISHMENT-REMIT-AGENCY-TOTAL.
           MOVE 'A' TO GARNISHMENT-REMIT-AGENCY-TOTAL (1:1).
           MOVE GARNISHMENT-AGENCY-WORK TO GPAY-AGY-AGENCY.
           MOVE GARNISHMENT-AGENCY-COUNT TO GPAY-AGY-COUNT.
           MOVE GARNISHMENT-AGENCY-AMOUNT TO GPAY-AGY-AMOUNT.
           WRITE GARNISHMENT-REMIT-AGENCY-TOTAL.



      ******************************************************************
      *
      *    FIND-DEDUCTION-RULE
      *
      *    LOOKS THE SLOT'S DEDUCTION TYPE UP IN THE TAX TREATMENT
      *    TABLE. A SLOT PRE-TAX FOR EITHER INCOME TAX OR FICA COMES
      *    OUT IN THE PRE-TAX PASS; A TYPE WITH NO RULE IS AFTER-TAX.
      *
      ******************************************************************
       FIND-DEDUCTION-RULE.
           MOVE 'N' TO SLOT-PRETAX-INCOME-SWITCH.
           MOVE 'N' TO SLOT-PRETAX-FICA-SWITCH.
           MOVE 'N' TO SLOT-DEFERRAL-SWITCH.
           MOVE 'A' TO SLOT-PASS-SWITCH.

           MOVE ZERO TO DEDUCTION-RULE-FOUND.
           PERFORM VARYING DEDUCTION-RULE-INDEX FROM 1 BY 1
               UNTIL DEDUCTION-RULE-INDEX > DEDUCTION-RULE-COUNT
                  OR DEDUCTION-RULE-FOUND IS POSITIVE
               IF DR-TYPE (DEDUCTION-RULE-INDEX) =
                    DED-TYPE (DEDUCTION-SLOT-INDEX)
                   MOVE DEDUCTION-RULE-INDEX TO DEDUCTION-RULE-FOUND
               END-IF
           END-PERFORM.

           IF DEDUCTION-RULE-FOUND IS POSITIVE
               IF DR-PRETAX-INCOME (DEDUCTION-RULE-FOUND) = 'Y'
                   MOVE 'Y' TO SLOT-PRETAX-INCOME-SWITCH
                   MOVE 'P' TO SLOT-PASS-SWITCH
               END-IF
               IF DR-PRETAX-FICA (DEDUCTION-RULE-FOUND) = 'Y'
                   MOVE 'Y' TO SLOT-PRETAX-FICA-SWITCH
                   MOVE 'P' TO SLOT-PASS-SWITCH
               END-IF
               IF DR-DEFERRAL (DEDUCTION-RULE-FOUND) = 'Y'
                   MOVE 'Y' TO SLOT-DEFERRAL-SWITCH
               END-IF
           END-IF.



      ******************************************************************
      *
      *    COMPUTE-EMPLOYER-MATCH
      *
      *    MATCHES THE PERIOD'S RETIREMENT DEFERRALS TIER BY TIER:
      *    EACH TIER PAYS ITS MATCH PERCENT ON THE BAND OF DEFERRAL
      *    ABOVE THE PREVIOUS TIER'S CEILING AND UP TO ITS OWN, BOTH
      *    CEILINGS TAKEN AS PERCENTS OF THE PERIOD'S GROSS. THE MATCH
      *    IS AN EMPLOYER COST - IT NEVER TOUCHES NET PAY.
      *
      ******************************************************************
       COMPUTE-EMPLOYER-MATCH.
           MOVE ZERO TO EMPLOYER-MATCH-WORK.
           MOVE ZERO TO MATCH-BAND-LOW-WORK.

           IF DEFERRAL-WORK > ZERO
               PERFORM APPLY-MATCH-TIER
                   VARYING MATCH-TIER-INDEX FROM 1 BY 1
                   UNTIL MATCH-TIER-INDEX > MATCH-TIER-COUNT
           END-IF.



      ******************************************************************
      *
      *    APPLY-MATCH-TIER
      *
      ******************************************************************
       APPLY-MATCH-TIER.
           COMPUTE MATCH-BAND-HIGH-WORK ROUNDED =
               GROSS-PAY-WORK * MT-CEILING-PCT (MATCH-TIER-INDEX) / 100.
           IF MATCH-BAND-HIGH-WORK > DEFERRAL-WORK
               MOVE DEFERRAL-WORK TO MATCH-BAND-HIGH-WORK
           END-IF.

           IF MATCH-BAND-HIGH-WORK > MATCH-BAND-LOW-WORK
               COMPUTE EMPLOYER-MATCH-WORK ROUNDED =
                   EMPLOYER-MATCH-WORK +
                   (MATCH-BAND-HIGH-WORK - MATCH-BAND-LOW-WORK) *
                   MT-RATE-PCT (MATCH-TIER-INDEX) / 100
               MOVE MATCH-BAND-HIGH-WORK TO MATCH-BAND-LOW-WORK
           END-IF.



      ******************************************************************
      *
      *    WRITE-RETIREMENT-CONTRIBUTION
      *
      *    WRITES THE EMPLOYEE'S CONTRIBUTION RECORD FOR THE PLAN
      *    RECORDKEEPER WHEN THERE IS A DEFERRAL OR A MATCH TO SEND.
      *
      ******************************************************************
       WRITE-RETIREMENT-CONTRIBUTION.
           IF DEFERRAL-WORK > ZERO OR EMPLOYER-MATCH-WORK > ZERO
               MOVE 'D' TO RCN-RECORD-TYPE
               MOVE RUN-NUMBER-WORK TO RCN-RUN-NUMBER
               MOVE PROCESSING-DATE-WORK TO RCN-PAY-DATE
               MOVE EMPLOYEE-ID OF INPUT-RECORD TO RCN-EMPLOYEE-ID
               MOVE GROSS-PAY-WORK TO RCN-PLAN-COMPENSATION
               MOVE DEFERRAL-WORK TO RCN-DEFERRAL
               MOVE EMPLOYER-MATCH-WORK TO RCN-EMPLOYER-MATCH
               COMPUTE RCN-YTD-DEFERRAL =
                   PRIOR-YTD-DEFERRAL-WORK + DEFERRAL-WORK
               WRITE RETIREMENT-CONTRIBUTION-RECORD
               ADD 1 TO RETIREMENT-CONTRIBUTION-COUNT
           END-IF.



      ******************************************************************
      *
      *    WRITE-RETIREMENT-TRAILER
      *
      ******************************************************************
       WRITE-RETIREMENT-TRAILER.
           MOVE SPACES TO RETIREMENT-CONTRIBUTION-TRAILER.
           MOVE 'T' TO RETIREMENT-CONTRIBUTION-TRAILER (1:1).
           MOVE RUN-NUMBER-WORK TO RCN-TRL-RUN-NUMBER.
           MOVE RETIREMENT-CONTRIBUTION-COUNT TO RCN-TRL-COUNT.
           MOVE TOTAL-DEFERRALS TO RCN-TRL-DEFERRAL.
           MOVE TOTAL-EMPLOYER-MATCH TO RCN-TRL-MATCH.
           WRITE RETIREMENT-CONTRIBUTION-TRAILER.



      ******************************************************************
      *
      *    DISTRIBUTE-LABOR-COST
      *
      *    SPLITS THE EMPLOYEE'S GROSS PAY INTO STRAIGHT WAGES, OVERTIME
      *    PREMIUM AND SHIFT DIFFERENTIAL, ADDS THE EMPLOYER'S FUTA AND
      *    SUTA ON IT, AND CHARGES EACH PIECE TO THE JOBS AND COST
      *    CENTERS THE EMPLOYEE'S CLEAN PUNCHES NAME, IN PROPORTION TO
      *    THE MINUTES PUNCHED TO EACH. SALARIED PAY, HAND-KEYED HOURS
      *    AND ANYONE WITH NO PUNCHES GO WHOLE TO THE EMPLOYEE'S HOME
      *    COST CENTER, SO EVERY DOLLAR OF THE PAYROLL LANDS SOMEWHERE.
      *
      ******************************************************************
       DISTRIBUTE-LABOR-COST.
      *    OVERTIME PAY ABOVE STRAIGHT TIME IS THE PREMIUM. WHAT IS
      *    LEFT OF GROSS AFTER THE PREMIUM AND THE DIFFERENTIAL -
      *    REGULAR HOURS, STRAIGHT-TIME OVERTIME, SALARY, COMMISSION,
      *    BONUS, RETRO AND LEAVE PAYOUT - IS STRAIGHT WAGES
           MOVE ZERO TO LABOR-OT-PREMIUM-WORK.
           IF SALARIED-PAY-SWITCH NOT = 'Y'
                AND OVERTIME-PAY-WORK > ZERO
               COMPUTE LABOR-OT-STRAIGHT-WORK ROUNDED =
                   OVERTIME-HOURS * RATE OF INPUT-RECORD
               IF OVERTIME-PAY-WORK > LABOR-OT-STRAIGHT-WORK
                   COMPUTE LABOR-OT-PREMIUM-WORK =
                       OVERTIME-PAY-WORK - LABOR-OT-STRAIGHT-WORK
               END-IF
           END-IF.
           COMPUTE LABOR-WAGES-WORK = GROSS-PAY-WORK
               - LABOR-OT-PREMIUM-WORK - DIFFERENTIAL-PAY-WORK.
           COMPUTE LABOR-EMPLOYER-TAX-WORK =
               FUTA-TAX-WORK + SUTA-TAX-WORK.

      *    THE HOME COST CENTER FROM THE EMPLOYEE'S MASTER RECORD
           MOVE SPACES TO LABOR-HOME-COST-CENTER.
           MOVE 'N' TO LABOR-HOME-MISSING-SWITCH.
           IF MASTER-EMPLOYEE-ID = EMPLOYEE-ID OF INPUT-RECORD
               MOVE MASTER-COST-CENTER TO LABOR-HOME-COST-CENTER
           END-IF.

      *    THE MINUTES AN HOURLY EMPLOYEE'S CLEAN PUNCHES CARRY
           MOVE ZERO TO LABOR-MINUTES-WORK.
           IF SALARIED-PAY-SWITCH NOT = 'Y'
                AND EMPLOYEE-ID OF INPUT-RECORD IS NUMERIC
               PERFORM VARYING LABOR-HOURS-INDEX FROM 1 BY 1
                   UNTIL LABOR-HOURS-INDEX > LABOR-HOURS-COUNT
                   IF LH-EMPLOYEE-ID (LABOR-HOURS-INDEX) =
                        EMPLOYEE-ID OF INPUT-RECORD
                       ADD LH-MINUTES (LABOR-HOURS-INDEX)
                           TO LABOR-MINUTES-WORK
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO TO LABOR-CUM-MINUTES-WORK.
           MOVE ZERO TO LABOR-HOURS-DONE.
           MOVE ZERO TO LABOR-WAGES-DONE.
           MOVE ZERO TO LABOR-PREMIUM-DONE.
           MOVE ZERO TO LABOR-DIFFERENTIAL-DONE.
           MOVE ZERO TO LABOR-TAX-DONE.

           IF LABOR-MINUTES-WORK IS ZERO
               IF GROSS-PAY-WORK > ZERO
                    OR LABOR-EMPLOYER-TAX-WORK > ZERO
                    OR ORIGINAL-HOURS > ZERO
                   MOVE SPACES TO LABOR-LINE-JOB-NUMBER
                   MOVE SPACES TO LABOR-LINE-COST-CENTER
                   PERFORM RESOLVE-LABOR-COST-CENTER
                   MOVE ORIGINAL-HOURS TO LABOR-LINE-HOURS
                   MOVE LABOR-WAGES-WORK TO LABOR-LINE-WAGES
                   MOVE LABOR-OT-PREMIUM-WORK TO LABOR-LINE-PREMIUM
                   MOVE DIFFERENTIAL-PAY-WORK
                       TO LABOR-LINE-DIFFERENTIAL
                   MOVE LABOR-EMPLOYER-TAX-WORK TO LABOR-LINE-TAX
                   PERFORM WRITE-LABOR-COST-LINE
               END-IF
           ELSE
               PERFORM DISTRIBUTE-LABOR-LINE
                   VARYING LABOR-HOURS-INDEX FROM 1 BY 1
                   UNTIL LABOR-HOURS-INDEX > LABOR-HOURS-COUNT
           END-IF.



      ******************************************************************
      *
      *    DISTRIBUTE-LABOR-LINE
      *
      *    CHARGES ONE OF THE EMPLOYEE'S JOB AND COST CENTER LINES ITS
      *    SHARE. EACH AMOUNT IS THE CUMULATIVE SHARE THROUGH THIS LINE
      *    LESS WHAT THE EARLIER LINES ALREADY TOOK, SO THE LAST LINE
      *    ENDS EXACTLY ON THE EMPLOYEE'S TOTAL.
      *
      ******************************************************************
       DISTRIBUTE-LABOR-LINE.
           IF LH-EMPLOYEE-ID (LABOR-HOURS-INDEX) =
                EMPLOYEE-ID OF INPUT-RECORD
               ADD LH-MINUTES (LABOR-HOURS-INDEX)
                   TO LABOR-CUM-MINUTES-WORK
               MOVE LH-JOB-NUMBER (LABOR-HOURS-INDEX)
                   TO LABOR-LINE-JOB-NUMBER
               MOVE LH-COST-CENTER (LABOR-HOURS-INDEX)
                   TO LABOR-LINE-COST-CENTER
               PERFORM RESOLVE-LABOR-COST-CENTER

               COMPUTE LABOR-SHARE-WORK ROUNDED =
                   LABOR-CUM-MINUTES-WORK / 60
               COMPUTE LABOR-LINE-HOURS =
                   LABOR-SHARE-WORK - LABOR-HOURS-DONE
               MOVE LABOR-SHARE-WORK TO LABOR-HOURS-DONE

               COMPUTE LABOR-SHARE-WORK ROUNDED =
                   LABOR-WAGES-WORK * LABOR-CUM-MINUTES-WORK
                   / LABOR-MINUTES-WORK
               COMPUTE LABOR-LINE-WAGES =
                   LABOR-SHARE-WORK - LABOR-WAGES-DONE
               MOVE LABOR-SHARE-WORK TO LABOR-WAGES-DONE

               COMPUTE LABOR-SHARE-WORK ROUNDED =
                   LABOR-OT-PREMIUM-WORK * LABOR-CUM-MINUTES-WORK
                   / LABOR-MINUTES-WORK
               COMPUTE LABOR-LINE-PREMIUM =
                   LABOR-SHARE-WORK - LABOR-PREMIUM-DONE
               MOVE LABOR-SHARE-WORK TO LABOR-PREMIUM-DONE

               COMPUTE LABOR-SHARE-WORK ROUNDED =
                   DIFFERENTIAL-PAY-WORK * LABOR-CUM-MINUTES-WORK
                   / LABOR-MINUTES-WORK
               COMPUTE LABOR-LINE-DIFFERENTIAL =
                   LABOR-SHARE-WORK - LABOR-DIFFERENTIAL-DONE
               MOVE LABOR-SHARE-WORK TO LABOR-DIFFERENTIAL-DONE

               COMPUTE LABOR-SHARE-WORK ROUNDED =
                   LABOR-EMPLOYER-TAX-WORK * LABOR-CUM-MINUTES-WORK
                   / LABOR-MINUTES-WORK
               COMPUTE LABOR-LINE-TAX =
                   LABOR-SHARE-WORK - LABOR-TAX-DONE
               MOVE LABOR-SHARE-WORK TO LABOR-TAX-DONE

               PERFORM WRITE-LABOR-COST-LINE
           END-IF.



      ******************************************************************
      *
      *    RESOLVE-LABOR-COST-CENTER
      *
      *    FILLS A BLANK LINE COST CENTER WITH THE EMPLOYEE'S HOME COST
      *    CENTER. AN EMPLOYEE WITH NONE ON THE MASTER IS CHARGED TO
      *    UNASGN, WARNED ABOUT ONCE, AND COUNTED ON THE REGISTER SO THE
      *    MASTER GETS FIXED.
      *
      ******************************************************************
       RESOLVE-LABOR-COST-CENTER.
           IF LABOR-LINE-COST-CENTER = SPACES
               IF LABOR-HOME-COST-CENTER = SPACES
                   MOVE 'UNASGN' TO LABOR-LINE-COST-CENTER
                   IF LABOR-HOME-MISSING-SWITCH = 'N'
                       MOVE 'Y' TO LABOR-HOME-MISSING-SWITCH
                       ADD 1 TO LABOR-UNASSIGNED-COUNT
                       DISPLAY '*** WARNING: EMPLOYEE '
                           EMPLOYEE-ID OF INPUT-RECORD
                           ' HAS NO HOME COST CENTER - LABOR '
                           'CHARGED TO UNASGN ***'
                   END-IF
               ELSE
                   MOVE LABOR-HOME-COST-CENTER
                       TO LABOR-LINE-COST-CENTER
               END-IF
           END-IF.



      ******************************************************************
      *
      *    WRITE-LABOR-COST-LINE
      *
      *    WRITES THE LINE IN HAND TO THE JOB-COST EXTRACT AND FOLDS IT
      *    INTO ITS JOB AND COST CENTER FOR THE DISTRIBUTION REPORT.
      *
      ******************************************************************
       WRITE-LABOR-COST-LINE.
           MOVE 'D' TO LCX-RECORD-TYPE.
           MOVE RUN-NUMBER-WORK TO LCX-RUN-NUMBER.
           MOVE CONTROL-PERIOD-WORK TO LCX-PERIOD.
           MOVE EMPLOYEE-ID OF INPUT-RECORD TO LCX-EMPLOYEE-ID.
           MOVE LABOR-LINE-JOB-NUMBER TO LCX-JOB-NUMBER.
           MOVE LABOR-LINE-COST-CENTER TO LCX-COST-CENTER.
           MOVE LABOR-LINE-HOURS TO LCX-HOURS.
           MOVE LABOR-LINE-WAGES TO LCX-WAGES.
           MOVE LABOR-LINE-PREMIUM TO LCX-OT-PREMIUM.
           MOVE LABOR-LINE-DIFFERENTIAL TO LCX-DIFFERENTIAL.
           MOVE LABOR-LINE-TAX TO LCX-EMPLOYER-TAX.
           COMPUTE LCX-TOTAL-COST = LABOR-LINE-WAGES
               + LABOR-LINE-PREMIUM + LABOR-LINE-DIFFERENTIAL
               + LABOR-LINE-TAX.
           WRITE LABOR-COST-RECORD.

           ADD 1 TO LABOR-EXTRACT-COUNT.
           ADD LABOR-LINE-HOURS TO LABOR-TOTAL-HOURS.
           ADD LCX-TOTAL-COST TO LABOR-TOTAL-COST.

           PERFORM ACCUMULATE-LABOR-DISTRIBUTION.



      ******************************************************************
      *
      *    ACCUMULATE-LABOR-DISTRIBUTION
      *
      *    ADDS THE LINE IN HAND TO ITS JOB AND COST CENTER'S ENTRY. A
      *    FULL TABLE LEAVES THE LINE OFF THE REPORT ONLY - IT IS ON THE
      *    EXTRACT, AND THE REPORT'S PROOF SHOWS THE SHORTFALL.
      *
      ******************************************************************
       ACCUMULATE-LABOR-DISTRIBUTION.
           MOVE ZERO TO LABOR-DIST-FOUND.
           PERFORM VARYING LABOR-DIST-INDEX FROM 1 BY 1
               UNTIL LABOR-DIST-INDEX > LABOR-DIST-COUNT
                  OR LABOR-DIST-FOUND IS POSITIVE
               IF LDT-JOB-NUMBER (LABOR-DIST-INDEX) =
                    LABOR-LINE-JOB-NUMBER
                    AND LDT-COST-CENTER (LABOR-DIST-INDEX) =
                        LABOR-LINE-COST-CENTER
                   MOVE LABOR-DIST-INDEX TO LABOR-DIST-FOUND
               END-IF
           END-PERFORM.

           IF LABOR-DIST-FOUND IS ZERO
               IF LABOR-DIST-COUNT < 500
                   ADD 1 TO LABOR-DIST-COUNT
                   MOVE LABOR-DIST-COUNT TO LABOR-DIST-FOUND
                   MOVE LABOR-LINE-JOB-NUMBER
                       TO LDT-JOB-NUMBER (LABOR-DIST-FOUND)
                   MOVE LABOR-LINE-COST-CENTER
                       TO LDT-COST-CENTER (LABOR-DIST-FOUND)
                   MOVE ZERO TO LDT-HOURS (LABOR-DIST-FOUND)
                   MOVE ZERO TO LDT-WAGES (LABOR-DIST-FOUND)
                   MOVE ZERO TO LDT-OT-PREMIUM (LABOR-DIST-FOUND)
                   MOVE ZERO TO LDT-DIFFERENTIAL (LABOR-DIST-FOUND)
                   MOVE ZERO TO LDT-EMPLOYER-TAX (LABOR-DIST-FOUND)
               ELSE
                   IF LABOR-DIST-FULL-SWITCH = 'N'
                       MOVE 'Y' TO LABOR-DIST-FULL-SWITCH
                       DISPLAY '*** WARNING: LABOR DISTRIBUTION TABLE '
                           'FULL AT 500 - REPORT WILL NOT BALANCE ***'
                   END-IF
               END-IF
           END-IF.

           IF LABOR-DIST-FOUND IS POSITIVE
               ADD LABOR-LINE-HOURS TO LDT-HOURS (LABOR-DIST-FOUND)
               ADD LABOR-LINE-WAGES TO LDT-WAGES (LABOR-DIST-FOUND)
               ADD LABOR-LINE-PREMIUM
                   TO LDT-OT-PREMIUM (LABOR-DIST-FOUND)
               ADD LABOR-LINE-DIFFERENTIAL
                   TO LDT-DIFFERENTIAL (LABOR-DIST-FOUND)
               ADD LABOR-LINE-TAX
                   TO LDT-EMPLOYER-TAX (LABOR-DIST-FOUND)
           END-IF.



      ******************************************************************
      *
      *    WRITE-LABOR-DISTRIBUTION
      *
      *    PUTS THE RUN'S LABOR COST IN JOB AND COST CENTER ORDER AND
      *    WRITES THE DISTRIBUTION REPORT, ONE GROUP PER JOB WITH ITS
      *    TOTAL, THEN PROVES THE GRAND TOTAL BACK TO THE PAYROLL'S
      *    GROSS PAY AND EMPLOYER TAXES. CLOSES THE JOB-COST EXTRACT
      *    WITH ITS TRAILER.
      *
      ******************************************************************
       WRITE-LABOR-DISTRIBUTION.
           OPEN OUTPUT LABOR-DISTRIBUTION-REPORT.

           PERFORM SORT-LABOR-DISTRIBUTION.

           MOVE RUN-NUMBER-WORK TO LRPT-RUN-NUMBER.
           MOVE CONTROL-PERIOD-WORK TO LRPT-PERIOD.
           MOVE LABOR-HEADING-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           MOVE SPACES TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           MOVE LABOR-COLUMN-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.

           MOVE ZERO TO LABOR-GRAND-HOURS.
           MOVE ZERO TO LABOR-GRAND-WAGES.
           MOVE ZERO TO LABOR-GRAND-PREMIUM.
           MOVE ZERO TO LABOR-GRAND-DIFFERENTIAL.
           MOVE ZERO TO LABOR-GRAND-TAX.
           MOVE SPACES TO LABOR-JOB-WORK.
           PERFORM WRITE-ONE-LABOR-DISTRIBUTION
               VARYING LABOR-DIST-INDEX FROM 1 BY 1
               UNTIL LABOR-DIST-INDEX > LABOR-DIST-COUNT.
           IF LABOR-DIST-COUNT > ZERO
               PERFORM WRITE-LABOR-JOB-TOTAL
           END-IF.

           MOVE SPACES TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           MOVE 'GRAND TOTAL' TO LRPT-TOTAL-LABEL.
           MOVE LABOR-GRAND-HOURS TO LRPT-TOT-HOURS.
           MOVE LABOR-GRAND-WAGES TO LRPT-TOT-WAGES.
           MOVE LABOR-GRAND-PREMIUM TO LRPT-TOT-OT-PREMIUM.
           MOVE LABOR-GRAND-DIFFERENTIAL TO LRPT-TOT-DIFFERENTIAL.
           MOVE LABOR-GRAND-TAX TO LRPT-TOT-EMPLOYER-TAX.
           COMPUTE LABOR-REPORT-COST = LABOR-GRAND-WAGES
               + LABOR-GRAND-PREMIUM + LABOR-GRAND-DIFFERENTIAL
               + LABOR-GRAND-TAX.
           MOVE LABOR-REPORT-COST TO LRPT-TOT-TOTAL-COST.
           MOVE LABOR-TOTAL-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.

      *    THE PROOF - WHAT WAS DISTRIBUTED AGAINST WHAT WAS PAID
           MOVE SPACES TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           MOVE 'PAYROLL GROSS PAY' TO LRPT-PROOF-LABEL.
           MOVE TOTAL-GROSS-PAY TO LRPT-PROOF-AMOUNT.
           MOVE LABOR-PROOF-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           COMPUTE LABOR-PAYROLL-COST =
               TOTAL-FUTA-TAX + TOTAL-SUTA-TAX.
           MOVE 'EMPLOYER FUTA AND SUTA TAX' TO LRPT-PROOF-LABEL.
           MOVE LABOR-PAYROLL-COST TO LRPT-PROOF-AMOUNT.
           MOVE LABOR-PROOF-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           ADD TOTAL-GROSS-PAY TO LABOR-PAYROLL-COST.
           MOVE 'PAYROLL LABOR COST' TO LRPT-PROOF-LABEL.
           MOVE LABOR-PAYROLL-COST TO LRPT-PROOF-AMOUNT.
           MOVE LABOR-PROOF-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           MOVE 'LABOR COST DISTRIBUTED' TO LRPT-PROOF-LABEL.
           MOVE LABOR-REPORT-COST TO LRPT-PROOF-AMOUNT.
           MOVE LABOR-PROOF-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.
           IF LABOR-REPORT-COST NOT = LABOR-PAYROLL-COST
               MOVE '*** DISTRIBUTION DOES NOT BALANCE TO PAYROLL ***'
                   TO LABOR-PRINT-LINE
               WRITE LABOR-PRINT-LINE
               DISPLAY '*** WARNING: LABOR DISTRIBUTION DOES NOT '
                   'BALANCE TO PAYROLL - SEE LABORDST.TXT ***'
           END-IF.

           MOVE SPACES TO LABOR-COST-TRAILER.
           MOVE 'T' TO LABOR-COST-TRAILER (1:1).
           MOVE RUN-NUMBER-WORK TO LCX-TRL-RUN-NUMBER.
           MOVE LABOR-EXTRACT-COUNT TO LCX-TRL-COUNT.
           MOVE LABOR-TOTAL-HOURS TO LCX-TRL-HOURS.
           MOVE LABOR-TOTAL-COST TO LCX-TRL-TOTAL-COST.
           WRITE LABOR-COST-TRAILER.

           CLOSE LABOR-DISTRIBUTION-REPORT.



      ******************************************************************
      *
      *    SORT-LABOR-DISTRIBUTION
      *
      ******************************************************************
       SORT-LABOR-DISTRIBUTION.
           PERFORM VARYING LABOR-DIST-SORT-1 FROM 1 BY 1
               UNTIL LABOR-DIST-SORT-1 >= LABOR-DIST-COUNT
               PERFORM VARYING LABOR-DIST-SORT-2 FROM 1 BY 1
                   UNTIL LABOR-DIST-SORT-2 >
                       LABOR-DIST-COUNT - LABOR-DIST-SORT-1
                   IF LDT-JOB-NUMBER (LABOR-DIST-SORT-2) >
                        LDT-JOB-NUMBER (LABOR-DIST-SORT-2 + 1)
                      OR (LDT-JOB-NUMBER (LABOR-DIST-SORT-2) =
                           LDT-JOB-NUMBER (LABOR-DIST-SORT-2 + 1)
                       AND LDT-COST-CENTER (LABOR-DIST-SORT-2) >
                           LDT-COST-CENTER (LABOR-DIST-SORT-2 + 1))
                       MOVE LABOR-DISTRIBUTION (LABOR-DIST-SORT-2)
                           TO LABOR-DIST-SWAP
                       MOVE LABOR-DISTRIBUTION (LABOR-DIST-SORT-2 + 1)
                           TO LABOR-DISTRIBUTION (LABOR-DIST-SORT-2)
                       MOVE LABOR-DIST-SWAP
                           TO LABOR-DISTRIBUTION (LABOR-DIST-SORT-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-ONE-LABOR-DISTRIBUTION
      *
      *    CLOSES THE PREVIOUS JOB'S GROUP WHEN THE JOB CHANGES, THEN
      *    WRITES THE JOB AND COST CENTER IN HAND. TIME NOT PUNCHED TO A
      *    JOB SORTS FIRST, UNDER THE HOME COST CENTERS.
      *
      ******************************************************************
       WRITE-ONE-LABOR-DISTRIBUTION.
           IF LDT-JOB-NUMBER (LABOR-DIST-INDEX) NOT = LABOR-JOB-WORK
                OR LABOR-DIST-INDEX = 1
               IF LABOR-DIST-INDEX > 1
                   PERFORM WRITE-LABOR-JOB-TOTAL
               END-IF
               MOVE LDT-JOB-NUMBER (LABOR-DIST-INDEX) TO LABOR-JOB-WORK
               MOVE ZERO TO LABOR-JOB-HOURS
               MOVE ZERO TO LABOR-JOB-WAGES
               MOVE ZERO TO LABOR-JOB-PREMIUM
               MOVE ZERO TO LABOR-JOB-DIFFERENTIAL
               MOVE ZERO TO LABOR-JOB-TAX
               MOVE SPACES TO LABOR-PRINT-LINE
               WRITE LABOR-PRINT-LINE
               MOVE LABOR-JOB-WORK TO LRPT-JOB-HEADING
               IF LABOR-JOB-WORK = SPACES
                   MOVE '(NO JOB - HOME COST CENTERS)'
                       TO LRPT-JOB-DESCRIPTION
               ELSE
                   MOVE LABOR-JOB-WORK TO JOB-NUMBER-WORK
                   PERFORM FIND-JOB
                   IF JOB-FOUND = 'Y'
                       MOVE JT-DESCRIPTION
                           TO LRPT-JOB-DESCRIPTION
                   ELSE
                       MOVE SPACES TO LRPT-JOB-DESCRIPTION
                   END-IF
               END-IF
               MOVE LABOR-JOB-LINE TO LABOR-PRINT-LINE
               WRITE LABOR-PRINT-LINE
           END-IF.

           MOVE LDT-JOB-NUMBER (LABOR-DIST-INDEX) TO LRPT-JOB-NUMBER.
           MOVE LDT-COST-CENTER (LABOR-DIST-INDEX) TO LRPT-COST-CENTER.
           MOVE LDT-HOURS (LABOR-DIST-INDEX) TO LRPT-HOURS.
           MOVE LDT-WAGES (LABOR-DIST-INDEX) TO LRPT-WAGES.
           MOVE LDT-OT-PREMIUM (LABOR-DIST-INDEX) TO LRPT-OT-PREMIUM.
           MOVE LDT-DIFFERENTIAL (LABOR-DIST-INDEX)
               TO LRPT-DIFFERENTIAL.
           MOVE LDT-EMPLOYER-TAX (LABOR-DIST-INDEX)
               TO LRPT-EMPLOYER-TAX.
           COMPUTE LRPT-TOTAL-COST = LDT-WAGES (LABOR-DIST-INDEX)
               + LDT-OT-PREMIUM (LABOR-DIST-INDEX)
               + LDT-DIFFERENTIAL (LABOR-DIST-INDEX)
               + LDT-EMPLOYER-TAX (LABOR-DIST-INDEX).
           MOVE LABOR-DETAIL-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.

           ADD LDT-HOURS (LABOR-DIST-INDEX) TO LABOR-JOB-HOURS.
           ADD LDT-WAGES (LABOR-DIST-INDEX) TO LABOR-JOB-WAGES.
           ADD LDT-OT-PREMIUM (LABOR-DIST-INDEX) TO LABOR-JOB-PREMIUM.
           ADD LDT-DIFFERENTIAL (LABOR-DIST-INDEX)
               TO LABOR-JOB-DIFFERENTIAL.
           ADD LDT-EMPLOYER-TAX (LABOR-DIST-INDEX) TO LABOR-JOB-TAX.



      ******************************************************************
      *
      *    WRITE-LABOR-JOB-TOTAL
      *
      ******************************************************************
       WRITE-LABOR-JOB-TOTAL.
           MOVE '  JOB TOTAL' TO LRPT-TOTAL-LABEL.
           MOVE LABOR-JOB-HOURS TO LRPT-TOT-HOURS.
           MOVE LABOR-JOB-WAGES TO LRPT-TOT-WAGES.
           MOVE LABOR-JOB-PREMIUM TO LRPT-TOT-OT-PREMIUM.
           MOVE LABOR-JOB-DIFFERENTIAL TO LRPT-TOT-DIFFERENTIAL.
           MOVE LABOR-JOB-TAX TO LRPT-TOT-EMPLOYER-TAX.
           COMPUTE LRPT-TOT-TOTAL-COST = LABOR-JOB-WAGES
               + LABOR-JOB-PREMIUM + LABOR-JOB-DIFFERENTIAL
               + LABOR-JOB-TAX.
           MOVE LABOR-TOTAL-LINE TO LABOR-PRINT-LINE.
           WRITE LABOR-PRINT-LINE.

           ADD LABOR-JOB-HOURS TO LABOR-GRAND-HOURS.
           ADD LABOR-JOB-WAGES TO LABOR-GRAND-WAGES.
           ADD LABOR-JOB-PREMIUM TO LABOR-GRAND-PREMIUM.
           ADD LABOR-JOB-DIFFERENTIAL TO LABOR-GRAND-DIFFERENTIAL.
           ADD LABOR-JOB-TAX TO LABOR-GRAND-TAX.



      ******************************************************************
      *
      *    WITHHOLD-BRACKET-SLICE
      *
      *    ADDS THE WITHHOLDING ON THE SLICE OF THE BRACKET WAGES THAT
      *    FALLS INSIDE THE BRACKET IN HAND (TAX-BRACKET-INDEX). THE
      *    TOP BRACKET HAS NO UPPER BOUND.
      *
      ******************************************************************
       WITHHOLD-BRACKET-SLICE.
               MOVE 999999999.99 TO BRACKET-UPPER-WORK
           END-IF.

           IF BRACKET-WAGES-WORK < BRACKET-UPPER-WORK
               COMPUTE BRACKET-TAXABLE-WORK =
                   BRACKET-WAGES-WORK - TB-FLOOR (TAX-BRACKET-INDEX)
           ELSE
               COMPUTE BRACKET-TAXABLE-WORK =
                   BRACKET-UPPER-WORK - TB-FLOOR (TAX-BRACKET-INDEX)
           END-IF.

           IF BRACKET-TAXABLE-WORK > ZERO
               COMPUTE BRACKET-TAX-WORK ROUNDED =
                   BRACKET-TAX-WORK +
                   (BRACKET-TAXABLE-WORK *
                       TB-RATE (TAX-BRACKET-INDEX))
           END-IF.
      *    THE STATE BRACKET TABLE THE SAME WAY THE FEDERAL WALK
      *    WORKS: EACH BRACKET'S RATE APPLIES TO THE SLICE OF GROSS
      *    BETWEEN ITS FLOOR AND THE NEXT BRACKET'S, AND THE STATE'S
      *    TOP BRACKET HAS NO UPPER BOUND. THE WAGES ARE BROUGHT TO
      *    THE BRACKETS' BASIS AND THE TAX BACK, AS FOR FEDERAL.
      *
      ******************************************************************
       COMPUTE-STATE-WITHHOLDING.
           MOVE ZERO TO STATE-WITHHOLDING-WORK.

           IF MASTER-WORK-STATE NOT = SPACES
               COMPUTE BRACKET-WAGES-WORK ROUNDED =
                   TAXABLE-WAGES-WORK * EMPLOYEE-PERIODS-WORK
                   / BRACKET-PERIODS-WORK
               MOVE ZERO TO BRACKET-TAX-WORK
               PERFORM VARYING STATE-BRACKET-INDEX FROM 1 BY 1
                   UNTIL STATE-BRACKET-INDEX > STATE-BRACKET-COUNT
                   IF SB-STATE (STATE-BRACKET-INDEX) =
                       PERFORM WITHHOLD-STATE-SLICE
                   END-IF
               END-PERFORM
               COMPUTE STATE-WITHHOLDING-WORK ROUNDED =
                   BRACKET-TAX-WORK * BRACKET-PERIODS-WORK
                   / EMPLOYEE-PERIODS-WORK
           END-IF.


      *
      *    WITHHOLD-STATE-SLICE
      *
      *    ADDS THE WITHHOLDING ON THE SLICE OF THE BRACKET WAGES THAT
      *    FALLS INSIDE THE STATE BRACKET IN HAND. THE NEXT TABLE ENTRY
      *    BOUNDS THE SLICE ONLY WHEN IT BELONGS TO THE SAME STATE.
      *
      ******************************************************************
               MOVE 999999999.99 TO BRACKET-UPPER-WORK
           END-IF.

           IF BRACKET-WAGES-WORK < BRACKET-UPPER-WORK
               COMPUTE BRACKET-TAXABLE-WORK =
                   BRACKET-WAGES-WORK - SB-FLOOR (STATE-BRACKET-INDEX)
           ELSE
               COMPUTE BRACKET-TAXABLE-WORK =
                   BRACKET-UPPER-WORK - SB-FLOOR (STATE-BRACKET-INDEX)
           END-IF.

           IF BRACKET-TAXABLE-WORK > ZERO
               COMPUTE BRACKET-TAX-WORK ROUNDED =
                   BRACKET-TAX-WORK +
                   (BRACKET-TAXABLE-WORK *
                       SB-RATE (STATE-BRACKET-INDEX))
           END-IF.
      *
      *    ACCUMULATE-STATE-REMITTANCE
      *
      *    FOLDS THE EMPLOYEE'S STATE TAXABLE WAGES AND WITHHOLDING
      *    INTO THE WORK STATE'S REMITTANCE TOTALS FOR THE REGISTER.
      *
      ******************************************************************
       ACCUMULATE-STATE-REMITTANCE.
                   TO SRT-STATE (STATE-REMIT-FOUND)
               MOVE ZERO TO SRT-WAGES (STATE-REMIT-FOUND)
               MOVE ZERO TO SRT-WITHHELD (STATE-REMIT-FOUND)
               MOVE ZERO TO SRT-SUTA-WAGES (STATE-REMIT-FOUND)
               MOVE ZERO TO SRT-SUTA-TAX (STATE-REMIT-FOUND)
           END-IF.

           IF STATE-REMIT-FOUND IS POSITIVE
               ADD TAXABLE-WAGES-WORK TO SRT-WAGES (STATE-REMIT-FOUND)
               ADD STATE-WITHHOLDING-WORK
                   TO SRT-WITHHELD (STATE-REMIT-FOUND)
           END-IF.
      *    COMPUTE-FICA-WITHHOLDING
      *
      *    WITHHOLDS FICA ONLY ON WAGES STILL UNDER THE ANNUAL WAGE
      *    BASE, USING THE EMPLOYEE'S YEAR-TO-DATE FICA WAGES (GROSS
      *    LESS THE DEDUCTIONS TAKEN BEFORE FICA) AS THEY STOOD
      *    BEFORE THIS PERIOD.
      *
      ******************************************************************
           PERFORM GET-PRIOR-YTD-GROSS.

           COMPUTE FICA-WAGES-WORK =
               FICA-WAGE-BASE - PRIOR-YTD-GROSS-WORK
               + PRIOR-YTD-PRETAX-FICA-WORK.
           IF FICA-WAGES-WORK > FICA-GROSS-WORK
               MOVE FICA-GROSS-WORK TO FICA-WAGES-WORK
           END-IF.
           IF FICA-WAGES-WORK < ZERO
               MOVE ZERO TO FICA-WAGES-WORK
      *    GET-PRIOR-YTD-GROSS
      *
      *    FETCHES THE EMPLOYEE'S YEAR-TO-DATE GROSS AS IT STANDS
      *    BEFORE THIS PERIOD POSTS, FOR THE FICA WAGE-BASE TEST, AND
      *    THE FUTA AND SUTA WAGES ALREADY TAXED, FOR THE EMPLOYER
      *    UNEMPLOYMENT WAGE-BASE TESTS, AND THE DEFERRALS AND PRE-FICA
      *    DEDUCTIONS SO FAR, FOR THE DEFERRAL LIMIT AND THE FICA
      *    WAGE-BASE TEST. A FIRST-PAY-OF-THE-YEAR
      *    EMPLOYEE HAS NO YTD RECORD YET.
      *
      ******************************************************************
       GET-PRIOR-YTD-GROSS.
           MOVE ZERO TO PRIOR-YTD-GROSS-WORK.
           MOVE ZERO TO PRIOR-YTD-FUTA-WAGES-WORK.
           MOVE ZERO TO PRIOR-YTD-SUTA-WAGES-WORK.
           MOVE ZERO TO PRIOR-YTD-DEFERRAL-WORK.
           MOVE ZERO TO PRIOR-YTD-PRETAX-FICA-WORK.
           MOVE EMPLOYEE-ID OF INPUT-RECORD TO YTD-EMPLOYEE-ID.

           READ YTD-MASTER
                   IF YTD-GROSS-PAY IS NUMERIC
                       MOVE YTD-GROSS-PAY TO PRIOR-YTD-GROSS-WORK
                   END-IF
                   IF YTD-FUTA-WAGES IS NUMERIC
                       MOVE YTD-FUTA-WAGES TO PRIOR-YTD-FUTA-WAGES-WORK
                   END-IF
                   IF YTD-SUTA-WAGES IS NUMERIC
                       MOVE YTD-SUTA-WAGES TO PRIOR-YTD-SUTA-WAGES-WORK
                   END-IF
                   IF YTD-DEFERRAL IS NUMERIC
                       MOVE YTD-DEFERRAL TO PRIOR-YTD-DEFERRAL-WORK
                   END-IF
                   IF YTD-PRETAX-FICA IS NUMERIC
                       MOVE YTD-PRETAX-FICA
                           TO PRIOR-YTD-PRETAX-FICA-WORK
                   END-IF
           END-READ.



      ******************************************************************
      *
      *    COMPUTE-EMPLOYER-UNEMPLOYMENT
      *
      *    FIGURES THE EMPLOYER'S FUTA AND SUTA LIABILITY ON THIS
      *    PERIOD'S WAGES, WHICH LIKE FICA EXCLUDE THE DEDUCTIONS
      *    TAKEN BEFORE FICA. EACH TAX APPLIES ONLY TO WAGES STILL UNDER
      *    ITS OWN ANNUAL WAGE BASE, MEASURED AGAINST THE TAXABLE
      *    WAGES ALREADY ON THE YTD MASTER (FETCHED BY THE FICA STEP
      *    OF COMPUTE-NET-PAY). THE SUTA RATE AND BASE ARE THE WORK
      *    STATE'S; AN EMPLOYEE WITH NO WORK STATE, OR A STATE WITH
      *    NO RATE ON THE PARAMETER FILE, IS COUNTED ON THE REGISTER
      *    SO THE RATE GETS ADDED BEFORE THE QUARTER IS FILED.
      *
      ******************************************************************
       COMPUTE-EMPLOYER-UNEMPLOYMENT.
           MOVE ZERO TO FUTA-WAGES-WORK.
           MOVE ZERO TO FUTA-TAX-WORK.
           MOVE ZERO TO SUTA-WAGES-WORK.
           MOVE ZERO TO SUTA-TAX-WORK.

           IF FUTA-LOADED-SWITCH = 'Y'
               COMPUTE FUTA-WAGES-WORK =
                   FUTA-WAGE-BASE - PRIOR-YTD-FUTA-WAGES-WORK
               IF FUTA-WAGES-WORK > FICA-GROSS-WORK
                   MOVE FICA-GROSS-WORK TO FUTA-WAGES-WORK
               END-IF
               IF FUTA-WAGES-WORK < ZERO
                   MOVE ZERO TO FUTA-WAGES-WORK
               END-IF
               COMPUTE FUTA-TAX-WORK ROUNDED =
                   FUTA-WAGES-WORK * FUTA-RATE-WORK
           END-IF.

           MOVE ZERO TO SUTA-RATE-FOUND.
           IF MASTER-WORK-STATE NOT = SPACES
               PERFORM VARYING SUTA-RATE-INDEX FROM 1 BY 1
                   UNTIL SUTA-RATE-INDEX > SUTA-RATE-COUNT
                      OR SUTA-RATE-FOUND IS POSITIVE
                   IF SR-STATE (SUTA-RATE-INDEX) = MASTER-WORK-STATE
                       MOVE SUTA-RATE-INDEX TO SUTA-RATE-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           IF SUTA-RATE-FOUND IS ZERO
               ADD 1 TO SUTA-UNRATED-COUNT
           ELSE
               COMPUTE SUTA-WAGES-WORK =
                   SR-WAGE-BASE (SUTA-RATE-FOUND)
                   - PRIOR-YTD-SUTA-WAGES-WORK
               IF SUTA-WAGES-WORK > FICA-GROSS-WORK
                   MOVE FICA-GROSS-WORK TO SUTA-WAGES-WORK
               END-IF
               IF SUTA-WAGES-WORK < ZERO
                   MOVE ZERO TO SUTA-WAGES-WORK
               END-IF
               COMPUTE SUTA-TAX-WORK ROUNDED =
                   SUTA-WAGES-WORK * SR-RATE (SUTA-RATE-FOUND)
               PERFORM ACCUMULATE-STATE-UNEMPLOYMENT
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-STATE-UNEMPLOYMENT
      *
      *    FOLDS THE EMPLOYEE'S SUTA TAXABLE WAGES AND EMPLOYER TAX
      *    INTO THE WORK STATE'S REMITTANCE TOTALS - THE ENTRY THE
      *    STATE WITHHOLDING STEP ALREADY FOUND OR OPENED.
      *
      ******************************************************************
       ACCUMULATE-STATE-UNEMPLOYMENT.
           MOVE ZERO TO STATE-REMIT-FOUND.
           PERFORM VARYING STATE-REMIT-INDEX FROM 1 BY 1
               UNTIL STATE-REMIT-INDEX > STATE-REMIT-COUNT
                  OR STATE-REMIT-FOUND IS POSITIVE
               IF SRT-STATE (STATE-REMIT-INDEX) = MASTER-WORK-STATE
                   MOVE STATE-REMIT-INDEX TO STATE-REMIT-FOUND
               END-IF
           END-PERFORM.

           IF STATE-REMIT-FOUND IS POSITIVE
               ADD SUTA-WAGES-WORK
                   TO SRT-SUTA-WAGES (STATE-REMIT-FOUND)
               ADD SUTA-TAX-WORK
                   TO SRT-SUTA-TAX (STATE-REMIT-FOUND)
           END-IF.



      ******************************************************************
      *
      *    CHECK-BONUS-ELIGIBILITY
               MOVE NET-PAY-WORK TO CHK-NET-PAY
               MOVE CHECK-REGISTER-LINE TO CHECK-REGISTER-PRINT-LINE
               WRITE CHECK-REGISTER-PRINT-LINE
               PERFORM RECORD-ISSUED-CHECK
           END-IF.



      ******************************************************************
      *
      *    RECORD-ISSUED-CHECK
      *
      *    PUTS THE CHECK JUST NUMBERED ON THE CHECK HISTORY, WITH
      *    EVERY AMOUNT IT CARRIED, AND ON THE BANK'S POSITIVE-PAY
      *    FILE.
      *
      ******************************************************************
       RECORD-ISSUED-CHECK.
           MOVE NEXT-CHECK-NUMBER TO CH-CHECK-NUMBER.
           MOVE 'I' TO CH-EVENT.
           MOVE PROCESSING-DATE-WORK TO CH-EVENT-DATE.
           MOVE RUN-NUMBER-WORK TO CH-RUN-NUMBER.
           MOVE EMPLOYEE-ID OF INPUT-RECORD TO CH-EMPLOYEE-ID.
           MOVE FIRST-NAME OF INPUT-RECORD TO CH-FIRST-NAME.
           MOVE LAST-NAME OF INPUT-RECORD TO CH-LAST-NAME.
           MOVE GROSS-PAY-WORK TO CH-GROSS-PAY.
           MOVE FEDERAL-WITHHOLDING-WORK TO CH-FEDERAL-WH.
           MOVE FICA-WITHHOLDING-WORK TO CH-FICA-WH.
           MOVE STATE-WITHHOLDING-WORK TO CH-STATE-WH.
           MOVE NET-PAY-WORK TO CH-NET-PAY.
           MOVE ZERO TO CH-RELATED-CHECK.
           MOVE FUTA-WAGES-WORK TO CH-FUTA-WAGES.
           MOVE FUTA-TAX-WORK TO CH-FUTA-TAX.
           MOVE SUTA-WAGES-WORK TO CH-SUTA-WAGES.
           MOVE SUTA-TAX-WORK TO CH-SUTA-TAX.
           MOVE DEFERRAL-WORK TO CH-DEFERRAL.
           MOVE PRETAX-INCOME-WORK TO CH-PRETAX-INCOME.
           MOVE PRETAX-FICA-WORK TO CH-PRETAX-FICA.
           WRITE CHECK-HISTORY-RECORD.

           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE 'D' TO PP-RECORD-TYPE.
           MOVE 'I' TO PP-ISSUE-CODE.
           MOVE NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE PROCESSING-DATE-WORK TO PP-ISSUE-DATE.
           MOVE NET-PAY-WORK TO PP-AMOUNT.
           STRING FIRST-NAME OF INPUT-RECORD DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               LAST-NAME OF INPUT-RECORD DELIMITED BY SPACE
               INTO PP-PAYEE.
           WRITE POSITIVE-PAY-RECORD.
           ADD NET-PAY-WORK TO CHECK-ISSUED-AMOUNT.



      ******************************************************************
      *
      *    WRITE-POSITIVE-PAY-TRAILER
      *
      *    CLOSES THE POSITIVE-PAY FILE WITH THE RUN'S CHECK COUNT
      *    AND DOLLARS, FOR THE BANK TO PROVE THE FILE AGAINST.
      *
      ******************************************************************
       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-TRAILER.
           MOVE 'T' TO PP-RECORD-TYPE.
           MOVE CHECK-COUNT TO PP-TRL-ITEM-COUNT.
           MOVE CHECK-ISSUED-AMOUNT TO PP-TRL-ISSUED-AMOUNT.
           MOVE ZERO TO PP-TRL-VOIDED-AMOUNT.
           WRITE POSITIVE-PAY-TRAILER.



      ******************************************************************
      *
      *    CHECK-ROUTING-DIGIT
      *
      ******************************************************************
       WRITE-PAY-STUB.
           IF FINAL-EMPLOYEE-SWITCH = 'Y'
               MOVE FINAL-PAY-BANNER TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           ELSE
           IF SUPPLEMENTAL-RUN-SWITCH = 'Y'
               MOVE SUPPLEMENTAL-BANNER TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF END-IF.

           MOVE EMPLOYEE-ID OF INPUT-RECORD TO STUB-EMPLOYEE-ID.
           MOVE FIRST-NAME OF INPUT-RECORD TO STUB-FIRST-NAME.
           WRITE STUB-PRINT-LINE.

           IF SALARIED-PAY-SWITCH = 'Y'
               MOVE PERIOD-SALARY-WORK TO STUB-SALARY
               MOVE STUB-LINE-SALARY TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
               IF EXCEPTION-PAY-WORK NOT = ZERO
               WRITE STUB-PRINT-LINE
           END-IF.

           IF RETRO-PAY-WORK > ZERO
               MOVE RT-EFFECTIVE-PERIOD (RETRO-FOUND)
                   TO STUB-RETRO-PERIOD
               MOVE RETRO-PAY-WORK TO STUB-RETRO
               MOVE STUB-LINE-RETRO TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF.

           IF VACATION-PAYOUT-WORK > ZERO
               MOVE 'VACATION PAYOUT HRS:' TO STUB-PAYOUT-LABEL
               MOVE VACATION-PAID-HOURS TO STUB-PAYOUT-HOURS
               MOVE VACATION-PAYOUT-WORK TO STUB-PAYOUT-AMOUNT
               MOVE STUB-LINE-PAYOUT TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF.

           IF SICK-PAYOUT-WORK > ZERO
               MOVE 'SICK PAYOUT HRS:' TO STUB-PAYOUT-LABEL
               MOVE SICK-PAID-HOURS TO STUB-PAYOUT-HOURS
               MOVE SICK-PAYOUT-WORK TO STUB-PAYOUT-AMOUNT
               MOVE STUB-LINE-PAYOUT TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF.

           MOVE GROSS-PAY-WORK TO STUB-GROSS.
           MOVE STUB-LINE-GROSS TO STUB-PRINT-LINE.
           WRITE STUB-PRINT-LINE.

           IF PRETAX-INCOME-WORK > ZERO
               MOVE TAXABLE-WAGES-WORK TO STUB-TAXABLE
               MOVE STUB-LINE-TAXABLE TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF.

           MOVE FEDERAL-WITHHOLDING-WORK TO STUB-FEDERAL.
           MOVE STUB-LINE-FEDERAL TO STUB-PRINT-LINE.
           WRITE STUB-PRINT-LINE.

           IF SUPPLEMENTAL-WITHHOLDING-WORK > ZERO
               MOVE SUPPLEMENTAL-WITHHOLDING-WORK TO STUB-SUPPLEMENTAL
               MOVE STUB-LINE-SUPPLEMENTAL TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF.

           MOVE FICA-WITHHOLDING-WORK TO STUB-FICA.
           MOVE STUB-LINE-FICA TO STUB-PRINT-LINE.
           WRITE STUB-PRINT-LINE.
               WRITE STUB-PRINT-LINE
           END-PERFORM.

           PERFORM VARYING GARNISHMENT-ORDER-INDEX FROM 1 BY 1
               UNTIL GARNISHMENT-ORDER-INDEX > APPLIED-GARNISHMENT-COUNT
               MOVE AG-ORDER-TYPE (GARNISHMENT-ORDER-INDEX)
                   TO STUB-GARN-TYPE
               MOVE AG-CASE-NUMBER (GARNISHMENT-ORDER-INDEX)
                   TO STUB-GARN-CASE
               MOVE AG-AMOUNT (GARNISHMENT-ORDER-INDEX)
                   TO STUB-GARN-AMOUNT
               MOVE STUB-LINE-GARNISHMENT TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-PERFORM.

           MOVE NET-PAY-WORK TO STUB-NET.
           MOVE STUB-LINE-NET TO STUB-PRINT-LINE.
           WRITE STUB-PRINT-LINE.
                   MOVE GROSS-PAY-WORK TO QTD-GROSS-PAY
                   MOVE FEDERAL-WITHHOLDING-WORK TO QTD-FEDERAL-WH
                   MOVE FICA-WITHHOLDING-WORK TO QTD-FICA-WH
                   MOVE FUTA-WAGES-WORK TO YTD-FUTA-WAGES
                   MOVE FUTA-TAX-WORK TO YTD-FUTA-TAX
                   MOVE SUTA-WAGES-WORK TO YTD-SUTA-WAGES
                   MOVE SUTA-TAX-WORK TO YTD-SUTA-TAX
                   MOVE SUTA-WAGES-WORK TO QTD-SUTA-WAGES
                   MOVE SUTA-TAX-WORK TO QTD-SUTA-TAX
                   MOVE MASTER-WORK-STATE TO YTD-SUTA-STATE
                   MOVE DEFERRAL-WORK TO YTD-DEFERRAL
                   MOVE PRETAX-INCOME-WORK TO YTD-PRETAX-INCOME
                   MOVE PRETAX-FICA-WORK TO YTD-PRETAX-FICA
                   WRITE YTD-MASTER-RECORD
                   MOVE SPACES TO MASTER-BEFORE-IMAGE
                   MOVE YTD-MASTER-RECORD TO MASTER-AFTER-IMAGE
                   ELSE
                       MOVE FICA-WITHHOLDING-WORK TO QTD-FICA-WH
                   END-IF
                   IF YTD-FUTA-WAGES IS NUMERIC
                       ADD FUTA-WAGES-WORK TO YTD-FUTA-WAGES
                   ELSE
                       MOVE FUTA-WAGES-WORK TO YTD-FUTA-WAGES
                   END-IF
                   IF YTD-FUTA-TAX IS NUMERIC
                       ADD FUTA-TAX-WORK TO YTD-FUTA-TAX
                   ELSE
                       MOVE FUTA-TAX-WORK TO YTD-FUTA-TAX
                   END-IF
                   IF YTD-SUTA-WAGES IS NUMERIC
                       ADD SUTA-WAGES-WORK TO YTD-SUTA-WAGES
                   ELSE
                       MOVE SUTA-WAGES-WORK TO YTD-SUTA-WAGES
                   END-IF
                   IF YTD-SUTA-TAX IS NUMERIC
                       ADD SUTA-TAX-WORK TO YTD-SUTA-TAX
                   ELSE
                       MOVE SUTA-TAX-WORK TO YTD-SUTA-TAX
                   END-IF
                   IF QTD-SUTA-WAGES IS NUMERIC
                       ADD SUTA-WAGES-WORK TO QTD-SUTA-WAGES
                   ELSE
                       MOVE SUTA-WAGES-WORK TO QTD-SUTA-WAGES
                   END-IF
                   IF QTD-SUTA-TAX IS NUMERIC
                       ADD SUTA-TAX-WORK TO QTD-SUTA-TAX
                   ELSE
                       MOVE SUTA-TAX-WORK TO QTD-SUTA-TAX
                   END-IF
                   IF MASTER-WORK-STATE NOT = SPACES
                       MOVE MASTER-WORK-STATE TO YTD-SUTA-STATE
                   END-IF
                   IF YTD-DEFERRAL IS NUMERIC
                       ADD DEFERRAL-WORK TO YTD-DEFERRAL
                   ELSE
                       MOVE DEFERRAL-WORK TO YTD-DEFERRAL
                   END-IF
                   IF YTD-PRETAX-INCOME IS NUMERIC
                       ADD PRETAX-INCOME-WORK TO YTD-PRETAX-INCOME
                   ELSE
                       MOVE PRETAX-INCOME-WORK TO YTD-PRETAX-INCOME
                   END-IF
                   IF YTD-PRETAX-FICA IS NUMERIC
                       ADD PRETAX-FICA-WORK TO YTD-PRETAX-FICA
                   ELSE
                       MOVE PRETAX-FICA-WORK TO YTD-PRETAX-FICA
                   END-IF
                   REWRITE YTD-MASTER-RECORD
                   MOVE YTD-MASTER-RECORD TO MASTER-AFTER-IMAGE
                   MOVE 'RW' TO JOURNAL-ACTION-WORK
           MOVE RUN-PERIOD-WORK TO REG-RUN-PERIOD.
           MOVE REGISTER-LINE-RUN TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.
           MOVE RUN-PAY-GROUP TO REG-PAY-GROUP.
           MOVE RUN-PAY-PERIOD TO REG-PAY-PERIOD.
           MOVE PAY-DATE-WORK TO REG-PAY-DATE.
           MOVE REGISTER-LINE-PAY-GROUP TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           IF FINAL-PAY-RUN-SWITCH = 'Y'
               MOVE FINAL-PAY-BANNER TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           ELSE
           IF SUPPLEMENTAL-RUN-SWITCH = 'Y'
               MOVE SUPPLEMENTAL-BANNER TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           END-IF END-IF.

           MOVE EMPLOYEE-COUNT TO REG-EMPLOYEE-COUNT.
           MOVE REGISTER-LINE-EMPLOYEES TO REGISTER-PRINT-LINE.
           MOVE REGISTER-LINE-UTILITY TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE GARNISHMENT-WITHHELD-COUNT TO REG-GARN-COUNT.
           MOVE TOTAL-GARNISHMENTS TO REG-GARN-AMOUNT.
           MOVE REGISTER-LINE-GARNISHMENT TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE GARNISHMENT-SATISFIED-COUNT TO REG-GARN-SATISFIED.
           MOVE GARNISHMENT-SHORT-COUNT TO REG-GARN-SHORT.
           MOVE REGISTER-LINE-GARNISHMENT-STATUS
               TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE PRENOTE-SENT-COUNT TO REG-PRENOTE-SENT.
           MOVE PRENOTE-PENDING-COUNT TO REG-PRENOTE-PENDING.
           MOVE BAD-ROUTING-COUNT TO REG-BAD-ROUTING.
               TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE RETRO-PAID-COUNT TO REG-RETRO-COUNT.
           MOVE TOTAL-RETRO-PAID TO REG-RETRO-AMOUNT.
           MOVE REGISTER-LINE-RETRO TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE RETRO-UNPAID-COUNT TO REG-RETRO-UNPAID-COUNT.
           MOVE REGISTER-LINE-RETRO-UNPAID TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           IF FINAL-PAY-RUN-SWITCH = 'Y'
               MOVE FINAL-CHECK-COUNT TO REG-FINAL-COUNT
               MOVE TOTAL-LEAVE-PAYOUT TO REG-FINAL-PAYOUT
               MOVE REGISTER-LINE-FINAL-PAY TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
               MOVE FINAL-HELD-COUNT TO REG-FINAL-HELD
               MOVE TOTAL-SUPPLEMENTAL-WH TO REG-FINAL-SUPPLEMENTAL
               MOVE REGISTER-LINE-FINAL-PAY-WH TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           END-IF.

      *    THE PER-STATE REMITTANCE BREAKOUT FOR THE FILING CHECKS
           PERFORM VARYING STATE-REMIT-INDEX FROM 1 BY 1
               UNTIL STATE-REMIT-INDEX > STATE-REMIT-COUNT
                   TO REG-STATE-WITHHELD
               MOVE REGISTER-LINE-STATE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
               MOVE SRT-STATE (STATE-REMIT-INDEX) TO REG-SUTA-STATE
               MOVE SRT-SUTA-WAGES (STATE-REMIT-INDEX)
                   TO REG-SUTA-WAGES
               MOVE SRT-SUTA-TAX (STATE-REMIT-INDEX) TO REG-SUTA-TAX
               MOVE REGISTER-LINE-SUTA TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           END-PERFORM.

      *    THE EMPLOYER'S FEDERAL UNEMPLOYMENT COST FOR THE RUN, AND
      *    ANYONE PAID WHOSE WORK STATE HAS NO SUTA RATE ON FILE
           MOVE TOTAL-TAXABLE-WAGES TO REG-TAXABLE-WAGES.
           MOVE TOTAL-PRETAX-DEDUCTIONS TO REG-PRETAX-DEDUCTIONS.
           MOVE REGISTER-LINE-TAXABLE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-DEFERRALS TO REG-DEFERRALS.
           MOVE TOTAL-EMPLOYER-MATCH TO REG-EMPLOYER-MATCH.
           MOVE REGISTER-LINE-RETIREMENT TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE TOTAL-FUTA-WAGES TO REG-FUTA-WAGES.
           MOVE TOTAL-FUTA-TAX TO REG-FUTA-TAX.
           MOVE REGISTER-LINE-FUTA TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           MOVE SUTA-UNRATED-COUNT TO REG-SUTA-UNRATED-COUNT.
           MOVE REGISTER-LINE-SUTA-UNRATED TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

      *    THE LABOR COST HANDED TO JOB COSTING, AND HOW MANY PAID
      *    EMPLOYEES HAD NO HOME COST CENTER TO CHARGE
           MOVE LABOR-TOTAL-COST TO REG-LABOR-COST.
           MOVE LABOR-UNASSIGNED-COUNT TO REG-LABOR-UNASSIGNED.
           MOVE REGISTER-LINE-LABOR TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.

           PERFORM VARYING DEDUCTION-TYPE-INDEX FROM 1 BY 1
               UNTIL DEDUCTION-TYPE-INDEX > DEDUCTION-TYPE-COUNT
               MOVE DTT-TYPE (DEDUCTION-TYPE-INDEX) TO REG-DED-TYPE
