           SELECT VEHICLE-AGING-REPORT ASSIGN TO 'VEHAGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPAIR-ORDER-FILE ASSIGN TO 'REPAIRORD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-REPORT ASSIGN TO 'RECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-RATE-FILE ASSIGN TO 'FLRRATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-PAYOFF-FILE ASSIGN TO 'FLRPAID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLOOR-PAYOFF-DUE-FILE ASSIGN TO 'FLRPAYDU.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLOOR-PLAN-REPORT ASSIGN TO 'FLOORPLN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FI-PRODUCT-FILE ASSIGN TO 'FIPRODS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FI-REMITTANCE-REPORT ASSIGN TO 'FIREMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FI-REPORT ASSIGN TO 'FIREPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WHOLESALE-REPORT ASSIGN TO 'WHOLESAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MARKDOWN-SCHEDULE-FILE ASSIGN TO
               'MKDNSCHD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRICE-HISTORY-FILE ASSIGN TO 'PRICEHST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARKDOWN-LOG ASSIGN TO 'MARKDOWN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-LIST-REPORT ASSIGN TO 'PRICELST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SALESPERSON-MASTER ASSIGN TO
               'SLSPMAST.DAT'
               ORGANIZATION IS INDEXED
           SELECT COMMISSION-VARIANCE-REPORT ASSIGN TO 'COMMVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INCENTIVE-PROGRAM-FILE ASSIGN TO
               'INCPROG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INCENTIVE-CLAIM-FILE ASSIGN TO
               'INCCLAIM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUYER-MASTER ASSIGN TO 'BUYRMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  TFR-RECORD-TYPE     PIC X(1).
           05  FILLER              PIC X(34).

      * AN F&I PRODUCT RECORD, MARKED 'P', FOLLOWS ITS SALE RECORD
      * (AHEAD OF OR BEHIND THE DEAL'S FINANCING RECORD), ONE PER
      * SERVICE CONTRACT, GAP POLICY, OR MAINTENANCE PLAN SOLD ON THE
      * DEAL: PRODUCT CODE, SELLING PRICE, OUR COST, AND THE PROVIDER
      * WHO UNDERWRITES IT
       01 PRODUCT-RECORD.
           05  PRD-PRODUCT-CODE    PIC X(4).
           05  PRD-SELL-PRICE      PIC 9(5)V99.
           05  PRD-COST            PIC 9(5)V99.
           05  PRD-PROVIDER        PIC X(4).
           05  FILLER              PIC X(51).
           05  PRD-RECORD-TYPE     PIC X(1).
           05  FILLER              PIC X(34).

      * A WHOLESALE RECORD, MARKED 'W', TAKES A UNIT OUT OF STOCK TO
      * AN AUCTION ('A') OR ANOTHER DEALER ('D') RATHER THAN A RETAIL
      * BUYER: STOCK NUMBER, DISPOSITION DATE, WHOLESALE PRICE, THE
      * AUCTION FEES CHARGED AGAINST IT, AND WHO TOOK THE UNIT. NO
      * COMMISSION, SALES TAX, BUYER, OR TITLE WORK ATTACHES TO IT
       01 WHOLESALE-RECORD.
           05  WHL-STOCK-NUMBER    PIC 9(6).
           05  WHL-DATE            PIC 9(8).
           05  WHL-PRICE           PIC 9(7)V99.
           05  WHL-FEES            PIC 9(5)V99.
           05  WHL-CHANNEL         PIC X(1).
           05  WHL-BUYER-NAME      PIC X(20).
           05  FILLER              PIC X(22).
           05  WHL-RECORD-TYPE     PIC X(1).
           05  FILLER              PIC X(34).

      * GOOD RECORD OUTPUT INFORMATION
       FD VALID-RECORDS-FILE
           RECORD CONTAINS 165 CHARACTERS
           DATA RECORD IS GOOD-PRINT-LINE.
       01 GOOD-PRINT-LINE PIC X(165) VALUE SPACES.

      * BAD RECORD OUTPUT INFORMATION
       FD INVALID-RECORDS-FILE

      * PER-SALESPERSON SUMMARY OUTPUT INFORMATION
       FD SALESPERSON-SUMMARY-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS SALESPERSON-SUMMARY-PRINT-LINE.
       01 SALESPERSON-SUMMARY-PRINT-LINE PIC X(140).

      * VEHICLE INVENTORY MASTER - EVERY CAR ON A LOT, KEYED BY STOCK
      * NUMBER. A SALE MUST NAME A CAR THAT EXISTS AND IS NOT ALREADY
      * SOLD, AND A GOOD SALE MARKS THE CAR SOLD. STATUS IS 'A'
      * AVAILABLE, 'T' IN TRANSIT, 'S' SOLD RETAIL, OR 'W' WHOLESALED
      * (AUCTION OR DEALER); A 'W' UNIT IS GONE LIKE A SOLD ONE, WITH
      * ITS DISPOSITION DATE IN THE SOLD DATE. THE ASKING PRICE IS
      * WHAT THE UNIT IS ADVERTISED AT, AS OF ITS PRICE DATE; THE
      * MARKDOWN DAYS ARE THE LAST AGE BAND OF THE MARKDOWN SCHEDULE
      * ALREADY TAKEN OFF IT. THE RECON COST IS
      * EVERY REPAIR ORDER CAPITALIZED ONTO THE UNIT SINCE IT WAS
      * ACQUIRED - SHOP WORK, PARTS, DETAIL - SO THE UNIT'S COST IS
      * ACQUISITION PLUS RECON
       FD VEHICLE-MASTER
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS VEHICLE-MASTER-RECORD.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-STOCK-NUMBER PIC 9(6).
           05 VEH-STATUS PIC X(1).
           05 VEH-ACQUIRED-DATE PIC 9(8).
           05 VEH-SOLD-DATE PIC 9(8).
           05 VEH-RECON-COST PIC 9(7)V99.
           05 VEH-FLOOR-LENDER PIC X(4).
           05 VEH-FLOOR-AMOUNT PIC 9(7)V99.
           05 VEH-FLOOR-DATE PIC 9(8).
           05 VEH-FLOOR-PAYOFF-DATE PIC 9(8).
           05 VEH-ASKING-PRICE PIC 9(7)V99.
           05 VEH-PRICE-DATE PIC 9(8).
           05 VEH-MARKDOWN-DAYS PIC 9(3).

      * ACQUISITIONS FEED USED TO (RE-)LOAD THE VEHICLE MASTER AT THE
      * START OF A RUN - HOW A PURCHASED CAR GETS ONTO THE MASTER,
      * SINCE THE SALES INPUT ITSELF ONLY EVER SELLS CARS. A UNIT
      * BOUGHT ON THE FLOOR-PLAN LINE CARRIES ITS LENDER, THE AMOUNT
      * FLOORED, AND THE FLOOR DATE; A CASH UNIT LEAVES THEM BLANK.
      * THE ASKING PRICE IS THE BRANCH MANAGER'S PRICE FOR THE UNIT -
      * ON A LINE FOR A UNIT ALREADY IN STOCK IT IS A REPRICE, AND
      * LEFT BLANK OR ZERO IT LEAVES THE CURRENT PRICE ALONE
       FD VEHICLE-MASTER-SEED
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS VEHICLE-MASTER-SEED-RECORD.
       01 VEHICLE-MASTER-SEED-RECORD.
           05 VSEED-STOCK-NUMBER PIC 9(6).
           05 VSEED-BRANCH PIC 9(4).
           05 VSEED-ACQUISITION-COST PIC 9(7)V99.
           05 VSEED-ACQUIRED-DATE PIC 9(8).
           05 VSEED-FLOOR-LENDER PIC X(4).
           05 VSEED-FLOOR-AMOUNT PIC 9(7)V99.
           05 VSEED-FLOOR-DATE PIC 9(8).
           05 VSEED-ASKING-PRICE PIC 9(7)V99.

      * REPAIR-ORDER COST FEED FROM THE SHOP - ONE RECORD PER CLOSED
      * REPAIR ORDER (OR DETAIL/SUBLET TICKET) AGAINST A UNIT IN
      * STOCK, POSTED TO THE UNIT'S RECON COST AT THE START OF A RUN
       FD REPAIR-ORDER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REPAIR-ORDER-RECORD.
       01 REPAIR-ORDER-RECORD.
           05 RO-NUMBER PIC X(8).
           05 RO-STOCK-NUMBER PIC 9(6).
           05 RO-DATE PIC 9(8).
           05 RO-AMOUNT PIC 9(5)V99.
           05 RO-DESCRIPTION PIC X(21).

      * RECONDITIONING REPORT - THE RUN'S REPAIR-ORDER POSTINGS, THEN
      * RECON SPEND BY UNIT AND BY BRANCH, FLAGGING UNITS WHOSE RECON
      * RUNS OVER THE CONTROL CARD'S PERCENTAGE OF ACQUISITION COST
       FD RECON-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RECON-PRINT-LINE.
       01 RECON-PRINT-LINE PIC X(100).

      * FLOOR-PLAN LENDERS AND THE ANNUAL INTEREST RATE (PERCENT)
      * EACH CHARGES ON THE UNITS IT FLOORS
       FD FLOOR-RATE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS FLOOR-RATE-RECORD.
       01 FLOOR-RATE-RECORD.
           05 FLRT-LENDER-IN PIC X(4).
           05 FLRT-NAME-IN PIC X(20).
           05 FLRT-RATE-IN PIC 9(2)V999.

      * FLOOR-PLAN PAYOFF CONFIRMATIONS - ONE RECORD PER UNIT'S NOTE
      * THE LENDER HAS CONFIRMED PAID, POSTED AT THE START OF A RUN
       FD FLOOR-PAYOFF-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS FLOOR-PAYOFF-RECORD.
       01 FLOOR-PAYOFF-RECORD.
           05 FPAY-STOCK-NUMBER PIC 9(6).
           05 FPAY-LENDER PIC X(4).
           05 FPAY-DATE PIC 9(8).
           05 FPAY-AMOUNT PIC 9(7)V99.

      * PAYOFF-DUE EXTRACT - ONE RECORD PER FLOORED UNIT THAT LEFT
      * INVENTORY THIS RUN, FOR ACCOUNTS PAYABLE TO CUT THE PAYOFF.
      * DISPOSITION 'R' IS A RETAIL SALE, 'W' A WHOLESALE OR AUCTION
       FD FLOOR-PAYOFF-DUE-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS FLOOR-PAYOFF-DUE-RECORD.
       01 FLOOR-PAYOFF-DUE-RECORD.
           05 FPD-STOCK-NUMBER PIC 9(6).
           05 FPD-LENDER PIC X(4).
           05 FPD-BRANCH PIC 9(4).
           05 FPD-FLOOR-DATE PIC 9(8).
           05 FPD-SOLD-DATE PIC 9(8).
           05 FPD-PRINCIPAL PIC 9(7)V99.
           05 FPD-INTEREST PIC 9(7)V99.
           05 FPD-DISPOSITION PIC X(1).

      * FLOOR-PLAN REPORT - THE RUN'S PAYOFF POSTINGS, THE PAYOFFS
      * FALLING DUE, AND EVERY SOLD UNIT STILL FLOORED (SOLD OUT OF
      * TRUST)
       FD FLOOR-PLAN-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FLOOR-PRINT-LINE.
       01 FLOOR-PRINT-LINE PIC X(100).

      * UNSOLD-INVENTORY AGING REPORT OUTPUT INFORMATION
       FD VEHICLE-AGING-REPORT
      * RUN CONTROL CARD - THE PROCESSING PERIOD AND BUSINESS DATE
      * THIS RUN OPERATES UNDER. THE MACHINE CLOCK DECIDES NOTHING -
      * A RERUN OF LAST MONTH'S FILE VALIDATES AND DATES AS LAST
      * MONTH. THE RECON PERCENTAGE (WHOLE PERCENT OF ACQUISITION
      * COST) IS OPTIONAL - BLANK TAKES THE DEFAULT
       FD CONTROL-CARD-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS CONTROL-CARD.
       01 CONTROL-CARD.
           05 CTL-PERIOD PIC 9(6).
           05 CTL-PROCESSING-DATE PIC 9(8).
           05 CTL-RECON-PCT PIC 9(3).
           05 CTL-DISCOUNT-PCT PIC 9(2).

      * RUN-CONTROL LOG - EVERY EXECUTION REGISTERS A START RECORD
      * AND A COMPLETION RECORD (RUN NUMBER, PROGRAM, PERIOD, STATUS,

      * FINANCE CONTRACT FILE - ONE RECORD PER FUNDED DEAL, APPENDED
      * ACROSS RUNS, SO THE FINANCE TERMS STOP EVAPORATING INTO A
      * BRANCH COUNT THE MOMENT THE RECORD VALIDATES. THE DEAL'S
      * BRANCH AND SALE DATE LET THE CONTRACTS-IN-TRANSIT PROGRAM
      * (CITRACK) AGE THE CONTRACT UNTIL THE LENDER FUNDS IT
       FD FINANCE-CONTRACT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS FINANCE-CONTRACT-RECORD.
       01 FINANCE-CONTRACT-RECORD.
           05 FC-RUN-NUMBER PIC 9(6).
           05 FC-APR PIC 9(2)V99.
           05 FC-MONTHLY-PAYMENT PIC 9(7)V99.
           05 FC-DEALER-RESERVE PIC 9(7)V99.
           05 FC-BRANCH PIC 9(4).
           05 FC-CONTRACT-DATE PIC 9(8).

      * PER-LENDER REMITTANCE/SETTLEMENT REPORT FOR THE RUN
       FD LENDER-REMITTANCE-REPORT
           DATA RECORD IS LENDER-REMIT-PRINT-LINE.
       01 LENDER-REMIT-PRINT-LINE PIC X(90).

      * F&I PRODUCT MASTER - EVERY PRODUCT THE BUSINESS OFFICE
      * SELLS: CODE, DESCRIPTION, THE PROVIDER WHO UNDERWRITES IT
      * (CODE AND NAME), OUR COST, AND THE MOST WE MAY CHARGE FOR IT
      * (ZERO FOR NO CEILING)
       FD FI-PRODUCT-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS FI-PRODUCT-RECORD.
       01 FI-PRODUCT-RECORD.
           05 FIPM-CODE-IN PIC X(4).
           05 FIPM-DESC-IN PIC X(20).
           05 FIPM-PROVIDER-IN PIC X(4).
           05 FIPM-PROVIDER-NAME-IN PIC X(20).
           05 FIPM-COST-IN PIC 9(5)V99.
           05 FIPM-MAX-PRICE-IN PIC 9(5)V99.

      * PER-PROVIDER REMITTANCE REPORT - WHAT WE OWE EACH F&I
      * PROVIDER FOR THE CONTRACTS SOLD THIS RUN
       FD FI-REMITTANCE-REPORT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS FI-REMIT-PRINT-LINE.
       01 FI-REMIT-PRINT-LINE PIC X(90).

      * F&I REPORT - PRODUCT PENETRATION AND PRODUCT INCOME PER
      * DEAL, BY BRANCH AND BY SALESPERSON
       FD FI-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FI-PRINT-LINE.
       01 FI-PRINT-LINE PIC X(100).

      * WHOLESALE RESULTS REPORT - EVERY UNIT WHOLESALED THIS RUN
      * WITH ITS GAIN OR LOSS AGAINST COST, THEN THE BRANCH ROLL-UP
       FD WHOLESALE-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WHOLESALE-PRINT-LINE.
       01 WHOLESALE-PRINT-LINE PIC X(120).

      * MARKDOWN SCHEDULE - ONE LINE PER AGE BAND, IN ASCENDING DAYS:
      * ONCE A UNIT HAS SAT ON THE LOT THAT MANY DAYS ITS ASKING PRICE
      * COMES DOWN BY THE BAND'S PERCENT, ONCE, OFF WHATEVER IT IS
      * ASKING AT THE TIME
       FD MARKDOWN-SCHEDULE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS MARKDOWN-SCHEDULE-RECORD.
       01 MARKDOWN-SCHEDULE-RECORD.
           05 MKS-DAYS-IN PIC 9(3).
           05 MKS-PCT-IN PIC 9(2)V9.

      * ASKING-PRICE HISTORY - EVERY CHANGE TO A UNIT'S ASKING PRICE,
      * APPENDED ACROSS RUNS. REASON 'LIST' IS THE FIRST PRICE PUT ON
      * A UNIT, 'RPRC' A MANAGER'S REPRICE, 'MKDN' A SCHEDULED
      * MARKDOWN (WITH THE AGE BAND THAT TRIGGERED IT)
       FD PRICE-HISTORY-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PRICE-HISTORY-RECORD.
       01 PRICE-HISTORY-RECORD.
           05 PH-STOCK-NUMBER PIC 9(6).
           05 PH-DATE PIC 9(8).
           05 PH-OLD-PRICE PIC 9(7)V99.
           05 PH-NEW-PRICE PIC 9(7)V99.
           05 PH-REASON PIC X(4).
           05 PH-MARKDOWN-DAYS PIC 9(3).

      * MARKDOWN LOG - WHAT PRICES CHANGED THIS RUN, AND WHY
       FD MARKDOWN-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MARKDOWN-PRINT-LINE.
       01 MARKDOWN-PRINT-LINE PIC X(100).

      * PER-BRANCH PRICE LIST OF EVERY UNIT STILL IN STOCK
       FD PRICE-LIST-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PRICE-LIST-PRINT-LINE.
       01 PRICE-LIST-PRINT-LINE PIC X(100).

      * MANUFACTURER INCENTIVE PROGRAMS - ONE LINE PER PROGRAM THE
      * FACTORY IS RUNNING ON A MODEL AND MODEL YEAR, GOOD FOR SALES
      * DATED FROM ITS EFFECTIVE DATE THROUGH ITS END DATE (ZERO FOR
      * OPEN-ENDED). TYPE 'R' IS A CUSTOMER REBATE THE FACTORY PAYS
      * US BACK, 'D' IS DEALER CASH; THE AMOUNT IS PER UNIT SOLD
       FD INCENTIVE-PROGRAM-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS INCENTIVE-PROGRAM-RECORD.
       01 INCENTIVE-PROGRAM-RECORD.
           05 INCP-CODE-IN PIC X(6).
           05 INCP-TYPE-IN PIC X(1).
           05 INCP-MODEL-IN PIC X(13).
           05 INCP-YEAR-IN PIC 9(4).
           05 INCP-FROM-DATE-IN PIC 9(8).
           05 INCP-TO-DATE-IN PIC 9(8).
           05 INCP-AMOUNT-IN PIC 9(5)V99.
           05 INCP-DESC-IN PIC X(20).

      * INCENTIVE CLAIMS - ONE RECORD PER PROGRAM A SALE QUALIFIED
      * FOR, APPENDED ACROSS RUNS LIKE THE FINANCE CONTRACT FILE, FOR
      * THE FACTORY CLAIM SUBMISSION AND FOR INCTRACK TO MATCH THE
      * MANUFACTURER'S PAYMENTS AGAINST. ACTION 'C' IS A CLAIM; 'R'
      * WITHDRAWS THE CLAIM ON A DEAL THAT WAS UNWOUND
       FD INCENTIVE-CLAIM-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS INCENTIVE-CLAIM-RECORD.
       01 INCENTIVE-CLAIM-RECORD.
           05 ICL-RUN-NUMBER PIC 9(6).
           05 ICL-STOCK-NUMBER PIC 9(6).
           05 ICL-PROGRAM-CODE PIC X(6).
           05 ICL-TYPE PIC X(1).
           05 ICL-ACTION PIC X(1).
           05 ICL-MODEL PIC X(13).
           05 ICL-YEAR PIC 9(4).
           05 ICL-BRANCH PIC 9(4).
           05 ICL-SALE-DATE PIC 9(8).
           05 ICL-AMOUNT PIC 9(5)V99.

      * BUYER MASTER - THE CUSTOMERS WE ACTUALLY KNOW, KEYED BY A
      * BUYER NUMBER CARRIED ON THE SALE RECORD, SO 'SMITH J' AND
      * 'J SMITH' STOP BEING TWO DIFFERENT PEOPLE. EACH BUYER
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 RECORD-DATA   PIC X(102) VALUE 'RECORD DATA'.

      * GOOD RECORD OUTPUT - INPUT DATA PLUS COMPUTED COMMISSION AMOUNT,
      * AND ON A SALE THE DISCOUNT GIVEN OFF THE UNIT'S ASKING PRICE
      * (NEGATIVE WHEN IT SOLD OVER ASKING)
       01 GOOD-RECORD-OUT.
           05 GOOD-INPUT-DATA       PIC X(102).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 GOOD-TAX-AMOUNT       PIC $$$,$$9.99.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 GOOD-NET-AMOUNT       PIC $$$,$$9.99.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 GOOD-DISCOUNT-AMOUNT  PIC -$$$,$$9.99.

      * DATA-REMAINS-SWITCH: KEEP TRACK OF DATA LEFT IN INPUT
       01 DATA-REMAINS-SWITCH PIC X(2) VALUES SPACES.
       01 DVF-FIN-EXCEEDS-SALE   PIC X VALUE 'F'.
       01 DVF-FIN-UNKNOWN-LENDER PIC X VALUE 'F'.
       01 DVF-FIN-INVALID        PIC X VALUE 'F'.
       01 DVF-PRD-WITHOUT-SALE   PIC X VALUE 'F'.
       01 DVF-PRD-NONNUMERIC     PIC X VALUE 'F'.
       01 DVF-PRD-UNKNOWN        PIC X VALUE 'F'.
       01 DVF-PRD-WRONG-PROVIDER PIC X VALUE 'F'.
       01 DVF-PRD-COST-MISMATCH  PIC X VALUE 'F'.
       01 DVF-PRD-PRICE-RANGE    PIC X VALUE 'F'.
       01 DVF-PRD-INVALID        PIC X VALUE 'F'.
       01 DVF-WHL-NO-BUYER       PIC X VALUE 'F'.
       01 DVF-WHL-BAD-CHANNEL    PIC X VALUE 'F'.
       01 DVF-WHL-BAD-DATE       PIC X VALUE 'F'.
       01 DVF-WHL-FEES-EXCEED    PIC X VALUE 'F'.
       01 DVF-WHL-INVALID        PIC X VALUE 'F'.

      * BUYER VALIDATION FLAG AND WORK FIELDS
       01 DVF-UNKNOWN-BUYER      PIC X VALUE 'F'.
           05 TFRL-DISPOSITION PIC X(12).

      * GROSS-PROFIT WORK FIELDS FOR THE DEAL IN HAND - THE SOLD
      * UNIT'S ACQUISITION COST PLUS CAPITALIZED RECON (SAVED WHILE
      * ITS MASTER RECORD WAS IN HAND), THE OVER-ALLOWANCE GIVEN ON
      * THE TRADE RELATIVE TO ITS BOOK-VALUE HIGH, AND THE RESULTING
      * PER-DEAL GROSS
       01 SOLD-UNIT-COST-WORK PIC 9(7)V99 VALUE ZERO.
       01 OVER-ALLOWANCE-WORK PIC 9(6) VALUE ZERO.
       01 GROSS-PROFIT-WORK PIC S9(7)V99 VALUE ZERO.
      * THAT FOLLOWS IT
       01 LAST-SALE-VALID-SWITCH PIC X VALUE 'N'.
       01 LAST-SALE-AMOUNT PIC 9(6) VALUE ZERO.
       01 LAST-SALE-DATE PIC 9(8) VALUE ZERO.
       01 LAST-SALE-BRANCH-INDEX PIC 99 VALUE ZERO.
       01 LAST-SALE-STOCK-NUMBER PIC 9(6) VALUE ZERO.
       01 LAST-SALE-SALESPERSON-ID PIC 9(4) VALUE ZERO.
       01 LAST-SALE-SLSP-INDEX PIC 9(3) VALUE ZERO.

      * LAST-DEAL-PRODUCT-SWITCH: 'Y' WHILE F&I PRODUCT RECORDS MAY
      *     STILL ATTACH TO THE MOST RECENT VALID SALE. A PRODUCT DOES
      *     NOT CONSUME THE SALE - ANY NUMBER OF PRODUCTS, AND THE
      *     DEAL'S FINANCING RECORD, MAY FOLLOW IT - BUT A RECORD OF
      *     ANY OTHER TYPE CLOSES THE DEAL
       01 LAST-DEAL-PRODUCT-SWITCH PIC X VALUE 'N'.

      * F&I PRODUCT MASTER TABLE, LOADED FROM THE PRODUCT MASTER AT
      * THE START OF THE RUN, AND THE PROVIDERS IT NAMES, WITH THE
      * RUN'S PER-PROVIDER REMITTANCE TOTALS RIDING ALONGSIDE
       01 FI-PRODUCT-TABLE.
           03 FI-PRODUCT-ENTRY OCCURS 50 TIMES.
               05 FP-CODE PIC X(4).
               05 FP-DESC PIC X(20).
               05 FP-PROVIDER PIC X(4).
               05 FP-COST PIC 9(5)V99.
               05 FP-MAX-PRICE PIC 9(5)V99.
       01 FI-PRODUCT-COUNT PIC 9(2) VALUE ZERO.
       01 FI-PRODUCT-INDEX PIC 9(2) VALUE ZERO.
       01 FI-PRODUCT-FOUND-INDEX PIC 9(2) VALUE ZERO.
       01 FIPM-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

       01 FI-PROVIDER-TABLE.
           03 FI-PROVIDER-ENTRY OCCURS 20 TIMES.
               05 FV-PROVIDER PIC X(4).
               05 FV-NAME PIC X(20).
               05 FV-CONTRACT-COUNT PIC 9(5).
               05 FV-RETAIL PIC 9(9)V99.
               05 FV-COST-OWED PIC 9(9)V99.
       01 FI-PROVIDER-COUNT PIC 9(2) VALUE ZERO.
       01 FI-PROVIDER-INDEX PIC 9(2) VALUE ZERO.
       01 FI-PROVIDER-FOUND-INDEX PIC 9(2) VALUE ZERO.

      * F&I WORK FIELDS AND COMPANY TOTALS. PRODUCT INCOME IS THE
      * SELLING PRICE LESS OUR COST, AND COUNTS AS GROSS ON THE DEAL
       01 FI-INCOME-WORK PIC S9(7)V99 VALUE ZERO.
       01 FI-TOTAL-PRODUCT-COUNT PIC 9(7) VALUE ZERO.
       01 FI-TOTAL-RETAIL PIC 9(11)V99 VALUE ZERO.
       01 FI-TOTAL-COST PIC 9(11)V99 VALUE ZERO.
       01 FI-TOTAL-INCOME PIC S9(11)V99 VALUE ZERO.
       01 FI-TOTAL-DEAL-COUNT PIC 9(7) VALUE ZERO.
       01 FI-LINE-DEALS PIC 9(7) VALUE ZERO.
       01 FI-LINE-PRODUCTS PIC 9(7) VALUE ZERO.
       01 FI-LINE-INCOME PIC S9(11)V99 VALUE ZERO.
       01 FI-PER-DEAL-WORK PIC 9(3)V99 VALUE ZERO.
       01 FI-INCOME-PER-DEAL-WORK PIC S9(7)V99 VALUE ZERO.

      * WHOLESALE WORK FIELDS, THE PER-BRANCH ROLL-UP (PARALLEL TO
      * VALID-BRANCH-ENTRY), AND COMPANY TOTALS. GAIN OR LOSS IS THE
      * PRICE, LESS AUCTION FEES, LESS THE UNIT'S COST (ACQUISITION
      * PLUS RECON)
       01 WHL-GAIN-WORK PIC S9(7)V99 VALUE ZERO.
       01 WHL-BRANCH-INDEX PIC 99 VALUE ZERO.
       01 BRANCH-WHOLESALE-TABLE.
           03 BRANCH-WHOLESALE OCCURS 5 TIMES.
               05 BRANCH-WHL-UNITS PIC 9(5) VALUE ZERO.
               05 BRANCH-WHL-PRICE PIC 9(9)V99 VALUE ZERO.
               05 BRANCH-WHL-FEES PIC 9(9)V99 VALUE ZERO.
               05 BRANCH-WHL-COST PIC 9(9)V99 VALUE ZERO.
               05 BRANCH-WHL-GAIN PIC S9(9)V99 VALUE ZERO.
       01 WHL-TOTAL-UNITS PIC 9(5) VALUE ZERO.
       01 WHL-TOTAL-PRICE PIC 9(11)V99 VALUE ZERO.
       01 WHL-TOTAL-FEES PIC 9(11)V99 VALUE ZERO.
       01 WHL-TOTAL-COST PIC 9(11)V99 VALUE ZERO.
       01 WHL-TOTAL-GAIN PIC S9(11)V99 VALUE ZERO.
       01 WHL-TOTAL-NET PIC 9(11)V99 VALUE ZERO.

      * MANUFACTURER INCENTIVE PROGRAM TABLE, LOADED AT THE START OF
      * THE RUN, THE PROGRAMS THE DEAL IN HAND QUALIFIES FOR (AS OF
      * ITS SALE DATE) AND THEIR TOTAL, AND THE RUN'S CLAIM TOTALS.
      * INCENTIVES COUNT AS GROSS ON THE DEAL
       01 INCENTIVE-PROGRAM-TABLE.
           03 INCENTIVE-PROGRAM OCCURS 100 TIMES.
               05 IP-CODE PIC X(6).
               05 IP-TYPE PIC X(1).
               05 IP-MODEL PIC X(13).
               05 IP-YEAR PIC 9(4).
               05 IP-FROM-DATE PIC 9(8).
               05 IP-TO-DATE PIC 9(8).
               05 IP-AMOUNT PIC 9(5)V99.
       01 INCENTIVE-PROGRAM-COUNT PIC 9(3) VALUE ZERO.
       01 INCENTIVE-PROGRAM-INDEX PIC 9(3) VALUE ZERO.
       01 INCP-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 DEAL-INCENTIVE-TABLE.
           03 DEAL-INCENTIVE-PROGRAM PIC 9(3) OCCURS 10 TIMES.
       01 DEAL-INCENTIVE-COUNT PIC 9(2) VALUE ZERO.
       01 DEAL-INCENTIVE-INDEX PIC 9(2) VALUE ZERO.
       01 INCENTIVE-DATE-WORK PIC 9(8) VALUE ZERO.
       01 INCENTIVE-AMOUNT-WORK PIC 9(7)V99 VALUE ZERO.
       01 INCENTIVE-ACTION-WORK PIC X(1) VALUE 'C'.
       01 BRANCH-INCENTIVE-TABLE.
           03 BRANCH-INCENTIVE-INCOME PIC S9(9)V99 VALUE ZERO
               OCCURS 5 TIMES.
       01 INC-CLAIM-COUNT PIC 9(5) VALUE ZERO.
       01 INC-TOTAL-CLAIMED PIC 9(11)V99 VALUE ZERO.
       01 INC-REVERSAL-COUNT PIC 9(5) VALUE ZERO.
       01 INC-TOTAL-REVERSED PIC 9(11)V99 VALUE ZERO.
       01 INCENTIVE-DISPLAY PIC +++,+++,++9.99.

      * ASKING-PRICE AND MARKDOWN WORK FIELDS. THE SCHEDULE'S BANDS
      * ARE HELD IN ASCENDING DAYS. A SALE MORE THAN
      * DISCOUNT-LIMIT-PCT UNDER ITS UNIT'S ASKING PRICE IS HELD FOR
      * PRICE REVIEW - 10 PERCENT UNLESS THE CONTROL CARD SAYS
      * OTHERWISE
       01 MARKDOWN-TABLE.
           03 MARKDOWN-BAND OCCURS 10 TIMES.
               05 MKB-DAYS PIC 9(3) VALUE ZERO.
               05 MKB-PCT PIC 9(2)V9 VALUE ZERO.
       01 MARKDOWN-BAND-COUNT PIC 9(2) VALUE ZERO.
       01 MARKDOWN-BAND-INDEX PIC 9(2) VALUE ZERO.
       01 MKDN-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 MARKDOWN-APPLIED-SWITCH PIC X VALUE 'N'.
       01 MARKDOWN-PCT-WORK PIC 9(2)V9 VALUE ZERO.
       01 PRICE-OLD-WORK PIC 9(7)V99 VALUE ZERO.
       01 PRICE-CHANGE-REASON-WORK PIC X(4) VALUE SPACES.
       01 PRICE-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 MARKDOWN-COUNT PIC 9(5) VALUE ZERO.
       01 MARKDOWN-TOTAL-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 SALE-ASKING-PRICE-WORK PIC 9(7)V99 VALUE ZERO.
       01 ASKING-DISCOUNT-WORK PIC S9(7)V99 VALUE ZERO.
       01 DISCOUNT-LIMIT-PCT PIC 9(2) VALUE 10.
       01 AVG-DISCOUNT-WORK PIC S9(7)V99 VALUE ZERO.
       01 AVG-DISCOUNT-DISPLAY PIC ---,--9.99.
       01 PRICE-LIST-UNIT-COUNT PIC 9(5) VALUE ZERO.
       01 PRICE-LIST-TOTAL-ASKING PIC 9(11)V99 VALUE ZERO.

      * VALID-DATES DATA
       01 DAYS-IN-MONTH PIC 99.
               05 BRANCH-GROSS-PROFIT    PIC S9(9)V99 VALUE ZERO.
               05 BRANCH-TITLE-COUNT     PIC 9(5) VALUE ZERO.
               05 BRANCH-TITLE-FEES      PIC 9(9)V99 VALUE ZERO.
               05 BRANCH-FI-PRODUCT-COUNT PIC 9(5) VALUE ZERO.
               05 BRANCH-FI-INCOME       PIC S9(9)V99 VALUE ZERO.

      * PER-BRANCH TAX RATES AND JURISDICTION NAMES, PARALLEL TO
      * VALID-BRANCH-ENTRY, LOADED FROM THE TAX-RATE FILE AT START
               05 SLSP-TOTAL-SALES        PIC 9(9)V99 VALUE ZERO.
               05 SLSP-TOTAL-COMMISSION   PIC 9(9)V99 VALUE ZERO.
               05 SLSP-GROSS-PROFIT       PIC S9(9)V99 VALUE ZERO.
               05 SLSP-FI-PRODUCT-COUNT   PIC 9(5) VALUE ZERO.
               05 SLSP-FI-INCOME          PIC S9(9)V99 VALUE ZERO.
               05 SLSP-DISCOUNT-DEALS     PIC 9(5) VALUE ZERO.
               05 SLSP-TOTAL-DISCOUNT     PIC S9(9)V99 VALUE ZERO.
       01 SALESPERSON-COUNT PIC 9(3) VALUE ZERO.
       01 SALESPERSON-INDEX PIC 9(3) VALUE ZERO.
       01 SALESPERSON-FOUND-INDEX PIC 9(3) VALUE ZERO.
       01 VEHICLE-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 SOLD-DATE-WORK PIC 9(8) VALUE ZERO.

      * REPAIR-ORDER POSTING AND RECONDITIONING REPORT WORK FIELDS.
      * A UNIT WHOSE RECON PASSES RECON-LIMIT-PCT OF ITS ACQUISITION
      * COST IS FLAGGED - 20 PERCENT UNLESS THE CONTROL CARD SAYS
      * OTHERWISE
       01 RO-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RO-REJECT-REASON PIC X(30) VALUE SPACES.
       01 RO-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 RO-POSTED-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 RO-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 RECON-LIMIT-PCT PIC 9(3) VALUE 20.
       01 RECON-PCT-WORK PIC 9(5) VALUE ZERO.
       01 RECON-UNIT-COUNT PIC 9(5) VALUE ZERO.
       01 RECON-OVER-COUNT PIC 9(5) VALUE ZERO.
       01 RECON-TOTAL-SPEND PIC 9(11)V99 VALUE ZERO.

      * PER-BRANCH RECON ROLL-UP, PARALLEL TO VALID-BRANCH-ENTRY
       01 BRANCH-RECON-TABLE.
           03 BRANCH-RECON OCCURS 5 TIMES.
               05 BRANCH-RECON-UNITS PIC 9(5) VALUE ZERO.
               05 BRANCH-RECON-SPEND PIC 9(9)V99 VALUE ZERO.
               05 BRANCH-RECON-OVER PIC 9(5) VALUE ZERO.

      * FLOOR-PLAN RATE TABLE, LOADED FROM FLRRATE.TXT
       01 FLOOR-RATE-TABLE.
           03 FLOOR-RATE-ENTRY OCCURS 20 TIMES.
               05 FR-LENDER PIC X(4).
               05 FR-NAME PIC X(20).
               05 FR-RATE PIC 9(2)V999.
       01 FLOOR-RATE-COUNT PIC 99 VALUE ZERO.
       01 FLOOR-RATE-INDEX PIC 99 VALUE ZERO.
       01 FLOOR-RATE-FOUND-INDEX PIC 99 VALUE ZERO.
       01 FLRT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * FLOOR-PLAN PAYOFF POSTING, PAYOFF-DUE, AND SOLD-OUT-OF-TRUST
      * WORK FIELDS AND TOTALS
       01 FPAY-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 FPAY-REJECT-REASON PIC X(30) VALUE SPACES.
       01 FPAY-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 FPAY-POSTED-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 FPAY-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 PAYOFF-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 PAYOFF-DUE-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 SOOT-COUNT PIC 9(5) VALUE ZERO.
       01 SOOT-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 FLOOR-DISPOSITION-WORK PIC X(1) VALUE 'R'.

      * FLOOR-PLAN INTEREST ON THE UNIT IN HAND, FROM ITS FLOOR DATE
      * TO ITS PAYOFF DATE OR THE GIVEN END DATE, WHICHEVER IS FIRST
       01 FLOOR-INTEREST-WORK PIC 9(7)V99 VALUE ZERO.
       01 FLOOR-END-DATE-WORK PIC 9(8) VALUE ZERO.
       01 FLOOR-DAYS-WORK PIC S9(7) VALUE ZERO.
       01 FLOOR-START-INTEGER PIC 9(7) VALUE ZERO.
       01 FLOOR-END-INTEGER PIC 9(7) VALUE ZERO.

      * UNSOLD-INVENTORY AGING WORK FIELDS AND TOTALS
       01 DAYS-ON-LOT-WORK PIC S9(7) VALUE ZERO.
       01 ACQUIRED-INTEGER-WORK PIC 9(7) VALUE ZERO.
       01 UNSOLD-VEHICLE-COUNT PIC 9(5) VALUE ZERO.
       01 OVER-90-VEHICLE-COUNT PIC 9(5) VALUE ZERO.
       01 OVER-90-COST-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 AGING-FLOOR-INTEREST-TOTAL PIC 9(9)V99 VALUE ZERO.

      * CONTROL TOTALS, USED TO FLAG A HIGH BAD-RECORD RATE
       01 TOTAL-VALID-COUNT PIC 9(7) VALUE ZERO.
           VALUE 'AMOUNT FINANCED EXCEEDS SALE AMOUNT'.
       01 ERR-FIN-UNKNOWN-LENDER            PIC X(40)
           VALUE 'UNKNOWN LENDER CODE'.
       01 ERR-PRD-WITHOUT-SALE              PIC X(40)
           VALUE 'F&I PRODUCT RECORD WITHOUT VALID SALE'.
       01 ERR-PRD-NONNUMERIC                PIC X(40)
           VALUE 'NON-NUMERIC F&I PRODUCT DATA'.
       01 ERR-PRD-UNKNOWN                   PIC X(40)
           VALUE 'F&I PRODUCT NOT ON PRODUCT MASTER'.
       01 ERR-PRD-WRONG-PROVIDER            PIC X(40)
           VALUE 'F&I PROVIDER DOES NOT MATCH PRODUCT'.
       01 ERR-PRD-COST-MISMATCH             PIC X(40)
           VALUE 'F&I PRODUCT COST DOES NOT MATCH MASTER'.
       01 ERR-PRD-PRICE-RANGE               PIC X(40)
           VALUE 'F&I PRICE BELOW COST OR OVER MAXIMUM'.
       01 ERR-WHL-NO-BUYER                  PIC X(40)
           VALUE 'WHOLESALE WITHOUT AUCTION OR DEALER NAME'.
       01 ERR-WHL-BAD-CHANNEL               PIC X(40)
           VALUE 'WHOLESALE CHANNEL NOT A OR D'.
       01 ERR-WHL-BAD-DATE                  PIC X(40)
           VALUE 'INVALID WHOLESALE DATE'.
       01 ERR-WHL-FEES-EXCEED               PIC X(40)
           VALUE 'AUCTION FEES EXCEED WHOLESALE PRICE'.
       01 ERR-UNWIND-NOT-SOLD               PIC X(40)
           VALUE 'UNWIND FOR VEHICLE NOT MARKED SOLD'.
       01 ERR-TFR-FROM-MISMATCH             PIC X(40)
           05 FILLER PIC X(10) VALUE '  AMOUNT'.
           05 FILLER PIC X(10) VALUE '     LOW'.
           05 FILLER PIC X(10) VALUE '    HIGH'.
           05 FILLER PIC X(10) VALUE '  ASKING'.
           05 FILLER PIC X(12) VALUE '      COST'.
           05 FILLER PIC X(20) VALUE 'REASON'.

       01 PRICE-REVIEW-DETAIL.
           05 PREV-LOW PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PREV-HIGH PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PREV-ASKING PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PREV-COST PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PREV-REASON PIC X(20).

       01 LENDER-TOTAL-FUNDED PIC 9(11)V99 VALUE ZERO.
       01 LENDER-TOTAL-RESERVE PIC 9(11)V99 VALUE ZERO.

      * F&I PROVIDER REMITTANCE REPORT LINES
       01 FI-REMIT-HEADING.
           05 FILLER PIC X(6) VALUE 'CODE'.
           05 FILLER PIC X(22) VALUE 'PROVIDER'.
           05 FILLER PIC X(11) VALUE 'CONTRACTS'.
           05 FILLER PIC X(18) VALUE '          RETAIL'.
           05 FILLER PIC X(18) VALUE '       COST OWED'.

       01 FI-REMIT-DETAIL.
           05 FREM-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FREM-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FREM-CONTRACTS PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FREM-RETAIL PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FREM-COST PIC $$$,$$$,$$9.99.

       01 FI-REMIT-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE 'TOTAL'.
           05 FREM-TOTAL-CONTRACTS PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FREM-TOTAL-RETAIL PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FREM-TOTAL-COST PIC $$$,$$$,$$9.99.

      * F&I REPORT LINES - ONE LAYOUT SERVES THE BRANCH SECTION, THE
      * SALESPERSON SECTION, AND THE COMPANY LINE
       01 FI-BRANCH-TITLE PIC X(50)
           VALUE 'F&I PRODUCT PENETRATION BY BRANCH'.

       01 FI-SLSP-TITLE PIC X(50)
           VALUE 'F&I PRODUCT PENETRATION BY SALESPERSON'.

       01 FI-REPORT-HEADING.
           05 FILLER PIC X(6) VALUE 'CODE'.
           05 FILLER PIC X(12) VALUE 'NAME'.
           05 FILLER PIC X(9) VALUE ' DEALS'.
           05 FILLER PIC X(9) VALUE 'PRODUCTS'.
           05 FILLER PIC X(9) VALUE 'PER DEAL'.
           05 FILLER PIC X(17) VALUE '    F&I INCOME'.
           05 FILLER PIC X(13) VALUE ' INCOME/DEAL'.

       01 FI-DETAIL-LINE.
           05 FIR-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIR-NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIR-DEALS PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FIR-PRODUCTS PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FIR-PER-DEAL PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FIR-INCOME PIC ++++,+++,++9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIR-INCOME-PER-DEAL PIC +++,++9.99.

      * WHOLESALE RESULTS REPORT LINES
       01 WHOLESALE-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(15) VALUE 'MODEL'.
           05 FILLER PIC X(6) VALUE 'YEAR'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(9) VALUE 'CHANNEL'.
           05 FILLER PIC X(22) VALUE 'AUCTION/DEALER'.
           05 FILLER PIC X(14) VALUE '       PRICE'.
           05 FILLER PIC X(11) VALUE '     FEES'.
           05 FILLER PIC X(14) VALUE '        COST'.
           05 FILLER PIC X(13) VALUE '    GAIN/LOSS'.

       01 WHOLESALE-DETAIL.
           05 WHLD-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-MODEL PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WHLD-CHANNEL PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-BUYER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-PRICE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-FEES PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-COST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLD-GAIN PIC +,+++,++9.99.

       01 WHOLESALE-BRANCH-TITLE PIC X(50)
           VALUE 'WHOLESALE RESULTS BY BRANCH'.

       01 WHOLESALE-BRANCH-HEADING.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(9) VALUE ' UNITS'.
           05 FILLER PIC X(16) VALUE '      PROCEEDS'.
           05 FILLER PIC X(15) VALUE '         FEES'.
           05 FILLER PIC X(16) VALUE '          COST'.
           05 FILLER PIC X(14) VALUE '     GAIN/LOSS'.

       01 MARKDOWN-LOG-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(15) VALUE 'MODEL'.
           05 FILLER PIC X(6) VALUE 'YEAR'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(8) VALUE '   DAYS'.
           05 FILLER PIC X(8) VALUE '    PCT'.
           05 FILLER PIC X(14) VALUE '   OLD PRICE'.
           05 FILLER PIC X(14) VALUE '   NEW PRICE'.
           05 FILLER PIC X(10) VALUE 'CHANGE'.

       01 MARKDOWN-LOG-DETAIL.
           05 MKL-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MKL-MODEL PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MKL-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MKL-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 MKL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 MKL-PCT PIC ZZ.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 MKL-OLD-PRICE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MKL-NEW-PRICE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MKL-CHANGE PIC X(10).

       01 MARKDOWN-LOG-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE 'PRICES CHANGED: '.
           05 MKLT-CHANGED PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE '   MARKDOWNS: '.
           05 MKLT-MARKDOWNS PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE '   TOTAL MARKED DOWN: '.
           05 MKLT-AMOUNT PIC $$$,$$$,$$9.99.

       01 PRICE-LIST-BRANCH-TITLE.
           05 FILLER PIC X(20) VALUE 'PRICE LIST - BRANCH '.
           05 PLT-BRANCH PIC 9(4).

       01 PRICE-LIST-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(15) VALUE 'MODEL'.
           05 FILLER PIC X(6) VALUE 'YEAR'.
           05 FILLER PIC X(8) VALUE '   DAYS'.
           05 FILLER PIC X(12) VALUE 'STATUS'.
           05 FILLER PIC X(14) VALUE '      ASKING'.
           05 FILLER PIC X(10) VALUE 'PRICED ON'.
           05 FILLER PIC X(12) VALUE 'NOTE'.

       01 PRICE-LIST-DETAIL.
           05 PLD-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLD-MODEL PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLD-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLD-DAYS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PLD-STATUS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLD-ASKING PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLD-PRICE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLD-NOTE PIC X(12).

       01 PRICE-LIST-TOTAL-LINE.
           05 FILLER PIC X(7) VALUE 'UNITS: '.
           05 PLTT-UNITS PIC ZZ,ZZ9.
           05 FILLER PIC X(17) VALUE '   TOTAL ASKING: '.
           05 PLTT-ASKING PIC $$$,$$$,$$9.99.

       01 WHOLESALE-BRANCH-LINE.
           05 WHLB-BRANCH PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLB-UNITS PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WHLB-PRICE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLB-FEES PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLB-COST PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHLB-GAIN PIC +++,+++,++9.99.

      * TITLE TRANSMITTAL LINES
       01 TRANSMITTAL-HEADING.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
       01 TAX-TOTAL-TAXABLE PIC 9(11)V99 VALUE ZERO.
       01 TAX-TOTAL-COLLECTED PIC 9(11)V99 VALUE ZERO.

      * RECONDITIONING REPORT LINES
       01 RECON-POSTING-TITLE PIC X(40)
           VALUE 'REPAIR ORDERS POSTED THIS RUN'.

       01 RECON-POSTING-HEADING.
           05 FILLER PIC X(10) VALUE 'RO NUMBER'.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(23) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(12) VALUE '    AMOUNT'.
           05 FILLER PIC X(30) VALUE 'DISPOSITION'.

       01 RECON-POSTING-DETAIL.
           05 RCNP-NUMBER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNP-STOCK PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNP-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNP-DESCRIPTION PIC X(21).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNP-AMOUNT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNP-DISPOSITION PIC X(30).

       01 RECON-POSTING-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE 'POSTED:'.
           05 RCNP-POSTED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE '  AMOUNT:'.
           05 RCNP-POSTED-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(12) VALUE '  REJECTED:'.
           05 RCNP-REJECTED-COUNT PIC ZZ,ZZ9.

       01 RECON-UNIT-TITLE PIC X(40)
           VALUE 'RECONDITIONING BY UNIT'.

       01 RECON-UNIT-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(15) VALUE 'MODEL'.
           05 FILLER PIC X(6) VALUE 'YEAR'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(15) VALUE '     ACQ COST'.
           05 FILLER PIC X(15) VALUE '   RECON COST'.
           05 FILLER PIC X(6) VALUE '  PCT'.
           05 FILLER PIC X(16) VALUE 'NOTE'.

       01 RECON-UNIT-DETAIL.
           05 RCNU-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNU-MODEL PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNU-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNU-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RCNU-STATUS PIC X(10).
           05 RCNU-ACQ-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNU-RECON-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNU-PCT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCNU-NOTE PIC X(16).

       01 RECON-BRANCH-TITLE PIC X(40)
           VALUE 'RECONDITIONING BY BRANCH'.

       01 RECON-BRANCH-HEADING.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'UNITS'.
           05 FILLER PIC X(18) VALUE '    RECON SPEND'.
           05 FILLER PIC X(16) VALUE 'OVER THRESHOLD'.

       01 RECON-BRANCH-DETAIL.
           05 RCNB-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RCNB-UNITS PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RCNB-SPEND PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(8) VALUE SPACES.
           05 RCNB-OVER PIC ZZ,ZZ9.

       01 RECON-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE 'TOTAL'.
           05 RCNB-TOTAL-UNITS PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RCNB-TOTAL-SPEND PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(8) VALUE SPACES.
           05 RCNB-TOTAL-OVER PIC ZZ,ZZ9.

       01 RECON-THRESHOLD-LINE.
           05 FILLER PIC X(33) VALUE 'UNITS FLAGGED WHEN RECON EXCEEDS'.
           05 RCNT-LIMIT PIC ZZ9.
           05 FILLER PIC X(22) VALUE '% OF ACQUISITION COST'.

      * FLOOR-PLAN REPORT LINES
       01 FLOOR-POSTING-TITLE PIC X(50)
           VALUE 'FLOOR-PLAN PAYOFFS CONFIRMED THIS RUN'.

       01 FLOOR-POSTING-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'LENDER'.
           05 FILLER PIC X(10) VALUE 'PAID'.
           05 FILLER PIC X(14) VALUE '   PRINCIPAL'.
           05 FILLER PIC X(14) VALUE '     PAID AMT'.
           05 FILLER PIC X(30) VALUE 'DISPOSITION'.

       01 FLOOR-POSTING-DETAIL.
           05 FLRP-STOCK PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRP-LENDER PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FLRP-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRP-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRP-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRP-DISPOSITION PIC X(30).

       01 FLOOR-POSTING-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'PAYOFFS POSTED:'.
           05 FLRP-POSTED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  TOTALING '.
           05 FLRP-POSTED-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE '   REJECTED: '.
           05 FLRP-REJECTED-COUNT PIC ZZ,ZZ9.

       01 FLOOR-DUE-TITLE PIC X(50)
           VALUE 'FLOOR-PLAN PAYOFFS DUE - UNITS SOLD THIS RUN'.

       01 FLOOR-UNIT-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'LENDER'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'FLOORED'.
           05 FILLER PIC X(10) VALUE 'SOLD'.
           05 FILLER PIC X(8) VALUE '   DAYS'.
           05 FILLER PIC X(14) VALUE '   PRINCIPAL'.
           05 FILLER PIC X(14) VALUE '    INTEREST'.

       01 FLOOR-UNIT-DETAIL.
           05 FLRU-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRU-LENDER PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FLRU-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FLRU-FLOOR-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRU-SOLD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRU-DAYS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRU-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRU-INTEREST PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLRU-NOTE PIC X(14).

       01 FLOOR-DUE-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'PAYOFFS DUE:'.
           05 FLRD-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  PRINCIPAL '.
           05 FLRD-AMOUNT PIC $$$,$$$,$$9.99.

       01 FLOOR-SOOT-TITLE PIC X(50)
           VALUE 'SOLD OUT OF TRUST - SOLD UNITS STILL FLOORED'.

       01 FLOOR-SOOT-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'UNITS OUT:'.
           05 FLRS-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  PRINCIPAL '.
           05 FLRS-AMOUNT PIC $$$,$$$,$$9.99.

      * UNSOLD-INVENTORY AGING REPORT LINES
       01 VEHICLE-AGING-HEADING.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(6) VALUE 'YEAR'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(15) VALUE '      ACQ COST'.
           05 FILLER PIC X(12) VALUE '  FLOOR INT'.
           05 FILLER PIC X(10) VALUE 'DAYS'.
           05 FILLER PIC X(18) VALUE 'NOTE'.

           05 FILLER PIC X(2) VALUE SPACES.
           05 VAGE-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAGE-FLOOR-INTEREST PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAGE-DAYS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAGE-NOTE PIC X(18).
       01 VEHICLE-AGING-OVER90-LINE.
           05 FILLER PIC X(35) VALUE 'OVER 90 DAYS:'.
           05 VAGE-OVER90-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE '  COST + FLOOR INT:'.
           05 VAGE-OVER90-COST PIC $$$,$$$,$$9.99.

       01 VEHICLE-AGING-FLOOR-LINE.
           05 FILLER PIC X(35) VALUE 'FLOOR-PLAN INTEREST CARRIED:'.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(22) VALUE SPACES.
           05 VAGE-FLOOR-TOTAL PIC $$$,$$$,$$9.99.


       PROCEDURE DIVISION.

      *    ALWAYS EXTEND; THE MONTHEND PROGRAM'S CLOSE STEP RESETS IT
           OPEN EXTEND MTD-SALES-FILE.

      *    EVERY ASKING-PRICE CHANGE, FROM THE FEED OR THE MARKDOWN
      *    SCHEDULE, IS LOGGED FOR THE RUN AND KEPT IN THE HISTORY
           OPEN EXTEND PRICE-HISTORY-FILE.
           OPEN OUTPUT MARKDOWN-LOG.
           MOVE MARKDOWN-LOG-HEADING TO MARKDOWN-PRINT-LINE.
           WRITE MARKDOWN-PRINT-LINE.

      *    (RE-)LOAD THE VEHICLE MASTER FROM THE ACQUISITIONS FEED,
      *    IF ONE WAS DROPPED OFF FOR THIS RUN
           PERFORM LOAD-VEHICLE-MASTER-SEED.
      *    RATE EACH PAYS US, COME OFF THE LENDER MASTER
           PERFORM LOAD-LENDER-MASTER.

      *    AND THE F&I PRODUCTS THE BUSINESS OFFICE SELLS, WITH THE
      *    PROVIDERS WHO UNDERWRITE THEM
           PERFORM LOAD-FI-PRODUCT-MASTER.

      *    COMMISSION PAYS BY PLAN, NOT BY WHATEVER RATE GOT KEYED
           PERFORM LOAD-COMMISSION-PLANS.
           OPEN OUTPUT COMMISSION-VARIANCE-REPORT.
      *    RUNS, LIKE THE MONTH-TO-DATE SALES FILE
           OPEN EXTEND FINANCE-CONTRACT-FILE.

      *    THE FACTORY PROGRAMS IN FORCE, AND THE CLAIMS FILE EVERY
      *    QUALIFYING SALE APPENDS TO
           PERFORM LOAD-INCENTIVE-PROGRAMS.
           OPEN EXTEND INCENTIVE-CLAIM-FILE.

      *    VEHICLE-MASTER UPDATES JOURNAL LIKE EVERY OTHER MASTER
           OPEN EXTEND MASTER-JOURNAL.

      *    CAPITALIZE THE SHOP'S CLOSED REPAIR ORDERS ONTO THEIR UNITS
      *    BEFORE ANY SALE IS COSTED AGAINST THEM
           OPEN OUTPUT RECON-REPORT.
           PERFORM POST-REPAIR-ORDERS.

      *    CLEAR THE FLOOR-PLAN NOTES THE LENDERS HAVE CONFIRMED PAID,
      *    THEN OPEN THE PAYOFF-DUE LIST FOR THE DAY'S SALES
           PERFORM LOAD-FLOOR-RATES.
           OPEN OUTPUT FLOOR-PLAN-REPORT.
           OPEN OUTPUT FLOOR-PAYOFF-DUE-FILE.
           PERFORM POST-FLOOR-PAYOFFS.

      *    TAKE THE SCHEDULED MARKDOWNS ON UNITS THAT HAVE AGED INTO A
      *    NEW BAND BEFORE ANY SALE IS MEASURED AGAINST ITS ASKING
           PERFORM LOAD-MARKDOWN-SCHEDULE.
           PERFORM APPLY-MARKDOWN-SCHEDULE.

           OPEN OUTPUT TRANSFER-LOG.
           MOVE TRANSFER-HEADING TO TRANSFER-PRINT-LINE.
           WRITE TRANSFER-PRINT-LINE.

           OPEN OUTPUT WHOLESALE-REPORT.
           MOVE WHOLESALE-HEADING TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.

      *    EVERY SALE IS TAXED UNDER ITS BRANCH JURISDICTION, SO THE
      *    TAX-RATE FILE HAS TO BE IN HAND BEFORE ANYTHING PROCESSES
           PERFORM LOAD-TAX-RATE-FILE.
           PERFORM WRITE-SALESPERSON-SUMMARY.
           PERFORM WRITE-COMMISSION-EXTRACT.
           PERFORM WRITE-VEHICLE-AGING-REPORT.
           PERFORM WRITE-PRICE-LIST.
           PERFORM WRITE-RECON-REPORT.
           PERFORM WRITE-FLOOR-PLAN-REPORT.
           PERFORM WRITE-WHOLESALE-SUMMARY.
           PERFORM WRITE-TAX-REMITTANCE-REPORT.
           PERFORM WRITE-LENDER-REMITTANCE-REPORT.
           PERFORM WRITE-FI-REMITTANCE-REPORT.
           PERFORM WRITE-FI-REPORT.
           PERFORM WRITE-TITLE-TRANSMITTAL.

           MOVE TOTAL-COMM-VARIANCE-COUNT TO CVAR-TOTAL-COUNT.
           MOVE COMMVAR-TOTAL-LINE TO COMMVAR-PRINT-LINE.
           WRITE COMMVAR-PRINT-LINE.

      *    THE RUN'S BALANCED LEDGER LINES - SALES, TAX PAYABLE,
      *    COMMISSION EXPENSE, F&I PRODUCT SALES, THE PRODUCT COST
      *    OWED THE PROVIDERS, WHOLESALE PROCEEDS NET OF AUCTION
      *    FEES, AND THE FACTORY INCENTIVES CLAIMED (AND WITHDRAWN ON
      *    UNWOUND DEALS) - FOR THE SHARED EXTRACT
           MOVE ZERO TO COMPANY-TOTAL-COMMISSION.
           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
           MOVE 'COMM' TO GL-STAGE-SOURCE-WORK.
           MOVE COMPANY-TOTAL-COMMISSION TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'FIPR' TO GL-STAGE-SOURCE-WORK.
           MOVE FI-TOTAL-RETAIL TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'FICS' TO GL-STAGE-SOURCE-WORK.
           MOVE FI-TOTAL-COST TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'WHSL' TO GL-STAGE-SOURCE-WORK.
           MOVE WHL-TOTAL-NET TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'INCV' TO GL-STAGE-SOURCE-WORK.
           MOVE INC-TOTAL-CLAIMED TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'INCR' TO GL-STAGE-SOURCE-WORK.
           MOVE INC-TOTAL-REVERSED TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           PERFORM WRITE-GL-EXTRACT.

      *    IF TOO MANY RECORDS FAILED VALIDATION, FLAG FOR REVIEW
                 SALESPERSON-MASTER
                 MTD-SALES-FILE
                 FINANCE-CONTRACT-FILE
                 INCENTIVE-CLAIM-FILE
                 MASTER-JOURNAL
                 TRANSFER-LOG
                 COMMISSION-VARIANCE-REPORT
                 BUYER-MASTER
                 TITLE-EXTRACT-FILE
                 RECON-REPORT
                 FLOOR-PLAN-REPORT
                 FLOOR-PAYOFF-DUE-FILE
                 WHOLESALE-REPORT
                 PRICE-HISTORY-FILE
                 MARKDOWN-LOG.

      *    GIVE THE JOB SCHEDULER A NON-ZERO RETURN CODE WHEN THE BATCH
      *    NEEDS MANUAL REVIEW, SO AN UNATTENDED RUN DOESN'T JUST

           MOVE CTL-PERIOD TO CONTROL-PERIOD-WORK.
           MOVE CTL-PROCESSING-DATE TO PROCESSING-DATE-WORK.
           IF CTL-RECON-PCT IS NUMERIC
                AND CTL-RECON-PCT > ZERO
               MOVE CTL-RECON-PCT TO RECON-LIMIT-PCT
           END-IF.
           IF CTL-DISCOUNT-PCT IS NUMERIC
                AND CTL-DISCOUNT-PCT > ZERO
               MOVE CTL-DISCOUNT-PCT TO DISCOUNT-LIMIT-PCT
           END-IF.



               STOP RUN
           END-IF.

      *    FINANCING AND F&I PRODUCT RECORDS RIDE ON THE SALE RECORD
      *    BEFORE THEM AND GET THEIR OWN VALIDATION; EVERYTHING ELSE
      *    IS A SALE RECORD
           IF INPUT-RECORD (1:3) = 'TRL'
               PERFORM CAPTURE-BATCH-TRAILER
           ELSE
               PERFORM ACCUMULATE-BATCH-HASH
      *        ONLY A FINANCING OR PRODUCT RECORD KEEPS THE LAST DEAL
      *        OPEN FOR MORE F&I PRODUCTS
               IF RECORD-TYPE-CODE OF INPUT-RECORD NOT = 'F'
                    AND RECORD-TYPE-CODE OF INPUT-RECORD NOT = 'P'
                   MOVE 'N' TO LAST-DEAL-PRODUCT-SWITCH
               END-IF
               IF RECORD-TYPE-CODE OF INPUT-RECORD = 'F'
                   PERFORM PROCESS-FINANCING-RECORD
               ELSE
               IF RECORD-TYPE-CODE OF INPUT-RECORD = 'P'
                   PERFORM PROCESS-PRODUCT-RECORD
               ELSE
               IF RECORD-TYPE-CODE OF INPUT-RECORD = 'U'
                   PERFORM PROCESS-UNWIND-RECORD
               ELSE
               IF RECORD-TYPE-CODE OF INPUT-RECORD = 'T'
                   PERFORM PROCESS-TRANSFER-RECORD
               ELSE
               IF RECORD-TYPE-CODE OF INPUT-RECORD = 'W'
                   PERFORM PROCESS-WHOLESALE-RECORD
               ELSE
                   PERFORM VALIDATE-SALE-RECORD
               END-IF END-IF END-IF END-IF END-IF
           END-IF.

      *    READ THE NEXT DATA RECORD IN FROM INPUT-FILE
      *
      *    FOLDS THE DETAIL RECORD IN HAND INTO THE RUNNING COUNT AND
      *    AMOUNT HASH - THE SALE AMOUNT ON A SALE RECORD, THE AMOUNT
      *    FINANCED ON A FINANCING RECORD, THE SELLING PRICE IN WHOLE
      *    DOLLARS ON AN F&I PRODUCT RECORD, THE WHOLESALE PRICE IN
      *    WHOLE DOLLARS ON A WHOLESALE RECORD.
      *
      ******************************************************************
       ACCUMULATE-BATCH-HASH.
               IF FIN-AMOUNT-FINANCED IS NUMERIC
                   ADD FIN-AMOUNT-FINANCED TO BATCH-HASH-TOTAL
               END-IF
           ELSE
           IF RECORD-TYPE-CODE OF INPUT-RECORD = 'P'
               IF PRD-SELL-PRICE IS NUMERIC
                   ADD PRD-SELL-PRICE TO BATCH-HASH-TOTAL
               END-IF
           ELSE
           IF RECORD-TYPE-CODE OF INPUT-RECORD = 'W'
               IF WHL-PRICE IS NUMERIC
                   ADD WHL-PRICE TO BATCH-HASH-TOTAL
               END-IF
           ELSE
               IF SALE-AMOUNT OF INPUT-RECORD IS NUMERIC
                   ADD SALE-AMOUNT OF INPUT-RECORD
                       TO BATCH-HASH-TOTAL
               END-IF
           END-IF END-IF END-IF.



                   BRANCH-NET-SALES (BRANCH-FOUND-INDEX)
               ADD GROSS-PROFIT-WORK TO
                   BRANCH-GROSS-PROFIT (BRANCH-FOUND-INDEX)
               ADD INCENTIVE-AMOUNT-WORK TO
                   BRANCH-INCENTIVE-INCOME (BRANCH-FOUND-INDEX)
           END-IF.


                   SLSP-TOTAL-COMMISSION (SALESPERSON-FOUND-INDEX)
               ADD GROSS-PROFIT-WORK TO
                   SLSP-GROSS-PROFIT (SALESPERSON-FOUND-INDEX)
               IF SALE-ASKING-PRICE-WORK > ZERO
                   ADD 1 TO
                       SLSP-DISCOUNT-DEALS (SALESPERSON-FOUND-INDEX)
                   ADD ASKING-DISCOUNT-WORK TO
                       SLSP-TOTAL-DISCOUNT (SALESPERSON-FOUND-INDEX)
               END-IF
           END-IF.


      *    COMPUTE-GROSS-PROFIT
      *
      *    THE DEAL'S GROSS: SALE AMOUNT, LESS WHAT THE SOLD UNIT WAS
      *    ACQUIRED FOR AND THE RECON CAPITALIZED ONTO IT SINCE, LESS
      *    ANY OVER-ALLOWANCE GIVEN ON THE TRADE
      *    BEYOND ITS BOOK-VALUE HIGH (THE TRADE STOCKS AT THE
      *    ALLOWANCE, SO WHATEVER WE GAVE OVER BOOK IS MARGIN GIVEN
      *    AWAY ON THIS DEAL), PLUS THE FACTORY INCENTIVES THE DEAL
      *    EARNS (FIND-DEAL-INCENTIVES RUNS FIRST). A TRADE WITH NO
      *    BOOK RANGE ON FILE IS NOT SECOND-GUESSED.
      *
      ******************************************************************
       COMPUTE-GROSS-PROFIT.

           COMPUTE GROSS-PROFIT-WORK =
               SALE-AMOUNT OF INPUT-RECORD
               - SOLD-UNIT-COST-WORK - OVER-ALLOWANCE-WORK
               + INCENTIVE-AMOUNT-WORK.


      ******************************************************************
      *
      *    LOAD-INCENTIVE-PROGRAMS
      *
      *    LOADS THE FACTORY'S INCENTIVE PROGRAMS. NO FILE IS NOT AN
      *    ERROR - NO SALE QUALIFIES FOR ANYTHING AND NO CLAIMS ARE
      *    WRITTEN. A LINE THAT IS NOT A REBATE OR DEALER CASH, OR
      *    CARRIES NO USABLE DATES OR AMOUNT, IS SKIPPED WITH A
      *    WARNING RATHER THAN CLAIMED AGAINST.
      *
      ******************************************************************
       LOAD-INCENTIVE-PROGRAMS.
           MOVE 'YES' TO INCP-DATA-REMAINS-SWITCH.
           OPEN INPUT INCENTIVE-PROGRAM-FILE.

           READ INCENTIVE-PROGRAM-FILE
               AT END
                   MOVE 'NO' TO INCP-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL INCP-DATA-REMAINS-SWITCH = 'NO'
               IF (INCP-TYPE-IN = 'R' OR INCP-TYPE-IN = 'D')
                    AND INCP-YEAR-IN IS NUMERIC
                    AND INCP-FROM-DATE-IN IS NUMERIC
                    AND INCP-TO-DATE-IN IS NUMERIC
                    AND INCP-AMOUNT-IN IS NUMERIC
                    AND INCP-AMOUNT-IN > ZERO
                   IF INCENTIVE-PROGRAM-COUNT < 100
                       ADD 1 TO INCENTIVE-PROGRAM-COUNT
                       MOVE INCP-CODE-IN
                           TO IP-CODE (INCENTIVE-PROGRAM-COUNT)
                       MOVE INCP-TYPE-IN
                           TO IP-TYPE (INCENTIVE-PROGRAM-COUNT)
                       MOVE INCP-MODEL-IN
                           TO IP-MODEL (INCENTIVE-PROGRAM-COUNT)
                       MOVE INCP-YEAR-IN
                           TO IP-YEAR (INCENTIVE-PROGRAM-COUNT)
                       MOVE INCP-FROM-DATE-IN
                           TO IP-FROM-DATE (INCENTIVE-PROGRAM-COUNT)
                       MOVE INCP-TO-DATE-IN
                           TO IP-TO-DATE (INCENTIVE-PROGRAM-COUNT)
                       MOVE INCP-AMOUNT-IN
                           TO IP-AMOUNT (INCENTIVE-PROGRAM-COUNT)
                   ELSE
                       DISPLAY '*** WARNING: INCENTIVE PROGRAM TABLE '
                           'FULL AT 100 - PROGRAM ' INCP-CODE-IN
                           ' NOT LOADED ***'
                   END-IF
               ELSE
                   DISPLAY '*** WARNING: INCENTIVE PROGRAM '
                       INCP-CODE-IN ' IS INVALID - NOT LOADED ***'
               END-IF
               READ INCENTIVE-PROGRAM-FILE
                   AT END
                       MOVE 'NO' TO INCP-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE INCENTIVE-PROGRAM-FILE.


      ******************************************************************
      *
      *    FIND-DEAL-INCENTIVES
      *
      *    COLLECTS EVERY PROGRAM RUNNING ON THE DEAL'S CAR-MODEL AND
      *    CAR-YEAR AS OF INCENTIVE-DATE-WORK (THE SALE DATE, SET BY
      *    THE CALLER), AND TOTALS WHAT THEY EARN THE DEAL. A USED
      *    UNIT SIMPLY FINDS NO PROGRAM FOR ITS MODEL YEAR.
      *
      ******************************************************************
       FIND-DEAL-INCENTIVES.
           MOVE ZERO TO DEAL-INCENTIVE-COUNT.
           MOVE ZERO TO INCENTIVE-AMOUNT-WORK.

           PERFORM VARYING INCENTIVE-PROGRAM-INDEX FROM 1 BY 1
               UNTIL INCENTIVE-PROGRAM-INDEX > INCENTIVE-PROGRAM-COUNT
               IF IP-MODEL (INCENTIVE-PROGRAM-INDEX) =
                    CAR-MODEL OF INPUT-RECORD
                  AND IP-YEAR (INCENTIVE-PROGRAM-INDEX) =
                    CAR-YEAR OF INPUT-RECORD
                  AND INCENTIVE-DATE-WORK >=
                    IP-FROM-DATE (INCENTIVE-PROGRAM-INDEX)
                  AND (IP-TO-DATE (INCENTIVE-PROGRAM-INDEX) = ZERO
                    OR INCENTIVE-DATE-WORK <=
                       IP-TO-DATE (INCENTIVE-PROGRAM-INDEX))
                  AND DEAL-INCENTIVE-COUNT < 10
                   ADD 1 TO DEAL-INCENTIVE-COUNT
                   MOVE INCENTIVE-PROGRAM-INDEX
                       TO DEAL-INCENTIVE-PROGRAM (DEAL-INCENTIVE-COUNT)
                   ADD IP-AMOUNT (INCENTIVE-PROGRAM-INDEX)
                       TO INCENTIVE-AMOUNT-WORK
               END-IF
           END-PERFORM.


      ******************************************************************
      *
      *    WRITE-INCENTIVE-CLAIMS
      *
      *    WRITES ONE CLAIM RECORD PER PROGRAM FIND-DEAL-INCENTIVES
      *    COLLECTED FOR THE DEAL IN HAND - A CLAIM ('C') ON A SALE,
      *    A WITHDRAWAL ('R') ON AN UNWIND - AND ADDS IT TO THE RUN'S
      *    CLAIMED OR REVERSED TOTAL FOR THE LEDGER.
      *
      ******************************************************************
       WRITE-INCENTIVE-CLAIMS.
           PERFORM VARYING DEAL-INCENTIVE-INDEX FROM 1 BY 1
               UNTIL DEAL-INCENTIVE-INDEX > DEAL-INCENTIVE-COUNT
               MOVE DEAL-INCENTIVE-PROGRAM (DEAL-INCENTIVE-INDEX)
                   TO INCENTIVE-PROGRAM-INDEX
               MOVE RUN-NUMBER-WORK TO ICL-RUN-NUMBER
               MOVE STOCK-NUMBER OF INPUT-RECORD TO ICL-STOCK-NUMBER
               MOVE IP-CODE (INCENTIVE-PROGRAM-INDEX)
                   TO ICL-PROGRAM-CODE
               MOVE IP-TYPE (INCENTIVE-PROGRAM-INDEX) TO ICL-TYPE
               MOVE INCENTIVE-ACTION-WORK TO ICL-ACTION
               MOVE CAR-MODEL OF INPUT-RECORD TO ICL-MODEL
               MOVE CAR-YEAR OF INPUT-RECORD TO ICL-YEAR
               MOVE BRANCH OF INPUT-RECORD TO ICL-BRANCH
               MOVE INCENTIVE-DATE-WORK TO ICL-SALE-DATE
               MOVE IP-AMOUNT (INCENTIVE-PROGRAM-INDEX) TO ICL-AMOUNT
               WRITE INCENTIVE-CLAIM-RECORD
               IF INCENTIVE-ACTION-WORK = 'R'
                   ADD 1 TO INC-REVERSAL-COUNT
                   ADD IP-AMOUNT (INCENTIVE-PROGRAM-INDEX)
                       TO INC-TOTAL-REVERSED
               ELSE
                   ADD 1 TO INC-CLAIM-COUNT
                   ADD IP-AMOUNT (INCENTIVE-PROGRAM-INDEX)
                       TO INC-TOTAL-CLAIMED
               END-IF
           END-PERFORM.


      ******************************************************************
      *    ACQUISITIONS FEED DROPPED OFF FOR THIS RUN. A NEW CAR
      *    ARRIVES AVAILABLE; AN UPDATE TO AN EXISTING STOCK NUMBER
      *    REFRESHES THE DESCRIPTIVE FIELDS BUT NEVER UN-SELLS A SOLD
      *    CAR OR DROPS ITS RECON, AND A FLOOR-PLAN NOTE ALREADY PAID
      *    OFF IS NEVER RE-OPENED. AN ASKING PRICE ON THE FEED PRICES
      *    OR REPRICES A UNIT STILL IN STOCK. NO FEED FILE IS NOT AN
      *    ERROR - THE MASTER CARRIES OVER UNCHANGED.
      *
      ******************************************************************
       LOAD-VEHICLE-MASTER-SEED.
                           MOVE VSEED-ACQUIRED-DATE
                               TO VEH-ACQUIRED-DATE
                           MOVE ZERO TO VEH-SOLD-DATE
                           MOVE ZERO TO VEH-RECON-COST
                           MOVE SPACES TO VEH-FLOOR-LENDER
                           MOVE ZERO TO VEH-FLOOR-AMOUNT
                           MOVE ZERO TO VEH-FLOOR-DATE
                           MOVE ZERO TO VEH-FLOOR-PAYOFF-DATE
                           PERFORM APPLY-SEED-FLOOR-PLAN
                           MOVE ZERO TO VEH-ASKING-PRICE
                           MOVE ZERO TO VEH-PRICE-DATE
                           MOVE ZERO TO VEH-MARKDOWN-DAYS
                           PERFORM APPLY-SEED-ASKING-PRICE
                           WRITE VEHICLE-MASTER-RECORD
                       NOT INVALID KEY
                           MOVE VSEED-MODEL TO VEH-MODEL
                               TO VEH-ACQUISITION-COST
                           MOVE VSEED-ACQUIRED-DATE
                               TO VEH-ACQUIRED-DATE
                           IF VEH-FLOOR-PAYOFF-DATE IS NOT NUMERIC
                                OR VEH-FLOOR-PAYOFF-DATE = ZERO
                               PERFORM APPLY-SEED-FLOOR-PLAN
                           END-IF
                           IF VEH-STATUS NOT = 'S'
                                AND VEH-STATUS NOT = 'W'
                               PERFORM APPLY-SEED-ASKING-PRICE
                           END-IF
                           REWRITE VEHICLE-MASTER-RECORD
                   END-READ
               END-IF

      ******************************************************************
      *
      *    APPLY-SEED-FLOOR-PLAN
      *
      *    CARRIES THE ACQUISITIONS FEED'S FLOOR-PLAN NOTE ONTO THE
      *    MASTER RECORD IN HAND. A FEED LINE WITH NO LENDER (A CASH
      *    PURCHASE) OR AN UNREADABLE AMOUNT OR DATE LEAVES THE
      *    UNIT'S FLOOR-PLAN FIELDS AS THEY WERE.
      *
      ******************************************************************
       APPLY-SEED-FLOOR-PLAN.
           IF VSEED-FLOOR-LENDER NOT = SPACES
                AND VSEED-FLOOR-AMOUNT IS NUMERIC
                AND VSEED-FLOOR-DATE IS NUMERIC
               MOVE VSEED-FLOOR-LENDER TO VEH-FLOOR-LENDER
               MOVE VSEED-FLOOR-AMOUNT TO VEH-FLOOR-AMOUNT
               MOVE VSEED-FLOOR-DATE TO VEH-FLOOR-DATE
               MOVE ZERO TO VEH-FLOOR-PAYOFF-DATE
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-STOCK-NUMBER
      *
      *    EVERY SALE MUST NAME AN ACTUAL CAR ON THE VEHICLE MASTER
      *    THAT HAS NOT ALREADY BEEN SOLD - A SALE AGAINST A STOCK
      *    NUMBER WE DO NOT OWN, OR OWN BUT ALREADY SOLD, IS EXACTLY
      *    THE KIND OF ENTRY THAT USED TO SAIL THROUGH AS FREE TEXT.
      *
      ******************************************************************
       VALIDATE-STOCK-NUMBER.
           MOVE 'N' TO VEHICLE-FOUND-SWITCH.
           MOVE ZERO TO SOLD-UNIT-COST-WORK.
           MOVE ZERO TO SALE-ASKING-PRICE-WORK.

           IF STOCK-NUMBER OF INPUT-RECORD = SPACES
               MOVE 'T' TO DVF-MISSING-DATA
                           MOVE 'T' TO DVF-UNKNOWN-STOCK
                       NOT INVALID KEY
                           MOVE 'Y' TO VEHICLE-FOUND-SWITCH
                           PERFORM SET-SOLD-UNIT-COST
                           IF VEH-ASKING-PRICE IS NUMERIC
                               MOVE VEH-ASKING-PRICE
                                   TO SALE-ASKING-PRICE-WORK
                           END-IF
                           IF VEH-STATUS = 'S' OR VEH-STATUS = 'W'
                               MOVE 'T' TO DVF-STOCK-ALREADY-SOLD
                           END-IF
                   END-READ



      ******************************************************************
      *
      *    SET-SOLD-UNIT-COST
      *
      *    THE COST A DEAL IS MEASURED AGAINST: WHAT THE UNIT IN HAND
      *    WAS ACQUIRED FOR PLUS EVERY REPAIR ORDER CAPITALIZED ONTO
      *    IT. A UNIT CARRIED BEFORE RECON WAS TRACKED SHOWS NO RECON.
      *
      ******************************************************************
       SET-SOLD-UNIT-COST.
           MOVE VEH-ACQUISITION-COST TO SOLD-UNIT-COST-WORK.
           IF VEH-RECON-COST IS NUMERIC
               ADD VEH-RECON-COST TO SOLD-UNIT-COST-WORK
           END-IF.



      ******************************************************************
      *
      *    POST-REPAIR-ORDERS
      *
      *    CAPITALIZES EACH CLOSED REPAIR ORDER IN THE SHOP'S FEED
      *    ONTO ITS UNIT'S RECON COST, JOURNALING EVERY MASTER
      *    REWRITE, AND LISTS EACH ORDER ON THE RECON REPORT. AN
      *    ORDER AGAINST A STOCK NUMBER WE DO NOT CARRY, OR AGAINST A
      *    UNIT ALREADY SOLD (ITS DEAL IS COSTED AND CLOSED), IS
      *    LISTED AS REJECTED AND NOT POSTED. NO FEED FILE IS NOT AN
      *    ERROR - NO SHOP WORK CLOSED SINCE THE LAST RUN.
      *
      ******************************************************************
       POST-REPAIR-ORDERS.
           MOVE RECON-POSTING-TITLE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-POSTING-HEADING TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'YES' TO RO-DATA-REMAINS-SWITCH.
           OPEN INPUT REPAIR-ORDER-FILE.

           READ REPAIR-ORDER-FILE
               AT END
                   MOVE 'NO' TO RO-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RO-DATA-REMAINS-SWITCH = 'NO'
               PERFORM POST-REPAIR-ORDER
               READ REPAIR-ORDER-FILE
                   AT END
                       MOVE 'NO' TO RO-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE REPAIR-ORDER-FILE.

           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RO-POSTED-COUNT TO RCNP-POSTED-COUNT.
           MOVE RO-POSTED-AMOUNT TO RCNP-POSTED-AMOUNT.
           MOVE RO-REJECTED-COUNT TO RCNP-REJECTED-COUNT.
           MOVE RECON-POSTING-TOTAL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           IF RO-REJECTED-COUNT > ZERO
               DISPLAY '*** WARNING: ' RO-REJECTED-COUNT
                   ' REPAIR ORDER(S) NOT POSTED - SEE RECON.TXT ***'
           END-IF.



      ******************************************************************
      *
      *    POST-REPAIR-ORDER
      *
      *    EDITS AND POSTS THE ONE REPAIR ORDER IN HAND.
      *
      ******************************************************************
       POST-REPAIR-ORDER.
           MOVE SPACES TO RO-REJECT-REASON.

           IF RO-STOCK-NUMBER IS NOT NUMERIC
                OR RO-AMOUNT IS NOT NUMERIC
               MOVE 'REJECTED - NON-NUMERIC DATA' TO RO-REJECT-REASON
           ELSE
               MOVE RO-STOCK-NUMBER TO VEH-STOCK-NUMBER
               READ VEHICLE-MASTER
                   INVALID KEY
                       MOVE 'REJECTED - STOCK NOT ON MASTER'
                           TO RO-REJECT-REASON
                   NOT INVALID KEY
                       IF VEH-STATUS = 'S' OR VEH-STATUS = 'W'
                           MOVE 'REJECTED - UNIT ALREADY SOLD'
                               TO RO-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO RECON-POSTING-DETAIL.
           MOVE RO-NUMBER TO RCNP-NUMBER.
           MOVE REPAIR-ORDER-RECORD (9:6) TO RCNP-STOCK.
           MOVE REPAIR-ORDER-RECORD (15:8) TO RCNP-DATE.
           MOVE RO-DESCRIPTION TO RCNP-DESCRIPTION.

           IF RO-REJECT-REASON NOT = SPACES
               ADD 1 TO RO-REJECTED-COUNT
               MOVE ZERO TO RCNP-AMOUNT
               MOVE RO-REJECT-REASON TO RCNP-DISPOSITION
           ELSE
               MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE
               IF VEH-RECON-COST IS NOT NUMERIC
                   MOVE ZERO TO VEH-RECON-COST
               END-IF
               ADD RO-AMOUNT TO VEH-RECON-COST
               REWRITE VEHICLE-MASTER-RECORD
               MOVE 'RW' TO VEH-JOURNAL-ACTION-WORK
               PERFORM WRITE-VEHICLE-JOURNAL
               ADD 1 TO RO-POSTED-COUNT
               ADD RO-AMOUNT TO RO-POSTED-AMOUNT
               MOVE RO-AMOUNT TO RCNP-AMOUNT
               MOVE 'POSTED' TO RCNP-DISPOSITION
           END-IF.

           MOVE RECON-POSTING-DETAIL TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.



      ******************************************************************
      *
      *    LOAD-FLOOR-RATES
      *
      *    LOADS EACH FLOOR-PLAN LENDER'S ANNUAL RATE. A UNIT FLOORED
      *    WITH A LENDER NOT ON THE FILE ACCRUES NOTHING UNTIL ITS
      *    RATE ARRIVES - THE MONTHLY STATEMENT CALLS IT OUT.
      *
      ******************************************************************
       LOAD-FLOOR-RATES.
           MOVE 'YES' TO FLRT-DATA-REMAINS-SWITCH.
           OPEN INPUT FLOOR-RATE-FILE.

           READ FLOOR-RATE-FILE
               AT END
                   MOVE 'NO' TO FLRT-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL FLRT-DATA-REMAINS-SWITCH = 'NO'
               IF FLOOR-RATE-COUNT < 20
                    AND FLRT-LENDER-IN NOT = SPACES
                    AND FLRT-RATE-IN IS NUMERIC
                   ADD 1 TO FLOOR-RATE-COUNT
                   MOVE FLRT-LENDER-IN TO FR-LENDER (FLOOR-RATE-COUNT)
                   MOVE FLRT-NAME-IN TO FR-NAME (FLOOR-RATE-COUNT)
                   MOVE FLRT-RATE-IN TO FR-RATE (FLOOR-RATE-COUNT)
               END-IF
               READ FLOOR-RATE-FILE
                   AT END
                       MOVE 'NO' TO FLRT-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE FLOOR-RATE-FILE.



      ******************************************************************
      *
      *    COMPUTE-FLOOR-INTEREST
      *
      *    SIMPLE DAILY INTEREST ON THE MASTER RECORD IN HAND'S
      *    FLOOR-PLAN NOTE, ACTUAL/365, FROM THE FLOOR DATE UP TO THE
      *    PAYOFF DATE OR THE CALLER'S END DATE, WHICHEVER COMES
      *    FIRST. NO NOTE, NO USABLE DATES, OR NO RATE ON FILE FOR
      *    THE LENDER COMES BACK ZERO.
      *
      ******************************************************************
       COMPUTE-FLOOR-INTEREST.
           MOVE ZERO TO FLOOR-INTEREST-WORK.
           MOVE ZERO TO FLOOR-DAYS-WORK.

           IF VEH-FLOOR-AMOUNT IS NUMERIC
                AND VEH-FLOOR-AMOUNT > ZERO
                AND VEH-FLOOR-DATE IS NUMERIC
                AND VEH-FLOOR-DATE > 19000101
                AND FLOOR-END-DATE-WORK > 19000101
               IF VEH-FLOOR-PAYOFF-DATE IS NUMERIC
                    AND VEH-FLOOR-PAYOFF-DATE > 19000101
                    AND VEH-FLOOR-PAYOFF-DATE < FLOOR-END-DATE-WORK
                   MOVE VEH-FLOOR-PAYOFF-DATE TO FLOOR-END-DATE-WORK
               END-IF
               COMPUTE FLOOR-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (VEH-FLOOR-DATE)
               COMPUTE FLOOR-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (FLOOR-END-DATE-WORK)
               IF FLOOR-START-INTEGER > ZERO
                    AND FLOOR-END-INTEGER > ZERO
                   COMPUTE FLOOR-DAYS-WORK =
                       FLOOR-END-INTEGER - FLOOR-START-INTEGER
               END-IF
           END-IF.

           IF FLOOR-DAYS-WORK > ZERO
               MOVE ZERO TO FLOOR-RATE-FOUND-INDEX
               PERFORM VARYING FLOOR-RATE-INDEX FROM 1 BY 1
                   UNTIL FLOOR-RATE-INDEX > FLOOR-RATE-COUNT
                      OR FLOOR-RATE-FOUND-INDEX IS POSITIVE
                   IF FR-LENDER (FLOOR-RATE-INDEX) = VEH-FLOOR-LENDER
                       MOVE FLOOR-RATE-INDEX TO FLOOR-RATE-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF FLOOR-RATE-FOUND-INDEX IS POSITIVE
                   COMPUTE FLOOR-INTEREST-WORK ROUNDED =
                       VEH-FLOOR-AMOUNT
                       * FR-RATE (FLOOR-RATE-FOUND-INDEX)
                       * FLOOR-DAYS-WORK / 36500
                       ON SIZE ERROR
                           MOVE 9999999.99 TO FLOOR-INTEREST-WORK
                   END-COMPUTE
               END-IF
           END-IF.



      ******************************************************************
      *
      *    POST-FLOOR-PAYOFFS
      *
      *    CLEARS EACH FLOOR-PLAN NOTE THE LENDER HAS CONFIRMED PAID:
      *    THE UNIT'S PAYOFF DATE IS SET, WHICH STOPS ITS INTEREST
      *    AND TAKES IT OFF THE SOLD-OUT-OF-TRUST LIST. EVERY
      *    CONFIRMATION IS LISTED ON THE FLOOR-PLAN REPORT; ONE FOR
      *    A UNIT WE DO NOT CARRY, A NOTE ALREADY CLEARED, OR THE
      *    WRONG LENDER IS REJECTED AND NOT POSTED. NO FEED FILE IS
      *    NOT AN ERROR - NO PAYOFFS CLEARED SINCE THE LAST RUN.
      *
      ******************************************************************
       POST-FLOOR-PAYOFFS.
           MOVE FLOOR-POSTING-TITLE TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE FLOOR-POSTING-HEADING TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.

           MOVE 'YES' TO FPAY-DATA-REMAINS-SWITCH.
           OPEN INPUT FLOOR-PAYOFF-FILE.

           READ FLOOR-PAYOFF-FILE
               AT END
                   MOVE 'NO' TO FPAY-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL FPAY-DATA-REMAINS-SWITCH = 'NO'
               PERFORM POST-FLOOR-PAYOFF
               READ FLOOR-PAYOFF-FILE
                   AT END
                       MOVE 'NO' TO FPAY-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE FLOOR-PAYOFF-FILE.

           MOVE SPACES TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE FPAY-POSTED-COUNT TO FLRP-POSTED-COUNT.
           MOVE FPAY-POSTED-AMOUNT TO FLRP-POSTED-AMOUNT.
           MOVE FPAY-REJECTED-COUNT TO FLRP-REJECTED-COUNT.
           MOVE FLOOR-POSTING-TOTAL-LINE TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.

           IF FPAY-REJECTED-COUNT > ZERO
               DISPLAY '*** WARNING: ' FPAY-REJECTED-COUNT
                   ' FLOOR-PLAN PAYOFF(S) NOT POSTED - SEE '
                   'FLOORPLN.TXT ***'
           END-IF.

      *    THE DAY'S SALES LIST THEIR PAYOFFS UNDER THIS HEADING AS
      *    THEY ARE MARKED SOLD
           MOVE SPACES TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE FLOOR-DUE-TITLE TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE FLOOR-UNIT-HEADING TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.



      ******************************************************************
      *
      *    POST-FLOOR-PAYOFF
      *
      *    EDITS AND POSTS THE ONE PAYOFF CONFIRMATION IN HAND.
      *
      ******************************************************************
       POST-FLOOR-PAYOFF.
           MOVE SPACES TO FPAY-REJECT-REASON.

           IF FPAY-STOCK-NUMBER IS NOT NUMERIC
                OR FPAY-DATE IS NOT NUMERIC
                OR FPAY-AMOUNT IS NOT NUMERIC
               MOVE 'REJECTED - NON-NUMERIC DATA' TO FPAY-REJECT-REASON
           ELSE
               MOVE FPAY-STOCK-NUMBER TO VEH-STOCK-NUMBER
               READ VEHICLE-MASTER
                   INVALID KEY
                       MOVE 'REJECTED - STOCK NOT ON MASTER'
                           TO FPAY-REJECT-REASON
                   NOT INVALID KEY
                       IF VEH-FLOOR-AMOUNT IS NOT NUMERIC
                            OR VEH-FLOOR-AMOUNT = ZERO
                            OR VEH-FLOOR-PAYOFF-DATE NOT = ZERO
                           MOVE 'REJECTED - NO OPEN FLOOR NOTE'
                               TO FPAY-REJECT-REASON
                       ELSE
                           IF FPAY-LENDER NOT = VEH-FLOOR-LENDER
                               MOVE 'REJECTED - LENDER MISMATCH'
                                   TO FPAY-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO FLOOR-POSTING-DETAIL.
           MOVE FLOOR-PAYOFF-RECORD (1:6) TO FLRP-STOCK.
           MOVE FPAY-LENDER TO FLRP-LENDER.
           MOVE FLOOR-PAYOFF-RECORD (11:8) TO FLRP-DATE.

           IF FPAY-REJECT-REASON NOT = SPACES
               ADD 1 TO FPAY-REJECTED-COUNT
               MOVE ZERO TO FLRP-PRINCIPAL
               MOVE ZERO TO FLRP-AMOUNT
               MOVE FPAY-REJECT-REASON TO FLRP-DISPOSITION
           ELSE
               MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE
               MOVE FPAY-DATE TO VEH-FLOOR-PAYOFF-DATE
               REWRITE VEHICLE-MASTER-RECORD
               MOVE 'RW' TO VEH-JOURNAL-ACTION-WORK
               PERFORM WRITE-VEHICLE-JOURNAL
               ADD 1 TO FPAY-POSTED-COUNT
               ADD FPAY-AMOUNT TO FPAY-POSTED-AMOUNT
               MOVE VEH-FLOOR-AMOUNT TO FLRP-PRINCIPAL
               MOVE FPAY-AMOUNT TO FLRP-AMOUNT
               IF FPAY-AMOUNT < VEH-FLOOR-AMOUNT
                   MOVE 'POSTED - PAID UNDER PRINCIPAL'
                       TO FLRP-DISPOSITION
               ELSE
                   MOVE 'POSTED' TO FLRP-DISPOSITION
               END-IF
           END-IF.

           MOVE FLOOR-POSTING-DETAIL TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.



      ******************************************************************
      *
      *    LOAD-SALESPERSON-MASTER-SEED
                       MOVE 'A' TO VEH-STATUS
                       MOVE SOLD-DATE-WORK TO VEH-ACQUIRED-DATE
                       MOVE ZERO TO VEH-SOLD-DATE
                       MOVE ZERO TO VEH-RECON-COST
                       MOVE SPACES TO VEH-FLOOR-LENDER
                       MOVE ZERO TO VEH-FLOOR-AMOUNT
                       MOVE ZERO TO VEH-FLOOR-DATE
                       MOVE ZERO TO VEH-FLOOR-PAYOFF-DATE
                       MOVE ZERO TO VEH-ASKING-PRICE
                       MOVE ZERO TO VEH-PRICE-DATE
                       MOVE ZERO TO VEH-MARKDOWN-DAYS
                       WRITE VEHICLE-MASTER-RECORD
                       MOVE SPACES TO VEHICLE-BEFORE-IMAGE
                       MOVE 'WR' TO VEH-JOURNAL-ACTION-WORK
                       MOVE 'T' TO DVF-UNKNOWN-STOCK
                   NOT INVALID KEY
                       MOVE 'Y' TO VEHICLE-FOUND-SWITCH
                       PERFORM SET-SOLD-UNIT-COST
                       IF VEH-STATUS NOT = 'S'
                           MOVE 'T' TO DVF-UNWIND-NOT-SOLD
                       END-IF
      *
      *    APPLY-SALE-UNWIND
      *
      *    THE DEAL IS OFF: THE CAR GOES BACK TO AVAILABLE STOCK, ITS
      *    FACTORY INCENTIVE CLAIMS ARE WITHDRAWN, THE
      *    ORIGINAL COMMISSION, TAX, AND GROSS ARE RECOMPUTED FROM
      *    THE RECORD AND BACKED OUT OF THE RUN'S TOTALS (NEVER BELOW
      *    ZERO - AN UNWIND OF LAST WEEK'S SALE NETS AT MONTH END
           ADD 1 TO TOTAL-VALID-COUNT.

           MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE.
           MOVE VEH-SOLD-DATE TO INCENTIVE-DATE-WORK.
           MOVE 'A' TO VEH-STATUS.
           MOVE ZERO TO VEH-SOLD-DATE.
           REWRITE VEHICLE-MASTER-RECORD.
           PERFORM COMPUTE-SALES-TAX.

      *    THE NEGATING GROSS MUST MIRROR WHAT THE SALE BOOKED -
      *    INCLUDING ANY TRADE OVER-ALLOWANCE AND THE INCENTIVES THE
      *    DEAL EARNED AS OF ITS ORIGINAL SALE DATE - OR THE
      *    BACKED-OUT FIGURE UNDERSTATES BRANCH AND SALESPERSON GROSS
           IF TRADE-IN-ALLOWANCE OF INPUT-RECORD IS NUMERIC
               MOVE TRADE-IN-ALLOWANCE OF INPUT-RECORD
                   TO TRADE-ALLOWANCE-WORK
           ELSE
               MOVE ZERO TO TRADE-ALLOWANCE-WORK
           END-IF.
           PERFORM FIND-DEAL-INCENTIVES.
           PERFORM COMPUTE-GROSS-PROFIT.

      *    AND THE FACTORY CLAIMS FILED ON THE DEAL ARE WITHDRAWN
           MOVE 'R' TO INCENTIVE-ACTION-WORK.
           PERFORM WRITE-INCENTIVE-CLAIMS.

      *    A SOLD UNIT'S ASKING PRICE STANDS AS IT WAS AT THE SALE
           MOVE ZERO TO SALE-ASKING-PRICE-WORK.
           IF VEH-ASKING-PRICE IS NUMERIC
               MOVE VEH-ASKING-PRICE TO SALE-ASKING-PRICE-WORK
           END-IF.
           PERFORM COMPUTE-ASKING-DISCOUNT.

           IF BRANCH-FOUND-INDEX IS POSITIVE
               PERFORM BACK-OUT-BRANCH-TOTALS
           END-IF.
           MOVE ZERO TO GOOD-COMMISSION-AMOUNT.
           MOVE ZERO TO GOOD-TAX-AMOUNT.
           MOVE ZERO TO GOOD-NET-AMOUNT.
           MOVE ZERO TO GOOD-DISCOUNT-AMOUNT.
           MOVE GOOD-RECORD-OUT TO GOOD-PRINT-LINE.
           WRITE GOOD-PRINT-LINE.

           END-IF.
           SUBTRACT GROSS-PROFIT-WORK FROM
               BRANCH-GROSS-PROFIT (BRANCH-FOUND-INDEX).
           SUBTRACT INCENTIVE-AMOUNT-WORK FROM
               BRANCH-INCENTIVE-INCOME (BRANCH-FOUND-INDEX).



      *
      *    NETS THE UNWOUND DEAL OUT OF ITS SALESPERSON'S RUNNING
      *    TOTALS - WHICH FEED THE COMMISSION EXTRACT - FLOORING AT
      *    ZERO THE SAME WAY. THE DISCOUNT OFF ASKING COMES BACK OUT
      *    OF THE AVERAGE TOO.
      *
      ******************************************************************
       BACK-OUT-SALESPERSON-TOTALS.
               END-IF
               SUBTRACT GROSS-PROFIT-WORK FROM
                   SLSP-GROSS-PROFIT (SALESPERSON-FOUND-INDEX)
               IF SALE-ASKING-PRICE-WORK > ZERO
                    AND SLSP-DISCOUNT-DEALS (SALESPERSON-FOUND-INDEX)
                        > ZERO
                   SUBTRACT 1 FROM
                       SLSP-DISCOUNT-DEALS (SALESPERSON-FOUND-INDEX)
                   SUBTRACT ASKING-DISCOUNT-WORK FROM
                       SLSP-TOTAL-DISCOUNT (SALESPERSON-FOUND-INDEX)
               END-IF
           END-IF.


                       MOVE 'T' TO DVF-UNKNOWN-STOCK
                   NOT INVALID KEY
                       MOVE 'Y' TO VEHICLE-FOUND-SWITCH
                       IF VEH-STATUS = 'S' OR VEH-STATUS = 'W'
                           MOVE 'T' TO DVF-STOCK-ALREADY-SOLD
                       END-IF
      *                A RECEIPT CONFIRMATION NAMES THE CAR'S OWN

      ******************************************************************
      *
      *    PROCESS-WHOLESALE-RECORD
      *
      *    TAKES A UNIT OUT OF STOCK TO AN AUCTION OR ANOTHER DEALER.
      *    THE UNIT MUST BE ON THE MASTER AND NOT ALREADY GONE, THE
      *    DATE MUST BE A REAL DATE BETWEEN THE UNIT'S STOCKING AND THE
      *    PROCESSING DATE, THE CHANNEL MUST BE AUCTION OR DEALER WITH A
      *    NAME, AND THE FEES CANNOT EXCEED THE PRICE. NONE OF THE
      *    RETAIL MACHINERY - COMMISSION, TAX, BUYER, TITLE - RUNS.
      *
      ******************************************************************
       PROCESS-WHOLESALE-RECORD.
           MOVE 'F' TO DVF-NONNUMERIC-DATA.
           MOVE 'F' TO DVF-UNKNOWN-STOCK.
           MOVE 'F' TO DVF-STOCK-ALREADY-SOLD.
           MOVE 'F' TO DVF-WHL-NO-BUYER.
           MOVE 'F' TO DVF-WHL-BAD-CHANNEL.
           MOVE 'F' TO DVF-WHL-BAD-DATE.
           MOVE 'F' TO DVF-WHL-FEES-EXCEED.
           MOVE 'F' TO DVF-WHL-INVALID.
           MOVE 'N' TO VEHICLE-FOUND-SWITCH.

           IF WHL-CHANNEL NOT = 'A' AND WHL-CHANNEL NOT = 'D'
               MOVE 'T' TO DVF-WHL-BAD-CHANNEL
           END-IF.
           IF WHL-BUYER-NAME = SPACES
               MOVE 'T' TO DVF-WHL-NO-BUYER
           END-IF.

           IF WHL-STOCK-NUMBER IS NOT NUMERIC
                OR WHL-DATE IS NOT NUMERIC
                OR WHL-PRICE IS NOT NUMERIC
                OR WHL-FEES IS NOT NUMERIC
               MOVE 'T' TO DVF-NONNUMERIC-DATA
           ELSE
               IF WHL-FEES > WHL-PRICE
                   MOVE 'T' TO DVF-WHL-FEES-EXCEED
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD (WHL-DATE) NOT = ZERO
                    OR WHL-DATE > PROCESSING-DATE-WORK
                   MOVE 'T' TO DVF-WHL-BAD-DATE
               END-IF
               MOVE WHL-STOCK-NUMBER TO VEH-STOCK-NUMBER
               READ VEHICLE-MASTER
                   INVALID KEY
                       MOVE 'T' TO DVF-UNKNOWN-STOCK
                   NOT INVALID KEY
                       MOVE 'Y' TO VEHICLE-FOUND-SWITCH
                       IF VEH-STATUS = 'S' OR VEH-STATUS = 'W'
                           MOVE 'T' TO DVF-STOCK-ALREADY-SOLD
                       END-IF
                       IF WHL-DATE < VEH-ACQUIRED-DATE
                           MOVE 'T' TO DVF-WHL-BAD-DATE
                       END-IF
               END-READ
           END-IF.

           IF DVF-NONNUMERIC-DATA = 'T' OR
                DVF-UNKNOWN-STOCK = 'T' OR
                DVF-STOCK-ALREADY-SOLD = 'T' OR
                DVF-WHL-NO-BUYER = 'T' OR
                DVF-WHL-BAD-CHANNEL = 'T' OR
                DVF-WHL-BAD-DATE = 'T' OR
                DVF-WHL-FEES-EXCEED = 'T'
               MOVE 'T' TO DVF-WHL-INVALID.

           IF DVF-WHL-INVALID = 'T'
               PERFORM WRITE-WHOLESALE-REJECT
           ELSE
               PERFORM APPLY-WHOLESALE-DISPOSITION
           END-IF.

           MOVE 'N' TO LAST-SALE-VALID-SWITCH.



      ******************************************************************
      *
      *    APPLY-WHOLESALE-DISPOSITION
      *
      *    MARKS THE UNIT WHOLESALED, DATED WITH THE DISPOSITION, AND
      *    JOURNALS THE REWRITE; A UNIT ON THE FLOOR-PLAN LINE FALLS DUE
      *    FOR PAYOFF LIKE A RETAIL SALE. THE GAIN OR LOSS AGAINST COST
      *    ROLLS UP BY BRANCH AND PRINTS ON THE WHOLESALE REPORT.
      *
      ******************************************************************
       APPLY-WHOLESALE-DISPOSITION.
           ADD 1 TO TOTAL-VALID-COUNT.
           PERFORM SET-SOLD-UNIT-COST.
           COMPUTE WHL-GAIN-WORK =
               WHL-PRICE - WHL-FEES - SOLD-UNIT-COST-WORK.

           MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE.
           MOVE 'W' TO VEH-STATUS.
           MOVE WHL-DATE TO VEH-SOLD-DATE.
           REWRITE VEHICLE-MASTER-RECORD.
           MOVE 'RW' TO VEH-JOURNAL-ACTION-WORK.
           PERFORM WRITE-VEHICLE-JOURNAL.
           MOVE 'W' TO FLOOR-DISPOSITION-WORK.
           PERFORM WRITE-FLOOR-PAYOFF-DUE.

           ADD 1 TO WHL-TOTAL-UNITS.
           ADD WHL-PRICE TO WHL-TOTAL-PRICE.
           ADD WHL-FEES TO WHL-TOTAL-FEES.
           ADD SOLD-UNIT-COST-WORK TO WHL-TOTAL-COST.
           ADD WHL-GAIN-WORK TO WHL-TOTAL-GAIN.
           COMPUTE WHL-TOTAL-NET = WHL-TOTAL-NET + WHL-PRICE - WHL-FEES.

           MOVE ZERO TO WHL-BRANCH-INDEX.
           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
                  OR WHL-BRANCH-INDEX IS POSITIVE
               IF VEH-BRANCH = VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                   MOVE BRANCH-TABLE-INDEX TO WHL-BRANCH-INDEX
               END-IF
           END-PERFORM.
           IF WHL-BRANCH-INDEX IS POSITIVE
               ADD 1 TO BRANCH-WHL-UNITS (WHL-BRANCH-INDEX)
               ADD WHL-PRICE TO BRANCH-WHL-PRICE (WHL-BRANCH-INDEX)
               ADD WHL-FEES TO BRANCH-WHL-FEES (WHL-BRANCH-INDEX)
               ADD SOLD-UNIT-COST-WORK
                   TO BRANCH-WHL-COST (WHL-BRANCH-INDEX)
               ADD WHL-GAIN-WORK TO BRANCH-WHL-GAIN (WHL-BRANCH-INDEX)
           END-IF.

           MOVE VEH-STOCK-NUMBER TO WHLD-STOCK.
           MOVE VEH-MODEL TO WHLD-MODEL.
           MOVE VEH-YEAR TO WHLD-YEAR.
           MOVE VEH-BRANCH TO WHLD-BRANCH.
           IF WHL-CHANNEL = 'A'
               MOVE 'AUCTION' TO WHLD-CHANNEL
           ELSE
               MOVE 'DEALER' TO WHLD-CHANNEL
           END-IF.
           MOVE WHL-BUYER-NAME TO WHLD-BUYER.
           MOVE WHL-PRICE TO WHLD-PRICE.
           MOVE WHL-FEES TO WHLD-FEES.
           MOVE SOLD-UNIT-COST-WORK TO WHLD-COST.
           MOVE WHL-GAIN-WORK TO WHLD-GAIN.
           MOVE WHOLESALE-DETAIL TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-WHOLESALE-REJECT
      *
      *    ROUTES A BAD WHOLESALE RECORD TO THE BAD-RECORD REPORT AND
      *    THE MACHINE-READABLE REJECTS. CODES: WHLB (NO AUCTION OR
      *    DEALER NAME), WHLC (BAD CHANNEL), WHLD (BAD DATE), WHLF
      *    (FEES EXCEED PRICE), PLUS THE SHARED NNUM/STCK/SOLD CODES.
      *
      ******************************************************************
       WRITE-WHOLESALE-REJECT.
           ADD 1 TO TOTAL-INVALID-COUNT.
           MOVE INPUT-RECORD TO RECORD-DATA.

               MOVE ERR-NONNUMERIC-DATA TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-UNKNOWN-STOCK = 'T'
               MOVE ERR-UNKNOWN-STOCK TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-STOCK-ALREADY-SOLD = 'T'
               MOVE ERR-STOCK-ALREADY-SOLD TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-WHL-NO-BUYER = 'T'
               MOVE ERR-WHL-NO-BUYER TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-WHL-BAD-CHANNEL = 'T'
               MOVE ERR-WHL-BAD-CHANNEL TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-WHL-BAD-DATE = 'T'
               MOVE ERR-WHL-BAD-DATE TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-WHL-FEES-EXCEED = 'T'
               MOVE ERR-WHL-FEES-EXCEED TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.

           WRITE BAD-PRINT-LINE FROM SPACES.

           MOVE SPACES TO RJ-REASON-CODES.
           MOVE ZERO TO REJECT-CODE-COUNT.
           IF DVF-NONNUMERIC-DATA = 'T'
               MOVE 'NNUM' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-UNKNOWN-STOCK = 'T'
               MOVE 'STCK' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-STOCK-ALREADY-SOLD = 'T'
               MOVE 'SOLD' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-WHL-NO-BUYER = 'T'
               MOVE 'WHLB' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-WHL-BAD-CHANNEL = 'T'
               MOVE 'WHLC' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-WHL-BAD-DATE = 'T'
               MOVE 'WHLD' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-WHL-FEES-EXCEED = 'T'
               MOVE 'WHLF' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.

           PERFORM WRITE-REJECT-RECORD.



      ******************************************************************
      *
      *    WRITE-WHOLESALE-SUMMARY
      *
      *    CLOSES OUT THE WHOLESALE REPORT WITH THE RUN'S RESULTS BY
      *    BRANCH - UNITS, PROCEEDS, FEES, COST, AND GAIN OR LOSS
      *    AGAINST COST - AND THE COMPANY TOTAL.
      *
      ******************************************************************
       WRITE-WHOLESALE-SUMMARY.
           MOVE SPACES TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.
           MOVE WHOLESALE-BRANCH-TITLE TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.
           MOVE WHOLESALE-BRANCH-HEADING TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.

           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
               MOVE VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                   TO WHLB-BRANCH
               MOVE BRANCH-WHL-UNITS (BRANCH-TABLE-INDEX) TO WHLB-UNITS
               MOVE BRANCH-WHL-PRICE (BRANCH-TABLE-INDEX) TO WHLB-PRICE
               MOVE BRANCH-WHL-FEES (BRANCH-TABLE-INDEX) TO WHLB-FEES
               MOVE BRANCH-WHL-COST (BRANCH-TABLE-INDEX) TO WHLB-COST
               MOVE BRANCH-WHL-GAIN (BRANCH-TABLE-INDEX) TO WHLB-GAIN
               MOVE WHOLESALE-BRANCH-LINE TO WHOLESALE-PRINT-LINE
               WRITE WHOLESALE-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.
           MOVE 'TOTAL' TO WHLB-BRANCH.
           MOVE WHL-TOTAL-UNITS TO WHLB-UNITS.
           MOVE WHL-TOTAL-PRICE TO WHLB-PRICE.
           MOVE WHL-TOTAL-FEES TO WHLB-FEES.
           MOVE WHL-TOTAL-COST TO WHLB-COST.
           MOVE WHL-TOTAL-GAIN TO WHLB-GAIN.
           MOVE WHOLESALE-BRANCH-LINE TO WHOLESALE-PRINT-LINE.
           WRITE WHOLESALE-PRINT-LINE.



      ******************************************************************
      *
      *    CHECK-BRANCH-VALID
      *
      *    CHECKS BRANCH-CHECK-WORK AGAINST THE BRANCHES WE ACTUALLY
      *    OPERATE.
      *
      ******************************************************************
       CHECK-BRANCH-VALID.
           MOVE 'N' TO BRANCH-CHECK-FOUND.
           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
                  OR BRANCH-CHECK-FOUND = 'Y'
               IF BRANCH-CHECK-WORK =
                    VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                   MOVE 'Y' TO BRANCH-CHECK-FOUND
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    APPLY-VEHICLE-TRANSFER
      *
      *    RE-BRANCHES THE CAR (OR CONFIRMS ITS RECEIPT), JOURNALS
      *    THE MASTER REWRITE, AND LOGS THE MOVE.
      *
      ******************************************************************
       APPLY-VEHICLE-TRANSFER.
           ADD 1 TO TOTAL-TRANSFER-COUNT.
           ADD 1 TO TOTAL-VALID-COUNT.

           MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE.

           IF VEH-STATUS = 'T' AND VEH-BRANCH = TFR-TO-BRANCH
               MOVE 'A' TO VEH-STATUS
               MOVE 'RECEIVED' TO TFRL-DISPOSITION
           ELSE
               MOVE TFR-TO-BRANCH TO VEH-BRANCH
               MOVE 'T' TO VEH-STATUS
               MOVE 'IN TRANSIT' TO TFRL-DISPOSITION
           END-IF.

           REWRITE VEHICLE-MASTER-RECORD.
           MOVE 'RW' TO VEH-JOURNAL-ACTION-WORK.
           PERFORM WRITE-VEHICLE-JOURNAL.

           MOVE TFR-STOCK-NUMBER TO TFRL-STOCK.
           MOVE TFR-FROM-BRANCH TO TFRL-FROM.
           MOVE TFR-TO-BRANCH TO TFRL-TO.
           MOVE TFR-DATE TO TFRL-DATE.
           MOVE TRANSFER-DETAIL-LINE TO TRANSFER-PRINT-LINE.
           WRITE TRANSFER-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-VEHICLE-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE VEHICLE-MASTER
      *    UPDATE JUST MADE - SALE, UNWIND, TRANSFER, WHOLESALE, TRADE
      *    STOCKING, OR REPAIR-ORDER POSTING ALIKE - UNDER THE
      *    'VEHMAST' FILE ID, STAMPED WITH THIS RUN'S NUMBER AND THE
      *    CLOCK. THE CALLER SETS THE ACTION AND THE BEFORE IMAGE.
      *
      ******************************************************************
       WRITE-VEHICLE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'VEHMAST ' TO JRN-FILE-ID.
           MOVE VEH-JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE VEHICLE-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE VEHICLE-MASTER-RECORD TO JRN-AFTER-IMAGE (1:111).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-TRANSFER-REJECT
      *
      *    ROUTES A BAD TRANSFER TO THE BAD-RECORD REPORT AND THE
      *    MACHINE-READABLE REJECTS. CODES: TFRB (FROM-BRANCH
      *    MISMATCH), TFRS (SAME BRANCH), PLUS THE SHARED
      *    NNUM/BRCH/STCK/SOLD CODES.
      *
      ******************************************************************
       WRITE-TRANSFER-REJECT.
           ADD 1 TO TOTAL-INVALID-COUNT.
           MOVE INPUT-RECORD TO RECORD-DATA.

           IF DVF-NONNUMERIC-DATA = 'T'
               MOVE ERR-NONNUMERIC-DATA TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-UNKNOWN-BRANCH = 'T'
               MOVE ERR-UNKNOWN-BRANCH TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           END-IF.
           IF DVF-UNKNOWN-STOCK = 'T'
               MOVE ERR-UNKNOWN-STOCK TO ERROR-MESSAGE
               WRITE BAD-PRINT-LINE FROM INVALID-RECORD
           MOVE FIN-APR TO FC-APR.
           MOVE MONTHLY-PAYMENT-WORK TO FC-MONTHLY-PAYMENT.
           MOVE DEALER-RESERVE-WORK TO FC-DEALER-RESERVE.
           IF LAST-SALE-BRANCH-INDEX IS POSITIVE
               MOVE VALID-BRANCH-ENTRY (LAST-SALE-BRANCH-INDEX)
                   TO FC-BRANCH
           ELSE
               MOVE ZERO TO FC-BRANCH
           END-IF.
           MOVE LAST-SALE-DATE TO FC-CONTRACT-DATE.
           WRITE FINANCE-CONTRACT-RECORD.


           MOVE LENDER-REMIT-TOTAL-LINE TO LENDER-REMIT-PRINT-LINE.
           WRITE LENDER-REMIT-PRINT-LINE.

           CLOSE LENDER-REMITTANCE-REPORT.



      ******************************************************************
      *
      *    WRITE-FINANCING-OUTPUT
      *
      *    ROUTES THE FINANCING RECORD TO THE GOOD OR BAD FILE AND,
      *    WHEN IT IS GOOD, COUNTS THE DEAL AS FINANCED FOR THE
      *    BRANCH THE SALE BELONGED TO.
      *
      ******************************************************************
       WRITE-FINANCING-OUTPUT.
           IF DVF-FIN-INVALID = 'F'
               ADD 1 TO TOTAL-VALID-COUNT
               IF LAST-SALE-BRANCH-INDEX IS POSITIVE
                   ADD 1 TO
                       BRANCH-FINANCED-COUNT (LAST-SALE-BRANCH-INDEX)
                   ADD FIN-AMOUNT-FINANCED TO
                       BRANCH-AMOUNT-FINANCED (LAST-SALE-BRANCH-INDEX)
               END-IF
               PERFORM WRITE-FINANCE-CONTRACT
               MOVE INPUT-RECORD TO GOOD-INPUT-DATA
               MOVE ZERO TO GOOD-COMMISSION-AMOUNT
               MOVE ZERO TO GOOD-TAX-AMOUNT
               MOVE ZERO TO GOOD-NET-AMOUNT
               MOVE ZERO TO GOOD-DISCOUNT-AMOUNT
               MOVE GOOD-RECORD-OUT TO GOOD-PRINT-LINE
               WRITE GOOD-PRINT-LINE
               MOVE INPUT-RECORD TO MTD-INPUT-IMAGE
               MOVE ZERO TO MTD-COMMISSION
               MOVE ZERO TO MTD-TAX
               MOVE ZERO TO MTD-PAYROLL-ID
      *        A FINANCING IMAGE CARRIES FINANCE TERMS WHERE A SALE
      *        CARRIES ITS BRANCH, SO THE DEAL'S BRANCH RIDES IN ITS
      *        OWN FIELD FOR THE MONTH-END ROLL-UP
               IF LAST-SALE-BRANCH-INDEX IS POSITIVE
                   MOVE VALID-BRANCH-ENTRY (LAST-SALE-BRANCH-INDEX)
                       TO MTD-DEAL-BRANCH
               ELSE
                   MOVE ZERO TO MTD-DEAL-BRANCH
               END-IF
               MOVE ZERO TO MTD-GROSS-PROFIT
               MOVE ZERO TO MTD-BUYER-NUMBER
               WRITE MTD-SALES-RECORD
           ELSE
               ADD 1 TO TOTAL-INVALID-COUNT
               MOVE INPUT-RECORD TO RECORD-DATA

               IF DVF-FIN-WITHOUT-SALE = 'T'
                   MOVE ERR-FIN-WITHOUT-SALE TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-FIN-NONNUMERIC = 'T'
                   MOVE ERR-FIN-NONNUMERIC TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-FIN-EXCEEDS-SALE = 'T'
                   MOVE ERR-FIN-EXCEEDS-SALE TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-FIN-UNKNOWN-LENDER = 'T'
                   MOVE ERR-FIN-UNKNOWN-LENDER TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               WRITE BAD-PRINT-LINE FROM SPACES

               PERFORM WRITE-FINANCING-REJECT-RECORD
           END-IF.



      ******************************************************************
      *
      *    PROCESS-PRODUCT-RECORD
      *
      *    VALIDATES AN F&I PRODUCT RECORD AGAINST THE DEAL IT FOLLOWS
      *    AND THE PRODUCT MASTER - IT MUST FOLLOW A VALID SALE, ITS
      *    AMOUNTS MUST BE NUMERIC, THE PRODUCT MUST BE ON FILE UNDER
      *    THE PROVIDER GIVEN, THE COST MUST BE THE MASTER COST, AND
      *    THE PRICE MUST FALL BETWEEN THAT COST AND THE PRODUCT'S
      *    CEILING. THE DEAL STAYS OPEN FOR FURTHER PRODUCTS.
      *
      ******************************************************************
       PROCESS-PRODUCT-RECORD.
           MOVE 'F' TO DVF-PRD-WITHOUT-SALE.
           MOVE 'F' TO DVF-PRD-NONNUMERIC.
           MOVE 'F' TO DVF-PRD-UNKNOWN.
           MOVE 'F' TO DVF-PRD-WRONG-PROVIDER.
           MOVE 'F' TO DVF-PRD-COST-MISMATCH.
           MOVE 'F' TO DVF-PRD-PRICE-RANGE.
           MOVE 'F' TO DVF-PRD-INVALID.
           MOVE ZERO TO FI-INCOME-WORK.

           IF LAST-DEAL-PRODUCT-SWITCH NOT = 'Y'
               MOVE 'T' TO DVF-PRD-WITHOUT-SALE
           ELSE
               IF PRD-SELL-PRICE IS NOT NUMERIC
                    OR PRD-COST IS NOT NUMERIC
                   MOVE 'T' TO DVF-PRD-NONNUMERIC
               END-IF
               PERFORM VALIDATE-PRODUCT-CODE
           END-IF.

           IF DVF-PRD-WITHOUT-SALE = 'T' OR
                DVF-PRD-NONNUMERIC = 'T' OR
                DVF-PRD-UNKNOWN = 'T' OR
                DVF-PRD-WRONG-PROVIDER = 'T' OR
                DVF-PRD-COST-MISMATCH = 'T' OR
                DVF-PRD-PRICE-RANGE = 'T'
               MOVE 'T' TO DVF-PRD-INVALID.

           PERFORM WRITE-PRODUCT-OUTPUT.



      ******************************************************************
      *
      *    VALIDATE-PRODUCT-CODE
      *
      *    LOOKS THE PRODUCT UP ON THE PRODUCT MASTER AND HOLDS THE
      *    RECORD'S PROVIDER, COST, AND PRICE AGAINST THE ENTRY FOUND.
      *    A MASTER CEILING OF ZERO MEANS THE PRODUCT HAS NO CEILING.
      *
      ******************************************************************
       VALIDATE-PRODUCT-CODE.
           MOVE ZERO TO FI-PRODUCT-FOUND-INDEX.
           PERFORM VARYING FI-PRODUCT-INDEX FROM 1 BY 1
               UNTIL FI-PRODUCT-INDEX > FI-PRODUCT-COUNT
                  OR FI-PRODUCT-FOUND-INDEX IS POSITIVE
               IF PRD-PRODUCT-CODE = FP-CODE (FI-PRODUCT-INDEX)
                   MOVE FI-PRODUCT-INDEX TO FI-PRODUCT-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF FI-PRODUCT-FOUND-INDEX IS ZERO
               MOVE 'T' TO DVF-PRD-UNKNOWN
           ELSE
               IF PRD-PROVIDER NOT =
                    FP-PROVIDER (FI-PRODUCT-FOUND-INDEX)
                   MOVE 'T' TO DVF-PRD-WRONG-PROVIDER
               END-IF
               IF DVF-PRD-NONNUMERIC = 'F'
                   IF PRD-COST NOT = FP-COST (FI-PRODUCT-FOUND-INDEX)
                       MOVE 'T' TO DVF-PRD-COST-MISMATCH
                   END-IF
                   IF PRD-SELL-PRICE < FP-COST (FI-PRODUCT-FOUND-INDEX)
                       MOVE 'T' TO DVF-PRD-PRICE-RANGE
                   END-IF
                   IF FP-MAX-PRICE (FI-PRODUCT-FOUND-INDEX) > ZERO
                        AND PRD-SELL-PRICE >
                            FP-MAX-PRICE (FI-PRODUCT-FOUND-INDEX)
                       MOVE 'T' TO DVF-PRD-PRICE-RANGE
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOAD-FI-PRODUCT-MASTER
      *
      *    LOADS THE F&I PRODUCT MASTER, BUILDING THE PROVIDER TABLE
      *    FROM THE PROVIDERS IT NAMES AS IT GOES. WITH NO PRODUCT
      *    MASTER ON FILE EVERY PRODUCT RECORD REJECTS AS UNKNOWN -
      *    NOTHING IS OWED A PROVIDER WE CANNOT PRICE AGAINST.
      *
      ******************************************************************
       LOAD-FI-PRODUCT-MASTER.
           MOVE 'YES' TO FIPM-DATA-REMAINS-SWITCH.
           OPEN INPUT FI-PRODUCT-FILE.

           READ FI-PRODUCT-FILE
               AT END
                   MOVE 'NO' TO FIPM-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL FIPM-DATA-REMAINS-SWITCH = 'NO'
               IF FI-PRODUCT-COUNT < 50
                    AND FIPM-CODE-IN NOT = SPACES
                    AND FIPM-PROVIDER-IN NOT = SPACES
                    AND FIPM-COST-IN IS NUMERIC
                    AND FIPM-MAX-PRICE-IN IS NUMERIC
                   PERFORM FIND-FI-PROVIDER
                   IF FI-PROVIDER-FOUND-INDEX IS POSITIVE
                       ADD 1 TO FI-PRODUCT-COUNT
                       MOVE FIPM-CODE-IN TO FP-CODE (FI-PRODUCT-COUNT)
                       MOVE FIPM-DESC-IN TO FP-DESC (FI-PRODUCT-COUNT)
                       MOVE FIPM-PROVIDER-IN
                           TO FP-PROVIDER (FI-PRODUCT-COUNT)
                       MOVE FIPM-COST-IN TO FP-COST (FI-PRODUCT-COUNT)
                       MOVE FIPM-MAX-PRICE-IN
                           TO FP-MAX-PRICE (FI-PRODUCT-COUNT)
                   END-IF
               END-IF
               READ FI-PRODUCT-FILE
                   AT END
                       MOVE 'NO' TO FIPM-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE FI-PRODUCT-FILE.

           IF FI-PRODUCT-COUNT IS ZERO
               DISPLAY '*** WARNING: FIPRODS.TXT MISSING OR EMPTY - '
                   'EVERY F&I PRODUCT RECORD WILL REJECT AS AN '
                   'UNKNOWN PRODUCT ***'
           END-IF.



      ******************************************************************
      *
      *    FIND-FI-PROVIDER
      *
      *    FINDS THE PRODUCT MASTER RECORD'S PROVIDER IN THE PROVIDER
      *    TABLE, ADDING IT (WITH ZERO REMITTANCE TOTALS) THE FIRST
      *    TIME IT APPEARS. A PROVIDER THAT DOES NOT FIT IN THE TABLE
      *    LEAVES THE INDEX ZERO AND ITS PRODUCT IS NOT LOADED.
      *
      ******************************************************************
       FIND-FI-PROVIDER.
           MOVE ZERO TO FI-PROVIDER-FOUND-INDEX.
           PERFORM VARYING FI-PROVIDER-INDEX FROM 1 BY 1
               UNTIL FI-PROVIDER-INDEX > FI-PROVIDER-COUNT
                  OR FI-PROVIDER-FOUND-INDEX IS POSITIVE
               IF FIPM-PROVIDER-IN = FV-PROVIDER (FI-PROVIDER-INDEX)
                   MOVE FI-PROVIDER-INDEX TO FI-PROVIDER-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF FI-PROVIDER-FOUND-INDEX IS ZERO
               IF FI-PROVIDER-COUNT < 20
                   ADD 1 TO FI-PROVIDER-COUNT
                   MOVE FI-PROVIDER-COUNT TO FI-PROVIDER-FOUND-INDEX
                   MOVE FIPM-PROVIDER-IN
                       TO FV-PROVIDER (FI-PROVIDER-COUNT)
                   MOVE FIPM-PROVIDER-NAME-IN
                       TO FV-NAME (FI-PROVIDER-COUNT)
                   MOVE ZERO TO FV-CONTRACT-COUNT (FI-PROVIDER-COUNT)
                   MOVE ZERO TO FV-RETAIL (FI-PROVIDER-COUNT)
                   MOVE ZERO TO FV-COST-OWED (FI-PROVIDER-COUNT)
               ELSE
                   DISPLAY '*** WARNING: F&I PROVIDER TABLE FULL AT '
                       '20 - PRODUCT ' FIPM-CODE-IN ' FROM PROVIDER '
                       FIPM-PROVIDER-IN ' NOT LOADED ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    WRITE-PRODUCT-OUTPUT
      *
      *    ROUTES THE PRODUCT RECORD TO THE GOOD OR BAD FILE. A GOOD
      *    PRODUCT'S INCOME - PRICE LESS COST - IS GROSS ON ITS DEAL:
      *    IT ROLLS INTO THE DEAL'S BRANCH AND SALESPERSON TOTALS, THE
      *    PROVIDER'S REMITTANCE, AND THE MONTH-TO-DATE FILE.
      *
      ******************************************************************
       WRITE-PRODUCT-OUTPUT.
           IF DVF-PRD-INVALID = 'F'
               ADD 1 TO TOTAL-VALID-COUNT
               COMPUTE FI-INCOME-WORK = PRD-SELL-PRICE - PRD-COST
               PERFORM ACCUMULATE-PRODUCT-TOTALS
               MOVE INPUT-RECORD TO GOOD-INPUT-DATA
               MOVE ZERO TO GOOD-COMMISSION-AMOUNT
               MOVE ZERO TO GOOD-TAX-AMOUNT
               MOVE ZERO TO GOOD-NET-AMOUNT
               MOVE ZERO TO GOOD-DISCOUNT-AMOUNT
               MOVE GOOD-RECORD-OUT TO GOOD-PRINT-LINE
               WRITE GOOD-PRINT-LINE
               MOVE INPUT-RECORD TO MTD-INPUT-IMAGE
      *        A PRODUCT IMAGE CARRIES NEITHER BRANCH NOR SALESPERSON,
      *        SO THE DEAL'S BRANCH RIDES IN ITS OWN FIELD AND THE
      *        DEAL'S SALESPERSON IN THE IMAGE'S SALESPERSON-ID
      *        POSITIONS FOR THE MONTH-END GROSS ROLL-UP
               MOVE LAST-SALE-SALESPERSON-ID TO MTD-INPUT-IMAGE (98:4)
               MOVE ZERO TO MTD-COMMISSION
               MOVE ZERO TO MTD-TAX
               MOVE ZERO TO MTD-PAYROLL-ID
               IF LAST-SALE-BRANCH-INDEX IS POSITIVE
                   MOVE VALID-BRANCH-ENTRY (LAST-SALE-BRANCH-INDEX)
                       TO MTD-DEAL-BRANCH
               ELSE
                   MOVE ZERO TO MTD-DEAL-BRANCH
               END-IF
               MOVE FI-INCOME-WORK TO MTD-GROSS-PROFIT
               MOVE ZERO TO MTD-BUYER-NUMBER
               WRITE MTD-SALES-RECORD
           ELSE
               ADD 1 TO TOTAL-INVALID-COUNT
               MOVE INPUT-RECORD TO RECORD-DATA

               IF DVF-PRD-WITHOUT-SALE = 'T'
                   MOVE ERR-PRD-WITHOUT-SALE TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-PRD-NONNUMERIC = 'T'
                   MOVE ERR-PRD-NONNUMERIC TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-PRD-UNKNOWN = 'T'
                   MOVE ERR-PRD-UNKNOWN TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-PRD-WRONG-PROVIDER = 'T'
                   MOVE ERR-PRD-WRONG-PROVIDER TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-PRD-COST-MISMATCH = 'T'
                   MOVE ERR-PRD-COST-MISMATCH TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               IF DVF-PRD-PRICE-RANGE = 'T'
                   MOVE ERR-PRD-PRICE-RANGE TO ERROR-MESSAGE
                   WRITE BAD-PRINT-LINE FROM INVALID-RECORD
               END-IF

               WRITE BAD-PRINT-LINE FROM SPACES

               PERFORM WRITE-PRODUCT-REJECT-RECORD
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-PRODUCT-TOTALS
      *
      *    ADDS THE GOOD PRODUCT TO THE COMPANY F&I TOTALS, TO THE
      *    DEAL'S BRANCH AND SALESPERSON (AS PRODUCT COUNT, PRODUCT
      *    INCOME, AND GROSS), AND TO WHAT WE OWE ITS PROVIDER.
      *
      ******************************************************************
       ACCUMULATE-PRODUCT-TOTALS.
           ADD 1 TO FI-TOTAL-PRODUCT-COUNT.
           ADD PRD-SELL-PRICE TO FI-TOTAL-RETAIL.
           ADD PRD-COST TO FI-TOTAL-COST.
           ADD FI-INCOME-WORK TO FI-TOTAL-INCOME.

           IF LAST-SALE-BRANCH-INDEX IS POSITIVE
               ADD 1 TO BRANCH-FI-PRODUCT-COUNT (LAST-SALE-BRANCH-INDEX)
               ADD FI-INCOME-WORK TO
                   BRANCH-FI-INCOME (LAST-SALE-BRANCH-INDEX)
               ADD FI-INCOME-WORK TO
                   BRANCH-GROSS-PROFIT (LAST-SALE-BRANCH-INDEX)
           END-IF.

           IF LAST-SALE-SLSP-INDEX IS POSITIVE
               ADD 1 TO SLSP-FI-PRODUCT-COUNT (LAST-SALE-SLSP-INDEX)
               ADD FI-INCOME-WORK TO
                   SLSP-FI-INCOME (LAST-SALE-SLSP-INDEX)
               ADD FI-INCOME-WORK TO
                   SLSP-GROSS-PROFIT (LAST-SALE-SLSP-INDEX)
           END-IF.

           MOVE ZERO TO FI-PROVIDER-FOUND-INDEX.
           PERFORM VARYING FI-PROVIDER-INDEX FROM 1 BY 1
               UNTIL FI-PROVIDER-INDEX > FI-PROVIDER-COUNT
                  OR FI-PROVIDER-FOUND-INDEX IS POSITIVE
               IF PRD-PROVIDER = FV-PROVIDER (FI-PROVIDER-INDEX)
                   MOVE FI-PROVIDER-INDEX TO FI-PROVIDER-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF FI-PROVIDER-FOUND-INDEX IS POSITIVE
               ADD 1 TO FV-CONTRACT-COUNT (FI-PROVIDER-FOUND-INDEX)
               ADD PRD-SELL-PRICE TO
                   FV-RETAIL (FI-PROVIDER-FOUND-INDEX)
               ADD PRD-COST TO FV-COST-OWED (FI-PROVIDER-FOUND-INDEX)
           END-IF.



      ******************************************************************
      *
      *    WRITE-FI-REMITTANCE-REPORT
      *
      *    WRITES THE RUN'S PER-PROVIDER REMITTANCE: CONTRACTS SOLD,
      *    WHAT THE CUSTOMERS PAID FOR THEM, AND THE COST WE OWE EACH
      *    PROVIDER, WITH COMPANY TOTALS.
      *
      ******************************************************************
       WRITE-FI-REMITTANCE-REPORT.
           OPEN OUTPUT FI-REMITTANCE-REPORT.

           MOVE FI-REMIT-HEADING TO FI-REMIT-PRINT-LINE.
           WRITE FI-REMIT-PRINT-LINE.

           PERFORM VARYING FI-PROVIDER-INDEX FROM 1 BY 1
               UNTIL FI-PROVIDER-INDEX > FI-PROVIDER-COUNT
               MOVE FV-PROVIDER (FI-PROVIDER-INDEX) TO FREM-CODE
               MOVE FV-NAME (FI-PROVIDER-INDEX) TO FREM-NAME
               MOVE FV-CONTRACT-COUNT (FI-PROVIDER-INDEX)
                   TO FREM-CONTRACTS
               MOVE FV-RETAIL (FI-PROVIDER-INDEX) TO FREM-RETAIL
               MOVE FV-COST-OWED (FI-PROVIDER-INDEX) TO FREM-COST
               MOVE FI-REMIT-DETAIL TO FI-REMIT-PRINT-LINE
               WRITE FI-REMIT-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO FI-REMIT-PRINT-LINE.
           WRITE FI-REMIT-PRINT-LINE.

           MOVE FI-TOTAL-PRODUCT-COUNT TO FREM-TOTAL-CONTRACTS.
           MOVE FI-TOTAL-RETAIL TO FREM-TOTAL-RETAIL.
           MOVE FI-TOTAL-COST TO FREM-TOTAL-COST.
           MOVE FI-REMIT-TOTAL-LINE TO FI-REMIT-PRINT-LINE.
           WRITE FI-REMIT-PRINT-LINE.

           CLOSE FI-REMITTANCE-REPORT.



      ******************************************************************
      *
      *    WRITE-FI-REPORT
      *
      *    WRITES F&I PERFORMANCE FOR THE RUN - DEALS, PRODUCTS SOLD,
      *    PENETRATION (PRODUCTS PER DEAL), PRODUCT INCOME, AND INCOME
      *    PER DEAL - FOR EACH BRANCH WITH A COMPANY LINE, THEN FOR EACH
      *    SALESPERSON.
      *
      ******************************************************************
       WRITE-FI-REPORT.
           OPEN OUTPUT FI-REPORT.

           MOVE FI-BRANCH-TITLE TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.
           MOVE FI-REPORT-HEADING TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.

           MOVE ZERO TO FI-TOTAL-DEAL-COUNT.
           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
               MOVE VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX) TO FIR-CODE
               MOVE SPACES TO FIR-NAME
               MOVE BRANCH-SALE-COUNT (BRANCH-TABLE-INDEX)
                   TO FI-LINE-DEALS
               MOVE BRANCH-FI-PRODUCT-COUNT (BRANCH-TABLE-INDEX)
                   TO FI-LINE-PRODUCTS
               MOVE BRANCH-FI-INCOME (BRANCH-TABLE-INDEX)
                   TO FI-LINE-INCOME
               ADD BRANCH-SALE-COUNT (BRANCH-TABLE-INDEX)
                   TO FI-TOTAL-DEAL-COUNT
               PERFORM WRITE-FI-DETAIL-LINE
           END-PERFORM.

           MOVE SPACES TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.
           MOVE 'ALL' TO FIR-CODE.
           MOVE 'COMPANY' TO FIR-NAME.
           MOVE FI-TOTAL-DEAL-COUNT TO FI-LINE-DEALS.
           MOVE FI-TOTAL-PRODUCT-COUNT TO FI-LINE-PRODUCTS.
           MOVE FI-TOTAL-INCOME TO FI-LINE-INCOME.
           PERFORM WRITE-FI-DETAIL-LINE.

           MOVE SPACES TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.
           MOVE FI-SLSP-TITLE TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.
           MOVE FI-REPORT-HEADING TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.

           PERFORM VARYING SALESPERSON-INDEX FROM 1 BY 1
               UNTIL SALESPERSON-INDEX > SALESPERSON-COUNT
               MOVE SLSP-ID (SALESPERSON-INDEX) TO FIR-CODE
               MOVE SLSP-NAME (SALESPERSON-INDEX) TO FIR-NAME
               MOVE SLSP-SALE-COUNT (SALESPERSON-INDEX)
                   TO FI-LINE-DEALS
               MOVE SLSP-FI-PRODUCT-COUNT (SALESPERSON-INDEX)
                   TO FI-LINE-PRODUCTS
               MOVE SLSP-FI-INCOME (SALESPERSON-INDEX)
                   TO FI-LINE-INCOME
               PERFORM WRITE-FI-DETAIL-LINE
           END-PERFORM.

           CLOSE FI-REPORT.



      ******************************************************************
      *
      *    WRITE-FI-DETAIL-LINE
      *
      *    FORMATS ONE F&I REPORT LINE FROM THE LINE WORK FIELDS. A
      *    LINE WITH NO DEALS SHOWS ZERO PER DEAL RATHER THAN DIVIDING
      *    BY ZERO.
      *
      ******************************************************************
       WRITE-FI-DETAIL-LINE.
           MOVE ZERO TO FI-PER-DEAL-WORK.
           MOVE ZERO TO FI-INCOME-PER-DEAL-WORK.
           IF FI-LINE-DEALS > ZERO
               COMPUTE FI-PER-DEAL-WORK ROUNDED =
                   FI-LINE-PRODUCTS / FI-LINE-DEALS
               COMPUTE FI-INCOME-PER-DEAL-WORK ROUNDED =
                   FI-LINE-INCOME / FI-LINE-DEALS
           END-IF.

           MOVE FI-LINE-DEALS TO FIR-DEALS.
           MOVE FI-LINE-PRODUCTS TO FIR-PRODUCTS.
           MOVE FI-PER-DEAL-WORK TO FIR-PER-DEAL.
           MOVE FI-LINE-INCOME TO FIR-INCOME.
           MOVE FI-INCOME-PER-DEAL-WORK TO FIR-INCOME-PER-DEAL.
           MOVE FI-DETAIL-LINE TO FI-PRINT-LINE.
           WRITE FI-PRINT-LINE.



      ******************************************************************
      *
      *    MARK-VEHICLE-SOLD
      *
      *    A GOOD SALE TAKES ITS CAR OUT OF AVAILABLE INVENTORY: THE
      *    MASTER RECORD READ DURING VALIDATION IS STILL IN HAND AND
      *    IS REWRITTEN AS SOLD, DATED WITH THE SALE DATE. A UNIT ON
      *    THE FLOOR-PLAN LINE FALLS DUE FOR PAYOFF.
      *
      ******************************************************************
       MARK-VEHICLE-SOLD.
           IF VEHICLE-FOUND-SWITCH = 'Y'
               MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE
               MOVE 'S' TO VEH-STATUS
               COMPUTE SOLD-DATE-WORK =
                   (FULL-SALE-YEAR * 10000)
                   + (SALE-MONTH OF INPUT-RECORD * 100)
                   + SALE-DAY OF INPUT-RECORD
               MOVE SOLD-DATE-WORK TO VEH-SOLD-DATE
               REWRITE VEHICLE-MASTER-RECORD
               MOVE 'RW' TO VEH-JOURNAL-ACTION-WORK
               PERFORM WRITE-VEHICLE-JOURNAL
               MOVE 'R' TO FLOOR-DISPOSITION-WORK
               PERFORM WRITE-FLOOR-PAYOFF-DUE
           END-IF.



      ******************************************************************
      *
      *    WRITE-FLOOR-PAYOFF-DUE
      *
      *    FOR THE MASTER RECORD IN HAND, JUST TAKEN OUT OF INVENTORY:
      *    IF ITS FLOOR-PLAN NOTE IS STILL OPEN, WRITES THE PAYOFF-DUE
      *    EXTRACT RECORD - PRINCIPAL, AND INTEREST FROM THE FLOOR
      *    DATE TO THE SALE - AND LISTS IT ON THE FLOOR-PLAN REPORT.
      *    THE CALLER SETS THE DISPOSITION.
      *
      ******************************************************************
       WRITE-FLOOR-PAYOFF-DUE.
           IF VEH-FLOOR-AMOUNT IS NUMERIC
                AND VEH-FLOOR-AMOUNT > ZERO
                AND VEH-FLOOR-PAYOFF-DATE = ZERO
               MOVE VEH-SOLD-DATE TO FLOOR-END-DATE-WORK
               PERFORM COMPUTE-FLOOR-INTEREST
               MOVE VEH-STOCK-NUMBER TO FPD-STOCK-NUMBER
               MOVE VEH-FLOOR-LENDER TO FPD-LENDER
               MOVE VEH-BRANCH TO FPD-BRANCH
               MOVE VEH-FLOOR-DATE TO FPD-FLOOR-DATE
               MOVE VEH-SOLD-DATE TO FPD-SOLD-DATE
               MOVE VEH-FLOOR-AMOUNT TO FPD-PRINCIPAL
               MOVE FLOOR-INTEREST-WORK TO FPD-INTEREST
               MOVE FLOOR-DISPOSITION-WORK TO FPD-DISPOSITION
               WRITE FLOOR-PAYOFF-DUE-RECORD
               ADD 1 TO PAYOFF-DUE-COUNT
               ADD VEH-FLOOR-AMOUNT TO PAYOFF-DUE-AMOUNT
               MOVE SPACES TO FLRU-NOTE
               IF FLOOR-DISPOSITION-WORK = 'W'
                   MOVE 'WHOLESALE' TO FLRU-NOTE
               END-IF
               PERFORM WRITE-FLOOR-UNIT-LINE
           END-IF.



      ******************************************************************
      *
      *    WRITE-TITLE-EXTRACT
      *
      *    WRITES THE SOLD VEHICLE'S TITLE/REGISTRATION RECORD - THE
      *    CAR, THE BUYER, THE SALE DATE AND BRANCH, THE TAX ALREADY
      *    COMPUTED, AND THE JURISDICTION'S FILING FEE FROM THE TAX
      *    RATE FILE - AND FOLDS IT INTO ITS BRANCH'S TRANSMITTAL
      *    TOTALS. THE BUYER-MASTER RECORD IS STILL IN HAND FROM
      *    VALIDATION, SO THE NAME ON THE FORM IS THE NAME WE KNOW.
      *
      ******************************************************************
       WRITE-TITLE-EXTRACT.
           MOVE STOCK-NUMBER OF INPUT-RECORD TO TTL-STOCK-NUMBER.
           MOVE CAR-MODEL OF INPUT-RECORD TO TTL-CAR-MODEL.
           MOVE CAR-YEAR OF INPUT-RECORD TO TTL-CAR-YEAR.
           MOVE BUYER-NUMBER OF INPUT-RECORD TO TTL-BUYER-NUMBER.
           IF BUYER-FOUND-SWITCH = 'Y'
               MOVE BUYR-MASTER-NAME TO TTL-BUYER-NAME
           ELSE
               MOVE CUSTOMER-NAME OF INPUT-RECORD TO TTL-BUYER-NAME
           END-IF.
           MOVE SOLD-DATE-WORK TO TTL-SALE-DATE.
           MOVE BRANCH OF INPUT-RECORD TO TTL-BRANCH.
           MOVE TAX-AMOUNT-WORK TO TTL-TAX-AMOUNT.
           IF BRANCH-FOUND-INDEX IS POSITIVE
               MOVE BRANCH-TITLE-FEE (BRANCH-FOUND-INDEX)
                   TO TTL-FILING-FEE
               ADD 1 TO BRANCH-TITLE-COUNT (BRANCH-FOUND-INDEX)
               ADD BRANCH-TITLE-FEE (BRANCH-FOUND-INDEX)
                   TO BRANCH-TITLE-FEES (BRANCH-FOUND-INDEX)
           ELSE
               MOVE ZERO TO TTL-FILING-FEE
           END-IF.
           WRITE TITLE-EXTRACT-RECORD.



      ******************************************************************
      *
      *    WRITE-TITLE-TRANSMITTAL
      *
      *    WRITES THE PER-BRANCH TRANSMITTAL LISTING THE RUNNER
      *    CARRIES WITH THE DAY'S TITLE EXTRACT - HOW MANY TITLES AND
      *    HOW MUCH IN FILING FEES EACH BRANCH SENDS.
      *
      ******************************************************************
       WRITE-TITLE-TRANSMITTAL.
           OPEN OUTPUT TITLE-TRANSMITTAL.

           MOVE TRANSMITTAL-HEADING TO TRANSMITTAL-PRINT-LINE.
           WRITE TRANSMITTAL-PRINT-LINE.

           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
               MOVE VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                   TO TRNS-BRANCH
               MOVE BRANCH-TITLE-COUNT (BRANCH-TABLE-INDEX)
                   TO TRNS-COUNT
               MOVE BRANCH-TITLE-FEES (BRANCH-TABLE-INDEX)
                   TO TRNS-FEES
               ADD BRANCH-TITLE-COUNT (BRANCH-TABLE-INDEX)
                   TO TITLE-TOTAL-COUNT
               ADD BRANCH-TITLE-FEES (BRANCH-TABLE-INDEX)
                   TO TITLE-TOTAL-FEES
               MOVE TRANSMITTAL-DETAIL TO TRANSMITTAL-PRINT-LINE
               WRITE TRANSMITTAL-PRINT-LINE
           END-PERFORM.

           MOVE TITLE-TOTAL-COUNT TO TRNS-TOTAL-COUNT.
           MOVE TITLE-TOTAL-FEES TO TRNS-TOTAL-FEES.
           MOVE TRANSMITTAL-TOTAL-LINE TO TRANSMITTAL-PRINT-LINE.
           WRITE TRANSMITTAL-PRINT-LINE.

           CLOSE TITLE-TRANSMITTAL.



      ******************************************************************
      *
      *    WRITE-VEHICLE-AGING-REPORT
      *
      *    AFTER THE RUN, SWEEPS THE VEHICLE MASTER FOR CARS STILL
      *    AVAILABLE AND REPORTS HOW LONG EACH HAS SAT ON ITS LOT,
      *    FLAGGING ANYTHING OVER 90 DAYS, WITH COUNTS AND THE COST
      *    TIED UP IN THE OVER-90 INVENTORY - ACQUISITION COST PLUS
      *    THE FLOOR-PLAN INTEREST IT HAS RUN UP.
      *
      ******************************************************************
       WRITE-VEHICLE-AGING-REPORT.
           OPEN OUTPUT VEHICLE-AGING-REPORT.

           MOVE VEHICLE-AGING-HEADING TO VEHICLE-AGING-PRINT-LINE.
           WRITE VEHICLE-AGING-PRINT-LINE.

           MOVE 'YES' TO VEHICLE-SCAN-SWITCH.
           MOVE ZEROS TO VEH-STOCK-NUMBER.
           START VEHICLE-MASTER KEY >= VEH-STOCK-NUMBER
               INVALID KEY
                   MOVE 'NO' TO VEHICLE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL VEHICLE-SCAN-SWITCH = 'NO'
               READ VEHICLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO VEHICLE-SCAN-SWITCH
                   NOT AT END
                       IF VEH-STATUS NOT = 'S'
                            AND VEH-STATUS NOT = 'W'
                           PERFORM WRITE-VEHICLE-AGING-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO VEHICLE-AGING-PRINT-LINE.
           WRITE VEHICLE-AGING-PRINT-LINE.

           MOVE UNSOLD-VEHICLE-COUNT TO VAGE-UNSOLD-COUNT.
           MOVE VEHICLE-AGING-COUNT-LINE TO VEHICLE-AGING-PRINT-LINE.
           WRITE VEHICLE-AGING-PRINT-LINE.

           MOVE OVER-90-VEHICLE-COUNT TO VAGE-OVER90-COUNT.
           MOVE OVER-90-COST-TOTAL TO VAGE-OVER90-COST.
           MOVE VEHICLE-AGING-OVER90-LINE TO VEHICLE-AGING-PRINT-LINE.
           WRITE VEHICLE-AGING-PRINT-LINE.

           MOVE AGING-FLOOR-INTEREST-TOTAL TO VAGE-FLOOR-TOTAL.
           MOVE VEHICLE-AGING-FLOOR-LINE TO VEHICLE-AGING-PRINT-LINE.
           WRITE VEHICLE-AGING-PRINT-LINE.

           CLOSE VEHICLE-AGING-REPORT.



      ******************************************************************
      *
      *    WRITE-VEHICLE-AGING-LINE
      *
      *    REPORTS ONE UNSOLD CAR WITH ITS DAYS ON THE LOT, COMPUTED
      *    FROM ITS ACQUIRED DATE TO THE RUN'S PROCESSING DATE. A CAR
      *    WITH NO USABLE ACQUIRED DATE SHOWS ZERO DAYS RATHER THAN
      *    STOPPING THE REPORT. FLOOR-PLAN INTEREST RUN UP ON THE UNIT
      *    TO DATE IS PART OF WHAT IT HAS COST US TO HOLD.
      *
      ******************************************************************
       WRITE-VEHICLE-AGING-LINE.
           ADD 1 TO UNSOLD-VEHICLE-COUNT.

           PERFORM COMPUTE-DAYS-ON-LOT.

           MOVE VEH-STOCK-NUMBER TO VAGE-STOCK.
           MOVE VEH-MODEL TO VAGE-MODEL.
           MOVE VEH-YEAR TO VAGE-YEAR.
           MOVE VEH-BRANCH TO VAGE-BRANCH.
           MOVE VEH-ACQUISITION-COST TO VAGE-COST.
           MOVE PROCESSING-DATE-WORK TO FLOOR-END-DATE-WORK.
           PERFORM COMPUTE-FLOOR-INTEREST.
           MOVE FLOOR-INTEREST-WORK TO VAGE-FLOOR-INTEREST.
           ADD FLOOR-INTEREST-WORK TO AGING-FLOOR-INTEREST-TOTAL.
           MOVE DAYS-ON-LOT-WORK TO VAGE-DAYS.
           IF DAYS-ON-LOT-WORK > 90
               ADD 1 TO OVER-90-VEHICLE-COUNT
               ADD VEH-ACQUISITION-COST TO OVER-90-COST-TOTAL
               ADD FLOOR-INTEREST-WORK TO OVER-90-COST-TOTAL
               MOVE '** OVER 90 DAYS **' TO VAGE-NOTE
           ELSE
               MOVE SPACES TO VAGE-NOTE
           END-IF.
           IF VEH-STATUS = 'T'
               MOVE 'IN TRANSIT' TO VAGE-NOTE
           END-IF.

           MOVE VEHICLE-AGING-DETAIL TO VEHICLE-AGING-PRINT-LINE.
           WRITE VEHICLE-AGING-PRINT-LINE.



      ******************************************************************
      *
      *    COMPUTE-DAYS-ON-LOT
      *
      *    DAYS THE UNIT IN HAND HAS SAT ON THE LOT, FROM ITS ACQUIRED
      *    DATE TO THE RUN'S PROCESSING DATE. A CAR WITH NO USABLE
      *    ACQUIRED DATE SHOWS ZERO DAYS.
      *
      ******************************************************************
       COMPUTE-DAYS-ON-LOT.
           MOVE ZERO TO DAYS-ON-LOT-WORK.
           IF VEH-ACQUIRED-DATE IS NUMERIC
                AND VEH-ACQUIRED-DATE > 19000101
               COMPUTE ACQUIRED-INTEGER-WORK =
                   FUNCTION INTEGER-OF-DATE (VEH-ACQUIRED-DATE)
               COMPUTE PROCESSING-INTEGER-WORK =
                   FUNCTION INTEGER-OF-DATE (PROCESSING-DATE-WORK)
               IF ACQUIRED-INTEGER-WORK > ZERO
                    AND PROCESSING-INTEGER-WORK > ZERO
                   COMPUTE DAYS-ON-LOT-WORK =
                       PROCESSING-INTEGER-WORK - ACQUIRED-INTEGER-WORK
               END-IF
           END-IF.
           IF DAYS-ON-LOT-WORK < ZERO
               MOVE ZERO TO DAYS-ON-LOT-WORK
           END-IF.



      ******************************************************************
      *
      *    WRITE-PRICE-LIST
      *
      *    AFTER THE RUN, PRINTS EACH BRANCH'S PRICE LIST - EVERY UNIT
      *    STILL IN STOCK THERE, WITH ITS DAYS ON THE LOT AND CURRENT
      *    ASKING PRICE - SO THE PRICE SHEETS COME OFF THE MASTER
      *    INSTEAD OF OUT OF A DESK DRAWER.
      *
      ******************************************************************
       WRITE-PRICE-LIST.
           OPEN OUTPUT PRICE-LIST-REPORT.

           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
               PERFORM WRITE-BRANCH-PRICE-LIST
           END-PERFORM.

           CLOSE PRICE-LIST-REPORT.



      ******************************************************************
      *
      *    WRITE-BRANCH-PRICE-LIST
      *
      *    SWEEPS THE MASTER FOR ONE BRANCH'S UNITS IN STOCK AND CLOSES
      *    ITS LIST WITH THE UNIT COUNT AND TOTAL ASKING.
      *
      ******************************************************************
       WRITE-BRANCH-PRICE-LIST.
           MOVE VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX) TO PLT-BRANCH.
           MOVE PRICE-LIST-BRANCH-TITLE TO PRICE-LIST-PRINT-LINE.
           WRITE PRICE-LIST-PRINT-LINE.
           MOVE PRICE-LIST-HEADING TO PRICE-LIST-PRINT-LINE.
           WRITE PRICE-LIST-PRINT-LINE.
           MOVE ZERO TO PRICE-LIST-UNIT-COUNT.
           MOVE ZERO TO PRICE-LIST-TOTAL-ASKING.

           MOVE 'YES' TO VEHICLE-SCAN-SWITCH.
           MOVE ZEROS TO VEH-STOCK-NUMBER.
           START VEHICLE-MASTER KEY >= VEH-STOCK-NUMBER
               INVALID KEY
                   MOVE 'NO' TO VEHICLE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL VEHICLE-SCAN-SWITCH = 'NO'
               READ VEHICLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO VEHICLE-SCAN-SWITCH
                   NOT AT END
                       IF VEH-BRANCH =
                            VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                            AND VEH-STATUS NOT = 'S'
                            AND VEH-STATUS NOT = 'W'
                           PERFORM WRITE-PRICE-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE PRICE-LIST-UNIT-COUNT TO PLTT-UNITS.
           MOVE PRICE-LIST-TOTAL-ASKING TO PLTT-ASKING.
           MOVE PRICE-LIST-TOTAL-LINE TO PRICE-LIST-PRINT-LINE.
           WRITE PRICE-LIST-PRINT-LINE.
           MOVE SPACES TO PRICE-LIST-PRINT-LINE.
           WRITE PRICE-LIST-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-PRICE-LIST-LINE
      *
      *    LISTS ONE UNIT IN STOCK AT ITS CURRENT ASKING PRICE. A UNIT
      *    NOBODY HAS PRICED YET IS CALLED OUT RATHER THAN LISTED AT
      *    ZERO.
      *
      ******************************************************************
       WRITE-PRICE-LIST-LINE.
           ADD 1 TO PRICE-LIST-UNIT-COUNT.
           PERFORM COMPUTE-DAYS-ON-LOT.

           MOVE VEH-STOCK-NUMBER TO PLD-STOCK.
           MOVE VEH-MODEL TO PLD-MODEL.
           MOVE VEH-YEAR TO PLD-YEAR.
           MOVE DAYS-ON-LOT-WORK TO PLD-DAYS.
           IF VEH-STATUS = 'T'
               MOVE 'IN TRANSIT' TO PLD-STATUS
           ELSE
               MOVE 'AVAILABLE' TO PLD-STATUS
           END-IF.
           MOVE SPACES TO PLD-NOTE.
           IF VEH-ASKING-PRICE IS NUMERIC
                AND VEH-ASKING-PRICE > ZERO
               MOVE VEH-ASKING-PRICE TO PLD-ASKING
               MOVE VEH-PRICE-DATE TO PLD-PRICE-DATE
               ADD VEH-ASKING-PRICE TO PRICE-LIST-TOTAL-ASKING
               IF VEH-MARKDOWN-DAYS IS NUMERIC
                    AND VEH-MARKDOWN-DAYS > ZERO
                   MOVE 'MARKED DOWN' TO PLD-NOTE
               END-IF
           ELSE
               MOVE ZERO TO PLD-ASKING
               MOVE ZERO TO PLD-PRICE-DATE
               MOVE 'NOT PRICED' TO PLD-NOTE
           END-IF.

           MOVE PRICE-LIST-DETAIL TO PRICE-LIST-PRINT-LINE.
           WRITE PRICE-LIST-PRINT-LINE.



      ******************************************************************
      *
      *    LOAD-MARKDOWN-SCHEDULE
      *
      *    LOADS THE MARKDOWN SCHEDULE'S AGE BANDS, WHICH MUST RUN IN
      *    ASCENDING DAYS. A BAND OUT OF ORDER, OR WITH NO SENSIBLE
      *    PERCENT, IS SKIPPED WITH A WARNING. NO SCHEDULE FILE MEANS NO
      *    MARKDOWNS THIS RUN.
      *
      ******************************************************************
       LOAD-MARKDOWN-SCHEDULE.
           MOVE 'YES' TO MKDN-DATA-REMAINS-SWITCH.
           OPEN INPUT MARKDOWN-SCHEDULE-FILE.

           READ MARKDOWN-SCHEDULE-FILE
               AT END
                   MOVE 'NO' TO MKDN-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL MKDN-DATA-REMAINS-SWITCH = 'NO'
               IF MKS-DAYS-IN IS NUMERIC
                    AND MKS-PCT-IN IS NUMERIC
                    AND MKS-DAYS-IN > ZERO
                    AND MKS-PCT-IN > ZERO
                    AND MARKDOWN-BAND-COUNT < 10
                    AND (MARKDOWN-BAND-COUNT = ZERO
                      OR MKS-DAYS-IN >
                         MKB-DAYS (MARKDOWN-BAND-COUNT))
                   ADD 1 TO MARKDOWN-BAND-COUNT
                   MOVE MKS-DAYS-IN TO MKB-DAYS (MARKDOWN-BAND-COUNT)
                   MOVE MKS-PCT-IN TO MKB-PCT (MARKDOWN-BAND-COUNT)
               ELSE
                   DISPLAY '*** WARNING: MARKDOWN SCHEDULE LINE '
                       MARKDOWN-SCHEDULE-RECORD
                       ' SKIPPED - BAD, OUT OF ORDER, OR OVER 10 ***'
               END-IF
               READ MARKDOWN-SCHEDULE-FILE
                   AT END
                       MOVE 'NO' TO MKDN-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE MARKDOWN-SCHEDULE-FILE.



      ******************************************************************
      *
      *    APPLY-MARKDOWN-SCHEDULE
      *
      *    SWEEPS THE MASTER FOR PRICED UNITS STILL IN STOCK AND MARKS
      *    DOWN ANY THAT HAVE AGED INTO A BAND NOT YET TAKEN, THEN
      *    CLOSES THE MARKDOWN LOG WITH THE RUN'S PRICE-CHANGE TOTALS.
      *
      ******************************************************************
       APPLY-MARKDOWN-SCHEDULE.
           MOVE 'YES' TO VEHICLE-SCAN-SWITCH.
           IF MARKDOWN-BAND-COUNT = ZERO
               MOVE 'NO' TO VEHICLE-SCAN-SWITCH
           END-IF.
           MOVE ZEROS TO VEH-STOCK-NUMBER.
           START VEHICLE-MASTER KEY >= VEH-STOCK-NUMBER
               INVALID KEY
                   MOVE 'NO' TO VEHICLE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL VEHICLE-SCAN-SWITCH = 'NO'
               READ VEHICLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO VEHICLE-SCAN-SWITCH
                   NOT AT END
                       IF VEH-STATUS NOT = 'S'
                            AND VEH-STATUS NOT = 'W'
                            AND VEH-ASKING-PRICE IS NUMERIC
                            AND VEH-ASKING-PRICE > ZERO
                            AND VEH-MARKDOWN-DAYS IS NUMERIC
                           PERFORM MARK-DOWN-AGED-UNIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO MARKDOWN-PRINT-LINE.
           WRITE MARKDOWN-PRINT-LINE.
           MOVE PRICE-CHANGE-COUNT TO MKLT-CHANGED.
           MOVE MARKDOWN-COUNT TO MKLT-MARKDOWNS.
           MOVE MARKDOWN-TOTAL-AMOUNT TO MKLT-AMOUNT.
           MOVE MARKDOWN-LOG-TOTAL-LINE TO MARKDOWN-PRINT-LINE.
           WRITE MARKDOWN-PRINT-LINE.



      ******************************************************************
      *
      *    MARK-DOWN-AGED-UNIT
      *
      *    TAKES EVERY BAND THE UNIT IN HAND HAS AGED PAST BUT NOT YET
      *    BEEN MARKED DOWN FOR, EACH OFF THE PRICE LEFT BY THE ONE
      *    BEFORE - A UNIT FIRST PRICED LATE CATCHES UP ALL AT ONCE -
      *    AND JOURNALS THE REWRITE.
      *
      ******************************************************************
       MARK-DOWN-AGED-UNIT.
           PERFORM COMPUTE-DAYS-ON-LOT.
           MOVE 'N' TO MARKDOWN-APPLIED-SWITCH.
           MOVE VEHICLE-MASTER-RECORD TO VEHICLE-BEFORE-IMAGE.

           PERFORM VARYING MARKDOWN-BAND-INDEX FROM 1 BY 1
               UNTIL MARKDOWN-BAND-INDEX > MARKDOWN-BAND-COUNT
               IF MKB-DAYS (MARKDOWN-BAND-INDEX) <= DAYS-ON-LOT-WORK
                    AND MKB-DAYS (MARKDOWN-BAND-INDEX) >
                        VEH-MARKDOWN-DAYS
                   PERFORM APPLY-MARKDOWN-BAND
               END-IF
           END-PERFORM.

           IF MARKDOWN-APPLIED-SWITCH = 'Y'
               REWRITE VEHICLE-MASTER-RECORD
               MOVE 'RW' TO VEH-JOURNAL-ACTION-WORK
               PERFORM WRITE-VEHICLE-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    APPLY-MARKDOWN-BAND
      *
      *    CUTS THE UNIT'S ASKING PRICE BY ONE BAND'S PERCENT, TO THE
      *    CENT, AND RECORDS THE BAND AS TAKEN.
      *
      ******************************************************************
       APPLY-MARKDOWN-BAND.
           MOVE VEH-ASKING-PRICE TO PRICE-OLD-WORK.
           COMPUTE VEH-ASKING-PRICE ROUNDED =
               PRICE-OLD-WORK * (100 - MKB-PCT (MARKDOWN-BAND-INDEX))
               / 100.
           MOVE MKB-DAYS (MARKDOWN-BAND-INDEX) TO VEH-MARKDOWN-DAYS.
           MOVE PROCESSING-DATE-WORK TO VEH-PRICE-DATE.
           MOVE 'Y' TO MARKDOWN-APPLIED-SWITCH.

           ADD 1 TO MARKDOWN-COUNT.
           COMPUTE MARKDOWN-TOTAL-AMOUNT = MARKDOWN-TOTAL-AMOUNT
               + PRICE-OLD-WORK - VEH-ASKING-PRICE.
           MOVE MKB-PCT (MARKDOWN-BAND-INDEX) TO MARKDOWN-PCT-WORK.
           MOVE 'MKDN' TO PRICE-CHANGE-REASON-WORK.
           PERFORM RECORD-PRICE-CHANGE.



      ******************************************************************
      *
      *    APPLY-SEED-ASKING-PRICE
      *
      *    CARRIES THE ACQUISITIONS FEED'S ASKING PRICE ONTO THE MASTER
      *    RECORD IN HAND WHEN IT NAMES A NEW PRICE. A UNIT'S FIRST
      *    PRICE IS A LISTING, ANY LATER ONE A REPRICE; THE MARKDOWN
      *    BANDS ALREADY TAKEN STAND EITHER WAY.
      *
      ******************************************************************
       APPLY-SEED-ASKING-PRICE.
           IF VEH-ASKING-PRICE IS NOT NUMERIC
               MOVE ZERO TO VEH-ASKING-PRICE
               MOVE ZERO TO VEH-PRICE-DATE
               MOVE ZERO TO VEH-MARKDOWN-DAYS
           END-IF.
           IF VSEED-ASKING-PRICE IS NUMERIC
                AND VSEED-ASKING-PRICE > ZERO
                AND VSEED-ASKING-PRICE NOT = VEH-ASKING-PRICE
               MOVE VEH-ASKING-PRICE TO PRICE-OLD-WORK
               MOVE VSEED-ASKING-PRICE TO VEH-ASKING-PRICE
               MOVE PROCESSING-DATE-WORK TO VEH-PRICE-DATE
               MOVE ZERO TO MARKDOWN-PCT-WORK
               IF PRICE-OLD-WORK = ZERO
                   MOVE 'LIST' TO PRICE-CHANGE-REASON-WORK
               ELSE
                   MOVE 'RPRC' TO PRICE-CHANGE-REASON-WORK
               END-IF
               PERFORM RECORD-PRICE-CHANGE
           END-IF.



      ******************************************************************
      *
      *    RECORD-PRICE-CHANGE
      *
      *    APPENDS THE UNIT IN HAND'S PRICE CHANGE TO THE PRICE
      *    HISTORY AND LISTS IT ON THE RUN'S MARKDOWN LOG. THE CALLER
      *    SETS THE OLD PRICE, THE REASON, AND ANY MARKDOWN PERCENT.
      *
      ******************************************************************
       RECORD-PRICE-CHANGE.
           ADD 1 TO PRICE-CHANGE-COUNT.

           MOVE VEH-STOCK-NUMBER TO PH-STOCK-NUMBER.
           MOVE PROCESSING-DATE-WORK TO PH-DATE.
           MOVE PRICE-OLD-WORK TO PH-OLD-PRICE.
           MOVE VEH-ASKING-PRICE TO PH-NEW-PRICE.
           MOVE PRICE-CHANGE-REASON-WORK TO PH-REASON.
           MOVE VEH-MARKDOWN-DAYS TO PH-MARKDOWN-DAYS.
           WRITE PRICE-HISTORY-RECORD.

           PERFORM COMPUTE-DAYS-ON-LOT.
           MOVE VEH-STOCK-NUMBER TO MKL-STOCK.
           MOVE VEH-MODEL TO MKL-MODEL.
           MOVE VEH-YEAR TO MKL-YEAR.
           MOVE VEH-BRANCH TO MKL-BRANCH.
           MOVE DAYS-ON-LOT-WORK TO MKL-DAYS.
           MOVE MARKDOWN-PCT-WORK TO MKL-PCT.
           MOVE PRICE-OLD-WORK TO MKL-OLD-PRICE.
           MOVE VEH-ASKING-PRICE TO MKL-NEW-PRICE.
           EVALUATE PRICE-CHANGE-REASON-WORK
               WHEN 'LIST'
                   MOVE 'NEW PRICE' TO MKL-CHANGE
               WHEN 'RPRC'
                   MOVE 'REPRICED' TO MKL-CHANGE
               WHEN OTHER
                   MOVE 'MARKDOWN' TO MKL-CHANGE
           END-EVALUATE.
           MOVE MARKDOWN-LOG-DETAIL TO MARKDOWN-PRINT-LINE.
           WRITE MARKDOWN-PRINT-LINE.



      ******************************************************************
      *
      *    COMPUTE-ASKING-DISCOUNT
      *
      *    THE DISCOUNT THE SALE GAVE OFF ITS UNIT'S ASKING PRICE -
      *    NEGATIVE WHEN THE UNIT SOLD OVER ASKING, ZERO WHEN NOBODY
      *    HAD PRICED IT.
      *
      ******************************************************************
       COMPUTE-ASKING-DISCOUNT.
           MOVE ZERO TO ASKING-DISCOUNT-WORK.
           IF SALE-ASKING-PRICE-WORK > ZERO
               COMPUTE ASKING-DISCOUNT-WORK =
                   SALE-ASKING-PRICE-WORK - SALE-AMOUNT OF INPUT-RECORD
           END-IF.



      ******************************************************************
      *
      *    WRITE-RECON-REPORT
      *
      *    AFTER THE RUN, SWEEPS THE VEHICLE MASTER FOR EVERY UNIT
      *    CARRYING CAPITALIZED RECON AND LISTS ITS SPEND AGAINST ITS
      *    ACQUISITION COST, FLAGGING UNITS OVER THE RECON LIMIT, THEN
      *    ROLLS THE SPEND UP BY BRANCH. THE REPORT FILE WAS OPENED
      *    FOR THE RUN'S POSTINGS AND IS CLOSED WITH THE OTHERS.
      *
      ******************************************************************
       WRITE-RECON-REPORT.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-UNIT-TITLE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-UNIT-HEADING TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'YES' TO VEHICLE-SCAN-SWITCH.
           MOVE ZEROS TO VEH-STOCK-NUMBER.
           START VEHICLE-MASTER KEY >= VEH-STOCK-NUMBER
               INVALID KEY
                   MOVE 'NO' TO VEHICLE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL VEHICLE-SCAN-SWITCH = 'NO'
               READ VEHICLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO VEHICLE-SCAN-SWITCH
                   NOT AT END
                       IF VEH-RECON-COST IS NUMERIC
                            AND VEH-RECON-COST > ZERO
                           PERFORM WRITE-RECON-UNIT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-BRANCH-TITLE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-BRANCH-HEADING TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
               MOVE VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                   TO RCNB-BRANCH
               MOVE BRANCH-RECON-UNITS (BRANCH-TABLE-INDEX)
                   TO RCNB-UNITS
               MOVE BRANCH-RECON-SPEND (BRANCH-TABLE-INDEX)
                   TO RCNB-SPEND
               MOVE BRANCH-RECON-OVER (BRANCH-TABLE-INDEX)
                   TO RCNB-OVER
               MOVE RECON-BRANCH-DETAIL TO RECON-PRINT-LINE
               WRITE RECON-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-UNIT-COUNT TO RCNB-TOTAL-UNITS.
           MOVE RECON-TOTAL-SPEND TO RCNB-TOTAL-SPEND.
           MOVE RECON-OVER-COUNT TO RCNB-TOTAL-OVER.
           MOVE RECON-BRANCH-TOTAL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE RECON-LIMIT-PCT TO RCNT-LIMIT.
           MOVE RECON-THRESHOLD-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-FLOOR-PLAN-REPORT
      *
      *    CLOSES OUT THE RUN'S PAYOFF-DUE LIST, THEN SWEEPS THE
      *    VEHICLE MASTER FOR EVERY SOLD UNIT WHOSE FLOOR-PLAN NOTE
      *    IS STILL OPEN - SOLD OUT OF TRUST UNTIL THE LENDER
      *    CONFIRMS THE PAYOFF - WITH DAYS SINCE THE SALE AND THE
      *    INTEREST STILL RUNNING.
      *
      ******************************************************************
       WRITE-FLOOR-PLAN-REPORT.
           MOVE SPACES TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE PAYOFF-DUE-COUNT TO FLRD-COUNT.
           MOVE PAYOFF-DUE-AMOUNT TO FLRD-AMOUNT.
           MOVE FLOOR-DUE-TOTAL-LINE TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.

           MOVE SPACES TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE FLOOR-SOOT-TITLE TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE FLOOR-UNIT-HEADING TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.

           MOVE 'YES' TO VEHICLE-SCAN-SWITCH.
           MOVE ZEROS TO VEH-STOCK-NUMBER.
                   AT END
                       MOVE 'NO' TO VEHICLE-SCAN-SWITCH
                   NOT AT END
                       IF (VEH-STATUS = 'S' OR VEH-STATUS = 'W')
                            AND VEH-FLOOR-AMOUNT IS NUMERIC
                            AND VEH-FLOOR-AMOUNT > ZERO
                            AND VEH-FLOOR-PAYOFF-DATE = ZERO
                           ADD 1 TO SOOT-COUNT
                           ADD VEH-FLOOR-AMOUNT TO SOOT-AMOUNT
                           MOVE PROCESSING-DATE-WORK
                               TO FLOOR-END-DATE-WORK
                           PERFORM COMPUTE-FLOOR-INTEREST
                           MOVE 'OUT OF TRUST' TO FLRU-NOTE
                           PERFORM WRITE-FLOOR-UNIT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.
           MOVE SOOT-COUNT TO FLRS-COUNT.
           MOVE SOOT-AMOUNT TO FLRS-AMOUNT.
           MOVE FLOOR-SOOT-TOTAL-LINE TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.

           IF SOOT-COUNT > ZERO
               DISPLAY '*** WARNING: ' SOOT-COUNT
                   ' SOLD UNIT(S) STILL FLOORED - SEE FLOORPLN.TXT ***'
           END-IF.



      ******************************************************************
      *
      *    WRITE-FLOOR-UNIT-LINE
      *
      *    LISTS THE FLOORED MASTER RECORD IN HAND WITH THE INTEREST
      *    JUST COMPUTED FOR IT AND THE DAYS SINCE ITS SALE. THE
      *    CALLER SETS THE NOTE.
      *
      ******************************************************************
       WRITE-FLOOR-UNIT-LINE.
           MOVE VEH-STOCK-NUMBER TO FLRU-STOCK.
           MOVE VEH-FLOOR-LENDER TO FLRU-LENDER.
           MOVE VEH-BRANCH TO FLRU-BRANCH.
           MOVE VEH-FLOOR-DATE TO FLRU-FLOOR-DATE.
           MOVE VEH-SOLD-DATE TO FLRU-SOLD-DATE.
           MOVE VEH-FLOOR-AMOUNT TO FLRU-PRINCIPAL.
           MOVE FLOOR-INTEREST-WORK TO FLRU-INTEREST.

           MOVE ZERO TO FLOOR-DAYS-WORK.
           IF VEH-SOLD-DATE IS NUMERIC
                AND VEH-SOLD-DATE > 19000101
                AND PROCESSING-DATE-WORK > VEH-SOLD-DATE
               COMPUTE FLOOR-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (VEH-SOLD-DATE)
               COMPUTE FLOOR-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PROCESSING-DATE-WORK)
               IF FLOOR-START-INTEGER > ZERO
                    AND FLOOR-END-INTEGER > ZERO
                   COMPUTE FLOOR-DAYS-WORK =
                       FLOOR-END-INTEGER - FLOOR-START-INTEGER
               END-IF
           END-IF.
           MOVE FLOOR-DAYS-WORK TO FLRU-DAYS.

           MOVE FLOOR-UNIT-DETAIL TO FLOOR-PRINT-LINE.
           WRITE FLOOR-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-RECON-UNIT-LINE
      *
      *    LISTS ONE UNIT'S RECON WITH ITS PERCENTAGE OF ACQUISITION
      *    COST AND FOLDS IT INTO ITS BRANCH. A UNIT WITH RECON BUT NO
      *    ACQUISITION COST (A ZERO-ALLOWANCE TRADE) IS ALWAYS OVER.
      *
      ******************************************************************
       WRITE-RECON-UNIT-LINE.
           ADD 1 TO RECON-UNIT-COUNT.
           ADD VEH-RECON-COST TO RECON-TOTAL-SPEND.

           IF VEH-ACQUISITION-COST > ZERO
               COMPUTE RECON-PCT-WORK ROUNDED =
                   (VEH-RECON-COST * 100) / VEH-ACQUISITION-COST
                   ON SIZE ERROR
                       MOVE 99999 TO RECON-PCT-WORK
               END-COMPUTE
           ELSE
               MOVE 99999 TO RECON-PCT-WORK
           END-IF.

           MOVE SPACES TO RECON-UNIT-DETAIL.
           MOVE VEH-STOCK-NUMBER TO RCNU-STOCK.
           MOVE VEH-MODEL TO RCNU-MODEL.
           MOVE VEH-YEAR TO RCNU-YEAR.
           MOVE VEH-BRANCH TO RCNU-BRANCH.
           EVALUATE VEH-STATUS
               WHEN 'A'
                   MOVE 'AVAILABLE' TO RCNU-STATUS
               WHEN 'S'
                   MOVE 'SOLD' TO RCNU-STATUS
               WHEN 'T'
                   MOVE 'IN TRANSIT' TO RCNU-STATUS
               WHEN 'W'
                   MOVE 'WHOLESALED' TO RCNU-STATUS
               WHEN OTHER
                   MOVE VEH-STATUS TO RCNU-STATUS
           END-EVALUATE.
           MOVE VEH-ACQUISITION-COST TO RCNU-ACQ-COST.
           MOVE VEH-RECON-COST TO RCNU-RECON-COST.
           MOVE RECON-PCT-WORK TO RCNU-PCT.

           MOVE VEH-BRANCH TO BRANCH-CHECK-WORK.
           MOVE ZERO TO BRANCH-FOUND-INDEX.
           PERFORM VARYING BRANCH-TABLE-INDEX FROM 1 BY 1
               UNTIL BRANCH-TABLE-INDEX > 5
                  OR BRANCH-FOUND-INDEX IS POSITIVE
               IF VEH-BRANCH = VALID-BRANCH-ENTRY (BRANCH-TABLE-INDEX)
                   MOVE BRANCH-TABLE-INDEX TO BRANCH-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF BRANCH-FOUND-INDEX IS POSITIVE
               ADD 1 TO BRANCH-RECON-UNITS (BRANCH-FOUND-INDEX)
               ADD VEH-RECON-COST
                   TO BRANCH-RECON-SPEND (BRANCH-FOUND-INDEX)
           END-IF.

           IF RECON-PCT-WORK > RECON-LIMIT-PCT
               ADD 1 TO RECON-OVER-COUNT
               MOVE '** OVER LIMIT **' TO RCNU-NOTE
               IF BRANCH-FOUND-INDEX IS POSITIVE
                   ADD 1 TO BRANCH-RECON-OVER (BRANCH-FOUND-INDEX)
               END-IF
           END-IF.

           MOVE RECON-UNIT-DETAIL TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.



               PERFORM COMPUTE-SALES-TAX
               COMPUTE NET-SALE-AMOUNT-WORK =
                   SALE-AMOUNT OF INPUT-RECORD - TRADE-ALLOWANCE-WORK
               COMPUTE INCENTIVE-DATE-WORK =
                   (FULL-SALE-YEAR * 10000)
                   + (SALE-MONTH OF INPUT-RECORD * 100)
                   + SALE-DAY OF INPUT-RECORD
               PERFORM FIND-DEAL-INCENTIVES
               PERFORM COMPUTE-GROSS-PROFIT
               PERFORM ACCUMULATE-BRANCH-TOTALS
               PERFORM ACCUMULATE-SALESPERSON-TOTALS
               PERFORM MARK-VEHICLE-SOLD
               MOVE 'C' TO INCENTIVE-ACTION-WORK
               PERFORM WRITE-INCENTIVE-CLAIMS
               PERFORM WRITE-TITLE-EXTRACT
               PERFORM RECORD-BUYER-PURCHASE
               IF TRADE-ALLOWANCE-WORK > ZERO
               MOVE COMMISSION-AMOUNT-WORK TO GOOD-COMMISSION-AMOUNT
               MOVE TAX-AMOUNT-WORK TO GOOD-TAX-AMOUNT
               MOVE NET-SALE-AMOUNT-WORK TO GOOD-NET-AMOUNT
               MOVE ASKING-DISCOUNT-WORK TO GOOD-DISCOUNT-AMOUNT
               MOVE GOOD-RECORD-OUT TO GOOD-PRINT-LINE
               WRITE GOOD-PRINT-LINE
               MOVE INPUT-RECORD TO MTD-INPUT-IMAGE
               WRITE MTD-SALES-RECORD
               MOVE 'Y' TO LAST-SALE-VALID-SWITCH
               MOVE SALE-AMOUNT OF INPUT-RECORD TO LAST-SALE-AMOUNT
               MOVE SOLD-DATE-WORK TO LAST-SALE-DATE
               MOVE BRANCH-FOUND-INDEX TO LAST-SALE-BRANCH-INDEX
               MOVE STOCK-NUMBER OF INPUT-RECORD
                   TO LAST-SALE-STOCK-NUMBER
               MOVE SALESPERSON-ID OF INPUT-RECORD
                   TO LAST-SALE-SALESPERSON-ID
               MOVE SALESPERSON-FOUND-INDEX TO LAST-SALE-SLSP-INDEX
               MOVE 'Y' TO LAST-DEAL-PRODUCT-SWITCH
           ELSE
               ADD 1 TO TOTAL-INVALID-COUNT
               MOVE 'N' TO LAST-SALE-VALID-SWITCH
      *    LOOKS THE SALE'S MODEL AND CAR YEAR UP IN THE BOOK-VALUE
      *    TABLE. A SALE PRICED BELOW THE RANGE'S LOW OR ABOVE ITS
      *    HIGH IS HELD FOR REVIEW. A MODEL/YEAR WITH NO RANGE ON
      *    FILE IS NOT SECOND-GUESSED ON RANGE. A SALE DISCOUNTED
      *    MORE THAN THE DISCOUNT LIMIT OFF THE UNIT'S ADVERTISED
      *    ASKING PRICE IS HELD; AN UNPRICED UNIT IS NOT. EITHER WAY,
      *    A SALE PRICED UNDER WHAT THE UNIT COST US - ACQUISITION
      *    PLUS CAPITALIZED RECON - IS HELD TOO.
      *
      ******************************************************************
       CHECK-PRICE-REASONABLENESS.
               END-IF
           END-IF.

           PERFORM COMPUTE-ASKING-DISCOUNT.
           IF SALE-ASKING-PRICE-WORK > ZERO
                AND ASKING-DISCOUNT-WORK * 100 >
                    SALE-ASKING-PRICE-WORK * DISCOUNT-LIMIT-PCT
               MOVE 'Y' TO PRICE-REVIEW-SWITCH
               MOVE 'DISCOUNT OVER LIMIT' TO PRICE-REVIEW-REASON
           END-IF.

           IF SALE-AMOUNT OF INPUT-RECORD < SOLD-UNIT-COST-WORK
               MOVE 'Y' TO PRICE-REVIEW-SWITCH
               MOVE 'PRICED BELOW COST' TO PRICE-REVIEW-REASON
           END-IF.



      ******************************************************************
           MOVE CAR-MODEL OF INPUT-RECORD TO PREV-MODEL.
           MOVE CAR-YEAR OF INPUT-RECORD TO PREV-YEAR.
           MOVE SALE-AMOUNT OF INPUT-RECORD TO PREV-AMOUNT.
           IF BOOK-VALUE-FOUND-INDEX IS POSITIVE
               MOVE BV-LOW (BOOK-VALUE-FOUND-INDEX) TO PREV-LOW
               MOVE BV-HIGH (BOOK-VALUE-FOUND-INDEX) TO PREV-HIGH
           ELSE
               MOVE ZERO TO PREV-LOW
               MOVE ZERO TO PREV-HIGH
           END-IF.
           MOVE SALE-ASKING-PRICE-WORK TO PREV-ASKING.
           MOVE SOLD-UNIT-COST-WORK TO PREV-COST.
           MOVE PRICE-REVIEW-REASON TO PREV-REASON.
           MOVE PRICE-REVIEW-DETAIL TO PRICE-REVIEW-PRINT-LINE.
           WRITE PRICE-REVIEW-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-PRODUCT-REJECT-RECORD
      *
      *    EMITS THE REJECTED F&I PRODUCT RECORD. CODES: PRDS (NO VALID
      *    SALE), PRDN (NON-NUMERIC), PRDU (UNKNOWN PRODUCT), PRDV
      *    (WRONG PROVIDER), PRDC (COST NOT THE MASTER COST), PRDP
      *    (PRICE BELOW COST OR OVER THE CEILING).
      *
      ******************************************************************
       WRITE-PRODUCT-REJECT-RECORD.
           MOVE SPACES TO RJ-REASON-CODES.
           MOVE ZERO TO REJECT-CODE-COUNT.

           IF DVF-PRD-WITHOUT-SALE = 'T'
               MOVE 'PRDS' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-PRD-NONNUMERIC = 'T'
               MOVE 'PRDN' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-PRD-UNKNOWN = 'T'
               MOVE 'PRDU' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-PRD-WRONG-PROVIDER = 'T'
               MOVE 'PRDV' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-PRD-COST-MISMATCH = 'T'
               MOVE 'PRDC' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.
           IF DVF-PRD-PRICE-RANGE = 'T'
               MOVE 'PRDP' TO REJECT-CODE-WORK
               PERFORM ADD-REJECT-CODE.

           PERFORM WRITE-REJECT-RECORD.



      ******************************************************************
      *
      *    ADD-REJECT-CODE-MISS
      *    WRITE-BRANCH-PROFIT-LINE
      *
      *    WRITES THE BRANCH'S GROSS PROFIT FOR THE RUN - SALES LESS
      *    SOLD-UNIT COSTS LESS TRADE OVER-ALLOWANCES PLUS FACTORY
      *    INCENTIVES - SO A BRANCH HITTING QUOTA WHILE LOSING MONEY
      *    SHOWS IT ON THE PAGE. THE INCENTIVE SHARE OF THE GROSS IS
      *    SHOWN BESIDE IT.
      *
      ******************************************************************
       WRITE-BRANCH-PROFIT-LINE.
           MOVE BRANCH-GROSS-PROFIT (BRANCH-TABLE-INDEX)
               TO GROSS-PROFIT-DISPLAY.
           MOVE SPACES TO BRANCH-SUMMARY-PRINT-LINE.
           MOVE BRANCH-INCENTIVE-INCOME (BRANCH-TABLE-INDEX)
               TO INCENTIVE-DISPLAY.
           STRING '       GROSS-PROFIT='
               GROSS-PROFIT-DISPLAY
               ' INCENTIVES='
               INCENTIVE-DISPLAY
               DELIMITED BY SIZE
               INTO BRANCH-SUMMARY-PRINT-LINE.
           WRITE BRANCH-SUMMARY-PRINT-LINE.
      *
      *    WRITE-SALESPERSON-SUMMARY
      *
      *    WRITES THE PER-SALESPERSON SALES/COMMISSION ROLL-UP, WITH
      *    THE AVERAGE DISCOUNT GIVEN OFF ASKING ACROSS THE DEALS ON
      *    PRICED UNITS.
      *
      ******************************************************************
       WRITE-SALESPERSON-SUMMARY.
               MOVE SPACES TO SALESPERSON-SUMMARY-PRINT-LINE
               MOVE SLSP-GROSS-PROFIT (SALESPERSON-INDEX)
                   TO GROSS-PROFIT-DISPLAY
               MOVE ZERO TO AVG-DISCOUNT-WORK
               IF SLSP-DISCOUNT-DEALS (SALESPERSON-INDEX) > ZERO
                   COMPUTE AVG-DISCOUNT-WORK ROUNDED =
                       SLSP-TOTAL-DISCOUNT (SALESPERSON-INDEX) /
                       SLSP-DISCOUNT-DEALS (SALESPERSON-INDEX)
               END-IF
               MOVE AVG-DISCOUNT-WORK TO AVG-DISCOUNT-DISPLAY
               STRING 'ID '
                   SLSP-ID (SALESPERSON-INDEX)
                   ' '
                   SLSP-TOTAL-COMMISSION (SALESPERSON-INDEX)
                   ' GROSS-PROFIT='
                   GROSS-PROFIT-DISPLAY
                   ' AVG-DISCOUNT='
                   AVG-DISCOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO SALESPERSON-SUMMARY-PRINT-LINE
               WRITE SALESPERSON-SUMMARY-PRINT-LINE
