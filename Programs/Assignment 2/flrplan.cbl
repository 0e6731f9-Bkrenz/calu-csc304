      ******************************************************************
      * CIS/CSC - 304 - COBOL
      * Assignment 2
      *
      * Authors: ROBERT KRENCY
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLRPLAN.
       AUTHOR. 'KRENCY, ROBINSON, MORRIS, MORRISON'.

      ******************************************************************
      *
      *    MONTHLY FLOOR-PLAN INTEREST STATEMENT
      *
      *    ACCRUES THE MONTH'S FLOOR-PLAN INTEREST ON EVERY UNIT WHOSE
      *    NOTE WAS OPEN AT ANY POINT IN THE PERIOD NAMED ON THE
      *    CONTROL CARD - SIMPLE DAILY INTEREST, ACTUAL/365, AT THE
      *    LENDER'S RATE FROM THE RATE FILE, FROM THE LATER OF THE
      *    FLOOR DATE AND THE FIRST OF THE MONTH UP TO THE EARLIER OF
      *    THE PAYOFF DATE AND THE FIRST OF THE NEXT MONTH - AND
      *    PRINTS IT ONE LENDER AT A TIME, SO EACH SECTION CAN BE
      *    TICKED AGAINST THAT LENDER'S BILL. A SOLD UNIT STILL
      *    FLOORED AT MONTH END IS CALLED OUT AS SOLD OUT OF TRUST.
      *    UNITS FLOORED WITH A LENDER NOT ON THE RATE FILE PRINT
      *    LAST, WITH NO INTEREST. THE MASTER IS NEVER TOUCHED.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FLOOR-CONTROL-FILE ASSIGN TO 'FLRCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-RATE-FILE ASSIGN TO 'FLRRATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VEHICLE-MASTER ASSIGN TO 'VEHMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-STOCK-NUMBER.

           SELECT FLOOR-STATEMENT ASSIGN TO 'FLRSTMT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.

      * CONTROL CARD - THE PERIOD (YYYYMM) BEING BILLED
       FD FLOOR-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS FLOOR-CONTROL-CARD.
       01 FLOOR-CONTROL-CARD.
           05 FLC-PERIOD PIC 9(6).
           05 FLC-PERIOD-FIELDS REDEFINES FLC-PERIOD.
               10 FLC-PERIOD-YYYY PIC 9(4).
               10 FLC-PERIOD-MM PIC 9(2).

      * FLOOR-PLAN LENDERS AND THE ANNUAL INTEREST RATE (PERCENT)
      * EACH CHARGES - SAME FILE THE DAILY SALES RUN (ASSIGNMENT2)
      * READS
       FD FLOOR-RATE-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS FLOOR-RATE-RECORD.
       01 FLOOR-RATE-RECORD.
           05 FLRT-LENDER-IN PIC X(4).
           05 FLRT-NAME-IN PIC X(20).
           05 FLRT-RATE-IN PIC 9(2)V999.

      * VEHICLE INVENTORY MASTER - SAME RECORD THE DAILY SALES RUN
      * (ASSIGNMENT2) CARRIES, READ ONLY HERE
       FD VEHICLE-MASTER
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS VEHICLE-MASTER-RECORD.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-STOCK-NUMBER PIC 9(6).
           05 VEH-MODEL PIC X(13).
           05 VEH-YEAR PIC 9(4).
           05 VEH-BRANCH PIC 9(4).
           05 VEH-ACQUISITION-COST PIC 9(7)V99.
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

      * THE MONTH'S INTEREST STATEMENT, BY LENDER
       FD FLOOR-STATEMENT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STATEMENT-PRINT-LINE.
       01 STATEMENT-PRINT-LINE PIC X(100).



       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 FLRT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 VEHICLE-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * FLOOR-PLAN RATE TABLE, LOADED FROM FLRRATE.TXT
       01 FLOOR-RATE-TABLE.
           03 FLOOR-RATE-ENTRY OCCURS 20 TIMES.
               05 FR-LENDER PIC X(4).
               05 FR-NAME PIC X(20).
               05 FR-RATE PIC 9(2)V999.
       01 FLOOR-RATE-COUNT PIC 99 VALUE ZERO.
       01 FLOOR-RATE-INDEX PIC 99 VALUE ZERO.
       01 FLOOR-RATE-FOUND-INDEX PIC 99 VALUE ZERO.

      * THE LENDER SECTION BEING PRINTED - ZERO INDEX IS THE
      * CLOSING SECTION FOR LENDERS NOT ON THE RATE FILE
       01 SECTION-RATE-INDEX PIC 99 VALUE ZERO.
       01 SECTION-UNIT-COUNT PIC 9(5) VALUE ZERO.
       01 SECTION-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 SECTION-INTEREST PIC 9(9)V99 VALUE ZERO.

      * THE BILLING PERIOD: FIRST OF THE MONTH THROUGH THE LAST DAY,
      * WITH THE FIRST OF THE NEXT MONTH AS THE EXCLUSIVE END
       01 PERIOD-START-DATE PIC 9(8) VALUE ZERO.
       01 PERIOD-END-DATE PIC 9(8) VALUE ZERO.
       01 NEXT-PERIOD-DATE PIC 9(8) VALUE ZERO.
       01 NEXT-PERIOD-FIELDS REDEFINES NEXT-PERIOD-DATE.
           05 NEXT-PERIOD-YYYY PIC 9(4).
           05 NEXT-PERIOD-MM PIC 9(2).
           05 NEXT-PERIOD-DD PIC 9(2).
       01 PERIOD-START-INTEGER PIC 9(7) VALUE ZERO.
       01 NEXT-PERIOD-INTEGER PIC 9(7) VALUE ZERO.

      * ACCRUAL WORK FOR THE UNIT IN HAND
       01 UNIT-START-INTEGER PIC 9(7) VALUE ZERO.
       01 UNIT-END-INTEGER PIC 9(7) VALUE ZERO.
       01 ACCRUAL-DAYS-WORK PIC S9(5) VALUE ZERO.
       01 UNIT-INTEREST-WORK PIC 9(7)V99 VALUE ZERO.
       01 UNIT-IN-PERIOD-SWITCH PIC X VALUE 'N'.
       01 UNIT-OPEN-AT-END-SWITCH PIC X VALUE 'N'.

      * STATEMENT TOTALS
       01 TOTAL-UNIT-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 SOOT-COUNT PIC 9(5) VALUE ZERO.
       01 SOOT-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 NO-RATE-COUNT PIC 9(5) VALUE ZERO.

      * REPORT LINES
       01 STATEMENT-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE 'FLOOR-PLAN INTEREST STATEMENT - PERIOD '.
           05 STMT-PERIOD PIC 9(6).
           05 FILLER PIC X(4) VALUE '   ('.
           05 STMT-START PIC 9(8).
           05 FILLER PIC X(6) VALUE ' THRU '.
           05 STMT-END PIC 9(8).
           05 FILLER PIC X(1) VALUE ')'.

       01 LENDER-HEADING-LINE.
           05 FILLER PIC X(8) VALUE 'LENDER '.
           05 STMT-LENDER PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMT-LENDER-NAME PIC X(20).
           05 FILLER PIC X(8) VALUE '  RATE '.
           05 STMT-RATE PIC Z9.999.
           05 FILLER PIC X(1) VALUE '%'.

       01 NO-RATE-HEADING-LINE PIC X(60)
           VALUE 'UNITS FLOORED WITH A LENDER NOT ON THE RATE FILE:'.

       01 UNIT-HEADING-LINE.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'LENDER'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'FLOORED'.
           05 FILLER PIC X(10) VALUE 'PAID OFF'.
           05 FILLER PIC X(6) VALUE ' DAYS'.
           05 FILLER PIC X(14) VALUE '   PRINCIPAL'.
           05 FILLER PIC X(12) VALUE '  INTEREST'.
           05 FILLER PIC X(16) VALUE 'NOTE'.

       01 UNIT-DETAIL-LINE.
           05 STMU-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMU-LENDER PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 STMU-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 STMU-FLOOR-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMU-PAYOFF-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMU-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMU-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMU-INTEREST PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMU-NOTE PIC X(16).

       01 LENDER-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE '  UNITS:'.
           05 STML-UNITS PIC ZZ,ZZ9.
           05 FILLER PIC X(27) VALUE '   OPEN AT MONTH END:'.
           05 STML-PRINCIPAL PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(13) VALUE '   INTEREST:'.
           05 STML-INTEREST PIC $$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE 'ALL UNITS:'.
           05 STMG-UNITS PIC ZZ,ZZ9.
           05 FILLER PIC X(27) VALUE '   OPEN AT MONTH END:'.
           05 STMG-PRINCIPAL PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(13) VALUE '   INTEREST:'.
           05 STMG-INTEREST PIC $$,$$$,$$9.99.

       01 SOOT-TOTAL-LINE.
           05 FILLER PIC X(33)
               VALUE 'SOLD OUT OF TRUST AT MONTH END:'.
           05 STMS-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(13) VALUE '  PRINCIPAL '.
           05 STMS-AMOUNT PIC $$$,$$$,$$9.99.


       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    PRODUCE-FLOOR-STATEMENT
      *
      *    Entry point of the program.
      *
      ******************************************************************
       PRODUCE-FLOOR-STATEMENT.
           PERFORM READ-FLOOR-CONTROL-CARD.
           PERFORM LOAD-FLOOR-RATES.

           OPEN INPUT VEHICLE-MASTER.
           OPEN OUTPUT FLOOR-STATEMENT.

           MOVE FLC-PERIOD TO STMT-PERIOD.
           MOVE PERIOD-START-DATE TO STMT-START.
           MOVE PERIOD-END-DATE TO STMT-END.
           MOVE STATEMENT-TITLE-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

      *    ONE SECTION PER LENDER ON THE RATE FILE, THEN ONE FOR ANY
      *    LENDER THE RATE FILE DOES NOT KNOW
           PERFORM VARYING SECTION-RATE-INDEX FROM 1 BY 1
               UNTIL SECTION-RATE-INDEX > FLOOR-RATE-COUNT
               PERFORM WRITE-LENDER-SECTION
           END-PERFORM.
           MOVE ZERO TO SECTION-RATE-INDEX.
           PERFORM WRITE-LENDER-SECTION.

           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE TOTAL-UNIT-COUNT TO STMG-UNITS.
           MOVE TOTAL-PRINCIPAL TO STMG-PRINCIPAL.
           MOVE TOTAL-INTEREST TO STMG-INTEREST.
           MOVE GRAND-TOTAL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE SOOT-COUNT TO STMS-COUNT.
           MOVE SOOT-AMOUNT TO STMS-AMOUNT.
           MOVE SOOT-TOTAL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           IF SOOT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' SOOT-COUNT
                   ' SOLD UNIT(S) STILL FLOORED AT MONTH END - SEE '
                   'FLRSTMT.TXT ***'
           END-IF.

           IF NO-RATE-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' NO-RATE-COUNT
                   ' FLOORED UNIT(S) WITH NO RATE ON FLRRATE.TXT - '
                   'NO INTEREST ACCRUED ***'
           END-IF.

           CLOSE VEHICLE-MASTER
                 FLOOR-STATEMENT.

           STOP RUN.



      ******************************************************************
      *
      *    READ-FLOOR-CONTROL-CARD
      *
      *    READS THE PERIOD BEING BILLED AND WORKS OUT ITS FIRST DAY,
      *    ITS LAST DAY, AND THE FIRST DAY OF THE MONTH AFTER. A
      *    MISSING OR UNREADABLE CARD STOPS THE RUN - A STATEMENT FOR
      *    THE WRONG MONTH IS WORSE THAN NONE.
      *
      ******************************************************************
       READ-FLOOR-CONTROL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT FLOOR-CONTROL-FILE.
           READ FLOOR-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE FLOOR-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR FLC-PERIOD IS NOT NUMERIC
                OR FLC-PERIOD-MM < 1
                OR FLC-PERIOD-MM > 12
               DISPLAY '*** RUN ABORTED: FLRCARD.TXT MISSING OR '
                   'INVALID - A BILLING PERIOD (YYYYMM) IS REQUIRED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE PERIOD-START-DATE = FLC-PERIOD * 100 + 1.

           IF FLC-PERIOD-MM = 12
               COMPUTE NEXT-PERIOD-YYYY = FLC-PERIOD-YYYY + 1
               MOVE 1 TO NEXT-PERIOD-MM
           ELSE
               MOVE FLC-PERIOD-YYYY TO NEXT-PERIOD-YYYY
               COMPUTE NEXT-PERIOD-MM = FLC-PERIOD-MM + 1
           END-IF.
           MOVE 1 TO NEXT-PERIOD-DD.

           COMPUTE PERIOD-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (PERIOD-START-DATE).
           COMPUTE NEXT-PERIOD-INTEGER =
               FUNCTION INTEGER-OF-DATE (NEXT-PERIOD-DATE).
           COMPUTE PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER (NEXT-PERIOD-INTEGER - 1).



      ******************************************************************
      *
      *    LOAD-FLOOR-RATES
      *
      *    LOADS EACH FLOOR-PLAN LENDER'S ANNUAL RATE.
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

           IF FLOOR-RATE-COUNT IS ZERO
               DISPLAY '*** WARNING: FLRRATE.TXT MISSING OR EMPTY - '
                   'NO INTEREST CAN BE ACCRUED ***'
           END-IF.



      ******************************************************************
      *
      *    WRITE-LENDER-SECTION
      *
      *    SWEEPS THE MASTER FOR THE UNITS BELONGING TO THE SECTION
      *    BEING PRINTED AND WRITES THEM WITH THE SECTION'S TOTALS.
      *    THE UNKNOWN-LENDER SECTION IS SKIPPED WHEN IT IS EMPTY.
      *
      ******************************************************************
       WRITE-LENDER-SECTION.
           MOVE ZERO TO SECTION-UNIT-COUNT.
           MOVE ZERO TO SECTION-PRINCIPAL.
           MOVE ZERO TO SECTION-INTEREST.

           IF SECTION-RATE-INDEX IS POSITIVE
               MOVE SPACES TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE FR-LENDER (SECTION-RATE-INDEX) TO STMT-LENDER
               MOVE FR-NAME (SECTION-RATE-INDEX) TO STMT-LENDER-NAME
               MOVE FR-RATE (SECTION-RATE-INDEX) TO STMT-RATE
               MOVE LENDER-HEADING-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE UNIT-HEADING-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.

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
                       IF VEH-FLOOR-AMOUNT IS NUMERIC
                            AND VEH-FLOOR-AMOUNT > ZERO
                            AND VEH-FLOOR-DATE IS NUMERIC
                           PERFORM CHECK-UNIT-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           IF SECTION-RATE-INDEX IS POSITIVE
                OR SECTION-UNIT-COUNT IS POSITIVE
               MOVE SECTION-UNIT-COUNT TO STML-UNITS
               MOVE SECTION-PRINCIPAL TO STML-PRINCIPAL
               MOVE SECTION-INTEREST TO STML-INTEREST
               MOVE LENDER-TOTAL-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    CHECK-UNIT-SECTION
      *
      *    DECIDES WHETHER THE FLOORED UNIT IN HAND BELONGS TO THE
      *    SECTION BEING PRINTED - ITS LENDER'S, OR THE UNKNOWN-LENDER
      *    SECTION WHEN ITS LENDER IS NOT ON THE RATE FILE.
      *
      ******************************************************************
       CHECK-UNIT-SECTION.
           MOVE ZERO TO FLOOR-RATE-FOUND-INDEX.
           PERFORM VARYING FLOOR-RATE-INDEX FROM 1 BY 1
               UNTIL FLOOR-RATE-INDEX > FLOOR-RATE-COUNT
                  OR FLOOR-RATE-FOUND-INDEX IS POSITIVE
               IF FR-LENDER (FLOOR-RATE-INDEX) = VEH-FLOOR-LENDER
                   MOVE FLOOR-RATE-INDEX TO FLOOR-RATE-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF FLOOR-RATE-FOUND-INDEX = SECTION-RATE-INDEX
               PERFORM ACCRUE-UNIT-INTEREST
           END-IF.



      ******************************************************************
      *
      *    ACCRUE-UNIT-INTEREST
      *
      *    WORKS OUT THE DAYS THE UNIT IN HAND WAS FLOORED DURING THE
      *    PERIOD, AND LISTS THE INTEREST ON THEM. A NOTE
      *    OPENED AFTER THE PERIOD OR PAID BEFORE IT IS NOT PART OF
      *    THIS MONTH'S BILL.
      *
      ******************************************************************
       ACCRUE-UNIT-INTEREST.
           MOVE 'N' TO UNIT-IN-PERIOD-SWITCH.
           MOVE 'N' TO UNIT-OPEN-AT-END-SWITCH.
           MOVE ZERO TO ACCRUAL-DAYS-WORK.
           MOVE ZERO TO UNIT-INTEREST-WORK.

           IF VEH-FLOOR-DATE > 19000101
                AND VEH-FLOOR-DATE < NEXT-PERIOD-DATE
               IF VEH-FLOOR-PAYOFF-DATE IS NOT NUMERIC
                    OR VEH-FLOOR-PAYOFF-DATE = ZERO
                    OR VEH-FLOOR-PAYOFF-DATE >= NEXT-PERIOD-DATE
                   MOVE 'Y' TO UNIT-IN-PERIOD-SWITCH
                   MOVE 'Y' TO UNIT-OPEN-AT-END-SWITCH
                   MOVE NEXT-PERIOD-INTEGER TO UNIT-END-INTEGER
               ELSE
                   IF VEH-FLOOR-PAYOFF-DATE > PERIOD-START-DATE
                       MOVE 'Y' TO UNIT-IN-PERIOD-SWITCH
                       COMPUTE UNIT-END-INTEGER = FUNCTION
                           INTEGER-OF-DATE (VEH-FLOOR-PAYOFF-DATE)
                   END-IF
               END-IF
           END-IF.

           IF UNIT-IN-PERIOD-SWITCH = 'Y'
               PERFORM LIST-UNIT-ACCRUAL
           END-IF.



      ******************************************************************
      *
      *    LIST-UNIT-ACCRUAL
      *
      *    COMPUTES AND LISTS THE PERIOD'S INTEREST ON THE UNIT IN
      *    HAND, FLAGGING A SOLD UNIT STILL FLOORED AT MONTH END.
      *
      ******************************************************************
       LIST-UNIT-ACCRUAL.
           IF VEH-FLOOR-DATE > PERIOD-START-DATE
               COMPUTE UNIT-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (VEH-FLOOR-DATE)
           ELSE
               MOVE PERIOD-START-INTEGER TO UNIT-START-INTEGER
           END-IF.

           IF UNIT-END-INTEGER > UNIT-START-INTEGER
               COMPUTE ACCRUAL-DAYS-WORK =
                   UNIT-END-INTEGER - UNIT-START-INTEGER
           END-IF.

           IF SECTION-RATE-INDEX IS POSITIVE
               COMPUTE UNIT-INTEREST-WORK ROUNDED =
                   VEH-FLOOR-AMOUNT * FR-RATE (SECTION-RATE-INDEX)
                   * ACCRUAL-DAYS-WORK / 36500
                   ON SIZE ERROR
                       MOVE 9999999.99 TO UNIT-INTEREST-WORK
               END-COMPUTE
           ELSE
               ADD 1 TO NO-RATE-COUNT
           END-IF.

           IF SECTION-RATE-INDEX IS ZERO
                AND SECTION-UNIT-COUNT IS ZERO
               MOVE SPACES TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE NO-RATE-HEADING-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE UNIT-HEADING-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.

           ADD 1 TO SECTION-UNIT-COUNT.
           ADD 1 TO TOTAL-UNIT-COUNT.
           ADD UNIT-INTEREST-WORK TO SECTION-INTEREST.
           ADD UNIT-INTEREST-WORK TO TOTAL-INTEREST.

           MOVE VEH-STOCK-NUMBER TO STMU-STOCK.
           MOVE VEH-FLOOR-LENDER TO STMU-LENDER.
           MOVE VEH-BRANCH TO STMU-BRANCH.
           MOVE VEH-FLOOR-DATE TO STMU-FLOOR-DATE.
           MOVE ACCRUAL-DAYS-WORK TO STMU-DAYS.
           MOVE VEH-FLOOR-AMOUNT TO STMU-PRINCIPAL.
           MOVE UNIT-INTEREST-WORK TO STMU-INTEREST.
           MOVE SPACES TO STMU-NOTE.

           IF UNIT-OPEN-AT-END-SWITCH = 'Y'
               MOVE SPACES TO STMU-PAYOFF-DATE
               ADD VEH-FLOOR-AMOUNT TO SECTION-PRINCIPAL
               ADD VEH-FLOOR-AMOUNT TO TOTAL-PRINCIPAL
               IF (VEH-STATUS = 'S' OR VEH-STATUS = 'W')
                    AND VEH-SOLD-DATE < NEXT-PERIOD-DATE
                   ADD 1 TO SOOT-COUNT
                   ADD VEH-FLOOR-AMOUNT TO SOOT-AMOUNT
                   MOVE 'OUT OF TRUST' TO STMU-NOTE
               END-IF
           ELSE
               MOVE VEH-FLOOR-PAYOFF-DATE TO STMU-PAYOFF-DATE
               MOVE 'PAID OFF' TO STMU-NOTE
           END-IF.

           IF SECTION-RATE-INDEX IS ZERO
               MOVE 'NO RATE ON FILE' TO STMU-NOTE
           END-IF.

           MOVE UNIT-DETAIL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.


       END PROGRAM FLRPLAN.
