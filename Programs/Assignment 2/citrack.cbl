      ******************************************************************
      * CIS/CSC - 304 - COBOL
      * Assignment 2
      *
      * Authors: ROBERT KRENCY
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITRACK.
       AUTHOR. 'KRENCY, ROBINSON, MORRIS, MORRISON'.

      ******************************************************************
      *
      *    CONTRACTS-IN-TRANSIT TRACKING
      *
      *    EVERY FINANCED DEAL THE DAILY SALES RUN (ASSIGNMENT2) WRITES
      *    TO THE FINANCE CONTRACT FILE IS MONEY STILL OWED US UNTIL
      *    THE LENDER FUNDS IT. THIS PROGRAM POSTS THE LENDERS'
      *    FUNDING FEED AGAINST THOSE CONTRACTS - A FUNDING MARKS THE
      *    CONTRACT FUNDED WITH ITS AMOUNT AND DATE, A KICK-BACK FOR
      *    MISSING PAPERWORK LEAVES IT IN TRANSIT WITH THE LENDER'S
      *    REASON - AND PRINTS ANY FUNDING THAT DIFFERS FROM THE
      *    AMOUNT FINANCED PLUS THE DEALER RESERVE AS A VARIANCE.
      *    IT THEN AGES EVERY CONTRACT STILL UNFUNDED AS OF THE
      *    CONTROL CARD'S DATE, BY LENDER AND BRANCH, FLAGGING FOR THE
      *    FINANCE MANAGER ANY OUT LONGER THAN THE CARD'S LIMIT.
      *
      *    POSTINGS ACCEPTED ARE APPENDED TO A FUNDING HISTORY FILE
      *    THAT IS REPLAYED AT THE START OF EVERY RUN, SO THE FINANCE
      *    CONTRACT FILE ITSELF IS NEVER REWRITTEN.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CIT-CONTROL-FILE ASSIGN TO 'CITCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LENDER-MASTER-FILE ASSIGN TO 'LENDMAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINANCE-CONTRACT-FILE ASSIGN TO
               'FINCONTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FUNDING-HISTORY-FILE ASSIGN TO
               'CITFUNDH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FUNDING-FEED-FILE ASSIGN TO 'LNDFUND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUNDING-REPORT ASSIGN TO 'CITFUND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIT-AGING-REPORT ASSIGN TO 'CITAGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.

      * CONTROL CARD - THE BUSINESS DATE THE CONTRACTS ARE AGED TO,
      * AND HOW MANY DAYS A CONTRACT MAY GO UNFUNDED BEFORE THE
      * FINANCE MANAGER HEARS ABOUT IT (10 IF LEFT BLANK)
       FD CIT-CONTROL-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS CIT-CONTROL-CARD.
       01 CIT-CONTROL-CARD.
           05 CITC-PROCESSING-DATE PIC 9(8).
           05 CITC-FUNDING-DAYS PIC 9(3).

      * LENDER MASTER - SAME FILE THE DAILY SALES RUN READS
       FD LENDER-MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS LENDER-MASTER-RECORD.
       01 LENDER-MASTER-RECORD.
           05 LEND-CODE-IN PIC X(4).
           05 LEND-NAME-IN PIC X(20).
           05 LEND-RESERVE-RATE-IN PIC 9V9999.

      * FINANCE CONTRACT FILE - WRITTEN BY THE DAILY SALES RUN, ONE
      * RECORD PER FINANCED DEAL, READ ONLY HERE
       FD FINANCE-CONTRACT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS FINANCE-CONTRACT-RECORD.
       01 FINANCE-CONTRACT-RECORD.
           05 FC-RUN-NUMBER PIC 9(6).
           05 FC-STOCK-NUMBER PIC 9(6).
           05 FC-LENDER-CODE PIC X(4).
           05 FC-AMOUNT-FINANCED PIC 9(6).
           05 FC-TERM-MONTHS PIC 9(3).
           05 FC-APR PIC 9(2)V99.
           05 FC-MONTHLY-PAYMENT PIC 9(7)V99.
           05 FC-DEALER-RESERVE PIC 9(7)V99.
           05 FC-BRANCH PIC 9(4).
           05 FC-CONTRACT-DATE PIC 9(8).

      * FUNDING HISTORY - EVERY FUNDING OR KICK-BACK POSTED BY AN
      * EARLIER RUN, KEYED TO ITS CONTRACT BY THE DAILY RUN NUMBER
      * THAT WROTE IT AND THE STOCK NUMBER SOLD
       FD FUNDING-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS FUNDING-HISTORY-RECORD.
       01 FUNDING-HISTORY-RECORD.
           05 FH-RUN-NUMBER PIC 9(6).
           05 FH-STOCK-NUMBER PIC 9(6).
           05 FH-LENDER-CODE PIC X(4).
           05 FH-ACTION PIC X(1).
           05 FH-AMOUNT PIC 9(7)V99.
           05 FH-DATE PIC 9(8).
           05 FH-NOTE PIC X(20).

      * LENDER FUNDING FEED - 'F' THE LENDER FUNDED THE CONTRACT ON
      * THE STOCK NUMBER FOR THE AMOUNT AND DATE GIVEN; 'K' THE
      * LENDER KICKED IT BACK, WITH ITS REASON IN THE NOTE
       FD FUNDING-FEED-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS FUNDING-FEED-RECORD.
       01 FUNDING-FEED-RECORD.
           05 FND-STOCK-NUMBER PIC 9(6).
           05 FND-LENDER-CODE PIC X(4).
           05 FND-ACTION PIC X(1).
           05 FND-AMOUNT PIC 9(7)V99.
           05 FND-DATE PIC 9(8).
           05 FND-NOTE PIC X(20).

      * THE RUN'S FUNDING POSTINGS, VARIANCES, AND REJECTS
       FD FUNDING-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FUNDING-PRINT-LINE.
       01 FUNDING-PRINT-LINE PIC X(120).

      * CONTRACTS-IN-TRANSIT AGING, BY LENDER AND BRANCH
       FD CIT-AGING-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS AGING-PRINT-LINE.
       01 AGING-PRINT-LINE PIC X(120).



       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 LENDER-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CONTRACT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 HISTORY-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 FEED-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * RUN PARAMETERS FROM THE CONTROL CARD
       01 PROCESSING-DATE-WORK PIC 9(8) VALUE ZERO.
       01 PROCESSING-INTEGER-WORK PIC 9(7) VALUE ZERO.
       01 FUNDING-DAYS-LIMIT PIC 9(3) VALUE 10.

      * LENDER TABLE, LOADED FROM THE LENDER MASTER
       01 LENDER-TABLE.
           03 LENDER-ENTRY OCCURS 20 TIMES.
               05 LT-CODE PIC X(4).
               05 LT-NAME PIC X(20).
       01 LENDER-COUNT PIC 99 VALUE ZERO.
       01 LENDER-INDEX PIC 99 VALUE ZERO.
       01 LENDER-FOUND-INDEX PIC 99 VALUE ZERO.

      * EVERY CONTRACT ON THE FINANCE CONTRACT FILE AND WHERE ITS
      * FUNDING STANDS: 'O' OUT WITH THE LENDER, 'K' KICKED BACK
      * (STILL IN TRANSIT), 'F' FUNDED
       01 CONTRACT-TABLE.
           03 CONTRACT-ENTRY OCCURS 3000 TIMES.
               05 CT-RUN-NUMBER PIC 9(6).
               05 CT-STOCK-NUMBER PIC 9(6).
               05 CT-LENDER-CODE PIC X(4).
               05 CT-BRANCH PIC 9(4).
               05 CT-CONTRACT-DATE PIC 9(8).
               05 CT-AMOUNT-FINANCED PIC 9(6).
               05 CT-DEALER-RESERVE PIC 9(7)V99.
               05 CT-STATUS PIC X(1).
               05 CT-FUNDED-AMOUNT PIC 9(7)V99.
               05 CT-FUNDED-DATE PIC 9(8).
               05 CT-NOTE PIC X(20).
       01 CONTRACT-COUNT PIC 9(4) VALUE ZERO.
       01 CONTRACT-INDEX PIC 9(4) VALUE ZERO.
       01 CONTRACT-FOUND-INDEX PIC 9(4) VALUE ZERO.
       01 CONTRACT-TABLE-FULL-SWITCH PIC X VALUE 'N'.

      * BRANCHES THE CONTRACTS WERE WRITTEN AT, IN ORDER OF FIRST
      * APPEARANCE
       01 BRANCH-TABLE.
           03 BRANCH-ENTRY PIC 9(4) OCCURS 20 TIMES.
       01 BRANCH-COUNT PIC 99 VALUE ZERO.
       01 BRANCH-INDEX PIC 99 VALUE ZERO.
       01 BRANCH-FOUND-INDEX PIC 99 VALUE ZERO.

      * FUNDING POSTING WORK
       01 EXPECTED-FUNDING-WORK PIC 9(7)V99 VALUE ZERO.
       01 FUNDING-VARIANCE-WORK PIC S9(7)V99 VALUE ZERO.
       01 FEED-REJECT-REASON PIC X(30) VALUE SPACES.

      * THE LENDER SECTION BEING PRINTED - ZERO INDEX IS THE
      * CLOSING SECTION FOR LENDERS NOT ON THE LENDER MASTER
       01 SECTION-LENDER-INDEX PIC 99 VALUE ZERO.
       01 SECTION-BRANCH-INDEX PIC 99 VALUE ZERO.
       01 SECTION-CONTRACT-COUNT PIC 9(5) VALUE ZERO.
       01 SECTION-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 SECTION-OVER-COUNT PIC 9(5) VALUE ZERO.
       01 BRANCH-CONTRACT-COUNT PIC 9(5) VALUE ZERO.
       01 BRANCH-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 BRANCH-OLDEST-DAYS PIC 9(5) VALUE ZERO.
       01 CONTRACT-IN-SECTION-SWITCH PIC X VALUE 'N'.

      * AGING WORK FOR THE CONTRACT IN HAND
       01 CONTRACT-INTEGER-WORK PIC 9(7) VALUE ZERO.
       01 DAYS-OUT-WORK PIC S9(5) VALUE ZERO.

      * RUN TOTALS
       01 FUNDED-COUNT PIC 9(5) VALUE ZERO.
       01 FUNDED-AMOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 VARIANCE-COUNT PIC 9(5) VALUE ZERO.
       01 VARIANCE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 KICKBACK-COUNT PIC 9(5) VALUE ZERO.
       01 FEED-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 TRANSIT-COUNT PIC 9(5) VALUE ZERO.
       01 TRANSIT-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 OVER-LIMIT-COUNT PIC 9(5) VALUE ZERO.

      * FUNDING REPORT LINES
       01 FUNDING-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE 'CONTRACT FUNDING POSTED - AS OF '.
           05 FNDT-DATE PIC 9(8).

       01 FUNDING-HEADING-LINE.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'LENDER'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'SOLD'.
           05 FILLER PIC X(10) VALUE 'FUNDED'.
           05 FILLER PIC X(14) VALUE '    EXPECTED'.
           05 FILLER PIC X(14) VALUE '      FUNDED'.
           05 FILLER PIC X(13) VALUE '   VARIANCE'.
           05 FILLER PIC X(30) VALUE 'NOTE'.

       01 FUNDING-DETAIL-LINE.
           05 FNDD-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDD-LENDER PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FNDD-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FNDD-SOLD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDD-FUNDED-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDD-EXPECTED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDD-FUNDED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDD-VARIANCE PIC +,+++,++9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDD-NOTE PIC X(30).

       01 FUNDING-REJECT-LINE.
           05 FILLER PIC X(10) VALUE 'REJECTED: '.
           05 FNDR-RECORD PIC X(48).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDR-REASON PIC X(30).

       01 FUNDING-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE 'FUNDED:'.
           05 FNDT-FUNDED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDT-FUNDED-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(13) VALUE '  VARIANCES:'.
           05 FNDT-VARIANCE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNDT-VARIANCE-TOTAL PIC +++,+++,++9.99.
           05 FILLER PIC X(15) VALUE '  KICKED BACK:'.
           05 FNDT-KICKBACK-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  REJECTED:'.
           05 FNDT-REJECT-COUNT PIC ZZ,ZZ9.

      * AGING REPORT LINES
       01 AGING-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE 'CONTRACTS IN TRANSIT - AS OF '.
           05 AGNT-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE '   FUNDING LIMIT '.
           05 AGNT-LIMIT PIC ZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.

       01 AGING-LENDER-LINE.
           05 FILLER PIC X(8) VALUE 'LENDER '.
           05 AGNL-LENDER PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGNL-LENDER-NAME PIC X(20).

       01 AGING-NO-LENDER-LINE PIC X(60)
           VALUE 'CONTRACTS WITH A LENDER NOT ON THE LENDER MASTER:'.

       01 AGING-HEADING-LINE.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'LENDER'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'SOLD'.
           05 FILLER PIC X(7) VALUE '  DAYS'.
           05 FILLER PIC X(14) VALUE '   FINANCED'.
           05 FILLER PIC X(14) VALUE '     RESERVE'.
           05 FILLER PIC X(30) VALUE 'NOTE'.

       01 AGING-DETAIL-LINE.
           05 AGND-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-LENDER PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AGND-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AGND-SOLD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-FINANCED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-RESERVE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-NOTE PIC X(40).

       01 AGING-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE '  BRANCH '.
           05 AGNB-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE ':'.
           05 AGNB-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE ' CONTRACTS  '.
           05 AGNB-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(10) VALUE '  OLDEST '.
           05 AGNB-OLDEST PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.

       01 AGING-LENDER-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE '  LENDER TOTAL:'.
           05 AGNS-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE ' CONTRACTS  '.
           05 AGNS-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE '  OVER LIMIT:'.
           05 AGNS-OVER PIC ZZ,ZZ9.

       01 AGING-GRAND-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE 'ALL LENDERS:'.
           05 AGNG-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE ' CONTRACTS  '.
           05 AGNG-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE '  OVER LIMIT:'.
           05 AGNG-OVER PIC ZZ,ZZ9.


       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    TRACK-CONTRACTS-IN-TRANSIT
      *
      *    Entry point of the program.
      *
      ******************************************************************
       TRACK-CONTRACTS-IN-TRANSIT.
           PERFORM READ-CIT-CONTROL-CARD.
           PERFORM LOAD-LENDER-TABLE.
           PERFORM LOAD-FINANCE-CONTRACTS.
           PERFORM REPLAY-FUNDING-HISTORY.

      *    POST THE LENDERS' FEED FOR THIS RUN, KEEPING EVERY
      *    ACCEPTED POSTING FOR THE NEXT RUN TO REPLAY
           OPEN EXTEND FUNDING-HISTORY-FILE.
           OPEN OUTPUT FUNDING-REPORT.
           PERFORM POST-FUNDING-FEED.
           CLOSE FUNDING-HISTORY-FILE
                 FUNDING-REPORT.

      *    THEN AGE WHAT IS STILL OUT - ONE SECTION PER LENDER ON THE
      *    MASTER, THEN ONE FOR ANY LENDER THE MASTER DOES NOT KNOW
           OPEN OUTPUT CIT-AGING-REPORT.
           MOVE PROCESSING-DATE-WORK TO AGNT-DATE.
           MOVE FUNDING-DAYS-LIMIT TO AGNT-LIMIT.
           MOVE AGING-TITLE-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.

           PERFORM VARYING SECTION-LENDER-INDEX FROM 1 BY 1
               UNTIL SECTION-LENDER-INDEX > LENDER-COUNT
               PERFORM WRITE-LENDER-AGING-SECTION
           END-PERFORM.
           MOVE ZERO TO SECTION-LENDER-INDEX.
           PERFORM WRITE-LENDER-AGING-SECTION.

           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.
           MOVE TRANSIT-COUNT TO AGNG-COUNT.
           MOVE TRANSIT-AMOUNT TO AGNG-AMOUNT.
           MOVE OVER-LIMIT-COUNT TO AGNG-OVER.
           MOVE AGING-GRAND-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.

           CLOSE CIT-AGING-REPORT.

           IF OVER-LIMIT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' OVER-LIMIT-COUNT
                   ' CONTRACT(S) UNFUNDED PAST ' FUNDING-DAYS-LIMIT
                   ' DAYS - FINANCE MANAGER TO FOLLOW UP, SEE '
                   'CITAGING.TXT ***'
           END-IF.

           IF VARIANCE-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' VARIANCE-COUNT
                   ' FUNDING VARIANCE(S) - SEE CITFUND.TXT ***'
           END-IF.

           STOP RUN.



      ******************************************************************
      *
      *    READ-CIT-CONTROL-CARD
      *
      *    READS THE DATE THE CONTRACTS ARE AGED TO AND THE FUNDING
      *    LIMIT IN DAYS. A MISSING OR UNREADABLE DATE STOPS THE RUN
      *    - AGING AGAINST THE MACHINE CLOCK MAKES A RERUN SAY
      *    SOMETHING DIFFERENT FROM THE ORIGINAL.
      *
      ******************************************************************
       READ-CIT-CONTROL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT CIT-CONTROL-FILE.
           READ CIT-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE CIT-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR CITC-PROCESSING-DATE IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD (CITC-PROCESSING-DATE)
                   NOT = ZERO
               DISPLAY '*** RUN ABORTED: CITCARD.TXT MISSING OR '
                   'INVALID - A PROCESSING DATE (YYYYMMDD) IS '
                   'REQUIRED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CITC-PROCESSING-DATE TO PROCESSING-DATE-WORK.
           COMPUTE PROCESSING-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE (PROCESSING-DATE-WORK).
           IF CITC-FUNDING-DAYS IS NUMERIC
                AND CITC-FUNDING-DAYS > ZERO
               MOVE CITC-FUNDING-DAYS TO FUNDING-DAYS-LIMIT
           END-IF.



      ******************************************************************
      *
      *    LOAD-LENDER-TABLE
      *
      *    LOADS EACH LENDER'S CODE AND NAME FOR THE SECTION HEADINGS.
      *
      ******************************************************************
       LOAD-LENDER-TABLE.
           MOVE 'YES' TO LENDER-DATA-REMAINS-SWITCH.
           OPEN INPUT LENDER-MASTER-FILE.

           READ LENDER-MASTER-FILE
               AT END
                   MOVE 'NO' TO LENDER-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL LENDER-DATA-REMAINS-SWITCH = 'NO'
               IF LENDER-COUNT < 20
                    AND LEND-CODE-IN NOT = SPACES
                   ADD 1 TO LENDER-COUNT
                   MOVE LEND-CODE-IN TO LT-CODE (LENDER-COUNT)
                   MOVE LEND-NAME-IN TO LT-NAME (LENDER-COUNT)
               END-IF
               READ LENDER-MASTER-FILE
                   AT END
                       MOVE 'NO' TO LENDER-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE LENDER-MASTER-FILE.



      ******************************************************************
      *
      *    LOAD-FINANCE-CONTRACTS
      *
      *    LOADS EVERY CONTRACT ON THE FINANCE CONTRACT FILE AS OUT
      *    WITH ITS LENDER, AND NOTES EACH BRANCH THAT WROTE ONE.
      *
      ******************************************************************
       LOAD-FINANCE-CONTRACTS.
           MOVE 'YES' TO CONTRACT-DATA-REMAINS-SWITCH.
           OPEN INPUT FINANCE-CONTRACT-FILE.

           READ FINANCE-CONTRACT-FILE
               AT END
                   MOVE 'NO' TO CONTRACT-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL CONTRACT-DATA-REMAINS-SWITCH = 'NO'
               IF FC-RUN-NUMBER IS NUMERIC
                    AND FC-STOCK-NUMBER IS NUMERIC
                   PERFORM ADD-CONTRACT-ENTRY
               END-IF
               READ FINANCE-CONTRACT-FILE
                   AT END
                       MOVE 'NO' TO CONTRACT-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE FINANCE-CONTRACT-FILE.



      ******************************************************************
      *
      *    ADD-CONTRACT-ENTRY
      *
      *    TABLES THE CONTRACT IN HAND. A CONTRACT WRITTEN BEFORE THE
      *    FILE CARRIED A BRANCH AND SALE DATE AGES AS BRANCH ZERO
      *    WITH NO DATE.
      *
      ******************************************************************
       ADD-CONTRACT-ENTRY.
           IF CONTRACT-COUNT < 3000
               ADD 1 TO CONTRACT-COUNT
               MOVE FC-RUN-NUMBER TO CT-RUN-NUMBER (CONTRACT-COUNT)
               MOVE FC-STOCK-NUMBER TO CT-STOCK-NUMBER (CONTRACT-COUNT)
               MOVE FC-LENDER-CODE TO CT-LENDER-CODE (CONTRACT-COUNT)
               IF FC-BRANCH IS NUMERIC
                   MOVE FC-BRANCH TO CT-BRANCH (CONTRACT-COUNT)
               ELSE
                   MOVE ZERO TO CT-BRANCH (CONTRACT-COUNT)
               END-IF
               IF FC-CONTRACT-DATE IS NUMERIC
                   MOVE FC-CONTRACT-DATE
                       TO CT-CONTRACT-DATE (CONTRACT-COUNT)
               ELSE
                   MOVE ZERO TO CT-CONTRACT-DATE (CONTRACT-COUNT)
               END-IF
               IF FC-AMOUNT-FINANCED IS NUMERIC
                   MOVE FC-AMOUNT-FINANCED
                       TO CT-AMOUNT-FINANCED (CONTRACT-COUNT)
               ELSE
                   MOVE ZERO TO CT-AMOUNT-FINANCED (CONTRACT-COUNT)
               END-IF
               IF FC-DEALER-RESERVE IS NUMERIC
                   MOVE FC-DEALER-RESERVE
                       TO CT-DEALER-RESERVE (CONTRACT-COUNT)
               ELSE
                   MOVE ZERO TO CT-DEALER-RESERVE (CONTRACT-COUNT)
               END-IF
               MOVE 'O' TO CT-STATUS (CONTRACT-COUNT)
               MOVE ZERO TO CT-FUNDED-AMOUNT (CONTRACT-COUNT)
               MOVE ZERO TO CT-FUNDED-DATE (CONTRACT-COUNT)
               MOVE SPACES TO CT-NOTE (CONTRACT-COUNT)
               PERFORM NOTE-CONTRACT-BRANCH
           ELSE
               IF CONTRACT-TABLE-FULL-SWITCH = 'N'
                   MOVE 'Y' TO CONTRACT-TABLE-FULL-SWITCH
                   DISPLAY '*** WARNING: CONTRACT TABLE FULL AT 3000 - '
                       'LATER CONTRACTS ARE NOT TRACKED ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    NOTE-CONTRACT-BRANCH
      *
      *    ADDS THE NEWEST CONTRACT'S BRANCH TO THE BRANCH TABLE THE
      *    FIRST TIME IT IS SEEN.
      *
      ******************************************************************
       NOTE-CONTRACT-BRANCH.
           MOVE ZERO TO BRANCH-FOUND-INDEX.
           PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
               UNTIL BRANCH-INDEX > BRANCH-COUNT
                  OR BRANCH-FOUND-INDEX IS POSITIVE
               IF BRANCH-ENTRY (BRANCH-INDEX) =
                    CT-BRANCH (CONTRACT-COUNT)
                   MOVE BRANCH-INDEX TO BRANCH-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF BRANCH-FOUND-INDEX IS ZERO
                AND BRANCH-COUNT < 20
               ADD 1 TO BRANCH-COUNT
               MOVE CT-BRANCH (CONTRACT-COUNT)
                   TO BRANCH-ENTRY (BRANCH-COUNT)
           END-IF.



      ******************************************************************
      *
      *    REPLAY-FUNDING-HISTORY
      *
      *    RE-APPLIES EVERY FUNDING AND KICK-BACK POSTED BY EARLIER
      *    RUNS, IN THE ORDER THEY WERE POSTED, SO EACH CONTRACT
      *    STANDS WHERE THE LAST RUN LEFT IT.
      *
      ******************************************************************
       REPLAY-FUNDING-HISTORY.
           MOVE 'YES' TO HISTORY-DATA-REMAINS-SWITCH.
           OPEN INPUT FUNDING-HISTORY-FILE.

           READ FUNDING-HISTORY-FILE
               AT END
                   MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL HISTORY-DATA-REMAINS-SWITCH = 'NO'
               MOVE ZERO TO CONTRACT-FOUND-INDEX
               PERFORM VARYING CONTRACT-INDEX FROM 1 BY 1
                   UNTIL CONTRACT-INDEX > CONTRACT-COUNT
                      OR CONTRACT-FOUND-INDEX IS POSITIVE
                   IF CT-RUN-NUMBER (CONTRACT-INDEX) = FH-RUN-NUMBER
                        AND CT-STOCK-NUMBER (CONTRACT-INDEX) =
                            FH-STOCK-NUMBER
                       MOVE CONTRACT-INDEX TO CONTRACT-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF CONTRACT-FOUND-INDEX IS POSITIVE
                   MOVE FH-ACTION TO CT-STATUS (CONTRACT-FOUND-INDEX)
                   MOVE FH-NOTE TO CT-NOTE (CONTRACT-FOUND-INDEX)
                   IF FH-ACTION = 'F'
                       MOVE FH-AMOUNT
                           TO CT-FUNDED-AMOUNT (CONTRACT-FOUND-INDEX)
                       MOVE FH-DATE
                           TO CT-FUNDED-DATE (CONTRACT-FOUND-INDEX)
                   END-IF
               END-IF
               READ FUNDING-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE FUNDING-HISTORY-FILE.



      ******************************************************************
      *
      *    POST-FUNDING-FEED
      *
      *    POSTS EACH LINE OF THE LENDERS' FUNDING FEED AND CLOSES
      *    THE FUNDING REPORT WITH THE RUN'S TOTALS. NO FEED FILE IS
      *    NOT AN ERROR - THE AGING STILL RUNS.
      *
      ******************************************************************
       POST-FUNDING-FEED.
           MOVE PROCESSING-DATE-WORK TO FNDT-DATE.
           MOVE FUNDING-TITLE-LINE TO FUNDING-PRINT-LINE.
           WRITE FUNDING-PRINT-LINE.
           MOVE FUNDING-HEADING-LINE TO FUNDING-PRINT-LINE.
           WRITE FUNDING-PRINT-LINE.

           MOVE 'YES' TO FEED-DATA-REMAINS-SWITCH.
           OPEN INPUT FUNDING-FEED-FILE.

           READ FUNDING-FEED-FILE
               AT END
                   MOVE 'NO' TO FEED-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL FEED-DATA-REMAINS-SWITCH = 'NO'
               PERFORM POST-FUNDING-RECORD
               READ FUNDING-FEED-FILE
                   AT END
                       MOVE 'NO' TO FEED-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE FUNDING-FEED-FILE.

           MOVE SPACES TO FUNDING-PRINT-LINE.
           WRITE FUNDING-PRINT-LINE.
           MOVE FUNDED-COUNT TO FNDT-FUNDED-COUNT.
           MOVE FUNDED-AMOUNT-TOTAL TO FNDT-FUNDED-AMOUNT.
           MOVE VARIANCE-COUNT TO FNDT-VARIANCE-COUNT.
           MOVE VARIANCE-TOTAL TO FNDT-VARIANCE-TOTAL.
           MOVE KICKBACK-COUNT TO FNDT-KICKBACK-COUNT.
           MOVE FEED-REJECT-COUNT TO FNDT-REJECT-COUNT.
           MOVE FUNDING-TOTAL-LINE TO FUNDING-PRINT-LINE.
           WRITE FUNDING-PRINT-LINE.



      ******************************************************************
      *
      *    POST-FUNDING-RECORD
      *
      *    MATCHES A FEED LINE TO THE NEWEST CONTRACT ON ITS STOCK
      *    NUMBER WITH THAT LENDER THAT IS STILL IN TRANSIT. A LINE
      *    THAT CANNOT BE READ, NAMES NO SUCH CONTRACT, OR IS DATED
      *    BEFORE THE SALE OR AFTER THE RUN DATE IS REJECTED ON THE
      *    REPORT AND POSTS NOTHING.
      *
      ******************************************************************
       POST-FUNDING-RECORD.
           MOVE SPACES TO FEED-REJECT-REASON.
           MOVE ZERO TO CONTRACT-FOUND-INDEX.

           IF FND-STOCK-NUMBER IS NOT NUMERIC
                OR FND-AMOUNT IS NOT NUMERIC
                OR FND-DATE IS NOT NUMERIC
               MOVE 'NON-NUMERIC FUNDING DATA' TO FEED-REJECT-REASON
           ELSE
               IF FND-ACTION NOT = 'F' AND FND-ACTION NOT = 'K'
                   MOVE 'ACTION NOT F OR K' TO FEED-REJECT-REASON
               ELSE
                   PERFORM VARYING CONTRACT-INDEX FROM CONTRACT-COUNT
                       BY -1
                       UNTIL CONTRACT-INDEX < 1
                          OR CONTRACT-FOUND-INDEX IS POSITIVE
                       IF CT-STOCK-NUMBER (CONTRACT-INDEX) =
                            FND-STOCK-NUMBER
                          AND CT-LENDER-CODE (CONTRACT-INDEX) =
                            FND-LENDER-CODE
                          AND CT-STATUS (CONTRACT-INDEX) NOT = 'F'
                           MOVE CONTRACT-INDEX TO CONTRACT-FOUND-INDEX
                       END-IF
                   END-PERFORM
                   IF CONTRACT-FOUND-INDEX IS ZERO
                       MOVE 'NO CONTRACT IN TRANSIT'
                           TO FEED-REJECT-REASON
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD (FND-DATE)
                            NOT = ZERO
                            OR FND-DATE > PROCESSING-DATE-WORK
                            OR FND-DATE <
                               CT-CONTRACT-DATE (CONTRACT-FOUND-INDEX)
                           MOVE 'INVALID FUNDING DATE'
                               TO FEED-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF FEED-REJECT-REASON NOT = SPACES
               ADD 1 TO FEED-REJECT-COUNT
               MOVE FUNDING-FEED-RECORD TO FNDR-RECORD
               MOVE FEED-REJECT-REASON TO FNDR-REASON
               MOVE FUNDING-REJECT-LINE TO FUNDING-PRINT-LINE
               WRITE FUNDING-PRINT-LINE
           ELSE
               PERFORM APPLY-FUNDING-POSTING
           END-IF.



      ******************************************************************
      *
      *    APPLY-FUNDING-POSTING
      *
      *    A FUNDING MARKS THE CONTRACT FUNDED AND MEASURES WHAT CAME
      *    IN AGAINST WHAT WE EXPECTED - THE AMOUNT FINANCED PLUS OUR
      *    DEALER RESERVE. A KICK-BACK LEAVES THE CONTRACT IN TRANSIT
      *    WITH THE LENDER'S REASON. EITHER WAY THE POSTING GOES TO
      *    THE HISTORY AND THE REPORT.
      *
      ******************************************************************
       APPLY-FUNDING-POSTING.
           MOVE CT-STOCK-NUMBER (CONTRACT-FOUND-INDEX) TO FNDD-STOCK.
           MOVE CT-LENDER-CODE (CONTRACT-FOUND-INDEX) TO FNDD-LENDER.
           MOVE CT-BRANCH (CONTRACT-FOUND-INDEX) TO FNDD-BRANCH.
           MOVE CT-CONTRACT-DATE (CONTRACT-FOUND-INDEX)
               TO FNDD-SOLD-DATE.
           MOVE FND-DATE TO FNDD-FUNDED-DATE.
           COMPUTE EXPECTED-FUNDING-WORK =
               CT-AMOUNT-FINANCED (CONTRACT-FOUND-INDEX)
               + CT-DEALER-RESERVE (CONTRACT-FOUND-INDEX).
           MOVE EXPECTED-FUNDING-WORK TO FNDD-EXPECTED.
           MOVE SPACES TO FNDD-NOTE.

           IF FND-ACTION = 'F'
               ADD 1 TO FUNDED-COUNT
               ADD FND-AMOUNT TO FUNDED-AMOUNT-TOTAL
               COMPUTE FUNDING-VARIANCE-WORK =
                   FND-AMOUNT - EXPECTED-FUNDING-WORK
               MOVE 'F' TO CT-STATUS (CONTRACT-FOUND-INDEX)
               MOVE FND-AMOUNT
                   TO CT-FUNDED-AMOUNT (CONTRACT-FOUND-INDEX)
               MOVE FND-DATE TO CT-FUNDED-DATE (CONTRACT-FOUND-INDEX)
               MOVE FND-AMOUNT TO FNDD-FUNDED
               MOVE FUNDING-VARIANCE-WORK TO FNDD-VARIANCE
               IF FUNDING-VARIANCE-WORK NOT = ZERO
                   ADD 1 TO VARIANCE-COUNT
                   ADD FUNDING-VARIANCE-WORK TO VARIANCE-TOTAL
                   MOVE '** FUNDING VARIANCE **' TO FNDD-NOTE
               ELSE
                   MOVE 'FUNDED' TO FNDD-NOTE
               END-IF
           ELSE
               ADD 1 TO KICKBACK-COUNT
               MOVE 'K' TO CT-STATUS (CONTRACT-FOUND-INDEX)
               MOVE ZERO TO FNDD-FUNDED
               MOVE ZERO TO FNDD-VARIANCE
               STRING 'KICKED BACK - ' FND-NOTE
                   DELIMITED BY SIZE
                   INTO FNDD-NOTE
           END-IF.
           MOVE FND-NOTE TO CT-NOTE (CONTRACT-FOUND-INDEX).

           MOVE FUNDING-DETAIL-LINE TO FUNDING-PRINT-LINE.
           WRITE FUNDING-PRINT-LINE.

           MOVE CT-RUN-NUMBER (CONTRACT-FOUND-INDEX) TO FH-RUN-NUMBER.
           MOVE CT-STOCK-NUMBER (CONTRACT-FOUND-INDEX)
               TO FH-STOCK-NUMBER.
           MOVE CT-LENDER-CODE (CONTRACT-FOUND-INDEX) TO FH-LENDER-CODE.
           MOVE FND-ACTION TO FH-ACTION.
           MOVE FND-AMOUNT TO FH-AMOUNT.
           MOVE FND-DATE TO FH-DATE.
           MOVE FND-NOTE TO FH-NOTE.
           WRITE FUNDING-HISTORY-RECORD.



      ******************************************************************
      *
      *    WRITE-LENDER-AGING-SECTION
      *
      *    PRINTS THE SECTION BEING AGED ONE BRANCH AT A TIME, WITH
      *    THE LENDER'S TOTALS. THE UNKNOWN-LENDER SECTION IS SKIPPED
      *    WHEN IT IS EMPTY.
      *
      ******************************************************************
       WRITE-LENDER-AGING-SECTION.
           MOVE ZERO TO SECTION-CONTRACT-COUNT.
           MOVE ZERO TO SECTION-AMOUNT.
           MOVE ZERO TO SECTION-OVER-COUNT.

           IF SECTION-LENDER-INDEX IS POSITIVE
               MOVE SPACES TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               MOVE LT-CODE (SECTION-LENDER-INDEX) TO AGNL-LENDER
               MOVE LT-NAME (SECTION-LENDER-INDEX) TO AGNL-LENDER-NAME
               MOVE AGING-LENDER-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               MOVE AGING-HEADING-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF.

           PERFORM VARYING SECTION-BRANCH-INDEX FROM 1 BY 1
               UNTIL SECTION-BRANCH-INDEX > BRANCH-COUNT
               PERFORM WRITE-BRANCH-AGING-GROUP
           END-PERFORM.

           IF SECTION-LENDER-INDEX IS POSITIVE
                OR SECTION-CONTRACT-COUNT IS POSITIVE
               MOVE SECTION-CONTRACT-COUNT TO AGNS-COUNT
               MOVE SECTION-AMOUNT TO AGNS-AMOUNT
               MOVE SECTION-OVER-COUNT TO AGNS-OVER
               MOVE AGING-LENDER-TOTAL-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    WRITE-BRANCH-AGING-GROUP
      *
      *    LISTS THE SECTION'S CONTRACTS STILL IN TRANSIT FROM ONE
      *    BRANCH, WITH A BRANCH SUBTOTAL WHEN THERE ARE ANY.
      *
      ******************************************************************
       WRITE-BRANCH-AGING-GROUP.
           MOVE ZERO TO BRANCH-CONTRACT-COUNT.
           MOVE ZERO TO BRANCH-AMOUNT.
           MOVE ZERO TO BRANCH-OLDEST-DAYS.

           PERFORM VARYING CONTRACT-INDEX FROM 1 BY 1
               UNTIL CONTRACT-INDEX > CONTRACT-COUNT
               IF CT-STATUS (CONTRACT-INDEX) NOT = 'F'
                    AND CT-BRANCH (CONTRACT-INDEX) =
                        BRANCH-ENTRY (SECTION-BRANCH-INDEX)
                   PERFORM CHECK-CONTRACT-SECTION
               END-IF
           END-PERFORM.

           IF BRANCH-CONTRACT-COUNT IS POSITIVE
               MOVE BRANCH-ENTRY (SECTION-BRANCH-INDEX) TO AGNB-BRANCH
               MOVE BRANCH-CONTRACT-COUNT TO AGNB-COUNT
               MOVE BRANCH-AMOUNT TO AGNB-AMOUNT
               MOVE BRANCH-OLDEST-DAYS TO AGNB-OLDEST
               MOVE AGING-BRANCH-TOTAL-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    CHECK-CONTRACT-SECTION
      *
      *    DECIDES WHETHER THE CONTRACT IN TRANSIT BELONGS TO THE
      *    SECTION BEING PRINTED - ITS LENDER'S, OR THE
      *    UNKNOWN-LENDER SECTION WHEN ITS LENDER IS NOT ON THE
      *    MASTER.
      *
      ******************************************************************
       CHECK-CONTRACT-SECTION.
           MOVE ZERO TO LENDER-FOUND-INDEX.
           PERFORM VARYING LENDER-INDEX FROM 1 BY 1
               UNTIL LENDER-INDEX > LENDER-COUNT
                  OR LENDER-FOUND-INDEX IS POSITIVE
               IF LT-CODE (LENDER-INDEX) =
                    CT-LENDER-CODE (CONTRACT-INDEX)
                   MOVE LENDER-INDEX TO LENDER-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF LENDER-FOUND-INDEX = SECTION-LENDER-INDEX
               PERFORM LIST-CONTRACT-IN-TRANSIT
           END-IF.



      ******************************************************************
      *
      *    LIST-CONTRACT-IN-TRANSIT
      *
      *    AGES THE CONTRACT IN HAND FROM ITS SALE DATE TO THE RUN
      *    DATE AND LISTS IT, FLAGGING ONE OUT PAST THE FUNDING LIMIT
      *    FOR THE FINANCE MANAGER AND CALLING OUT A KICK-BACK.
      *
      ******************************************************************
       LIST-CONTRACT-IN-TRANSIT.
           MOVE ZERO TO DAYS-OUT-WORK.
           IF CT-CONTRACT-DATE (CONTRACT-INDEX) > 19000101
               COMPUTE CONTRACT-INTEGER-WORK = FUNCTION
                   INTEGER-OF-DATE (CT-CONTRACT-DATE (CONTRACT-INDEX))
               IF CONTRACT-INTEGER-WORK > ZERO
                   COMPUTE DAYS-OUT-WORK =
                       PROCESSING-INTEGER-WORK - CONTRACT-INTEGER-WORK
               END-IF
           END-IF.
           IF DAYS-OUT-WORK < ZERO
               MOVE ZERO TO DAYS-OUT-WORK
           END-IF.

           IF SECTION-LENDER-INDEX IS ZERO
                AND SECTION-CONTRACT-COUNT IS ZERO
               MOVE SPACES TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               MOVE AGING-NO-LENDER-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               MOVE AGING-HEADING-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF.

           ADD 1 TO SECTION-CONTRACT-COUNT.
           ADD 1 TO BRANCH-CONTRACT-COUNT.
           ADD 1 TO TRANSIT-COUNT.
           ADD CT-AMOUNT-FINANCED (CONTRACT-INDEX) TO SECTION-AMOUNT.
           ADD CT-AMOUNT-FINANCED (CONTRACT-INDEX) TO BRANCH-AMOUNT.
           ADD CT-AMOUNT-FINANCED (CONTRACT-INDEX) TO TRANSIT-AMOUNT.
           IF DAYS-OUT-WORK > BRANCH-OLDEST-DAYS
               MOVE DAYS-OUT-WORK TO BRANCH-OLDEST-DAYS
           END-IF.

           MOVE CT-STOCK-NUMBER (CONTRACT-INDEX) TO AGND-STOCK.
           MOVE CT-LENDER-CODE (CONTRACT-INDEX) TO AGND-LENDER.
           MOVE CT-BRANCH (CONTRACT-INDEX) TO AGND-BRANCH.
           MOVE CT-CONTRACT-DATE (CONTRACT-INDEX) TO AGND-SOLD-DATE.
           MOVE DAYS-OUT-WORK TO AGND-DAYS.
           MOVE CT-AMOUNT-FINANCED (CONTRACT-INDEX) TO AGND-FINANCED.
           MOVE CT-DEALER-RESERVE (CONTRACT-INDEX) TO AGND-RESERVE.
           MOVE SPACES TO AGND-NOTE.

           IF CT-STATUS (CONTRACT-INDEX) = 'K'
               STRING 'KICKED BACK - ' CT-NOTE (CONTRACT-INDEX)
                   DELIMITED BY SIZE
                   INTO AGND-NOTE
           END-IF.
           IF CT-CONTRACT-DATE (CONTRACT-INDEX) = ZERO
               MOVE 'NO SALE DATE ON CONTRACT' TO AGND-NOTE
           END-IF.
           IF DAYS-OUT-WORK > FUNDING-DAYS-LIMIT
               ADD 1 TO SECTION-OVER-COUNT
               ADD 1 TO OVER-LIMIT-COUNT
               IF CT-STATUS (CONTRACT-INDEX) = 'K'
                   MOVE '** OVER LIMIT - F&I MGR ** KICKED BACK'
                       TO AGND-NOTE
               ELSE
                   MOVE '** OVER LIMIT - F&I MGR **' TO AGND-NOTE
               END-IF
           END-IF.

           MOVE AGING-DETAIL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.
