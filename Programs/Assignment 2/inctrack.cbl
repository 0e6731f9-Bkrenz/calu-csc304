      ******************************************************************
      * CIS/CSC - 304 - COBOL
      * Assignment 2
      *
      * Authors: ROBERT KRENCY
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCTRACK.
       AUTHOR. 'KRENCY, ROBINSON, MORRIS, MORRISON'.

      ******************************************************************
      *
      *    MANUFACTURER INCENTIVE CLAIMS RECEIVABLE
      *
      *    THE DAILY SALES RUN (ASSIGNMENT2) FILES A CLAIM FOR EVERY
      *    FACTORY REBATE AND DEALER-CASH PROGRAM A NEW-CAR DEAL
      *    QUALIFIES FOR, AND WITHDRAWS THEM WHEN THE DEAL UNWINDS.
      *    THIS PROGRAM POSTS THE MANUFACTURER'S PAYMENTS AGAINST
      *    THOSE CLAIMS - A PAYMENT MAY COME IN SHORT, OR IN MORE THAN
      *    ONE PIECE - AND AGES EVERY CLAIM STILL UNPAID OR SHORT-PAID
      *    AS OF THE CONTROL CARD'S DATE, BY BRANCH, FLAGGING ANY
      *    OLDER THAN THE CARD'S FOLLOW-UP LIMIT.
      *
      *    PAYMENTS ACCEPTED ARE APPENDED TO A RECEIPTS HISTORY FILE
      *    THAT IS REPLAYED AT THE START OF EVERY RUN, SO THE CLAIMS
      *    FILE ITSELF IS NEVER REWRITTEN.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL INC-CONTROL-FILE ASSIGN TO 'INCCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INCENTIVE-CLAIM-FILE ASSIGN TO
               'INCCLAIM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-HISTORY-FILE ASSIGN TO
               'INCRCPTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-FEED-FILE ASSIGN TO 'MFGPAID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-REPORT ASSIGN TO 'INCRCPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLAIM-AGING-REPORT ASSIGN TO 'INCAGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.

      * CONTROL CARD - THE BUSINESS DATE THE CLAIMS ARE AGED TO, AND
      * HOW MANY DAYS A CLAIM MAY GO UNPAID BEFORE IT IS CHASED WITH
      * THE FACTORY (30 IF LEFT BLANK)
       FD INC-CONTROL-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS INC-CONTROL-CARD.
       01 INC-CONTROL-CARD.
           05 INCC-PROCESSING-DATE PIC 9(8).
           05 INCC-FOLLOW-UP-DAYS PIC 9(3).

      * INCENTIVE CLAIMS - WRITTEN BY THE DAILY SALES RUN, READ ONLY
      * HERE. ACTION 'C' IS A CLAIM; 'R' WITHDRAWS THE CLAIM ON AN
      * UNWOUND DEAL
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

      * RECEIPTS HISTORY - EVERY FACTORY PAYMENT POSTED BY AN EARLIER
      * RUN, KEYED TO ITS CLAIM BY THE DAILY RUN NUMBER THAT FILED
      * IT, THE STOCK NUMBER, AND THE PROGRAM
       FD RECEIPT-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS RECEIPT-HISTORY-RECORD.
       01 RECEIPT-HISTORY-RECORD.
           05 RH-RUN-NUMBER PIC 9(6).
           05 RH-STOCK-NUMBER PIC 9(6).
           05 RH-PROGRAM-CODE PIC X(6).
           05 RH-AMOUNT PIC 9(5)V99.
           05 RH-DATE PIC 9(8).
           05 RH-REFERENCE PIC X(12).

      * MANUFACTURER PAYMENT FEED - ONE LINE PER CLAIM THE FACTORY
      * PAID ON ITS STATEMENT: STOCK NUMBER, PROGRAM, AMOUNT PAID,
      * PAYMENT DATE, AND ITS CHECK OR CREDIT-MEMO REFERENCE
       FD RECEIPT-FEED-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS RECEIPT-FEED-RECORD.
       01 RECEIPT-FEED-RECORD.
           05 MFP-STOCK-NUMBER PIC 9(6).
           05 MFP-PROGRAM-CODE PIC X(6).
           05 MFP-AMOUNT PIC 9(5)V99.
           05 MFP-DATE PIC 9(8).
           05 MFP-REFERENCE PIC X(12).

      * THE RUN'S PAYMENT POSTINGS, SHORT AND OVER PAYMENTS, AND
      * REJECTS
       FD RECEIPT-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RECEIPT-PRINT-LINE.
       01 RECEIPT-PRINT-LINE PIC X(120).

      * OPEN-CLAIMS AGING, BY BRANCH
       FD CLAIM-AGING-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS AGING-PRINT-LINE.
       01 AGING-PRINT-LINE PIC X(120).



       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CLAIM-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 HISTORY-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 FEED-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * RUN PARAMETERS FROM THE CONTROL CARD
       01 PROCESSING-DATE-WORK PIC 9(8) VALUE ZERO.
       01 PROCESSING-INTEGER-WORK PIC 9(7) VALUE ZERO.
       01 FOLLOW-UP-DAYS-LIMIT PIC 9(3) VALUE 30.

      * EVERY CLAIM ON THE CLAIMS FILE AND WHERE ITS PAYMENT STANDS:
      * 'O' OPEN (UNPAID OR SHORT-PAID), 'P' PAID IN FULL, 'X'
      * WITHDRAWN ON AN UNWOUND DEAL
       01 CLAIM-TABLE.
           03 CLAIM-ENTRY OCCURS 3000 TIMES.
               05 CL-RUN-NUMBER PIC 9(6).
               05 CL-STOCK-NUMBER PIC 9(6).
               05 CL-PROGRAM-CODE PIC X(6).
               05 CL-TYPE PIC X(1).
               05 CL-MODEL PIC X(13).
               05 CL-YEAR PIC 9(4).
               05 CL-BRANCH PIC 9(4).
               05 CL-SALE-DATE PIC 9(8).
               05 CL-AMOUNT PIC 9(5)V99.
               05 CL-STATUS PIC X(1).
               05 CL-PAID-AMOUNT PIC 9(7)V99.
               05 CL-LAST-PAID-DATE PIC 9(8).
       01 CLAIM-COUNT PIC 9(4) VALUE ZERO.
       01 CLAIM-INDEX PIC 9(4) VALUE ZERO.
       01 CLAIM-FOUND-INDEX PIC 9(4) VALUE ZERO.
       01 CLAIM-TABLE-FULL-SWITCH PIC X VALUE 'N'.

      * BRANCHES THE CLAIMS WERE FILED FOR, IN ORDER OF FIRST
      * APPEARANCE
       01 BRANCH-TABLE.
           03 BRANCH-ENTRY PIC 9(4) OCCURS 20 TIMES.
       01 BRANCH-COUNT PIC 99 VALUE ZERO.
       01 BRANCH-INDEX PIC 99 VALUE ZERO.
       01 BRANCH-FOUND-INDEX PIC 99 VALUE ZERO.

      * PAYMENT POSTING WORK
       01 CLAIM-BALANCE-WORK PIC S9(7)V99 VALUE ZERO.
       01 FEED-REJECT-REASON PIC X(30) VALUE SPACES.

      * THE BRANCH BEING PRINTED
       01 SECTION-BRANCH-INDEX PIC 99 VALUE ZERO.
       01 BRANCH-CLAIM-COUNT PIC 9(5) VALUE ZERO.
       01 BRANCH-CLAIMED PIC 9(9)V99 VALUE ZERO.
       01 BRANCH-PAID PIC 9(9)V99 VALUE ZERO.
       01 BRANCH-BALANCE PIC S9(9)V99 VALUE ZERO.
       01 BRANCH-OVER-COUNT PIC 9(5) VALUE ZERO.

      * AGING WORK FOR THE CLAIM IN HAND
       01 SALE-INTEGER-WORK PIC 9(7) VALUE ZERO.
       01 DAYS-OUT-WORK PIC S9(5) VALUE ZERO.

      * RUN TOTALS
       01 RECEIPT-COUNT PIC 9(5) VALUE ZERO.
       01 RECEIPT-AMOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 SHORT-PAY-COUNT PIC 9(5) VALUE ZERO.
       01 OVER-PAY-COUNT PIC 9(5) VALUE ZERO.
       01 FEED-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 OPEN-CLAIM-COUNT PIC 9(5) VALUE ZERO.
       01 OPEN-CLAIMED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 OPEN-PAID-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 OPEN-BALANCE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 OVER-LIMIT-COUNT PIC 9(5) VALUE ZERO.

      * RECEIPT REPORT LINES
       01 RECEIPT-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE 'INCENTIVE PAYMENTS POSTED - AS OF '.
           05 RCPT-DATE PIC 9(8).

       01 RECEIPT-HEADING-LINE.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'PROGRAM'.
           05 FILLER PIC X(8) VALUE 'BRANCH'.
           05 FILLER PIC X(10) VALUE 'PAID'.
           05 FILLER PIC X(14) VALUE 'REFERENCE'.
           05 FILLER PIC X(11) VALUE '    CLAIMED'.
           05 FILLER PIC X(13) VALUE '    PAYMENT'.
           05 FILLER PIC X(14) VALUE '     BALANCE'.
           05 FILLER PIC X(30) VALUE 'NOTE'.

       01 RECEIPT-DETAIL-LINE.
           05 RCPD-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-PROGRAM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-BRANCH PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RCPD-PAID-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-REFERENCE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-CLAIMED PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-PAYMENT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-BALANCE PIC +,+++,++9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPD-NOTE PIC X(30).

       01 RECEIPT-REJECT-LINE.
           05 FILLER PIC X(10) VALUE 'REJECTED: '.
           05 RCPR-RECORD PIC X(39).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPR-REASON PIC X(30).

       01 RECEIPT-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE 'PAYMENTS:'.
           05 RCPT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCPT-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE '  SHORT-PAID:'.
           05 RCPT-SHORT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(13) VALUE '  OVER-PAID:'.
           05 RCPT-OVER-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  REJECTED:'.
           05 RCPT-REJECT-COUNT PIC ZZ,ZZ9.

      * AGING REPORT LINES
       01 AGING-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE 'OPEN INCENTIVE CLAIMS - AS OF '.
           05 AGNT-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE '   FOLLOW-UP AFTER '.
           05 AGNT-LIMIT PIC ZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.

       01 AGING-BRANCH-LINE.
           05 FILLER PIC X(7) VALUE 'BRANCH '.
           05 AGNL-BRANCH PIC 9(4).

       01 AGING-HEADING-LINE.
           05 FILLER PIC X(8) VALUE 'STOCK'.
           05 FILLER PIC X(8) VALUE 'PROGRAM'.
           05 FILLER PIC X(5) VALUE 'TYPE'.
           05 FILLER PIC X(15) VALUE 'MODEL'.
           05 FILLER PIC X(10) VALUE 'SOLD'.
           05 FILLER PIC X(7) VALUE '  DAYS'.
           05 FILLER PIC X(11) VALUE '    CLAIMED'.
           05 FILLER PIC X(12) VALUE '       PAID'.
           05 FILLER PIC X(13) VALUE '     BALANCE'.
           05 FILLER PIC X(30) VALUE 'NOTE'.

       01 AGING-DETAIL-LINE.
           05 AGND-STOCK PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-PROGRAM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-TYPE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AGND-MODEL PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-SOLD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-CLAIMED PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-PAID PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-BALANCE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGND-NOTE PIC X(30).

       01 AGING-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE '  BRANCH '.
           05 AGNB-BRANCH PIC 9(4).
           05 FILLER PIC X(2) VALUE ':'.
           05 AGNB-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(9) VALUE ' CLAIMS  '.
           05 AGNB-CLAIMED PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(7) VALUE '  PAID '.
           05 AGNB-PAID PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(7) VALUE '  OPEN '.
           05 AGNB-BALANCE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE '  OVER LIMIT:'.
           05 AGNB-OVER PIC ZZ,ZZ9.

       01 AGING-GRAND-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'ALL BRANCHES:'.
           05 AGNG-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(9) VALUE ' CLAIMS  '.
           05 AGNG-CLAIMED PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(7) VALUE '  PAID '.
           05 AGNG-PAID PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(7) VALUE '  OPEN '.
           05 AGNG-BALANCE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE '  OVER LIMIT:'.
           05 AGNG-OVER PIC ZZ,ZZ9.


       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    TRACK-INCENTIVE-CLAIMS
      *
      *    Entry point of the program.
      *
      ******************************************************************
       TRACK-INCENTIVE-CLAIMS.
           PERFORM READ-INC-CONTROL-CARD.
           PERFORM LOAD-INCENTIVE-CLAIMS.
           PERFORM REPLAY-RECEIPT-HISTORY.

      *    POST THE FACTORY'S PAYMENTS FOR THIS RUN, KEEPING EVERY
      *    ACCEPTED PAYMENT FOR THE NEXT RUN TO REPLAY
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           OPEN OUTPUT RECEIPT-REPORT.
           PERFORM POST-RECEIPT-FEED.
           CLOSE RECEIPT-HISTORY-FILE
                 RECEIPT-REPORT.

      *    THEN AGE WHAT IS STILL OWED US, ONE BRANCH AT A TIME
           OPEN OUTPUT CLAIM-AGING-REPORT.
           MOVE PROCESSING-DATE-WORK TO AGNT-DATE.
           MOVE FOLLOW-UP-DAYS-LIMIT TO AGNT-LIMIT.
           MOVE AGING-TITLE-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.

           PERFORM VARYING SECTION-BRANCH-INDEX FROM 1 BY 1
               UNTIL SECTION-BRANCH-INDEX > BRANCH-COUNT
               PERFORM WRITE-BRANCH-CLAIM-AGING
           END-PERFORM.

           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.
           MOVE OPEN-CLAIM-COUNT TO AGNG-COUNT.
           MOVE OPEN-CLAIMED-TOTAL TO AGNG-CLAIMED.
           MOVE OPEN-PAID-TOTAL TO AGNG-PAID.
           MOVE OPEN-BALANCE-TOTAL TO AGNG-BALANCE.
           MOVE OVER-LIMIT-COUNT TO AGNG-OVER.
           MOVE AGING-GRAND-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.

           CLOSE CLAIM-AGING-REPORT.

           IF OVER-LIMIT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' OVER-LIMIT-COUNT
                   ' INCENTIVE CLAIM(S) OPEN PAST '
                   FOLLOW-UP-DAYS-LIMIT
                   ' DAYS - FOLLOW UP WITH THE FACTORY, SEE '
                   'INCAGING.TXT ***'
           END-IF.

           IF SHORT-PAY-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' SHORT-PAY-COUNT
                   ' INCENTIVE CLAIM(S) SHORT-PAID - SEE '
                   'INCRCPT.TXT ***'
           END-IF.

           STOP RUN.



      ******************************************************************
      *
      *    READ-INC-CONTROL-CARD
      *
      *    READS THE DATE THE CLAIMS ARE AGED TO AND THE FOLLOW-UP
      *    LIMIT IN DAYS. A MISSING OR UNREADABLE DATE STOPS THE RUN
      *    - AGING AGAINST THE MACHINE CLOCK MAKES A RERUN SAY
      *    SOMETHING DIFFERENT FROM THE ORIGINAL.
      *
      ******************************************************************
       READ-INC-CONTROL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT INC-CONTROL-FILE.
           READ INC-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE INC-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR INCC-PROCESSING-DATE IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD (INCC-PROCESSING-DATE)
                   NOT = ZERO
               DISPLAY '*** RUN ABORTED: INCCARD.TXT MISSING OR '
                   'INVALID - A PROCESSING DATE (YYYYMMDD) IS '
                   'REQUIRED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE INCC-PROCESSING-DATE TO PROCESSING-DATE-WORK.
           COMPUTE PROCESSING-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE (PROCESSING-DATE-WORK).
           IF INCC-FOLLOW-UP-DAYS IS NUMERIC
                AND INCC-FOLLOW-UP-DAYS > ZERO
               MOVE INCC-FOLLOW-UP-DAYS TO FOLLOW-UP-DAYS-LIMIT
           END-IF.



      ******************************************************************
      *
      *    LOAD-INCENTIVE-CLAIMS
      *
      *    LOADS EVERY CLAIM ON THE CLAIMS FILE AS OPEN, AND APPLIES
      *    EACH WITHDRAWAL TO THE CLAIM IT CANCELS.
      *
      ******************************************************************
       LOAD-INCENTIVE-CLAIMS.
           MOVE 'YES' TO CLAIM-DATA-REMAINS-SWITCH.
           OPEN INPUT INCENTIVE-CLAIM-FILE.

           READ INCENTIVE-CLAIM-FILE
               AT END
                   MOVE 'NO' TO CLAIM-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL CLAIM-DATA-REMAINS-SWITCH = 'NO'
               IF ICL-RUN-NUMBER IS NUMERIC
                    AND ICL-STOCK-NUMBER IS NUMERIC
                    AND ICL-AMOUNT IS NUMERIC
                   IF ICL-ACTION = 'R'
                       PERFORM WITHDRAW-INCENTIVE-CLAIM
                   ELSE
                       PERFORM ADD-CLAIM-ENTRY
                   END-IF
               END-IF
               READ INCENTIVE-CLAIM-FILE
                   AT END
                       MOVE 'NO' TO CLAIM-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE INCENTIVE-CLAIM-FILE.



      ******************************************************************
      *
      *    ADD-CLAIM-ENTRY
      *
      *    TABLES THE CLAIM IN HAND AS OPEN AND UNPAID.
      *
      ******************************************************************
       ADD-CLAIM-ENTRY.
           IF CLAIM-COUNT < 3000
               ADD 1 TO CLAIM-COUNT
               MOVE ICL-RUN-NUMBER TO CL-RUN-NUMBER (CLAIM-COUNT)
               MOVE ICL-STOCK-NUMBER TO CL-STOCK-NUMBER (CLAIM-COUNT)
               MOVE ICL-PROGRAM-CODE TO CL-PROGRAM-CODE (CLAIM-COUNT)
               MOVE ICL-TYPE TO CL-TYPE (CLAIM-COUNT)
               MOVE ICL-MODEL TO CL-MODEL (CLAIM-COUNT)
               MOVE ICL-YEAR TO CL-YEAR (CLAIM-COUNT)
               MOVE ICL-BRANCH TO CL-BRANCH (CLAIM-COUNT)
               MOVE ICL-SALE-DATE TO CL-SALE-DATE (CLAIM-COUNT)
               MOVE ICL-AMOUNT TO CL-AMOUNT (CLAIM-COUNT)
               MOVE 'O' TO CL-STATUS (CLAIM-COUNT)
               MOVE ZERO TO CL-PAID-AMOUNT (CLAIM-COUNT)
               MOVE ZERO TO CL-LAST-PAID-DATE (CLAIM-COUNT)
               PERFORM NOTE-CLAIM-BRANCH
           ELSE
               IF CLAIM-TABLE-FULL-SWITCH = 'N'
                   MOVE 'Y' TO CLAIM-TABLE-FULL-SWITCH
                   DISPLAY '*** WARNING: CLAIM TABLE FULL AT 3000 - '
                       'LATER CLAIMS ARE NOT TRACKED ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    WITHDRAW-INCENTIVE-CLAIM
      *
      *    AN UNWOUND DEAL WITHDRAWS THE NEWEST CLAIM STILL STANDING
      *    FOR ITS STOCK NUMBER AND PROGRAM. A WITHDRAWAL WITH NO
      *    CLAIM BEHIND IT (A DEAL SOLD BEFORE CLAIMS WERE FILED)
      *    HAS NOTHING TO CANCEL.
      *
      ******************************************************************
       WITHDRAW-INCENTIVE-CLAIM.
           MOVE ZERO TO CLAIM-FOUND-INDEX.
           PERFORM VARYING CLAIM-INDEX FROM CLAIM-COUNT BY -1
               UNTIL CLAIM-INDEX < 1
                  OR CLAIM-FOUND-INDEX IS POSITIVE
               IF CL-STOCK-NUMBER (CLAIM-INDEX) = ICL-STOCK-NUMBER
                    AND CL-PROGRAM-CODE (CLAIM-INDEX) =
                        ICL-PROGRAM-CODE
                    AND CL-STATUS (CLAIM-INDEX) NOT = 'X'
                   MOVE CLAIM-INDEX TO CLAIM-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF CLAIM-FOUND-INDEX IS POSITIVE
               MOVE 'X' TO CL-STATUS (CLAIM-FOUND-INDEX)
           END-IF.



      ******************************************************************
      *
      *    NOTE-CLAIM-BRANCH
      *
      *    ADDS THE NEWEST CLAIM'S BRANCH TO THE BRANCH TABLE THE
      *    FIRST TIME IT IS SEEN.
      *
      ******************************************************************
       NOTE-CLAIM-BRANCH.
           MOVE ZERO TO BRANCH-FOUND-INDEX.
           PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
               UNTIL BRANCH-INDEX > BRANCH-COUNT
                  OR BRANCH-FOUND-INDEX IS POSITIVE
               IF BRANCH-ENTRY (BRANCH-INDEX) =
                    CL-BRANCH (CLAIM-COUNT)
                   MOVE BRANCH-INDEX TO BRANCH-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF BRANCH-FOUND-INDEX IS ZERO
                AND BRANCH-COUNT < 20
               ADD 1 TO BRANCH-COUNT
               MOVE CL-BRANCH (CLAIM-COUNT)
                   TO BRANCH-ENTRY (BRANCH-COUNT)
           END-IF.



      ******************************************************************
      *
      *    REPLAY-RECEIPT-HISTORY
      *
      *    RE-APPLIES EVERY PAYMENT POSTED BY EARLIER RUNS, SO EACH
      *    CLAIM STANDS WHERE THE LAST RUN LEFT IT.
      *
      ******************************************************************
       REPLAY-RECEIPT-HISTORY.
           MOVE 'YES' TO HISTORY-DATA-REMAINS-SWITCH.
           OPEN INPUT RECEIPT-HISTORY-FILE.

           READ RECEIPT-HISTORY-FILE
               AT END
                   MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL HISTORY-DATA-REMAINS-SWITCH = 'NO'
               MOVE ZERO TO CLAIM-FOUND-INDEX
               PERFORM VARYING CLAIM-INDEX FROM 1 BY 1
                   UNTIL CLAIM-INDEX > CLAIM-COUNT
                      OR CLAIM-FOUND-INDEX IS POSITIVE
                   IF CL-RUN-NUMBER (CLAIM-INDEX) = RH-RUN-NUMBER
                        AND CL-STOCK-NUMBER (CLAIM-INDEX) =
                            RH-STOCK-NUMBER
                        AND CL-PROGRAM-CODE (CLAIM-INDEX) =
                            RH-PROGRAM-CODE
                       MOVE CLAIM-INDEX TO CLAIM-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF CLAIM-FOUND-INDEX IS POSITIVE
                   ADD RH-AMOUNT
                       TO CL-PAID-AMOUNT (CLAIM-FOUND-INDEX)
                   MOVE RH-DATE
                       TO CL-LAST-PAID-DATE (CLAIM-FOUND-INDEX)
                   IF CL-STATUS (CLAIM-FOUND-INDEX) = 'O'
                        AND CL-PAID-AMOUNT (CLAIM-FOUND-INDEX) >=
                            CL-AMOUNT (CLAIM-FOUND-INDEX)
                       MOVE 'P' TO CL-STATUS (CLAIM-FOUND-INDEX)
                   END-IF
               END-IF
               READ RECEIPT-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-HISTORY-FILE.



      ******************************************************************
      *
      *    POST-RECEIPT-FEED
      *
      *    POSTS EACH LINE OF THE FACTORY'S PAYMENT FEED AND CLOSES
      *    THE RECEIPT REPORT WITH THE RUN'S TOTALS. NO FEED FILE IS
      *    NOT AN ERROR - THE AGING STILL RUNS.
      *
      ******************************************************************
       POST-RECEIPT-FEED.
           MOVE PROCESSING-DATE-WORK TO RCPT-DATE.
           MOVE RECEIPT-TITLE-LINE TO RECEIPT-PRINT-LINE.
           WRITE RECEIPT-PRINT-LINE.
           MOVE RECEIPT-HEADING-LINE TO RECEIPT-PRINT-LINE.
           WRITE RECEIPT-PRINT-LINE.

           MOVE 'YES' TO FEED-DATA-REMAINS-SWITCH.
           OPEN INPUT RECEIPT-FEED-FILE.

           READ RECEIPT-FEED-FILE
               AT END
                   MOVE 'NO' TO FEED-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL FEED-DATA-REMAINS-SWITCH = 'NO'
               PERFORM POST-RECEIPT-RECORD
               READ RECEIPT-FEED-FILE
                   AT END
                       MOVE 'NO' TO FEED-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-FEED-FILE.

           MOVE SPACES TO RECEIPT-PRINT-LINE.
           WRITE RECEIPT-PRINT-LINE.
           MOVE RECEIPT-COUNT TO RCPT-COUNT.
           MOVE RECEIPT-AMOUNT-TOTAL TO RCPT-AMOUNT.
           MOVE SHORT-PAY-COUNT TO RCPT-SHORT-COUNT.
           MOVE OVER-PAY-COUNT TO RCPT-OVER-COUNT.
           MOVE FEED-REJECT-COUNT TO RCPT-REJECT-COUNT.
           MOVE RECEIPT-TOTAL-LINE TO RECEIPT-PRINT-LINE.
           WRITE RECEIPT-PRINT-LINE.



      ******************************************************************
      *
      *    POST-RECEIPT-RECORD
      *
      *    MATCHES A PAYMENT TO THE OLDEST CLAIM ON ITS STOCK NUMBER
      *    AND PROGRAM THAT IS STILL OPEN. A LINE THAT CANNOT BE READ,
      *    PAYS NOTHING, NAMES NO OPEN CLAIM, OR IS DATED BEFORE THE
      *    SALE OR AFTER THE RUN DATE IS REJECTED ON THE REPORT AND
      *    POSTS NOTHING.
      *
      ******************************************************************
       POST-RECEIPT-RECORD.
           MOVE SPACES TO FEED-REJECT-REASON.
           MOVE ZERO TO CLAIM-FOUND-INDEX.

           IF MFP-STOCK-NUMBER IS NOT NUMERIC
                OR MFP-AMOUNT IS NOT NUMERIC
                OR MFP-DATE IS NOT NUMERIC
               MOVE 'NON-NUMERIC PAYMENT DATA' TO FEED-REJECT-REASON
           ELSE
               IF MFP-AMOUNT IS ZERO
                   MOVE 'ZERO PAYMENT' TO FEED-REJECT-REASON
               ELSE
                   PERFORM VARYING CLAIM-INDEX FROM 1 BY 1
                       UNTIL CLAIM-INDEX > CLAIM-COUNT
                          OR CLAIM-FOUND-INDEX IS POSITIVE
                       IF CL-STOCK-NUMBER (CLAIM-INDEX) =
                            MFP-STOCK-NUMBER
                          AND CL-PROGRAM-CODE (CLAIM-INDEX) =
                            MFP-PROGRAM-CODE
                          AND CL-STATUS (CLAIM-INDEX) = 'O'
                           MOVE CLAIM-INDEX TO CLAIM-FOUND-INDEX
                       END-IF
                   END-PERFORM
                   IF CLAIM-FOUND-INDEX IS ZERO
                       MOVE 'NO OPEN CLAIM' TO FEED-REJECT-REASON
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD (MFP-DATE)
                            NOT = ZERO
                            OR MFP-DATE > PROCESSING-DATE-WORK
                            OR MFP-DATE <
                               CL-SALE-DATE (CLAIM-FOUND-INDEX)
                           MOVE 'INVALID PAYMENT DATE'
                               TO FEED-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF FEED-REJECT-REASON NOT = SPACES
               ADD 1 TO FEED-REJECT-COUNT
               MOVE RECEIPT-FEED-RECORD TO RCPR-RECORD
               MOVE FEED-REJECT-REASON TO RCPR-REASON
               MOVE RECEIPT-REJECT-LINE TO RECEIPT-PRINT-LINE
               WRITE RECEIPT-PRINT-LINE
           ELSE
               PERFORM APPLY-CLAIM-PAYMENT
           END-IF.



      ******************************************************************
      *
      *    APPLY-CLAIM-PAYMENT
      *
      *    ADDS THE PAYMENT TO THE CLAIM. PAID IN FULL (OR OVER) CLOSES
      *    IT; A PAYMENT THAT LEAVES A BALANCE LEAVES IT OPEN AS
      *    SHORT-PAID, FOR THE FACTORY TO MAKE UP OR THE OFFICE TO
      *    CHASE. THE PAYMENT GOES TO THE HISTORY AND THE REPORT.
      *
      ******************************************************************
       APPLY-CLAIM-PAYMENT.
           ADD 1 TO RECEIPT-COUNT.
           ADD MFP-AMOUNT TO RECEIPT-AMOUNT-TOTAL.
           ADD MFP-AMOUNT TO CL-PAID-AMOUNT (CLAIM-FOUND-INDEX).
           MOVE MFP-DATE TO CL-LAST-PAID-DATE (CLAIM-FOUND-INDEX).
           COMPUTE CLAIM-BALANCE-WORK =
               CL-AMOUNT (CLAIM-FOUND-INDEX)
               - CL-PAID-AMOUNT (CLAIM-FOUND-INDEX).

           MOVE CL-STOCK-NUMBER (CLAIM-FOUND-INDEX) TO RCPD-STOCK.
           MOVE CL-PROGRAM-CODE (CLAIM-FOUND-INDEX) TO RCPD-PROGRAM.
           MOVE CL-BRANCH (CLAIM-FOUND-INDEX) TO RCPD-BRANCH.
           MOVE MFP-DATE TO RCPD-PAID-DATE.
           MOVE MFP-REFERENCE TO RCPD-REFERENCE.
           MOVE CL-AMOUNT (CLAIM-FOUND-INDEX) TO RCPD-CLAIMED.
           MOVE MFP-AMOUNT TO RCPD-PAYMENT.
           MOVE CLAIM-BALANCE-WORK TO RCPD-BALANCE.

           IF CLAIM-BALANCE-WORK > ZERO
               ADD 1 TO SHORT-PAY-COUNT
               MOVE '** SHORT-PAID **' TO RCPD-NOTE
           ELSE
               MOVE 'P' TO CL-STATUS (CLAIM-FOUND-INDEX)
               IF CLAIM-BALANCE-WORK < ZERO
                   ADD 1 TO OVER-PAY-COUNT
                   MOVE '** OVER-PAID **' TO RCPD-NOTE
               ELSE
                   MOVE 'PAID IN FULL' TO RCPD-NOTE
               END-IF
           END-IF.

           MOVE RECEIPT-DETAIL-LINE TO RECEIPT-PRINT-LINE.
           WRITE RECEIPT-PRINT-LINE.

           MOVE CL-RUN-NUMBER (CLAIM-FOUND-INDEX) TO RH-RUN-NUMBER.
           MOVE CL-STOCK-NUMBER (CLAIM-FOUND-INDEX) TO RH-STOCK-NUMBER.
           MOVE CL-PROGRAM-CODE (CLAIM-FOUND-INDEX)
               TO RH-PROGRAM-CODE.
           MOVE MFP-AMOUNT TO RH-AMOUNT.
           MOVE MFP-DATE TO RH-DATE.
           MOVE MFP-REFERENCE TO RH-REFERENCE.
           WRITE RECEIPT-HISTORY-RECORD.



      ******************************************************************
      *
      *    WRITE-BRANCH-CLAIM-AGING
      *
      *    LISTS THE BRANCH'S OPEN CLAIMS, WITH A BRANCH SUBTOTAL.
      *    A BRANCH WITH NOTHING OPEN IS LEFT OFF THE REPORT.
      *
      ******************************************************************
       WRITE-BRANCH-CLAIM-AGING.
           MOVE ZERO TO BRANCH-CLAIM-COUNT.
           MOVE ZERO TO BRANCH-CLAIMED.
           MOVE ZERO TO BRANCH-PAID.
           MOVE ZERO TO BRANCH-BALANCE.
           MOVE ZERO TO BRANCH-OVER-COUNT.

           PERFORM VARYING CLAIM-INDEX FROM 1 BY 1
               UNTIL CLAIM-INDEX > CLAIM-COUNT
               IF CL-STATUS (CLAIM-INDEX) = 'O'
                    AND CL-BRANCH (CLAIM-INDEX) =
                        BRANCH-ENTRY (SECTION-BRANCH-INDEX)
                   PERFORM LIST-OPEN-CLAIM
               END-IF
           END-PERFORM.

           IF BRANCH-CLAIM-COUNT IS POSITIVE
               MOVE BRANCH-ENTRY (SECTION-BRANCH-INDEX) TO AGNB-BRANCH
               MOVE BRANCH-CLAIM-COUNT TO AGNB-COUNT
               MOVE BRANCH-CLAIMED TO AGNB-CLAIMED
               MOVE BRANCH-PAID TO AGNB-PAID
               MOVE BRANCH-BALANCE TO AGNB-BALANCE
               MOVE BRANCH-OVER-COUNT TO AGNB-OVER
               MOVE AGING-BRANCH-TOTAL-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF.



      ******************************************************************
      *
      *    LIST-OPEN-CLAIM
      *
      *    AGES THE OPEN CLAIM IN HAND FROM ITS SALE DATE TO THE RUN
      *    DATE AND LISTS IT AS UNPAID OR SHORT-PAID, FLAGGING ONE
      *    OPEN PAST THE FOLLOW-UP LIMIT. THE FIRST CLAIM FOR A
      *    BRANCH PRINTS THE BRANCH HEADING.
      *
      ******************************************************************
       LIST-OPEN-CLAIM.
           IF BRANCH-CLAIM-COUNT IS ZERO
               MOVE SPACES TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               MOVE BRANCH-ENTRY (SECTION-BRANCH-INDEX) TO AGNL-BRANCH
               MOVE AGING-BRANCH-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               MOVE AGING-HEADING-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF.

           MOVE ZERO TO DAYS-OUT-WORK.
           IF CL-SALE-DATE (CLAIM-INDEX) > 19000101
               COMPUTE SALE-INTEGER-WORK = FUNCTION
                   INTEGER-OF-DATE (CL-SALE-DATE (CLAIM-INDEX))
               IF SALE-INTEGER-WORK > ZERO
                   COMPUTE DAYS-OUT-WORK =
                       PROCESSING-INTEGER-WORK - SALE-INTEGER-WORK
               END-IF
           END-IF.
           IF DAYS-OUT-WORK < ZERO
               MOVE ZERO TO DAYS-OUT-WORK
           END-IF.

           COMPUTE CLAIM-BALANCE-WORK =
               CL-AMOUNT (CLAIM-INDEX) - CL-PAID-AMOUNT (CLAIM-INDEX).

           ADD 1 TO BRANCH-CLAIM-COUNT.
           ADD 1 TO OPEN-CLAIM-COUNT.
           ADD CL-AMOUNT (CLAIM-INDEX) TO BRANCH-CLAIMED.
           ADD CL-AMOUNT (CLAIM-INDEX) TO OPEN-CLAIMED-TOTAL.
           ADD CL-PAID-AMOUNT (CLAIM-INDEX) TO BRANCH-PAID.
           ADD CL-PAID-AMOUNT (CLAIM-INDEX) TO OPEN-PAID-TOTAL.
           ADD CLAIM-BALANCE-WORK TO BRANCH-BALANCE.
           ADD CLAIM-BALANCE-WORK TO OPEN-BALANCE-TOTAL.

           MOVE CL-STOCK-NUMBER (CLAIM-INDEX) TO AGND-STOCK.
           MOVE CL-PROGRAM-CODE (CLAIM-INDEX) TO AGND-PROGRAM.
           MOVE CL-TYPE (CLAIM-INDEX) TO AGND-TYPE.
           MOVE CL-MODEL (CLAIM-INDEX) TO AGND-MODEL.
           MOVE CL-SALE-DATE (CLAIM-INDEX) TO AGND-SOLD-DATE.
           MOVE DAYS-OUT-WORK TO AGND-DAYS.
           MOVE CL-AMOUNT (CLAIM-INDEX) TO AGND-CLAIMED.
           MOVE CL-PAID-AMOUNT (CLAIM-INDEX) TO AGND-PAID.
           MOVE CLAIM-BALANCE-WORK TO AGND-BALANCE.

           IF CL-PAID-AMOUNT (CLAIM-INDEX) IS ZERO
               MOVE 'UNPAID' TO AGND-NOTE
           ELSE
               MOVE 'SHORT-PAID' TO AGND-NOTE
           END-IF.
           IF DAYS-OUT-WORK > FOLLOW-UP-DAYS-LIMIT
               ADD 1 TO BRANCH-OVER-COUNT
               ADD 1 TO OVER-LIMIT-COUNT
               IF CL-PAID-AMOUNT (CLAIM-INDEX) IS ZERO
                   MOVE '** UNPAID - FOLLOW UP **' TO AGND-NOTE
               ELSE
                   MOVE '** SHORT-PAID - FOLLOW UP **' TO AGND-NOTE
               END-IF
           END-IF.

           MOVE AGING-DETAIL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.
