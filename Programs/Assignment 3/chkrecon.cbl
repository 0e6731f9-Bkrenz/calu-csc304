      ******************************************************************
      * CIS/CSC - 304 - COBOL
      * Assignment 2
      *
      * Authors: ROBERT KRENCY
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. 'KRENCY, ROBINSON, MORRIS, MORRISON'.

      ******************************************************************
      *
      *    PAYROLL CHECK BANK RECONCILIATION
      *
      *    MATCHES THE BANK'S CLEARED-CHECKS FILE (CLEARED.TXT)
      *    AGAINST THE CHECK HISTORY THE PAYROLL RUN AND THE VOID RUN
      *    KEEP. EACH CLEARED ITEM IS REPORTED AS:
      *        CLEARED               - ON THE HISTORY, OUTSTANDING, AND
      *                                FOR THE AMOUNT WRITTEN
      *        AMOUNT MISMATCH       - OUTSTANDING, BUT THE BANK PAID A
      *                                DIFFERENT AMOUNT
      *        PAID AFTER VOID       - THE CHECK WAS VOIDED
      *        DUPLICATE PRESENTMENT - THE CHECK ALREADY CLEARED
      *        UNKNOWN CHECK         - NOT A CHECK PAYROLL WROTE
      *    CLEARED AND MISMATCHED ITEMS ARE MARKED CLEARED ON THE
      *    HISTORY SO THE NEXT RECONCILIATION (AND THE VOID RUN) KNOW
      *    THE CHECK IS PAID.
      *
      *    EVERY CHECK STILL OUTSTANDING AFTER THE MATCH IS LISTED
      *    WITH THE DAYS IT HAS BEEN OUT AS OF THE CARD DATE, AND
      *    FLAGGED STALE PAST THE CARD'S STALE-DAYS LIMIT (90 DAYS
      *    WHEN THE CARD LEAVES IT BLANK). ONLY CHECKS WRITTEN BY RUNS
      *    THAT COMPLETED ON THE RUN-CONTROL LOG ARE KNOWN.
      *
      *    ANY EXCEPTION ON THE CLEARED FILE ENDS THE RUN WITH RETURN
      *    CODE 4.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECON-CONTROL-FILE ASSIGN TO 'RECNCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARED-CHECK-FILE ASSIGN TO 'CLEARED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-HISTORY-FILE ASSIGN TO 'CHKHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT ASSIGN TO 'CHKRECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETED-RUN-FILE ASSIGN TO 'CRRUNWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-RUN-NUMBER.
           SELECT CHECK-WORK-FILE ASSIGN TO 'CRCHKWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-CHECK-NUMBER.


       DATA DIVISION.
       FILE SECTION.

      * RECONCILIATION CARD - AS-OF DATE AND STALE-DAYS LIMIT
       FD RECON-CONTROL-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS RECON-CONTROL-RECORD.
       01 RECON-CONTROL-RECORD.
         03 RN-AS-OF-DATE PIC 9(8).
         03 RN-STALE-DAYS PIC 9(3).

      * BANK'S CLEARED-CHECKS FILE
       FD CLEARED-CHECK-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS CLEARED-CHECK-RECORD.
       01 CLEARED-CHECK-RECORD.
         03 CL-CHECK-NUMBER PIC 9(6).
         03 CL-CLEARED-DATE PIC 9(8).
         03 CL-AMOUNT PIC 9(8)V99.

      * CHECK HISTORY - SAME RECORD THE PAYROLL RUN (A4) APPENDS
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

      * RECONCILIATION REPORT OUTPUT INFORMATION
       FD RECON-REPORT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS RECON-PRINT-LINE.
       01 RECON-PRINT-LINE PIC X(110).

      * RUN-CONTROL LOG - RECONCILIATION RUNS REGISTER LIKE THE
      * OTHER MAINTENANCE RUNS (UNDER PERIOD ZERO)
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

      * COMPLETED RUNS ON THE RUN-CONTROL LOG - ONLY THEIR CHECKS ARE
      * REAL. A WORK FILE BUILT FRESH EACH RUN, KEYED BY RUN NUMBER
       FD COMPLETED-RUN-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS COMPLETED-RUN-RECORD.
       01 COMPLETED-RUN-RECORD.
         03 CR-RUN-NUMBER PIC 9(6).

      * EVERY KNOWN CHECK IN ITS LATEST STATE - A WORK FILE BUILT
      * FRESH FROM THE CHECK HISTORY EACH RUN, KEYED BY CHECK NUMBER.
      * THE RECORD IS CHECK-ENTRY
       FD CHECK-WORK-FILE
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS CHECK-WORK-RECORD.
       01 CHECK-WORK-RECORD.
         03 CW-CHECK-NUMBER PIC 9(6).
         03 FILLER PIC X(175).

       WORKING-STORAGE SECTION.

      * DATA-REMAINS-SWITCH: KEEP TRACK OF DATA LEFT IN INPUT
       01 DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 HISTORY-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * CARD VALUES
       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 STALE-DAYS PIC 9(3) VALUE 90.

      * RUN-COMPLETED-SWITCH: 'Y' WHEN THE HISTORY EVENT IN HAND
      *     CAME FROM A COMPLETED RUN
       01 RUN-COMPLETED-SWITCH PIC X VALUE 'N'.

      * THE CHECK IN HAND, AS IT IS CARRIED ON THE CHECK WORK FILE,
      *     AND ITS STATE: 'I' ISSUED AND OUTSTANDING, 'V' VOIDED,
      *     'C' CLEARED THE BANK
       01 CHECK-ENTRY.
         03 HT-CHECK-NUMBER PIC 9(6).
         03 HT-STATUS PIC X(1).
         03 HT-ISSUE-DATE PIC 9(8).
         03 HT-EMPLOYEE-ID PIC 9(9).
         03 HT-FIRST-NAME PIC X(10).
         03 HT-LAST-NAME PIC X(15).
         03 HT-GROSS-PAY PIC 9(9)V99.
         03 HT-FEDERAL-WH PIC 9(9)V99.
         03 HT-FICA-WH PIC 9(9)V99.
         03 HT-STATE-WH PIC 9(9)V99.
         03 HT-NET-PAY PIC 9(9)V99.
         03 HT-OTHER-AMOUNTS.
           05 HT-FUTA-WAGES PIC 9(9)V99.
           05 HT-FUTA-TAX PIC 9(9)V99.
           05 HT-SUTA-WAGES PIC 9(9)V99.
           05 HT-SUTA-TAX PIC 9(9)V99.
           05 HT-DEFERRAL PIC 9(9)V99.
           05 HT-PRETAX-INCOME PIC 9(9)V99.
           05 HT-PRETAX-FICA PIC 9(9)V99.
       01 CHECK-FOUND-SWITCH PIC X VALUE 'N'.
       01 CHECK-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 CHECK-LOOKUP-NUMBER PIC 9(6) VALUE ZERO.

      * DAYS-OUTSTANDING WORK FIELDS
       01 DAYS-OUTSTANDING PIC 9(5) VALUE ZERO.
       01 AS-OF-DAY-NUMBER PIC 9(7) VALUE ZERO.
       01 ISSUE-DAY-NUMBER PIC 9(7) VALUE ZERO.

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'CHKRECON'.

      * CONTROL TOTALS FOR THE RUN
       01 TOTAL-CLEARED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-CLEARED-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-MISMATCH-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-AFTER-VOID-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-AFTER-VOID-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-DUPLICATE-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-UNKNOWN-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-OUTSTANDING-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-STALE-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-STALE-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.

      * REPORT LINES
       01 REPORT-TITLE-LINE.
         03 FILLER PIC X(35)
             VALUE 'PAYROLL CHECK RECONCILIATION AS OF '.
         03 RPT-AS-OF-DATE PIC 9(8).
         03 FILLER PIC X(22) VALUE '    STALE AFTER DAYS: '.
         03 RPT-STALE-DAYS PIC ZZ9.

       01 CLEARED-HEADING.
         03 FILLER PIC X(8) VALUE 'CHECK'.
         03 FILLER PIC X(27) VALUE 'PAYEE'.
         03 FILLER PIC X(10) VALUE 'ISSUED'.
         03 FILLER PIC X(10) VALUE 'CLEARED'.
         03 FILLER PIC X(16) VALUE '   CHECK AMOUNT'.
         03 FILLER PIC X(16) VALUE '    BANK AMOUNT'.
         03 FILLER PIC X(21) VALUE 'STATUS'.

       01 CLEARED-DETAIL-LINE.
         03 CD-CHECK-NUMBER PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 CD-PAYEE PIC X(25).
         03 FILLER PIC X(2) VALUE SPACES.
         03 CD-ISSUE-DATE PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 CD-CLEARED-DATE PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 CD-CHECK-AMOUNT PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
         03 FILLER PIC X(2) VALUE SPACES.
         03 CD-BANK-AMOUNT PIC $$$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 CD-STATUS PIC X(21).

       01 OUTSTANDING-HEADING.
         03 FILLER PIC X(8) VALUE 'CHECK'.
         03 FILLER PIC X(27) VALUE 'PAYEE'.
         03 FILLER PIC X(10) VALUE 'ISSUED'.
         03 FILLER PIC X(16) VALUE '   CHECK AMOUNT'.
         03 FILLER PIC X(8) VALUE '   DAYS'.
         03 FILLER PIC X(5) VALUE 'FLAG'.

       01 OUTSTANDING-DETAIL-LINE.
         03 OD-CHECK-NUMBER PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 OD-PAYEE PIC X(25).
         03 FILLER PIC X(2) VALUE SPACES.
         03 OD-ISSUE-DATE PIC 9(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 OD-CHECK-AMOUNT PIC $$$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 OD-DAYS PIC ZZ,ZZ9.
         03 FILLER PIC X(2) VALUE SPACES.
         03 OD-FLAG PIC X(5).

       01 SECTION-TITLE-LINE.
         03 SECTION-TITLE PIC X(40).

       01 SUMMARY-LINE.
         03 SUMMARY-LABEL PIC X(30).
         03 SUMMARY-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 SUMMARY-AMOUNT PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    RECONCILE-PAYROLL-CHECKS
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT READS THE CARD,
      *    LOADS THE CHECK HISTORY, MATCHES THE BANK'S FILE, AND LISTS
      *    WHAT IS STILL OUTSTANDING.
      *
      ******************************************************************
       RECONCILE-PAYROLL-CHECKS.
           PERFORM READ-RECON-CARD.

      *    ONLY CHECKS WRITTEN BY COMPLETED RUNS ARE REAL, SO READ THE
      *    LOG BEFORE THIS RUN ADDS ITSELF TO IT
           PERFORM LOAD-COMPLETED-RUNS.
           PERFORM LOAD-CHECK-HISTORY.
           CLOSE COMPLETED-RUN-FILE.

           PERFORM REGISTER-RUN-START.

           OPEN INPUT CLEARED-CHECK-FILE.
           OPEN EXTEND CHECK-HISTORY-FILE.
           OPEN OUTPUT RECON-REPORT.

           MOVE AS-OF-DATE TO RPT-AS-OF-DATE.
           MOVE STALE-DAYS TO RPT-STALE-DAYS.
           MOVE REPORT-TITLE-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE 'CLEARED ITEMS FROM THE BANK' TO SECTION-TITLE.
           MOVE SECTION-TITLE-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE CLEARED-HEADING TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'YES' TO DATA-REMAINS-SWITCH.
           READ CLEARED-CHECK-FILE
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

           PERFORM MATCH-CLEARED-CHECK
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE 'CHECKS OUTSTANDING' TO SECTION-TITLE.
           MOVE SECTION-TITLE-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE OUTSTANDING-HEADING TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           COMPUTE AS-OF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE).
           MOVE 'YES' TO CHECK-SCAN-SWITCH.
           MOVE ZEROS TO CW-CHECK-NUMBER.
           START CHECK-WORK-FILE KEY IS >= CW-CHECK-NUMBER
               INVALID KEY
                   MOVE 'NO' TO CHECK-SCAN-SWITCH
           END-START.
           PERFORM UNTIL CHECK-SCAN-SWITCH = 'NO'
               READ CHECK-WORK-FILE NEXT RECORD INTO CHECK-ENTRY
                   AT END
                       MOVE 'NO' TO CHECK-SCAN-SWITCH
                   NOT AT END
                       IF HT-STATUS = 'I'
                           PERFORM LIST-OUTSTANDING-CHECK
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-RECON-SUMMARY.

           PERFORM REGISTER-RUN-END.

           CLOSE CLEARED-CHECK-FILE
             CHECK-HISTORY-FILE
             RECON-REPORT
             CHECK-WORK-FILE.

           DISPLAY 'CHECK RECONCILIATION AS OF ' AS-OF-DATE ' - '
               TOTAL-CLEARED-COUNT ' CLEARED, '
               TOTAL-OUTSTANDING-COUNT ' OUTSTANDING, '
               TOTAL-EXCEPTION-COUNT ' EXCEPTIONS'.

           IF TOTAL-EXCEPTION-COUNT > ZERO
               DISPLAY '*** WARNING: BANK EXCEPTIONS ON THE CLEARED '
                   'FILE - SEE CHKRECON.TXT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.



      ******************************************************************
      *
      *    READ-RECON-CARD
      *
      *    THE AS-OF DATE DECIDES HOW LONG EACH CHECK HAS BEEN OUT, SO
      *    THERE IS NO DEFAULT - NO CARD OR AN UNREADABLE DATE STOPS
      *    THE RUN. A BLANK STALE-DAYS LIMIT STAYS AT 90 DAYS.
      *
      ******************************************************************
       READ-RECON-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT RECON-CONTROL-FILE.
           READ RECON-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE RECON-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR RN-AS-OF-DATE IS NOT NUMERIC
                OR RN-AS-OF-DATE = ZERO
               DISPLAY '*** RUN ABORTED: NO VALID AS-OF DATE ON '
                   'RECNCARD.TXT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RN-AS-OF-DATE TO AS-OF-DATE.
           IF RN-STALE-DAYS IS NUMERIC
                AND RN-STALE-DAYS IS POSITIVE
               MOVE RN-STALE-DAYS TO STALE-DAYS
           END-IF.



      ******************************************************************
      *
      *    LOAD-COMPLETED-RUNS
      *
      *    PUTS EVERY RUN NUMBER THE RUN-CONTROL LOG SHOWS ENDING
      *    COMPLETE ('C') OR COMPLETE FOR REVIEW ('R') ON THE
      *    COMPLETED-RUN FILE, ONCE EACH.
      *
      ******************************************************************
       LOAD-COMPLETED-RUNS.
           MOVE 'YES' TO RUNCTL-DATA-REMAINS-SWITCH.
           OPEN OUTPUT COMPLETED-RUN-FILE.
           CLOSE COMPLETED-RUN-FILE.
           OPEN I-O COMPLETED-RUN-FILE.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RUNCTL-DATA-REMAINS-SWITCH = 'NO'
               IF RC-RUN-NUMBER IS NUMERIC
                    AND (RC-STATUS = 'C' OR RC-STATUS = 'R')
                   MOVE RC-RUN-NUMBER TO CR-RUN-NUMBER
                   WRITE COMPLETED-RUN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    LOAD-CHECK-HISTORY
      *
      *    BUILDS THE CHECK WORK FILE FROM THE HISTORY'S EVENTS IN
      *    THE ORDER THEY HAPPENED, SO EACH CHECK ENDS IN ITS LATEST
      *    STATE. EVENTS FROM RUNS THAT NEVER COMPLETED ARE IGNORED.
      *
      ******************************************************************
       LOAD-CHECK-HISTORY.
           MOVE 'YES' TO HISTORY-DATA-REMAINS-SWITCH.
           OPEN OUTPUT CHECK-WORK-FILE.
           CLOSE CHECK-WORK-FILE.
           OPEN I-O CHECK-WORK-FILE.
           OPEN INPUT CHECK-HISTORY-FILE.
           READ CHECK-HISTORY-FILE
               AT END
                   MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL HISTORY-DATA-REMAINS-SWITCH = 'NO'
               PERFORM CHECK-RUN-COMPLETED
               IF RUN-COMPLETED-SWITCH = 'Y'
                    AND CH-CHECK-NUMBER IS NUMERIC
                   MOVE CH-CHECK-NUMBER TO CHECK-LOOKUP-NUMBER
                   PERFORM FIND-CHECK-ENTRY
                   IF CH-EVENT = 'I'
                       PERFORM STORE-ISSUED-CHECK
                   END-IF
                   IF (CH-EVENT = 'V' OR CH-EVENT = 'C')
                        AND CHECK-FOUND-SWITCH = 'Y'
                       MOVE CH-EVENT TO HT-STATUS
                       REWRITE CHECK-WORK-RECORD FROM CHECK-ENTRY
                   END-IF
               END-IF
               READ CHECK-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO HISTORY-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE CHECK-HISTORY-FILE.



      ******************************************************************
      *
      *    CHECK-RUN-COMPLETED
      *
      *    SETS RUN-COMPLETED-SWITCH FOR THE HISTORY EVENT IN HAND.
      *
      ******************************************************************
       CHECK-RUN-COMPLETED.
           MOVE 'N' TO RUN-COMPLETED-SWITCH.
           IF CH-RUN-NUMBER IS NUMERIC
               MOVE CH-RUN-NUMBER TO CR-RUN-NUMBER
               READ COMPLETED-RUN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO RUN-COMPLETED-SWITCH
               END-READ
           END-IF.



      ******************************************************************
      *
      *    STORE-ISSUED-CHECK
      *
      *    PUTS THE ISSUED CHECK IN THE HISTORY RECORD ON THE CHECK
      *    WORK FILE AS OUTSTANDING - OVER ITS OLD ENTRY WHEN THE
      *    NUMBER IS ALREADY ON FILE, AS A NEW ONE OTHERWISE.
      *
      ******************************************************************
       STORE-ISSUED-CHECK.
           MOVE CH-CHECK-NUMBER TO HT-CHECK-NUMBER.
           MOVE 'I' TO HT-STATUS.
           MOVE CH-EVENT-DATE TO HT-ISSUE-DATE.
           MOVE CH-EMPLOYEE-ID TO HT-EMPLOYEE-ID.
           MOVE CH-FIRST-NAME TO HT-FIRST-NAME.
           MOVE CH-LAST-NAME TO HT-LAST-NAME.
           MOVE CH-GROSS-PAY TO HT-GROSS-PAY.
           MOVE CH-FEDERAL-WH TO HT-FEDERAL-WH.
           MOVE CH-FICA-WH TO HT-FICA-WH.
           MOVE CH-STATE-WH TO HT-STATE-WH.
           MOVE CH-NET-PAY TO HT-NET-PAY.
           IF CH-OTHER-AMOUNTS IS NUMERIC
               MOVE CH-OTHER-AMOUNTS TO HT-OTHER-AMOUNTS
           ELSE
               MOVE ZEROS TO HT-OTHER-AMOUNTS
           END-IF.

           IF CHECK-FOUND-SWITCH = 'Y'
               REWRITE CHECK-WORK-RECORD FROM CHECK-ENTRY
           ELSE
               WRITE CHECK-WORK-RECORD FROM CHECK-ENTRY
               MOVE 'Y' TO CHECK-FOUND-SWITCH
           END-IF.



      ******************************************************************
      *
      *    FIND-CHECK-ENTRY
      *
      *    READS CHECK-LOOKUP-NUMBER OFF THE CHECK WORK FILE INTO
      *    CHECK-ENTRY. CHECK-FOUND-SWITCH IS 'N' WHEN IT IS NOT ON
      *    FILE.
      *
      ******************************************************************
       FIND-CHECK-ENTRY.
           MOVE 'N' TO CHECK-FOUND-SWITCH.
           MOVE CHECK-LOOKUP-NUMBER TO CW-CHECK-NUMBER.
           READ CHECK-WORK-FILE INTO CHECK-ENTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CHECK-FOUND-SWITCH
           END-READ.



      ******************************************************************
      *
      *    MATCH-CLEARED-CHECK
      *
      *    FINDS THE BANK'S CLEARED ITEM ON THE CHECK FILE, DECIDES
      *    ITS STATUS, MARKS A GOOD MATCH CLEARED ON THE HISTORY, AND
      *    REPORTS IT.
      *
      ******************************************************************
       MATCH-CLEARED-CHECK.
           MOVE SPACES TO CLEARED-DETAIL-LINE.
           MOVE 'N' TO CHECK-FOUND-SWITCH.
           MOVE ZERO TO CD-CHECK-AMOUNT.

           IF CL-AMOUNT IS NUMERIC
               MOVE CL-AMOUNT TO CD-BANK-AMOUNT
           ELSE
               MOVE ZERO TO CD-BANK-AMOUNT
           END-IF.
           MOVE CL-CLEARED-DATE TO CD-CLEARED-DATE.

           IF CL-CHECK-NUMBER IS NUMERIC
                AND CL-AMOUNT IS NUMERIC
               MOVE CL-CHECK-NUMBER TO CHECK-LOOKUP-NUMBER
               PERFORM FIND-CHECK-ENTRY
           END-IF.

           IF CHECK-FOUND-SWITCH = 'N'
               IF CL-CHECK-NUMBER IS NUMERIC
                   MOVE CL-CHECK-NUMBER TO CD-CHECK-NUMBER
               ELSE
                   MOVE ZEROS TO CD-CHECK-NUMBER
               END-IF
               MOVE 'UNKNOWN CHECK' TO CD-STATUS
               ADD 1 TO TOTAL-UNKNOWN-COUNT
               IF CL-AMOUNT IS NUMERIC
                   ADD CL-AMOUNT TO TOTAL-UNKNOWN-AMOUNT
               END-IF
               ADD 1 TO TOTAL-EXCEPTION-COUNT
           ELSE
               PERFORM CLASSIFY-CLEARED-CHECK
           END-IF.

           MOVE CLEARED-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           READ CLEARED-CHECK-FILE
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.



      ******************************************************************
      *
      *    CLASSIFY-CLEARED-CHECK
      *
      *    SETS THE STATUS OF A CLEARED ITEM THAT IS ON THE CHECK
      *    FILE. AN OUTSTANDING CHECK IS MARKED CLEARED WHETHER OR
      *    NOT THE AMOUNT AGREES - THE BANK HAS PAID IT EITHER WAY.
      *
      ******************************************************************
       CLASSIFY-CLEARED-CHECK.
           MOVE HT-CHECK-NUMBER TO CD-CHECK-NUMBER.
           STRING HT-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HT-LAST-NAME DELIMITED BY SPACE
               INTO CD-PAYEE.
           MOVE HT-ISSUE-DATE TO CD-ISSUE-DATE.
           MOVE HT-NET-PAY TO CD-CHECK-AMOUNT.

           EVALUATE TRUE
               WHEN HT-STATUS = 'V'
                   MOVE 'PAID AFTER VOID' TO CD-STATUS
                   ADD 1 TO TOTAL-AFTER-VOID-COUNT
                   ADD CL-AMOUNT TO TOTAL-AFTER-VOID-AMOUNT
                   ADD 1 TO TOTAL-EXCEPTION-COUNT
               WHEN HT-STATUS = 'C'
                   MOVE 'DUPLICATE PRESENTMENT' TO CD-STATUS
                   ADD 1 TO TOTAL-DUPLICATE-COUNT
                   ADD CL-AMOUNT TO TOTAL-DUPLICATE-AMOUNT
                   ADD 1 TO TOTAL-EXCEPTION-COUNT
               WHEN CL-AMOUNT NOT = HT-NET-PAY
                   MOVE 'AMOUNT MISMATCH' TO CD-STATUS
                   ADD 1 TO TOTAL-MISMATCH-COUNT
                   ADD CL-AMOUNT TO TOTAL-MISMATCH-AMOUNT
                   ADD 1 TO TOTAL-EXCEPTION-COUNT
                   PERFORM MARK-CHECK-CLEARED
               WHEN OTHER
                   MOVE 'CLEARED' TO CD-STATUS
                   ADD 1 TO TOTAL-CLEARED-COUNT
                   ADD CL-AMOUNT TO TOTAL-CLEARED-AMOUNT
                   PERFORM MARK-CHECK-CLEARED
           END-EVALUATE.



      ******************************************************************
      *
      *    MARK-CHECK-CLEARED
      *
      *    APPENDS THE CLEARED EVENT TO THE HISTORY, DATED THE DAY THE
      *    BANK PAID IT, AND MARKS THE FILE SO A SECOND PRESENTMENT
      *    IN THE SAME FILE IS CAUGHT.
      *
      ******************************************************************
       MARK-CHECK-CLEARED.
           MOVE HT-CHECK-NUMBER TO CH-CHECK-NUMBER.
           MOVE 'C' TO CH-EVENT.
           IF CL-CLEARED-DATE IS NUMERIC
               MOVE CL-CLEARED-DATE TO CH-EVENT-DATE
           ELSE
               MOVE AS-OF-DATE TO CH-EVENT-DATE
           END-IF.
           MOVE RUN-NUMBER-WORK TO CH-RUN-NUMBER.
           MOVE HT-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE HT-FIRST-NAME TO CH-FIRST-NAME.
           MOVE HT-LAST-NAME TO CH-LAST-NAME.
           MOVE HT-GROSS-PAY TO CH-GROSS-PAY.
           MOVE HT-FEDERAL-WH TO CH-FEDERAL-WH.
           MOVE HT-FICA-WH TO CH-FICA-WH.
           MOVE HT-STATE-WH TO CH-STATE-WH.
           MOVE CL-AMOUNT TO CH-NET-PAY.
           MOVE ZERO TO CH-RELATED-CHECK.
           MOVE HT-OTHER-AMOUNTS TO CH-OTHER-AMOUNTS.
           WRITE CHECK-HISTORY-RECORD.

           MOVE 'C' TO HT-STATUS.
           REWRITE CHECK-WORK-RECORD FROM CHECK-ENTRY.



      ******************************************************************
      *
      *    LIST-OUTSTANDING-CHECK
      *
      *    REPORTS ONE CHECK THE BANK HAS NOT PAID, WITH THE DAYS IT
      *    HAS BEEN OUT AS OF THE CARD DATE.
      *
      ******************************************************************
       LIST-OUTSTANDING-CHECK.
           MOVE SPACES TO OUTSTANDING-DETAIL-LINE.
           MOVE HT-CHECK-NUMBER TO OD-CHECK-NUMBER.
           STRING HT-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HT-LAST-NAME DELIMITED BY SPACE
               INTO OD-PAYEE.
           MOVE HT-ISSUE-DATE TO OD-ISSUE-DATE.
           MOVE HT-NET-PAY TO OD-CHECK-AMOUNT.

           MOVE ZERO TO DAYS-OUTSTANDING.
           IF HT-ISSUE-DATE IS NUMERIC
                AND HT-ISSUE-DATE > 16010100
                AND HT-ISSUE-DATE < AS-OF-DATE
               COMPUTE ISSUE-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (HT-ISSUE-DATE)
               COMPUTE DAYS-OUTSTANDING =
                   AS-OF-DAY-NUMBER - ISSUE-DAY-NUMBER
           END-IF.
           MOVE DAYS-OUTSTANDING TO OD-DAYS.

           ADD 1 TO TOTAL-OUTSTANDING-COUNT.
           ADD HT-NET-PAY
               TO TOTAL-OUTSTANDING-AMOUNT.
           IF DAYS-OUTSTANDING > STALE-DAYS
               MOVE 'STALE' TO OD-FLAG
               ADD 1 TO TOTAL-STALE-COUNT
               ADD HT-NET-PAY
                   TO TOTAL-STALE-AMOUNT
           END-IF.

           MOVE OUTSTANDING-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-RECON-SUMMARY
      *
      *    WRITES THE COUNTS AND DOLLARS FOR EACH CLASS OF ITEM AT THE
      *    END OF THE REPORT.
      *
      ******************************************************************
       WRITE-RECON-SUMMARY.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'CLEARED:' TO SUMMARY-LABEL.
           MOVE TOTAL-CLEARED-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-CLEARED-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'AMOUNT MISMATCH:' TO SUMMARY-LABEL.
           MOVE TOTAL-MISMATCH-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-MISMATCH-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'PAID AFTER VOID:' TO SUMMARY-LABEL.
           MOVE TOTAL-AFTER-VOID-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-AFTER-VOID-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'DUPLICATE PRESENTMENT:' TO SUMMARY-LABEL.
           MOVE TOTAL-DUPLICATE-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-DUPLICATE-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'UNKNOWN CHECKS:' TO SUMMARY-LABEL.
           MOVE TOTAL-UNKNOWN-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-UNKNOWN-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'OUTSTANDING:' TO SUMMARY-LABEL.
           MOVE TOTAL-OUTSTANDING-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-OUTSTANDING-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE '    OF WHICH STALE:' TO SUMMARY-LABEL.
           MOVE TOTAL-STALE-COUNT TO SUMMARY-COUNT.
           MOVE TOTAL-STALE-AMOUNT TO SUMMARY-AMOUNT.
           MOVE SUMMARY-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.



      ******************************************************************
      *
      *    REGISTER-RUN-START
      *
      *    TAKES THE NEXT RUN NUMBER OFF THE SHARED RUN-CONTROL LOG
      *    AND APPENDS THIS EXECUTION'S START RECORD.
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
      *    APPENDS THIS EXECUTION'S COMPLETION RECORD - THE CHECKS
      *    MARKED CLEARED AND THE DOLLARS THE BANK PAID ON THEM RIDE
      *    AS THE CONTROL TOTALS.
      *
      ******************************************************************
       REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE 'C' TO RC-STATUS.
           COMPUTE RC-CONTROL-COUNT =
               TOTAL-CLEARED-COUNT + TOTAL-MISMATCH-COUNT.
           COMPUTE RC-CONTROL-AMOUNT =
               TOTAL-CLEARED-AMOUNT + TOTAL-MISMATCH-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM CHKRECON.
