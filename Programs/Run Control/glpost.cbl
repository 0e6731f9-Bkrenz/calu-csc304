       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    GENERAL LEDGER POSTING AND TRIAL BALANCE
      *
      *    POSTS THE GENERAL LEDGER JOURNAL EXTRACT (GLEXTR.TXT) THAT
      *    THE BILLING, CAR-SALES, AND PAYROLL RUNS APPEND, SO THE
      *    LEDGER IS POSTED FROM THE FILE INSTEAD OF RE-KEYED. EACH
      *    RUN'S LINES POST AS A UNIT, ONCE: A RUN NUMBER ALREADY ON
      *    THE POSTED-RUN REGISTER (GLPOSTED.DAT) IS PASSED OVER, SO
      *    THE EXTRACT CAN BE POSTED AS OFTEN AS IT IS APPENDED TO.
      *
      *    A RUN IS REJECTED - NOTHING OF IT POSTS, AND IT IS LOOKED
      *    AT AGAIN NEXT TIME - WHEN:
      *        IT HAS NO COMPLETION (COMPLETE OR REVIEW) RECORD ON THE
      *            RUN-CONTROL LOG
      *        ANY OF ITS LINES IS UNREADABLE
      *        ANY OF ITS LINES NAMES AN ACCOUNT MISSING FROM THE
      *            CHART OF ACCOUNTS (GLCOA.TXT)
      *        ITS DEBITS DO NOT EQUAL ITS CREDITS
      *
      *    AN ACCEPTED RUN'S DEBITS AND CREDITS POST TO THE GL BALANCE
      *    MASTER (GLBAL.DAT) BY ACCOUNT AND PERIOD - THE PERIOD THE
      *    RUN REGISTERED UNDER, OR THE OPEN PERIOD ON GLCARD.TXT FOR
      *    A RUN THAT REGISTERS UNDER PERIOD ZERO. THE POSTING JOURNAL
      *    (GLJRNL.TXT) TIES EVERY LINE POSTED BACK TO ITS RUN-CONTROL
      *    RUN AND LISTS EACH RUN POSTED OR REJECTED, AND THE TRIAL
      *    BALANCE (GLTRIAL.TXT) SHOWS EVERY ACCOUNT'S ACTIVITY FOR
      *    THE OPEN PERIOD AND ITS BALANCE TO DATE.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO 'GLCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHART-OF-ACCOUNTS ASSIGN TO 'GLCOA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO 'GLEXTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTED-RUN-FILE ASSIGN TO 'GLPOSTED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RUN-NUMBER.

           SELECT OPTIONAL GL-BALANCE-MASTER ASSIGN TO 'GLBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY.

           SELECT POSTING-JOURNAL ASSIGN TO 'GLJRNL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BALANCE-REPORT ASSIGN TO 'GLTRIAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-WORK-FILE ASSIGN TO 'GLRUNWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-RUN-NUMBER
               ALTERNATE RECORD KEY IS RW-LOAD-SEQUENCE.


       DATA DIVISION.
       FILE SECTION.

      * GL CARD - THE OPEN PERIOD (YYYYMM)
       FD GL-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS GL-CONTROL-RECORD.
       01 GL-CONTROL-RECORD.
         03 GC-PERIOD PIC 9(6).

      * CHART OF ACCOUNTS - EVERY ACCOUNT THE LEDGER WILL ACCEPT
       FD CHART-OF-ACCOUNTS
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS CHART-OF-ACCOUNTS-RECORD.
       01 CHART-OF-ACCOUNTS-RECORD.
         03 COA-ACCOUNT PIC 9(6).
         03 COA-DESCRIPTION PIC X(30).

      * GENERAL LEDGER JOURNAL EXTRACT - SAME RECORD THE BILLING,
      * CAR-SALES, AND PAYROLL RUNS APPEND
       FD GL-EXTRACT-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01 GL-EXTRACT-RECORD.
         03 GL-RUN-NUMBER PIC 9(6).
         03 GL-SYSTEM PIC X(8).
         03 GL-SOURCE PIC X(4).
         03 GL-DEBIT-ACCOUNT PIC 9(6).
         03 GL-CREDIT-ACCOUNT PIC 9(6).
         03 GL-AMOUNT PIC 9(11)V99.

      * RUN-CONTROL LOG - SAME RECORD EVERY REGISTERED RUN APPENDS
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

      * POSTED-RUN REGISTER - ONE RECORD PER RUN POSTED, KEYED BY
      * RUN NUMBER SO NO RUN POSTS TWICE
       FD POSTED-RUN-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS POSTED-RUN-RECORD.
       01 POSTED-RUN-RECORD.
         03 PR-RUN-NUMBER PIC 9(6).
         03 PR-SYSTEM PIC X(8).
         03 PR-PROGRAM PIC X(10).
         03 PR-PERIOD PIC 9(6).
         03 PR-POSTED-DATE PIC 9(8).
         03 PR-LINE-COUNT PIC 9(5).
         03 PR-AMOUNT PIC 9(11)V99.
         03 FILLER PIC X(8).

      * GL BALANCE MASTER - DEBITS AND CREDITS POSTED BY ACCOUNT AND
      * PERIOD
       FD GL-BALANCE-MASTER
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS GL-BALANCE-RECORD.
       01 GL-BALANCE-RECORD.
         03 GB-KEY.
           05 GB-ACCOUNT PIC 9(6).
           05 GB-PERIOD PIC 9(6).
         03 GB-DEBITS PIC 9(13)V99.
         03 GB-CREDITS PIC 9(13)V99.

      * POSTING JOURNAL OUTPUT INFORMATION
       FD POSTING-JOURNAL
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS POSTING-JOURNAL-LINE.
       01 POSTING-JOURNAL-LINE PIC X(120).

      * TRIAL BALANCE OUTPUT INFORMATION
       FD TRIAL-BALANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TRIAL-BALANCE-LINE.
       01 TRIAL-BALANCE-LINE PIC X(132).

      * EVERY RUN ON THE EXTRACT - A WORK FILE BUILT FRESH EACH
      * POSTING, KEYED BY RUN NUMBER. THE LOAD SEQUENCE IS THE ORDER
      * THE RUN FIRST APPEARS ON THE EXTRACT. STATE IS P (POSTED
      * BEFORE), O (OPEN - NOT YET JUDGED), A (ACCEPTED), OR X
      * (REJECTED)
       FD RUN-WORK-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS RUN-WORK-RECORD.
       01 RUN-WORK-RECORD.
         03 RW-RUN-NUMBER PIC 9(6).
         03 RW-LOAD-SEQUENCE PIC 9(7).
         03 FILLER PIC X(114).

       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CHART-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 EXTRACT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 BALANCE-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * THE OPEN PERIOD, AND TODAY FOR THE REGISTER
       01 OPEN-PERIOD PIC 9(6) VALUE ZERO.
       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMD PIC 9(8).
         03 FILLER PIC X(13).

      * THE CHART OF ACCOUNTS
       01 CHART-TABLE.
         03 CHART-ENTRY OCCURS 500 TIMES.
           05 CH-ACCOUNT PIC 9(6).
           05 CH-DESCRIPTION PIC X(30).
       01 CHART-COUNT PIC 9(3) VALUE ZERO.
       01 CHART-INDEX PIC 9(3) VALUE ZERO.
       01 CHART-FOUND-INDEX PIC 9(3) VALUE ZERO.
       01 CHART-LOOKUP-WORK PIC 9(6) VALUE ZERO.
       01 CHART-TABLE-FULL-SWITCH PIC X VALUE 'N'.

      * RUN WORK FILE LOOKUPS - RUNS LOADED SO FAR (THE NEXT LOAD
      *     SEQUENCE), AND WHETHER THE RUN LOOKED UP IS ON FILE
       01 RUN-COUNT PIC 9(7) VALUE ZERO.
       01 RUN-LOOKUP-WORK PIC 9(6) VALUE ZERO.
       01 RUN-FOUND-SWITCH PIC X VALUE 'N'.

      * THE RUN IN HAND, AS IT IS CARRIED ON THE RUN WORK FILE
       01 RUN-ENTRY.
         03 RT-RUN-NUMBER PIC 9(6).
         03 RT-LOAD-SEQUENCE PIC 9(7).
         03 RT-SYSTEM PIC X(8).
         03 RT-STATE PIC X(1).
         03 RT-LINE-COUNT PIC 9(5).
         03 RT-DEBIT-TOTAL PIC 9(13)V99.
         03 RT-CREDIT-TOTAL PIC 9(13)V99.
         03 RT-BAD-LINE-SWITCH PIC X(1).
         03 RT-BAD-ACCOUNT PIC 9(6).
         03 RT-PROGRAM PIC X(10).
         03 RT-PERIOD PIC 9(6).
         03 RT-RUNCTL-STATUS PIC X(1).
         03 RT-POSTING-PERIOD PIC 9(6).
         03 RT-REASON PIC X(40).

      * THE BALANCE POSTING IN HAND
       01 POST-ACCOUNT-WORK PIC 9(6) VALUE ZERO.
       01 POST-PERIOD-WORK PIC 9(6) VALUE ZERO.
       01 POST-DEBIT-WORK PIC 9(11)V99 VALUE ZERO.
       01 POST-CREDIT-WORK PIC 9(11)V99 VALUE ZERO.

      * POSTING COUNTS AND TOTALS
       01 PREVIOUSLY-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 POSTED-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 REJECTED-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 POSTED-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 POSTED-AMOUNT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 UNREADABLE-LINE-COUNT PIC 9(5) VALUE ZERO.

      * TRIAL BALANCE ACCUMULATORS - THE ACCOUNT IN HAND AND THE
      *     REPORT TOTALS
       01 TB-ACCOUNT-WORK PIC 9(6) VALUE ZERO.
       01 TB-PERIOD-DEBITS PIC 9(13)V99 VALUE ZERO.
       01 TB-PERIOD-CREDITS PIC 9(13)V99 VALUE ZERO.
       01 TB-TO-DATE-NET PIC S9(13)V99 VALUE ZERO.
       01 TB-TOTAL-PERIOD-DEBITS PIC 9(13)V99 VALUE ZERO.
       01 TB-TOTAL-PERIOD-CREDITS PIC 9(13)V99 VALUE ZERO.
       01 TB-TOTAL-DEBIT-BALANCE PIC 9(13)V99 VALUE ZERO.
       01 TB-TOTAL-CREDIT-BALANCE PIC 9(13)V99 VALUE ZERO.
       01 TB-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 TRIAL-BALANCED-SWITCH PIC X VALUE 'Y'.

      * POSTING JOURNAL LINES
       01 JOURNAL-TITLE-LINE.
         03 FILLER PIC X(36) VALUE 'GENERAL LEDGER POSTING JOURNAL'.
         03 FILLER PIC X(12) VALUE 'OPEN PERIOD '.
         03 JTTL-PERIOD PIC 9(6).

       01 JOURNAL-HEADING.
         03 FILLER PIC X(8) VALUE 'RUN'.
         03 FILLER PIC X(12) VALUE 'PROGRAM'.
         03 FILLER PIC X(8) VALUE 'PERIOD'.
         03 FILLER PIC X(10) VALUE 'SYSTEM'.
         03 FILLER PIC X(6) VALUE 'SRC'.
         03 FILLER PIC X(9) VALUE 'DEBIT'.
         03 FILLER PIC X(9) VALUE 'CREDIT'.
         03 FILLER PIC X(18) VALUE '            AMOUNT'.

       01 JOURNAL-DETAIL-LINE.
         03 JRNL-RUN-NUMBER PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 JRNL-PROGRAM PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 JRNL-PERIOD PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 JRNL-SYSTEM PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 JRNL-SOURCE PIC X(4).
         03 FILLER PIC X(2) VALUE SPACES.
         03 JRNL-DEBIT-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 JRNL-CREDIT-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 JRNL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RUN-SUMMARY-HEADING.
         03 FILLER PIC X(8) VALUE 'RUN'.
         03 FILLER PIC X(12) VALUE 'PROGRAM'.
         03 FILLER PIC X(8) VALUE 'PERIOD'.
         03 FILLER PIC X(10) VALUE 'SYSTEM'.
         03 FILLER PIC X(7) VALUE '  LINES'.
         03 FILLER PIC X(20) VALUE '              DEBITS'.
         03 FILLER PIC X(20) VALUE '             CREDITS'.
         03 FILLER PIC X(2) VALUE SPACES.
         03 FILLER PIC X(10) VALUE 'STATUS'.
         03 FILLER PIC X(6) VALUE 'REASON'.

       01 RUN-SUMMARY-LINE.
         03 RSUM-RUN-NUMBER PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RSUM-PROGRAM PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RSUM-PERIOD PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RSUM-SYSTEM PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RSUM-LINES PIC ZZ,ZZ9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 RSUM-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RSUM-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RSUM-STATUS PIC X(10).
         03 RSUM-REASON PIC X(40).

       01 JOURNAL-COUNT-LINE.
         03 JCNT-LABEL PIC X(40).
         03 JCNT-COUNT PIC ZZZ,ZZ9.

       01 JOURNAL-AMOUNT-LINE.
         03 JAMT-LABEL PIC X(40).
         03 JAMT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * TRIAL BALANCE LINES
       01 TRIAL-TITLE-LINE.
         03 FILLER PIC X(30) VALUE 'TRIAL BALANCE - PERIOD'.
         03 TTTL-PERIOD PIC 9(6).

       01 TRIAL-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
         03 FILLER PIC X(32) VALUE 'DESCRIPTION'.
         03 FILLER PIC X(20) VALUE '       PERIOD DEBITS'.
         03 FILLER PIC X(20) VALUE '      PERIOD CREDITS'.
         03 FILLER PIC X(20) VALUE '       DEBIT BALANCE'.
         03 FILLER PIC X(20) VALUE '      CREDIT BALANCE'.

       01 TRIAL-DETAIL-LINE.
         03 TRL-ACCOUNT PIC X(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 TRL-DESCRIPTION PIC X(30).
         03 FILLER PIC X(2) VALUE SPACES.
         03 TRL-PERIOD-DEBITS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 TRL-PERIOD-CREDITS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 TRL-DEBIT-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 TRL-CREDIT-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 TRIAL-OUT-OF-BALANCE-LINE PIC X(60)
           VALUE '*** TRIAL BALANCE DOES NOT BALANCE ***'.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    POST-GENERAL-LEDGER
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT GATHERS THE RUNS
      *    ON THE EXTRACT, TIES THEM TO THE RUN-CONTROL LOG, JUDGES
      *    EACH ONE NOT POSTED BEFORE, POSTS THE ACCEPTED RUNS, AND
      *    PRINTS THE JOURNAL AND THE TRIAL BALANCE. A REJECTED RUN
      *    OR A TRIAL BALANCE THAT DOES NOT BALANCE LEAVES A REVIEW
      *    CODE.
      *
      ******************************************************************
       POST-GENERAL-LEDGER.
           PERFORM READ-GL-CARD.
           PERFORM LOAD-CHART-OF-ACCOUNTS.

           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           OPEN I-O POSTED-RUN-FILE.
           OPEN I-O GL-BALANCE-MASTER.

           PERFORM LOAD-EXTRACT-RUNS.
           PERFORM MATCH-RUN-CONTROL.
           PERFORM JUDGE-OPEN-RUNS.

           OPEN OUTPUT POSTING-JOURNAL.
           PERFORM POST-ACCEPTED-RUNS.
           PERFORM REGISTER-POSTED-RUNS.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE POSTING-JOURNAL.

           OPEN OUTPUT TRIAL-BALANCE-REPORT.
           PERFORM WRITE-TRIAL-BALANCE.
           CLOSE TRIAL-BALANCE-REPORT.

           CLOSE POSTED-RUN-FILE.
           CLOSE GL-BALANCE-MASTER.
           CLOSE RUN-WORK-FILE.

           DISPLAY 'GL POSTING - ' POSTED-RUN-COUNT ' RUNS POSTED, '
               REJECTED-RUN-COUNT ' REJECTED, '
               PREVIOUSLY-POSTED-COUNT ' POSTED BEFORE'.

           IF REJECTED-RUN-COUNT > ZERO
               DISPLAY '*** WARNING: RUNS REJECTED FROM POSTING - '
                   'SEE GLJRNL.TXT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF TRIAL-BALANCED-SWITCH = 'N'
               DISPLAY '*** WARNING: TRIAL BALANCE DOES NOT BALANCE '
                   '- SEE GLTRIAL.TXT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.



      ******************************************************************
      *
      *    READ-GL-CARD
      *
      *    READS THE OPEN PERIOD. PERIOD-ZERO RUNS POST INTO IT AND
      *    THE TRIAL BALANCE IS TAKEN AT IT, SO THERE IS NO DEFAULT.
      *
      ******************************************************************
       READ-GL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT GL-CONTROL-FILE.
           READ GL-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE GL-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR GC-PERIOD IS NOT NUMERIC
                OR GC-PERIOD = ZERO
               DISPLAY '*** RUN ABORTED: NO VALID PERIOD ON '
                   'GLCARD.TXT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE GC-PERIOD TO OPEN-PERIOD.



      ******************************************************************
      *
      *    LOAD-CHART-OF-ACCOUNTS
      *
      *    TABLES THE CHART OF ACCOUNTS. WITH NO CHART EVERY RUN
      *    WOULD REJECT, SO AN EMPTY ONE STOPS THE RUN.
      *
      ******************************************************************
       LOAD-CHART-OF-ACCOUNTS.
           MOVE 'YES' TO CHART-DATA-REMAINS-SWITCH.
           OPEN INPUT CHART-OF-ACCOUNTS.
           READ CHART-OF-ACCOUNTS
               AT END
                   MOVE 'NO' TO CHART-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL CHART-DATA-REMAINS-SWITCH = 'NO'
               IF COA-ACCOUNT IS NUMERIC
                    AND COA-ACCOUNT > ZERO
                   IF CHART-COUNT < 500
                       ADD 1 TO CHART-COUNT
                       MOVE COA-ACCOUNT TO CH-ACCOUNT (CHART-COUNT)
                       MOVE COA-DESCRIPTION
                           TO CH-DESCRIPTION (CHART-COUNT)
                   ELSE
                       IF CHART-TABLE-FULL-SWITCH = 'N'
                           MOVE 'Y' TO CHART-TABLE-FULL-SWITCH
                           DISPLAY '*** WARNING: CHART TABLE FULL AT '
                               '500 ACCOUNTS ***'
                       END-IF
                   END-IF
               END-IF
               READ CHART-OF-ACCOUNTS
                   AT END
                       MOVE 'NO' TO CHART-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE CHART-OF-ACCOUNTS.

           IF CHART-COUNT = ZERO
               DISPLAY '*** RUN ABORTED: NO ACCOUNTS ON '
                   'GLCOA.TXT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    FIND-CHART-ACCOUNT
      *
      *    LOOKS CHART-LOOKUP-WORK UP IN THE CHART, LEAVING ITS
      *    SUBSCRIPT IN CHART-FOUND-INDEX (ZERO WHEN NOT ON IT).
      *
      ******************************************************************
       FIND-CHART-ACCOUNT.
           MOVE ZERO TO CHART-FOUND-INDEX.
           PERFORM VARYING CHART-INDEX FROM 1 BY 1
               UNTIL CHART-INDEX > CHART-COUNT
                  OR CHART-FOUND-INDEX IS POSITIVE
               IF CH-ACCOUNT (CHART-INDEX) = CHART-LOOKUP-WORK
                   MOVE CHART-INDEX TO CHART-FOUND-INDEX
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    LOAD-EXTRACT-RUNS
      *
      *    FIRST PASS OF THE EXTRACT: PUTS EVERY RUN NUMBER ON IT ON
      *    THE RUN WORK FILE AND, FOR A RUN NOT POSTED BEFORE, TOTALS
      *    ITS DEBITS AND CREDITS AND NOTES ANY UNREADABLE LINE OR
      *    ACCOUNT NOT ON THE CHART. A LINE WITH NO READABLE RUN
      *    NUMBER CANNOT BE TIED TO A RUN AND IS ONLY COUNTED.
      *
      ******************************************************************
       LOAD-EXTRACT-RUNS.
           MOVE 'YES' TO EXTRACT-DATA-REMAINS-SWITCH.
           OPEN OUTPUT RUN-WORK-FILE.
           CLOSE RUN-WORK-FILE.
           OPEN I-O RUN-WORK-FILE.
           OPEN INPUT GL-EXTRACT-FILE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'NO' TO EXTRACT-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL EXTRACT-DATA-REMAINS-SWITCH = 'NO'
               IF GL-RUN-NUMBER IS NUMERIC
                    AND GL-RUN-NUMBER > ZERO
                   MOVE GL-RUN-NUMBER TO RUN-LOOKUP-WORK
                   PERFORM FIND-RUN-ENTRY
                   IF RT-STATE = 'O'
                       PERFORM TOTAL-EXTRACT-LINE
                   END-IF
               ELSE
                   ADD 1 TO UNREADABLE-LINE-COUNT
               END-IF
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE 'NO' TO EXTRACT-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.



      ******************************************************************
      *
      *    FIND-RUN-ENTRY
      *
      *    READS RUN-LOOKUP-WORK OFF THE RUN WORK FILE, ADDING IT
      *    WHEN NEW - AS POSTED BEFORE WHEN THE REGISTER HAS IT,
      *    OTHERWISE OPEN. EITHER WAY THE RUN IS LEFT IN THE RECORD
      *    AREA.
      *
      ******************************************************************
       FIND-RUN-ENTRY.
           MOVE RUN-LOOKUP-WORK TO RW-RUN-NUMBER.
           READ RUN-WORK-FILE INTO RUN-ENTRY
               INVALID KEY
                   PERFORM ADD-RUN-ENTRY
           END-READ.



      ******************************************************************
      *
      *    ADD-RUN-ENTRY
      *
      *    STARTS THE RUN IN RUN-LOOKUP-WORK ON THE RUN WORK FILE
      *    UNDER THE NEXT LOAD SEQUENCE.
      *
      ******************************************************************
       ADD-RUN-ENTRY.
           ADD 1 TO RUN-COUNT.
           MOVE RUN-LOOKUP-WORK TO RT-RUN-NUMBER.
           MOVE RUN-COUNT TO RT-LOAD-SEQUENCE.
           MOVE GL-SYSTEM TO RT-SYSTEM.
           MOVE ZERO TO RT-LINE-COUNT.
           MOVE ZERO TO RT-DEBIT-TOTAL.
           MOVE ZERO TO RT-CREDIT-TOTAL.
           MOVE 'N' TO RT-BAD-LINE-SWITCH.
           MOVE ZERO TO RT-BAD-ACCOUNT.
           MOVE SPACES TO RT-PROGRAM.
           MOVE ZERO TO RT-PERIOD.
           MOVE SPACES TO RT-RUNCTL-STATUS.
           MOVE ZERO TO RT-POSTING-PERIOD.
           MOVE SPACES TO RT-REASON.
           MOVE RUN-LOOKUP-WORK TO PR-RUN-NUMBER.
           READ POSTED-RUN-FILE
               INVALID KEY
                   MOVE 'O' TO RT-STATE
               NOT INVALID KEY
                   MOVE 'P' TO RT-STATE
                   ADD 1 TO PREVIOUSLY-POSTED-COUNT
           END-READ.
           WRITE RUN-WORK-RECORD FROM RUN-ENTRY.



      ******************************************************************
      *
      *    TOTAL-EXTRACT-LINE
      *
      *    ADDS THE EXTRACT LINE IN HAND TO ITS RUN'S TOTALS. EACH
      *    SIDE COUNTS ONLY WHEN ITS ACCOUNT IS ON THE CHART, SO A
      *    LINE MISSING AN ACCOUNT SHOWS AS AN UNBALANCED RUN AS WELL
      *    AS AN UNKNOWN ACCOUNT.
      *
      ******************************************************************
       TOTAL-EXTRACT-LINE.
           ADD 1 TO RT-LINE-COUNT.

           IF GL-AMOUNT IS NOT NUMERIC
                OR GL-DEBIT-ACCOUNT IS NOT NUMERIC
                OR GL-CREDIT-ACCOUNT IS NOT NUMERIC
               MOVE 'Y' TO RT-BAD-LINE-SWITCH
           ELSE
               MOVE GL-DEBIT-ACCOUNT TO CHART-LOOKUP-WORK
               PERFORM FIND-CHART-ACCOUNT
               IF CHART-FOUND-INDEX IS POSITIVE
                   ADD GL-AMOUNT TO RT-DEBIT-TOTAL
               ELSE
                   IF RT-BAD-ACCOUNT = ZERO
                       MOVE GL-DEBIT-ACCOUNT TO RT-BAD-ACCOUNT
                   END-IF
               END-IF
               MOVE GL-CREDIT-ACCOUNT TO CHART-LOOKUP-WORK
               PERFORM FIND-CHART-ACCOUNT
               IF CHART-FOUND-INDEX IS POSITIVE
                   ADD GL-AMOUNT TO RT-CREDIT-TOTAL
               ELSE
                   IF RT-BAD-ACCOUNT = ZERO
                       MOVE GL-CREDIT-ACCOUNT TO RT-BAD-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           REWRITE RUN-WORK-RECORD FROM RUN-ENTRY.



      ******************************************************************
      *
      *    MATCH-RUN-CONTROL
      *
      *    TIES EACH RUN ON THE EXTRACT TO ITS RUN-CONTROL RECORDS -
      *    THE PROGRAM AND PERIOD IT REGISTERED UNDER, AND ITS LAST
      *    STATUS (A COMPLETION FOLLOWS ITS START ON THE LOG).
      *
      ******************************************************************
       MATCH-RUN-CONTROL.
           MOVE 'YES' TO RUNCTL-DATA-REMAINS-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RUNCTL-DATA-REMAINS-SWITCH = 'NO'
               IF RC-RUN-NUMBER IS NUMERIC
                    AND RC-PERIOD IS NUMERIC
                   MOVE RC-RUN-NUMBER TO RW-RUN-NUMBER
                   READ RUN-WORK-FILE INTO RUN-ENTRY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RC-PROGRAM TO RT-PROGRAM
                           MOVE RC-PERIOD TO RT-PERIOD
                           MOVE RC-STATUS TO RT-RUNCTL-STATUS
                           REWRITE RUN-WORK-RECORD FROM RUN-ENTRY
                   END-READ
               END-IF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    JUDGE-OPEN-RUNS
      *
      *    WALKS THE RUN WORK FILE IN EXTRACT ORDER, JUDGING EVERY
      *    RUN NOT POSTED BEFORE.
      *
      ******************************************************************
       JUDGE-OPEN-RUNS.
           MOVE 'YES' TO RUN-SCAN-SWITCH.
           MOVE ZEROS TO RW-LOAD-SEQUENCE.
           START RUN-WORK-FILE KEY >= RW-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO RUN-SCAN-SWITCH
           END-START.

           PERFORM UNTIL RUN-SCAN-SWITCH = 'NO'
               READ RUN-WORK-FILE NEXT RECORD INTO RUN-ENTRY
                   AT END
                       MOVE 'NO' TO RUN-SCAN-SWITCH
                   NOT AT END
                       IF RT-STATE = 'O'
                           PERFORM JUDGE-RUN
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    JUDGE-RUN
      *
      *    ACCEPTS OR REJECTS THE OPEN RUN IN HAND, NAMING THE FIRST
      *    REASON IT FAILS, AND SETS THE PERIOD AN ACCEPTED RUN POSTS
      *    INTO.
      *
      ******************************************************************
       JUDGE-RUN.
           MOVE 'A' TO RT-STATE.

           IF RT-RUNCTL-STATUS = SPACES
               MOVE 'X' TO RT-STATE
               MOVE 'RUN NOT ON RUN-CONTROL LOG'
                   TO RT-REASON
           ELSE
           IF RT-RUNCTL-STATUS NOT = 'C'
                AND RT-RUNCTL-STATUS NOT = 'R'
               MOVE 'X' TO RT-STATE
               MOVE 'RUN NEVER COMPLETED ON RUN-CONTROL LOG'
                   TO RT-REASON
           ELSE
           IF RT-BAD-LINE-SWITCH = 'Y'
               MOVE 'X' TO RT-STATE
               MOVE 'UNREADABLE EXTRACT LINE' TO RT-REASON
           ELSE
           IF RT-BAD-ACCOUNT NOT = ZERO
               MOVE 'X' TO RT-STATE
               STRING 'ACCOUNT ' RT-BAD-ACCOUNT
                   ' NOT ON CHART OF ACCOUNTS' DELIMITED BY SIZE
                   INTO RT-REASON
           ELSE
           IF RT-DEBIT-TOTAL NOT = RT-CREDIT-TOTAL
               MOVE 'X' TO RT-STATE
               MOVE 'DEBITS DO NOT EQUAL CREDITS'
                   TO RT-REASON
           END-IF END-IF END-IF END-IF END-IF.

           IF RT-STATE = 'X'
               ADD 1 TO REJECTED-RUN-COUNT
           ELSE
               ADD 1 TO POSTED-RUN-COUNT
               IF RT-PERIOD = ZERO
                   MOVE OPEN-PERIOD TO RT-POSTING-PERIOD
               ELSE
                   MOVE RT-PERIOD TO RT-POSTING-PERIOD
               END-IF
           END-IF.
           REWRITE RUN-WORK-RECORD FROM RUN-ENTRY.



      ******************************************************************
      *
      *    POST-ACCEPTED-RUNS
      *
      *    SECOND PASS OF THE EXTRACT: EVERY LINE OF AN ACCEPTED RUN
      *    POSTS ITS DEBIT AND ITS CREDIT TO THE BALANCE MASTER AND
      *    PRINTS ON THE JOURNAL WITH ITS RUN-CONTROL PROGRAM AND
      *    PERIOD.
      *
      ******************************************************************
       POST-ACCEPTED-RUNS.
           MOVE OPEN-PERIOD TO JTTL-PERIOD.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-TITLE-LINE.
           MOVE SPACES TO POSTING-JOURNAL-LINE.
           WRITE POSTING-JOURNAL-LINE.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-HEADING.

           MOVE 'YES' TO EXTRACT-DATA-REMAINS-SWITCH.
           OPEN INPUT GL-EXTRACT-FILE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'NO' TO EXTRACT-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL EXTRACT-DATA-REMAINS-SWITCH = 'NO'
               IF GL-RUN-NUMBER IS NUMERIC
                    AND GL-RUN-NUMBER > ZERO
                   MOVE 'N' TO RUN-FOUND-SWITCH
                   MOVE GL-RUN-NUMBER TO RW-RUN-NUMBER
                   READ RUN-WORK-FILE INTO RUN-ENTRY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO RUN-FOUND-SWITCH
                   END-READ
                   IF RUN-FOUND-SWITCH = 'Y'
                       IF RT-STATE = 'A'
                           PERFORM POST-EXTRACT-LINE
                       END-IF
                   END-IF
               END-IF
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE 'NO' TO EXTRACT-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.



      ******************************************************************
      *
      *    POST-EXTRACT-LINE
      *
      *    POSTS THE EXTRACT LINE IN HAND - ITS DEBIT ACCOUNT, THEN
      *    ITS CREDIT ACCOUNT - AND PRINTS IT ON THE JOURNAL.
      *
      ******************************************************************
       POST-EXTRACT-LINE.
           MOVE RT-POSTING-PERIOD TO POST-PERIOD-WORK.

           MOVE GL-DEBIT-ACCOUNT TO POST-ACCOUNT-WORK.
           MOVE GL-AMOUNT TO POST-DEBIT-WORK.
           MOVE ZERO TO POST-CREDIT-WORK.
           PERFORM POST-BALANCE.

           MOVE GL-CREDIT-ACCOUNT TO POST-ACCOUNT-WORK.
           MOVE ZERO TO POST-DEBIT-WORK.
           MOVE GL-AMOUNT TO POST-CREDIT-WORK.
           PERFORM POST-BALANCE.

           ADD 1 TO POSTED-LINE-COUNT.
           ADD GL-AMOUNT TO POSTED-AMOUNT-TOTAL.

           MOVE GL-RUN-NUMBER TO JRNL-RUN-NUMBER.
           MOVE RT-PROGRAM TO JRNL-PROGRAM.
           MOVE POST-PERIOD-WORK TO JRNL-PERIOD.
           MOVE GL-SYSTEM TO JRNL-SYSTEM.
           MOVE GL-SOURCE TO JRNL-SOURCE.
           MOVE GL-DEBIT-ACCOUNT TO JRNL-DEBIT-ACCOUNT.
           MOVE GL-CREDIT-ACCOUNT TO JRNL-CREDIT-ACCOUNT.
           MOVE GL-AMOUNT TO JRNL-AMOUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-DETAIL-LINE.



      ******************************************************************
      *
      *    POST-BALANCE
      *
      *    ADDS POST-DEBIT-WORK AND POST-CREDIT-WORK TO THE BALANCE
      *    RECORD FOR POST-ACCOUNT-WORK IN POST-PERIOD-WORK, STARTING
      *    ONE WHEN THE ACCOUNT HAS NONE FOR THE PERIOD YET.
      *
      ******************************************************************
       POST-BALANCE.
           MOVE POST-ACCOUNT-WORK TO GB-ACCOUNT.
           MOVE POST-PERIOD-WORK TO GB-PERIOD.

           READ GL-BALANCE-MASTER
               INVALID KEY
                   MOVE POST-ACCOUNT-WORK TO GB-ACCOUNT
                   MOVE POST-PERIOD-WORK TO GB-PERIOD
                   MOVE POST-DEBIT-WORK TO GB-DEBITS
                   MOVE POST-CREDIT-WORK TO GB-CREDITS
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY '*** WARNING: GL BALANCE '
                               GB-KEY ' NOT WRITTEN ***'
                   END-WRITE
               NOT INVALID KEY
                   ADD POST-DEBIT-WORK TO GB-DEBITS
                   ADD POST-CREDIT-WORK TO GB-CREDITS
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY '*** WARNING: GL BALANCE '
                               GB-KEY ' NOT REWRITTEN ***'
                   END-REWRITE
           END-READ.



      ******************************************************************
      *
      *    REGISTER-POSTED-RUNS
      *
      *    ADDS EVERY RUN JUST POSTED TO THE POSTED-RUN REGISTER, SO
      *    THE NEXT POSTING PASSES IT OVER.
      *
      ******************************************************************
       REGISTER-POSTED-RUNS.
           MOVE 'YES' TO RUN-SCAN-SWITCH.
           MOVE ZEROS TO RW-LOAD-SEQUENCE.
           START RUN-WORK-FILE KEY >= RW-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO RUN-SCAN-SWITCH
           END-START.

           PERFORM UNTIL RUN-SCAN-SWITCH = 'NO'
               READ RUN-WORK-FILE NEXT RECORD INTO RUN-ENTRY
                   AT END
                       MOVE 'NO' TO RUN-SCAN-SWITCH
                   NOT AT END
                       IF RT-STATE = 'A'
                           PERFORM REGISTER-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    REGISTER-ONE-RUN
      *
      *    PUTS THE ACCEPTED RUN IN HAND ON THE POSTED-RUN REGISTER.
      *
      ******************************************************************
       REGISTER-ONE-RUN.
           MOVE SPACES TO POSTED-RUN-RECORD.
           MOVE RT-RUN-NUMBER TO PR-RUN-NUMBER.
           MOVE RT-SYSTEM TO PR-SYSTEM.
           MOVE RT-PROGRAM TO PR-PROGRAM.
           MOVE RT-POSTING-PERIOD TO PR-PERIOD.
           MOVE CLOCK-STAMP-YMD TO PR-POSTED-DATE.
           MOVE RT-LINE-COUNT TO PR-LINE-COUNT.
           MOVE RT-DEBIT-TOTAL TO PR-AMOUNT.
           WRITE POSTED-RUN-RECORD
               INVALID KEY
                   DISPLAY '*** WARNING: RUN '
                       PR-RUN-NUMBER ' ALREADY ON THE '
                       'POSTED-RUN REGISTER ***'
           END-WRITE.



      ******************************************************************
      *
      *    WRITE-RUN-SUMMARY
      *
      *    LISTS EVERY RUN JUDGED THIS POSTING - POSTED, OR REJECTED
      *    AND WHY - FOLLOWED BY THE POSTING COUNTS.
      *
      ******************************************************************
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO POSTING-JOURNAL-LINE.
           WRITE POSTING-JOURNAL-LINE.
           WRITE POSTING-JOURNAL-LINE FROM RUN-SUMMARY-HEADING.

           MOVE 'YES' TO RUN-SCAN-SWITCH.
           MOVE ZEROS TO RW-LOAD-SEQUENCE.
           START RUN-WORK-FILE KEY >= RW-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO RUN-SCAN-SWITCH
           END-START.

           PERFORM UNTIL RUN-SCAN-SWITCH = 'NO'
               READ RUN-WORK-FILE NEXT RECORD INTO RUN-ENTRY
                   AT END
                       MOVE 'NO' TO RUN-SCAN-SWITCH
                   NOT AT END
                       IF RT-STATE = 'A'
                            OR RT-STATE = 'X'
                           PERFORM WRITE-RUN-SUMMARY-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO POSTING-JOURNAL-LINE.
           WRITE POSTING-JOURNAL-LINE.
           MOVE 'RUNS POSTED:' TO JCNT-LABEL.
           MOVE POSTED-RUN-COUNT TO JCNT-COUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-COUNT-LINE.
           MOVE 'RUNS REJECTED:' TO JCNT-LABEL.
           MOVE REJECTED-RUN-COUNT TO JCNT-COUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-COUNT-LINE.
           MOVE 'RUNS POSTED BEFORE (PASSED OVER):' TO JCNT-LABEL.
           MOVE PREVIOUSLY-POSTED-COUNT TO JCNT-COUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-COUNT-LINE.
           MOVE 'LINES POSTED:' TO JCNT-LABEL.
           MOVE POSTED-LINE-COUNT TO JCNT-COUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-COUNT-LINE.
           MOVE 'LINES WITH NO READABLE RUN NUMBER:' TO JCNT-LABEL.
           MOVE UNREADABLE-LINE-COUNT TO JCNT-COUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-COUNT-LINE.
           MOVE 'AMOUNT POSTED (DEBITS = CREDITS):' TO JAMT-LABEL.
           MOVE POSTED-AMOUNT-TOTAL TO JAMT-AMOUNT.
           WRITE POSTING-JOURNAL-LINE FROM JOURNAL-AMOUNT-LINE.



      ******************************************************************
      *
      *    WRITE-RUN-SUMMARY-LINE
      *
      *    PRINTS THE JUDGED RUN IN HAND ON THE RUN SUMMARY.
      *
      ******************************************************************
       WRITE-RUN-SUMMARY-LINE.
           MOVE RT-RUN-NUMBER TO RSUM-RUN-NUMBER.
           MOVE RT-PROGRAM TO RSUM-PROGRAM.
           IF RT-STATE = 'A'
               MOVE RT-POSTING-PERIOD TO RSUM-PERIOD
               MOVE 'POSTED' TO RSUM-STATUS
           ELSE
               MOVE RT-PERIOD TO RSUM-PERIOD
               MOVE 'REJECTED' TO RSUM-STATUS
           END-IF.
           MOVE RT-SYSTEM TO RSUM-SYSTEM.
           MOVE RT-LINE-COUNT TO RSUM-LINES.
           MOVE RT-DEBIT-TOTAL TO RSUM-DEBITS.
           MOVE RT-CREDIT-TOTAL TO RSUM-CREDITS.
           MOVE RT-REASON TO RSUM-REASON.
           WRITE POSTING-JOURNAL-LINE FROM RUN-SUMMARY-LINE.



      ******************************************************************
      *
      *    WRITE-TRIAL-BALANCE
      *
      *    READS THE BALANCE MASTER IN ACCOUNT AND PERIOD ORDER AND
      *    PRINTS ONE LINE PER ACCOUNT: ITS ACTIVITY IN THE OPEN
      *    PERIOD AND ITS NET BALANCE THROUGH IT. BOTH PAIRS OF
      *    TOTALS MUST AGREE.
      *
      ******************************************************************
       WRITE-TRIAL-BALANCE.
           MOVE OPEN-PERIOD TO TTTL-PERIOD.
           WRITE TRIAL-BALANCE-LINE FROM TRIAL-TITLE-LINE.
           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE FROM TRIAL-HEADING.

           MOVE ZERO TO TB-ACCOUNT-WORK.
           MOVE 'YES' TO BALANCE-SCAN-SWITCH.
           MOVE ZEROS TO GB-KEY.
           START GL-BALANCE-MASTER KEY >= GB-KEY
               INVALID KEY
                   MOVE 'NO' TO BALANCE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL BALANCE-SCAN-SWITCH = 'NO'
               READ GL-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO BALANCE-SCAN-SWITCH
                   NOT AT END
                       IF GB-PERIOD NOT > OPEN-PERIOD
                           PERFORM ACCUMULATE-TRIAL-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

           IF TB-ACCOUNT-WORK NOT = ZERO
               PERFORM WRITE-TRIAL-ACCOUNT
           END-IF.

           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE SPACES TO TRL-ACCOUNT.
           MOVE 'TOTALS' TO TRL-DESCRIPTION.
           MOVE TB-TOTAL-PERIOD-DEBITS TO TRL-PERIOD-DEBITS.
           MOVE TB-TOTAL-PERIOD-CREDITS TO TRL-PERIOD-CREDITS.
           MOVE TB-TOTAL-DEBIT-BALANCE TO TRL-DEBIT-BALANCE.
           MOVE TB-TOTAL-CREDIT-BALANCE TO TRL-CREDIT-BALANCE.
           WRITE TRIAL-BALANCE-LINE FROM TRIAL-DETAIL-LINE.

           IF TB-TOTAL-PERIOD-DEBITS NOT = TB-TOTAL-PERIOD-CREDITS
                OR TB-TOTAL-DEBIT-BALANCE NOT = TB-TOTAL-CREDIT-BALANCE
               MOVE 'N' TO TRIAL-BALANCED-SWITCH
               WRITE TRIAL-BALANCE-LINE FROM TRIAL-OUT-OF-BALANCE-LINE
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-TRIAL-BALANCE
      *
      *    ADDS THE BALANCE RECORD IN HAND TO ITS ACCOUNT'S LINE,
      *    PRINTING THE PREVIOUS ACCOUNT'S LINE WHEN THE ACCOUNT
      *    CHANGES.
      *
      ******************************************************************
       ACCUMULATE-TRIAL-BALANCE.
           IF GB-ACCOUNT NOT = TB-ACCOUNT-WORK
               IF TB-ACCOUNT-WORK NOT = ZERO
                   PERFORM WRITE-TRIAL-ACCOUNT
               END-IF
               MOVE GB-ACCOUNT TO TB-ACCOUNT-WORK
               MOVE ZERO TO TB-PERIOD-DEBITS
               MOVE ZERO TO TB-PERIOD-CREDITS
               MOVE ZERO TO TB-TO-DATE-NET
           END-IF.

           IF GB-PERIOD = OPEN-PERIOD
               ADD GB-DEBITS TO TB-PERIOD-DEBITS
               ADD GB-CREDITS TO TB-PERIOD-CREDITS
           END-IF.
           COMPUTE TB-TO-DATE-NET = TB-TO-DATE-NET + GB-DEBITS
               - GB-CREDITS.



      ******************************************************************
      *
      *    WRITE-TRIAL-ACCOUNT
      *
      *    PRINTS THE ACCOUNT IN TB-ACCOUNT-WORK AND ADDS IT TO THE
      *    REPORT TOTALS. A NET DEBIT PRINTS AS A DEBIT BALANCE, A
      *    NET CREDIT AS A CREDIT BALANCE.
      *
      ******************************************************************
       WRITE-TRIAL-ACCOUNT.
           ADD 1 TO TB-ACCOUNT-COUNT.
           MOVE TB-ACCOUNT-WORK TO TRL-ACCOUNT.
           MOVE TB-ACCOUNT-WORK TO CHART-LOOKUP-WORK.
           PERFORM FIND-CHART-ACCOUNT.
           IF CHART-FOUND-INDEX IS POSITIVE
               MOVE CH-DESCRIPTION (CHART-FOUND-INDEX)
                   TO TRL-DESCRIPTION
           ELSE
               MOVE '** NOT ON CHART OF ACCOUNTS **'
                   TO TRL-DESCRIPTION
           END-IF.

           MOVE TB-PERIOD-DEBITS TO TRL-PERIOD-DEBITS.
           MOVE TB-PERIOD-CREDITS TO TRL-PERIOD-CREDITS.
           ADD TB-PERIOD-DEBITS TO TB-TOTAL-PERIOD-DEBITS.
           ADD TB-PERIOD-CREDITS TO TB-TOTAL-PERIOD-CREDITS.

           IF TB-TO-DATE-NET < ZERO
               MOVE ZERO TO TRL-DEBIT-BALANCE
               COMPUTE TRL-CREDIT-BALANCE = ZERO - TB-TO-DATE-NET
               SUBTRACT TB-TO-DATE-NET FROM TB-TOTAL-CREDIT-BALANCE
           ELSE
               MOVE TB-TO-DATE-NET TO TRL-DEBIT-BALANCE
               MOVE ZERO TO TRL-CREDIT-BALANCE
               ADD TB-TO-DATE-NET TO TB-TOTAL-DEBIT-BALANCE
           END-IF.

           WRITE TRIAL-BALANCE-LINE FROM TRIAL-DETAIL-LINE.


       END PROGRAM GLPOST.
