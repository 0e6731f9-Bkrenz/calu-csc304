      ******************************************************************
      * CIS/CSC - 304 - COBOL
      * Assignment 2
      *
      * Authors: ROBERT KRENCY
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVOID.
       AUTHOR. 'KRENCY, ROBINSON, MORRIS, MORRISON'.

      ******************************************************************
      *
      *    PAYROLL CHECK VOID AND REISSUE
      *
      *    APPLIES A TRANSACTION FILE OF CHECK VOIDS AGAINST THE CHECK
      *    HISTORY THE PAYROLL RUN KEEPS. A VOID BACKS THE CHECK'S
      *    GROSS, NET, WITHHOLDINGS, PRE-TAX DEDUCTIONS, AND EMPLOYER
      *    FUTA/SUTA OUT OF THE EMPLOYEE'S YEAR-TO-DATE FIGURES - AND
      *    OUT OF THE QUARTER BUCKETS WHEN THE
      *    CHECK WAS ISSUED IN THE QUARTER THE VOID IS DATED IN; A
      *    CHECK FROM A QUARTER ALREADY REPORTED IS LEFT IN ITS
      *    QUARTER AND FLAGGED FOR A 941-X REVIEW. A CHECK FROM A
      *    PRIOR YEAR IS REFUSED: ITS W-2 IS OUT AND THE FIX IS A W-2C.
      *    EVERY YEAR-TO-DATE CHANGE IS JOURNALED THROUGH THE SHARED
      *    JOURNAL SO MSTRBLD CAN RECOVER IT.
      *
      *    A REISSUE VOIDS THE CHECK THE SAME WAY AND THEN PAYS THE
      *    SAME AMOUNTS UNDER THE NEXT NUMBER IN THE CHECKBOOK - POSTED
      *    BACK TO THE SAME BUCKETS THE VOID CAME OUT OF, SO THE
      *    EMPLOYEE'S FIGURES END WHERE THEY STARTED.
      *
      *    EVERY VOID AND REISSUE GOES ON THE CHECK HISTORY AND ON A
      *    POSITIVE-PAY FILE (POSPAYV.TXT) FOR THE BANK, SO A VOIDED
      *    CHECK IS STOPPED AND THE REPLACEMENT HONORED. ONLY CHECKS
      *    WRITTEN BY RUNS THAT COMPLETED ON THE RUN-CONTROL LOG ARE
      *    KNOWN; AN ABORTED RUN'S CHECKS NEVER LEFT THE BUILDING.
      *
      *    TRANSACTION ACTIONS:
      *        V - VOID THE CHECK (THE DATE FIELD IS THE VOID DATE)
      *        R - VOID THE CHECK AND REISSUE IT UNDER A NEW NUMBER
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'CHKTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-LOG ASSIGN TO 'CHKVLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-HISTORY-FILE ASSIGN TO 'CHKHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-NUMBER-FILE ASSIGN TO 'CHECKNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAYV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTD-MASTER ASSIGN TO 'YTDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID.
           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETED-RUN-FILE ASSIGN TO 'CVRUNWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-RUN-NUMBER.
           SELECT CHECK-WORK-FILE ASSIGN TO 'CVCHKWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-CHECK-NUMBER.


       DATA DIVISION.
       FILE SECTION.

      * VOID TRANSACTION FILE INFORMATION
       FD TRANSACTION-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS VOID-TRANSACTION.
       01 VOID-TRANSACTION.
         03 VT-ACTION PIC X(1).
         03 VT-CHECK-NUMBER PIC 9(6).
         03 VT-DATE PIC 9(8).
         03 VT-MEMO PIC X(20).

      * VOID LOG OUTPUT INFORMATION
       FD VOID-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LOG-PRINT-LINE.
       01 LOG-PRINT-LINE PIC X(100).

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

      * NEXT-CHECK-NUMBER CARRYOVER - SAME CHECKBOOK THE PAYROLL RUN
      * DRAWS FROM
       FD CHECK-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS CHECK-NUMBER-RECORD.
       01 CHECK-NUMBER-RECORD.
         03 LAST-CHECK-NUMBER PIC 9(6).

      * POSITIVE-PAY FILE FOR THE BANK - SAME LAYOUT THE PAYROLL RUN
      * SENDS, WITH ISSUE CODE 'V' FOR A VOIDED CHECK AND 'I' FOR A
      * REISSUE
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

      * YEAR-TO-DATE PAY MASTER - SAME RECORD THE PAYROLL RUN (A4)
      * CARRIES
       FD YTD-MASTER
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
         03 YTD-EMPLOYEE-ID PIC 9(9).
         03 YTD-GROSS-PAY   PIC 9(9)V99.
         03 YTD-NET-PAY     PIC 9(9)V99.
         03 YTD-FEDERAL-WH  PIC 9(9)V99.
         03 YTD-FICA-WH     PIC 9(9)V99.
         03 YTD-STATE-WH    PIC 9(9)V99.
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

      * MASTER-UPDATE JOURNAL - SAME RECORD EVERY UPDATING PROGRAM
      * APPENDS
       FD MASTER-JOURNAL
           RECORD CONTAINS 440 CHARACTERS
           DATA RECORD IS MASTER-JOURNAL-RECORD.
       01 MASTER-JOURNAL-RECORD.
         03 JRN-RUN-NUMBER PIC 9(6).
         03 JRN-PROGRAM PIC X(10).
         03 JRN-FILE-ID PIC X(8).
         03 JRN-ACTION PIC X(2).
         03 JRN-TIMESTAMP PIC 9(14).
         03 JRN-BEFORE-IMAGE PIC X(200).
         03 JRN-AFTER-IMAGE PIC X(200).

      * RUN-CONTROL LOG - VOID RUNS REGISTER LIKE THE OTHER
      * MAINTENANCE RUNS (UNDER PERIOD ZERO)
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
       01 CHECK-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * VALID-RECORD-SWITCH: USED WHEN VALIDATING A TRANSACTION
       01 VALID-RECORD-SWITCH PIC 9(1) VALUE ZERO.

      * REJECT-REASON: REASON WRITTEN TO THE VOID LOG
       01 REJECT-REASON PIC X(30) VALUE SPACES.

      * YTD-FOUND-SWITCH: WHETHER THE CHECK'S EMPLOYEE HAS A
      *     YEAR-TO-DATE RECORD TO BACK THE CHECK OUT OF
       01 YTD-FOUND-SWITCH PIC X VALUE 'N'.

      * QUARTER-ADJUST-SWITCH: 'Y' WHEN THE VOID ALSO COMES OUT OF
      *     THE QUARTER BUCKETS (THE CHECK IS FROM THE VOID'S QUARTER)
       01 QUARTER-ADJUST-SWITCH PIC X VALUE 'N'.

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
       01 CHECK-LOOKUP-NUMBER PIC 9(6) VALUE ZERO.

      * ISSUE AND VOID DATES BROKEN OUT FOR THE YEAR AND QUARTER
      *     TESTS
       01 ISSUE-DATE-WORK PIC 9(8) VALUE ZERO.
       01 ISSUE-DATE-PARTS REDEFINES ISSUE-DATE-WORK.
         03 ISSUE-YEAR PIC 9(4).
         03 ISSUE-MONTH PIC 9(2).
         03 ISSUE-DAY PIC 9(2).
       01 VOID-DATE-WORK PIC 9(8) VALUE ZERO.
       01 VOID-DATE-PARTS REDEFINES VOID-DATE-WORK.
         03 VOID-YEAR PIC 9(4).
         03 VOID-MONTH PIC 9(2).
         03 VOID-DAY PIC 9(2).
       01 ISSUE-QUARTER PIC 9(1) VALUE ZERO.
       01 VOID-QUARTER PIC 9(1) VALUE ZERO.

      * CHECKBOOK POSITION
       01 NEXT-CHECK-NUMBER PIC 9(6) VALUE 100000.
       01 REISSUE-CHECK-NUMBER PIC 9(6) VALUE ZERO.
       01 POSITIVE-PAY-CODE-WORK PIC X(1) VALUE SPACE.

      * JOURNALING WORK FIELDS
       01 MASTER-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 MASTER-AFTER-IMAGE PIC X(200) VALUE SPACES.
       01 JOURNAL-ACTION-WORK PIC X(2) VALUE SPACES.
       01 JOURNAL-FILE-ID-WORK PIC X(8) VALUE SPACES.
       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMDHMS PIC 9(14).
         03 FILLER PIC X(7).

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'CHKVOID'.

      * CONTROL TOTALS FOR THE RUN
       01 TOTAL-VOIDED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-REISSUED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-PRIOR-QUARTER-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-VOIDED-AMOUNT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-REISSUED-AMOUNT PIC 9(10)V99 VALUE ZERO.

      * REJECT REASONS
       01 ERR-INVALID-ACTION PIC X(30)
           VALUE 'INVALID ACTION CODE'.
       01 ERR-NONNUMERIC-CHECK PIC X(30)
           VALUE 'NON-NUMERIC CHECK NUMBER'.
       01 ERR-INVALID-DATE PIC X(30)
           VALUE 'NON-NUMERIC VOID DATE'.
       01 ERR-CHECK-NOT-FOUND PIC X(30)
           VALUE 'CHECK NOT ON CHECK HISTORY'.
       01 ERR-ALREADY-VOIDED PIC X(30)
           VALUE 'CHECK ALREADY VOIDED'.
       01 ERR-ALREADY-CLEARED PIC X(30)
           VALUE 'CHECK ALREADY CLEARED THE BANK'.
       01 ERR-PRIOR-YEAR PIC X(30)
           VALUE 'PRIOR-YEAR CHECK - NEEDS W-2C'.
       01 ERR-VOID-BEFORE-ISSUE PIC X(30)
           VALUE 'VOID DATE BEFORE ISSUE DATE'.
       01 ERR-NO-YTD-RECORD PIC X(30)
           VALUE 'NO YTD RECORD FOR EMPLOYEE'.
       01 ERR-YTD-SHORT PIC X(30)
           VALUE 'YTD FIGURES BELOW CHECK AMTS'.

      * VOID LOG LINES
       01 LOG-DETAIL-LINE.
         03 LOG-ACTION PIC X(1).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-CHECK-NUMBER PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-EMPLOYEE-ID PIC 9(9).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-NET-PAY PIC $$$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-DISPOSITION PIC X(10).
         03 LOG-NEW-CHECK PIC X(8).
         03 LOG-REASON PIC X(33).

       01 LOG-HEADING.
         03 FILLER PIC X(3) VALUE 'ACT'.
         03 FILLER PIC X(8) VALUE 'CHECK'.
         03 FILLER PIC X(11) VALUE 'EMPLOYEE'.
         03 FILLER PIC X(16) VALUE '      NET PAY'.
         03 FILLER PIC X(10) VALUE 'DISPOSIT'.
         03 FILLER PIC X(8) VALUE 'NEW CHK'.
         03 FILLER PIC X(30) VALUE 'REASON / NOTE'.

       01 LOG-SUMMARY-LINE.
         03 LOG-SUMMARY-LABEL PIC X(30).
         03 LOG-SUMMARY-COUNT PIC ZZ,ZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 LOG-SUMMARY-AMOUNT PIC $$,$$$,$$$,$$9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    VOID-PAYROLL-CHECKS
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT LOADS THE CHECK
      *    HISTORY, HANDLES FILE OPEN/CLOSE OPERATIONS, AND DELEGATES
      *    TO PROCESS-TRANSACTIONS.
      *
      ******************************************************************
       VOID-PAYROLL-CHECKS.
      *    ONLY CHECKS WRITTEN BY COMPLETED RUNS ARE REAL, SO READ THE
      *    LOG BEFORE THIS RUN ADDS ITSELF TO IT
           PERFORM LOAD-COMPLETED-RUNS.
           PERFORM LOAD-CHECK-HISTORY.
           CLOSE COMPLETED-RUN-FILE.
           PERFORM READ-CHECK-NUMBER.

           PERFORM REGISTER-RUN-START.

           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT VOID-LOG.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN EXTEND CHECK-HISTORY-FILE.
           OPEN I-O YTD-MASTER.
           OPEN EXTEND MASTER-JOURNAL.

           MOVE LOG-HEADING TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           READ TRANSACTION-FILE
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

           PERFORM PROCESS-TRANSACTIONS
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

           PERFORM WRITE-LOG-SUMMARY.
           PERFORM WRITE-POSITIVE-PAY-TRAILER.

      *    A REISSUE TOOK NUMBERS OUT OF THE CHECKBOOK - CARRY THE
      *    POSITION FORWARD SO THE NEXT PAYROLL RUN NEVER REPEATS ONE
           IF TOTAL-REISSUED-COUNT > ZERO
               PERFORM SAVE-CHECK-NUMBER
           END-IF.

           PERFORM REGISTER-RUN-END.

           CLOSE TRANSACTION-FILE
             VOID-LOG
             POSITIVE-PAY-FILE
             CHECK-HISTORY-FILE
             YTD-MASTER
             MASTER-JOURNAL
             CHECK-WORK-FILE.

           STOP RUN.



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
      *    NUMBER IS ALREADY ON FILE, AS A NEW ONE OTHERWISE. HISTORY
      *    THAT CARRIES NO FUTA/SUTA OR PRE-TAX AMOUNTS BACKS OUT NONE.
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
      *    PROCESS-TRANSACTIONS
      *
      *    VALIDATES THE TRANSACTION IN HAND, APPLIES IT WHEN CLEAN,
      *    LOGS THE OUTCOME EITHER WAY, AND READS THE NEXT ONE.
      *
      ******************************************************************
       PROCESS-TRANSACTIONS.
           MOVE SPACES TO LOG-NEW-CHECK.
           MOVE ZERO TO LOG-NET-PAY.

           PERFORM VALIDATE-TRANSACTION.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VOID-CHECK
               IF VT-ACTION = 'R'
                   PERFORM REISSUE-CHECK
               END-IF
           ELSE
               ADD 1 TO TOTAL-REJECTED-COUNT
               MOVE 'REJECTED' TO LOG-DISPOSITION
               MOVE REJECT-REASON TO LOG-REASON
               PERFORM WRITE-LOG-DETAIL
           END-IF.

           READ TRANSACTION-FILE
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.



      ******************************************************************
      *
      *    VALIDATE-TRANSACTION
      *
      *    CHECKS THE ACTION, CHECK NUMBER, AND DATE, FINDS THE CHECK
      *    ON THE HISTORY, AND MAKES SURE IT IS STILL OUTSTANDING,
      *    FROM THIS YEAR, AND BACKED BY YEAR-TO-DATE FIGURES AT
      *    LEAST AS LARGE AS ITS OWN.
      *
      ******************************************************************
       VALIDATE-TRANSACTION.
           MOVE ZERO TO VALID-RECORD-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           MOVE 'N' TO CHECK-FOUND-SWITCH.

           IF VT-ACTION NOT = 'V' AND VT-ACTION NOT = 'R'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-ACTION TO REJECT-REASON.

           IF VT-CHECK-NUMBER IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-CHECK TO REJECT-REASON.

           IF VT-DATE IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-DATE TO REJECT-REASON.

           IF VALID-RECORD-SWITCH IS ZERO
               MOVE VT-CHECK-NUMBER TO CHECK-LOOKUP-NUMBER
               PERFORM FIND-CHECK-ENTRY
               IF CHECK-FOUND-SWITCH = 'N'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-CHECK-NOT-FOUND TO REJECT-REASON
               ELSE
                   MOVE HT-NET-PAY TO LOG-NET-PAY
                   PERFORM VALIDATE-CHECK-STATE
               END-IF
           END-IF.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-YTD-FIGURES
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-CHECK-STATE
      *
      *    ONLY AN OUTSTANDING CHECK FROM THE VOID'S OWN YEAR CAN BE
      *    VOIDED. ALSO DECIDES WHETHER THE QUARTER BUCKETS MOVE.
      *
      ******************************************************************
       VALIDATE-CHECK-STATE.
           IF HT-STATUS = 'V'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ALREADY-VOIDED TO REJECT-REASON.

           IF HT-STATUS = 'C'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ALREADY-CLEARED TO REJECT-REASON.

           MOVE HT-ISSUE-DATE TO ISSUE-DATE-WORK.
           MOVE VT-DATE TO VOID-DATE-WORK.

           IF VOID-DATE-WORK < ISSUE-DATE-WORK
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-VOID-BEFORE-ISSUE TO REJECT-REASON
           ELSE
               IF VOID-YEAR NOT = ISSUE-YEAR
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-PRIOR-YEAR TO REJECT-REASON
               END-IF
           END-IF.

           COMPUTE ISSUE-QUARTER = (ISSUE-MONTH + 2) / 3.
           COMPUTE VOID-QUARTER = (VOID-MONTH + 2) / 3.
           IF ISSUE-QUARTER = VOID-QUARTER
               MOVE 'Y' TO QUARTER-ADJUST-SWITCH
           ELSE
               MOVE 'N' TO QUARTER-ADJUST-SWITCH
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-YTD-FIGURES
      *
      *    THE CHECK'S EMPLOYEE MUST HAVE A YEAR-TO-DATE RECORD THAT
      *    STILL HOLDS EVERY AMOUNT THE CHECK CARRIED. A QUARTER
      *    BUCKET TOO SMALL TO TAKE THE VOID (THE QUARTER WAS CLOSED
      *    EARLY) LEAVES THE QUARTER ALONE.
      *
      ******************************************************************
       VALIDATE-YTD-FIGURES.
           MOVE HT-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ YTD-MASTER
               INVALID KEY
                   MOVE 'N' TO YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO YTD-FOUND-SWITCH
           END-READ.

           IF YTD-FOUND-SWITCH = 'N'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NO-YTD-RECORD TO REJECT-REASON
           ELSE
               IF YTD-GROSS-PAY IS NOT NUMERIC
                    OR YTD-NET-PAY IS NOT NUMERIC
                    OR YTD-FEDERAL-WH IS NOT NUMERIC
                    OR YTD-FICA-WH IS NOT NUMERIC
                    OR YTD-STATE-WH IS NOT NUMERIC
                    OR YTD-GROSS-PAY < HT-GROSS-PAY
                    OR YTD-NET-PAY < HT-NET-PAY
                    OR YTD-FEDERAL-WH
                         < HT-FEDERAL-WH
                    OR YTD-FICA-WH < HT-FICA-WH
                    OR YTD-STATE-WH < HT-STATE-WH
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-YTD-SHORT TO REJECT-REASON
               END-IF
               IF YTD-FUTA-WAGES IS NOT NUMERIC
                    OR YTD-FUTA-TAX IS NOT NUMERIC
                    OR YTD-SUTA-WAGES IS NOT NUMERIC
                    OR YTD-SUTA-TAX IS NOT NUMERIC
                    OR YTD-DEFERRAL IS NOT NUMERIC
                    OR YTD-PRETAX-INCOME IS NOT NUMERIC
                    OR YTD-PRETAX-FICA IS NOT NUMERIC
                    OR YTD-FUTA-WAGES < HT-FUTA-WAGES
                    OR YTD-FUTA-TAX < HT-FUTA-TAX
                    OR YTD-SUTA-WAGES < HT-SUTA-WAGES
                    OR YTD-SUTA-TAX < HT-SUTA-TAX
                    OR YTD-DEFERRAL < HT-DEFERRAL
                    OR YTD-PRETAX-INCOME < HT-PRETAX-INCOME
                    OR YTD-PRETAX-FICA < HT-PRETAX-FICA
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-YTD-SHORT TO REJECT-REASON
               END-IF
               IF QUARTER-ADJUST-SWITCH = 'Y'
                   IF QTD-GROSS-PAY IS NOT NUMERIC
                        OR QTD-FEDERAL-WH IS NOT NUMERIC
                        OR QTD-FICA-WH IS NOT NUMERIC
                        OR QTD-SUTA-WAGES IS NOT NUMERIC
                        OR QTD-SUTA-TAX IS NOT NUMERIC
                        OR QTD-GROSS-PAY < HT-GROSS-PAY
                        OR QTD-FEDERAL-WH < HT-FEDERAL-WH
                        OR QTD-FICA-WH < HT-FICA-WH
                        OR QTD-SUTA-WAGES < HT-SUTA-WAGES
                        OR QTD-SUTA-TAX < HT-SUTA-TAX
                       MOVE 'N' TO QUARTER-ADJUST-SWITCH
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VOID-CHECK
      *
      *    BACKS THE CHECK OUT OF THE YEAR-TO-DATE RECORD STILL IN
      *    HAND FROM VALIDATION (AND OUT OF THE QUARTER WHEN IT IS
      *    THE CHECK'S OWN), JOURNALS THE REWRITE, AND RECORDS THE
      *    VOID ON THE HISTORY AND FOR THE BANK.
      *
      ******************************************************************
       VOID-CHECK.
           MOVE ZERO TO REISSUE-CHECK-NUMBER.
           IF VT-ACTION = 'R'
               ADD 1 TO NEXT-CHECK-NUMBER
               MOVE NEXT-CHECK-NUMBER TO REISSUE-CHECK-NUMBER
           END-IF.

           MOVE YTD-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           SUBTRACT HT-GROSS-PAY FROM YTD-GROSS-PAY.
           SUBTRACT HT-NET-PAY FROM YTD-NET-PAY.
           SUBTRACT HT-FEDERAL-WH
               FROM YTD-FEDERAL-WH.
           SUBTRACT HT-FICA-WH FROM YTD-FICA-WH.
           SUBTRACT HT-STATE-WH FROM YTD-STATE-WH.
           SUBTRACT HT-FUTA-WAGES FROM YTD-FUTA-WAGES.
           SUBTRACT HT-FUTA-TAX FROM YTD-FUTA-TAX.
           SUBTRACT HT-SUTA-WAGES FROM YTD-SUTA-WAGES.
           SUBTRACT HT-SUTA-TAX FROM YTD-SUTA-TAX.
           SUBTRACT HT-DEFERRAL FROM YTD-DEFERRAL.
           SUBTRACT HT-PRETAX-INCOME FROM YTD-PRETAX-INCOME.
           SUBTRACT HT-PRETAX-FICA FROM YTD-PRETAX-FICA.
           IF QUARTER-ADJUST-SWITCH = 'Y'
               SUBTRACT HT-GROSS-PAY FROM QTD-GROSS-PAY
               SUBTRACT HT-FEDERAL-WH FROM QTD-FEDERAL-WH
               SUBTRACT HT-FICA-WH FROM QTD-FICA-WH
               SUBTRACT HT-SUTA-WAGES FROM QTD-SUTA-WAGES
               SUBTRACT HT-SUTA-TAX FROM QTD-SUTA-TAX
           END-IF.
           PERFORM REWRITE-YTD-MASTER.

           MOVE 'V' TO CH-EVENT.
           MOVE VT-DATE TO CH-EVENT-DATE.
           MOVE REISSUE-CHECK-NUMBER TO CH-RELATED-CHECK.
           PERFORM WRITE-CHECK-HISTORY.
           MOVE 'V' TO POSITIVE-PAY-CODE-WORK.
           PERFORM WRITE-POSITIVE-PAY-DETAIL.
           MOVE 'V' TO HT-STATUS.
           REWRITE CHECK-WORK-RECORD FROM CHECK-ENTRY.

           ADD 1 TO TOTAL-VOIDED-COUNT.
           ADD HT-NET-PAY TO TOTAL-VOIDED-AMOUNT.

           IF VT-ACTION = 'V'
               MOVE 'VOIDED' TO LOG-DISPOSITION
               MOVE VT-MEMO TO LOG-REASON
               IF QUARTER-ADJUST-SWITCH = 'N'
                   ADD 1 TO TOTAL-PRIOR-QUARTER-COUNT
                   MOVE 'QTD NOT ADJUSTED - 941-X REVIEW'
                       TO LOG-REASON
               END-IF
               PERFORM WRITE-LOG-DETAIL
           END-IF.



      ******************************************************************
      *
      *    REISSUE-CHECK
      *
      *    PAYS THE VOIDED CHECK'S AMOUNTS AGAIN UNDER THE NUMBER THE
      *    VOID TOOK FROM THE CHECKBOOK, POSTED BACK TO THE SAME
      *    BUCKETS THE VOID CAME OUT OF, AND PUTS THE NEW CHECK ON THE
      *    CHECK WORK FILE SO A LATER TRANSACTION CAN VOID IT IN TURN.
      *
      ******************************************************************
       REISSUE-CHECK.
           MOVE HT-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ YTD-MASTER
               INVALID KEY
                   MOVE 'N' TO YTD-FOUND-SWITCH
           END-READ.
           MOVE YTD-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           ADD HT-GROSS-PAY TO YTD-GROSS-PAY.
           ADD HT-NET-PAY TO YTD-NET-PAY.
           ADD HT-FEDERAL-WH TO YTD-FEDERAL-WH.
           ADD HT-FICA-WH TO YTD-FICA-WH.
           ADD HT-STATE-WH TO YTD-STATE-WH.
           ADD HT-FUTA-WAGES TO YTD-FUTA-WAGES.
           ADD HT-FUTA-TAX TO YTD-FUTA-TAX.
           ADD HT-SUTA-WAGES TO YTD-SUTA-WAGES.
           ADD HT-SUTA-TAX TO YTD-SUTA-TAX.
           ADD HT-DEFERRAL TO YTD-DEFERRAL.
           ADD HT-PRETAX-INCOME TO YTD-PRETAX-INCOME.
           ADD HT-PRETAX-FICA TO YTD-PRETAX-FICA.
           IF QUARTER-ADJUST-SWITCH = 'Y'
               ADD HT-GROSS-PAY TO QTD-GROSS-PAY
               ADD HT-FEDERAL-WH TO QTD-FEDERAL-WH
               ADD HT-FICA-WH TO QTD-FICA-WH
               ADD HT-SUTA-WAGES TO QTD-SUTA-WAGES
               ADD HT-SUTA-TAX TO QTD-SUTA-TAX
           END-IF.
           PERFORM REWRITE-YTD-MASTER.

      *    THE NEW CHECK GOES ON THE WORK FILE AS AN OUTSTANDING COPY
      *    OF THE OLD ONE UNDER ITS NEW NUMBER AND DATE. A NUMBER
      *    ALREADY ON FILE IS REPLACED, AS THE HISTORY LOAD DOES
           MOVE REISSUE-CHECK-NUMBER TO HT-CHECK-NUMBER.
           MOVE 'I' TO HT-STATUS.
           MOVE VT-DATE TO HT-ISSUE-DATE.
           WRITE CHECK-WORK-RECORD FROM CHECK-ENTRY
               INVALID KEY
                   DISPLAY '*** WARNING: REISSUED CHECK '
                       REISSUE-CHECK-NUMBER ' WAS ALREADY ON THE '
                       'CHECK HISTORY - REPLACED ***'
                   REWRITE CHECK-WORK-RECORD FROM CHECK-ENTRY
           END-WRITE.

           MOVE 'I' TO CH-EVENT.
           MOVE VT-DATE TO CH-EVENT-DATE.
           MOVE VT-CHECK-NUMBER TO CH-RELATED-CHECK.
           PERFORM WRITE-CHECK-HISTORY.
           MOVE 'I' TO POSITIVE-PAY-CODE-WORK.
           PERFORM WRITE-POSITIVE-PAY-DETAIL.

           ADD 1 TO TOTAL-REISSUED-COUNT.
           ADD HT-NET-PAY TO TOTAL-REISSUED-AMOUNT.

           MOVE 'REISSUED' TO LOG-DISPOSITION.
           MOVE REISSUE-CHECK-NUMBER TO LOG-NEW-CHECK.
           MOVE VT-MEMO TO LOG-REASON.
           IF QUARTER-ADJUST-SWITCH = 'N'
               MOVE 'PRIOR QUARTER - QTD UNCHANGED' TO LOG-REASON
           END-IF.
           PERFORM WRITE-LOG-DETAIL.



      ******************************************************************
      *
      *    REWRITE-YTD-MASTER
      *
      *    PUTS THE ADJUSTED YEAR-TO-DATE RECORD BACK, JOURNALED LIKE
      *    EVERY OTHER MASTER UPDATE. THE CALLER CAPTURED THE BEFORE
      *    IMAGE.
      *
      ******************************************************************
       REWRITE-YTD-MASTER.
           REWRITE YTD-MASTER-RECORD.
           MOVE YTD-MASTER-RECORD TO MASTER-AFTER-IMAGE.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           MOVE 'YTDMAST ' TO JOURNAL-FILE-ID-WORK.
           PERFORM WRITE-MASTER-JOURNAL.



      ******************************************************************
      *
      *    WRITE-CHECK-HISTORY
      *
      *    APPENDS A HISTORY EVENT FOR THE CHECK IN HAND. THE
      *    CALLER SETS THE EVENT, ITS DATE, AND THE RELATED CHECK; A
      *    REISSUE'S EVENT CARRIES THE NEW NUMBER, SET HERE FROM
      *    REISSUE-CHECK-NUMBER WHEN THE EVENT IS AN ISSUE.
      *
      ******************************************************************
       WRITE-CHECK-HISTORY.
           IF CH-EVENT = 'I'
               MOVE REISSUE-CHECK-NUMBER TO CH-CHECK-NUMBER
           ELSE
               MOVE HT-CHECK-NUMBER
                   TO CH-CHECK-NUMBER
           END-IF.
           MOVE RUN-NUMBER-WORK TO CH-RUN-NUMBER.
           MOVE HT-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE HT-FIRST-NAME TO CH-FIRST-NAME.
           MOVE HT-LAST-NAME TO CH-LAST-NAME.
           MOVE HT-GROSS-PAY TO CH-GROSS-PAY.
           MOVE HT-FEDERAL-WH TO CH-FEDERAL-WH.
           MOVE HT-FICA-WH TO CH-FICA-WH.
           MOVE HT-STATE-WH TO CH-STATE-WH.
           MOVE HT-NET-PAY TO CH-NET-PAY.
           MOVE HT-OTHER-AMOUNTS TO CH-OTHER-AMOUNTS.
           WRITE CHECK-HISTORY-RECORD.



      ******************************************************************
      *
      *    WRITE-POSITIVE-PAY-DETAIL
      *
      *    TELLS THE BANK ABOUT THE HISTORY EVENT JUST WRITTEN - A
      *    VOIDED CHECK TO STOP OR A REISSUE TO HONOR. THE CALLER
      *    SETS POSITIVE-PAY-CODE-WORK.
      *
      ******************************************************************
       WRITE-POSITIVE-PAY-DETAIL.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE 'D' TO PP-RECORD-TYPE.
           MOVE POSITIVE-PAY-CODE-WORK TO PP-ISSUE-CODE.
           IF POSITIVE-PAY-CODE-WORK = 'V'
               MOVE HT-CHECK-NUMBER
                   TO PP-CHECK-NUMBER
               MOVE HT-ISSUE-DATE TO PP-ISSUE-DATE
           ELSE
               MOVE REISSUE-CHECK-NUMBER TO PP-CHECK-NUMBER
               MOVE VT-DATE TO PP-ISSUE-DATE
           END-IF.
           MOVE HT-NET-PAY TO PP-AMOUNT.
           STRING HT-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HT-LAST-NAME DELIMITED BY SPACE
               INTO PP-PAYEE.
           WRITE POSITIVE-PAY-RECORD.



      ******************************************************************
      *
      *    WRITE-POSITIVE-PAY-TRAILER
      *
      *    CLOSES THE POSITIVE-PAY FILE WITH ITS ITEM COUNT, THE
      *    REISSUED DOLLARS, AND THE VOIDED DOLLARS.
      *
      ******************************************************************
       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-TRAILER.
           MOVE 'T' TO PP-RECORD-TYPE.
           COMPUTE PP-TRL-ITEM-COUNT =
               TOTAL-VOIDED-COUNT + TOTAL-REISSUED-COUNT.
           MOVE TOTAL-REISSUED-AMOUNT TO PP-TRL-ISSUED-AMOUNT.
           MOVE TOTAL-VOIDED-AMOUNT TO PP-TRL-VOIDED-AMOUNT.
           WRITE POSITIVE-PAY-TRAILER.



      ******************************************************************
      *
      *    READ-CHECK-NUMBER
      *
      *    PICKS UP THE LAST CHECK NUMBER THE CHECKBOOK USED, AS THE
      *    PAYROLL RUN DOES.
      *
      ******************************************************************
       READ-CHECK-NUMBER.
           MOVE 'YES' TO CHECK-DATA-REMAINS-SWITCH.
           OPEN INPUT CHECK-NUMBER-FILE.
           READ CHECK-NUMBER-FILE
               AT END
                   MOVE 'NO' TO CHECK-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE CHECK-NUMBER-FILE.

           IF CHECK-DATA-REMAINS-SWITCH = 'YES'
                AND LAST-CHECK-NUMBER IS NUMERIC
               MOVE LAST-CHECK-NUMBER TO NEXT-CHECK-NUMBER
           END-IF.



      ******************************************************************
      *
      *    SAVE-CHECK-NUMBER
      *
      *    CARRIES THE LAST CHECK NUMBER USED FORWARD.
      *
      ******************************************************************
       SAVE-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE.
           MOVE NEXT-CHECK-NUMBER TO LAST-CHECK-NUMBER.
           WRITE CHECK-NUMBER-RECORD.
           CLOSE CHECK-NUMBER-FILE.



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
      *    VOIDED AND THEIR NET DOLLARS RIDE AS THE CONTROL TOTALS.
      *
      ******************************************************************
       REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE 'C' TO RC-STATUS.
           MOVE TOTAL-VOIDED-COUNT TO RC-CONTROL-COUNT.
           MOVE TOTAL-VOIDED-AMOUNT TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    WRITE-MASTER-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE MASTER UPDATE JUST
      *    MADE. THE CALLER SETS THE FILE ID, THE ACTION, AND BOTH
      *    IMAGES.
      *
      ******************************************************************
       WRITE-MASTER-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE JOURNAL-FILE-ID-WORK TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE MASTER-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE MASTER-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-LOG-DETAIL
      *
      *    WRITES ONE VOID LOG LINE FOR THE TRANSACTION IN HAND.
      *    LOG-DISPOSITION AND LOG-REASON ARE SET BY THE CALLER.
      *
      ******************************************************************
       WRITE-LOG-DETAIL.
           MOVE VT-ACTION TO LOG-ACTION.
           IF VT-CHECK-NUMBER IS NUMERIC
               MOVE VT-CHECK-NUMBER TO LOG-CHECK-NUMBER
           ELSE
               MOVE ZEROS TO LOG-CHECK-NUMBER
           END-IF.
           IF CHECK-FOUND-SWITCH = 'Y'
               MOVE HT-EMPLOYEE-ID
                   TO LOG-EMPLOYEE-ID
           ELSE
               MOVE ZEROS TO LOG-EMPLOYEE-ID
           END-IF.
           MOVE LOG-DETAIL-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-LOG-SUMMARY
      *
      *    WRITES THE RUN'S CONTROL TOTALS AT THE END OF THE LOG.
      *
      ******************************************************************
       WRITE-LOG-SUMMARY.
           MOVE SPACES TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE 'CHECKS VOIDED:' TO LOG-SUMMARY-LABEL.
           MOVE TOTAL-VOIDED-COUNT TO LOG-SUMMARY-COUNT.
           MOVE TOTAL-VOIDED-AMOUNT TO LOG-SUMMARY-AMOUNT.
           MOVE LOG-SUMMARY-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE 'CHECKS REISSUED:' TO LOG-SUMMARY-LABEL.
           MOVE TOTAL-REISSUED-COUNT TO LOG-SUMMARY-COUNT.
           MOVE TOTAL-REISSUED-AMOUNT TO LOG-SUMMARY-AMOUNT.
           MOVE LOG-SUMMARY-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE 'PRIOR-QUARTER VOIDS (941-X):' TO LOG-SUMMARY-LABEL.
           MOVE TOTAL-PRIOR-QUARTER-COUNT TO LOG-SUMMARY-COUNT.
           MOVE ZERO TO LOG-SUMMARY-AMOUNT.
           MOVE LOG-SUMMARY-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE 'TRANSACTIONS REJECTED:' TO LOG-SUMMARY-LABEL.
           MOVE TOTAL-REJECTED-COUNT TO LOG-SUMMARY-COUNT.
           MOVE ZERO TO LOG-SUMMARY-AMOUNT.
           MOVE LOG-SUMMARY-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.


       END PROGRAM CHKVOID.
