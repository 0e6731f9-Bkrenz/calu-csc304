       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    SECOND-OPERATOR APPROVAL RELEASE AND APPROVALS AUDIT
      *
      *    WORKS THE PENDING-APPROVAL FILE (PENDING.TXT) THE
      *    MAINTENANCE RUNS FILL - BILLING ADJUSTMENTS (ASSIGNMENT1),
      *    EMPLOYEE MAINTENANCE (EMPMNT) AND CUSTOMER MAINTENANCE
      *    (CUSTMNT) EACH HOLD THERE A TRANSACTION THAT IS OVER THE
      *    KEYING OPERATOR'S LIMIT OR CHANGES A SENSITIVE FIELD -
      *    AGAINST THE KEYED RELEASES (APPROVE.TXT: THE SYSTEM, RUN
      *    AND SEQUENCE THAT NAME A HELD ITEM, THE APPROVING
      *    OPERATOR, AND 'D' TO DECLINE IT INSTEAD).
      *
      *    A RELEASE IS HONORED ONLY WHEN THE APPROVER IS NOT THE
      *    OPERATOR WHO KEYED THE ITEM, MAY APPROVE ITS TRANSACTION
      *    TYPE ON THE OPERATOR AUTHORITY FILE (OPERAUTH.TXT), AND
      *    HAS A LIMIT THAT COVERS ITS AMOUNT. A RELEASED ITEM IS
      *    APPENDED TO ITS OWN SYSTEM'S RELEASE FILE (ADJREL.TXT,
      *    EMPREL.TXT OR CUSTREL.TXT) WITH THE APPROVER STAMPED ON
      *    IT. THE NEXT RUN OF THAT SYSTEM LOADS THE RELEASES AFTER
      *    ITS KEYED INPUT, VALIDATES AND APPLIES THEM LIKE ANY OTHER
      *    TRANSACTION, AND EMPTIES THE RELEASE FILE WHEN IT
      *    COMPLETES, SO NO RELEASE IS APPLIED TWICE OR LOST WHEN THE
      *    KEYED INPUT IS REPLACED. A DECLINE MAY COME FROM THE
      *    KEYER OR FROM ANY OPERATOR WHO MAY APPROVE THE TYPE.
      *
      *    AN ITEM HELD MORE THAN 30 DAYS AS OF THE CONTROL CARD'S
      *    PROCESSING DATE (CONTROL.TXT) EXPIRES AND MUST BE KEYED
      *    AGAIN. WHAT IS NEITHER RELEASED, DECLINED NOR EXPIRED IS
      *    WRITTEN BACK TO PENDING.TXT TO WAIT.
      *
      *    THE APPROVALS AUDIT REPORT (APPRVRPT.TXT) LISTS EVERY HELD
      *    ITEM WITH WHO KEYED IT, WHY IT WAS HELD, WHO APPROVED OR
      *    DECLINED IT, AND WHAT BECAME OF IT, THEN ANY RELEASE THAT
      *    NAMED NO PENDING ITEM.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO 'PENDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELEASE-FILE ASSIGN TO 'APPROVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTHORITY-FILE
               ASSIGN TO 'OPERAUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO 'ADJREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EMPLOYEE-TRANSACTION-FILE
               ASSIGN TO 'EMPREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-TRANSACTION-FILE
               ASSIGN TO 'CUSTREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVALS-REPORT ASSIGN TO 'APPRVRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * PENDING APPROVAL - SAME RECORD EVERY MAINTENANCE RUN APPENDS
       FD PENDING-APPROVAL-FILE
           RECORD CONTAINS 199 CHARACTERS
           DATA RECORD IS PENDING-APPROVAL-RECORD.
       01 PENDING-APPROVAL-RECORD PIC X(199).

      * KEYED RELEASES - THE HELD ITEM (SYSTEM, RUN, SEQUENCE), THE
      * OPERATOR APPROVING IT, AND 'D' TO DECLINE IT (BLANK OR 'R'
      * RELEASES IT)
       FD RELEASE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS RELEASE-RECORD.
       01 RELEASE-RECORD.
         03 REL-SYSTEM PIC X(8).
         03 REL-RUN-NUMBER PIC 9(6).
         03 REL-SEQUENCE PIC 9(5).
         03 REL-APPROVER PIC X(3).
         03 REL-ACTION PIC X(1).

      * OPERATOR AUTHORITY - SAME RECORD THE MAINTENANCE RUNS READ
       FD OPERATOR-AUTHORITY-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS OPERATOR-AUTHORITY-RECORD.
       01 OPERATOR-AUTHORITY-RECORD.
         03 OA-OPERATOR-ID PIC X(3).
         03 OA-TRAN-TYPE PIC X(4).
         03 OA-DOLLAR-LIMIT PIC 9(7)V99.
         03 OA-APPROVER-SWITCH PIC X(1).

      * RUN CONTROL CARD - THE PROCESSING DATE HELD ITEMS AGE FROM
       FD CONTROL-CARD-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS CONTROL-CARD.
       01 CONTROL-CARD.
         03 CTL-PERIOD PIC 9(6).
         03 CTL-PROCESSING-DATE PIC 9(8).

      * EACH SYSTEM'S RELEASE FILE, WHICH ITS NEXT RUN APPLIES AFTER
      * ITS KEYED INPUT - SAME RECORD AS THAT SYSTEM'S INPUT
       FD ADJUSTMENT-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ADJUSTMENT-RECORD.
       01 ADJUSTMENT-RECORD PIC X(26).

       FD EMPLOYEE-TRANSACTION-FILE
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS EMPLOYEE-TRANSACTION-RECORD.
       01 EMPLOYEE-TRANSACTION-RECORD PIC X(143).

       FD CUSTOMER-TRANSACTION-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS CUSTOMER-TRANSACTION-RECORD.
       01 CUSTOMER-TRANSACTION-RECORD PIC X(82).

      * APPROVALS AUDIT REPORT
       FD APPROVALS-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-PRINT-LINE.
       01 REPORT-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 PENDING-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RELEASE-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * HOW LONG AN ITEM MAY WAIT FOR A SECOND OPERATOR BEFORE IT
      *     EXPIRES, IN DAYS
       01 PENDING-EXPIRY-DAYS PIC 9(3) VALUE 30.

      * PENDING ITEMS, LOADED ONCE AT THE START OF THE RUN SO THE
      *     FILE CAN BE WRITTEN BACK WITH ONLY WHAT IS STILL WAITING.
      *     PT-DISPOSITION IS 'W' (STILL WAITING), 'R' (RELEASED),
      *     'D' (DECLINED) OR 'E' (EXPIRED)
       01 PENDING-TABLE.
         03 PENDING-ENTRY OCCURS 500 TIMES.
           05 PT-RECORD PIC X(199).
           05 PT-DISPOSITION PIC X(1).
       01 PENDING-COUNT PIC 9(3) VALUE ZERO.
       01 PENDING-INDEX PIC 9(3) VALUE ZERO.

      * THE PENDING ITEM IN HAND - SAME LAYOUT THE MAINTENANCE RUNS
      *     WRITE
       01 PENDING-ITEM-WORK.
         03 PW-SYSTEM PIC X(8).
         03 PW-RUN-NUMBER PIC 9(6).
         03 PW-SEQUENCE PIC 9(5).
         03 PW-TRAN-TYPE PIC X(4).
         03 PW-AMOUNT PIC 9(7)V99.
         03 PW-OPERATOR PIC X(3).
         03 PW-HOLD-REASON PIC X(4).
         03 PW-HELD-DATE PIC 9(8).
         03 PW-REFERENCE PIC X(9).
         03 PW-IMAGE PIC X(143).

      * RELEASES TABLE, LOADED ONCE AT THE START OF THE RUN
       01 RELEASE-TABLE.
         03 RELEASE-ENTRY OCCURS 500 TIMES.
           05 RT-SYSTEM PIC X(8).
           05 RT-RUN-NUMBER PIC 9(6).
           05 RT-SEQUENCE PIC 9(5).
           05 RT-APPROVER PIC X(3).
           05 RT-ACTION PIC X(1).
           05 RT-USED PIC X(1).
       01 RELEASE-COUNT PIC 9(3) VALUE ZERO.
       01 RELEASE-INDEX PIC 9(3) VALUE ZERO.
       01 RELEASE-FOUND PIC 9(3) VALUE ZERO.
       01 RELEASES-FULL-SWITCH PIC X VALUE 'N'.
       01 BAD-RELEASE-COUNT PIC 9(3) VALUE ZERO.

      * OPERATOR AUTHORITY TABLE, LOADED ONCE AT THE START OF THE RUN
       01 AUTHORITY-TABLE.
         03 AUTHORITY-ENTRY OCCURS 200 TIMES.
           05 AT-OPERATOR-ID PIC X(3).
           05 AT-TRAN-TYPE PIC X(4).
           05 AT-DOLLAR-LIMIT PIC 9(7)V99.
           05 AT-APPROVER-SWITCH PIC X(1).
       01 AUTHORITY-COUNT PIC 9(3) VALUE ZERO.
       01 AUTHORITY-INDEX PIC 9(3) VALUE ZERO.
       01 AUTH-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 BAD-AUTHORITY-COUNT PIC 9(3) VALUE ZERO.

      * AUTHORITY LOOKUP WORK FIELDS - THE OPERATOR AND TRANSACTION
      *     TYPE BEING LOOKED UP, AND WHAT THE LOOKUP FOUND
       01 AUTH-TRAN-TYPE-WORK PIC X(4) VALUE SPACES.
       01 AUTH-OPERATOR-WORK PIC X(3) VALUE SPACES.
       01 AUTH-FOUND-SWITCH PIC X VALUE 'N'.
       01 AUTH-EXACT-SWITCH PIC X VALUE 'N'.
       01 AUTH-LIMIT-WORK PIC 9(7)V99 VALUE ZERO.
       01 AUTH-APPROVER-WORK PIC X VALUE 'N'.

      * PER-SYSTEM IMAGE GEOMETRY: THE COLUMN THE APPROVER'S
      *     INITIALS ARE STAMPED INTO, AND THE IMAGE BEING REQUEUED
       01 APPROVER-COLUMN-WORK PIC 9(3) VALUE ZERO.
       01 REQUEUE-IMAGE-WORK PIC X(143) VALUE SPACES.

      * AGE OF THE ITEM IN HAND, IN DAYS SINCE IT WAS HELD
       01 ITEM-AGE-DAYS PIC S9(7) VALUE ZERO.

      * OUTCOME COUNTS FOR THE REPORT AND THE OPERATOR
       01 RELEASED-COUNT PIC 9(5) VALUE ZERO.
       01 DECLINED-COUNT PIC 9(5) VALUE ZERO.
       01 EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01 STILL-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 REFUSED-RELEASE-COUNT PIC 9(5) VALUE ZERO.
       01 UNMATCHED-RELEASE-COUNT PIC 9(5) VALUE ZERO.

      * REASONS A RELEASE IS NOT HONORED, OR AN ITEM NOT REQUEUED
       01 NOTE-APPROVER-IS-KEYER PIC X(30)
           VALUE 'APPROVER IS THE KEYER'.
       01 NOTE-APPROVER-NOT-AUTHORIZED PIC X(30)
           VALUE 'APPROVER NOT AUTHORIZED'.
       01 NOTE-OVER-APPROVER-LIMIT PIC X(30)
           VALUE 'OVER APPROVER LIMIT'.
       01 NOTE-AWAITING-APPROVAL PIC X(30)
           VALUE 'AWAITING SECOND OPERATOR'.
       01 NOTE-HELD-TOO-LONG PIC X(30)
           VALUE 'HELD PAST 30 DAYS - REKEY'.
       01 NOTE-UNKNOWN-SYSTEM PIC X(30)
           VALUE 'UNRECOGNIZED SYSTEM'.
       01 NOTE-NO-SUCH-ITEM PIC X(30)
           VALUE 'NO SUCH PENDING ITEM'.
       01 NOTE-REQUEUED PIC X(30)
           VALUE 'REQUEUED FOR NEXT RUN'.

      * APPROVALS AUDIT REPORT LINES
       01 REPORT-TITLE-LINE.
         03 FILLER PIC X(40)
             VALUE 'PENDING APPROVALS AUDIT - PROCESSED ON '.
         03 RPT-PROCESSING-DATE PIC 9(8).

       01 REPORT-HEADING.
         03 FILLER PIC X(10) VALUE 'SYSTEM'.
         03 FILLER PIC X(7) VALUE 'RUN'.
         03 FILLER PIC X(7) VALUE 'SEQ'.
         03 FILLER PIC X(6) VALUE 'TYPE'.
         03 FILLER PIC X(11) VALUE 'REFERENCE'.
         03 FILLER PIC X(15) VALUE '       AMOUNT'.
         03 FILLER PIC X(6) VALUE 'KEYED'.
         03 FILLER PIC X(10) VALUE 'HELD ON'.
         03 FILLER PIC X(6) VALUE 'WHY'.
         03 FILLER PIC X(6) VALUE 'APPR'.
         03 FILLER PIC X(12) VALUE 'DISPOSITION'.
         03 FILLER PIC X(30) VALUE 'NOTE'.

       01 REPORT-DETAIL-LINE.
         03 RPT-SYSTEM PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-RUN-NUMBER PIC 9(6).
         03 FILLER PIC X(1) VALUE SPACES.
         03 RPT-SEQUENCE PIC 9(5).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-TRAN-TYPE PIC X(4).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-REFERENCE PIC X(9).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-AMOUNT PIC $$,$$$,$$9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-OPERATOR PIC X(3).
         03 FILLER PIC X(3) VALUE SPACES.
         03 RPT-HELD-DATE PIC 9(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-HOLD-REASON PIC X(4).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-APPROVER PIC X(3).
         03 FILLER PIC X(3) VALUE SPACES.
         03 RPT-DISPOSITION PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RPT-NOTE PIC X(30).

       01 REPORT-TOTAL-LINE.
         03 RPT-TOTAL-LABEL PIC X(30).
         03 RPT-TOTAL-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    APPROVE-HELD-TRANSACTIONS
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT.
      *
      ******************************************************************
       APPROVE-HELD-TRANSACTIONS.
           PERFORM READ-CONTROL-CARD.
           PERFORM LOAD-OPERATOR-AUTHORITY.
           PERFORM LOAD-RELEASES.
           PERFORM LOAD-PENDING-ITEMS.

           OPEN EXTEND ADJUSTMENT-FILE.
           OPEN EXTEND EMPLOYEE-TRANSACTION-FILE.
           OPEN EXTEND CUSTOMER-TRANSACTION-FILE.
           OPEN OUTPUT APPROVALS-REPORT.

           MOVE CTL-PROCESSING-DATE TO RPT-PROCESSING-DATE.
           MOVE REPORT-TITLE-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.
           MOVE SPACES TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.
           MOVE REPORT-HEADING TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           PERFORM PROCESS-PENDING-ITEM
               VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT.

           PERFORM LIST-UNUSED-RELEASES.

           CLOSE ADJUSTMENT-FILE
             EMPLOYEE-TRANSACTION-FILE
             CUSTOMER-TRANSACTION-FILE.

           PERFORM REWRITE-PENDING-FILE.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE APPROVALS-REPORT.

           DISPLAY 'APPROVAL RELEASE COMPLETE'.
           DISPLAY '  RELEASED:           ' RELEASED-COUNT.
           DISPLAY '  DECLINED:           ' DECLINED-COUNT.
           DISPLAY '  EXPIRED:            ' EXPIRED-COUNT.
           DISPLAY '  STILL HELD:         ' STILL-HELD-COUNT.
           DISPLAY '  RELEASES REFUSED:   ' REFUSED-RELEASE-COUNT.
           DISPLAY '  RELEASES UNMATCHED: ' UNMATCHED-RELEASE-COUNT.

           STOP RUN.



      ******************************************************************
      *
      *    READ-CONTROL-CARD
      *
      *    THE CONTROL CARD'S PROCESSING DATE IS WHAT A HELD ITEM AGES
      *    AGAINST. WITHOUT IT NOTHING CAN BE EXPIRED SAFELY, SO THE RUN
      *    STOPS COLD.
      *
      ******************************************************************
       READ-CONTROL-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR CTL-PROCESSING-DATE IS NOT NUMERIC
               DISPLAY '*** APPROVAL RUN ABORTED: CONTROL.TXT '
                   'MISSING OR INVALID - A PROCESSING DATE IS '
                   'REQUIRED TO AGE THE HELD ITEMS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    LOAD-OPERATOR-AUTHORITY
      *
      *    READS THE OPERATOR AUTHORITY FILE INTO A TABLE. WITH NO
      *    AUTHORITY FILE NOBODY CAN BE SHOWN TO BE AN APPROVER, SO
      *    EVERY RELEASE IS REFUSED; A RECORD WITHOUT AN OPERATOR, A
      *    TYPE AND A NUMERIC LIMIT AUTHORIZES NOTHING.
      *
      ******************************************************************
       LOAD-OPERATOR-AUTHORITY.
           MOVE 'YES' TO AUTH-DATA-REMAINS-SWITCH.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.

           READ OPERATOR-AUTHORITY-FILE
               AT END
                   MOVE 'NO' TO AUTH-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL AUTH-DATA-REMAINS-SWITCH = 'NO'
               IF OA-OPERATOR-ID = SPACES
                    OR OA-TRAN-TYPE = SPACES
                    OR OA-DOLLAR-LIMIT IS NOT NUMERIC
                    OR AUTHORITY-COUNT NOT < 200
                   ADD 1 TO BAD-AUTHORITY-COUNT
               ELSE
                   ADD 1 TO AUTHORITY-COUNT
                   MOVE OA-OPERATOR-ID
                       TO AT-OPERATOR-ID (AUTHORITY-COUNT)
                   MOVE OA-TRAN-TYPE TO AT-TRAN-TYPE (AUTHORITY-COUNT)
                   MOVE OA-DOLLAR-LIMIT
                       TO AT-DOLLAR-LIMIT (AUTHORITY-COUNT)
                   MOVE OA-APPROVER-SWITCH
                       TO AT-APPROVER-SWITCH (AUTHORITY-COUNT)
               END-IF
               READ OPERATOR-AUTHORITY-FILE
                   AT END
                       MOVE 'NO' TO AUTH-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE OPERATOR-AUTHORITY-FILE.

           IF BAD-AUTHORITY-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' BAD-AUTHORITY-COUNT
                   ' OPERATOR AUTHORITY RECORDS WITH BAD DATA OR '
                   'OVER THE 200-ENTRY TABLE WERE DROPPED ***'
           END-IF.

           IF AUTHORITY-COUNT IS ZERO
               DISPLAY '*** WARNING: NO OPERATOR AUTHORITY ON FILE - '
                   'NO RELEASE CAN BE HONORED THIS RUN ***'
           END-IF.



      ******************************************************************
      *
      *    LOAD-RELEASES
      *
      *    READS THE KEYED RELEASES INTO A TABLE. NO RELEASES FILE JUST
      *    MEANS NOTHING IS RELEASED THIS RUN - ITEMS STILL AGE AND
      *    EXPIRE.
      *
      ******************************************************************
       LOAD-RELEASES.
           MOVE 'YES' TO RELEASE-DATA-REMAINS-SWITCH.
           OPEN INPUT RELEASE-FILE.

           READ RELEASE-FILE
               AT END
                   MOVE 'NO' TO RELEASE-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RELEASE-DATA-REMAINS-SWITCH = 'NO'
               IF REL-RUN-NUMBER IS NOT NUMERIC
                    OR REL-SEQUENCE IS NOT NUMERIC
                    OR REL-APPROVER = SPACES
                   ADD 1 TO BAD-RELEASE-COUNT
               ELSE
                   IF RELEASE-COUNT < 500
                       ADD 1 TO RELEASE-COUNT
                       MOVE REL-SYSTEM TO RT-SYSTEM (RELEASE-COUNT)
                       MOVE REL-RUN-NUMBER
                           TO RT-RUN-NUMBER (RELEASE-COUNT)
                       MOVE REL-SEQUENCE TO RT-SEQUENCE (RELEASE-COUNT)
                       MOVE REL-APPROVER TO RT-APPROVER (RELEASE-COUNT)
                       MOVE REL-ACTION TO RT-ACTION (RELEASE-COUNT)
                       MOVE 'N' TO RT-USED (RELEASE-COUNT)
                   ELSE
                       IF RELEASES-FULL-SWITCH = 'N'
                           MOVE 'Y' TO RELEASES-FULL-SWITCH
                           DISPLAY
                             '*** WARNING: RELEASES TABLE FULL '
                             'AT 500 - LATER RELEASES WILL NOT '
                             'BE HONORED THIS RUN ***'
                       END-IF
                   END-IF
               END-IF
               READ RELEASE-FILE
                   AT END
                       MOVE 'NO' TO RELEASE-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE RELEASE-FILE.

           IF BAD-RELEASE-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' BAD-RELEASE-COUNT
                   ' RELEASES WITH AN UNREADABLE ITEM NUMBER OR NO '
                   'APPROVER WERE DROPPED ***'
           END-IF.



      ******************************************************************
      *
      *    LOAD-PENDING-ITEMS
      *
      *    READS EVERY HELD ITEM INTO A TABLE, WAITING ('W') UNTIL THIS
      *    RUN DISPOSES OF IT. THE FILE IS WRITTEN BACK FROM THE TABLE,
      *    SO ONE THAT WILL NOT FIT STOPS THE RUN BEFORE ANYTHING IS
      *    RELEASED OR LOST.
      *
      ******************************************************************
       LOAD-PENDING-ITEMS.
           MOVE 'YES' TO PENDING-DATA-REMAINS-SWITCH.
           OPEN INPUT PENDING-APPROVAL-FILE.

           READ PENDING-APPROVAL-FILE
               AT END
                   MOVE 'NO' TO PENDING-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL PENDING-DATA-REMAINS-SWITCH = 'NO'
               IF PENDING-COUNT NOT < 500
                   DISPLAY '*** APPROVAL RUN ABORTED: MORE THAN 500 '
                       'ITEMS ARE PENDING - NOTHING WAS RELEASED OR '
                       'EXPIRED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PENDING-COUNT
               MOVE PENDING-APPROVAL-RECORD TO PT-RECORD (PENDING-COUNT)
               MOVE 'W' TO PT-DISPOSITION (PENDING-COUNT)
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'NO' TO PENDING-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE PENDING-APPROVAL-FILE.



      ******************************************************************
      *
      *    PROCESS-PENDING-ITEM
      *
      *    DISPOSES OF ONE HELD ITEM: AN ITEM PAST ITS 30 DAYS EXPIRES;
      *    OTHERWISE A RELEASE KEYED FOR IT IS DECLINED, HONORED, OR
      *    REFUSED (THE ITEM WAITS ON); WITH NO RELEASE IT WAITS ON.
      *    EITHER WAY IT GOES ON THE AUDIT REPORT.
      *
      ******************************************************************
       PROCESS-PENDING-ITEM.
           MOVE PT-RECORD (PENDING-INDEX) TO PENDING-ITEM-WORK.
           MOVE SPACES TO RPT-APPROVER.
           MOVE NOTE-AWAITING-APPROVAL TO RPT-NOTE.

           PERFORM FIND-RELEASE.
           IF RELEASE-FOUND IS POSITIVE
               MOVE 'Y' TO RT-USED (RELEASE-FOUND)
               MOVE RT-APPROVER (RELEASE-FOUND) TO RPT-APPROVER
           END-IF.

           MOVE ZERO TO ITEM-AGE-DAYS.
           IF PW-HELD-DATE IS NUMERIC
                AND PW-HELD-DATE > ZERO
               COMPUTE ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (CTL-PROCESSING-DATE)
                   - FUNCTION INTEGER-OF-DATE (PW-HELD-DATE)
           END-IF.

           IF ITEM-AGE-DAYS > PENDING-EXPIRY-DAYS
               MOVE 'E' TO PT-DISPOSITION (PENDING-INDEX)
               MOVE NOTE-HELD-TOO-LONG TO RPT-NOTE
           ELSE
               IF RELEASE-FOUND IS POSITIVE
                   IF RT-ACTION (RELEASE-FOUND) = 'D'
                       PERFORM DECLINE-PENDING-ITEM
                   ELSE
                       PERFORM RELEASE-PENDING-ITEM
                   END-IF
               END-IF
           END-IF.

           IF PT-DISPOSITION (PENDING-INDEX) = 'W'
               ADD 1 TO STILL-HELD-COUNT
               MOVE 'HELD' TO RPT-DISPOSITION
           END-IF.
           IF PT-DISPOSITION (PENDING-INDEX) = 'R'
               ADD 1 TO RELEASED-COUNT
               MOVE 'RELEASED' TO RPT-DISPOSITION
           END-IF.
           IF PT-DISPOSITION (PENDING-INDEX) = 'D'
               ADD 1 TO DECLINED-COUNT
               MOVE 'DECLINED' TO RPT-DISPOSITION
           END-IF.
           IF PT-DISPOSITION (PENDING-INDEX) = 'E'
               ADD 1 TO EXPIRED-COUNT
               MOVE 'EXPIRED' TO RPT-DISPOSITION
           END-IF.

           PERFORM WRITE-REPORT-DETAIL.



      ******************************************************************
      *
      *    FIND-RELEASE
      *
      *    LOOKS FOR AN UNUSED RELEASE KEYED FOR THE PENDING ITEM IN
      *    HAND; RELEASE-FOUND IS ITS TABLE POSITION, OR ZERO.
      *
      ******************************************************************
       FIND-RELEASE.
           MOVE ZERO TO RELEASE-FOUND.

           PERFORM VARYING RELEASE-INDEX FROM 1 BY 1
               UNTIL RELEASE-INDEX > RELEASE-COUNT
                  OR RELEASE-FOUND IS POSITIVE
               IF RT-SYSTEM (RELEASE-INDEX) = PW-SYSTEM
                    AND RT-RUN-NUMBER (RELEASE-INDEX) = PW-RUN-NUMBER
                    AND RT-SEQUENCE (RELEASE-INDEX) = PW-SEQUENCE
                    AND RT-USED (RELEASE-INDEX) = 'N'
                   MOVE RELEASE-INDEX TO RELEASE-FOUND
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    DECLINE-PENDING-ITEM
      *
      *    THE KEYER MAY WITHDRAW THEIR OWN ITEM, AND ANY OPERATOR WHO
      *    MAY APPROVE ITS TYPE MAY TURN IT DOWN. A DECLINED ITEM IS
      *    DROPPED, NOT APPLIED. ANYONE ELSE'S DECLINE IS REFUSED.
      *
      ******************************************************************
       DECLINE-PENDING-ITEM.
           MOVE RT-APPROVER (RELEASE-FOUND) TO AUTH-OPERATOR-WORK.
           MOVE PW-TRAN-TYPE TO AUTH-TRAN-TYPE-WORK.
           PERFORM FIND-OPERATOR-AUTHORITY.

           IF AUTH-OPERATOR-WORK = PW-OPERATOR
                OR (AUTH-FOUND-SWITCH = 'Y'
                  AND AUTH-APPROVER-WORK = 'Y')
               MOVE 'D' TO PT-DISPOSITION (PENDING-INDEX)
               MOVE SPACES TO RPT-NOTE
           ELSE
               ADD 1 TO REFUSED-RELEASE-COUNT
               MOVE NOTE-APPROVER-NOT-AUTHORIZED TO RPT-NOTE
           END-IF.



      ******************************************************************
      *
      *    RELEASE-PENDING-ITEM
      *
      *    HONORS A RELEASE ONLY FROM A SECOND OPERATOR WHO MAY APPROVE
      *    THE ITEM'S TYPE AND WHOSE LIMIT COVERS ITS AMOUNT, THEN
      *    REQUEUES THE ITEM TO ITS OWN SYSTEM WITH THE APPROVER STAMPED
      *    ON. A REFUSED RELEASE LEAVES THE ITEM WAITING.
      *
      ******************************************************************
       RELEASE-PENDING-ITEM.
           MOVE RT-APPROVER (RELEASE-FOUND) TO AUTH-OPERATOR-WORK.
           MOVE PW-TRAN-TYPE TO AUTH-TRAN-TYPE-WORK.
           PERFORM FIND-OPERATOR-AUTHORITY.
           PERFORM SET-SYSTEM-GEOMETRY.

           IF AUTH-OPERATOR-WORK = PW-OPERATOR
               ADD 1 TO REFUSED-RELEASE-COUNT
               MOVE NOTE-APPROVER-IS-KEYER TO RPT-NOTE
           ELSE
           IF AUTH-FOUND-SWITCH = 'N'
                OR AUTH-APPROVER-WORK NOT = 'Y'
               ADD 1 TO REFUSED-RELEASE-COUNT
               MOVE NOTE-APPROVER-NOT-AUTHORIZED TO RPT-NOTE
           ELSE
           IF PW-AMOUNT > AUTH-LIMIT-WORK
               ADD 1 TO REFUSED-RELEASE-COUNT
               MOVE NOTE-OVER-APPROVER-LIMIT TO RPT-NOTE
           ELSE
           IF APPROVER-COLUMN-WORK IS ZERO
               MOVE NOTE-UNKNOWN-SYSTEM TO RPT-NOTE
           ELSE
               PERFORM REQUEUE-PENDING-ITEM
               MOVE 'R' TO PT-DISPOSITION (PENDING-INDEX)
               MOVE NOTE-REQUEUED TO RPT-NOTE
           END-IF END-IF END-IF END-IF.



      ******************************************************************
      *
      *    SET-SYSTEM-GEOMETRY
      *
      *    FIXES THE COLUMN THE APPROVER'S INITIALS GO IN FOR THE ITEM'S
      *    SYSTEM - THE LAST THREE COLUMNS OF ITS INPUT RECORD. ZERO
      *    MEANS A SYSTEM THIS RUN DOES NOT KNOW HOW TO REQUEUE TO.
      *
      ******************************************************************
       SET-SYSTEM-GEOMETRY.
           MOVE ZERO TO APPROVER-COLUMN-WORK.

      *    A BILLING ADJUSTMENT IS 26 BYTES (ADJREL.TXT)
           IF PW-SYSTEM = 'BILLING '
               MOVE 24 TO APPROVER-COLUMN-WORK.
      *    AN EMPLOYEE MAINTENANCE TRANSACTION IS 143 (EMPREL.TXT)
           IF PW-SYSTEM = 'EMPMNT  '
               MOVE 141 TO APPROVER-COLUMN-WORK.
      *    A CUSTOMER MAINTENANCE TRANSACTION IS 82 (CUSTREL.TXT)
           IF PW-SYSTEM = 'CUSTMNT '
               MOVE 80 TO APPROVER-COLUMN-WORK.



      ******************************************************************
      *
      *    REQUEUE-PENDING-ITEM
      *
      *    APPENDS THE RELEASED ITEM, APPROVER STAMPED ON, TO ITS OWN
      *    SYSTEM'S RELEASE FILE FOR THAT SYSTEM'S NEXT RUN TO APPLY.
      *
      ******************************************************************
       REQUEUE-PENDING-ITEM.
           MOVE PW-IMAGE TO REQUEUE-IMAGE-WORK.
           MOVE RT-APPROVER (RELEASE-FOUND)
               TO REQUEUE-IMAGE-WORK (APPROVER-COLUMN-WORK:3).

           IF PW-SYSTEM = 'BILLING '
               MOVE REQUEUE-IMAGE-WORK TO ADJUSTMENT-RECORD
               WRITE ADJUSTMENT-RECORD
           END-IF.
           IF PW-SYSTEM = 'EMPMNT  '
               MOVE REQUEUE-IMAGE-WORK TO EMPLOYEE-TRANSACTION-RECORD
               WRITE EMPLOYEE-TRANSACTION-RECORD
           END-IF.
           IF PW-SYSTEM = 'CUSTMNT '
               MOVE REQUEUE-IMAGE-WORK TO CUSTOMER-TRANSACTION-RECORD
               WRITE CUSTOMER-TRANSACTION-RECORD
           END-IF.



      ******************************************************************
      *
      *    FIND-OPERATOR-AUTHORITY
      *
      *    LOOKS UP AUTH-OPERATOR-WORK'S AUTHORITY FOR THE TRANSACTION
      *    TYPE IN HAND. A RECORD FOR THE EXACT TYPE WINS; FAILING THAT,
      *    A SYSTEM-WIDE RECORD (TYPE WITH A BLANK FOURTH CHARACTER)
      *    SERVES.
      *
      ******************************************************************
       FIND-OPERATOR-AUTHORITY.
           MOVE 'N' TO AUTH-FOUND-SWITCH.
           MOVE 'N' TO AUTH-EXACT-SWITCH.
           MOVE ZERO TO AUTH-LIMIT-WORK.
           MOVE 'N' TO AUTH-APPROVER-WORK.

           PERFORM VARYING AUTHORITY-INDEX FROM 1 BY 1
               UNTIL AUTHORITY-INDEX > AUTHORITY-COUNT
                  OR AUTH-EXACT-SWITCH = 'Y'
               IF AT-OPERATOR-ID (AUTHORITY-INDEX) = AUTH-OPERATOR-WORK
                   IF AT-TRAN-TYPE (AUTHORITY-INDEX)
                        = AUTH-TRAN-TYPE-WORK
                       MOVE 'Y' TO AUTH-EXACT-SWITCH
                       MOVE 'Y' TO AUTH-FOUND-SWITCH
                       MOVE AT-DOLLAR-LIMIT (AUTHORITY-INDEX)
                           TO AUTH-LIMIT-WORK
                       MOVE AT-APPROVER-SWITCH (AUTHORITY-INDEX)
                           TO AUTH-APPROVER-WORK
                   ELSE
                       IF AT-TRAN-TYPE (AUTHORITY-INDEX) (4:1) = SPACE
                            AND AT-TRAN-TYPE (AUTHORITY-INDEX) (1:3)
                              = AUTH-TRAN-TYPE-WORK (1:3)
                            AND AUTH-FOUND-SWITCH = 'N'
                           MOVE 'Y' TO AUTH-FOUND-SWITCH
                           MOVE AT-DOLLAR-LIMIT (AUTHORITY-INDEX)
                               TO AUTH-LIMIT-WORK
                           MOVE AT-APPROVER-SWITCH (AUTHORITY-INDEX)
                               TO AUTH-APPROVER-WORK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    LIST-UNUSED-RELEASES
      *
      *    A RELEASE THAT NAMED NO PENDING ITEM - MISKEYED, OR FOR AN
      *    ITEM ALREADY DISPOSED OF - GOES ON THE REPORT SO IT IS NEVER
      *    TAKEN FOR ONE THAT WAS HONORED.
      *
      ******************************************************************
       LIST-UNUSED-RELEASES.
           PERFORM VARYING RELEASE-INDEX FROM 1 BY 1
               UNTIL RELEASE-INDEX > RELEASE-COUNT
               IF RT-USED (RELEASE-INDEX) = 'N'
                   ADD 1 TO UNMATCHED-RELEASE-COUNT
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE RT-SYSTEM (RELEASE-INDEX) TO RPT-SYSTEM
                   MOVE RT-RUN-NUMBER (RELEASE-INDEX) TO RPT-RUN-NUMBER
                   MOVE RT-SEQUENCE (RELEASE-INDEX) TO RPT-SEQUENCE
                   MOVE RT-APPROVER (RELEASE-INDEX) TO RPT-APPROVER
                   MOVE 'UNMATCHED' TO RPT-DISPOSITION
                   MOVE NOTE-NO-SUCH-ITEM TO RPT-NOTE
                   MOVE REPORT-DETAIL-LINE TO REPORT-PRINT-LINE
                   WRITE REPORT-PRINT-LINE
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    REWRITE-PENDING-FILE
      *
      *    WRITES BACK ONLY THE ITEMS STILL WAITING, SO A RELEASED,
      *    DECLINED OR EXPIRED ITEM IS NEVER WORKED TWICE.
      *
      ******************************************************************
       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-APPROVAL-FILE.

           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
               IF PT-DISPOSITION (PENDING-INDEX) = 'W'
                   MOVE PT-RECORD (PENDING-INDEX)
                       TO PENDING-APPROVAL-RECORD
                   WRITE PENDING-APPROVAL-RECORD
               END-IF
           END-PERFORM.

           CLOSE PENDING-APPROVAL-FILE.



      ******************************************************************
      *
      *    WRITE-REPORT-DETAIL
      *
      *    WRITES THE AUDIT LINE FOR THE PENDING ITEM IN HAND. THE
      *    APPROVER, DISPOSITION AND NOTE ARE SET BY THE CALLER.
      *
      ******************************************************************
       WRITE-REPORT-DETAIL.
           MOVE PW-SYSTEM TO RPT-SYSTEM.
           MOVE PW-RUN-NUMBER TO RPT-RUN-NUMBER.
           MOVE PW-SEQUENCE TO RPT-SEQUENCE.
           MOVE PW-TRAN-TYPE TO RPT-TRAN-TYPE.
           MOVE PW-REFERENCE TO RPT-REFERENCE.
           MOVE PW-AMOUNT TO RPT-AMOUNT.
           MOVE PW-OPERATOR TO RPT-OPERATOR.
           MOVE PW-HELD-DATE TO RPT-HELD-DATE.
           MOVE PW-HOLD-REASON TO RPT-HOLD-REASON.
           MOVE REPORT-DETAIL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-REPORT-TOTALS
      *
      *    WRITES THE RUN'S OUTCOME COUNTS AT THE END OF THE REPORT.
      *
      ******************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           MOVE 'ITEMS RELEASED:' TO RPT-TOTAL-LABEL.
           MOVE RELEASED-COUNT TO RPT-TOTAL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           MOVE 'ITEMS DECLINED:' TO RPT-TOTAL-LABEL.
           MOVE DECLINED-COUNT TO RPT-TOTAL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           MOVE 'ITEMS EXPIRED:' TO RPT-TOTAL-LABEL.
           MOVE EXPIRED-COUNT TO RPT-TOTAL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           MOVE 'ITEMS STILL HELD:' TO RPT-TOTAL-LABEL.
           MOVE STILL-HELD-COUNT TO RPT-TOTAL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           MOVE 'RELEASES REFUSED:' TO RPT-TOTAL-LABEL.
           MOVE REFUSED-RELEASE-COUNT TO RPT-TOTAL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.

           MOVE 'RELEASES UNMATCHED:' TO RPT-TOTAL-LABEL.
           MOVE UNMATCHED-RELEASE-COUNT TO RPT-TOTAL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-PRINT-LINE.
           WRITE REPORT-PRINT-LINE.


       END PROGRAM APPROVE.
