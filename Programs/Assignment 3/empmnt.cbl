
      ******************************************************************
      *
      *    EMPLOYEE, DEDUCTION AND GARNISHMENT MASTER MAINTENANCE
      *
      *    APPLIES A TRANSACTION FILE OF EMPLOYEE, DEDUCTION AND
      *    GARNISHMENT ORDER CHANGES TO THE EMPLOYEE MASTER, THE
      *    DEDUCTION MASTER AND THE GARNISHMENT ORDER MASTER,
      *    SO FIXING ONE PERSON'S ROUTING NUMBER OR ENROLLING ONE NEW
      *    DEDUCTION STOPS MEANING A FULL-FILE SEED RELOAD THAT CAN
      *    SILENTLY CLOBBER EVERYONE ELSE'S BANK INFORMATION. EVERY
      *    TRANSACTION ACTIONS:
      *        A - ADD A NEW EMPLOYEE (THE DATE FIELD IS THE HIRE
      *            DATE)
      *        C - CHANGE NAME/PAYMENT/BANK/COST CENTER/PAY
      *            FREQUENCY FIELDS
      *            (BLANK FIELDS ARE LEFT AS THEY STAND ON THE MASTER)
      *        T - TERMINATE (THE DATE FIELD IS THE TERMINATION DATE)
      *        E - ENROLL A DEDUCTION IN AN EMPTY SLOT
      *        U - CHANGE AN ENROLLED DEDUCTION SLOT
      *        S - STOP AN ENROLLED DEDUCTION SLOT
      *        G - FILE A GARNISHMENT ORDER IN AN EMPTY ORDER SLOT
      *            (THE DEDUCTION SLOT, TYPE, METHOD, VALUE AND GOAL
      *            FIELDS CARRY THE ORDER SLOT 1-3, ORDER TYPE,
      *            AMOUNT-OR-PERCENT, VALUE AND TOTAL OWED)
      *        R - RELEASE A GARNISHMENT ORDER SLOT
      *
      *    EVERY TRANSACTION CARRIES THE OPERATOR WHO KEYED IT, CHECKED
      *    AGAINST THE OPERATOR AUTHORITY FILE (OPERAUTH.TXT). A
      *    SALARY OVER THE KEYER'S LIMIT, OR ANY CHANGE TO AN
      *    EMPLOYEE'S BANK ROUTING/ACCOUNT OR SALARY, NEEDS A SECOND
      *    AUTHORIZED OPERATOR: WITHOUT ONE THE TRANSACTION IS HELD ON
      *    THE PENDING-APPROVAL FILE (PENDING.TXT) UNTIL THE APPROVAL
      *    RELEASE (APPROVE) RELEASES IT, WITH THE APPROVER STAMPED
      *    ON, TO THE RELEASED-TRANSACTION FILE (EMPREL.TXT). THE
      *    RELEASES ARE APPLIED AFTER THE KEYED TRANSACTIONS, THROUGH
      *    THE SAME EDITS AND AUTHORITY CHECKS, AND THE FILE IS
      *    EMPTIED AT THE END OF THE RUN.
      *
      ******************************************************************

       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'EMPTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELEASED-TRANSACTION-FILE
               ASSIGN TO 'EMPREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-LOG ASSIGN TO 'EMPLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-EMPLOYEE-ID.
           SELECT OPTIONAL GARNISHMENT-MASTER ASSIGN TO 'GARNMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-EMPLOYEE-ID.
           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTHORITY-FILE
               ASSIGN TO 'OPERAUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO 'PENDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

      * MAINTENANCE TRANSACTION FILE INFORMATION - THE EMPLOYEE
      * FIELDS SERVE THE A/C/T ACTIONS, THE DEDUCTION FIELDS THE
      * E/U/S ACTIONS, THE DEDUCTION AND GARNISHMENT FIELDS THE G/R
      * ACTIONS; THE REST OF THE RECORD RIDES BLANK. EVERY ACTION
      * CARRIES THE KEYING OPERATOR, AND THE APPROVER ONCE A SECOND
      * OPERATOR HAS RELEASED IT
       FD TRANSACTION-FILE
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS MAINTENANCE-TRANSACTION.
       01 MAINTENANCE-TRANSACTION.
         03 ET-ACTION PIC X(1).
         03 ET-DED-GOAL PIC X(9).
         03 ET-DED-GOAL-9 REDEFINES ET-DED-GOAL PIC 9(7)V99.
         03 ET-UTILITY-ACCOUNT PIC X(6).
         03 ET-GARN-PRIORITY PIC X(2).
         03 ET-GARN-PRIORITY-9 REDEFINES ET-GARN-PRIORITY PIC 9(2).
         03 ET-GARN-CASE-NUMBER PIC X(12).
         03 ET-GARN-AGENCY PIC X(8).
         03 ET-COST-CENTER PIC X(6).
         03 ET-PAY-FREQUENCY PIC X(1).
         03 ET-OPERATOR PIC X(3).
         03 ET-APPROVER PIC X(3).

      * RELEASED TRANSACTIONS - HELD TRANSACTIONS A SECOND OPERATOR
      * HAS RELEASED THROUGH THE APPROVAL RUN (APPROVE), SAME RECORD
      * AS THE KEYED TRANSACTIONS WITH THE APPROVER STAMPED ON
       FD RELEASED-TRANSACTION-FILE
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS RELEASED-TRANSACTION.
       01 RELEASED-TRANSACTION PIC X(143).

      * MAINTENANCE LOG OUTPUT INFORMATION
       FD MAINTENANCE-LOG

      * EMPLOYEE MASTER - SAME RECORD THE PAYROLL RUN (A4) CARRIES
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

      * VOLUNTARY DEDUCTIONS MASTER - SAME RECORD THE PAYROLL RUN
      * CARRIES
           05 DED-TAKEN PIC 9(7)V99.
         03 DED-UTILITY-ACCOUNT PIC 9(6).

      * GARNISHMENT ORDER MASTER - SAME RECORD THE PAYROLL RUN
      * CARRIES
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

      * MASTER-UPDATE JOURNAL - SAME RECORD EVERY UPDATING PROGRAM
      * APPENDS, SO EVERY TOUCH OF EITHER MASTER IS RECOVERABLE
       FD MASTER-JOURNAL
         03 RC-CONTROL-COUNT PIC 9(7).
         03 RC-CONTROL-AMOUNT PIC 9(11)V99.

      * OPERATOR AUTHORITY - ONE RECORD PER OPERATOR PER TRANSACTION
      * TYPE: THE DOLLAR LIMIT THE OPERATOR MAY KEY ON THEIR OWN
      * AUTHORITY, AND 'Y' WHEN THEY MAY ALSO APPROVE ANOTHER
      * OPERATOR'S ITEM OF THAT TYPE. A TYPE WHOSE FOURTH CHARACTER
      * IS BLANK ('EMP ') COVERS EVERY ACTION OF THAT SYSTEM THE
      * OPERATOR HAS NO RECORD OF ITS OWN FOR
       FD OPERATOR-AUTHORITY-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS OPERATOR-AUTHORITY-RECORD.
       01 OPERATOR-AUTHORITY-RECORD.
         03 OA-OPERATOR-ID PIC X(3).
         03 OA-TRAN-TYPE PIC X(4).
         03 OA-DOLLAR-LIMIT PIC 9(7)V99.
         03 OA-APPROVER-SWITCH PIC X(1).

      * PENDING APPROVAL - SAME RECORD EVERY MAINTENANCE RUN APPENDS
      * AND THE APPROVAL RELEASE (APPROVE) WORKS: THE SYSTEM, RUN
      * AND INPUT SEQUENCE THAT NAME THE ITEM, ITS TRANSACTION TYPE
      * AND AMOUNT, THE OPERATOR WHO KEYED IT, WHY IT WAS HELD
      * ('LIMT' OVER THE KEYER'S LIMIT, 'SENS' A SENSITIVE FIELD),
      * THE DATE HELD, THE ACCOUNT OR EMPLOYEE IT IS FOR, AND THE
      * TRANSACTION IMAGE ITSELF
       FD PENDING-APPROVAL-FILE
           RECORD CONTAINS 199 CHARACTERS
           DATA RECORD IS PENDING-APPROVAL-RECORD.
       01 PENDING-APPROVAL-RECORD.
         03 PND-SYSTEM PIC X(8).
         03 PND-RUN-NUMBER PIC 9(6).
         03 PND-SEQUENCE PIC 9(5).
         03 PND-TRAN-TYPE PIC X(4).
         03 PND-AMOUNT PIC 9(7)V99.
         03 PND-OPERATOR PIC X(3).
         03 PND-HOLD-REASON PIC X(4).
         03 PND-HELD-DATE PIC 9(8).
         03 PND-REFERENCE PIC X(9).
         03 PND-IMAGE PIC X(143).

       WORKING-STORAGE SECTION.

      * DATA-REMAINS-SWITCH: KEEP TRACK OF DATA LEFT IN INPUT
       01 DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * RELEASE-PASS-SWITCH: 'Y' ONCE THE KEYED TRANSACTIONS ARE DONE
      *     AND THE RELEASED ONES ARE BEING APPLIED
       01 RELEASE-PASS-SWITCH PIC X VALUE 'N'.

      * VALID-RECORD-SWITCH: USED WHEN VALIDATING A TRANSACTION
       01 VALID-RECORD-SWITCH PIC 9(1) VALUE ZERO.

      *     MASTER ALREADY CARRIES THE TRANSACTION'S EMPLOYEE
       01 MASTER-FOUND-SWITCH PIC X VALUE 'N'.
       01 DEDUCTION-FOUND-SWITCH PIC X VALUE 'N'.
       01 GARNISHMENT-FOUND-SWITCH PIC X VALUE 'N'.

      * DED-SLOT-WORK: THE SLOT NUMBER THE DEDUCTION ACTIONS NAME
       01 DED-SLOT-WORK PIC 9(1) VALUE ZERO.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'EMPMNT'.

      * OPERATOR AUTHORITY TABLE, LOADED ONCE AT THE START OF THE RUN.
      *     NO AUTHORITY FILE AT ALL MEANS LIMITS ARE NOT ENFORCED (THE
      *     RUN SAYS SO); ONCE THE FILE IS IN PLACE, AN OPERATOR WITH NO
      *     RECORD FOR A TRANSACTION TYPE MAY NOT KEY IT
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

      * AUTHORITY CHECK WORK FIELDS - THE TRANSACTION TYPE AND DOLLAR
      *     AMOUNT BEING AUTHORIZED, WHETHER IT CHANGES A SENSITIVE
      *     FIELD (WHICH ALWAYS TAKES A SECOND OPERATOR), THE OPERATOR
      *     BEING LOOKED UP AND WHAT THE LOOKUP FOUND, WHY THE ITEM
      *     NEEDS APPROVAL, AND THE OUTCOME: 'A' TO APPLY, 'H' TO HOLD
       01 AUTH-TRAN-TYPE-WORK PIC X(4) VALUE SPACES.
       01 AUTH-AMOUNT-WORK PIC 9(7)V99 VALUE ZERO.
       01 SENSITIVE-CHANGE-SWITCH PIC X VALUE 'N'.
       01 AUTH-OPERATOR-WORK PIC X(3) VALUE SPACES.
       01 AUTH-FOUND-SWITCH PIC X VALUE 'N'.
       01 AUTH-EXACT-SWITCH PIC X VALUE 'N'.
       01 AUTH-LIMIT-WORK PIC 9(7)V99 VALUE ZERO.
       01 AUTH-APPROVER-WORK PIC X VALUE 'N'.
       01 HOLD-REASON-WORK PIC X(4) VALUE SPACES.
       01 APPROVAL-STATUS-SWITCH PIC X VALUE 'A'.

      * PENDING-APPROVAL WORK FIELDS - THE NAME THIS SYSTEM FILES ITS
      *     HELD ITEMS UNDER, AND WHERE THE ITEM IN HAND SITS IN THE
      *     INPUT FILE, WHICH IS HOW A RELEASE NAMES IT
       01 PENDING-SYSTEM-NAME PIC X(8) VALUE 'EMPMNT'.
       01 TRANSACTION-SEQUENCE-WORK PIC 9(5) VALUE ZERO.

      * CONTROL TOTALS FOR THE RUN
       01 TOTAL-ADDED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-DEDCHG-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-STOPPED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ORDERS-FILED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ORDERS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-REJECTED-COUNT PIC 9(5) VALUE ZERO.

      * REJECT REASONS
           VALUE 'DEDUCTION SLOT NOT ENROLLED'.
       01 ERR-BAD-DEDUCTION-DATA PIC X(30)
           VALUE 'DEDUCTION TYPE/METHOD/VAL BAD'.
       01 ERR-INVALID-ORDER-SLOT PIC X(30)
           VALUE 'GARNISHMENT SLOT NOT 1 THRU 3'.
       01 ERR-ORDER-SLOT-IN-USE PIC X(30)
           VALUE 'GARNISHMENT SLOT IN USE'.
       01 ERR-ORDER-SLOT-EMPTY PIC X(30)
           VALUE 'GARNISHMENT SLOT NOT ON FILE'.
       01 ERR-BAD-ORDER-DATA PIC X(30)
           VALUE 'GARNISHMENT ORDER DATA BAD'.
       01 ERR-INVALID-STATE PIC X(30)
           VALUE 'INVALID WORK STATE'.
       01 ERR-INVALID-PAY-TYPE PIC X(30)
           VALUE 'INVALID PAY TYPE'.
       01 ERR-INVALID-SALARY PIC X(30)
           VALUE 'NON-NUMERIC SALARY AMOUNT'.
       01 ERR-INVALID-FREQUENCY PIC X(30)
           VALUE 'INVALID PAY FREQUENCY'.
       01 ERR-BAD-CHECK-DIGIT PIC X(30)
           VALUE 'ROUTING CHECK DIGIT FAILS'.
       01 ERR-MISSING-UTILITY-ACCT PIC X(30)
           VALUE 'UTILITY ACCOUNT MISSING'.
       01 ERR-OPERATOR-NOT-AUTHORIZED PIC X(30)
           VALUE 'OPERATOR NOT AUTHORIZED'.

      * HOLD REASONS
       01 HOLD-OVER-LIMIT PIC X(30)
           VALUE 'OVER OPERATOR LIMIT'.
       01 HOLD-SENSITIVE-CHANGE PIC X(30)
           VALUE 'BANK/SALARY CHANGE'.

      * ROUTING-NUMBER CHECK-DIGIT WORK FIELDS
       01 ROUTING-CHECK-FIELDS PIC X(9) VALUE ZEROS.
         03 LOG-DISPOSITION PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-REASON PIC X(30).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-OPERATOR PIC X(3).
         03 FILLER PIC X(3) VALUE SPACES.
         03 LOG-APPROVER PIC X(3).

       01 LOG-HEADING.
         03 FILLER PIC X(3) VALUE 'ACT'.
         03 FILLER PIC X(12) VALUE ' EMPLOYEE  '.
         03 FILLER PIC X(12) VALUE 'DISPOSITION'.
         03 FILLER PIC X(32) VALUE 'REASON'.
         03 FILLER PIC X(6) VALUE 'KEYED'.
         03 FILLER PIC X(5) VALUE 'APPR'.

       01 LOG-SUMMARY-ADDED.
         03 FILLER PIC X(30) VALUE 'EMPLOYEES ADDED:'.
         03 FILLER PIC X(30) VALUE 'DEDUCTIONS STOPPED:'.
         03 LOG-STOPPED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-ORDERS-FILED.
         03 FILLER PIC X(30) VALUE 'GARNISHMENT ORDERS FILED:'.
         03 LOG-ORDERS-FILED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-ORDERS-RELEASED.
         03 FILLER PIC X(30) VALUE 'GARNISHMENT ORDERS RELEASED:'.
         03 LOG-ORDERS-RELEASED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-HELD.
         03 FILLER PIC X(30) VALUE 'HELD FOR APPROVAL:'.
         03 LOG-HELD-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-REJECTED.
         03 FILLER PIC X(30) VALUE 'TRANSACTIONS REJECTED:'.
         03 LOG-REJECTED-COUNT PIC ZZ,ZZ9.
      *    IS TOUCHED, SO EVERY JOURNALED UPDATE CAN BE WINDOWED ON IT
           PERFORM REGISTER-RUN-START.

      *    WHO MAY KEY WHAT, AND FOR HOW MUCH
           PERFORM LOAD-OPERATOR-AUTHORITY.

           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-LOG.
           OPEN I-O EMPLOYEE-MASTER.
           OPEN I-O DEDUCTION-MASTER.
           OPEN I-O GARNISHMENT-MASTER.
           OPEN EXTEND MASTER-JOURNAL.
           OPEN EXTEND PENDING-APPROVAL-FILE.

           MOVE LOG-HEADING TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           PERFORM READ-NEXT-TRANSACTION.

           PERFORM PROCESS-TRANSACTIONS
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

      *    THEN THE HELD TRANSACTIONS A SECOND OPERATOR HAS RELEASED
           MOVE 'Y' TO RELEASE-PASS-SWITCH.
           MOVE 'YES' TO DATA-REMAINS-SWITCH.
           OPEN INPUT RELEASED-TRANSACTION-FILE.
           PERFORM READ-NEXT-TRANSACTION.

           PERFORM PROCESS-TRANSACTIONS
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
           PERFORM REGISTER-RUN-END.

           CLOSE TRANSACTION-FILE
             RELEASED-TRANSACTION-FILE
             MAINTENANCE-LOG
             EMPLOYEE-MASTER
             DEDUCTION-MASTER
             GARNISHMENT-MASTER
             MASTER-JOURNAL
             PENDING-APPROVAL-FILE.

      *    EMPTY THE RELEASED TRANSACTIONS, NOW APPLIED, SO NO RELEASE
      *    IS APPLIED TWICE
           OPEN OUTPUT RELEASED-TRANSACTION-FILE.
           CLOSE RELEASED-TRANSACTION-FILE.

           STOP RUN.

      *
      *    PROCESS-TRANSACTIONS
      *
      *    VALIDATES THE TRANSACTION IN HAND, CHECKS THE KEYING
      *    OPERATOR'S AUTHORITY FOR IT, APPLIES IT WHEN CLEAN (OR
      *    HOLDS IT WHEN IT STILL NEEDS A SECOND OPERATOR'S APPROVAL),
      *    LOGS THE OUTCOME EITHER WAY, AND READS THE NEXT ONE.
      *
      ******************************************************************
       PROCESS-TRANSACTIONS.
           ADD 1 TO TRANSACTION-SEQUENCE-WORK.
           PERFORM VALIDATE-TRANSACTION.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF.

           IF VALID-RECORD-SWITCH IS ZERO
               IF APPROVAL-STATUS-SWITCH = 'H'
                   PERFORM HOLD-TRANSACTION
               ELSE
                   PERFORM APPLY-TRANSACTION
               END-IF
           ELSE
               ADD 1 TO TOTAL-REJECTED-COUNT
               MOVE 'REJECTED' TO LOG-DISPOSITION
               PERFORM WRITE-LOG-DETAIL
           END-IF.

           PERFORM READ-NEXT-TRANSACTION.



      ******************************************************************
      *
      *    READ-NEXT-TRANSACTION
      *
      *    READS THE NEXT KEYED TRANSACTION, OR ONCE THOSE ARE DONE THE
      *    NEXT RELEASED ONE, INTO MAINTENANCE-TRANSACTION.
      *
      ******************************************************************
       READ-NEXT-TRANSACTION.
           IF RELEASE-PASS-SWITCH = 'Y'
               READ RELEASED-TRANSACTION-FILE
                   INTO MAINTENANCE-TRANSACTION
                   AT END
                       MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           ELSE
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-IF.



           IF ET-ACTION NOT = 'A' AND ET-ACTION NOT = 'C'
                AND ET-ACTION NOT = 'T' AND ET-ACTION NOT = 'E'
                AND ET-ACTION NOT = 'U' AND ET-ACTION NOT = 'S'
                AND ET-ACTION NOT = 'G' AND ET-ACTION NOT = 'R'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-ACTION TO REJECT-REASON.

                        OR ET-ACTION = 'S'
                       PERFORM VALIDATE-DEDUCTION-ACTION
                   END-IF
                   IF ET-ACTION = 'G' OR ET-ACTION = 'R'
                       PERFORM VALIDATE-GARNISHMENT-ACTION
                   END-IF
               END-IF
           END-IF.

      *    VALIDATE-PAY-TYPE
      *
      *    THE PAY TYPE IS 'S' (SALARIED, WHICH NEEDS A NUMERIC
      *    MONTHLY SALARY) OR 'H' (HOURLY). BLANK LEAVES THE MASTER
      *    ALONE ON A CHANGE AND DEFAULTS TO HOURLY ON AN ADD. THE
      *    PAY FREQUENCY - THE PAY GROUP THE EMPLOYEE IS PAID WITH -
      *    IS 'W' (WEEKLY), 'B' (BIWEEKLY), 'S' (SEMI-MONTHLY) OR
      *    'M' (MONTHLY); BLANK LEAVES THE MASTER ALONE ON A CHANGE
      *    AND DEFAULTS TO MONTHLY ON AN ADD.
      *
      ******************************************************************
       VALIDATE-PAY-TYPE.
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-SALARY TO REJECT-REASON.

           IF ET-PAY-FREQUENCY NOT = SPACES
                AND ET-PAY-FREQUENCY NOT = 'W'
                AND ET-PAY-FREQUENCY NOT = 'B'
                AND ET-PAY-FREQUENCY NOT = 'S'
                AND ET-PAY-FREQUENCY NOT = 'M'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-FREQUENCY TO REJECT-REASON.



      ******************************************************************



      ******************************************************************
      *
      *    VALIDATE-GARNISHMENT-ACTION
      *
      *    A GARNISHMENT ACTION NAMES AN ORDER SLOT 1-3. FILING AN
      *    ORDER NEEDS AN EMPTY SLOT AND A COMPLETE ORDER - TYPE,
      *    METHOD, VALUE, PRIORITY, CASE NUMBER AND PAYEE AGENCY -
      *    SINCE NOTHING CAN BE REMITTED WITHOUT THE LAST TWO; THE
      *    TOTAL OWED IS OPTIONAL BUT MUST BE NUMERIC WHEN GIVEN.
      *    A RELEASE NEEDS THE SLOT ON FILE.
      *
      ******************************************************************
       VALIDATE-GARNISHMENT-ACTION.
           IF ET-DED-SLOT IS NOT NUMERIC
                OR ET-DED-SLOT = '0'
                OR ET-DED-SLOT > '3'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-ORDER-SLOT TO REJECT-REASON
           ELSE
               MOVE ET-DED-SLOT TO DED-SLOT-WORK
               PERFORM LOOKUP-GARNISHMENT-MASTER

               IF ET-ACTION = 'G'
                   IF GARNISHMENT-FOUND-SWITCH = 'Y'
                        AND GRN-ORDER-TYPE (DED-SLOT-WORK) NOT = SPACES
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-ORDER-SLOT-IN-USE TO REJECT-REASON
                   END-IF
                   IF ET-DED-TYPE = SPACES
                        OR (ET-DED-METHOD NOT = 'A'
                            AND ET-DED-METHOD NOT = 'P')
                        OR ET-DED-VALUE IS NOT NUMERIC
                        OR ET-GARN-PRIORITY IS NOT NUMERIC
                        OR ET-GARN-CASE-NUMBER = SPACES
                        OR ET-GARN-AGENCY = SPACES
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-BAD-ORDER-DATA TO REJECT-REASON
                   END-IF
                   IF ET-DED-GOAL NOT = SPACES
                        AND ET-DED-GOAL IS NOT NUMERIC
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-BAD-ORDER-DATA TO REJECT-REASON
                   END-IF
               ELSE
                   IF GARNISHMENT-FOUND-SWITCH = 'N'
                        OR GRN-ORDER-TYPE (DED-SLOT-WORK) = SPACES
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-ORDER-SLOT-EMPTY TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOOKUP-EMPLOYEE-MASTER



      ******************************************************************
      *
      *    CHECK-OPERATOR-AUTHORITY
      *
      *    THE KEYING OPERATOR MUST HOLD AUTHORITY FOR THE TRANSACTION
      *    TYPE. AN AMOUNT OVER THE KEYER'S OWN LIMIT, OR A CHANGE TO A
      *    SENSITIVE FIELD, GOES THROUGH ONLY ON A SECOND OPERATOR'S
      *    APPROVAL; WITHOUT ONE IT IS HELD FOR APPROVAL INSTEAD OF
      *    APPLIED. THE APPROVER IS STAMPED ON THE TRANSACTION BY THE
      *    APPROVAL RELEASE (APPROVE) WHEN IT RELEASES A HELD ITEM.
      *
      ******************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'A' TO APPROVAL-STATUS-SWITCH.
           MOVE SPACES TO HOLD-REASON-WORK.
           PERFORM SET-AUTHORITY-TERMS.

           IF AUTHORITY-COUNT IS GREATER THAN ZERO
               MOVE ET-OPERATOR TO AUTH-OPERATOR-WORK
               PERFORM FIND-OPERATOR-AUTHORITY
               IF AUTH-FOUND-SWITCH = 'N'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-OPERATOR-NOT-AUTHORIZED TO REJECT-REASON
               ELSE
                   IF SENSITIVE-CHANGE-SWITCH = 'Y'
                       MOVE 'SENS' TO HOLD-REASON-WORK
                   ELSE
                       IF AUTH-AMOUNT-WORK > AUTH-LIMIT-WORK
                           MOVE 'LIMT' TO HOLD-REASON-WORK
                       END-IF
                   END-IF
                   IF HOLD-REASON-WORK NOT = SPACES
                       PERFORM CHECK-SECOND-APPROVER
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CHECK-SECOND-APPROVER
      *
      *    AN ITEM NEEDING APPROVAL APPLIES ONLY WHEN IT NAMES AN
      *    APPROVER WHO IS NOT THE KEYER, MAY APPROVE THE TYPE, AND
      *    WHOSE OWN LIMIT COVERS THE AMOUNT. OTHERWISE IT IS HELD.
      *
      ******************************************************************
       CHECK-SECOND-APPROVER.
           MOVE 'H' TO APPROVAL-STATUS-SWITCH.

           IF ET-APPROVER NOT = SPACES
                AND ET-APPROVER NOT = ET-OPERATOR
               MOVE ET-APPROVER TO AUTH-OPERATOR-WORK
               PERFORM FIND-OPERATOR-AUTHORITY
               IF AUTH-FOUND-SWITCH = 'Y'
                    AND AUTH-APPROVER-WORK = 'Y'
                    AND AUTH-AMOUNT-WORK NOT > AUTH-LIMIT-WORK
                   MOVE 'A' TO APPROVAL-STATUS-SWITCH
               END-IF
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
      *    SET-AUTHORITY-TERMS
      *
      *    THE AUTHORITY TYPE IS 'EMP' AND THE ACTION CODE. THE DOLLAR
      *    AMOUNT AUTHORIZED IS THE MONTHLY SALARY THE TRANSACTION SETS,
      *    IF ANY. A CHANGE THAT TOUCHES THE BANK ROUTING OR ACCOUNT
      *    NUMBER OR THE SALARY IS SENSITIVE WHATEVER ITS AMOUNT - IT
      *    DECIDES WHERE, AND HOW MUCH, SOMEONE IS PAID.
      *
      ******************************************************************
       SET-AUTHORITY-TERMS.
           MOVE 'EMP' TO AUTH-TRAN-TYPE-WORK.
           MOVE ET-ACTION TO AUTH-TRAN-TYPE-WORK (4:1).

           MOVE ZERO TO AUTH-AMOUNT-WORK.
           IF (ET-ACTION = 'A' OR ET-ACTION = 'C')
                AND ET-SALARY-AMOUNT IS NUMERIC
               MOVE ET-SALARY-AMOUNT-9 TO AUTH-AMOUNT-WORK
           END-IF.

           MOVE 'N' TO SENSITIVE-CHANGE-SWITCH.
           IF ET-ACTION = 'C'
                AND (ET-BANK-ROUTING NOT = SPACES
                  OR ET-BANK-ACCOUNT NOT = SPACES
                  OR ET-SALARY-AMOUNT NOT = SPACES)
               MOVE 'Y' TO SENSITIVE-CHANGE-SWITCH
           END-IF.



      ******************************************************************
      *
      *    HOLD-TRANSACTION
      *
      *    FILES A TRANSACTION THAT STILL NEEDS A SECOND OPERATOR'S
      *    APPROVAL ON THE PENDING-APPROVAL FILE, UNAPPLIED, AND LOGS IT
      *    AS HELD WITH THE REASON.
      *
      ******************************************************************
       HOLD-TRANSACTION.
           ADD 1 TO TOTAL-HELD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.

           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           MOVE PENDING-SYSTEM-NAME TO PND-SYSTEM.
           MOVE RUN-NUMBER-WORK TO PND-RUN-NUMBER.
           MOVE TRANSACTION-SEQUENCE-WORK TO PND-SEQUENCE.
           MOVE AUTH-TRAN-TYPE-WORK TO PND-TRAN-TYPE.
           MOVE AUTH-AMOUNT-WORK TO PND-AMOUNT.
           MOVE ET-OPERATOR TO PND-OPERATOR.
           MOVE HOLD-REASON-WORK TO PND-HOLD-REASON.
           MOVE CLOCK-STAMP-YMDHMS (1:8) TO PND-HELD-DATE.
           MOVE ET-EMPLOYEE-ID TO PND-REFERENCE.
           MOVE MAINTENANCE-TRANSACTION TO PND-IMAGE.
           WRITE PENDING-APPROVAL-RECORD.

           MOVE 'HELD' TO LOG-DISPOSITION.
           IF HOLD-REASON-WORK = 'SENS'
               MOVE HOLD-SENSITIVE-CHANGE TO LOG-REASON
           ELSE
               MOVE HOLD-OVER-LIMIT TO LOG-REASON
           END-IF.
           PERFORM WRITE-LOG-DETAIL.



      ******************************************************************
      *
      *    LOOKUP-GARNISHMENT-MASTER
      *
      ******************************************************************
       LOOKUP-GARNISHMENT-MASTER.
           MOVE 'N' TO GARNISHMENT-FOUND-SWITCH.
           MOVE ET-EMPLOYEE-ID TO GRN-EMPLOYEE-ID.

           READ GARNISHMENT-MASTER
               INVALID KEY
                   MOVE 'N' TO GARNISHMENT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO GARNISHMENT-FOUND-SWITCH
                   MOVE GARNISHMENT-MASTER-RECORD
                       TO MASTER-BEFORE-IMAGE
           END-READ.



      ******************************************************************
      *
      *    APPLY-TRANSACTION
               PERFORM STOP-DEDUCTION
               ADD 1 TO TOTAL-STOPPED-COUNT
           END-IF.
           IF ET-ACTION = 'G'
               PERFORM FILE-GARNISHMENT-ORDER
               ADD 1 TO TOTAL-ORDERS-FILED-COUNT
           END-IF.
           IF ET-ACTION = 'R'
               PERFORM RELEASE-GARNISHMENT-ORDER
               ADD 1 TO TOTAL-ORDERS-RELEASED-COUNT
           END-IF.

           MOVE 'APPLIED' TO LOG-DISPOSITION.
           MOVE SPACES TO LOG-REASON.
           ELSE
               MOVE ZERO TO MASTER-PRENOTE-DATE
           END-IF.
      *    THE HOME COST CENTER CARRIES THEIR LABOR COST UNTIL THEY
      *    PUNCH TO A JOB
           MOVE ET-COST-CENTER TO MASTER-COST-CENTER.
           IF ET-PAY-FREQUENCY = SPACES
               MOVE 'M' TO MASTER-PAY-FREQUENCY
           ELSE
               MOVE ET-PAY-FREQUENCY TO MASTER-PAY-FREQUENCY
           END-IF.

           WRITE EMPLOYEE-MASTER-RECORD.
           MOVE SPACES TO MASTER-BEFORE-IMAGE.
      *
      *    CHANGE-EMPLOYEE
      *
      *    CORRECTS THE NAME, PAYMENT, BANK, COST CENTER AND PAY
      *    FREQUENCY FIELDS ON AN EXISTING EMPLOYEE. A BLANK FIELD ON
      *    THE TRANSACTION LEAVES THE MASTER FIELD AS IT STANDS, SO A
      *    ROUTING-NUMBER FIX CAN BE KEYED WITHOUT RE-KEYING THE NAME.
      *
      ******************************************************************
       CHANGE-EMPLOYEE.
               MOVE ET-PAY-TYPE TO MASTER-PAY-TYPE.
           IF ET-SALARY-AMOUNT IS NUMERIC
               MOVE ET-SALARY-AMOUNT-9 TO MASTER-SALARY-AMOUNT.
           IF ET-COST-CENTER NOT = SPACES
               MOVE ET-COST-CENTER TO MASTER-COST-CENTER.
           IF ET-PAY-FREQUENCY NOT = SPACES
               MOVE ET-PAY-FREQUENCY TO MASTER-PAY-FREQUENCY.

           REWRITE EMPLOYEE-MASTER-RECORD.
           MOVE EMPLOYEE-MASTER-RECORD TO MASTER-AFTER-IMAGE.



      ******************************************************************
      *
      *    FILE-GARNISHMENT-ORDER
      *
      *    PUTS THE ORDER IN ITS SLOT, CREATING THE EMPLOYEE'S
      *    GARNISHMENT RECORD ON THE FIRST ORDER. A BLANK TOTAL OWED
      *    IS AN ONGOING ORDER (ZERO); THE TAKEN-TO-DATE FIGURE
      *    STARTS AT ZERO.
      *
      ******************************************************************
       FILE-GARNISHMENT-ORDER.
           IF GARNISHMENT-FOUND-SWITCH = 'N'
               MOVE ET-EMPLOYEE-ID TO GRN-EMPLOYEE-ID
               PERFORM VARYING DED-SLOT-INDEX FROM 1 BY 1
                   UNTIL DED-SLOT-INDEX > 3
                   PERFORM CLEAR-GARNISHMENT-SLOT
               END-PERFORM
               MOVE SPACES TO MASTER-BEFORE-IMAGE
           END-IF.

           MOVE ET-DED-TYPE TO GRN-ORDER-TYPE (DED-SLOT-WORK).
           MOVE ET-GARN-PRIORITY-9 TO GRN-PRIORITY (DED-SLOT-WORK).
           MOVE ET-GARN-CASE-NUMBER TO GRN-CASE-NUMBER (DED-SLOT-WORK).
           MOVE ET-GARN-AGENCY TO GRN-AGENCY (DED-SLOT-WORK).
           MOVE ET-DED-METHOD TO GRN-METHOD (DED-SLOT-WORK).
           MOVE ET-DED-VALUE-9 TO GRN-VALUE (DED-SLOT-WORK).
           IF ET-DED-GOAL IS NUMERIC
               MOVE ET-DED-GOAL-9 TO GRN-TOTAL-OWED (DED-SLOT-WORK)
           ELSE
               MOVE ZERO TO GRN-TOTAL-OWED (DED-SLOT-WORK)
           END-IF.
           MOVE ZERO TO GRN-TAKEN (DED-SLOT-WORK).

           IF GARNISHMENT-FOUND-SWITCH = 'N'
               WRITE GARNISHMENT-MASTER-RECORD
               MOVE 'WR' TO JOURNAL-ACTION-WORK
           ELSE
               REWRITE GARNISHMENT-MASTER-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
           END-IF.
           MOVE GARNISHMENT-MASTER-RECORD TO MASTER-AFTER-IMAGE.
           MOVE 'GARNMAST' TO JOURNAL-FILE-ID-WORK.
           PERFORM WRITE-MASTER-JOURNAL.



      ******************************************************************
      *
      *    RELEASE-GARNISHMENT-ORDER
      *
      *    CLEARS THE ORDER SLOT SO THE PAYROLL RUN STOPS TAKING IT -
      *    A RELEASE FROM THE COURT OR AGENCY, OR AN ORDER THE RUN
      *    HAS ALREADY SEEN PAID IN FULL.
      *
      ******************************************************************
       RELEASE-GARNISHMENT-ORDER.
           MOVE DED-SLOT-WORK TO DED-SLOT-INDEX.
           PERFORM CLEAR-GARNISHMENT-SLOT.

           REWRITE GARNISHMENT-MASTER-RECORD.
           MOVE GARNISHMENT-MASTER-RECORD TO MASTER-AFTER-IMAGE.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           MOVE 'GARNMAST' TO JOURNAL-FILE-ID-WORK.
           PERFORM WRITE-MASTER-JOURNAL.



      ******************************************************************
      *
      *    LOAD-OPERATOR-AUTHORITY
      *
      *    READS THE OPERATOR AUTHORITY FILE INTO A TABLE. WITH NO
      *    AUTHORITY FILE THE RUN WARNS AND APPLIES WHAT IT IS GIVEN AS
      *    IT ALWAYS HAS; A RECORD WITHOUT AN OPERATOR, A TYPE AND A
      *    NUMERIC LIMIT AUTHORIZES NOTHING.
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
                   'OPERATOR LIMITS AND SECOND APPROVALS ARE NOT '
                   'ENFORCED THIS RUN ***'
           END-IF.



      ******************************************************************
      *
      *    CLEAR-GARNISHMENT-SLOT
      *
      ******************************************************************
       CLEAR-GARNISHMENT-SLOT.
           MOVE SPACES TO GRN-ORDER-TYPE (DED-SLOT-INDEX).
           MOVE ZERO TO GRN-PRIORITY (DED-SLOT-INDEX).
           MOVE SPACES TO GRN-CASE-NUMBER (DED-SLOT-INDEX).
           MOVE SPACES TO GRN-AGENCY (DED-SLOT-INDEX).
           MOVE SPACE TO GRN-METHOD (DED-SLOT-INDEX).
           MOVE ZERO TO GRN-VALUE (DED-SLOT-INDEX).
           MOVE ZERO TO GRN-TOTAL-OWED (DED-SLOT-INDEX).
           MOVE ZERO TO GRN-TAKEN (DED-SLOT-INDEX).



      ******************************************************************
      *
      *    REGISTER-RUN-START
           COMPUTE RC-CONTROL-COUNT =
               TOTAL-ADDED-COUNT + TOTAL-CHANGED-COUNT
               + TOTAL-TERMED-COUNT + TOTAL-ENROLLED-COUNT
               + TOTAL-DEDCHG-COUNT + TOTAL-STOPPED-COUNT
               + TOTAL-ORDERS-FILED-COUNT + TOTAL-ORDERS-RELEASED-COUNT.
           MOVE ZERO TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
           ELSE
               MOVE ZEROS TO LOG-EMPLOYEE-ID
           END-IF.
           MOVE ET-OPERATOR TO LOG-OPERATOR.
           MOVE ET-APPROVER TO LOG-APPROVER.
           MOVE LOG-DETAIL-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE LOG-SUMMARY-STOPPED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-ORDERS-FILED-COUNT TO LOG-ORDERS-FILED-COUNT.
           MOVE LOG-SUMMARY-ORDERS-FILED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-ORDERS-RELEASED-COUNT
               TO LOG-ORDERS-RELEASED-COUNT.
           MOVE LOG-SUMMARY-ORDERS-RELEASED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-HELD-COUNT TO LOG-HELD-COUNT.
           MOVE LOG-SUMMARY-HELD TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-REJECTED-COUNT TO LOG-REJECTED-COUNT.
           MOVE LOG-SUMMARY-REJECTED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.
