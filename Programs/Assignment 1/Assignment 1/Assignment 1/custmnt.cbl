      *            SECURITY DEPOSIT COLLECTED AT ENROLLMENT, IF ANY
      *        C - CHANGE NAME/ADDRESS FIELDS (BLANK FIELDS ARE LEFT
      *            AS THEY STAND ON THE MASTER)
      *        X - CLOSE THE ACCOUNT (DISCONNECT), LEAVING ITS
      *            PREMISE VACANT
      *        B - ENROLL THE ACCOUNT IN THE BUDGET (LEVEL-PAY) PLAN
      *        U - TAKE THE ACCOUNT OFF THE BUDGET PLAN (ANY PLAN
      *            BALANCE SETTLES TO THE ACCOUNT AT ONCE)
      *        P - SET UP A PAYMENT ARRANGEMENT ON A PAST-DUE BALANCE
      *            (ARRANGED AMOUNT, NUMBER OF INSTALLMENTS, AND THE
      *            DAY OF THE MONTH EACH INSTALLMENT IS DUE BY)
      *        D - ENROLL THE ACCOUNT IN AUTOPAY, DRAFTING EACH BILL
      *            FROM THE CUSTOMER'S CHECKING ACCOUNT (BANK ROUTING
      *            AND ACCOUNT NUMBER); A NEW OR CHANGED BANK ACCOUNT
      *            IS PRENOTED BEFORE ANY BILL IS DRAFTED FROM IT
      *        S - STOP AUTOPAY (A DRAFT ALREADY SENT TO THE BANK
      *            STILL COMPLETES; ONE NOT YET SENT IS WITHDRAWN)
      *        E - ESTABLISH A PREMISE (SERVICE LOCATION) WITH ITS
      *            ADDRESS, ROUTE, AND WALKING SEQUENCE; A NON-ZERO
      *            ACCOUNT NUMBER LINKS AN ACCOUNT ALREADY ON SERVICE
      *            THERE AS ITS OCCUPANT
      *        M - MOVE-IN: OPEN A NEW ACCOUNT AT A PREMISE FROM THE
      *            TRANSFER READING. THE OUTGOING OCCUPANT IS LEFT FOR
      *            THE BILLING RUN TO FINAL-BILL AT THAT SAME READING,
      *            AND THE PREMISE'S METERS AND USAGE HISTORY CARRY
      *            OVER TO THE INCOMING ACCOUNT
      *
      *    EVERY TRANSACTION CARRIES THE OPERATOR WHO KEYED IT, CHECKED
      *    AGAINST THE OPERATOR AUTHORITY FILE (OPERAUTH.TXT). A
      *    DEPOSIT OR ARRANGED AMOUNT OVER THE KEYER'S LIMIT, OR ANY
      *    AUTOPAY BANK ROUTING/ACCOUNT ENROLLMENT, NEEDS A SECOND
      *    AUTHORIZED OPERATOR: WITHOUT ONE THE TRANSACTION IS HELD ON
      *    THE PENDING-APPROVAL FILE (PENDING.TXT) UNTIL THE APPROVAL
      *    RELEASE (APPROVE) RELEASES IT, WITH THE APPROVER STAMPED
      *    ON, TO THE RELEASED-TRANSACTION FILE (CUSTREL.TXT). THE
      *    RELEASES ARE APPLIED AFTER THE KEYED TRANSACTIONS, THROUGH
      *    THE SAME EDITS AND AUTHORITY CHECKS, AND THE FILE IS
      *    EMPTIED AT THE END OF THE RUN.
      *
      ******************************************************************

       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'CUSTTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELEASED-TRANSACTION-FILE
               ASSIGN TO 'CUSTREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-LOG ASSIGN TO 'MAINTLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-FILE ASSIGN TO 'ARRANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACCOUNT-NUMBER.
           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ACCOUNT-NUMBER.
           SELECT OPTIONAL PREMISE-MASTER ASSIGN TO 'PREMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-PREMISE-ID.
           SELECT OPTIONAL OCCUPANCY-FILE ASSIGN TO 'OCCUPY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCC-ACCOUNT-NUMBER.
           SELECT OPTIONAL OPERATOR-AUTHORITY-FILE
               ASSIGN TO 'OPERAUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO 'PENDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * MAINTENANCE TRANSACTION FILE INFORMATION
      * A 'P' (PAYMENT ARRANGEMENT) TRANSACTION CARRIES THE
      * ARRANGEMENT TERMS, AND A 'D' (AUTOPAY ENROLLMENT) THE BANK
      * NUMBERS, WHERE THE OTHER ACTIONS CARRY THE NAME AND ADDRESS.
      * AN 'E' (ESTABLISH PREMISE) CARRIES THE PREMISE ID, ROUTE,
      * WALKING SEQUENCE AND LINK DATE WHERE THE NAME GOES, AND AN
      * 'M' (MOVE-IN) THE PREMISE ID AND MOVE DATE WHERE THE STREET
      * ADDRESS GOES - THE PREMISE SUPPLIES THE ADDRESS. EVERY ACTION
      * CARRIES THE KEYING OPERATOR, AND THE APPROVER ONCE A SECOND
      * OPERATOR HAS RELEASED IT
       FD TRANSACTION-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS MAINTENANCE-TRANSACTION.
       01 MAINTENANCE-TRANSACTION.
         03 TRAN-ACTION PIC X(1).
         03 TRAN-ACCOUNT-NUMBER PIC 9(6).
         03 TRAN-DETAIL-DATA.
           05 TRAN-FIRST-NAME PIC X(12).
           05 TRAN-LAST-NAME PIC X(12).
           05 TRAN-STREET-ADDRESS PIC X(15).
           05 TRAN-CITY PIC X(13).
           05 TRAN-STATE PIC X(2).
           05 TRAN-INITIAL-READING PIC 9(5).
           05 TRAN-RATE-CLASS PIC X(1).
           05 TRAN-DEPOSIT-AMOUNT PIC X(9).
           05 TRAN-DEPOSIT-AMOUNT-9 REDEFINES TRAN-DEPOSIT-AMOUNT
               PIC 9(7)V99.
         03 TRAN-ARRANGEMENT-DATA REDEFINES TRAN-DETAIL-DATA.
           05 TRAN-ARR-AMOUNT PIC X(9).
           05 TRAN-ARR-AMOUNT-9 REDEFINES TRAN-ARR-AMOUNT
               PIC 9(7)V99.
           05 TRAN-ARR-INSTALLMENTS PIC X(2).
           05 TRAN-ARR-INSTALLMENTS-9 REDEFINES TRAN-ARR-INSTALLMENTS
               PIC 9(2).
           05 TRAN-ARR-DUE-DAY PIC X(2).
           05 TRAN-ARR-DUE-DAY-9 REDEFINES TRAN-ARR-DUE-DAY
               PIC 9(2).
           05 FILLER PIC X(56).
         03 TRAN-AUTOPAY-DATA REDEFINES TRAN-DETAIL-DATA.
           05 TRAN-AP-ROUTING PIC X(9).
           05 TRAN-AP-ROUTING-9 REDEFINES TRAN-AP-ROUTING
               PIC 9(9).
           05 TRAN-AP-BANK-ACCOUNT PIC X(17).
           05 FILLER PIC X(43).
         03 TRAN-PREMISE-DATA REDEFINES TRAN-DETAIL-DATA.
           05 TRAN-PRM-PREMISE-ID PIC X(7).
           05 TRAN-PRM-PREMISE-ID-9 REDEFINES TRAN-PRM-PREMISE-ID
               PIC 9(7).
           05 TRAN-PRM-ROUTE PIC X(3).
           05 TRAN-PRM-ROUTE-9 REDEFINES TRAN-PRM-ROUTE
               PIC 9(3).
           05 TRAN-PRM-SEQUENCE PIC X(4).
           05 TRAN-PRM-SEQUENCE-9 REDEFINES TRAN-PRM-SEQUENCE
               PIC 9(4).
           05 TRAN-PRM-LINK-DATE PIC X(8).
           05 TRAN-PRM-LINK-DATE-9 REDEFINES TRAN-PRM-LINK-DATE
               PIC 9(8).
           05 FILLER PIC X(47).
         03 TRAN-MOVE-DATA REDEFINES TRAN-DETAIL-DATA.
           05 FILLER PIC X(24).
           05 TRAN-MOVE-PREMISE-ID PIC X(7).
           05 TRAN-MOVE-PREMISE-ID-9 REDEFINES TRAN-MOVE-PREMISE-ID
               PIC 9(7).
           05 TRAN-MOVE-DATE PIC X(8).
           05 TRAN-MOVE-DATE-9 REDEFINES TRAN-MOVE-DATE
               PIC 9(8).
           05 FILLER PIC X(30).
         03 TRAN-OPERATOR PIC X(3).
         03 TRAN-APPROVER PIC X(3).

      * RELEASED TRANSACTIONS - HELD TRANSACTIONS A SECOND OPERATOR
      * HAS RELEASED THROUGH THE APPROVAL RUN (APPROVE), SAME RECORD
      * AS THE KEYED TRANSACTIONS WITH THE APPROVER STAMPED ON
       FD RELEASED-TRANSACTION-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS RELEASED-TRANSACTION.
       01 RELEASED-TRANSACTION PIC X(82).

      * MAINTENANCE LOG OUTPUT INFORMATION
       FD MAINTENANCE-LOG
         03 RC-CONTROL-COUNT PIC 9(7).
         03 RC-CONTROL-AMOUNT PIC 9(11)V99.

      * PAYMENT ARRANGEMENTS - SAME RECORD THE BILLING RUN
      * (ASSIGNMENT1) CARRIES
       FD ARRANGEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARRANGEMENT-RECORD.
       01 ARRANGEMENT-RECORD.
         03 ARR-ACCOUNT-NUMBER PIC 9(6).
         03 ARR-STATUS PIC X(1).
         03 ARR-ARRANGED-AMOUNT PIC 9(7)V99.
         03 ARR-INSTALLMENT-COUNT PIC 9(2).
         03 ARR-DUE-DAY PIC 9(2).
         03 ARR-INSTALLMENT-AMOUNT PIC 9(7)V99.
         03 ARR-INSTALLMENTS-BILLED PIC 9(2).
         03 ARR-INSTALLMENTS-PAID PIC 9(2).
         03 ARR-AMOUNT-PAID PIC 9(7)V99.
         03 ARR-PENDING-AMOUNT PIC 9(7)V99.
         03 ARR-SETUP-DATE PIC 9(8).
         03 ARR-LAST-BILLED-PERIOD PIC 9(6).
         03 ARR-BROKEN-PERIOD PIC 9(6).
         03 FILLER PIC X(9).

      * AUTOPAY ENROLLMENTS - SAME RECORD THE BILLING RUN
      * (ASSIGNMENT1) CARRIES
       FD AUTOPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUTOPAY-RECORD.
       01 AUTOPAY-RECORD.
         03 AP-ACCOUNT-NUMBER PIC 9(6).
         03 AP-STATUS PIC X(1).
         03 AP-BANK-ROUTING PIC 9(9).
         03 AP-BANK-ACCOUNT PIC X(17).
         03 AP-PRENOTE-DATE PIC 9(8).
         03 AP-ENROLL-DATE PIC 9(8).
         03 AP-DRAFT-STATUS PIC X(1).
         03 AP-DRAFT-AMOUNT PIC 9(7)V99.
         03 AP-DRAFT-DATE PIC 9(8).
         03 AP-DRAFT-PERIOD PIC 9(6).
         03 FILLER PIC X(7).

      * PREMISE MASTER - SAME RECORD THE BILLING RUN (ASSIGNMENT1)
      * CARRIES. ONE RECORD PER SERVICE LOCATION, OWNING THE SERVICE
      * ADDRESS, ROUTE, METERS AND USAGE HISTORY ACROSS OCCUPANTS
       FD PREMISE-MASTER
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS PREMISE-MASTER-RECORD.
       01 PREMISE-MASTER-RECORD.
         03 PRM-PREMISE-ID PIC 9(7).
         03 PRM-STREET-ADDRESS PIC X(15).
         03 PRM-CITY PIC X(13).
         03 PRM-STATE PIC X(2).
         03 PRM-ROUTE PIC 9(3).
         03 PRM-ROUTE-SEQUENCE PIC 9(4).
         03 PRM-STATUS PIC X(1).
         03 PRM-ACCOUNT PIC 9(6).
         03 PRM-PRIOR-ACCOUNT PIC 9(6).
         03 PRM-OCCUPIED-DATE PIC 9(8).
         03 PRM-LAST-READING PIC 9(5).
         03 PRM-HISTORY-COUNT PIC 9(2).
         03 PRM-PRIOR-USAGE PIC 9(5) OCCURS 6 TIMES.
         03 FILLER PIC X(18).

      * OCCUPANCY - SAME RECORD THE BILLING RUN (ASSIGNMENT1)
      * CARRIES. LINKS AN ACCOUNT TO ITS PREMISE FOR A DATE RANGE
       FD OCCUPANCY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OCCUPANCY-RECORD.
       01 OCCUPANCY-RECORD.
         03 OCC-ACCOUNT-NUMBER PIC 9(6).
         03 OCC-PREMISE-ID PIC 9(7).
         03 OCC-STATUS PIC X(1).
         03 OCC-START-DATE PIC 9(8).
         03 OCC-START-READING PIC 9(5).
         03 OCC-END-DATE.
           05 OCC-END-PERIOD PIC 9(6).
           05 OCC-END-DAY PIC 9(2).
         03 OCC-END-READING PIC 9(5).
         03 OCC-TRANSFER-READING PIC 9(5).
         03 OCC-SUCCESSOR-ACCOUNT PIC 9(6).
         03 FILLER PIC X(9).

      * MASTER-UPDATE JOURNAL - SAME RECORD THE BILLING RUN APPENDS,
      * SO EVERY TOUCH OF THE CUSTOMER MASTER IS RECOVERABLE
       FD MASTER-JOURNAL
         03 JRN-BEFORE-IMAGE PIC X(200).
         03 JRN-AFTER-IMAGE PIC X(200).

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

      *     TO APPLY WHILE WORKING DOWN THE BUCKETS AT CLOSE
       01 DEPOSIT-REMAINING-WORK PIC S9(7)V99 VALUE ZERO.

      * ARRANGEMENT-FOUND-SWITCH: 'Y' WHEN THE ACCOUNT ALREADY HAS AN
      *     ARRANGEMENT RECORD (LIVE OR NOT); ARRANGEMENT-BEFORE-IMAGE
      *     IS THAT RECORD AS IT STOOD WHEN READ
       01 ARRANGEMENT-FOUND-SWITCH PIC X VALUE 'N'.
       01 ARRANGEMENT-BEFORE-IMAGE PIC X(200) VALUE SPACES.

      * AUTOPAY-FOUND-SWITCH: 'Y' WHEN THE ACCOUNT ALREADY HAS AN
      *     AUTOPAY RECORD (ACTIVE OR STOPPED); AUTOPAY-BEFORE-IMAGE
      *     IS THAT RECORD AS IT STOOD WHEN READ
       01 AUTOPAY-FOUND-SWITCH PIC X VALUE 'N'.
       01 AUTOPAY-BEFORE-IMAGE PIC X(200) VALUE SPACES.

      * PREMISE-FOUND-SWITCH / OCCUPANCY-FOUND-SWITCH: 'Y' WHEN THE
      *     PREMISE OR OCCUPANCY RECORD WANTED IS ON FILE; THE BEFORE
      *     IMAGES ARE THOSE RECORDS AS THEY STOOD WHEN READ
       01 PREMISE-FOUND-SWITCH PIC X VALUE 'N'.
       01 PREMISE-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 OCCUPANCY-FOUND-SWITCH PIC X VALUE 'N'.
       01 OCCUPANCY-BEFORE-IMAGE PIC X(200) VALUE SPACES.

      * OCCUPANCY WORK FIELDS: THE ACCOUNT AN OCCUPANCY IS STARTED
      *     FOR, THE DATE IT STARTS, AND THE READING IT STARTS FROM
       01 OCCUPANCY-ACCOUNT-WORK PIC 9(6) VALUE ZERO.
       01 OCCUPANCY-DATE-WORK PIC 9(8) VALUE ZERO.
       01 OCCUPANCY-READING-WORK PIC 9(5) VALUE ZERO.

      * ROUTING-NUMBER CHECK-DIGIT WORK FIELDS - THE SAME ABA 3-7-1
      *     TEST PAYROLL'S EMPLOYEE MAINTENANCE RUNS ON A KEYED
      *     DIRECT-DEPOSIT ROUTING NUMBER
       01 ROUTING-CHECK-FIELDS PIC X(9) VALUE ZEROS.
       01 ROUTING-DIGIT-TABLE REDEFINES ROUTING-CHECK-FIELDS.
         03 ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
       01 ROUTING-CHECK-SUM PIC 9(3) VALUE ZERO.
       01 ROUTING-VALID-SWITCH PIC X VALUE 'N'.

      * PAST-DUE-WORK: WHAT THE ACCOUNT OWES IN THE 30/60/90 BUCKETS,
      *     THE MOST AN ARRANGEMENT MAY SPREAD OUT
       01 PAST-DUE-WORK PIC S9(7)V99 VALUE ZERO.

      * HISTORY-INDEX: SUBSCRIPT USED WHILE CLEARING OR COPYING A
      *     USAGE HISTORY
       01 HISTORY-INDEX PIC 9(2) VALUE ZERO.

       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'CUSTMNT'.

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
       01 PENDING-SYSTEM-NAME PIC X(8) VALUE 'CUSTMNT'.
       01 TRANSACTION-SEQUENCE-WORK PIC 9(5) VALUE ZERO.

      * JOURNALING WORK FIELDS - THE MASTER RECORD AS IT STOOD WHEN
      *     READ, AND THE CLOCK STAMP
       01 MASTER-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 TOTAL-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-UNENROLLED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ARRANGED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-AUTOPAY-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-AUTOPAY-STOPPED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-PREMISE-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-MOVE-IN-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-REJECTED-COUNT PIC 9(5) VALUE ZERO.

      * REJECT REASONS
           VALUE 'ALREADY ON BUDGET PLAN'.
       01 ERR-NOT-ON-PLAN PIC X(30)
           VALUE 'NOT ON BUDGET PLAN'.
       01 ERR-ACCOUNT-CLOSED PIC X(30)
           VALUE 'ACCOUNT IS CLOSED'.
       01 ERR-INVALID-ARR-AMOUNT PIC X(30)
           VALUE 'ARRANGED AMOUNT NOT PAST DUE'.
       01 ERR-INVALID-INSTALLMENTS PIC X(30)
           VALUE 'INSTALLMENTS NOT 2 THRU 24'.
       01 ERR-INVALID-DUE-DAY PIC X(30)
           VALUE 'DUE DAY NOT 1 THRU 28'.
       01 ERR-ARRANGEMENT-ACTIVE PIC X(30)
           VALUE 'ARRANGEMENT ALREADY ACTIVE'.
       01 ERR-BAD-BANK-DATA PIC X(30)
           VALUE 'BANK ROUTING/ACCOUNT INVALID'.
       01 ERR-BAD-CHECK-DIGIT PIC X(30)
           VALUE 'ROUTING CHECK DIGIT FAILS'.
       01 ERR-NOT-ON-AUTOPAY PIC X(30)
           VALUE 'NOT ENROLLED IN AUTOPAY'.
       01 ERR-INVALID-PREMISE PIC X(30)
           VALUE 'INVALID PREMISE ID'.
       01 ERR-PREMISE-EXISTS PIC X(30)
           VALUE 'PREMISE ALREADY ON FILE'.
       01 ERR-PREMISE-NOT-ON-FILE PIC X(30)
           VALUE 'PREMISE NOT ON FILE'.
       01 ERR-MISSING-ADDRESS PIC X(30)
           VALUE 'SERVICE ADDRESS MISSING'.
       01 ERR-INVALID-ROUTE PIC X(30)
           VALUE 'NON-NUMERIC ROUTE/SEQUENCE'.
       01 ERR-INVALID-MOVE-DATE PIC X(30)
           VALUE 'INVALID MOVE/LINK DATE'.
       01 ERR-ALREADY-AT-PREMISE PIC X(30)
           VALUE 'ACCOUNT ALREADY AT A PREMISE'.
       01 ERR-OCCUPANT-NOT-ACTIVE PIC X(30)
           VALUE 'OCCUPANT ALREADY MOVING OUT'.
       01 ERR-OPERATOR-NOT-AUTHORIZED PIC X(30)
           VALUE 'OPERATOR NOT AUTHORIZED'.

      * HOLD REASONS
       01 HOLD-OVER-LIMIT PIC X(30)
           VALUE 'OVER OPERATOR LIMIT'.
       01 HOLD-SENSITIVE-CHANGE PIC X(30)
           VALUE 'AUTOPAY BANK CHANGE'.

      * MAINTENANCE LOG LINES
       01 LOG-DETAIL-LINE.
         03 LOG-DISPOSITION PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-REASON PIC X(30).
         03 FILLER PIC X(2) VALUE SPACES.
         03 LOG-OPERATOR PIC X(3).
         03 FILLER PIC X(3) VALUE SPACES.
         03 LOG-APPROVER PIC X(3).

       01 LOG-HEADING.
         03 FILLER PIC X(3) VALUE 'ACT'.
         03 FILLER PIC X(9) VALUE ' ACCOUNT '.
         03 FILLER PIC X(12) VALUE 'DISPOSITION'.
         03 FILLER PIC X(32) VALUE 'REASON'.
         03 FILLER PIC X(6) VALUE 'KEYED'.
         03 FILLER PIC X(5) VALUE 'APPR'.

       01 LOG-SUMMARY-ADDED.
         03 FILLER PIC X(30) VALUE 'ACCOUNTS ADDED:'.
         03 FILLER PIC X(30) VALUE 'BUDGET-PLAN WITHDRAWALS:'.
         03 LOG-UNENROLLED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-ARRANGED.
         03 FILLER PIC X(30) VALUE 'PAYMENT ARRANGEMENTS SET UP:'.
         03 LOG-ARRANGED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-AUTOPAY-ENROLLED.
         03 FILLER PIC X(30) VALUE 'AUTOPAY ENROLLMENTS:'.
         03 LOG-AUTOPAY-ENROLLED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-AUTOPAY-STOPPED.
         03 FILLER PIC X(30) VALUE 'AUTOPAY STOPPED:'.
         03 LOG-AUTOPAY-STOPPED-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-PREMISES.
         03 FILLER PIC X(30) VALUE 'PREMISES ESTABLISHED:'.
         03 LOG-PREMISE-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-MOVE-INS.
         03 FILLER PIC X(30) VALUE 'MOVE-INS:'.
         03 LOG-MOVE-IN-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-HELD.
         03 FILLER PIC X(30) VALUE 'HELD FOR APPROVAL:'.
         03 LOG-HELD-COUNT PIC ZZ,ZZ9.

       01 LOG-SUMMARY-REJECTED.
         03 FILLER PIC X(30) VALUE 'TRANSACTIONS REJECTED:'.
         03 LOG-REJECTED-COUNT PIC ZZ,ZZ9.
      *    TOUCHED, SO EVERY JOURNALED UPDATE CAN BE WINDOWED ON IT
           PERFORM REGISTER-RUN-START.

      *    WHO MAY KEY WHAT, AND FOR HOW MUCH
           PERFORM LOAD-OPERATOR-AUTHORITY.

           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-LOG.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O ARRANGEMENT-FILE.
           OPEN I-O AUTOPAY-FILE.
           OPEN I-O PREMISE-MASTER.
           OPEN I-O OCCUPANCY-FILE.
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
             CUSTOMER-MASTER
             ARRANGEMENT-FILE
             AUTOPAY-FILE
             PREMISE-MASTER
             OCCUPANCY-FILE
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
      *    OPERATOR'S AUTHORITY FOR IT, APPLIES IT TO THE MASTER WHEN
      *    IT IS CLEAN (OR HOLDS IT WHEN IT STILL NEEDS A SECOND
      *    OPERATOR'S APPROVAL), LOGS THE OUTCOME EITHER WAY, AND
      *    READS THE NEXT TRANSACTION.
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



      *    ACCOUNT UP ON THE MASTER, AND ENFORCES WHAT EACH ACTION
      *    REQUIRES: AN ADD MUST BE A NEW ACCOUNT WITH A NAME, A VALID
      *    STATE, AND A NUMERIC STARTING READING; A CHANGE OR CLOSE
      *    MUST NAME AN ACCOUNT ALREADY ON THE MASTER; A PAYMENT
      *    ARRANGEMENT MUST CARRY WORKABLE TERMS; AN AUTOPAY
      *    ENROLLMENT MUST CARRY BANK NUMBERS THAT PASS THE EDIT; A
      *    NEW PREMISE MUST BE NEW AND CARRY AN ADDRESS; A MOVE-IN
      *    MUST BE A NEW ACCOUNT AT A PREMISE ON FILE.
      *
      ******************************************************************
       VALIDATE-TRANSACTION.

           IF TRAN-ACTION NOT = 'A' AND TRAN-ACTION NOT = 'C'
                AND TRAN-ACTION NOT = 'X' AND TRAN-ACTION NOT = 'B'
                AND TRAN-ACTION NOT = 'U' AND TRAN-ACTION NOT = 'P'
                AND TRAN-ACTION NOT = 'D' AND TRAN-ACTION NOT = 'S'
                AND TRAN-ACTION NOT = 'E' AND TRAN-ACTION NOT = 'M'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-ACTION TO REJECT-REASON.

               PERFORM LOOKUP-CUSTOMER-MASTER
               IF TRAN-ACTION = 'A'
                   PERFORM VALIDATE-ADD-TRANSACTION
               ELSE
               IF TRAN-ACTION = 'M'
                   PERFORM VALIDATE-MOVE-IN-TRANSACTION
               ELSE
               IF TRAN-ACTION = 'E'
                   PERFORM VALIDATE-PREMISE-TRANSACTION
               ELSE
                   IF MASTER-FOUND-SWITCH = 'N'
                       ADD 1 TO VALID-RECORD-SWITCH
                        AND TRAN-RATE-CLASS NOT = SPACES
                       PERFORM VALIDATE-RATE-CLASS
                   END-IF
      *            A WRITTEN-OFF ACCOUNT IS ALREADY CLOSED AND
      *            WITH THE AGENCY - CLOSING IT AGAIN WOULD PUT IT
      *            BACK IN LINE FOR ANOTHER WRITE-OFF
                   IF TRAN-ACTION = 'X'
                        AND MASTER-FOUND-SWITCH = 'Y'
                        AND MASTER-ACCOUNT-STATUS = 'W'
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-ACCOUNT-CLOSED TO REJECT-REASON
                   END-IF
                   IF TRAN-ACTION = 'B'
                        AND MASTER-FOUND-SWITCH = 'Y'
                        AND MASTER-BUDGET-SWITCH = 'B'
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-NOT-ON-PLAN TO REJECT-REASON
                   END-IF
                   IF TRAN-ACTION = 'P'
                        AND MASTER-FOUND-SWITCH = 'Y'
                       PERFORM VALIDATE-ARRANGEMENT-TRANSACTION
                   END-IF
                   IF TRAN-ACTION = 'D'
                        AND MASTER-FOUND-SWITCH = 'Y'
                       PERFORM VALIDATE-AUTOPAY-TRANSACTION
                   END-IF
                   IF TRAN-ACTION = 'S'
                        AND MASTER-FOUND-SWITCH = 'Y'
                       PERFORM LOOKUP-AUTOPAY
                       IF AUTOPAY-FOUND-SWITCH = 'N'
                            OR AP-STATUS NOT = 'A'
                           ADD 1 TO VALID-RECORD-SWITCH
                           MOVE ERR-NOT-ON-AUTOPAY TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF END-IF END-IF
           END-IF.


      *
      *    AN ADD ENROLLS A BRAND-NEW ACCOUNT, SO IT MUST NOT COLLIDE
      *    WITH AN EXISTING ONE AND MUST CARRY EVERYTHING THE BILLING
      *    RUN WILL LATER DEPEND ON. A MOVE-IN IS CHECKED THE SAME
      *    WAY, EXCEPT THAT ITS ADDRESS COMES FROM THE PREMISE.
      *
      ******************************************************************
       VALIDATE-ADD-TRANSACTION.
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-DEPOSIT TO REJECT-REASON.

           IF TRAN-ACTION = 'A'
               PERFORM VALIDATE-STATE-CODE
           END-IF.

           IF TRAN-RATE-CLASS NOT = SPACES
               PERFORM VALIDATE-RATE-CLASS



      ******************************************************************
      *
      *    VALIDATE-PREMISE-TRANSACTION
      *
      *    A NEW PREMISE NEEDS AN UNUSED, NON-ZERO PREMISE ID AND A
      *    SERVICE ADDRESS IN A STATE WE OPERATE IN; ITS ROUTE AND
      *    WALKING SEQUENCE MAY BE LEFT BLANK UNTIL THE ROUTE IS
      *    LAID OUT. A NON-ZERO ACCOUNT NUMBER NAMES AN ACCOUNT
      *    ALREADY ON SERVICE THERE, WHICH MUST BE OPEN AND NOT
      *    ALREADY LINKED TO ANOTHER PREMISE.
      *
      ******************************************************************
       VALIDATE-PREMISE-TRANSACTION.
           IF TRAN-PRM-PREMISE-ID IS NOT NUMERIC
                OR TRAN-PRM-PREMISE-ID-9 = ZERO
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-PREMISE TO REJECT-REASON
           ELSE
               MOVE TRAN-PRM-PREMISE-ID-9 TO PRM-PREMISE-ID
               PERFORM LOOKUP-PREMISE
               IF PREMISE-FOUND-SWITCH = 'Y'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-PREMISE-EXISTS TO REJECT-REASON
               END-IF
           END-IF.

           IF TRAN-STREET-ADDRESS = SPACES
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-MISSING-ADDRESS TO REJECT-REASON.

           IF (TRAN-PRM-ROUTE NOT = SPACES
                AND TRAN-PRM-ROUTE IS NOT NUMERIC)
                OR (TRAN-PRM-SEQUENCE NOT = SPACES
                AND TRAN-PRM-SEQUENCE IS NOT NUMERIC)
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-ROUTE TO REJECT-REASON.

           IF TRAN-PRM-LINK-DATE NOT = SPACES
                AND TRAN-PRM-LINK-DATE IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-MOVE-DATE TO REJECT-REASON.

           PERFORM VALIDATE-STATE-CODE.

           IF TRAN-ACCOUNT-NUMBER > ZERO
               IF MASTER-FOUND-SWITCH = 'N'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-ACCOUNT-NOT-ON-MASTER TO REJECT-REASON
               ELSE
                   IF MASTER-ACCOUNT-STATUS = 'C'
                        OR MASTER-ACCOUNT-STATUS = 'W'
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-ACCOUNT-CLOSED TO REJECT-REASON
                   END-IF
                   MOVE TRAN-ACCOUNT-NUMBER TO OCC-ACCOUNT-NUMBER
                   PERFORM LOOKUP-OCCUPANCY
                   IF OCCUPANCY-FOUND-SWITCH = 'Y'
                        AND OCC-STATUS = 'A'
                       ADD 1 TO VALID-RECORD-SWITCH
                       MOVE ERR-ALREADY-AT-PREMISE TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-MOVE-IN-TRANSACTION
      *
      *    A MOVE-IN OPENS A BRAND-NEW ACCOUNT, SO IT MUST PASS
      *    EVERYTHING AN ADD DOES, AND MUST ALSO NAME A PREMISE ON
      *    FILE AND CARRY THE MOVE DATE. THE TRANSFER READING RIDES
      *    IN THE STARTING-READING FIELD. AN OCCUPIED PREMISE'S
      *    CURRENT OCCUPANT MUST STILL BE IN RESIDENCE - ONE ALREADY
      *    MOVING OUT CANNOT MOVE OUT TWICE.
      *
      ******************************************************************
       VALIDATE-MOVE-IN-TRANSACTION.
           PERFORM VALIDATE-ADD-TRANSACTION.

           IF TRAN-MOVE-DATE IS NOT NUMERIC
                OR TRAN-MOVE-DATE-9 = ZERO
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-MOVE-DATE TO REJECT-REASON.

           IF TRAN-MOVE-PREMISE-ID IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-PREMISE TO REJECT-REASON
           ELSE
               MOVE TRAN-MOVE-PREMISE-ID-9 TO PRM-PREMISE-ID
               PERFORM LOOKUP-PREMISE
               IF PREMISE-FOUND-SWITCH = 'N'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-PREMISE-NOT-ON-FILE TO REJECT-REASON
               ELSE
                   IF PRM-STATUS = 'O'
                       MOVE PRM-ACCOUNT TO OCC-ACCOUNT-NUMBER
                       PERFORM LOOKUP-OCCUPANCY
                       IF OCCUPANCY-FOUND-SWITCH = 'N'
                            OR OCC-STATUS NOT = 'A'
                           ADD 1 TO VALID-RECORD-SWITCH
                           MOVE ERR-OCCUPANT-NOT-ACTIVE
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-ARRANGEMENT-TRANSACTION
      *
      *    A PAYMENT ARRANGEMENT SPREADS WHAT THE ACCOUNT ALREADY OWES
      *    PAST DUE OVER 2 TO 24 MONTHLY INSTALLMENTS, DUE BY A DAY
      *    EVERY MONTH HAS. A CLOSED ACCOUNT BELONGS TO COLLECTIONS,
      *    NOT TO AN ARRANGEMENT, AND AN ACCOUNT GETS ONE LIVE
      *    ARRANGEMENT AT A TIME.
      *
      ******************************************************************
       VALIDATE-ARRANGEMENT-TRANSACTION.
           IF MASTER-ACCOUNT-STATUS = 'C'
                OR MASTER-ACCOUNT-STATUS = 'W'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ACCOUNT-CLOSED TO REJECT-REASON.

           COMPUTE PAST-DUE-WORK =
               MASTER-BAL-30 + MASTER-BAL-60 + MASTER-BAL-90.

           IF TRAN-ARR-AMOUNT IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-ARR-AMOUNT TO REJECT-REASON
           ELSE
               IF TRAN-ARR-AMOUNT-9 = ZERO
                    OR TRAN-ARR-AMOUNT-9 > PAST-DUE-WORK
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-INVALID-ARR-AMOUNT TO REJECT-REASON
               END-IF
           END-IF.

           IF TRAN-ARR-INSTALLMENTS IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-INSTALLMENTS TO REJECT-REASON
           ELSE
               IF TRAN-ARR-INSTALLMENTS-9 < 2
                    OR TRAN-ARR-INSTALLMENTS-9 > 24
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-INVALID-INSTALLMENTS TO REJECT-REASON
               END-IF
           END-IF.

           IF TRAN-ARR-DUE-DAY IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-DUE-DAY TO REJECT-REASON
           ELSE
               IF TRAN-ARR-DUE-DAY-9 < 1
                    OR TRAN-ARR-DUE-DAY-9 > 28
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-INVALID-DUE-DAY TO REJECT-REASON
               END-IF
           END-IF.

           PERFORM LOOKUP-ARRANGEMENT.
           IF ARRANGEMENT-FOUND-SWITCH = 'Y'
                AND ARR-STATUS = 'A'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ARRANGEMENT-ACTIVE TO REJECT-REASON.



      ******************************************************************
      *
      *    VALIDATE-AUTOPAY-TRANSACTION
      *
      *    AN AUTOPAY ENROLLMENT DRAFTS EVERY BILL FROM THE BANK
      *    ACCOUNT KEYED, SO THE ROUTING NUMBER MUST BE NUMERIC,
      *    NON-ZERO, AND PASS THE ABA CHECK-DIGIT TEST, AND AN
      *    ACCOUNT NUMBER MUST BE PRESENT. A CLOSED ACCOUNT HAS NO
      *    BILLS LEFT TO DRAFT.
      *
      ******************************************************************
       VALIDATE-AUTOPAY-TRANSACTION.
           IF MASTER-ACCOUNT-STATUS = 'C'
                OR MASTER-ACCOUNT-STATUS = 'W'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ACCOUNT-CLOSED TO REJECT-REASON.

           IF TRAN-AP-ROUTING IS NOT NUMERIC
                OR TRAN-AP-ROUTING = '000000000'
                OR TRAN-AP-BANK-ACCOUNT = SPACES
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-BAD-BANK-DATA TO REJECT-REASON
           ELSE
               PERFORM CHECK-ROUTING-DIGIT
               IF ROUTING-VALID-SWITCH = 'N'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-BAD-CHECK-DIGIT TO REJECT-REASON
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CHECK-ROUTING-DIGIT
      *
      *    THE ABA CHECK-DIGIT TEST (WEIGHTS 3-7-1 REPEATING, SUM
      *    DIVISIBLE BY TEN) ON THE KEYED ROUTING NUMBER - THE EDIT
      *    THAT STOPS A FAT-FINGERED DIGIT BEFORE A DRAFT CAN BE
      *    SENT AGAINST SOMEBODY ELSE'S BANK.
      *
      ******************************************************************
       CHECK-ROUTING-DIGIT.
           MOVE TRAN-AP-ROUTING TO ROUTING-CHECK-FIELDS.
           COMPUTE ROUTING-CHECK-SUM =
               (3 * ROUTING-DIGIT (1)) + (7 * ROUTING-DIGIT (2))
               + ROUTING-DIGIT (3)
               + (3 * ROUTING-DIGIT (4)) + (7 * ROUTING-DIGIT (5))
               + ROUTING-DIGIT (6)
               + (3 * ROUTING-DIGIT (7)) + (7 * ROUTING-DIGIT (8))
               + ROUTING-DIGIT (9).
           IF FUNCTION MOD (ROUTING-CHECK-SUM, 10) = ZERO
               MOVE 'Y' TO ROUTING-VALID-SWITCH
           ELSE
               MOVE 'N' TO ROUTING-VALID-SWITCH
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-STATE-CODE



      ******************************************************************
      *
      *    LOOKUP-ARRANGEMENT
      *
      *    LOOKS UP THE PAYMENT-ARRANGEMENT RECORD FOR THE
      *    TRANSACTION'S ACCOUNT AND LEAVES IT IN THE RECORD AREA
      *    WHEN FOUND.
      *
      ******************************************************************
       LOOKUP-ARRANGEMENT.
           MOVE 'N' TO ARRANGEMENT-FOUND-SWITCH.
           MOVE SPACES TO ARRANGEMENT-BEFORE-IMAGE.
           MOVE TRAN-ACCOUNT-NUMBER TO ARR-ACCOUNT-NUMBER.

           READ ARRANGEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO ARRANGEMENT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO ARRANGEMENT-FOUND-SWITCH
                   MOVE ARRANGEMENT-RECORD TO ARRANGEMENT-BEFORE-IMAGE
           END-READ.



      ******************************************************************
      *
      *    LOOKUP-AUTOPAY
      *
      *    LOOKS UP THE AUTOPAY RECORD FOR THE TRANSACTION'S ACCOUNT
      *    AND LEAVES IT IN THE RECORD AREA WHEN FOUND.
      *
      ******************************************************************
       LOOKUP-AUTOPAY.
           MOVE 'N' TO AUTOPAY-FOUND-SWITCH.
           MOVE SPACES TO AUTOPAY-BEFORE-IMAGE.
           MOVE TRAN-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER.

           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'N' TO AUTOPAY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO AUTOPAY-FOUND-SWITCH
                   MOVE AUTOPAY-RECORD TO AUTOPAY-BEFORE-IMAGE
           END-READ.



      ******************************************************************
      *
      *    LOOKUP-PREMISE
      *
      *    LOOKS UP THE PREMISE NAMED IN PRM-PREMISE-ID AND LEAVES IT
      *    IN THE RECORD AREA WHEN FOUND.
      *
      ******************************************************************
       LOOKUP-PREMISE.
           MOVE 'N' TO PREMISE-FOUND-SWITCH.
           MOVE SPACES TO PREMISE-BEFORE-IMAGE.

           READ PREMISE-MASTER
               INVALID KEY
                   MOVE 'N' TO PREMISE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO PREMISE-FOUND-SWITCH
                   MOVE PREMISE-MASTER-RECORD TO PREMISE-BEFORE-IMAGE
           END-READ.



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
               MOVE TRAN-OPERATOR TO AUTH-OPERATOR-WORK
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

           IF TRAN-APPROVER NOT = SPACES
                AND TRAN-APPROVER NOT = TRAN-OPERATOR
               MOVE TRAN-APPROVER TO AUTH-OPERATOR-WORK
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
      *    THE AUTHORITY TYPE IS 'CUS' AND THE ACTION CODE. THE DOLLAR
      *    AMOUNT AUTHORIZED IS THE SECURITY DEPOSIT A NEW ACCOUNT OR
      *    MOVE-IN IS OPENED WITH, OR THE BALANCE A PAYMENT ARRANGEMENT
      *    SPREADS OUT. AN AUTOPAY ENROLLMENT IS SENSITIVE WHATEVER ITS
      *    AMOUNT - IT DECIDES WHOSE BANK ACCOUNT EVERY BILL IS DRAFTED
      *    FROM.
      *
      ******************************************************************
       SET-AUTHORITY-TERMS.
           MOVE 'CUS' TO AUTH-TRAN-TYPE-WORK.
           MOVE TRAN-ACTION TO AUTH-TRAN-TYPE-WORK (4:1).

           MOVE ZERO TO AUTH-AMOUNT-WORK.
           IF (TRAN-ACTION = 'A' OR TRAN-ACTION = 'M')
                AND TRAN-DEPOSIT-AMOUNT IS NUMERIC
               MOVE TRAN-DEPOSIT-AMOUNT-9 TO AUTH-AMOUNT-WORK
           END-IF.
           IF TRAN-ACTION = 'P'
                AND TRAN-ARR-AMOUNT IS NUMERIC
               MOVE TRAN-ARR-AMOUNT-9 TO AUTH-AMOUNT-WORK
           END-IF.

           MOVE 'N' TO SENSITIVE-CHANGE-SWITCH.
           IF TRAN-ACTION = 'D'
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
           MOVE TRAN-OPERATOR TO PND-OPERATOR.
           MOVE HOLD-REASON-WORK TO PND-HOLD-REASON.
           MOVE CLOCK-STAMP-YMDHMS (1:8) TO PND-HELD-DATE.
           MOVE TRAN-ACCOUNT-NUMBER TO PND-REFERENCE.
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
      *    LOOKUP-OCCUPANCY
      *
      *    LOOKS UP THE OCCUPANCY OF THE ACCOUNT IN OCC-ACCOUNT-NUMBER
      *    AND LEAVES IT IN THE RECORD AREA WHEN FOUND.
      *
      ******************************************************************
       LOOKUP-OCCUPANCY.
           MOVE 'N' TO OCCUPANCY-FOUND-SWITCH.
           MOVE SPACES TO OCCUPANCY-BEFORE-IMAGE.

           READ OCCUPANCY-FILE
               INVALID KEY
                   MOVE 'N' TO OCCUPANCY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO OCCUPANCY-FOUND-SWITCH
                   MOVE OCCUPANCY-RECORD TO OCCUPANCY-BEFORE-IMAGE
           END-READ.



      ******************************************************************
      *
      *    APPLY-TRANSACTION
               PERFORM LEAVE-BUDGET-PLAN
               ADD 1 TO TOTAL-UNENROLLED-COUNT
           END-IF.
           IF TRAN-ACTION = 'P'
               PERFORM SET-UP-ARRANGEMENT
               ADD 1 TO TOTAL-ARRANGED-COUNT
           END-IF.
           IF TRAN-ACTION = 'D'
               PERFORM ENROLL-AUTOPAY
               ADD 1 TO TOTAL-AUTOPAY-ENROLLED-COUNT
           END-IF.
           IF TRAN-ACTION = 'S'
               PERFORM STOP-AUTOPAY
               ADD 1 TO TOTAL-AUTOPAY-STOPPED-COUNT
           END-IF.
           IF TRAN-ACTION = 'E'
               PERFORM ESTABLISH-PREMISE
               ADD 1 TO TOTAL-PREMISE-COUNT
           END-IF.
           IF TRAN-ACTION = 'M'
               PERFORM MOVE-IN-CUSTOMER
               ADD 1 TO TOTAL-MOVE-IN-COUNT
           END-IF.

           MOVE 'APPLIED' TO LOG-DISPOSITION.
           MOVE SPACES TO LOG-REASON.
      *
      *    ENROLLS A NEW ACCOUNT: THE METER READING AT SERVICE START
      *    BECOMES THE PREVIOUS READING FOR THE ACCOUNT'S FIRST BILL,
      *    AND THE ACCOUNT OPENS ACTIVE WITH NOTHING OWED. A MOVE-IN
      *    ADDS ITS ACCOUNT THE SAME WAY, AT THE PREMISE'S ADDRESS
      *    AND WITH THE PREMISE'S USAGE HISTORY.
      *
      ******************************************************************
       ADD-CUSTOMER-ACCOUNT.
           ELSE
               MOVE ZERO TO MASTER-DEPOSIT-BALANCE
           END-IF.
           IF TRAN-ACTION = 'M'
               PERFORM TAKE-PREMISE-SERVICE
           END-IF.

           WRITE CUSTOMER-MASTER-RECORD.
           MOVE SPACES TO MASTER-BEFORE-IMAGE.
      *    RECORD STAYS ON THE MASTER WITH ITS BALANCE INTACT SO
      *    COLLECTIONS CAN STILL WORK IT AND A STRAY READING FOR THE
      *    ACCOUNT IS REJECTED BY THE BILLING RUN INSTEAD OF BILLED.
      *    THE ACCOUNT'S PREMISE, IF IT HAS ONE, IS LEFT VACANT.
      *
      ******************************************************************
       CLOSE-CUSTOMER-ACCOUNT.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.

           PERFORM VACATE-PREMISE.



      ******************************************************************
      *
      *    TAKE-PREMISE-SERVICE
      *
      *    A MOVE-IN IS SERVED AT ITS PREMISE'S ADDRESS, AND INHERITS
      *    THE PREMISE'S USAGE HISTORY SO THE BILLING RUN'S USAGE
      *    CHECKS AND ESTIMATES HAVE SOMETHING TO WORK FROM FROM THE
      *    FIRST BILL.
      *
      ******************************************************************
       TAKE-PREMISE-SERVICE.
           MOVE PRM-STREET-ADDRESS TO MASTER-STREET-ADDRESS.
           MOVE PRM-CITY TO MASTER-CITY.
           MOVE PRM-STATE TO MASTER-STATE.

           IF PRM-HISTORY-COUNT IS NUMERIC
               MOVE PRM-HISTORY-COUNT TO MASTER-HISTORY-COUNT
               PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
                   UNTIL HISTORY-INDEX > 6
                   MOVE PRM-PRIOR-USAGE (HISTORY-INDEX)
                       TO MASTER-PRIOR-USAGE (HISTORY-INDEX)
               END-PERFORM
           END-IF.



      ******************************************************************
      *
      *    ESTABLISH-PREMISE
      *
      *    WRITES A NEW PREMISE, VACANT UNLESS THE TRANSACTION NAMES
      *    AN ACCOUNT ALREADY ON SERVICE THERE. THAT ACCOUNT BECOMES
      *    THE OCCUPANT FROM THE LINK DATE (TODAY WHEN NONE IS KEYED),
      *    AND THE PREMISE STARTS FROM THE ACCOUNT'S LAST READING AND
      *    USAGE HISTORY, SO AN EXISTING ACCOUNT MOVES ONTO A PREMISE
      *    WITHOUT LOSING ANYTHING.
      *
      ******************************************************************
       ESTABLISH-PREMISE.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.

           MOVE SPACES TO PREMISE-MASTER-RECORD.
           MOVE TRAN-PRM-PREMISE-ID-9 TO PRM-PREMISE-ID.
           MOVE TRAN-STREET-ADDRESS TO PRM-STREET-ADDRESS.
           MOVE TRAN-CITY TO PRM-CITY.
           MOVE TRAN-STATE TO PRM-STATE.
           IF TRAN-PRM-ROUTE IS NUMERIC
               MOVE TRAN-PRM-ROUTE-9 TO PRM-ROUTE
           ELSE
               MOVE ZERO TO PRM-ROUTE
           END-IF.
           IF TRAN-PRM-SEQUENCE IS NUMERIC
               MOVE TRAN-PRM-SEQUENCE-9 TO PRM-ROUTE-SEQUENCE
           ELSE
               MOVE ZERO TO PRM-ROUTE-SEQUENCE
           END-IF.
           MOVE 'V' TO PRM-STATUS.
           MOVE ZERO TO PRM-ACCOUNT.
           MOVE ZERO TO PRM-PRIOR-ACCOUNT.
           MOVE ZERO TO PRM-OCCUPIED-DATE.
           MOVE ZERO TO PRM-LAST-READING.
           MOVE ZERO TO PRM-HISTORY-COUNT.
           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > 6
               MOVE ZERO TO PRM-PRIOR-USAGE (HISTORY-INDEX)
           END-PERFORM.

           IF TRAN-ACCOUNT-NUMBER > ZERO
               IF TRAN-PRM-LINK-DATE IS NUMERIC
                   MOVE TRAN-PRM-LINK-DATE-9 TO OCCUPANCY-DATE-WORK
               ELSE
                   MOVE CLOCK-STAMP-YMDHMS (1:8) TO OCCUPANCY-DATE-WORK
               END-IF
               MOVE 'O' TO PRM-STATUS
               MOVE TRAN-ACCOUNT-NUMBER TO PRM-ACCOUNT
               MOVE OCCUPANCY-DATE-WORK TO PRM-OCCUPIED-DATE
               MOVE MASTER-LAST-READING TO PRM-LAST-READING
               IF MASTER-HISTORY-COUNT IS NUMERIC
                   MOVE MASTER-HISTORY-COUNT TO PRM-HISTORY-COUNT
                   PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
                       UNTIL HISTORY-INDEX > 6
                       MOVE MASTER-PRIOR-USAGE (HISTORY-INDEX)
                           TO PRM-PRIOR-USAGE (HISTORY-INDEX)
                   END-PERFORM
               END-IF
               MOVE TRAN-ACCOUNT-NUMBER TO OCCUPANCY-ACCOUNT-WORK
               MOVE MASTER-LAST-READING TO OCCUPANCY-READING-WORK
               PERFORM START-OCCUPANCY
           END-IF.

           WRITE PREMISE-MASTER-RECORD.
           MOVE SPACES TO PREMISE-BEFORE-IMAGE.
           MOVE 'WR' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-PREMISE-JOURNAL.



      ******************************************************************
      *
      *    MOVE-IN-CUSTOMER
      *
      *    OPENS THE INCOMING ACCOUNT AT THE PREMISE FROM THE TRANSFER
      *    READING AND LINKS IT TO THE PREMISE FROM THE MOVE DATE.
      *    THE OUTGOING OCCUPANT'S LINK ENDS ON THE SAME DATE AT THE
      *    SAME READING AND WAITS ('P') FOR THE BILLING RUN TO
      *    FINAL-BILL IT AND PASS THE PREMISE'S METERS ON. A VACANT
      *    PREMISE HAS NOBODY TO BILL, BUT THE LAST OCCUPANT'S METERS
      *    STILL WAIT ('T') TO PASS TO THE INCOMING ACCOUNT.
      *
      ******************************************************************
       MOVE-IN-CUSTOMER.
           PERFORM ADD-CUSTOMER-ACCOUNT.

           IF PRM-STATUS = 'O'
               PERFORM END-OUTGOING-OCCUPANCY
           ELSE
               IF PRM-PRIOR-ACCOUNT IS NUMERIC
                    AND PRM-PRIOR-ACCOUNT > ZERO
                   PERFORM RELEASE-PRIOR-METERS
               END-IF
           END-IF.

           MOVE TRAN-ACCOUNT-NUMBER TO OCCUPANCY-ACCOUNT-WORK.
           MOVE TRAN-MOVE-DATE-9 TO OCCUPANCY-DATE-WORK.
           MOVE TRAN-INITIAL-READING TO OCCUPANCY-READING-WORK.
           PERFORM START-OCCUPANCY.

           MOVE 'O' TO PRM-STATUS.
           MOVE TRAN-ACCOUNT-NUMBER TO PRM-ACCOUNT.
           MOVE TRAN-MOVE-DATE-9 TO PRM-OCCUPIED-DATE.
           MOVE TRAN-INITIAL-READING TO PRM-LAST-READING.
           REWRITE PREMISE-MASTER-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-PREMISE-JOURNAL.



      ******************************************************************
      *
      *    END-OUTGOING-OCCUPANCY
      *
      *    ENDS THE CURRENT OCCUPANT'S LINK AT THE MOVE DATE AND THE
      *    TRANSFER READING, NAMING THE INCOMING ACCOUNT THAT TAKES
      *    THE PREMISE'S METERS OVER ONCE THE FINAL BILL HAS RUN.
      *
      ******************************************************************
       END-OUTGOING-OCCUPANCY.
           MOVE 'P' TO OCC-STATUS.
           MOVE TRAN-MOVE-DATE-9 TO OCC-END-DATE.
           MOVE TRAN-INITIAL-READING TO OCC-END-READING.
           MOVE TRAN-INITIAL-READING TO OCC-TRANSFER-READING.
           MOVE TRAN-ACCOUNT-NUMBER TO OCC-SUCCESSOR-ACCOUNT.
           REWRITE OCCUPANCY-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-OCCUPANCY-JOURNAL.

           MOVE PRM-ACCOUNT TO PRM-PRIOR-ACCOUNT.



      ******************************************************************
      *
      *    RELEASE-PRIOR-METERS
      *
      *    THE LAST OCCUPANT OF A VACANT PREMISE WAS ALREADY BILLED
      *    OUT, BUT THE PREMISE'S METERS ARE STILL KEYED UNDER ITS
      *    ACCOUNT. ITS FINISHED LINK IS MARKED 'T' SO THE BILLING RUN
      *    PASSES THEM TO THE INCOMING ACCOUNT AT THE TRANSFER READING.
      *
      ******************************************************************
       RELEASE-PRIOR-METERS.
           MOVE PRM-PRIOR-ACCOUNT TO OCC-ACCOUNT-NUMBER.
           PERFORM LOOKUP-OCCUPANCY.

           IF OCCUPANCY-FOUND-SWITCH = 'Y'
                AND OCC-STATUS = 'F'
                AND OCC-PREMISE-ID = PRM-PREMISE-ID
               MOVE 'T' TO OCC-STATUS
               MOVE TRAN-INITIAL-READING TO OCC-TRANSFER-READING
               MOVE TRAN-ACCOUNT-NUMBER TO OCC-SUCCESSOR-ACCOUNT
               REWRITE OCCUPANCY-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
               PERFORM WRITE-OCCUPANCY-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    START-OCCUPANCY
      *
      *    LINKS OCCUPANCY-ACCOUNT-WORK TO THE PREMISE IN HAND FROM
      *    OCCUPANCY-DATE-WORK, STARTING AT OCCUPANCY-READING-WORK.
      *    AN ACCOUNT WHOSE EARLIER LINK HAS ENDED SIMPLY STARTS A
      *    NEW ONE.
      *
      ******************************************************************
       START-OCCUPANCY.
           MOVE OCCUPANCY-ACCOUNT-WORK TO OCC-ACCOUNT-NUMBER.
           PERFORM LOOKUP-OCCUPANCY.

           MOVE SPACES TO OCCUPANCY-RECORD.
           MOVE OCCUPANCY-ACCOUNT-WORK TO OCC-ACCOUNT-NUMBER.
           MOVE PRM-PREMISE-ID TO OCC-PREMISE-ID.
           MOVE 'A' TO OCC-STATUS.
           MOVE OCCUPANCY-DATE-WORK TO OCC-START-DATE.
           MOVE OCCUPANCY-READING-WORK TO OCC-START-READING.
           MOVE ZERO TO OCC-END-DATE.
           MOVE ZERO TO OCC-END-READING.
           MOVE ZERO TO OCC-TRANSFER-READING.
           MOVE ZERO TO OCC-SUCCESSOR-ACCOUNT.

           IF OCCUPANCY-FOUND-SWITCH = 'Y'
               REWRITE OCCUPANCY-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
           ELSE
               WRITE OCCUPANCY-RECORD
               MOVE 'WR' TO JOURNAL-ACTION-WORK
           END-IF.
           PERFORM WRITE-OCCUPANCY-JOURNAL.



      ******************************************************************
      *
      *    VACATE-PREMISE
      *
      *    A DISCONNECT ENDS THE ACCOUNT'S LINK TO ITS PREMISE TODAY
      *    AT THE LAST READING AND LEAVES THE PREMISE VACANT, WITH ITS
      *    METERS AND HISTORY STILL ON IT FOR WHOEVER MOVES IN NEXT.
      *
      ******************************************************************
       VACATE-PREMISE.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE TRAN-ACCOUNT-NUMBER TO OCC-ACCOUNT-NUMBER.
           PERFORM LOOKUP-OCCUPANCY.

           IF OCCUPANCY-FOUND-SWITCH = 'Y'
                AND OCC-STATUS = 'A'
               MOVE 'F' TO OCC-STATUS
               MOVE CLOCK-STAMP-YMDHMS (1:8) TO OCC-END-DATE
               MOVE MASTER-LAST-READING TO OCC-END-READING
               MOVE ZERO TO OCC-TRANSFER-READING
               MOVE ZERO TO OCC-SUCCESSOR-ACCOUNT
               REWRITE OCCUPANCY-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
               PERFORM WRITE-OCCUPANCY-JOURNAL
               MOVE OCC-PREMISE-ID TO PRM-PREMISE-ID
               PERFORM LOOKUP-PREMISE
               IF PREMISE-FOUND-SWITCH = 'Y'
                    AND PRM-ACCOUNT = TRAN-ACCOUNT-NUMBER
                   MOVE 'V' TO PRM-STATUS
                   MOVE ZERO TO PRM-ACCOUNT
                   MOVE TRAN-ACCOUNT-NUMBER TO PRM-PRIOR-ACCOUNT
                   MOVE MASTER-LAST-READING TO PRM-LAST-READING
                   REWRITE PREMISE-MASTER-RECORD
                   MOVE 'RW' TO JOURNAL-ACTION-WORK
                   PERFORM WRITE-PREMISE-JOURNAL
               END-IF
           END-IF.



      ******************************************************************



      ******************************************************************
      *
      *    SET-UP-ARRANGEMENT
      *
      *    WRITES THE ACCOUNT'S PAYMENT ARRANGEMENT. THE ARRANGED
      *    AMOUNT SPLITS EVENLY ACROSS THE INSTALLMENTS (THE BILLING
      *    RUN LETS THE LAST ONE ABSORB THE ROUNDING); NOTHING IS
      *    BILLED OR PENDING YET - THE NEXT BILLING RUN BILLS THE
      *    FIRST INSTALLMENT. A BROKEN OR COMPLETED ARRANGEMENT ON
      *    FILE IS REPLACED BY THE NEW ONE. THE CUSTOMER MASTER
      *    ITSELF IS NOT TOUCHED - THE BALANCE STAYS IN ITS BUCKETS.
      *
      ******************************************************************
       SET-UP-ARRANGEMENT.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.

           MOVE SPACES TO ARRANGEMENT-RECORD.
           MOVE TRAN-ACCOUNT-NUMBER TO ARR-ACCOUNT-NUMBER.
           MOVE 'A' TO ARR-STATUS.
           MOVE TRAN-ARR-AMOUNT-9 TO ARR-ARRANGED-AMOUNT.
           MOVE TRAN-ARR-INSTALLMENTS-9 TO ARR-INSTALLMENT-COUNT.
           MOVE TRAN-ARR-DUE-DAY-9 TO ARR-DUE-DAY.
           DIVIDE ARR-ARRANGED-AMOUNT BY ARR-INSTALLMENT-COUNT
               GIVING ARR-INSTALLMENT-AMOUNT.
           MOVE ZERO TO ARR-INSTALLMENTS-BILLED.
           MOVE ZERO TO ARR-INSTALLMENTS-PAID.
           MOVE ZERO TO ARR-AMOUNT-PAID.
           MOVE ZERO TO ARR-PENDING-AMOUNT.
           MOVE CLOCK-STAMP-YMDHMS (1:8) TO ARR-SETUP-DATE.
           MOVE ZERO TO ARR-LAST-BILLED-PERIOD.
           MOVE ZERO TO ARR-BROKEN-PERIOD.

           IF ARRANGEMENT-FOUND-SWITCH = 'Y'
               REWRITE ARRANGEMENT-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
           ELSE
               WRITE ARRANGEMENT-RECORD
               MOVE 'WR' TO JOURNAL-ACTION-WORK
           END-IF.
           PERFORM WRITE-ARRANGEMENT-JOURNAL.



      ******************************************************************
      *
      *    ENROLL-AUTOPAY
      *
      *    WRITES (OR RE-ACTIVATES) THE ACCOUNT'S AUTOPAY RECORD
      *    WITH THE BANK NUMBERS KEYED. A NEW BANK ACCOUNT - A FIRST
      *    ENROLLMENT OR A CHANGE OF ROUTING OR ACCOUNT NUMBER - HAS
      *    ITS PRENOTE ARMED (ALL NINES) FOR THE DRAFT RUN TO SEND,
      *    AND NO BILL IS DRAFTED FROM IT UNTIL THE PRENOTE CLEARS;
      *    RE-KEYING THE SAME BANK ACCOUNT KEEPS THE PRENOTE STATE IT
      *    HAS. ANY DRAFT IN PROGRESS IS LEFT FOR THE DRAFT RUN.
      *
      ******************************************************************
       ENROLL-AUTOPAY.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           PERFORM LOOKUP-AUTOPAY.

           IF AUTOPAY-FOUND-SWITCH = 'Y'
               IF AP-BANK-ROUTING NOT = TRAN-AP-ROUTING-9
                    OR AP-BANK-ACCOUNT NOT = TRAN-AP-BANK-ACCOUNT
                   MOVE 99999999 TO AP-PRENOTE-DATE
               END-IF
           ELSE
               MOVE SPACES TO AUTOPAY-RECORD
               MOVE TRAN-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
               MOVE 99999999 TO AP-PRENOTE-DATE
               MOVE SPACE TO AP-DRAFT-STATUS
               MOVE ZERO TO AP-DRAFT-AMOUNT
               MOVE ZERO TO AP-DRAFT-DATE
               MOVE ZERO TO AP-DRAFT-PERIOD
           END-IF.

           MOVE 'A' TO AP-STATUS.
           MOVE TRAN-AP-ROUTING-9 TO AP-BANK-ROUTING.
           MOVE TRAN-AP-BANK-ACCOUNT TO AP-BANK-ACCOUNT.
           MOVE CLOCK-STAMP-YMDHMS (1:8) TO AP-ENROLL-DATE.

           IF AUTOPAY-FOUND-SWITCH = 'Y'
               REWRITE AUTOPAY-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
           ELSE
               WRITE AUTOPAY-RECORD
               MOVE 'WR' TO JOURNAL-ACTION-WORK
           END-IF.
           PERFORM WRITE-AUTOPAY-JOURNAL.



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
      *    STOP-AUTOPAY
      *
      *    TAKES THE ACCOUNT OFF AUTOPAY, SO ITS NEXT STATEMENT ASKS
      *    FOR A REMITTANCE AGAIN. A DRAFT SCHEDULED BUT NOT YET
      *    SENT TO THE BANK IS WITHDRAWN; ONE ALREADY SENT CANNOT BE
      *    RECALLED AND IS LEFT FOR THE DRAFT RUN TO POST. THE BANK
      *    NUMBERS STAY ON THE RECORD.
      *
      ******************************************************************
       STOP-AUTOPAY.
           MOVE 'S' TO AP-STATUS.
           IF AP-DRAFT-STATUS = 'P'
               MOVE SPACE TO AP-DRAFT-STATUS
               MOVE ZERO TO AP-DRAFT-AMOUNT
           END-IF.

           REWRITE AUTOPAY-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-AUTOPAY-JOURNAL.



      ******************************************************************
      *
      *    REGISTER-RUN-START
           COMPUTE RC-CONTROL-COUNT =
               TOTAL-ADDED-COUNT + TOTAL-CHANGED-COUNT
               + TOTAL-CLOSED-COUNT + TOTAL-ENROLLED-COUNT
               + TOTAL-UNENROLLED-COUNT + TOTAL-ARRANGED-COUNT
               + TOTAL-AUTOPAY-ENROLLED-COUNT
               + TOTAL-AUTOPAY-STOPPED-COUNT
               + TOTAL-PREMISE-COUNT + TOTAL-MOVE-IN-COUNT.
           MOVE ZERO TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    WRITE-ARRANGEMENT-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE ARRANGEMENT JUST
      *    WRITTEN, UNDER THE 'ARRANGE ' FILE ID, SO THE ARRANGEMENT
      *    FILE REBUILDS FROM THE JOURNAL LIKE THE MASTERS DO.
      *
      ******************************************************************
       WRITE-ARRANGEMENT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE 'CUSTMNT' TO JRN-PROGRAM.
           MOVE 'ARRANGE ' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE ARRANGEMENT-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE ARRANGEMENT-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-AUTOPAY-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE AUTOPAY RECORD JUST
      *    WRITTEN, UNDER THE 'AUTOPAY ' FILE ID, SO THE AUTOPAY FILE
      *    REBUILDS FROM THE JOURNAL LIKE THE MASTERS DO.
      *
      ******************************************************************
       WRITE-AUTOPAY-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE 'CUSTMNT' TO JRN-PROGRAM.
           MOVE 'AUTOPAY ' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE AUTOPAY-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE AUTOPAY-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-PREMISE-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE PREMISE JUST WRITTEN,
      *    UNDER THE 'PREMISE ' FILE ID, SO THE PREMISE MASTER
      *    REBUILDS FROM THE JOURNAL LIKE THE OTHER MASTERS DO.
      *
      ******************************************************************
       WRITE-PREMISE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE 'CUSTMNT' TO JRN-PROGRAM.
           MOVE 'PREMISE ' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE PREMISE-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE PREMISE-MASTER-RECORD TO JRN-AFTER-IMAGE (1:120).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-OCCUPANCY-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE OCCUPANCY RECORD JUST
      *    WRITTEN, UNDER THE 'OCCUPNCY' FILE ID.
      *
      ******************************************************************
       WRITE-OCCUPANCY-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE 'CUSTMNT' TO JRN-PROGRAM.
           MOVE 'OCCUPNCY' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE OCCUPANCY-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE OCCUPANCY-RECORD TO JRN-AFTER-IMAGE (1:60).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-LOG-DETAIL
       WRITE-LOG-DETAIL.
           MOVE TRAN-ACTION TO LOG-ACTION.
           MOVE TRAN-ACCOUNT-NUMBER TO LOG-ACCOUNT.
           MOVE TRAN-OPERATOR TO LOG-OPERATOR.
           MOVE TRAN-APPROVER TO LOG-APPROVER.
           MOVE LOG-DETAIL-LINE TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE LOG-SUMMARY-UNENROLLED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-ARRANGED-COUNT TO LOG-ARRANGED-COUNT.
           MOVE LOG-SUMMARY-ARRANGED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-AUTOPAY-ENROLLED-COUNT
               TO LOG-AUTOPAY-ENROLLED-COUNT.
           MOVE LOG-SUMMARY-AUTOPAY-ENROLLED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-AUTOPAY-STOPPED-COUNT
               TO LOG-AUTOPAY-STOPPED-COUNT.
           MOVE LOG-SUMMARY-AUTOPAY-STOPPED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-PREMISE-COUNT TO LOG-PREMISE-COUNT.
           MOVE LOG-SUMMARY-PREMISES TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-MOVE-IN-COUNT TO LOG-MOVE-IN-COUNT.
           MOVE LOG-SUMMARY-MOVE-INS TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-HELD-COUNT TO LOG-HELD-COUNT.
           MOVE LOG-SUMMARY-HELD TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.

           MOVE TOTAL-REJECTED-COUNT TO LOG-REJECTED-COUNT.
           MOVE LOG-SUMMARY-REJECTED TO LOG-PRINT-LINE.
           WRITE LOG-PRINT-LINE.
