               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO 'RATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CITY-TAX-FILE ASSIGN TO 'CITYTAX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-REMITTANCE-REPORT ASSIGN TO 'TAXREMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO 'ADJUST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-RELEASE-FILE
               ASSIGN TO 'ADJREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTHORITY-FILE
               ASSIGN TO 'OPERAUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO 'PENDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL METER-MASTER ASSIGN TO 'METERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS METER-KEY.
           SELECT OPTIONAL METER-MASTER-SEED ASSIGN TO 'METERSEED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL METER-EXCHANGE-FILE ASSIGN TO 'METEREXCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT METER-EXCHANGE-LOG ASSIGN TO 'EXCHLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUTE-MASTER-FILE ASSIGN TO 'ROUTEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILLING-CYCLE-FILE ASSIGN TO 'BILLCYC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJUSTMENT-REGISTER ASSIGN TO 'ADJREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-FILE ASSIGN TO 'ARRANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACCOUNT-NUMBER.
           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ACCOUNT-NUMBER.
           SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO 'WRITEOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOF-ACCOUNT-NUMBER.
           SELECT OPTIONAL PREMISE-MASTER ASSIGN TO 'PREMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-PREMISE-ID.
           SELECT OPTIONAL OCCUPANCY-FILE ASSIGN TO 'OCCUPY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCC-ACCOUNT-NUMBER.
           SELECT RECOVERY-REGISTER ASSIGN TO 'RCVYREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-WORK-FILE ASSIGN TO 'PAYWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               ALTERNATE RECORD KEY IS PMT-LOAD-SEQUENCE.
           SELECT ADJUSTMENT-WORK-FILE ASSIGN TO 'ADJWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               ALTERNATE RECORD KEY IS ADJ-LOAD-SEQUENCE.
           SELECT ROUTE-ASSIGN-FILE ASSIGN TO 'RTEWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               ALTERNATE RECORD KEY IS RA-LOAD-SEQUENCE.
           SELECT SEEN-ACCOUNT-FILE ASSIGN TO 'SEENWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEEN-KEY
               ALTERNATE RECORD KEY IS SEEN-LOAD-SEQUENCE.
           SELECT WRONG-ROUTE-FILE ASSIGN TO 'WRTWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               ALTERNATE RECORD KEY IS WR-LOAD-SEQUENCE.
           SELECT REREAD-SORT-FILE ASSIGN TO 'RRDWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY.


       DATA DIVISION.
      * TOTALS ACCUMULATED SO FAR, SO A RESTARTED RUN'S SUMMARY.TXT
      * REFLECTS THE WHOLE RUN INSTEAD OF JUST THE POST-RESTART TAIL
       FD CHECKPOINT-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS CHECKPOINT-RECORD.
       01 CHECKPOINT-RECORD.
         03 CKPT-RECORD-COUNT PIC 9(7).
         03 CKPT-REVIEW-COUNT PIC 9(7).
         03 CKPT-BILLING-PERIOD PIC 9(6).
         03 CKPT-PHASE PIC X(1).
         03 CKPT-BILLING-CYCLE PIC 9(2).

      * ONE TRAILING RECORD PER TAXING CITY CARRIES THAT CITY'S
      * REMITTANCE TOTALS SO FAR, SO A RESTARTED RUN STILL REMITS
      * THE TAX BILLED BEFORE THE INTERRUPTION
       01 CHECKPOINT-TAX-RECORD.
         03 CKTX-CITY PIC X(13).
         03 CKTX-STATE PIC X(2).
         03 CKTX-BILL-COUNT PIC 9(7).
         03 CKTX-TAXABLE-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
         03 CKTX-EXEMPT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
         03 CKTX-TAX-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
         03 CKTX-FRANCHISE-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.

      * CUSTOMER MASTER INFORMATION - CARRIES THE CUSTOMER'S NAME AND
      * SERVICE ADDRESS, THE ACCOUNT STATUS, THE LAST METER READING,
         03 RATE-TIER-1-RATE-IN PIC 9V999.
         03 RATE-TIER-2-RATE-IN PIC 9V999.

      * CITY TAX FILE - THE UTILITY USERS' TAX AND FRANCHISE FEE RATES
      * EACH CITY WE SERVE CHARGES ON THE ENERGY CHARGE, BY THE
      * SERVICE CITY AND STATE, WITH UP TO FIVE RATE CLASSES THE CITY
      * EXEMPTS FROM BOTH
       FD CITY-TAX-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CITY-TAX-RECORD.
       01 CITY-TAX-RECORD.
         03 CTX-CITY-IN PIC X(13).
         03 CTX-STATE-IN PIC X(2).
         03 CTX-TAX-RATE-IN PIC 9V9(4).
         03 CTX-FRANCHISE-RATE-IN PIC 9V9(4).
         03 CTX-EXEMPT-CLASSES-IN PIC X(5).

      * RUN CONTROL CARD - NAMES THE BILLING PERIOD THIS RUN COVERS,
      * SO A STALE INPUT FILE DROPPED IN THE DIRECTORY IS REJECTED
      * INSTEAD OF QUIETLY RE-BILLED. THE BILLING CYCLE IN COLUMNS
      * 15-16 NAMES THE ONE CYCLE THIS RUN BILLS; LEFT BLANK (OR
      * ZERO) THE RUN BILLS THE WHOLE CUSTOMER BASE AT ONCE
       FD CONTROL-CARD-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS CONTROL-CARD.
       01 CONTROL-CARD.
         03 CTL-BILLING-PERIOD PIC 9(6).
         03 CTL-PROCESSING-DATE PIC 9(8).
         03 CTL-BILLING-CYCLE PIC 9(2).

      * READINGS HELD FOR REVIEW - A READING WHOSE COMPUTED USAGE IS
      * WILDLY OUT OF LINE WITH THE ACCOUNT'S OWN HISTORY IS LISTED
      * ORDINARY PAYMENT (BLANK) FROM AN 'R' RETURNED-PAYMENT (NSF)
      * REVERSAL, WHICH CARRIES THE ORIGINAL PAY DATE AND A REASON
      * CODE AND PUTS THE MONEY BACK ON THE ACCOUNT PLUS OUR
      * RETURNED-CHECK FEE. AN AUTOPAY DRAFT THE BANK COLLECTED
      * ARRIVES AS TYPE 'D', DATED ITS DRAFT DATE, AND APPLIES LIKE
      * ANY OTHER PAYMENT. MONEY THE COLLECTION AGENCY REMITS ON A
      * WRITTEN-OFF ACCOUNT ARRIVES AS TYPE 'A' AND POSTS AS A
      * RECOVERY AGAINST THE WRITE-OFF, NOT TO THE (ZERO) BALANCE.
      * OLDER 23-BYTE PAYMENT FILES READ WITH A BLANK TYPE AND APPLY
      * AS ORDINARY PAYMENTS
       FD PAYMENT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD.
         03 PAY-REASON PIC X(4).

      * BILLING ADJUSTMENTS AND CREDIT MEMOS KEYED BY CUSTOMER
      * SERVICE - ACCOUNT, DEBIT/CREDIT, AMOUNT, REASON CODE, THE
      * INITIALS OF THE OPERATOR WHO KEYED IT, AND THE APPROVER'S
      * ONCE A SECOND OPERATOR HAS RELEASED IT - APPLIED TO MASTER
      * BALANCES DURING THE RUN AND ITEMIZED ON THE NEXT STATEMENT,
      * SO A WRONG BILL IS FIXED ON THE BOOKS INSTEAD OF BY A FAKE
      * PAYMENT OR A HAND EDIT
       FD ADJUSTMENT-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ADJUSTMENT-RECORD.
       01 ADJUSTMENT-RECORD.
         03 ADJ-ACCOUNT-NUMBER PIC 9(6).
         03 ADJ-AMOUNT-IN PIC 9(7)V99.
         03 ADJ-REASON-IN PIC X(4).
         03 ADJ-INITIALS-IN PIC X(3).
         03 ADJ-APPROVER-IN PIC X(3).

      * RELEASED ADJUSTMENTS - HELD ADJUSTMENTS A SECOND OPERATOR HAS
      * RELEASED THROUGH THE APPROVAL RUN (APPROVE), SAME RECORD AS
      * THE KEYED ADJUSTMENTS WITH THE APPROVER STAMPED ON. EMPTIED
      * ONCE A RUN HAS APPLIED THEM
       FD ADJUSTMENT-RELEASE-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ADJUSTMENT-RELEASE-RECORD.
       01 ADJUSTMENT-RELEASE-RECORD PIC X(26).

      * ADJUSTMENTS REGISTER - EVERY ADJUSTMENT THE RUN SAW, WITH ITS
      * DISPOSITION AND THE RUN'S DEBIT/CREDIT TOTALS, SO EVERY
      * A CUSTOMER WITH A HOUSE AND A BARN BILLS BOTH METERS UNDER
      * ONE ACCOUNT AND ONE RECEIVABLE BALANCE. A SINGLE-METER
      * ACCOUNT NEEDS NO METER RECORD AT ALL - ITS READING KEEPS
      * COMING OFF THE CUSTOMER MASTER AS IT ALWAYS HAS. A METER
      * CHANGED OUT IN THE FIELD CARRIES THE EXCHANGE UNTIL THE
      * PERIOD'S READING BILLS IT: THE OLD METER'S SERIAL AND
      * REMOVAL READING, AND THE NEW METER'S INSTALL READING (THE
      * NEW SERIAL IS ALREADY THE METER'S OWN). EXCHANGE SWITCH 'Y'
      * MEANS NOT YET BILLED; THE FIELDS STAY AS THE LAST EXCHANGE
      * AFTERWARD. THE PREMISE ID NAMES THE SERVICE LOCATION THE
      * METER BELONGS TO; WHEN A NEW TENANT MOVES IN THE RECORD IS
      * WRITTEN AGAIN UNDER THE INCOMING ACCOUNT AND THE OUTGOING
      * ACCOUNT'S COPY IS LEFT AT STATUS 'T' (TRANSFERRED)
       FD METER-MASTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS METER-MASTER-RECORD.
       01 METER-MASTER-RECORD.
         03 METER-KEY.
           05 METER-SERVICE-NUMBER PIC 9(2).
         03 METER-LAST-READING PIC 9(5).
         03 METER-STATUS PIC X(1).
         03 METER-SERIAL PIC X(10).
         03 METER-EXCHANGE-SWITCH PIC X(1).
         03 METER-EXCHANGE-DATE PIC 9(8).
         03 METER-OLD-SERIAL PIC X(10).
         03 METER-REMOVAL-READING PIC 9(5).
         03 METER-INSTALL-READING PIC 9(5).
         03 METER-PREMISE-ID PIC 9(7).

      * PAYMENT ARRANGEMENTS - ONE RECORD PER ACCOUNT THAT AGREED TO
      * PAY DOWN A PAST-DUE BALANCE IN INSTALLMENTS. CUSTOMER
      * MAINTENANCE SETS THE ARRANGEMENT UP; THE BILLING RUN BILLS
      * EACH INSTALLMENT AND CHECKS THE LAST ONE BILLED AGAINST THE
      * PAYMENTS RECEIVED, BREAKING THE ARRANGEMENT WHEN IT IS MISSED
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

      * AUTOPAY ENROLLMENTS - ONE RECORD PER ACCOUNT WHOSE BILL IS
      * DRAFTED FROM THE CUSTOMER'S CHECKING ACCOUNT. CUSTOMER
      * MAINTENANCE ENROLLS THE ACCOUNT AND ARMS THE PRENOTE; THE
      * BILLING RUN SCHEDULES EACH BILL'S DRAFT FOR THE DUE DATE
      * (DRAFT STATUS 'P'); THE DRAFT RUN (AUTODRFT) SENDS IT TO THE
      * BANK ('S') AND POSTS IT AS A PAYMENT ON THE DRAFT DATE ('D')
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

      * WRITE-OFFS - ONE RECORD PER ACCOUNT THE BAD-DEBT RUN (BADDEBT)
      * HAS WRITTEN OFF AND REFERRED TO THE COLLECTION AGENCY. THE
      * BILLING RUN POSTS RECOVERIES AGAINST IT: THE RECOVERED AMOUNT
      * AND DATE, AND STATUS 'P' ONCE THE WHOLE WRITE-OFF IS BACK
       FD WRITEOFF-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WRITEOFF-RECORD.
       01 WRITEOFF-RECORD.
         03 WOF-ACCOUNT-NUMBER PIC 9(6).
         03 WOF-STATUS PIC X(1).
         03 WOF-WRITEOFF-DATE PIC 9(8).
         03 WOF-WRITEOFF-AMOUNT PIC 9(7)V99.
         03 WOF-LAST-BILL-PERIOD PIC 9(6).
         03 WOF-REFERRAL-DATE PIC 9(8).
         03 WOF-RECOVERED-AMOUNT PIC 9(7)V99.
         03 WOF-LAST-RECOVERY-DATE PIC 9(8).
         03 WOF-WRITEOFF-RUN PIC 9(6).
         03 FILLER PIC X(19).

      * PREMISE MASTER - ONE RECORD PER SERVICE LOCATION. THE PREMISE,
      * NOT WHOEVER LIVES THERE, OWNS THE SERVICE ADDRESS, THE ROUTE
      * AND WALKING SEQUENCE, THE METERS (STAMPED WITH THE PREMISE ID
      * ON THE METER MASTER) AND THE USAGE HISTORY, SO NONE OF IT IS
      * LOST WHEN ONE TENANT MOVES OUT AND THE NEXT MOVES IN. STATUS
      * 'O' IS OCCUPIED BY THE ACCOUNT NAMED, 'V' IS VACANT. THE
      * PRIOR ACCOUNT IS THE LAST OCCUPANT BEFORE THE CURRENT ONE.
      * CUSTOMER MAINTENANCE ESTABLISHES PREMISES AND KEYS THE
      * MOVE-INS; THE BILLING RUN KEEPS THE READING AND HISTORY
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

      * OCCUPANCY - LINKS AN ACCOUNT TO THE PREMISE IT IS SERVED AT
      * FOR A DATE RANGE, ONE RECORD PER ACCOUNT: THE MOVE-IN DATE
      * AND READING, AND AT MOVE-OUT THE END DATE AND READING, THE
      * READING THE PREMISE'S METERS PASS ON AT, AND THE INCOMING
      * ACCOUNT THAT TAKES THEM. STATUS 'A' IS STILL IN RESIDENCE,
      * 'P' MOVED OUT WITH THE FINAL BILL STILL TO RUN, 'T' MOVED
      * OUT EARLIER WITH THE METERS WAITING TO PASS TO A NEW TENANT
      * OF THE VACANT PREMISE, AND 'F' FINISHED
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

      * PRINTED CITY TAX REMITTANCE REPORT - FOR EACH TAXING CITY,
      * THE CHARGES TAXED AND EXEMPTED THIS RUN AND THE TAX AND
      * FRANCHISE FEE BILLED, WHICH IS WHAT IS OWED THE CITY
       FD TAX-REMITTANCE-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TAXREMIT-PRINT-LINE.
       01 TAXREMIT-PRINT-LINE PIC X(100).

      * PRINTED RECOVERIES REGISTER - EVERY PAYMENT THIS RUN TOOK IN
      * ON A WRITTEN-OFF ACCOUNT AND WHAT BECAME OF IT
       FD RECOVERY-REGISTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RCVYREG-PRINT-LINE.
       01 RCVYREG-PRINT-LINE PIC X(80).

      * SERVICE-POINT FEED USED TO ENROLL METERS ON THE METER MASTER
      * AT THE START OF A RUN - ACCOUNT, METER NUMBER, AND THE METER
         03 MSEED-METER-NUMBER PIC 9(2).
         03 MSEED-INITIAL-READING PIC 9(5).

      * METER EXCHANGES (CHANGE-OUTS) REPORTED BY THE FIELD CREW -
      * THE SERVICE POINT, THE DATE OF THE SWAP, THE OLD METER'S
      * REMOVAL READING, AND THE NEW METER'S SERIAL AND INSTALL
      * READING - POSTED TO THE METER MASTER AT THE START OF A RUN
       FD METER-EXCHANGE-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS METER-EXCHANGE-RECORD.
       01 METER-EXCHANGE-RECORD.
         03 MXCH-ACCOUNT PIC 9(6).
         03 MXCH-METER-NUMBER PIC 9(2).
         03 MXCH-EXCHANGE-DATE PIC 9(8).
         03 MXCH-REMOVAL-READING PIC 9(5).
         03 MXCH-NEW-SERIAL PIC X(10).
         03 MXCH-INSTALL-READING PIC 9(5).

      * METER EXCHANGE LOG - EVERY CHANGE-OUT POSTED OR REFUSED, AND
      * FOR EACH ONE BILLED THE USAGE OFF EACH METER, SO A DISPUTED
      * BILL CAN BE EXPLAINED
       FD METER-EXCHANGE-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS EXCHLOG-PRINT-LINE.
       01 EXCHLOG-PRINT-LINE PIC X(100).

      * ROUTE MASTER - EVERY ACCOUNT'S READING ROUTE AND WALKING
      * SEQUENCE, MAINTAINED AS DATA BY THE FIELD OFFICE, SO ROUTE
      * COVERAGE CAN BE HELD TO THE CONTRACTOR BY ROUTE INSTEAD OF IN
         03 ROUTE-NUMBER-IN PIC 9(3).
         03 ROUTE-SEQUENCE-IN PIC 9(4).

      * BILLING CYCLE TABLE - GROUPS THE READING ROUTES INTO BILLING
      * CYCLES, ONE RECORD PER RANGE OF ROUTES, SO THE MONTH'S METER
      * READING, BILLING, AND CASHIERING LOAD IS SPREAD OVER THE
      * MONTH INSTEAD OF LANDING ALL ON ONE DAY
       FD BILLING-CYCLE-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS BILLING-CYCLE-RECORD.
       01 BILLING-CYCLE-RECORD.
         03 CYCLE-ROUTE-FROM-IN PIC 9(3).
         03 CYCLE-ROUTE-TO-IN PIC 9(3).
         03 CYCLE-NUMBER-IN PIC 9(2).

      * CHART-OF-ACCOUNTS MAPPING - ONE RECORD PER SYSTEM AND SOURCE
      * CODE, NAMING THE DEBIT AND CREDIT ACCOUNTS THAT SOURCE POSTS
         03 GL-CREDIT-ACCOUNT PIC 9(6).
         03 GL-AMOUNT PIC 9(11)V99.

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

      * THE RUN'S WORK FILES, BUILT FRESH BY EVERY RUN (A RESTART
      * REBUILDS THEM FROM THE SAME FEEDS) AND KEYED BY ACCOUNT, SO
      * EACH ACCOUNT IS MATCHED BY A KEYED READ RATHER THAN A PASS
      * OVER EVERYTHING LOADED. THE LOAD SEQUENCE IS EACH ENTRY'S
      * PLACE IN ITS FEED; READ BY THAT ALTERNATE KEY THE FILE COMES
      * BACK IN FEED ORDER FOR THE END-OF-RUN SWEEPS AND REGISTERS.
      *
      * PAYMENT FEED WORK FILE - EVERY READABLE LINE OF THE PAYMENT
      * FEED: 'P' A PAYMENT (APPLIED 'N'/'Y'), 'R' A RETURNED
      * PAYMENT, 'A' AN AGENCY RECOVERY. A RECOVERY'S SOURCE IS 'A'
      * THE AGENCY OR 'P' A PAYMENT THAT LANDED ON A WRITTEN-OFF
      * ACCOUNT; ITS DISPOSITION IS 'P' POSTED OR 'U' NO WRITE-OFF
      * ON FILE
       FD PAYMENT-WORK-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS PAYMENT-WORK-RECORD.
       01 PAYMENT-WORK-RECORD.
         03 PMT-KEY.
           05 PMT-ACCOUNT PIC 9(6).
           05 PMT-LOAD-SEQUENCE PIC 9(7).
         03 PMT-ENTRY-TYPE PIC X(1).
         03 PMT-PAY-DATE PIC 9(8).
         03 PMT-AMOUNT PIC 9(7)V99.
         03 PMT-REASON PIC X(4).
         03 PMT-APPLIED PIC X(1).
         03 PMT-RCV-SOURCE PIC X(1).
         03 PMT-RCV-DISPOSITION PIC X(1).

      * ADJUSTMENT WORK FILE - EVERY ADJUSTMENT THAT PASSED ITS EDITS,
      * WITH ITS DISPOSITION: 'N' PENDING, 'B' APPLIED AT BILLING,
      * 'M' POSTED STRAIGHT TO THE MASTER, 'U' UNMATCHED, 'H' HELD
      * FOR APPROVAL, 'R' REFUSED
       FD ADJUSTMENT-WORK-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS ADJUSTMENT-WORK-RECORD.
       01 ADJUSTMENT-WORK-RECORD.
         03 ADJ-KEY.
           05 ADJ-ACCOUNT PIC 9(6).
           05 ADJ-LOAD-SEQUENCE PIC 9(5).
         03 ADJ-DC PIC X(1).
         03 ADJ-AMOUNT PIC 9(7)V99.
         03 ADJ-REASON PIC X(4).
         03 ADJ-INITIALS PIC X(3).
         03 ADJ-APPROVER PIC X(3).
         03 ADJ-DISPOSITION PIC X(1).

      * ROUTE ASSIGNMENT WORK FILE - EACH ACCOUNT'S ROUTE AND WALKING
      * SEQUENCE FROM THE ROUTE MASTER, WITH THE PREMISES' OWN ROUTES
      * LAID OVER THEM. WHERE THE ROUTE MASTER CARRIES AN ACCOUNT
      * TWICE, ITS FIRST LINE IS THE ONE THAT ROUTES IT
       FD ROUTE-ASSIGN-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ROUTE-ASSIGN-RECORD.
       01 ROUTE-ASSIGN-RECORD.
         03 RA-KEY.
           05 RA-ACCOUNT PIC 9(6).
           05 RA-LOAD-SEQUENCE PIC 9(7).
         03 RA-ROUTE PIC 9(3).
         03 RA-SEQUENCE PIC 9(4).

      * ACCOUNTS SEEN THIS RUN - KIND 'B' A BILLED READING, KEYED BY
      * ACCOUNT PLUS METER SO AN ACCOUNT'S SECOND SERVICE POINT IS
      * NOT MISTAKEN FOR A DOUBLED-UP READING; KIND 'R' A READING
      * HELD FOR REVIEW (METER 00), SO THE ESTIMATION SWEEP DOES NOT
      * TURN AROUND AND ESTIMATE AN ACCOUNT WHOSE REAL READING IS
      * SITTING IN THE REVIEW QUEUE; KIND 'U' A READING FOR AN
      * ACCOUNT WITH NO MASTER RECORD (METER 00), ONCE PER ACCOUNT
      * FOR THE RECONCILIATION REPORT. THE LOAD SEQUENCE KEEPS THE
      * ORDER THE ENTRIES WERE FIRST SEEN IN
       FD SEEN-ACCOUNT-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS SEEN-ACCOUNT-RECORD.
       01 SEEN-ACCOUNT-RECORD.
         03 SEEN-KEY.
           05 SEEN-ACCT-NUMBER PIC 9(6).
           05 SEEN-KIND PIC X(1).
           05 SEEN-METER-NUMBER PIC 9(2).
         03 SEEN-LOAD-SEQUENCE PIC 9(7).

      * READINGS THAT ARRIVED UNDER THE WRONG ROUTE, KEPT FOR THE
      * RECONCILIATION REPORT IN THE ORDER THEY ARRIVED
       FD WRONG-ROUTE-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS WRONG-ROUTE-RECORD.
       01 WRONG-ROUTE-RECORD.
         03 WR-KEY.
           05 WR-ACCOUNT PIC 9(6).
           05 WR-LOAD-SEQUENCE PIC 9(7).
         03 WR-KEYED-ROUTE PIC 9(3).
         03 WR-MASTER-ROUTE PIC 9(3).

      * RE-READ WORK ORDERS, COLLECTED AS READINGS FAIL. THE ENTRY
      * LAYOUT IS THE OUTPUT RECORD LAYOUT, LEADING WITH THE ROUTING
      * KEY, AND THE WHOLE ENTRY PLUS ITS LOAD SEQUENCE IS THE RECORD
      * KEY, SO READING THE FILE IN KEY ORDER GIVES THE EXTRACT IN
      * ROUTE/SEQUENCE ORDER, IDENTICAL ENTRIES IN THE ORDER THEY
      * FAILED
       FD REREAD-SORT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS REREAD-SORT-RECORD.
       01 REREAD-SORT-RECORD.
         03 RR-KEY.
           05 RR-ENTRY.
             07 RR-ROUTE PIC 9(3).
             07 RR-SEQUENCE PIC 9(4).
             07 RR-STATE PIC X(2).
             07 RR-CITY PIC X(13).
             07 RR-STREET-ADDRESS PIC X(15).
             07 RR-ACCOUNT-NUMBER PIC 9(6).
             07 RR-LAST-GOOD-READING PIC 9(5).
             07 RR-REASON-CODE PIC X(4).
           05 RR-LOAD-SEQUENCE PIC 9(7).

       WORKING-STORAGE SECTION.

      * DATA-REMAINS-SWITCH: KEEP TRACK OF DATA LEFT IN INPUT
       01 UNITS-USED-WORK PIC 9(5) VALUE ZERO.
       01 AMOUNT-DUE-WORK PIC 9(7)V99 VALUE ZERO.

      * ENERGY-CHARGE-WORK / UTILITY-TAX-WORK / FRANCHISE-FEE-WORK:
      *     THE TIERED ENERGY CHARGE AND THE SERVICE CITY'S TAX AND
      *     FRANCHISE FEE ON IT - AMOUNT-DUE-WORK CARRIES ALL THREE
       01 ENERGY-CHARGE-WORK PIC 9(7)V99 VALUE ZERO.
       01 UTILITY-TAX-WORK PIC 9(7)V99 VALUE ZERO.
       01 FRANCHISE-FEE-WORK PIC 9(7)V99 VALUE ZERO.

      * TAX-CREDIT-WORK: ESTIMATED CHARGES THE BILL IN HAND CREDITS
      *     BACK. THEIR TAX AND FEE WERE REMITTED WITH THE ESTIMATES,
      *     SO THE SHARE OF THEM IN THE CREDIT (CREDIT-TAX-WORK AND
      *     CREDIT-FEE-WORK) COMES OFF WHAT THIS BILL REMITS
       01 TAX-CREDIT-WORK PIC 9(7)V99 VALUE ZERO.
       01 CREDIT-TAX-WORK PIC 9(7)V99 VALUE ZERO.
       01 CREDIT-FEE-WORK PIC 9(7)V99 VALUE ZERO.

      * ACCOUNTS RECEIVABLE WORK FIELDS - THE BALANCE CARRIED ON THE
      *     MASTER FROM THE PRIOR PERIOD, THE PAYMENTS APPLIED TO THIS
      *     ACCOUNT DURING THE RUN, AND THE TOTAL NOW DUE
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUN-PERIOD-WORK PIC 9(6) VALUE ZERO.
       01 PERIOD-CLOSED-SWITCH PIC X VALUE 'N'.
       01 PERIOD-CLOSED-PROGRAM PIC X(10) VALUE SPACES.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUN-STATUS-WORK PIC X(1) VALUE 'C'.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'BILLING'.
       01 HISTORY-INDEX PIC 9(2) VALUE ZERO.
       01 HISTORY-COUNT-WORK PIC 9(2) VALUE ZERO.

      * ROUTE ASSIGNMENTS, LOADED FROM THE ROUTE MASTER ONTO THE
      *     ROUTE WORK FILE AT THE START OF THE RUN. NO ROUTE MASTER
      *     JUST MEANS NO ROUTE CHECKS AND AN UNROUTED RE-READ
      *     EXTRACT - WHERE WE STOOD BEFORE. ROUTE-FOUND-SWITCH IS 'Y'
      *     WHEN A LOOKUP LEFT THE ACCOUNT'S ASSIGNMENT IN HAND
       01 ROUTE-ASSIGN-COUNT PIC 9(7) VALUE ZERO.
       01 ROUTE-FOUND-SWITCH PIC X VALUE 'N'.
       01 ROUTE-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 ROUTE-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 ROUTE-LOOKUP-ACCOUNT PIC 9(6) VALUE ZERO.

      * BILLING-CYCLE-WORK: THE CYCLE THIS RUN BILLS, FROM THE
      *     CONTROL CARD - ZERO BILLS THE WHOLE CUSTOMER BASE
       01 BILLING-CYCLE-WORK PIC 9(2) VALUE ZERO.

      * CYCLE RANGES, LOADED FROM THE BILLING CYCLE TABLE ON A CYCLE
      *     RUN. AN ACCOUNT BELONGS TO THE CYCLE ITS ROUTE-MASTER
      *     ROUTE FALLS IN; AN UNROUTED ACCOUNT, OR A ROUTE NO RANGE
      *     COVERS, BELONGS TO THE DEFAULT CYCLE SO IT STILL BILLS
       01 CYCLE-RANGE-TABLE.
         03 CYCLE-RANGE OCCURS 50 TIMES.
           05 CR-ROUTE-FROM PIC 9(3).
           05 CR-ROUTE-TO PIC 9(3).
           05 CR-CYCLE PIC 9(2).
       01 CYCLE-RANGE-COUNT PIC 9(2) VALUE ZERO.
       01 CYCLE-RANGE-INDEX PIC 9(2) VALUE ZERO.
       01 CYCLE-TABLE-FULL-SWITCH PIC X VALUE 'N'.
       01 CYCLE-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 DEFAULT-BILLING-CYCLE PIC 9(2) VALUE 01.

      * ACCOUNT-IN-CYCLE-SWITCH: 'Y' WHEN THE ACCOUNT IN
      *     ROUTE-LOOKUP-ACCOUNT BELONGS TO THE CYCLE THIS RUN BILLS
      *     (ALWAYS 'Y' ON A WHOLE-BASE RUN); ACCOUNT-CYCLE-WORK
      *     CARRIES THE CYCLE IT WAS FOUND IN
       01 ACCOUNT-IN-CYCLE-SWITCH PIC X VALUE 'Y'.
       01 ACCOUNT-CYCLE-WORK PIC 9(2) VALUE ZERO.
       01 CYCLE-LOOKUP-ROUTE PIC 9(3) VALUE ZERO.
       01 CYCLE-FOUND-SWITCH PIC X VALUE 'N'.

      * PERIOD ROLL-UP - THE COMPLETED CYCLE RUNS ALREADY ON THE
      *     RUN-CONTROL LOG FOR THIS PERIOD, SO THE SUMMARY CARRIES
      *     THE MONTH'S TOTALS ACROSS EVERY CYCLE BILLED SO FAR
       01 PERIOD-CYCLE-COUNT PIC 9(2) VALUE ZERO.
       01 PERIOD-PRIOR-VALID-COUNT PIC 9(7) VALUE ZERO.
       01 PERIOD-PRIOR-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 PERIOD-TOTAL-VALID-COUNT PIC 9(7) VALUE ZERO.
       01 PERIOD-TOTAL-AMOUNT PIC 9(11)V99 VALUE ZERO.

      * PER-ROUTE COVERAGE TOTALS, BUILT DURING THE END-OF-RUN SWEEP
       01 ROUTE-TOTALS-TABLE.
         03 ROUTE-TOTAL OCCURS 50 TIMES.
       01 ROUTE-MISSED-WORK PIC 9(5) VALUE ZERO.
       01 ROUTE-PCT-WORK PIC 9(3) VALUE ZERO.

      * READINGS THAT ARRIVED UNDER THE WRONG ROUTE, KEPT ON THE
      *     WRONG-ROUTE WORK FILE FOR THE RECONCILIATION REPORT
       01 WRONG-ROUTE-COUNT PIC 9(7) VALUE ZERO.
       01 WRONG-ROUTE-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * SERVICE-POINT WORK FIELDS - THE METER NUMBER ON THE READING
      *     IN HAND (BLANK READS AS METER 01), WHETHER THE METER
       01 MSEED-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 TOTAL-ADDL-METER-COUNT PIC 9(5) VALUE ZERO.

      * METER-EXCHANGE WORK FIELDS - WHETHER THE SERVICE POINT IN
      *     HAND HAS A CHANGE-OUT WAITING TO BILL, THE USAGE OFF EACH
      *     METER, AND THE FEED'S SCAN STATE AND COUNTS
       01 EXCHANGE-PENDING-SWITCH PIC X VALUE 'N'.
       01 OLD-METER-USAGE-WORK PIC 9(5) VALUE ZERO.
       01 NEW-METER-USAGE-WORK PIC 9(5) VALUE ZERO.
       01 MXCH-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 EXCHANGE-DISPOSITION-WORK PIC X(30) VALUE SPACES.
       01 TOTAL-EXCHANGE-POSTED-COUNT PIC 9(4) VALUE ZERO.
       01 TOTAL-EXCHANGE-REFUSED-COUNT PIC 9(4) VALUE ZERO.

      * PREMISE WORK FIELDS - WHETHER THE PREMISE AND OCCUPANCY
      *     RECORDS WANTED ARE ON FILE, EACH AS IT STOOD WHEN READ,
      *     THE OCCUPANCY SCAN STATE, 'Y' IN MOVE-OUT-BILL-SWITCH
      *     WHILE A MOVE-OUT'S FINAL BILL IS RUNNING, THE OUTGOING
      *     ACCOUNT IN HAND, AND THE RUN'S MOVE-OUT COUNTS
       01 PREMISE-FOUND-SWITCH PIC X VALUE 'N'.
       01 PREMISE-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 OCCUPANCY-FOUND-SWITCH PIC X VALUE 'N'.
       01 OCCUPANCY-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 OCCUPANCY-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 MOVE-OUT-BILL-SWITCH PIC X VALUE 'N'.
       01 MOVE-OUT-ACCOUNT-WORK PIC 9(6) VALUE ZERO.
       01 TOTAL-MOVE-OUT-COUNT PIC 9(4) VALUE ZERO.
       01 TOTAL-MOVE-OUT-HELD-COUNT PIC 9(4) VALUE ZERO.

      * TRANSFER-METER-TABLE: THE OUTGOING ACCOUNT'S SERVICE-POINT
      *     RECORDS, GATHERED BEFORE ANY IS RE-KEYED TO THE INCOMING
      *     ACCOUNT, AND THE METER MASTER SCAN STATE
       01 TRANSFER-METER-TABLE.
         03 TRANSFER-METER-IMAGE PIC X(60) OCCURS 100 TIMES.
       01 TRANSFER-METER-COUNT PIC 9(3) VALUE ZERO.
       01 TRANSFER-METER-INDEX PIC 9(3) VALUE ZERO.
       01 METER-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * PAYMENT-ARRANGEMENT WORK FIELDS - WHETHER THE ACCOUNT BILLING
      *     HAS AN ARRANGEMENT ON FILE, THE ARRANGEMENT RECORD AS IT
      *     STOOD WHEN READ, THE INSTALLMENT BILLED THIS RUN (ZERO
      *     WHEN NONE), AND THE RUN'S ARRANGEMENT TOTALS
       01 ARRANGEMENT-FOUND-SWITCH PIC X VALUE 'N'.
       01 ARRANGEMENT-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 ARR-INSTALLMENT-WORK PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-ARR-BILLED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ARR-BILLED-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ARR-KEPT-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ARR-BROKEN-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-ARR-COMPLETED-COUNT PIC 9(5) VALUE ZERO.

      * AUTOPAY WORK FIELDS - WHETHER THE ACCOUNT BILLING HAS AN
      *     AUTOPAY RECORD, THAT RECORD AS IT STOOD WHEN READ, THE
      *     BALANCE TO DRAFT, AND 'Y' IN AUTOPAY-DRAFT-SWITCH WHEN
      *     THIS STATEMENT IS BEING DRAFTED RATHER THAN REMITTED
       01 AUTOPAY-FOUND-SWITCH PIC X VALUE 'N'.
       01 AUTOPAY-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 AUTOPAY-AMOUNT-WORK PIC S9(7)V99 VALUE ZERO.
       01 AUTOPAY-DRAFT-SWITCH PIC X VALUE 'N'.

      * REMITTANCE SCAN LINE - THE ACCOUNT AND AMOUNT DUE PRINTED ON
      *     THE STUB FOR THE BANK'S LOCKBOX TO CAPTURE, CLOSED BY A
      *     MOD-10 CHECK DIGIT OVER BOTH SO THE CASH RECEIPTS RUN
      *     (CASHRCPT) CAN TELL A MISREAD STUB FROM A GOOD ONE. THE
      *     DIGITS ARE WEIGHTED 2,1,2,1... FROM THE RIGHT, TWO-DIGIT
      *     PRODUCTS ARE CAST OUT BY NINES, AND THE CHECK DIGIT
      *     BRINGS THE SUM UP TO THE NEXT MULTIPLE OF TEN
       01 STATEMENT-DUE-WORK PIC S9(7)V99 VALUE ZERO.
       01 SCAN-DIGIT-STRING.
         03 SCAN-DIGIT-ACCOUNT PIC 9(6).
         03 SCAN-DIGIT-AMOUNT PIC 9(7)V99.
       01 SCAN-DIGIT-TABLE REDEFINES SCAN-DIGIT-STRING.
         03 SCAN-DIGIT PIC 9 OCCURS 15 TIMES.
       01 SCAN-DIGIT-INDEX PIC 9(2) VALUE ZERO.
       01 SCAN-WEIGHT PIC 9 VALUE ZERO.
       01 SCAN-PRODUCT PIC 9(2) VALUE ZERO.
       01 SCAN-SUM PIC 9(4) VALUE ZERO.
       01 SCAN-SUM-TENS PIC 9(4) VALUE ZERO.
       01 SCAN-SUM-UNITS PIC 9 VALUE ZERO.
       01 SCAN-CHECK-DIGIT PIC 9 VALUE ZERO.

      * DRAFT-DATE-WORK: THE DUE DATE OF THIS RUN'S BILLS, WHICH IS
      *     THE DAY AN AUTOPAY ACCOUNT'S DRAFT TAKES EFFECT - THE
      *     PROCESSING DATE PLUS THE DAYS A CUSTOMER IS GIVEN TO PAY
       01 STATEMENT-DUE-DAYS PIC 9(2) VALUE 21.
       01 DRAFT-DATE-WORK PIC 9(8) VALUE ZERO.
       01 DRAFT-DATE-PARTS REDEFINES DRAFT-DATE-WORK.
         03 DRAFT-DATE-YYYY PIC 9(4).
         03 DRAFT-DATE-MM PIC 9(2).
         03 DRAFT-DATE-DD PIC 9(2).

      * PRENOTE WINDOW WORK FIELDS - A NEWLY ENROLLED (OR CHANGED)
      *     BANK ACCOUNT IS NOT DRAFTED UNTIL ITS ZERO-DOLLAR PRENOTE
      *     HAS HAD THIS MANY DAYS TO BOUNCE, THE SAME WINDOW PAYROLL
      *     HOLDS A NEW DIRECT-DEPOSIT ACCOUNT TO
       01 PRENOTE-WINDOW-DAYS PIC 9(2) VALUE 10.
       01 PRENOTE-SENT-INTEGER PIC 9(7) VALUE ZERO.
       01 PROCESSING-INTEGER-WORK PIC 9(7) VALUE ZERO.

      * THE RUN'S AUTOPAY TOTALS - DRAFTS SCHEDULED BY THIS RUN'S
      *     BILLS, AND DRAFT PAYMENTS (TYPE 'D') RECEIVED IN THE
      *     PAYMENT FEED
       01 TOTAL-DRAFT-SCHED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-DRAFT-SCHED-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-DRAFT-PAY-COUNT PIC 9(4) VALUE ZERO.
       01 TOTAL-DRAFT-PAY-AMOUNT PIC 9(9)V99 VALUE ZERO.

      * RECOVERIES ON WRITTEN-OFF ACCOUNTS - THE AGENCY'S REMITTANCES
      *     (TYPE 'A') AND ANY ORDINARY PAYMENT THAT LANDS ON AN
      *     ACCOUNT ALREADY WRITTEN OFF, CARRIED ON THE PAYMENT WORK
      *     FILE AND APPLIED AGAINST THE WRITE-OFF FILE AFTER EVERY
      *     PAYMENT HAS POSTED - THE AGENCY'S FIRST, THEN THE
      *     CUSTOMERS'. RECOVERY-PASS-SOURCE IS THE SOURCE ('A' OR
      *     'P') THE PASS IN PROGRESS IS WORKING
       01 RECOVERY-COUNT PIC 9(7) VALUE ZERO.
       01 RECOVERY-PASS-SOURCE PIC X VALUE SPACE.
       01 WRITEOFF-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 TOTAL-RECOVERY-COUNT PIC 9(4) VALUE ZERO.
       01 TOTAL-RECOVERY-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 UNMATCHED-RECOVERY-COUNT PIC 9(4) VALUE ZERO.

      * ADJUSTMENTS, LOADED ONTO THE ADJUSTMENT WORK FILE AT THE
      *     START OF THE RUN AND MATCHED AGAINST EACH ACCOUNT AS IT
      *     BILLS; WHAT IS LEFT AFTERWARD APPLIES STRAIGHT TO THE
      *     MASTER IN ITS OWN SWEEP
       01 ADJUSTMENT-COUNT PIC 9(5) VALUE ZERO.
       01 ADJ-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 ADJ-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 BAD-ADJUSTMENT-COUNT PIC 9(3) VALUE ZERO.

      * ADJUSTMENTS HELD FOR A SECOND OPERATOR'S APPROVAL, AND THOSE
      *     REFUSED BECAUSE THE KEYER HAS NO AUTHORITY FOR THEM AT ALL -
      *     BOTH STAY ON THE WORK FILE ('H' / 'R') FOR THE REGISTER, AND
      *     NEITHER TOUCHES A BALANCE
       01 HELD-ADJUSTMENT-COUNT PIC 9(3) VALUE ZERO.
       01 REFUSED-ADJUSTMENT-COUNT PIC 9(3) VALUE ZERO.

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
      *     NEEDS APPROVAL, AND THE OUTCOME: 'A' TO APPLY, 'H' TO HOLD,
      *     'R' REFUSED
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
       01 PENDING-SYSTEM-NAME PIC X(8) VALUE 'BILLING'.
       01 TRANSACTION-SEQUENCE-WORK PIC 9(5) VALUE ZERO.

      * ADJUSTMENT WORK FIELDS - THE PORTION OF A CREDIT MEMO STILL
      *     TO APPLY WHILE WORKING DOWN THE BUCKETS OLDEST-FIRST, AND
      *     THE ADJUSTMENTS APPLIED TO THE ACCOUNT IN HAND, KEPT FOR
       01 BUDGET-DUE-WORK PIC S9(7)V99 VALUE ZERO.
       01 BUDGET-SAVE-UNITS PIC 9(5) VALUE ZERO.
       01 BUDGET-SAVE-PERIODS PIC 9(3) VALUE ZERO.
       01 BUDGET-SAVE-ENERGY PIC 9(7)V99 VALUE ZERO.
       01 BUDGET-SAVE-TAX PIC 9(7)V99 VALUE ZERO.
       01 BUDGET-SAVE-FEE PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-BUDGET-BILL-COUNT PIC 9(5) VALUE ZERO.

      * REVIEW-RECORD-SWITCH: 'Y' WHEN THE RECORD IN HAND PASSED
      *     LESS THAN THE AVERAGE OVER THIS FACTOR
       01 REVIEW-USAGE-FACTOR PIC 9 VALUE 3.

      * ACCOUNT-REVIEWED-SWITCH: 'Y' WHEN THE MASTER ACCOUNT IN HAND
      *     HAD A READING HELD FOR REVIEW THIS RUN (KIND 'R' ON THE
      *     SEEN-ACCOUNT FILE)
       01 ACCOUNT-REVIEWED-SWITCH PIC X VALUE 'N'.

      * RE-READ WORK ORDERS, COLLECTED ON THE RE-READ WORK FILE AS
      *     READINGS FAIL
       01 REREAD-COUNT PIC 9(7) VALUE ZERO.
       01 REREAD-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 REREAD-REASON-WORK PIC X(4) VALUE SPACES.

      * RECONCILIATION REPORT COUNTS
       01 RECON-MISSED-COUNT PIC 9(7) VALUE ZERO.
       01 RECON-UNKNOWN-COUNT PIC 9(7) VALUE ZERO.
      *     ALREADY BILLED (AND AGED) EARLIER IN THIS RUN
       01 ACCOUNT-BILLED-SWITCH PIC X VALUE 'N'.

      * PAYMENTS, LOADED ONTO THE PAYMENT WORK FILE AT THE START OF
      *     THE RUN AND MATCHED AGAINST EACH ACCOUNT AS IT IS BILLED.
      *     PAYMENT-WORK-COUNT IS EVERY ENTRY THE FEED PUT ON THE FILE
       01 PAYMENT-WORK-COUNT PIC 9(7) VALUE ZERO.
       01 PAYMENT-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 PAYMENT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * RETURNED-PAYMENT (NSF) REVERSALS, LOADED FROM THE PAYMENT
      *     FEED'S 'R' RECORDS ONTO THE PAYMENT WORK FILE AND APPLIED
      *     BACK TO THE MASTER AFTER EVERY PAYMENT HAS POSTED: THE
      *     BOUNCED AMOUNT RE-DEBITS THE AGING BUCKET ITS ORIGINAL PAY
      *     DATE BELONGS TO, AND THE RETURNED-CHECK FEE GOES ON THE
      *     CURRENT BUCKET
       01 REVERSAL-COUNT PIC 9(7) VALUE ZERO.

      * NSF-FEE-AMOUNT: THE RETURNED-CHECK FEE OUR TARIFF ALLOWS,
      *     CHARGED ON EVERY REVERSAL
      *     MASTER BALANCE
       01 BAD-PAYMENT-COUNT PIC 9(4) VALUE ZERO.

      * UNMATCHED-PAYMENT COUNT/AMOUNT: PAYMENTS WHOSE ACCOUNT NUMBER
      *     MATCHED NO ACCOUNT ON THE CUSTOMER MASTER, SURFACED ON THE
      *     SUMMARY SO COLLECTIONS SEES MONEY THAT LANDED NOWHERE
       01 RATE-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 ACCOUNT-RATE-CLASS PIC X(1) VALUE 'R'.

      * PER-CITY TAX TABLE, LOADED FROM THE CITY TAX FILE AT THE START
      * OF THE RUN, WITH THE REMITTANCE TOTALS THE RUN BUILDS UP FOR
      * EACH CITY. A SERVICE CITY NOT IN THE TABLE LEVIES NOTHING
       01 CITY-TAX-TABLE.
         03 CITY-TAX-ENTRY OCCURS 50 TIMES.
           05 CT-CITY PIC X(13).
           05 CT-STATE PIC X(2).
           05 CT-TAX-RATE PIC 9V9(4).
           05 CT-FRANCHISE-RATE PIC 9V9(4).
           05 CT-EXEMPT-CLASSES.
             07 CT-EXEMPT-CLASS PIC X(1) OCCURS 5 TIMES.
           05 CT-BILL-COUNT PIC 9(7).
           05 CT-TAXABLE-AMOUNT PIC S9(9)V99.
           05 CT-EXEMPT-AMOUNT PIC S9(9)V99.
           05 CT-TAX-AMOUNT PIC S9(9)V99.
           05 CT-FRANCHISE-AMOUNT PIC S9(9)V99.
       01 CITY-TAX-COUNT PIC 9(2) VALUE ZERO.
       01 CITY-TAX-INDEX PIC 9(2) VALUE ZERO.
       01 CITY-TAX-FOUND-INDEX PIC 9(2) VALUE ZERO.
       01 EXEMPT-CLASS-INDEX PIC 9(1) VALUE ZERO.
       01 CITY-TAX-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 TAX-CITY-WORK PIC X(13) VALUE SPACES.
       01 TAX-STATE-WORK PIC X(2) VALUE SPACES.

      * CITY-TAX-EXEMPT-SWITCH: 'Y' WHEN THE ACCOUNT IN HAND BILLS
      *     UNDER A RATE CLASS ITS SERVICE CITY EXEMPTS
       01 CITY-TAX-EXEMPT-SWITCH PIC X VALUE 'N'.

      * THE RUN'S TAX AND FRANCHISE FEES ACROSS ALL CITIES, AND THE
      *     BILLED AMOUNT LEFT FOR REVENUE ONCE THEY ARE TAKEN OUT
       01 TOTAL-UTILITY-TAX PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-FRANCHISE-FEES PIC S9(9)V99 VALUE ZERO.
       01 GL-NET-BILLED-WORK PIC S9(11)V99 VALUE ZERO.

      * VALID STATES WE OPERATE IN
       01 VALID-STATES-DATA PIC X(10) VALUE 'OHPAWVKYIN'.
       01 VALID-STATES-TABLE REDEFINES VALID-STATES-DATA.
       01 STATE-TABLE-INDEX PIC 99 VALUE ZERO.
       01 STATE-VALID-SWITCH PIC X VALUE 'N'.

      * DUPLICATE READING DETECTION FOR THE CURRENT RUN, AGAINST THE
      * BILLED READINGS ON THE SEEN-ACCOUNT FILE
       01 DUPLICATE-FOUND-SWITCH PIC X VALUE 'N'.
       01 SEEN-SCAN-SWITCH PIC X(3) VALUE 'YES'.
       01 SEEN-WRITE-COUNT PIC 9(7) VALUE ZERO.


      * GL MAPPING TABLE (THIS SYSTEM'S ENTRIES ONLY) AND THE STAGED
           VALUE 'INVALID READ DATE'.
       01 ERR-DATE-OUT-OF-PERIOD PIC X(30)
           VALUE 'READ DATE OUTSIDE PERIOD'.
       01 ERR-ACCOUNT-NOT-IN-CYCLE PIC X(30)
           VALUE 'ACCOUNT NOT IN THIS CYCLE'.
       01 ERR-READ-BEFORE-EXCHANGE PIC X(30)
           VALUE 'READ DATE BEFORE METER SWAP'.
       01 ERR-EXCHANGE-READINGS  PIC X(30)
           VALUE 'READINGS CONFLICT WITH SWAP'.
       01 REV-USAGE-FAR-ABOVE    PIC X(30)
           VALUE 'USAGE FAR ABOVE HISTORY'.
       01 REV-USAGE-FAR-BELOW    PIC X(30)
         03 FILLER PIC X(1) VALUE '/'.
         03 SUMMARY-PERIOD-MM PIC 9(2).

       01 SUMMARY-RECORD-CYCLE.
         03 FILLER PIC X(30) VALUE 'BILLING CYCLE:'.
         03 SUMMARY-CYCLE-OUT PIC X(10).

       01 SUMMARY-RECORD-1.
         03 FILLER PIC X(30) VALUE 'TOTAL VALID RECORDS:'.
         03 SUMMARY-VALID-COUNT PIC ZZZ,ZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 SUMMARY-UTILITY-AMOUNT PIC $$$,$$$,$$9.99.

       01 SUMMARY-RECORD-17.
         03 FILLER PIC X(30) VALUE 'ARRANGEMENT INSTALLMENTS:'.
         03 SUMMARY-ARR-BILLED-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 SUMMARY-ARR-BILLED-AMOUNT PIC $$$,$$$,$$9.99.

       01 SUMMARY-RECORD-18.
         03 FILLER PIC X(30) VALUE 'ARRANGEMENTS KEPT:'.
         03 SUMMARY-ARR-KEPT-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  BROKEN:'.
         03 SUMMARY-ARR-BROKEN-COUNT PIC ZZZ9.
         03 FILLER PIC X(13) VALUE '  COMPLETED:'.
         03 SUMMARY-ARR-COMPLETED-COUNT PIC ZZZ9.

       01 SUMMARY-RECORD-22.
         03 FILLER PIC X(30) VALUE 'AUTOPAY DRAFTS SCHEDULED:'.
         03 SUMMARY-DRAFT-SCHED-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 SUMMARY-DRAFT-SCHED-AMOUNT PIC $$$,$$$,$$9.99.

       01 SUMMARY-RECORD-23.
         03 FILLER PIC X(30) VALUE 'AUTOPAY DRAFT PAYMENTS:'.
         03 SUMMARY-DRAFT-PAY-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 SUMMARY-DRAFT-PAY-AMOUNT PIC $$$,$$$,$$9.99.

       01 SUMMARY-RECORD-24.
         03 FILLER PIC X(30) VALUE 'RECOVERIES ON WRITTEN-OFF:'.
         03 SUMMARY-RECOVERY-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 SUMMARY-RECOVERY-AMOUNT PIC $$$,$$$,$$9.99.

       01 SUMMARY-RECORD-25.
         03 FILLER PIC X(30) VALUE 'MOVE-OUT FINAL BILLS:'.
         03 SUMMARY-MOVE-OUT-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  HELD:'.
         03 SUMMARY-MOVE-OUT-HELD PIC ZZZ9.

       01 SUMMARY-RECORD-26.
         03 FILLER PIC X(30) VALUE 'UTILITY USERS TAX BILLED:'.
         03 SUMMARY-UTILITY-TAX PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(13) VALUE '  FRANCHISE:'.
         03 SUMMARY-FRANCHISE-FEES PIC $$$,$$$,$$9.99-.

       01 SUMMARY-RECORD-19.
         03 FILLER PIC X(30) VALUE 'CYCLES BILLED THIS PERIOD:'.
         03 SUMMARY-PERIOD-CYCLES PIC Z9.

       01 SUMMARY-RECORD-20.
         03 FILLER PIC X(30) VALUE 'PERIOD VALID RECORDS:'.
         03 SUMMARY-PERIOD-VALID-COUNT PIC Z,ZZZ,ZZ9.

       01 SUMMARY-RECORD-21.
         03 FILLER PIC X(30) VALUE 'PERIOD AMOUNT BILLED:'.
         03 SUMMARY-PERIOD-AMOUNT PIC $$$,$$$,$$$,$$9.99.

       01 SUMMARY-RECORD-14.
         03 FILLER PIC X(30) VALUE 'ADJUSTMENTS APPLIED:'.
         03 SUMMARY-ADJ-COUNT PIC ZZZ9.
         03 FILLER PIC X(5) VALUE 'D/C'.
         03 FILLER PIC X(15) VALUE '        AMOUNT'.
         03 FILLER PIC X(8) VALUE 'REASON'.
         03 FILLER PIC X(6) VALUE 'AUTH'.
         03 FILLER PIC X(5) VALUE 'APPR'.
         03 FILLER PIC X(12) VALUE 'DISPOSITION'.

       01 ADJREG-DETAIL-LINE.
         03 FILLER PIC X(3) VALUE SPACES.
         03 ADJREG-INITIALS PIC X(3).
         03 FILLER PIC X(3) VALUE SPACES.
         03 ADJREG-APPROVER PIC X(3).
         03 FILLER PIC X(3) VALUE SPACES.
         03 ADJREG-DISPOSITION PIC X(10).

       01 ADJREG-TOTAL-LINE.
         03 FILLER PIC X(30) VALUE 'UNMATCHED ADJUSTMENTS:'.
         03 ADJREG-UNMATCHED-COUNT PIC ZZZ9.

       01 ADJREG-HELD-LINE.
         03 FILLER PIC X(30) VALUE 'HELD FOR APPROVAL:'.
         03 ADJREG-HELD-COUNT PIC ZZZ9.

       01 ADJREG-REFUSED-LINE.
         03 FILLER PIC X(30) VALUE 'REFUSED - NO AUTHORITY:'.
         03 ADJREG-REFUSED-COUNT PIC ZZZ9.

      * RECOVERIES REGISTER LINES
       01 RCVYREG-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
         03 FILLER PIC X(10) VALUE 'PAY DATE'.
         03 FILLER PIC X(15) VALUE '        AMOUNT'.
         03 FILLER PIC X(10) VALUE 'SOURCE'.
         03 FILLER PIC X(15) VALUE '      REMAINING'.
         03 FILLER PIC X(3) VALUE SPACES.
         03 FILLER PIC X(12) VALUE 'DISPOSITION'.

       01 RCVYREG-DETAIL-LINE.
         03 RCVYREG-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCVYREG-PAY-DATE PIC 9(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RCVYREG-AMOUNT PIC $$,$$$,$$9.99.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCVYREG-SOURCE PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 RCVYREG-REMAINING PIC $$,$$$,$$9.99.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RCVYREG-DISPOSITION PIC X(12).

       01 RCVYREG-TOTAL-LINE.
         03 FILLER PIC X(30) VALUE 'TOTAL RECOVERED:'.
         03 RCVYREG-TOTAL-COUNT PIC ZZZ9.
         03 FILLER PIC X(10) VALUE '  AMOUNT:'.
         03 RCVYREG-TOTAL-AMOUNT PIC $$$,$$$,$$9.99.

       01 RCVYREG-UNMATCHED-LINE.
         03 FILLER PIC X(30) VALUE 'NO WRITE-OFF ON FILE:'.
         03 RCVYREG-UNMATCHED-COUNT PIC ZZZ9.

      * CITY TAX REMITTANCE REPORT LINES
       01 TAXREMIT-HEADING.
         03 FILLER PIC X(15) VALUE 'CITY'.
         03 FILLER PIC X(4) VALUE 'ST'.
         03 FILLER PIC X(8) VALUE '  BILLS'.
         03 FILLER PIC X(16) VALUE '         TAXABLE'.
         03 FILLER PIC X(16) VALUE '          EXEMPT'.
         03 FILLER PIC X(16) VALUE '     UTILITY TAX'.
         03 FILLER PIC X(16) VALUE '   FRANCHISE FEE'.

       01 TAXREMIT-DETAIL-LINE.
         03 TAXREMIT-CITY PIC X(13).
         03 FILLER PIC X(2) VALUE SPACES.
         03 TAXREMIT-STATE PIC X(2).
         03 FILLER PIC X(2) VALUE SPACES.
         03 TAXREMIT-BILL-COUNT PIC Z(6)9.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-TAXABLE PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-EXEMPT PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-TAX PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-FRANCHISE PIC $$$,$$$,$$9.99-.

       01 TAXREMIT-RATE-LINE.
         03 FILLER PIC X(19) VALUE SPACES.
         03 FILLER PIC X(10) VALUE 'TAX RATE '.
         03 TAXREMIT-TAX-RATE PIC 9.9999.
         03 FILLER PIC X(18) VALUE '  FRANCHISE RATE '.
         03 TAXREMIT-FRANCHISE-RATE PIC 9.9999.
         03 FILLER PIC X(18) VALUE '  EXEMPT CLASSES '.
         03 TAXREMIT-EXEMPT-CLASSES PIC X(5).

       01 TAXREMIT-TOTAL-LINE.
         03 FILLER PIC X(19) VALUE 'TOTAL ALL CITIES'.
         03 TAXREMIT-TOTAL-COUNT PIC Z(6)9.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-TOTAL-TAXABLE PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-TOTAL-EXEMPT PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-TOTAL-TAX PIC $$$,$$$,$$9.99-.
         03 FILLER PIC X(1) VALUE SPACE.
         03 TAXREMIT-TOTAL-FRANCHISE PIC $$$,$$$,$$9.99-.

       01 TAXREMIT-EMPTY-LINE PIC X(60)
           VALUE 'NO CITY TAX TABLE ON FILE - NOTHING TAXED THIS RUN'.

       01 TAXREMIT-TOTAL-COUNT-WORK PIC 9(7) VALUE ZERO.
       01 TAXREMIT-TOTAL-TAXABLE-WORK PIC S9(11)V99 VALUE ZERO.
       01 TAXREMIT-TOTAL-EXEMPT-WORK PIC S9(11)V99 VALUE ZERO.

      * METER EXCHANGE LOG LINES
       01 EXCHLOG-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
         03 FILLER PIC X(5) VALUE 'MTR'.
         03 FILLER PIC X(10) VALUE 'SWAP DATE'.
         03 FILLER PIC X(12) VALUE 'OLD SERIAL'.
         03 FILLER PIC X(12) VALUE 'NEW SERIAL'.
         03 FILLER PIC X(8) VALUE 'REMOVED'.
         03 FILLER PIC X(9) VALUE 'INSTALL'.
         03 FILLER PIC X(30) VALUE 'DISPOSITION'.

       01 EXCHLOG-DETAIL-LINE.
         03 EXCHLOG-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 EXCHLOG-METER PIC 9(2).
         03 FILLER PIC X(3) VALUE SPACES.
         03 EXCHLOG-DATE PIC 9(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 EXCHLOG-OLD-SERIAL PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 EXCHLOG-NEW-SERIAL PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 EXCHLOG-REMOVAL PIC ZZZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 EXCHLOG-INSTALL PIC ZZZZ9.
         03 FILLER PIC X(4) VALUE SPACES.
         03 EXCHLOG-DISPOSITION PIC X(30).

       01 EXCHLOG-USAGE-LINE.
         03 EXCHLOG-USE-ACCOUNT PIC 9(6).
         03 FILLER PIC X(3) VALUE SPACES.
         03 EXCHLOG-USE-METER PIC 9(2).
         03 FILLER PIC X(3) VALUE SPACES.
         03 FILLER PIC X(11) VALUE 'BILLED OLD '.
         03 EXCHLOG-USE-PREV PIC ZZZZ9.
         03 FILLER PIC X(4) VALUE ' TO '.
         03 EXCHLOG-USE-REMOVAL PIC ZZZZ9.
         03 FILLER PIC X(3) VALUE ' = '.
         03 EXCHLOG-USE-OLD-USAGE PIC ZZZZ9.
         03 FILLER PIC X(6) VALUE '  NEW '.
         03 EXCHLOG-USE-INSTALL PIC ZZZZ9.
         03 FILLER PIC X(4) VALUE ' TO '.
         03 EXCHLOG-USE-CURR PIC ZZZZ9.
         03 FILLER PIC X(3) VALUE ' = '.
         03 EXCHLOG-USE-NEW-USAGE PIC ZZZZ9.
         03 FILLER PIC X(9) VALUE '  TOTAL '.
         03 EXCHLOG-USE-TOTAL PIC ZZZZ9.

       01 EXCHLOG-TOTAL-LINE.
         03 FILLER PIC X(30) VALUE 'METER EXCHANGES POSTED:'.
         03 EXCHLOG-POSTED-COUNT PIC ZZZ9.
         03 FILLER PIC X(12) VALUE '  REFUSED:'.
         03 EXCHLOG-REFUSED-COUNT PIC ZZZ9.

      * RETURNED-PAYMENT SECTION OF THE SUMMARY
       01 SUMMARY-REVERSAL-HEADING PIC X(40)
           VALUE 'RETURNED PAYMENTS (NSF) THIS RUN:'.
         03 FILLER PIC X(20) VALUE 'NEW CHARGES: '.
         03 NEW-CHARGES PIC $$$,$$9.99.

       01 STMT-LINE-ENERGY-CHARGE.
         03 FILLER PIC X(20) VALUE 'ENERGY CHARGE: '.
         03 ENERGY-CHARGE-OUT PIC $$$,$$9.99.

       01 STMT-LINE-UTILITY-TAX.
         03 FILLER PIC X(20) VALUE 'UTILITY USERS TAX: '.
         03 UTILITY-TAX-OUT PIC $$$,$$9.99.

       01 STMT-LINE-FRANCHISE-FEE.
         03 FILLER PIC X(20) VALUE 'FRANCHISE FEE: '.
         03 FRANCHISE-FEE-OUT PIC $$$,$$9.99.

       01 STMT-LINE-TOTAL-DUE.
         03 FILLER PIC X(20) VALUE 'TOTAL AMOUNT DUE: '.
         03 TOTAL-AMOUNT-DUE PIC $$$,$$9.99-.
       01 STMT-LINE-ROLLOVER PIC X(60)
           VALUE 'NOTE: METER ROLLED OVER PAST 99999 THIS PERIOD'.

       01 STMT-LINE-EXCHANGE.
         03 FILLER PIC X(20) VALUE 'NOTE: METER SWAPPED '.
         03 STMT-EXCHANGE-DATE PIC 9(8).
         03 FILLER PIC X(11) VALUE ' OLD METER '.
         03 STMT-EXCHANGE-OLD-USAGE PIC ZZZZ9.
         03 FILLER PIC X(11) VALUE ' NEW METER '.
         03 STMT-EXCHANGE-NEW-USAGE PIC ZZZZ9.

       01 STMT-LINE-PERIOD.
         03 FILLER PIC X(20) VALUE 'SERVICE PERIOD: '.
         03 STMT-PERIOD-YYYY PIC 9(4).
       01 STMT-LINE-ESTIMATED PIC X(60)
           VALUE '*** ESTIMATED BILL - NO METER READING RECEIVED ***'.

       01 STMT-LINE-DRAFT-AMOUNT.
         03 FILLER PIC X(20) VALUE 'AMOUNT TO BE DRAFTED'.
         03 DRAFT-AMOUNT-OUT PIC $$$,$$9.99.

       01 STMT-LINE-DRAFT-NOTICE.
         03 FILLER PIC X(32) VALUE 'DO NOT PAY - WILL BE DRAFTED ON '.
         03 DRAFT-NOTICE-MM PIC 9(2).
         03 FILLER PIC X(1) VALUE '/'.
         03 DRAFT-NOTICE-DD PIC 9(2).
         03 FILLER PIC X(1) VALUE '/'.
         03 DRAFT-NOTICE-YYYY PIC 9(4).

       01 STMT-LINE-STUB PIC X(60)
           VALUE '-- DETACH AND RETURN WITH YOUR PAYMENT --'.

       01 STMT-LINE-SCAN.
         03 FILLER PIC X(20) VALUE SPACES.
         03 STMT-SCAN-ACCOUNT PIC 9(6).
         03 FILLER PIC X(1) VALUE SPACE.
         03 STMT-SCAN-AMOUNT PIC 9(9).
         03 FILLER PIC X(1) VALUE SPACE.
         03 STMT-SCAN-CHECK-DIGIT PIC 9(1).

       01 STMT-LINE-FINAL PIC X(60)
           VALUE '*** FINAL BILL - SERVICE DISCONNECTED ***'.

         03 FILLER PIC X(20) VALUE 'PLAN SETTLEMENT: '.
         03 BUDGET-SETTLE-OUT PIC $$$,$$9.99-.

      * PAYMENT-ARRANGEMENT STATEMENT LINES
       01 STMT-LINE-ARRANGEMENT.
         03 FILLER PIC X(20) VALUE 'ARRANGEMENT INSTALL:'.
         03 ARR-INSTALLMENT-OUT PIC $$$,$$9.99.

       01 STMT-LINE-ARRANGEMENT-TERMS.
         03 FILLER PIC X(12) VALUE 'INSTALLMENT '.
         03 ARR-INSTALLMENT-NUMBER-OUT PIC Z9.
         03 FILLER PIC X(4) VALUE ' OF '.
         03 ARR-INSTALLMENT-COUNT-OUT PIC Z9.
         03 FILLER PIC X(14) VALUE ' - PAY BY DAY '.
         03 ARR-DUE-DAY-OUT PIC Z9.

       01 STMT-LINE-ARRANGEMENT-BROKEN PIC X(60)
           VALUE '*** ARRANGEMENT CANCELLED - INSTALLMENT MISSED ***'.

      * AGED-RECEIVABLES REPORT LINES
       01 AGING-HEADING.
         03 FILLER PIC X(9) VALUE 'ACCOUNT'.
      *    RATE FILE HAS TO BE IN HAND BEFORE ANYTHING IS BILLED
           PERFORM LOAD-RATE-FILE.

      *    AND THE CITY TAX TABLE, WHICH ALSO HAS TO BE IN HAND BEFORE
      *    A RESTART PUTS BACK THE TAX THE INTERRUPTED RUN BILLED
           PERFORM LOAD-CITY-TAX-FILE.

      *    READ ANY CHECKPOINT LEFT BY A PRIOR, INTERRUPTED RUN
           PERFORM READ-CHECKPOINT.

           OPEN INPUT CUSTOMER-FILE.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O METER-MASTER.
           OPEN I-O ARRANGEMENT-FILE.
           OPEN I-O AUTOPAY-FILE.
           OPEN I-O WRITEOFF-FILE.
           OPEN I-O PREMISE-MASTER.
           OPEN I-O OCCUPANCY-FILE.

      *    THE RUN'S BILLED, HELD-FOR-REVIEW, AND UNKNOWN ACCOUNTS,
      *    ITS WRONG-ROUTE READINGS, AND ITS RE-READ WORK ORDERS ALL
      *    START EMPTY
           OPEN OUTPUT SEEN-ACCOUNT-FILE
             WRONG-ROUTE-FILE
             REREAD-SORT-FILE.
           CLOSE SEEN-ACCOUNT-FILE
             WRONG-ROUTE-FILE
             REREAD-SORT-FILE.
           OPEN I-O SEEN-ACCOUNT-FILE
             WRONG-ROUTE-FILE
             REREAD-SORT-FILE.

      *    ENROLL ANY NEW SERVICE POINTS DROPPED OFF FOR THIS RUN
           PERFORM LOAD-METER-MASTER-SEED.
      *    AND THE RE-READ EXTRACT CUTS IN ROUTE ORDER
           PERFORM LOAD-ROUTE-MASTER.

      *    THEN LAYS THE PREMISES' OWN ROUTES OVER IT - THE ROUTE
      *    GOES WITH THE PREMISE, WHOEVER LIVES THERE
           PERFORM LOAD-PREMISE-ROUTES.

      *    A CYCLE RUN NEEDS THE CYCLE TABLE TO KNOW WHICH ROUTES -
      *    AND SO WHICH ACCOUNTS - ARE ITS OWN
           IF BILLING-CYCLE-WORK > ZERO
               PERFORM LOAD-BILLING-CYCLE-TABLE
           END-IF.

      *    ON A CLEAN RUN START THE OUTPUT FILES OVER, OTHERWISE
      *    EXTEND THE FILES FROM AN INTERRUPTED RUN
      *    THE BILLING HISTORY IS A PERMANENT ARCHIVE - ALWAYS EXTEND
               PERFORM WRITE-HEADING-LINES
           END-IF.

      *    POST THE FIELD CREW'S METER CHANGE-OUTS TO THE METER
      *    MASTER. A RESTARTED RUN POSTED THEM THE FIRST TIME AROUND
      *    AND ONLY PICKS THE LOG BACK UP
           IF CHECKPOINT-EXISTS-SWITCH = 'Y'
               OPEN EXTEND METER-EXCHANGE-LOG
           ELSE
               OPEN OUTPUT METER-EXCHANGE-LOG
               PERFORM LOAD-METER-EXCHANGES
           END-IF.

      *    FINAL-BILL THE TENANTS WHO MOVED OUT SINCE THE LAST RUN AT
      *    THE TRANSFER READING THE MOVE-IN WAS KEYED WITH, BEFORE ANY
      *    READING IS BILLED, SO THE INCOMING ACCOUNT STARTS FROM THAT
      *    SAME READING. A RESTARTED RUN BILLED THEM THE FIRST TIME
      *    AROUND
           IF CHECKPOINT-EXISTS-SWITCH NOT = 'Y'
               PERFORM PROCESS-MOVE-OUTS
           END-IF.

      *    READ THE FIRST DATA RECORD, TO ENSURE THE FILE CONTAINS DATA
           READ CUSTOMER-FILE
               AT END
      *    RETURNED-CHECK FEE, NOW THAT EVERY PAYMENT HAS POSTED
           PERFORM APPLY-PAYMENT-REVERSALS.

      *    POST THE RECOVERIES ON WRITTEN-OFF ACCOUNTS AGAINST THEIR
      *    WRITE-OFFS AND LIST THEM ON THE RECOVERIES REGISTER
           PERFORM APPLY-RECOVERY-PAYMENTS.
           PERFORM WRITE-RECOVERY-REGISTER.

      *    APPLY ADJUSTMENTS FOR ACCOUNTS THAT DID NOT BILL THIS RUN
      *    DIRECTLY TO THEIR MASTER BALANCES, THEN WRITE THE REGISTER
      *    THE AUDITORS TRACE EVERY NON-PAYMENT CHANGE THROUGH
      *    ROUTING
           PERFORM WRITE-REREAD-WORK-ORDERS.

      *    TELL EACH TAXING CITY WHAT IT IS OWED FOR THE RUN
           PERFORM WRITE-TAX-REMITTANCE-REPORT.

      *    CHECK IF THE BAD-RECORD RATE IS TOO HIGH TO TRUST THIS RUN,
      *    BEFORE THE CONTROL TOTALS ARE WRITTEN SO THE SUMMARY CAN
      *    CARRY THE REVIEW FLAG
           PERFORM WRITE-CONTROL-TOTALS.

      *    AND THE RUN'S BALANCED LEDGER LINES - REVENUE, LATE
      *    CHARGES, PAYMENTS, AND BAD-DEBT RECOVERIES - SO ACCOUNTING
      *    POSTS FROM A FILE INSTEAD OF RE-KEYING THE SUMMARY. THE
      *    CITY TAX AND FRANCHISE FEES BILLED ARE OWED THE CITIES,
      *    NOT EARNED, SO THEY COME OUT OF REVENUE AND POST AS THEIR
      *    OWN SOURCES
           COMPUTE GL-NET-BILLED-WORK = TOTAL-AMOUNT-BILLED
               - TOTAL-UTILITY-TAX - TOTAL-FRANCHISE-FEES.
           MOVE 'BILL' TO GL-STAGE-SOURCE-WORK.
           IF GL-NET-BILLED-WORK > ZERO
               MOVE GL-NET-BILLED-WORK TO GL-STAGE-AMOUNT-WORK
           ELSE
               MOVE ZERO TO GL-STAGE-AMOUNT-WORK
           END-IF.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'UTAX' TO GL-STAGE-SOURCE-WORK.
           IF TOTAL-UTILITY-TAX > ZERO
               MOVE TOTAL-UTILITY-TAX TO GL-STAGE-AMOUNT-WORK
           ELSE
               MOVE ZERO TO GL-STAGE-AMOUNT-WORK
           END-IF.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'FRAN' TO GL-STAGE-SOURCE-WORK.
           IF TOTAL-FRANCHISE-FEES > ZERO
               MOVE TOTAL-FRANCHISE-FEES TO GL-STAGE-AMOUNT-WORK
           ELSE
               MOVE ZERO TO GL-STAGE-AMOUNT-WORK
           END-IF.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'LATE' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-LATE-CHARGES TO GL-STAGE-AMOUNT-WORK.
           MOVE 'PAY ' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-PAYMENTS-APPLIED TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           MOVE 'RCVY' TO GL-STAGE-SOURCE-WORK.
           MOVE TOTAL-RECOVERY-AMOUNT TO GL-STAGE-AMOUNT-WORK.
           PERFORM STAGE-GL-AMOUNT.
           PERFORM WRITE-GL-EXTRACT.

      *    THE RUN COMPLETED CLEANLY, SO CLEAR THE CHECKPOINT
           PERFORM CLEAR-CHECKPOINT.

      *    AND EMPTY THE RELEASED ADJUSTMENTS, NOW APPLIED, SO NO
      *    RELEASE IS APPLIED TWICE
           OPEN OUTPUT ADJUSTMENT-RELEASE-FILE.
           CLOSE ADJUSTMENT-RELEASE-FILE.

      *    GIVE THE JOB SCHEDULER A NON-ZERO RETURN CODE WHEN THE BATCH
      *    NEEDS MANUAL REVIEW, SO AN UNATTENDED RUN DOESN'T JUST
      *    SCROLL A WARNING PAST AND GET TREATED AS A NORMAL SUCCESS
           CLOSE CUSTOMER-FILE
             CUSTOMER-MASTER
             METER-MASTER
             ARRANGEMENT-FILE
             AUTOPAY-FILE
             WRITEOFF-FILE
             PREMISE-MASTER
             OCCUPANCY-FILE
             METER-EXCHANGE-LOG
             VALID-RECORDS
             INVALID-RECORDS
             CUSTOMER-STATEMENTS
             REVIEW-RECORDS
             BILLING-HISTORY
             MASTER-JOURNAL
             REJECT-FILE
             PAYMENT-WORK-FILE
             ADJUSTMENT-WORK-FILE
             ROUTE-ASSIGN-FILE
             SEEN-ACCOUNT-FILE
             WRONG-ROUTE-FILE
             REREAD-SORT-FILE.

      *    EXIT PROGRAM
           STOP RUN.
      *    PROGRAM ALREADY COMPLETED, TAKES THE NEXT RUN NUMBER, AND
      *    APPENDS THIS EXECUTION'S START RECORD. AN ABNORMAL END
      *    LEAVES THE START RECORD WITH NO MATCHING COMPLETION -
      *    EXACTLY WHAT AN AUDITOR WANTS TO SEE. THE OTHER CYCLES
      *    ALREADY COMPLETED FOR THE PERIOD ARE TOTALED ON THE WAY
      *    PAST FOR THE PERIOD ROLL-UP.
      *
      ******************************************************************
       REGISTER-RUN-START.
                    AND RC-RUN-NUMBER > MAX-RUN-NUMBER
                   MOVE RC-RUN-NUMBER TO MAX-RUN-NUMBER
               END-IF
               IF RC-PROGRAM (1:7) = 'BILLING'
                    AND RC-PERIOD IS NUMERIC
                    AND RC-PERIOD = RUN-PERIOD-WORK
                    AND (RC-STATUS = 'C' OR RC-STATUS = 'R')
                   PERFORM CHECK-PERIOD-BILLING-RUN
               END-IF
               READ RUN-CONTROL-FILE
                   AT END

           IF PERIOD-CLOSED-SWITCH = 'Y'
               DISPLAY '*** RUN ABORTED: PERIOD ' RUN-PERIOD-WORK
                   ' IS ALREADY CLOSED FOR ' PERIOD-CLOSED-PROGRAM
                   ' ON THE RUN-CONTROL LOG ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN



      ******************************************************************
      *
      *    CHECK-PERIOD-BILLING-RUN
      *
      *    WEIGHS ONE COMPLETED BILLING RUN FOR THIS PERIOD FROM THE
      *    RUN-CONTROL LOG. THE SAME CYCLE, OR A WHOLE-BASE RUN ON
      *    EITHER SIDE, MEANS THESE ACCOUNTS ARE ALREADY BILLED AND
      *    THE PERIOD IS CLOSED TO THIS RUN. ANY OTHER CYCLE IS
      *    SIMPLY PART OF THE MONTH, AND ITS CONTROL TOTALS GO INTO
      *    THE PERIOD ROLL-UP.
      *
      ******************************************************************
       CHECK-PERIOD-BILLING-RUN.
           IF RC-PROGRAM = RUN-PROGRAM-NAME
                OR RC-PROGRAM = 'BILLING'
                OR BILLING-CYCLE-WORK IS ZERO
               MOVE 'Y' TO PERIOD-CLOSED-SWITCH
               MOVE RC-PROGRAM TO PERIOD-CLOSED-PROGRAM
           ELSE
               ADD 1 TO PERIOD-CYCLE-COUNT
               IF RC-CONTROL-COUNT IS NUMERIC
                   ADD RC-CONTROL-COUNT TO PERIOD-PRIOR-VALID-COUNT
               END-IF
               IF RC-CONTROL-AMOUNT IS NUMERIC
                   ADD RC-CONTROL-AMOUNT TO PERIOD-PRIOR-AMOUNT
               END-IF
           END-IF.



      ******************************************************************
      *
      *    REGISTER-RUN-END
      *    READS THE RUN CONTROL CARD NAMING THE BILLING PERIOD. A
      *    MISSING OR UNREADABLE CARD STOPS THE RUN BEFORE ANY FILE IS
      *    TOUCHED - GUESSING THE PERIOD IS HOW A STALE FILE GETS
      *    RE-BILLED. A CYCLE RUN REGISTERS UNDER ITS OWN NAME
      *    ('BILLING 03'), SO EACH CYCLE CLOSES THE PERIOD FOR
      *    ITSELF ONLY.
      *
      ******************************************************************
       READ-CONTROL-CARD.
           MOVE CTL-BILLING-PERIOD TO BILLING-PERIOD-WORK.
           MOVE CTL-PROCESSING-DATE TO PROCESSING-DATE-WORK.

           IF CTL-BILLING-CYCLE IS NUMERIC
               MOVE CTL-BILLING-CYCLE TO BILLING-CYCLE-WORK
           ELSE
               IF CONTROL-CARD (15:2) NOT = SPACES
                   DISPLAY '*** RUN ABORTED: CONTROL.TXT BILLING '
                       'CYCLE ' CONTROL-CARD (15:2) ' IS NOT '
                       'NUMERIC - LEAVE IT BLANK TO BILL EVERY '
                       'CYCLE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF BILLING-CYCLE-WORK > ZERO
               MOVE BILLING-CYCLE-WORK TO RUN-PROGRAM-NAME (9:2)
           END-IF.

      *    THIS RUN'S BILLS FALL DUE A FIXED NUMBER OF DAYS AFTER
      *    THE PROCESSING DATE - THE DAY AUTOPAY DRAFTS TAKE EFFECT
           COMPUTE PROCESSING-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE (PROCESSING-DATE-WORK).
           COMPUTE DRAFT-DATE-WORK = FUNCTION DATE-OF-INTEGER
               (PROCESSING-INTEGER-WORK + STATEMENT-DUE-DAYS).



      ******************************************************************



      ******************************************************************
      *
      *    LOAD-CITY-TAX-FILE
      *
      *    LOADS EACH TAXING CITY'S UTILITY USERS' TAX RATE, FRANCHISE
      *    FEE RATE, AND EXEMPT RATE CLASSES, WITH ITS REMITTANCE
      *    TOTALS STARTED AT ZERO. WITH NO FILE, NOTHING IS TAXED.
      *
      ******************************************************************
       LOAD-CITY-TAX-FILE.
           MOVE 'YES' TO CITY-TAX-DATA-REMAINS-SWITCH.
           OPEN INPUT CITY-TAX-FILE.

           READ CITY-TAX-FILE
               AT END
                   MOVE 'NO' TO CITY-TAX-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL CITY-TAX-DATA-REMAINS-SWITCH = 'NO'
               IF CITY-TAX-COUNT < 50
                    AND CTX-TAX-RATE-IN IS NUMERIC
                    AND CTX-FRANCHISE-RATE-IN IS NUMERIC
                   ADD 1 TO CITY-TAX-COUNT
                   MOVE CTX-CITY-IN TO CT-CITY (CITY-TAX-COUNT)
                   MOVE CTX-STATE-IN TO CT-STATE (CITY-TAX-COUNT)
                   MOVE CTX-TAX-RATE-IN
                       TO CT-TAX-RATE (CITY-TAX-COUNT)
                   MOVE CTX-FRANCHISE-RATE-IN
                       TO CT-FRANCHISE-RATE (CITY-TAX-COUNT)
                   MOVE CTX-EXEMPT-CLASSES-IN
                       TO CT-EXEMPT-CLASSES (CITY-TAX-COUNT)
                   MOVE ZERO TO CT-BILL-COUNT (CITY-TAX-COUNT)
                   MOVE ZERO TO CT-TAXABLE-AMOUNT (CITY-TAX-COUNT)
                   MOVE ZERO TO CT-EXEMPT-AMOUNT (CITY-TAX-COUNT)
                   MOVE ZERO TO CT-TAX-AMOUNT (CITY-TAX-COUNT)
                   MOVE ZERO TO CT-FRANCHISE-AMOUNT (CITY-TAX-COUNT)
               ELSE
                   DISPLAY '*** WARNING: CITY TAX ENTRY FOR '
                       CTX-CITY-IN ' ' CTX-STATE-IN ' SKIPPED - '
                       'NON-NUMERIC RATE OR TAX TABLE FULL ***'
               END-IF
               READ CITY-TAX-FILE
                   AT END
                       MOVE 'NO' TO CITY-TAX-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE CITY-TAX-FILE.



      ******************************************************************
      *
      *    COMPUTE-CITY-TAX
      *
      *    FINDS THE ACCOUNT'S SERVICE CITY IN THE CITY TAX TABLE AND,
      *    UNLESS THE CITY EXEMPTS THE RATE CLASS THE ACCOUNT JUST
      *    PRICED UNDER, FIGURES THE UTILITY USERS' TAX AND FRANCHISE
      *    FEE ON THE ENERGY CHARGE. THE SERVICE LOCATION IS THE ONE
      *    ON THE MASTER; AN ACCOUNT NOT YET ON THE MASTER USES THE
      *    ADDRESS ON ITS READING.
      *
      ******************************************************************
       COMPUTE-CITY-TAX.
           MOVE ZERO TO UTILITY-TAX-WORK.
           MOVE ZERO TO FRANCHISE-FEE-WORK.
           MOVE ZERO TO CITY-TAX-FOUND-INDEX.
           MOVE 'N' TO CITY-TAX-EXEMPT-SWITCH.

           IF MASTER-FOUND-SWITCH = 'Y'
               MOVE MASTER-CITY TO TAX-CITY-WORK
               MOVE MASTER-STATE TO TAX-STATE-WORK
           ELSE
               MOVE CITY OF CUSTOMER TO TAX-CITY-WORK
               MOVE STATE OF CUSTOMER TO TAX-STATE-WORK
           END-IF.

           PERFORM VARYING CITY-TAX-INDEX FROM 1 BY 1
               UNTIL CITY-TAX-INDEX > CITY-TAX-COUNT
                  OR CITY-TAX-FOUND-INDEX IS POSITIVE
               IF CT-CITY (CITY-TAX-INDEX) = TAX-CITY-WORK
                    AND CT-STATE (CITY-TAX-INDEX) = TAX-STATE-WORK
                   MOVE CITY-TAX-INDEX TO CITY-TAX-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF CITY-TAX-FOUND-INDEX IS POSITIVE
               PERFORM VARYING EXEMPT-CLASS-INDEX FROM 1 BY 1
                   UNTIL EXEMPT-CLASS-INDEX > 5
                   IF CT-EXEMPT-CLASS
                          (CITY-TAX-FOUND-INDEX, EXEMPT-CLASS-INDEX)
                        = RT-CLASS (RATE-FOUND-INDEX)
                       MOVE 'Y' TO CITY-TAX-EXEMPT-SWITCH
                   END-IF
               END-PERFORM
               IF CITY-TAX-EXEMPT-SWITCH = 'N'
                   COMPUTE UTILITY-TAX-WORK ROUNDED =
                       ENERGY-CHARGE-WORK
                       * CT-TAX-RATE (CITY-TAX-FOUND-INDEX)
                   COMPUTE FRANCHISE-FEE-WORK ROUNDED =
                       ENERGY-CHARGE-WORK
                       * CT-FRANCHISE-RATE (CITY-TAX-FOUND-INDEX)
               END-IF
           END-IF.



      ******************************************************************
      *
      *    ACCUMULATE-CITY-TAX
      *
      *    ADDS THE BILL JUST PRICED TO ITS CITY'S REMITTANCE TOTALS:
      *    THE ENERGY CHARGE AS TAXABLE OR EXEMPT, AND THE TAX AND
      *    FEE. A TRUE-UP RE-BILLS THE WHOLE SPAN SINCE THE LAST REAL
      *    READING AND CREDITS THE ESTIMATES BACK, SO THE CREDIT'S OWN
      *    SHARE OF CHARGE, TAX, AND FEE COMES OFF - THE CITY IS PAID
      *    ONCE ON THE SPAN, NOT AGAIN ON WHAT THE ESTIMATES REMITTED.
      *
      ******************************************************************
       ACCUMULATE-CITY-TAX.
           IF CITY-TAX-FOUND-INDEX IS POSITIVE
               MOVE ZERO TO CREDIT-TAX-WORK
               MOVE ZERO TO CREDIT-FEE-WORK
               IF TAX-CREDIT-WORK > ZERO
                    AND CITY-TAX-EXEMPT-SWITCH = 'N'
                   COMPUTE CREDIT-TAX-WORK ROUNDED =
                       TAX-CREDIT-WORK
                       * CT-TAX-RATE (CITY-TAX-FOUND-INDEX)
                       / (1 + CT-TAX-RATE (CITY-TAX-FOUND-INDEX)
                          + CT-FRANCHISE-RATE (CITY-TAX-FOUND-INDEX))
                   COMPUTE CREDIT-FEE-WORK ROUNDED =
                       TAX-CREDIT-WORK
                       * CT-FRANCHISE-RATE (CITY-TAX-FOUND-INDEX)
                       / (1 + CT-TAX-RATE (CITY-TAX-FOUND-INDEX)
                          + CT-FRANCHISE-RATE (CITY-TAX-FOUND-INDEX))
               END-IF
               ADD 1 TO CT-BILL-COUNT (CITY-TAX-FOUND-INDEX)
               IF CITY-TAX-EXEMPT-SWITCH = 'Y'
                   COMPUTE CT-EXEMPT-AMOUNT (CITY-TAX-FOUND-INDEX) =
                       CT-EXEMPT-AMOUNT (CITY-TAX-FOUND-INDEX)
                       + ENERGY-CHARGE-WORK - TAX-CREDIT-WORK
               ELSE
                   COMPUTE CT-TAXABLE-AMOUNT (CITY-TAX-FOUND-INDEX) =
                       CT-TAXABLE-AMOUNT (CITY-TAX-FOUND-INDEX)
                       + ENERGY-CHARGE-WORK - TAX-CREDIT-WORK
                       + CREDIT-TAX-WORK + CREDIT-FEE-WORK
                   COMPUTE CT-TAX-AMOUNT (CITY-TAX-FOUND-INDEX) =
                       CT-TAX-AMOUNT (CITY-TAX-FOUND-INDEX)
                       + UTILITY-TAX-WORK - CREDIT-TAX-WORK
                   COMPUTE CT-FRANCHISE-AMOUNT (CITY-TAX-FOUND-INDEX) =
                       CT-FRANCHISE-AMOUNT (CITY-TAX-FOUND-INDEX)
                       + FRANCHISE-FEE-WORK - CREDIT-FEE-WORK
               END-IF
           END-IF.



      ******************************************************************
      *
      *    WRITE-STATEMENT-TAX-LINES
      *
      *    ITEMIZES THE CITY'S TAX AND FRANCHISE FEE SEPARATELY FROM
      *    THE ENERGY CHARGE THEY WERE FIGURED ON, WHEN THE ACCOUNT'S
      *    SERVICE CITY LEVIES EITHER.
      *
      ******************************************************************
       WRITE-STATEMENT-TAX-LINES.
           IF UTILITY-TAX-WORK > ZERO OR FRANCHISE-FEE-WORK > ZERO
               MOVE ENERGY-CHARGE-WORK TO ENERGY-CHARGE-OUT
               MOVE STMT-LINE-ENERGY-CHARGE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               IF UTILITY-TAX-WORK > ZERO
                   MOVE UTILITY-TAX-WORK TO UTILITY-TAX-OUT
                   MOVE STMT-LINE-UTILITY-TAX TO STATEMENT-PRINT-LINE
                   WRITE STATEMENT-PRINT-LINE
               END-IF
               IF FRANCHISE-FEE-WORK > ZERO
                   MOVE FRANCHISE-FEE-WORK TO FRANCHISE-FEE-OUT
                   MOVE STMT-LINE-FRANCHISE-FEE TO STATEMENT-PRINT-LINE
                   WRITE STATEMENT-PRINT-LINE
               END-IF
           END-IF.



      ******************************************************************
      *
      *    WRITE-TAX-REMITTANCE-REPORT
      *
      *    LISTS EACH TAXING CITY WITH ITS RATES, THE CHARGES TAXED
      *    AND EXEMPTED THIS RUN, AND THE TAX AND FRANCHISE FEE BILLED
      *    - WHAT THE CITY IS TO BE PAID - THEN THE RUN TOTALS, WHICH
      *    ARE ALSO WHAT THE LEDGER EXTRACT POSTS.
      *
      ******************************************************************
       WRITE-TAX-REMITTANCE-REPORT.
           OPEN OUTPUT TAX-REMITTANCE-REPORT.

           MOVE TAXREMIT-HEADING TO TAXREMIT-PRINT-LINE.
           WRITE TAXREMIT-PRINT-LINE.

           MOVE ZERO TO TAXREMIT-TOTAL-COUNT-WORK.
           MOVE ZERO TO TAXREMIT-TOTAL-TAXABLE-WORK.
           MOVE ZERO TO TAXREMIT-TOTAL-EXEMPT-WORK.
           MOVE ZERO TO TOTAL-UTILITY-TAX.
           MOVE ZERO TO TOTAL-FRANCHISE-FEES.

           PERFORM VARYING CITY-TAX-INDEX FROM 1 BY 1
               UNTIL CITY-TAX-INDEX > CITY-TAX-COUNT
               MOVE CT-CITY (CITY-TAX-INDEX) TO TAXREMIT-CITY
               MOVE CT-STATE (CITY-TAX-INDEX) TO TAXREMIT-STATE
               MOVE CT-BILL-COUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-BILL-COUNT
               MOVE CT-TAXABLE-AMOUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-TAXABLE
               MOVE CT-EXEMPT-AMOUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-EXEMPT
               MOVE CT-TAX-AMOUNT (CITY-TAX-INDEX) TO TAXREMIT-TAX
               MOVE CT-FRANCHISE-AMOUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-FRANCHISE
               MOVE TAXREMIT-DETAIL-LINE TO TAXREMIT-PRINT-LINE
               WRITE TAXREMIT-PRINT-LINE
               MOVE CT-TAX-RATE (CITY-TAX-INDEX) TO TAXREMIT-TAX-RATE
               MOVE CT-FRANCHISE-RATE (CITY-TAX-INDEX)
                   TO TAXREMIT-FRANCHISE-RATE
               MOVE CT-EXEMPT-CLASSES (CITY-TAX-INDEX)
                   TO TAXREMIT-EXEMPT-CLASSES
               MOVE TAXREMIT-RATE-LINE TO TAXREMIT-PRINT-LINE
               WRITE TAXREMIT-PRINT-LINE
               ADD CT-BILL-COUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-TOTAL-COUNT-WORK
               ADD CT-TAXABLE-AMOUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-TOTAL-TAXABLE-WORK
               ADD CT-EXEMPT-AMOUNT (CITY-TAX-INDEX)
                   TO TAXREMIT-TOTAL-EXEMPT-WORK
               ADD CT-TAX-AMOUNT (CITY-TAX-INDEX) TO TOTAL-UTILITY-TAX
               ADD CT-FRANCHISE-AMOUNT (CITY-TAX-INDEX)
                   TO TOTAL-FRANCHISE-FEES
           END-PERFORM.

           IF CITY-TAX-COUNT = ZERO
               MOVE TAXREMIT-EMPTY-LINE TO TAXREMIT-PRINT-LINE
               WRITE TAXREMIT-PRINT-LINE
           END-IF.

           MOVE SPACES TO TAXREMIT-PRINT-LINE.
           WRITE TAXREMIT-PRINT-LINE.

           MOVE TAXREMIT-TOTAL-COUNT-WORK TO TAXREMIT-TOTAL-COUNT.
           MOVE TAXREMIT-TOTAL-TAXABLE-WORK TO TAXREMIT-TOTAL-TAXABLE.
           MOVE TAXREMIT-TOTAL-EXEMPT-WORK TO TAXREMIT-TOTAL-EXEMPT.
           MOVE TOTAL-UTILITY-TAX TO TAXREMIT-TOTAL-TAX.
           MOVE TOTAL-FRANCHISE-FEES TO TAXREMIT-TOTAL-FRANCHISE.
           MOVE TAXREMIT-TOTAL-LINE TO TAXREMIT-PRINT-LINE.
           WRITE TAXREMIT-PRINT-LINE.

           CLOSE TAX-REMITTANCE-REPORT.



      ******************************************************************
      *
      *    WRITE HEADLING LINES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        AND UNDER THE SAME BILLING CYCLE
               IF CKPT-BILLING-CYCLE IS NUMERIC
                    AND CKPT-BILLING-CYCLE NOT = BILLING-CYCLE-WORK
                   DISPLAY '*** RUN ABORTED: CHECKPOINT IS FOR '
                       'CYCLE ' CKPT-BILLING-CYCLE ' BUT THE '
                       'CONTROL CARD NAMES ' BILLING-CYCLE-WORK
                       ' - FINISH OR CLEAR THE INTERRUPTED RUN '
                       'FIRST ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF CHECKPOINT-EXISTS-SWITCH = 'Y'
               PERFORM RESTORE-CITY-TAX-TOTALS
           END-IF.

           MOVE SPACES TO DATA-REMAINS-SWITCH.
           CLOSE CHECKPOINT-FILE.



      ******************************************************************
      *
      *    RESTORE-CITY-TAX-TOTALS
      *
      *    PUTS BACK EACH CITY'S REMITTANCE TOTALS FROM THE RECORDS
      *    TRAILING THE CHECKPOINT, SO THE REMITTANCE REPORT AND THE
      *    LEDGER COVER THE WHOLE RUN AFTER A RESTART. A CITY SINCE
      *    DROPPED FROM THE TAX TABLE IS WARNED ON.
      *
      ******************************************************************
       RESTORE-CITY-TAX-TOTALS.
           MOVE 'YES' TO CITY-TAX-DATA-REMAINS-SWITCH.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'NO' TO CITY-TAX-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL CITY-TAX-DATA-REMAINS-SWITCH = 'NO'
               MOVE ZERO TO CITY-TAX-FOUND-INDEX
               PERFORM VARYING CITY-TAX-INDEX FROM 1 BY 1
                   UNTIL CITY-TAX-INDEX > CITY-TAX-COUNT
                      OR CITY-TAX-FOUND-INDEX IS POSITIVE
                   IF CT-CITY (CITY-TAX-INDEX) = CKTX-CITY
                        AND CT-STATE (CITY-TAX-INDEX) = CKTX-STATE
                       MOVE CITY-TAX-INDEX TO CITY-TAX-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF CITY-TAX-FOUND-INDEX IS POSITIVE
                    AND CKTX-BILL-COUNT IS NUMERIC
                   MOVE CKTX-BILL-COUNT
                       TO CT-BILL-COUNT (CITY-TAX-FOUND-INDEX)
                   MOVE CKTX-TAXABLE-AMOUNT
                       TO CT-TAXABLE-AMOUNT (CITY-TAX-FOUND-INDEX)
                   MOVE CKTX-EXEMPT-AMOUNT
                       TO CT-EXEMPT-AMOUNT (CITY-TAX-FOUND-INDEX)
                   MOVE CKTX-TAX-AMOUNT
                       TO CT-TAX-AMOUNT (CITY-TAX-FOUND-INDEX)
                   MOVE CKTX-FRANCHISE-AMOUNT
                       TO CT-FRANCHISE-AMOUNT (CITY-TAX-FOUND-INDEX)
               ELSE
                   DISPLAY '*** WARNING: CHECKPOINTED TAX FOR '
                       CKTX-CITY ' ' CKTX-STATE ' HAS NO CITY TAX '
                       'ENTRY - LEFT OFF THE REMITTANCE REPORT ***'
               END-IF
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 'NO' TO CITY-TAX-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    SKIP-CHECKPOINTED-RECORDS
      *    ADVANCES PAST THE INPUT RECORDS A PRIOR RUN ALREADY WROTE TO
      *    GOOD.TXT/BAD.TXT, WITHOUT RE-PROCESSING THEM. EACH SKIPPED
      *    RECORD IS STILL RE-VALIDATED (BUT NOT RE-BILLED) SO A VALID
      *    RECORD'S ACCOUNT NUMBER GOES BACK ON THE SEEN-ACCOUNT FILE -
      *    OTHERWISE VALIDATE-DUPLICATE-ACCOUNT WOULD NOT RECOGNIZE AN
      *    ACCOUNT THAT WAS ALREADY BILLED BEFORE THE RESTART IF IT
      *    APPEARS AGAIN LATER IN THE FILE.
           MOVE TOTAL-REVIEW-COUNT TO CKPT-REVIEW-COUNT.
           MOVE BILLING-PERIOD-WORK TO CKPT-BILLING-PERIOD.
           MOVE CHECKPOINT-PHASE-WORK TO CKPT-PHASE.
           MOVE BILLING-CYCLE-WORK TO CKPT-BILLING-CYCLE.
           WRITE CHECKPOINT-RECORD.

           PERFORM VARYING CITY-TAX-INDEX FROM 1 BY 1
               UNTIL CITY-TAX-INDEX > CITY-TAX-COUNT
               IF CT-BILL-COUNT (CITY-TAX-INDEX) > ZERO
                   MOVE CT-CITY (CITY-TAX-INDEX) TO CKTX-CITY
                   MOVE CT-STATE (CITY-TAX-INDEX) TO CKTX-STATE
                   MOVE CT-BILL-COUNT (CITY-TAX-INDEX)
                       TO CKTX-BILL-COUNT
                   MOVE CT-TAXABLE-AMOUNT (CITY-TAX-INDEX)
                       TO CKTX-TAXABLE-AMOUNT
                   MOVE CT-EXEMPT-AMOUNT (CITY-TAX-INDEX)
                       TO CKTX-EXEMPT-AMOUNT
                   MOVE CT-TAX-AMOUNT (CITY-TAX-INDEX)
                       TO CKTX-TAX-AMOUNT
                   MOVE CT-FRANCHISE-AMOUNT (CITY-TAX-INDEX)
                       TO CKTX-FRANCHISE-AMOUNT
                   WRITE CHECKPOINT-TAX-RECORD
               END-IF
           END-PERFORM.

           CLOSE CHECKPOINT-FILE.


           MOVE ZERO TO CKPT-REVIEW-COUNT.
           MOVE ZERO TO CKPT-BILLING-PERIOD.
           MOVE SPACE TO CKPT-PHASE.
           MOVE ZERO TO CKPT-BILLING-CYCLE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       LOOKUP-CUSTOMER-MASTER.
           MOVE 'N' TO MASTER-FOUND-SWITCH.
           MOVE 'N' TO METER-FOUND-SWITCH.
           MOVE 'N' TO EXCHANGE-PENDING-SWITCH.
           MOVE 'N' TO FINAL-BILL-SWITCH.
           MOVE ZERO TO DEPOSIT-APPLIED-WORK.
           IF READING-TYPE OF CUSTOMER = 'F'
      *    METER ON THE READING IN HAND. WHEN ONE EXISTS, THAT
      *    METER'S OWN LAST READING BECOMES THE EFFECTIVE PREVIOUS
      *    READING - EXCEPT FOR METER 01 MID-ESTIMATE, WHERE THE
      *    TRUE-UP BASELINE ON THE CUSTOMER MASTER STILL GOVERNS. A
      *    CHANGE-OUT WAITING ON THE RECORD IS FLAGGED SO THE USAGE IS
      *    SPLIT ACROSS THE OLD AND NEW METERS.
      *
      ******************************************************************
       LOOKUP-METER-MASTER.
                       MOVE METER-LAST-READING
                           TO EFFECTIVE-PREV-READING
                   END-IF
                   IF METER-EXCHANGE-SWITCH = 'Y'
                       MOVE 'Y' TO EXCHANGE-PENDING-SWITCH
                   END-IF
           END-READ.


      *
      *    LOAD-PAYMENT-FILE
      *
      *    READS THE PAYMENTS RECEIVED SINCE THE LAST BILLING RUN ONTO
      *    THE PAYMENT WORK FILE, IF A PAYMENTS FILE WAS DROPPED OFF.
      *    NO PAYMENTS FILE IS NOT AN ERROR - IT JUST MEANS NO ACCOUNT
      *    HAS A PAYMENT TO APPLY THIS PERIOD. THE WORK FILE STAYS
      *    OPEN FOR THE REST OF THE RUN.
      *
      ******************************************************************
       LOAD-PAYMENT-FILE.
           MOVE 'YES' TO PAYMENT-DATA-REMAINS-SWITCH.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT PAYMENT-WORK-FILE.

           READ PAYMENT-FILE
               AT END
               IF PAY-TYPE = 'R'
                   PERFORM LOAD-PAYMENT-REVERSAL
               ELSE
               IF PAY-TYPE = 'A'
                   PERFORM LOAD-RECOVERY-PAYMENT
               ELSE
      *            A TYPE-'U' PAYMENT CAME OVER FROM THE PAYROLL
      *            RUN'S UTILITY-BILL DEDUCTIONS - IT APPLIES LIKE
      *            ANY OTHER PAYMENT BUT IS COUNTED SEPARATELY SO
                       ADD 1 TO TOTAL-UTILITY-PAY-COUNT
                       ADD PAY-AMOUNT TO TOTAL-UTILITY-PAY-AMOUNT
                   END-IF
      *            A TYPE-'D' PAYMENT IS AN AUTOPAY DRAFT THE BANK
      *            COLLECTED ON ITS DRAFT DATE - COUNTED SEPARATELY
      *            SO IT BALANCES BACK TO THE DRAFT REGISTER
                   IF PAY-TYPE = 'D'
                       ADD 1 TO TOTAL-DRAFT-PAY-COUNT
                       ADD PAY-AMOUNT TO TOTAL-DRAFT-PAY-AMOUNT
                   END-IF
                   MOVE 'P' TO PMT-ENTRY-TYPE
                   IF PAY-DATE IS NUMERIC
                       MOVE PAY-DATE TO PMT-PAY-DATE
                   ELSE
                       MOVE ZERO TO PMT-PAY-DATE
                   END-IF
                   MOVE 'N' TO PMT-APPLIED
                   MOVE SPACE TO PMT-RCV-SOURCE
                   PERFORM WRITE-PAYMENT-WORK
               END-IF END-IF END-IF
               READ PAYMENT-FILE
                   AT END
               END-READ
           END-PERFORM.

           CLOSE PAYMENT-FILE
             PAYMENT-WORK-FILE.
           OPEN I-O PAYMENT-WORK-FILE.

           IF BAD-PAYMENT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' BAD-PAYMENT-COUNT
      *
      *    LOAD-PAYMENT-REVERSAL
      *
      *    PUTS THE 'R' RECORD IN HAND ON THE PAYMENT WORK FILE. THE
      *    REVERSALS APPLY IN THEIR OWN SWEEP AFTER EVERY ORDINARY
      *    PAYMENT HAS POSTED, SO A PAYMENT AND ITS OWN BOUNCE IN THE
      *    SAME FEED NET CORRECTLY NO MATTER THEIR ORDER IN THE FILE.
      *
      ******************************************************************
       LOAD-PAYMENT-REVERSAL.
           ADD 1 TO REVERSAL-COUNT.
           MOVE 'R' TO PMT-ENTRY-TYPE.
           IF PAY-DATE IS NUMERIC
               MOVE PAY-DATE TO PMT-PAY-DATE
           ELSE
               MOVE ZERO TO PMT-PAY-DATE
           END-IF.
           MOVE SPACE TO PMT-APPLIED.
           MOVE SPACE TO PMT-RCV-SOURCE.
           PERFORM WRITE-PAYMENT-WORK.



      ******************************************************************
      *
      *    LOAD-RECOVERY-PAYMENT
      *
      *    PUTS THE COLLECTION AGENCY'S 'A' REMITTANCE IN HAND ON THE
      *    PAYMENT WORK FILE. IT NEVER TOUCHES THE ACCOUNT'S BALANCE -
      *    THE BALANCE LEFT RECEIVABLES WHEN IT WAS WRITTEN OFF.
      *
      ******************************************************************
       LOAD-RECOVERY-PAYMENT.
           ADD 1 TO RECOVERY-COUNT.
           MOVE 'A' TO PMT-ENTRY-TYPE.
           IF PAY-DATE IS NUMERIC
               MOVE PAY-DATE TO PMT-PAY-DATE
           ELSE
               MOVE PROCESSING-DATE-WORK TO PMT-PAY-DATE
           END-IF.
           MOVE SPACE TO PMT-APPLIED.
           MOVE 'A' TO PMT-RCV-SOURCE.
           PERFORM WRITE-PAYMENT-WORK.



      ******************************************************************
      *
      *    WRITE-PAYMENT-WORK
      *
      *    FINISHES THE PAYMENT WORK ENTRY FOR THE FEED RECORD IN HAND -
      *    THE CALLER HAS SET ITS TYPE, DATE, AND SWITCHES - AND WRITES
      *    IT UNDER THE NEXT LOAD SEQUENCE.
      *
      ******************************************************************
       WRITE-PAYMENT-WORK.
           ADD 1 TO PAYMENT-WORK-COUNT.
           MOVE PAY-ACCOUNT-NUMBER TO PMT-ACCOUNT.
           MOVE PAYMENT-WORK-COUNT TO PMT-LOAD-SEQUENCE.
           MOVE PAY-AMOUNT TO PMT-AMOUNT.
           MOVE PAY-REASON TO PMT-REASON.
           MOVE SPACE TO PMT-RCV-DISPOSITION.
           WRITE PAYMENT-WORK-RECORD.



      ******************************************************************
      *
      *    MOVE-PAYMENT-TO-RECOVERY
      *
      *    AN ORDINARY PAYMENT FOUND THE MASTER RECORD IN HAND ALREADY
      *    WRITTEN OFF. THE PAYMENT IN HAND BECOMES A CUSTOMER RECOVERY,
      *    DATED THE PROCESSING DATE, INSTEAD OF BEING APPLIED TO THE
      *    BALANCE.
      *
      ******************************************************************
       MOVE-PAYMENT-TO-RECOVERY.
           ADD 1 TO RECOVERY-COUNT.
           MOVE PROCESSING-DATE-WORK TO PMT-PAY-DATE.
           MOVE 'P' TO PMT-RCV-SOURCE.
           MOVE SPACE TO PMT-RCV-DISPOSITION.
           MOVE 'Y' TO PMT-APPLIED.
           REWRITE PAYMENT-WORK-RECORD.



      ******************************************************************
      *
      *    APPLY-RECOVERY-PAYMENTS
      *
      *    AFTER EVERY PAYMENT HAS POSTED, APPLIES EACH RECOVERY TO
      *    ITS ACCOUNT'S WRITE-OFF RECORD: THE RECOVERED AMOUNT AND
      *    DATE GO UP, AND ONCE RECOVERIES COVER THE WHOLE WRITE-OFF
      *    THE RECORD IS MARKED 'P' SO THE AGENCY CAN BE TOLD TO
      *    CLOSE ITS FILE. THE REWRITE IS JOURNALED. A RECOVERY FOR AN
      *    ACCOUNT WITH NO WRITE-OFF ON FILE IS LISTED AND WARNED ON.
      *    THE AGENCY'S REMITTANCES GO FIRST, THEN THE CUSTOMERS'
      *    PAYMENTS, EACH IN FEED ORDER.
      *
      ******************************************************************
       APPLY-RECOVERY-PAYMENTS.
           MOVE 'A' TO RECOVERY-PASS-SOURCE.
           PERFORM APPLY-RECOVERY-PASS.
           MOVE 'P' TO RECOVERY-PASS-SOURCE.
           PERFORM APPLY-RECOVERY-PASS.

           IF UNMATCHED-RECOVERY-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' UNMATCHED-RECOVERY-COUNT
                   ' RECOVERIES MATCHED NO WRITE-OFF ON FILE - SEE '
                   'RCVYREG.TXT ***'
           END-IF.



      ******************************************************************
      *
      *    APPLY-RECOVERY-PASS
      *
      *    WALKS THE PAYMENT WORK FILE IN FEED ORDER, APPLYING EVERY
      *    RECOVERY FROM RECOVERY-PASS-SOURCE.
      *
      ******************************************************************
       APPLY-RECOVERY-PASS.
           MOVE 'YES' TO PAYMENT-SCAN-SWITCH.
           MOVE ZEROS TO PMT-LOAD-SEQUENCE.
           START PAYMENT-WORK-FILE KEY >= PMT-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO PAYMENT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-RCV-SOURCE = RECOVERY-PASS-SOURCE
                           PERFORM APPLY-ONE-RECOVERY
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    APPLY-ONE-RECOVERY
      *
      *    APPLIES THE RECOVERY IN HAND TO ITS WRITE-OFF RECORD AND
      *    RECORDS ITS DISPOSITION ON THE PAYMENT WORK FILE.
      *
      ******************************************************************
       APPLY-ONE-RECOVERY.
           MOVE PMT-ACCOUNT TO WOF-ACCOUNT-NUMBER.
           READ WRITEOFF-FILE
               INVALID KEY
                   MOVE 'U' TO PMT-RCV-DISPOSITION
                   ADD 1 TO UNMATCHED-RECOVERY-COUNT
               NOT INVALID KEY
                   MOVE WRITEOFF-RECORD TO WRITEOFF-BEFORE-IMAGE
                   ADD PMT-AMOUNT TO WOF-RECOVERED-AMOUNT
                   MOVE PMT-PAY-DATE TO WOF-LAST-RECOVERY-DATE
                   IF WOF-RECOVERED-AMOUNT >= WOF-WRITEOFF-AMOUNT
                       MOVE 'P' TO WOF-STATUS
                   END-IF
                   REWRITE WRITEOFF-RECORD
                   PERFORM WRITE-WRITEOFF-JOURNAL
                   MOVE 'P' TO PMT-RCV-DISPOSITION
                   ADD 1 TO TOTAL-RECOVERY-COUNT
                   ADD PMT-AMOUNT TO TOTAL-RECOVERY-AMOUNT
           END-READ.

           REWRITE PAYMENT-WORK-RECORD.



      ******************************************************************
      *
      *    WRITE-RECOVERY-REGISTER
      *
      *    LISTS EVERY RECOVERY THIS RUN TOOK IN, WITH WHAT IS STILL
      *    WRITTEN OFF ON THE ACCOUNT AFTERWARD, THEN THE TOTALS.
      *    THEY LIST IN THE ORDER THEY WERE APPLIED.
      *
      ******************************************************************
       WRITE-RECOVERY-REGISTER.
           OPEN OUTPUT RECOVERY-REGISTER.

           MOVE RCVYREG-HEADING TO RCVYREG-PRINT-LINE.
           WRITE RCVYREG-PRINT-LINE.

           MOVE 'A' TO RECOVERY-PASS-SOURCE.
           PERFORM WRITE-RECOVERY-PASS.
           MOVE 'P' TO RECOVERY-PASS-SOURCE.
           PERFORM WRITE-RECOVERY-PASS.

           MOVE SPACES TO RCVYREG-PRINT-LINE.
           WRITE RCVYREG-PRINT-LINE.

           MOVE TOTAL-RECOVERY-COUNT TO RCVYREG-TOTAL-COUNT.
           MOVE TOTAL-RECOVERY-AMOUNT TO RCVYREG-TOTAL-AMOUNT.
           MOVE RCVYREG-TOTAL-LINE TO RCVYREG-PRINT-LINE.
           WRITE RCVYREG-PRINT-LINE.

           MOVE UNMATCHED-RECOVERY-COUNT TO RCVYREG-UNMATCHED-COUNT.
           MOVE RCVYREG-UNMATCHED-LINE TO RCVYREG-PRINT-LINE.
           WRITE RCVYREG-PRINT-LINE.

           CLOSE RECOVERY-REGISTER.



      ******************************************************************
      *
      *    WRITE-RECOVERY-PASS
      *
      *    WALKS THE PAYMENT WORK FILE IN FEED ORDER, LISTING EVERY
      *    RECOVERY FROM RECOVERY-PASS-SOURCE.
      *
      ******************************************************************
       WRITE-RECOVERY-PASS.
           MOVE 'YES' TO PAYMENT-SCAN-SWITCH.
           MOVE ZEROS TO PMT-LOAD-SEQUENCE.
           START PAYMENT-WORK-FILE KEY >= PMT-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO PAYMENT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-RCV-SOURCE = RECOVERY-PASS-SOURCE
                           PERFORM WRITE-RECOVERY-DETAIL
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-RECOVERY-DETAIL
      *
      *    PRINTS THE REGISTER LINE FOR THE RECOVERY IN HAND.
      *
      ******************************************************************
       WRITE-RECOVERY-DETAIL.
           MOVE PMT-ACCOUNT TO RCVYREG-ACCOUNT.
           MOVE PMT-PAY-DATE TO RCVYREG-PAY-DATE.
           MOVE PMT-AMOUNT TO RCVYREG-AMOUNT.
           IF PMT-RCV-SOURCE = 'A'
               MOVE 'AGENCY' TO RCVYREG-SOURCE
           ELSE
               MOVE 'CUSTOMER' TO RCVYREG-SOURCE
           END-IF.
           MOVE ZERO TO RCVYREG-REMAINING.
           IF PMT-RCV-DISPOSITION = 'P'
               MOVE PMT-ACCOUNT TO WOF-ACCOUNT-NUMBER
               READ WRITEOFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WOF-RECOVERED-AMOUNT < WOF-WRITEOFF-AMOUNT
                           COMPUTE RCVYREG-REMAINING =
                               WOF-WRITEOFF-AMOUNT
                               - WOF-RECOVERED-AMOUNT
                       END-IF
               END-READ
               MOVE 'POSTED' TO RCVYREG-DISPOSITION
           ELSE
               MOVE 'NO WRITE-OFF' TO RCVYREG-DISPOSITION
           END-IF.
           MOVE RCVYREG-DETAIL-LINE TO RCVYREG-PRINT-LINE.
           WRITE RCVYREG-PRINT-LINE.



      *    GOES ON THE CURRENT BUCKET, AND THE MASTER REWRITE IS
      *    JOURNALED LIKE ANY OTHER. A REVERSAL FOR AN ACCOUNT WE
      *    HAVE NO MASTER FOR IS COUNTED AND SURFACED ON THE SUMMARY.
      *    THE REVERSALS APPLY IN FEED ORDER.
      *
      ******************************************************************
       APPLY-PAYMENT-REVERSALS.
           MOVE 'YES' TO PAYMENT-SCAN-SWITCH.
           MOVE ZEROS TO PMT-LOAD-SEQUENCE.
           START PAYMENT-WORK-FILE KEY >= PMT-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO PAYMENT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-ENTRY-TYPE = 'R'
                           PERFORM POST-PAYMENT-REVERSAL
                       END-IF
               END-READ
           END-PERFORM.




      ******************************************************************
      *
      *    POST-PAYMENT-REVERSAL
      *
      *    PUTS THE REVERSAL IN HAND BACK ON ITS ACCOUNT, OR COUNTS IT
      *    UNMATCHED WHEN WE HAVE NO MASTER FOR THE ACCOUNT.
      *
      ******************************************************************
       POST-PAYMENT-REVERSAL.
           MOVE PMT-ACCOUNT TO MASTER-ACCOUNT-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO UNMATCHED-REVERSAL-COUNT
               NOT INVALID KEY
                   PERFORM APPLY-ONE-REVERSAL
           END-READ.



      ******************************************************************
      *
      *    APPLY-ONE-REVERSAL
      *
      *    RE-DEBITS THE MASTER RECORD IN HAND FOR THE REVERSAL IN
      *    HAND. THE TARGET BUCKET COMES FROM HOW MANY
      *    BILLING PERIODS SIT BETWEEN THE ORIGINAL PAY DATE AND THE
      *    PERIOD BEING BILLED - A PAYMENT APPLIED AGAINST A 60-DAY
      *    BALANCE BOUNCES BACK ONTO THE 60-DAY BALANCE, NOT ONTO
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           PERFORM LOAD-MASTER-BUCKETS.

           IF PMT-PAY-DATE > ZERO
               MOVE PMT-PAY-DATE (1:6) TO REVERSAL-PERIOD-FIELDS
               COMPUTE REVERSAL-AGE-WORK =
                   ((BILLING-PERIOD-YYYY * 12) + BILLING-PERIOD-MM)
                   - ((REV-PERIOD-YYYY * 12) + REV-PERIOD-MM)
           END-IF.

           IF REVERSAL-AGE-WORK >= 3
               ADD PMT-AMOUNT TO BAL-90-WORK
           ELSE
           IF REVERSAL-AGE-WORK = 2
               ADD PMT-AMOUNT TO BAL-60-WORK
           ELSE
           IF REVERSAL-AGE-WORK = 1
               ADD PMT-AMOUNT TO BAL-30-WORK
           ELSE
               ADD PMT-AMOUNT TO BAL-CURRENT-WORK
           END-IF END-IF END-IF.

      *    THE RETURNED-CHECK FEE IS A NEW CHARGE - IT AGES FROM
           PERFORM WRITE-MASTER-JOURNAL.

           ADD 1 TO TOTAL-REVERSAL-COUNT.
           ADD PMT-AMOUNT TO TOTAL-REVERSAL-AMOUNT.
           ADD NSF-FEE-AMOUNT TO TOTAL-NSF-FEES.



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
      *    SCREEN-ADJUSTMENT-AUTHORITY
      *
      *    SETTLES WHAT BECOMES OF THE ADJUSTMENT JUST LOADED: LEFT
      *    PENDING ('N') TO APPLY, HELD ('H') FOR A SECOND OPERATOR'S
      *    APPROVAL, OR REFUSED ('R'). A HELD ADJUSTMENT IS FILED ON THE
      *    PENDING-APPROVAL FILE - EXCEPT ON A RESTART, WHEN THE
      *    INTERRUPTED RUN ALREADY FILED IT.
      *
      ******************************************************************
       SCREEN-ADJUSTMENT-AUTHORITY.
           PERFORM CHECK-OPERATOR-AUTHORITY.

           IF APPROVAL-STATUS-SWITCH = 'H'
               MOVE 'H' TO ADJ-DISPOSITION
               ADD 1 TO HELD-ADJUSTMENT-COUNT
               IF CHECKPOINT-EXISTS-SWITCH NOT = 'Y'
                   PERFORM HOLD-ADJUSTMENT
               END-IF
           END-IF.

           IF APPROVAL-STATUS-SWITCH = 'R'
               MOVE 'R' TO ADJ-DISPOSITION
               ADD 1 TO REFUSED-ADJUSTMENT-COUNT
           END-IF.



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
               MOVE ADJ-INITIALS-IN TO AUTH-OPERATOR-WORK
               PERFORM FIND-OPERATOR-AUTHORITY
               IF AUTH-FOUND-SWITCH = 'N'
                   MOVE 'R' TO APPROVAL-STATUS-SWITCH
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

           IF ADJ-APPROVER-IN NOT = SPACES
                AND ADJ-APPROVER-IN NOT = ADJ-INITIALS-IN
               MOVE ADJ-APPROVER-IN TO AUTH-OPERATOR-WORK
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
      *    THE AUTHORITY TYPE IS 'ADJ' AND THE DEBIT/CREDIT CODE,
      *    AND THE DOLLAR AMOUNT AUTHORIZED IS THE ADJUSTMENT'S OWN.
      *    NOTHING ON AN ADJUSTMENT IS SENSITIVE BEYOND ITS AMOUNT.
      *
      ******************************************************************
       SET-AUTHORITY-TERMS.
           MOVE 'ADJ' TO AUTH-TRAN-TYPE-WORK.
           MOVE ADJ-DEBIT-CREDIT TO AUTH-TRAN-TYPE-WORK (4:1).
           MOVE ADJ-AMOUNT-IN TO AUTH-AMOUNT-WORK.
           MOVE 'N' TO SENSITIVE-CHANGE-SWITCH.



      ******************************************************************
      *
      *    HOLD-ADJUSTMENT
      *
      *    FILES AN ADJUSTMENT THAT STILL NEEDS A SECOND OPERATOR'S
      *    APPROVAL ON THE PENDING-APPROVAL FILE, DATED WITH THE RUN'S
      *    PROCESSING DATE.
      *
      ******************************************************************
       HOLD-ADJUSTMENT.
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           MOVE PENDING-SYSTEM-NAME TO PND-SYSTEM.
           MOVE RUN-NUMBER-WORK TO PND-RUN-NUMBER.
           MOVE TRANSACTION-SEQUENCE-WORK TO PND-SEQUENCE.
           MOVE AUTH-TRAN-TYPE-WORK TO PND-TRAN-TYPE.
           MOVE AUTH-AMOUNT-WORK TO PND-AMOUNT.
           MOVE ADJ-INITIALS-IN TO PND-OPERATOR.
           MOVE HOLD-REASON-WORK TO PND-HOLD-REASON.
           MOVE PROCESSING-DATE-WORK TO PND-HELD-DATE.
           MOVE ADJ-ACCOUNT-NUMBER TO PND-REFERENCE.
           MOVE ADJUSTMENT-RECORD TO PND-IMAGE.
           WRITE PENDING-APPROVAL-RECORD.



      ******************************************************************
      *
      *    LOAD-ADJUSTMENT-FILE
      *
      *    READS THE BILLING ADJUSTMENTS KEYED SINCE THE LAST RUN,
      *    THEN THOSE RELEASED FROM APPROVAL SINCE THE LAST RUN, ONTO
      *    THE ADJUSTMENT WORK FILE, KEYED BY ACCOUNT AND LOAD
      *    SEQUENCE. NO ADJUSTMENTS OR RELEASES FILE IS NOT AN ERROR.
      *    EVERY ENTRY, RELEASED OR NOT, GOES THROUGH THE SAME EDITS
      *    AND AUTHORITY SCREEN AS IT LOADS.
      *
      ******************************************************************
       LOAD-ADJUSTMENT-FILE.
           PERFORM LOAD-OPERATOR-AUTHORITY.

           MOVE 'YES' TO ADJ-DATA-REMAINS-SWITCH.
           OPEN INPUT ADJUSTMENT-FILE.
           OPEN OUTPUT ADJUSTMENT-WORK-FILE.
           OPEN EXTEND PENDING-APPROVAL-FILE.

           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'NO' TO ADJ-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL ADJ-DATA-REMAINS-SWITCH = 'NO'
               PERFORM LOAD-ONE-ADJUSTMENT
               READ ADJUSTMENT-FILE
                   AT END
                       MOVE 'NO' TO ADJ-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE ADJUSTMENT-FILE.

      *    THEN THE ADJUSTMENTS A SECOND OPERATOR HAS RELEASED
           MOVE 'YES' TO ADJ-DATA-REMAINS-SWITCH.
           OPEN INPUT ADJUSTMENT-RELEASE-FILE.

           READ ADJUSTMENT-RELEASE-FILE INTO ADJUSTMENT-RECORD
               AT END
                   MOVE 'NO' TO ADJ-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL ADJ-DATA-REMAINS-SWITCH = 'NO'
               PERFORM LOAD-ONE-ADJUSTMENT
               READ ADJUSTMENT-RELEASE-FILE INTO ADJUSTMENT-RECORD
                   AT END
                       MOVE 'NO' TO ADJ-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE ADJUSTMENT-RELEASE-FILE
             ADJUSTMENT-WORK-FILE
             PENDING-APPROVAL-FILE.

           OPEN I-O ADJUSTMENT-WORK-FILE.

           IF BAD-ADJUSTMENT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' BAD-ADJUSTMENT-COUNT
                   ' ADJUSTMENTS WITH BAD DATA OR NO AUTHORIZING '
                   'INITIALS WERE DROPPED ***'
           END-IF.

           IF HELD-ADJUSTMENT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' HELD-ADJUSTMENT-COUNT
                   ' ADJUSTMENTS OVER THE KEYING OPERATOR LIMIT ARE '
                   'HELD FOR A SECOND APPROVAL AND WILL NOT BE '
                   'APPLIED ***'
           END-IF.

           IF REFUSED-ADJUSTMENT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' REFUSED-ADJUSTMENT-COUNT
                   ' ADJUSTMENTS KEYED BY AN OPERATOR WITH NO '
                   'AUTHORITY FOR THEM WERE REFUSED ***'
           END-IF.



      ******************************************************************
      *
      *    LOAD-ONE-ADJUSTMENT
      *
      *    EDITS THE ADJUSTMENT IN ADJUSTMENT-RECORD AND, WHEN IT
      *    PASSES, SCREENS IT AGAINST THE KEYING OPERATOR'S AUTHORITY
      *    AND FILES IT ON THE ADJUSTMENT WORK FILE. AN ENTRY WITHOUT
      *    A NUMERIC ACCOUNT AND AMOUNT, A D/C CODE, AND AUTHORIZING
      *    INITIALS NEVER TOUCHES A BALANCE.
      *
      ******************************************************************
       LOAD-ONE-ADJUSTMENT.
           ADD 1 TO TRANSACTION-SEQUENCE-WORK.
           IF ADJ-ACCOUNT-NUMBER IS NOT NUMERIC
                OR ADJ-AMOUNT-IN IS NOT NUMERIC
                OR (ADJ-DEBIT-CREDIT NOT = 'D'
                    AND ADJ-DEBIT-CREDIT NOT = 'C')
                OR ADJ-INITIALS-IN = SPACES
               ADD 1 TO BAD-ADJUSTMENT-COUNT
           ELSE
               ADD 1 TO ADJUSTMENT-COUNT
               MOVE ADJ-ACCOUNT-NUMBER TO ADJ-ACCOUNT
               MOVE ADJUSTMENT-COUNT TO ADJ-LOAD-SEQUENCE
               MOVE ADJ-DEBIT-CREDIT TO ADJ-DC
               MOVE ADJ-AMOUNT-IN TO ADJ-AMOUNT
               MOVE ADJ-REASON-IN TO ADJ-REASON
               MOVE ADJ-INITIALS-IN TO ADJ-INITIALS
               MOVE ADJ-APPROVER-IN TO ADJ-APPROVER
               MOVE 'N' TO ADJ-DISPOSITION
               PERFORM SCREEN-ADJUSTMENT-AUTHORITY
               WRITE ADJUSTMENT-WORK-RECORD
           END-IF.



      ******************************************************************
      *
      *    APPLY-ACCOUNT-ADJUSTMENTS
      *
      *    APPLIES EVERY PENDING ADJUSTMENT FOR THE ACCOUNT BEING
      *    BILLED - AFTER PAYMENTS, BEFORE THE LATE CHARGE, SO A
      *    CREDIT MEMO HEADS OFF A PENALTY ON A BALANCE WE OURSELVES
      *    GOT WRONG - AND KEEPS EACH ONE FOR ITEMIZATION ON THE
      *    STATEMENT. CREDITS WORK THE BUCKETS HERE; DEBITS ARE ONLY
      *    HELD, TO LAND ON THE POST-ROLL CURRENT BUCKET LIKE ANY
      *    OTHER NEW CHARGE - A DEBIT MEMO POSTED TODAY IS NEITHER
      *    LATE-CHARGED NOR AGED INTO THE 30-DAY BUCKET.
      *
      ******************************************************************
       APPLY-ACCOUNT-ADJUSTMENTS.
           MOVE ZERO TO STMT-ADJUSTMENT-COUNT.
           MOVE ZERO TO ADJ-DEBIT-DEFER-WORK.
           MOVE 'N' TO ADJ-SWEEP-SWITCH.

           PERFORM START-ACCOUNT-ADJUSTMENTS.

           PERFORM UNTIL ADJ-SCAN-SWITCH = 'NO'
               READ ADJUSTMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ADJ-SCAN-SWITCH
                   NOT AT END
                       IF ADJ-ACCOUNT NOT = BILLING-ACCOUNT-WORK
                           MOVE 'NO' TO ADJ-SCAN-SWITCH
                       ELSE
                           IF ADJ-DISPOSITION = 'N'
                               PERFORM APPLY-ONE-ADJUSTMENT
                               MOVE 'B' TO ADJ-DISPOSITION
                               REWRITE ADJUSTMENT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE CARRIED-BALANCE-WORK =
               BAL-CURRENT-WORK + BAL-30-WORK

      ******************************************************************
      *
      *    START-ACCOUNT-ADJUSTMENTS
      *
      *    POSITIONS THE ADJUSTMENT WORK FILE AT BILLING-ACCOUNT-WORK'S
      *    FIRST ENTRY, IF IT HAS ANY - ADJ-SCAN-SWITCH IS 'NO' WHEN
      *    NOTHING ON FILE SORTS AT OR AFTER IT.
      *
      ******************************************************************
       START-ACCOUNT-ADJUSTMENTS.
           MOVE 'YES' TO ADJ-SCAN-SWITCH.
           MOVE BILLING-ACCOUNT-WORK TO ADJ-ACCOUNT.
           MOVE ZEROS TO ADJ-LOAD-SEQUENCE.
           START ADJUSTMENT-WORK-FILE KEY >= ADJ-KEY
               INVALID KEY
                   MOVE 'NO' TO ADJ-SCAN-SWITCH
           END-START.



      ******************************************************************
      *
      *    APPLY-ONE-ADJUSTMENT
      *
      *    APPLIES THE ADJUSTMENT IN HAND: A CREDIT WORKS
      *    DOWN THE BUCKETS OLDEST-FIRST LIKE A PAYMENT. A DEBIT IS A
      *    NEW CHARGE FOR THE CURRENT BUCKET - APPLIED AT ONCE IN THE
      *    UNMATCHED SWEEP (THE BUCKETS THERE ARE ALREADY ROLLED),
      *    BUT HELD ON A BILLED ACCOUNT UNTIL THE LATE CHARGE AND THE
      *    AGING ROLL HAVE RUN, SO IT LANDS ON THE FRESH CURRENT
      *    BUCKET EITHER WAY. THE RUN TOTALS AND (OUTSIDE THE SWEEP)
      *    THE STATEMENT ITEMIZATION PICK IT UP.
      *
      ******************************************************************
       APPLY-ONE-ADJUSTMENT.
           IF ADJ-DC = 'D'
               IF ADJ-SWEEP-SWITCH = 'Y'
                   ADD ADJ-AMOUNT
                       TO BAL-CURRENT-WORK
               ELSE
                   ADD ADJ-AMOUNT
                       TO ADJ-DEBIT-DEFER-WORK
               END-IF
               ADD ADJ-AMOUNT
                   TO TOTAL-ADJ-DEBIT-AMOUNT
           ELSE
               MOVE ADJ-AMOUNT
                   TO ADJ-REMAINING-WORK
               IF ADJ-REMAINING-WORK > ZERO AND BAL-90-WORK > ZERO
                   IF ADJ-REMAINING-WORK >= BAL-90-WORK
                       SUBTRACT BAL-90-WORK FROM ADJ-REMAINING-WORK
                       MOVE ZERO TO BAL-90-WORK
                   ELSE
                       SUBTRACT ADJ-REMAINING-WORK FROM BAL-90-WORK
                       MOVE ZERO TO ADJ-REMAINING-WORK
                   END-IF
               END-IF
               IF ADJ-REMAINING-WORK > ZERO AND BAL-60-WORK > ZERO
                   IF ADJ-REMAINING-WORK >= BAL-60-WORK
                       SUBTRACT BAL-60-WORK FROM ADJ-REMAINING-WORK
                       MOVE ZERO TO BAL-60-WORK
                   ELSE
                       SUBTRACT ADJ-REMAINING-WORK FROM BAL-60-WORK
                       MOVE ZERO TO ADJ-REMAINING-WORK
                   END-IF
               END-IF
               IF ADJ-REMAINING-WORK > ZERO AND BAL-30-WORK > ZERO
                   IF ADJ-REMAINING-WORK >= BAL-30-WORK
                       SUBTRACT BAL-30-WORK FROM ADJ-REMAINING-WORK
                       MOVE ZERO TO BAL-30-WORK
                   ELSE
                       SUBTRACT ADJ-REMAINING-WORK FROM BAL-30-WORK
                       MOVE ZERO TO ADJ-REMAINING-WORK
                   END-IF
               END-IF
               SUBTRACT ADJ-REMAINING-WORK FROM BAL-CURRENT-WORK
               MOVE ZERO TO ADJ-REMAINING-WORK
               ADD ADJ-AMOUNT
                   TO TOTAL-ADJ-CREDIT-AMOUNT
           END-IF.

           ADD 1 TO TOTAL-ADJ-APPLIED-COUNT.

           IF ADJ-SWEEP-SWITCH = 'N'
                AND STMT-ADJUSTMENT-COUNT < 5
               ADD 1 TO STMT-ADJUSTMENT-COUNT
               MOVE ADJ-DC
                   TO STMT-ADJ-DC (STMT-ADJUSTMENT-COUNT)
               MOVE ADJ-AMOUNT
                   TO STMT-ADJ-AMOUNT (STMT-ADJUSTMENT-COUNT)
               MOVE ADJ-REASON
                   TO STMT-ADJ-REASON (STMT-ADJUSTMENT-COUNT)
           END-IF.



      ******************************************************************
      *
      *    APPLY-UNMATCHED-ADJUSTMENTS
      *
      *    AFTER THE INPUT IS EXHAUSTED, APPLIES EVERY ADJUSTMENT
      *    STILL PENDING, IN FEED ORDER, STRAIGHT TO ITS MASTER
      *    BALANCE - THE ACCOUNT
      *    JUST DID NOT BILL THIS RUN - JOURNALED LIKE ANY OTHER
      *    MASTER UPDATE. AN ADJUSTMENT FOR AN ACCOUNT WE HAVE NO
      *    MASTER FOR IS COUNTED FOR THE REGISTER, NEVER POSTED.
      *
      ******************************************************************
       APPLY-UNMATCHED-ADJUSTMENTS.
           MOVE 'Y' TO ADJ-SWEEP-SWITCH.

           MOVE 'YES' TO ADJ-SCAN-SWITCH.
           MOVE ZEROS TO ADJ-LOAD-SEQUENCE.
           START ADJUSTMENT-WORK-FILE KEY >= ADJ-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO ADJ-SCAN-SWITCH
           END-START.

           PERFORM UNTIL ADJ-SCAN-SWITCH = 'NO'
               READ ADJUSTMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ADJ-SCAN-SWITCH
                   NOT AT END
                       IF ADJ-DISPOSITION = 'N'
                           PERFORM POST-UNMATCHED-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO ADJ-SWEEP-SWITCH.

           IF UNMATCHED-ADJ-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' UNMATCHED-ADJ-COUNT
                   ' ADJUSTMENTS MATCHED NO ACCOUNT ON THE MASTER '
                   'AND WERE NOT POSTED ***'
           END-IF.



      ******************************************************************
      *
      *    POST-UNMATCHED-ADJUSTMENT
      *
      *    POSTS THE PENDING ADJUSTMENT IN HAND STRAIGHT TO ITS MASTER
      *    AND JOURNALS THE UPDATE, OR MARKS IT UNMATCHED WHEN WE HAVE
      *    NO MASTER FOR THE ACCOUNT.
      *
      ******************************************************************
       POST-UNMATCHED-ADJUSTMENT.
           MOVE ADJ-ACCOUNT TO MASTER-ACCOUNT-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO UNMATCHED-ADJ-COUNT
                   MOVE 'U' TO ADJ-DISPOSITION
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO MASTER-BEFORE-IMAGE
                   PERFORM LOAD-MASTER-BUCKETS
                   PERFORM APPLY-ONE-ADJUSTMENT
                   MOVE 'M' TO ADJ-DISPOSITION
                   MOVE BAL-CURRENT-WORK TO MASTER-BAL-CURRENT
                   MOVE BAL-30-WORK TO MASTER-BAL-30
                   MOVE BAL-60-WORK TO MASTER-BAL-60
                   MOVE BAL-90-WORK TO MASTER-BAL-90
                   COMPUTE MASTER-BALANCE-DUE =
                       BAL-CURRENT-WORK + BAL-30-WORK
                       + BAL-60-WORK + BAL-90-WORK
                   REWRITE CUSTOMER-MASTER-RECORD
                   MOVE 'RW' TO JOURNAL-ACTION-WORK
                   PERFORM WRITE-MASTER-JOURNAL
           END-READ.

           REWRITE ADJUSTMENT-WORK-RECORD.



      ******************************************************************
      *
      *    WRITE-ADJUSTMENT-REGISTER
      *
      *    LISTS EVERY ADJUSTMENT THE RUN SAW WITH ITS DISPOSITION -
      *    APPLIED AT BILLING, POSTED STRAIGHT TO THE MASTER,
      *    UNMATCHED, HELD FOR APPROVAL, OR REFUSED - WITH WHO KEYED
      *    AND WHO APPROVED IT, AND THE RUN'S DEBIT AND CREDIT TOTALS,
      *    SO THE AUDITORS CAN TRACE EVERY NON-PAYMENT BALANCE CHANGE.
      *
      ******************************************************************
       WRITE-ADJUSTMENT-REGISTER.
           OPEN OUTPUT ADJUSTMENT-REGISTER.

           MOVE ADJREG-HEADING TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.

           MOVE 'YES' TO ADJ-SCAN-SWITCH.
           MOVE ZEROS TO ADJ-LOAD-SEQUENCE.
           START ADJUSTMENT-WORK-FILE KEY >= ADJ-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO ADJ-SCAN-SWITCH
           END-START.

           PERFORM UNTIL ADJ-SCAN-SWITCH = 'NO'
               READ ADJUSTMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ADJ-SCAN-SWITCH
                   NOT AT END
                       PERFORM WRITE-ADJUSTMENT-DETAIL
               END-READ
           END-PERFORM.

           MOVE SPACES TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.

           MOVE TOTAL-ADJ-DEBIT-AMOUNT TO ADJREG-TOTAL-DEBITS.
           MOVE TOTAL-ADJ-CREDIT-AMOUNT TO ADJREG-TOTAL-CREDITS.
           MOVE ADJREG-TOTAL-LINE TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.

           MOVE UNMATCHED-ADJ-COUNT TO ADJREG-UNMATCHED-COUNT.
           MOVE ADJREG-UNMATCHED-LINE TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.

           MOVE HELD-ADJUSTMENT-COUNT TO ADJREG-HELD-COUNT.
           MOVE ADJREG-HELD-LINE TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.

           MOVE REFUSED-ADJUSTMENT-COUNT TO ADJREG-REFUSED-COUNT.
           MOVE ADJREG-REFUSED-LINE TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.

           CLOSE ADJUSTMENT-REGISTER.



      ******************************************************************
      *
      *    WRITE-ADJUSTMENT-DETAIL
      *
      *    PRINTS THE REGISTER LINE FOR THE ADJUSTMENT IN HAND.
      *
      ******************************************************************
       WRITE-ADJUSTMENT-DETAIL.
           MOVE ADJ-ACCOUNT TO ADJREG-ACCOUNT.
           MOVE ADJ-DC TO ADJREG-DC.
           MOVE ADJ-AMOUNT TO ADJREG-AMOUNT.
           MOVE ADJ-REASON TO ADJREG-REASON.
           MOVE ADJ-INITIALS TO ADJREG-INITIALS.
           MOVE ADJ-APPROVER TO ADJREG-APPROVER.
           IF ADJ-DISPOSITION = 'B'
               MOVE 'BILLED' TO ADJREG-DISPOSITION
           ELSE
           IF ADJ-DISPOSITION = 'M'
               MOVE 'POSTED' TO ADJREG-DISPOSITION
           ELSE
           IF ADJ-DISPOSITION = 'U'
               MOVE 'UNMATCHED' TO ADJREG-DISPOSITION
           ELSE
           IF ADJ-DISPOSITION = 'H'
               MOVE 'HELD' TO ADJREG-DISPOSITION
           ELSE
           IF ADJ-DISPOSITION = 'R'
               MOVE 'REFUSED' TO ADJREG-DISPOSITION
           ELSE
               MOVE 'PENDING' TO ADJREG-DISPOSITION
           END-IF END-IF END-IF END-IF END-IF.
           MOVE ADJREG-DETAIL-LINE TO ADJREG-PRINT-LINE.
           WRITE ADJREG-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-STATEMENT-ADJUSTMENTS
      *
      *    ITEMIZES THE ADJUSTMENTS APPLIED TO THE ACCOUNT IN HAND ON
      *    ITS STATEMENT, ONE LINE EACH, REASON CODE AND ALL.
      *
      ******************************************************************
       WRITE-STATEMENT-ADJUSTMENTS.
           PERFORM VARYING STMT-ADJ-INDEX FROM 1 BY 1
               UNTIL STMT-ADJ-INDEX > STMT-ADJUSTMENT-COUNT
               MOVE STMT-ADJ-REASON (STMT-ADJ-INDEX)
                   TO STMT-ADJ-REASON-OUT
               MOVE STMT-ADJ-DC (STMT-ADJ-INDEX) TO STMT-ADJ-DC-OUT
               MOVE STMT-ADJ-AMOUNT (STMT-ADJ-INDEX)
                   TO STMT-ADJ-AMOUNT-OUT
               MOVE STMT-LINE-ADJUSTMENT TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-PERFORM.



      ******************************************************************
      *
      *    APPLY-ACCOUNT-PAYMENTS
      *
      *    TOTALS EVERY PAYMENT ON FILE FOR THE CURRENT ACCOUNT INTO
      *    PAYMENTS-APPLIED-WORK AND MARKS THOSE PAYMENTS APPLIED, SO
      *    THE END-OF-RUN SWEEP ONLY SEES PAYMENTS THAT NEVER MATCHED
      *    A BILLED ACCOUNT. THE ACCOUNT'S ENTRIES ARE READ STRAIGHT
      *    OFF THE PAYMENT WORK FILE BY KEY.
      *
      ******************************************************************
       APPLY-ACCOUNT-PAYMENTS.
           MOVE ZERO TO PAYMENTS-APPLIED-WORK.

           PERFORM START-ACCOUNT-PAYMENTS.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-ACCOUNT NOT = BILLING-ACCOUNT-WORK
                           MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                       ELSE
                           IF PMT-ENTRY-TYPE = 'P'
                                AND PMT-APPLIED = 'N'
                               ADD PMT-AMOUNT TO PAYMENTS-APPLIED-WORK
                               ADD PMT-AMOUNT TO TOTAL-PAYMENTS-APPLIED
                               MOVE 'Y' TO PMT-APPLIED
                               REWRITE PAYMENT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    START-ACCOUNT-PAYMENTS
      *
      *    POSITIONS THE PAYMENT WORK FILE AT BILLING-ACCOUNT-WORK'S
      *    FIRST ENTRY, IF IT HAS ANY - PAYMENT-SCAN-SWITCH IS 'NO'
      *    WHEN NOTHING ON FILE SORTS AT OR AFTER IT.
      *
      ******************************************************************
       START-ACCOUNT-PAYMENTS.
           MOVE 'YES' TO PAYMENT-SCAN-SWITCH.
           MOVE BILLING-ACCOUNT-WORK TO PMT-ACCOUNT.
           MOVE ZEROS TO PMT-LOAD-SEQUENCE.
           START PAYMENT-WORK-FILE KEY >= PMT-KEY
               INVALID KEY
                   MOVE 'NO' TO PAYMENT-SCAN-SWITCH
           END-START.



      ******************************************************************
      *
      *    MARK-ACCOUNT-PAYMENTS-APPLIED
      *
      *    USED ONLY WHILE SKIPPING RECORDS A PRIOR, INTERRUPTED RUN
      *    ALREADY BILLED: MARKS THE CURRENT ACCOUNT'S PAYMENTS AS
      *    APPLIED (THE PRIOR RUN ALREADY PUT THEM ON THE MASTER AND
      *    IN THE CHECKPOINTED TOTALS) WITHOUT COUNTING THEM AGAIN.
      *
      ******************************************************************
       MARK-ACCOUNT-PAYMENTS-APPLIED.
           PERFORM START-ACCOUNT-PAYMENTS.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-ACCOUNT NOT = BILLING-ACCOUNT-WORK
                           MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                       ELSE
                           IF PMT-ENTRY-TYPE = 'P'
                                AND PMT-APPLIED = 'N'
                               MOVE 'Y' TO PMT-APPLIED
                               REWRITE PAYMENT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    MARK-ACCOUNT-ADJUSTMENTS-APPLIED
      *
      *    USED ONLY WHILE SKIPPING RECORDS A PRIOR, INTERRUPTED RUN
      *    ALREADY BILLED: MARKS THE CURRENT ACCOUNT'S PENDING
      *    ADJUSTMENTS AS APPLIED (THE PRIOR RUN ALREADY PUT THEM ON
      *    THE MASTER) SO THE UNMATCHED SWEEP CANNOT POST THEM A
      *    SECOND TIME - THE SAME TREATMENT THE PAYMENTS GET.
      *
      ******************************************************************
       MARK-ACCOUNT-ADJUSTMENTS-APPLIED.
           PERFORM START-ACCOUNT-ADJUSTMENTS.

           PERFORM UNTIL ADJ-SCAN-SWITCH = 'NO'
               READ ADJUSTMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ADJ-SCAN-SWITCH
                   NOT AT END
                       IF ADJ-ACCOUNT NOT = BILLING-ACCOUNT-WORK
                           MOVE 'NO' TO ADJ-SCAN-SWITCH
                       ELSE
                           IF ADJ-DISPOSITION = 'N'
                               MOVE 'B' TO ADJ-DISPOSITION
                               REWRITE ADJUSTMENT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *
      *    LOAD-MASTER-BUCKETS
      *
      *    COPIES THE AGED-BALANCE BUCKETS FROM THE MASTER RECORD IN
      *    HAND INTO THE BUCKET WORK FIELDS, TREATING A NON-NUMERIC
      *    BUCKET (A MASTER BUILT BEFORE BUCKETS EXISTED) AS ZERO.
      *
      ******************************************************************
       LOAD-MASTER-BUCKETS.
           IF MASTER-BAL-CURRENT IS NUMERIC
               MOVE MASTER-BAL-CURRENT TO BAL-CURRENT-WORK
           ELSE
               MOVE ZERO TO BAL-CURRENT-WORK
           END-IF.
           IF MASTER-BAL-30 IS NUMERIC
               MOVE MASTER-BAL-30 TO BAL-30-WORK
           ELSE
               MOVE ZERO TO BAL-30-WORK
           END-IF.
           IF MASTER-BAL-60 IS NUMERIC
               MOVE MASTER-BAL-60 TO BAL-60-WORK
           ELSE
               MOVE ZERO TO BAL-60-WORK
           END-IF.
           IF MASTER-BAL-90 IS NUMERIC
               MOVE MASTER-BAL-90 TO BAL-90-WORK
           ELSE
               MOVE ZERO TO BAL-90-WORK
           END-IF.



      ******************************************************************
      *
      *    APPLY-PAYMENTS-TO-BUCKETS
      *
      *    WORKS THE PAYMENTS APPLIED TO THIS ACCOUNT DOWN THE AGED
      *    BUCKETS OLDEST-FIRST (90-PLUS, 60, 30, THEN CURRENT).
      *    ANYTHING LEFT AFTER THE OLDER BUCKETS - INCLUDING AN
      *    OVERPAYMENT - COMES OFF THE CURRENT BUCKET, WHICH MAY GO
      *    NEGATIVE AS A CREDIT. LEAVES THE BALANCE STILL CARRIED IN
      *    CARRIED-BALANCE-WORK.
      *
      ******************************************************************
       APPLY-PAYMENTS-TO-BUCKETS.
           MOVE PAYMENTS-APPLIED-WORK TO PAYMENT-REMAINING-WORK.

           IF PAYMENT-REMAINING-WORK > ZERO AND BAL-90-WORK > ZERO
               IF PAYMENT-REMAINING-WORK >= BAL-90-WORK
                   SUBTRACT BAL-90-WORK FROM PAYMENT-REMAINING-WORK
                   MOVE ZERO TO BAL-90-WORK
               ELSE
                   SUBTRACT PAYMENT-REMAINING-WORK FROM BAL-90-WORK
                   MOVE ZERO TO PAYMENT-REMAINING-WORK
               END-IF
           END-IF.

           IF PAYMENT-REMAINING-WORK > ZERO AND BAL-60-WORK > ZERO
               IF PAYMENT-REMAINING-WORK >= BAL-60-WORK
                   SUBTRACT BAL-60-WORK FROM PAYMENT-REMAINING-WORK
                   MOVE ZERO TO BAL-60-WORK
               ELSE
                   SUBTRACT PAYMENT-REMAINING-WORK FROM BAL-60-WORK
                   MOVE ZERO TO PAYMENT-REMAINING-WORK
               END-IF
           END-IF.

           IF PAYMENT-REMAINING-WORK > ZERO AND BAL-30-WORK > ZERO
               IF PAYMENT-REMAINING-WORK >= BAL-30-WORK
                   SUBTRACT BAL-30-WORK FROM PAYMENT-REMAINING-WORK
                   MOVE ZERO TO BAL-30-WORK
               ELSE
                   SUBTRACT PAYMENT-REMAINING-WORK FROM BAL-30-WORK
                   MOVE ZERO TO PAYMENT-REMAINING-WORK
               END-IF
           END-IF.

           SUBTRACT PAYMENT-REMAINING-WORK FROM BAL-CURRENT-WORK.
           MOVE ZERO TO PAYMENT-REMAINING-WORK.

           COMPUTE CARRIED-BALANCE-WORK =
               BAL-CURRENT-WORK + BAL-30-WORK
               + BAL-60-WORK + BAL-90-WORK.



      ******************************************************************
      *
      *    ASSESS-LATE-CHARGE
      *
      *    CHARGES THE LATE-PAYMENT PENALTY ON A BALANCE LEFT UNPAID
      *    FROM THE PRIOR PERIOD, AFTER THIS RUN'S PAYMENTS HAVE BEEN
      *    APPLIED. A PAID-UP (OR CREDIT) ACCOUNT IS NEVER CHARGED.
      *
      ******************************************************************
       ASSESS-LATE-CHARGE.
           IF CARRIED-BALANCE-WORK > ZERO
               COMPUTE LATE-CHARGE-WORK ROUNDED =
                   CARRIED-BALANCE-WORK * LATE-CHARGE-RATE
               ADD LATE-CHARGE-WORK TO TOTAL-LATE-CHARGES
           ELSE
               MOVE ZERO TO LATE-CHARGE-WORK
           END-IF.



      ******************************************************************
      *
      *    ROLL-AGING-BUCKETS
      *
      *    AGES THE ACCOUNT'S BUCKETS BY ONE BILLING PERIOD: WHAT WAS
      *    60 DAYS OLD JOINS THE 90-PLUS BUCKET, 30 BECOMES 60,
      *    CURRENT BECOMES 30, AND THE NEW CURRENT BUCKET IS THIS
      *    PERIOD'S NEW CHARGES PLUS ANY LATE CHARGE. A CYCLE RUN
      *    AGES ONLY ITS OWN CYCLE'S ACCOUNTS - EVERY OTHER ACCOUNT
      *    AGES ONCE A MONTH WHEN ITS OWN CYCLE BILLS, SO A CHARGE
      *    LANDING ON ONE OUTSIDE THE CYCLE JOINS ITS CURRENT BUCKET
      *    WITHOUT PUSHING ANYTHING OLDER.
      *
      ******************************************************************
       ROLL-AGING-BUCKETS.
           MOVE BILLING-ACCOUNT-WORK TO ROUTE-LOOKUP-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CYCLE.

           IF ACCOUNT-IN-CYCLE-SWITCH = 'Y'
               ADD BAL-60-WORK TO BAL-90-WORK
               MOVE BAL-30-WORK TO BAL-60-WORK
               MOVE BAL-CURRENT-WORK TO BAL-30-WORK
               COMPUTE BAL-CURRENT-WORK =
                   AMOUNT-DUE-WORK + LATE-CHARGE-WORK
                   - TRUE-UP-CREDIT-WORK
           ELSE
               COMPUTE BAL-CURRENT-WORK = BAL-CURRENT-WORK
                   + AMOUNT-DUE-WORK + LATE-CHARGE-WORK
                   - TRUE-UP-CREDIT-WORK
           END-IF.



      ******************************************************************
      *
      *    WRITE-BILLED-AGING-LINE
      *
      *    PUTS THE ACCOUNT JUST BILLED ON THE AGED-RECEIVABLES REPORT
      *    USING ITS FRESHLY ROLLED BUCKETS.
      *
      ******************************************************************
       WRITE-BILLED-AGING-LINE.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO AGING-ACCOUNT.
           MOVE TOTAL-DUE-WORK TO AGING-BALANCE.
           PERFORM WRITE-AGING-DETAIL.



      ******************************************************************
      *
      *    WRITE-AGING-DETAIL
      *
      *    WRITES ONE AGED-RECEIVABLES DETAIL LINE FROM THE BUCKET
      *    WORK FIELDS (AGING-ACCOUNT AND AGING-BALANCE ARE SET BY THE
      *    CALLER) AND FOLDS THE ACCOUNT INTO THE REPORT TOTALS.
      *
      ******************************************************************
       WRITE-AGING-DETAIL.
           MOVE BAL-CURRENT-WORK TO AGING-CURRENT.
           MOVE BAL-30-WORK TO AGING-30.
           MOVE BAL-60-WORK TO AGING-60.
           MOVE BAL-90-WORK TO AGING-90.
           MOVE AGING-DETAIL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.
           PERFORM ACCUMULATE-AGING-TOTALS.



      ******************************************************************
      *
      *    ACCUMULATE-AGING-TOTALS
      *
      *    FOLDS THE BUCKET WORK FIELDS FOR ONE ACCOUNT INTO THE
      *    AGED-RECEIVABLES REPORT TOTALS.
      *
      ******************************************************************
       ACCUMULATE-AGING-TOTALS.
           ADD 1 TO AGING-ACCOUNT-COUNT.
           ADD BAL-CURRENT-WORK TO AGING-TOTAL-CURRENT.
           ADD BAL-30-WORK TO AGING-TOTAL-30.
           ADD BAL-60-WORK TO AGING-TOTAL-60.
           ADD BAL-90-WORK TO AGING-TOTAL-90.
           COMPUTE AGING-TOTAL-BALANCE =
               AGING-TOTAL-CURRENT + AGING-TOTAL-30
               + AGING-TOTAL-60 + AGING-TOTAL-90.



      ******************************************************************
      *
      *    ACCUMULATE-AGING-FROM-MASTER
      *
      *    USED ONLY WHILE SKIPPING RECORDS A PRIOR, INTERRUPTED RUN
      *    ALREADY BILLED: THOSE ACCOUNTS' AGING LINES ARE ALREADY ON
      *    THE REPORT FROM BEFORE THE INTERRUPTION, BUT THE REPORT
      *    TOTALS START OVER IN WORKING STORAGE, SO THEIR ALREADY-
      *    ROLLED BUCKETS (AS STORED ON THE MASTER) ARE FOLDED BACK
      *    INTO THE TOTALS WITHOUT REWRITING THE DETAIL LINES.
      *
      ******************************************************************
       ACCUMULATE-AGING-FROM-MASTER.
           IF MASTER-FOUND-SWITCH = 'Y'
               PERFORM LOAD-MASTER-BUCKETS
               COMPUTE CARRIED-BALANCE-WORK =
                   BAL-CURRENT-WORK + BAL-30-WORK
                   + BAL-60-WORK + BAL-90-WORK
               IF CARRIED-BALANCE-WORK NOT = ZERO
                   PERFORM ACCUMULATE-AGING-TOTALS
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CREDIT-DEPOSIT-INTEREST
      *
      *    ONCE A YEAR, SWEEPS THE CUSTOMER MASTER AND CREDITS THE
      *    ANNUAL INTEREST OUR TARIFF PAYS ON EACH HELD SECURITY
      *    DEPOSIT TO THE DEPOSIT BALANCE ITSELF. EVERY REWRITE IS
      *    JOURNALED LIKE ANY OTHER MASTER UPDATE. EACH DECEMBER
      *    CYCLE RUN CREDITS ONLY ITS OWN ACCOUNTS, SO NO DEPOSIT
      *    EARNS THE YEAR'S INTEREST TWICE.
      *
      ******************************************************************
       CREDIT-DEPOSIT-INTEREST.
           MOVE 'YES' TO MASTER-SCAN-SWITCH.
           MOVE ZEROS TO MASTER-ACCOUNT-NUMBER.
           START CUSTOMER-MASTER KEY >= MASTER-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO MASTER-SCAN-SWITCH
           END-START.

           PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
                   NOT AT END
                       MOVE MASTER-ACCOUNT-NUMBER
                           TO ROUTE-LOOKUP-ACCOUNT
                       PERFORM CHECK-ACCOUNT-CYCLE
                       IF MASTER-DEPOSIT-BALANCE IS NUMERIC
                            AND MASTER-DEPOSIT-BALANCE > ZERO
                            AND ACCOUNT-IN-CYCLE-SWITCH = 'Y'
                           MOVE CUSTOMER-MASTER-RECORD
                               TO MASTER-BEFORE-IMAGE
                           COMPUTE DEPOSIT-INTEREST-WORK ROUNDED =
                               MASTER-DEPOSIT-BALANCE
                               * DEPOSIT-INTEREST-RATE
                           ADD DEPOSIT-INTEREST-WORK
                               TO MASTER-DEPOSIT-BALANCE
                           ADD DEPOSIT-INTEREST-WORK
                               TO TOTAL-DEPOSIT-INTEREST
                           REWRITE CUSTOMER-MASTER-RECORD
                           MOVE 'RW' TO JOURNAL-ACTION-WORK
                           PERFORM WRITE-MASTER-JOURNAL
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-AGING-REPORT
      *
      *    AFTER EVERY READING AND PAYMENT HAS BEEN APPLIED, SWEEPS
      *    THE WHOLE CUSTOMER MASTER FOR ACCOUNTS THAT DID NOT BILL
      *    THIS RUN BUT STILL CARRY A BALANCE, ADDS THEM TO THE
      *    AGED-RECEIVABLES REPORT, AND WRITES THE REPORT TOTALS.
      *
      ******************************************************************
       WRITE-AGING-REPORT.
           MOVE 'YES' TO MASTER-SCAN-SWITCH.
           MOVE ZEROS TO MASTER-ACCOUNT-NUMBER.
           START CUSTOMER-MASTER KEY >= MASTER-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO MASTER-SCAN-SWITCH
           END-START.

           PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
                   NOT AT END
                       PERFORM CHECK-ACCOUNT-BILLED
                       IF ACCOUNT-BILLED-SWITCH = 'N'
                           PERFORM WRITE-UNBILLED-AGING-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE AGING-TOTAL-CURRENT TO AGING-TOT-CURRENT.
           MOVE AGING-TOTAL-30 TO AGING-TOT-30.
           MOVE AGING-TOTAL-60 TO AGING-TOT-60.
           MOVE AGING-TOTAL-90 TO AGING-TOT-90.
           MOVE AGING-TOTAL-BALANCE TO AGING-TOT-BALANCE.
           MOVE AGING-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.

           MOVE AGING-ACCOUNT-COUNT TO AGING-COUNT.
           MOVE AGING-COUNT-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.



      ******************************************************************
      *
      *    CHECK-ACCOUNT-BILLED
      *
      *    SETS ACCOUNT-BILLED-SWITCH TO 'Y' WHEN THE MASTER ACCOUNT
      *    IN HAND WAS ALREADY BILLED (AND AGED) EARLIER IN THIS RUN,
      *    USING THE SAME SEEN-ACCOUNT FILE THE DUPLICATE CHECK
      *    MAINTAINS. ANY BILLED METER ON THE ACCOUNT COUNTS.
      *
      ******************************************************************
       CHECK-ACCOUNT-BILLED.
           MOVE 'N' TO ACCOUNT-BILLED-SWITCH.
           MOVE 'YES' TO SEEN-SCAN-SWITCH.
           MOVE MASTER-ACCOUNT-NUMBER TO SEEN-ACCT-NUMBER.
           MOVE 'B' TO SEEN-KIND.
           MOVE ZEROS TO SEEN-METER-NUMBER.
           START SEEN-ACCOUNT-FILE KEY >= SEEN-KEY
               INVALID KEY
                   MOVE 'NO' TO SEEN-SCAN-SWITCH
           END-START.

           IF SEEN-SCAN-SWITCH = 'YES'
               READ SEEN-ACCOUNT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEEN-ACCT-NUMBER = MASTER-ACCOUNT-NUMBER
                            AND SEEN-KIND = 'B'
                           MOVE 'Y' TO ACCOUNT-BILLED-SWITCH
                       END-IF
               END-READ
           END-IF.



      ******************************************************************
      *
      *    WRITE-UNBILLED-AGING-LINE
      *
      *    PUTS A MASTER ACCOUNT THAT DID NOT BILL THIS RUN ON THE
      *    AGED-RECEIVABLES REPORT, AS ITS BUCKETS STAND ON THE
      *    MASTER, WHEN IT STILL CARRIES A BALANCE OR CREDIT.
      *
      ******************************************************************
       WRITE-UNBILLED-AGING-LINE.
           PERFORM LOAD-MASTER-BUCKETS.
           COMPUTE CARRIED-BALANCE-WORK =
               BAL-CURRENT-WORK + BAL-30-WORK
               + BAL-60-WORK + BAL-90-WORK.

           IF CARRIED-BALANCE-WORK NOT = ZERO
               MOVE MASTER-ACCOUNT-NUMBER TO AGING-ACCOUNT
               MOVE CARRIED-BALANCE-WORK TO AGING-BALANCE
               PERFORM WRITE-AGING-DETAIL
           END-IF.



      ******************************************************************
      *
      *    GENERATE-ESTIMATED-BILLS
      *
      *    AFTER THE INPUT FILE IS EXHAUSTED, SWEEPS THE CUSTOMER
      *    MASTER FOR ACTIVE ACCOUNTS THAT GOT NO READING THIS PERIOD
      *    AND BILLS EACH ONE FROM ITS OWN USAGE HISTORY, CLEARLY
      *    MARKED AS ESTIMATED. THE ACCOUNT IS TRUED UP WHEN ITS NEXT
      *    REAL READING ARRIVES. AN ACCOUNT WITH NO HISTORY YET IS
      *    LEFT UNBILLED - THERE IS NOTHING DEFENSIBLE TO ESTIMATE
      *    FROM. A CYCLE RUN ESTIMATES ONLY ITS OWN CYCLE'S ACCOUNTS;
      *    THE REST ARE NOT DUE A BILL YET.
      *
      ******************************************************************
       GENERATE-ESTIMATED-BILLS.
           MOVE 'YES' TO MASTER-SCAN-SWITCH.
           MOVE ZEROS TO MASTER-ACCOUNT-NUMBER.
           START CUSTOMER-MASTER KEY >= MASTER-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO MASTER-SCAN-SWITCH
           END-START.

           PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD
                           TO MASTER-BEFORE-IMAGE
                       PERFORM CHECK-ACCOUNT-BILLED
                       PERFORM CHECK-ACCOUNT-REVIEWED
                       MOVE MASTER-ACCOUNT-NUMBER
                           TO ROUTE-LOOKUP-ACCOUNT
                       PERFORM CHECK-ACCOUNT-CYCLE
                       IF ACCOUNT-BILLED-SWITCH = 'N'
                            AND ACCOUNT-REVIEWED-SWITCH = 'N'
                            AND MASTER-ACCOUNT-STATUS NOT = 'C'
                            AND MASTER-ACCOUNT-STATUS NOT = 'W'
                            AND ACCOUNT-IN-CYCLE-SWITCH = 'Y'
                           PERFORM ESTIMATE-ACCOUNT-BILL
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    ESTIMATE-ACCOUNT-BILL
      *
      *    BILLS THE MASTER ACCOUNT IN HAND FOR ITS AVERAGE HISTORICAL
      *    USAGE, RUNS THE SAME PAYMENT/LATE-CHARGE/AGING CYCLE A READ
      *    BILL GETS, ADVANCES THE IMPUTED METER READING, AND FLAGS
      *    THE ACCOUNT FOR TRUE-UP. THE ESTIMATION BASELINE (THE LAST
      *    REAL READING AND THE CHARGES BILLED ON ESTIMATES) IS KEPT
      *    SO THE NEXT REAL READING CAN SETTLE UP EXACTLY.
      *
      ******************************************************************
       ESTIMATE-ACCOUNT-BILL.
           PERFORM COMPUTE-ESTIMATED-USAGE.

           IF EST-USAGE-WORK > ZERO
      *        THE RECORD IN HAND CAME STRAIGHT OFF THE MASTER, SO THE
      *        RATE LOOKUP MAY TRUST ITS RATE CLASS
               MOVE 'Y' TO MASTER-FOUND-SWITCH
               MOVE ZERO TO TRUE-UP-CREDIT-WORK
               MOVE 1 TO TRUE-UP-PERIODS-WORK
               IF MASTER-BALANCE-DUE IS NUMERIC
                   MOVE MASTER-BALANCE-DUE TO PRIOR-BALANCE-WORK
               ELSE
                   MOVE ZERO TO PRIOR-BALANCE-WORK
               END-IF
               MOVE EST-USAGE-WORK TO UNITS-USED-WORK
               PERFORM COMPUTE-AMOUNT-DUE
               MOVE ZERO TO TAX-CREDIT-WORK
               PERFORM ACCUMULATE-CITY-TAX
               PERFORM APPLY-BUDGET-BILLING
               PERFORM LOAD-MASTER-BUCKETS
               MOVE MASTER-ACCOUNT-NUMBER TO BILLING-ACCOUNT-WORK
               PERFORM APPLY-ACCOUNT-PAYMENTS
               PERFORM APPLY-PAYMENT-ARRANGEMENT
               PERFORM APPLY-PAYMENTS-TO-BUCKETS
               PERFORM APPLY-ACCOUNT-ADJUSTMENTS
               PERFORM ASSESS-LATE-CHARGE
               PERFORM ROLL-AGING-BUCKETS
               COMPUTE TOTAL-DUE-WORK =
                   CARRIED-BALANCE-WORK + LATE-CHARGE-WORK
                   + AMOUNT-DUE-WORK
               IF ADJ-DEBIT-DEFER-WORK > ZERO
                   ADD ADJ-DEBIT-DEFER-WORK TO BAL-CURRENT-WORK
                   ADD ADJ-DEBIT-DEFER-WORK TO TOTAL-DUE-WORK
               END-IF
               MOVE MASTER-LAST-READING TO EST-PREV-READING-WORK
               COMPUTE EST-CURR-READING-WORK =
                   FUNCTION MOD (MASTER-LAST-READING + EST-USAGE-WORK,
                       100000)
               PERFORM UPDATE-MASTER-FOR-ESTIMATE
               PERFORM WRITE-ESTIMATED-GOOD-RECORD
               MOVE TOTAL-DUE-WORK TO AUTOPAY-AMOUNT-WORK
               PERFORM SCHEDULE-AUTOPAY-DRAFT
               PERFORM WRITE-ESTIMATED-STATEMENT
               MOVE 'Y' TO HIST-ESTIMATE-FLAG
               MOVE MASTER-ACCOUNT-NUMBER TO HIST-ACCOUNT
               PERFORM WRITE-BILLING-HISTORY
               ADD 1 TO TOTAL-ESTIMATED-COUNT
               ADD EST-USAGE-WORK TO TOTAL-UNITS-BILLED
               ADD AMOUNT-DUE-WORK TO TOTAL-AMOUNT-BILLED
           END-IF.



      ******************************************************************
      *
      *    COMPUTE-ESTIMATED-USAGE
      *
      *    AVERAGES THE ACCOUNT'S ROLLING USAGE HISTORY INTO
      *    EST-USAGE-WORK. LEAVES ZERO WHEN THERE IS NO USABLE
      *    HISTORY, WHICH TELLS THE CALLER NOT TO ESTIMATE.
      *
      ******************************************************************
       COMPUTE-ESTIMATED-USAGE.
           MOVE ZERO TO EST-USAGE-WORK.
           MOVE ZERO TO EST-USAGE-SUM.
           MOVE ZERO TO HISTORY-COUNT-WORK.

           IF MASTER-HISTORY-COUNT IS NUMERIC
               MOVE MASTER-HISTORY-COUNT TO HISTORY-COUNT-WORK
           END-IF.
           IF HISTORY-COUNT-WORK > 6
               MOVE 6 TO HISTORY-COUNT-WORK
           END-IF.

           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > HISTORY-COUNT-WORK
               IF MASTER-PRIOR-USAGE (HISTORY-INDEX) IS NUMERIC
                   ADD MASTER-PRIOR-USAGE (HISTORY-INDEX)
                       TO EST-USAGE-SUM
               END-IF
           END-PERFORM.

           IF HISTORY-COUNT-WORK > ZERO
               COMPUTE EST-USAGE-WORK =
                   EST-USAGE-SUM / HISTORY-COUNT-WORK
           END-IF.



      ******************************************************************
      *
      *    UPDATE-MASTER-FOR-ESTIMATE
      *
      *    RECORDS THE ESTIMATED BILL ON THE MASTER: THE IMPUTED
      *    READING BECOMES THE NEW LAST READING, THE ESTIMATE FLAG IS
      *    RAISED, AND THE CHARGES BILLED ON ESTIMATES SINCE THE LAST
      *    REAL READING ARE ACCUMULATED FOR THE EVENTUAL TRUE-UP. THE
      *    USAGE HISTORY IS LEFT ALONE - ONLY REAL READINGS FEED IT.
      *
      ******************************************************************
       UPDATE-MASTER-FOR-ESTIMATE.
           IF MASTER-ESTIMATE-SWITCH = 'Y'
               IF MASTER-ESTIMATED-CHARGES IS NUMERIC
                   ADD AMOUNT-DUE-WORK TO MASTER-ESTIMATED-CHARGES
               ELSE
                   MOVE AMOUNT-DUE-WORK TO MASTER-ESTIMATED-CHARGES
               END-IF
               IF MASTER-ESTIMATE-PERIODS IS NUMERIC
                   IF MASTER-ESTIMATE-PERIODS < 99
                       ADD 1 TO MASTER-ESTIMATE-PERIODS
                   END-IF
               ELSE
                   MOVE 2 TO MASTER-ESTIMATE-PERIODS
               END-IF
           ELSE
               MOVE 'Y' TO MASTER-ESTIMATE-SWITCH
               MOVE MASTER-LAST-READING TO MASTER-LAST-ACTUAL-READING
               MOVE AMOUNT-DUE-WORK TO MASTER-ESTIMATED-CHARGES
               MOVE 1 TO MASTER-ESTIMATE-PERIODS
           END-IF.

           MOVE EST-CURR-READING-WORK TO MASTER-LAST-READING.
           MOVE TOTAL-DUE-WORK TO MASTER-BALANCE-DUE.
           MOVE BAL-CURRENT-WORK TO MASTER-BAL-CURRENT.
           MOVE BAL-30-WORK TO MASTER-BAL-30.
           MOVE BAL-60-WORK TO MASTER-BAL-60.
           MOVE BAL-90-WORK TO MASTER-BAL-90.

           REWRITE CUSTOMER-MASTER-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.



      ******************************************************************
      *
      *    WRITE-ESTIMATED-GOOD-RECORD
      *
      *    PUTS THE ESTIMATED BILL ON THE COLUMNAR GOOD-RECORD REPORT
      *    ALONGSIDE THE READ BILLS, BUILT FROM THE MASTER'S NAME AND
      *    ADDRESS SINCE THERE IS NO INPUT RECORD BEHIND IT.
      *
      ******************************************************************
       WRITE-ESTIMATED-GOOD-RECORD.
           MOVE MASTER-FIRST-NAME TO FIRST-NAME OF VALID-RECORD.
           MOVE MASTER-LAST-NAME TO LAST-NAME OF VALID-RECORD.
           MOVE MASTER-ACCOUNT-NUMBER TO
               ACCOUNT-NUMBER OF VALID-RECORD.
           MOVE MASTER-STREET-ADDRESS TO
               STREET-ADDRESS OF VALID-RECORD.
           MOVE MASTER-STATE TO STATE OF VALID-RECORD.
           MOVE UNITS-USED-WORK TO UNITS-USED OF VALID-RECORD.
           MOVE AMOUNT-DUE-WORK TO AMOUNT-DUE OF VALID-RECORD.

           MOVE VALID-RECORD TO GOOD-PRINT-LINE.
           WRITE GOOD-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-ESTIMATED-STATEMENT
      *
      *    WRITES THE MAILABLE STATEMENT FOR AN ESTIMATED BILL FROM
      *    THE MASTER'S NAME AND ADDRESS, MARKED AS ESTIMATED, WITH
      *    THE IMPUTED METER READINGS AND THE SAME ACCOUNT ACTIVITY
      *    BREAKOUT A READ BILL CARRIES.
      *
      ******************************************************************
       WRITE-ESTIMATED-STATEMENT.
           MOVE STMT-LINE-ESTIMATED TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE MASTER-FIRST-NAME TO FIRST-NAME OF STMT-LINE-NAME.
           MOVE MASTER-LAST-NAME TO LAST-NAME OF STMT-LINE-NAME.
           MOVE STMT-LINE-NAME TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE MASTER-STREET-ADDRESS TO
               STREET-ADDRESS OF STMT-LINE-ADDRESS.
           MOVE STMT-LINE-ADDRESS TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE MASTER-CITY TO CITY OF STMT-LINE-CITY-STATE.
           MOVE MASTER-STATE TO STATE OF STMT-LINE-CITY-STATE.
           MOVE STMT-LINE-CITY-STATE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE MASTER-ACCOUNT-NUMBER TO
               ACCOUNT-NUMBER OF STMT-LINE-ACCOUNT.
           MOVE STMT-LINE-ACCOUNT TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           PERFORM WRITE-STATEMENT-PERIOD-LINE.

           MOVE EST-PREV-READING-WORK TO
               PREV-READING OF STMT-LINE-PREV.
           MOVE STMT-LINE-PREV TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE EST-CURR-READING-WORK TO
               CURR-READING OF STMT-LINE-CURR.
           MOVE STMT-LINE-CURR TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE UNITS-USED-WORK TO UNITS-USED OF STMT-LINE-USAGE.
           MOVE STMT-LINE-USAGE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE PRIOR-BALANCE-WORK TO
               PRIOR-BALANCE OF STMT-LINE-PRIOR-BAL.
           MOVE STMT-LINE-PRIOR-BAL TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE PAYMENTS-APPLIED-WORK TO
               PAYMENTS-RECEIVED OF STMT-LINE-PAYMENTS.
           MOVE STMT-LINE-PAYMENTS TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           PERFORM WRITE-STATEMENT-ADJUSTMENTS.

           IF LATE-CHARGE-WORK > ZERO
               MOVE LATE-CHARGE-WORK TO
                   LATE-CHARGE OF STMT-LINE-LATE-CHARGE
               MOVE STMT-LINE-LATE-CHARGE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.

           IF BUDGET-BILL-SWITCH = 'Y'
               PERFORM WRITE-BUDGET-STATEMENT-LINES
           END-IF.

           PERFORM WRITE-ARRANGEMENT-STATEMENT-LINES.

           PERFORM WRITE-STATEMENT-TAX-LINES.

           MOVE AMOUNT-DUE-WORK TO
               NEW-CHARGES OF STMT-LINE-NEW-CHARGES.
           MOVE STMT-LINE-NEW-CHARGES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE TOTAL-DUE-WORK TO STATEMENT-DUE-WORK.
           PERFORM WRITE-STATEMENT-AMOUNT-DUE.

           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.



      ******************************************************************
      *
      *    APPLY-UNMATCHED-PAYMENTS
      *
      *    AFTER THE INPUT FILE IS EXHAUSTED, SWEEPS THE PAYMENT WORK
      *    FILE, IN FEED ORDER, FOR PAYMENTS THAT MATCHED NO BILLED
      *    ACCOUNT. A PAYMENT FOR
      *    AN ACCOUNT THAT IS ON THE MASTER BUT GOT NO READING THIS
      *    PERIOD IS APPLIED DIRECTLY TO THAT ACCOUNT'S BALANCE; A
      *    PAYMENT FOR AN ACCOUNT WE HAVE NEVER HEARD OF IS COUNTED
      *    AND SURFACED ON THE SUMMARY FOR COLLECTIONS TO CHASE.
      *
      ******************************************************************
       APPLY-UNMATCHED-PAYMENTS.
           MOVE 'YES' TO PAYMENT-SCAN-SWITCH.
           MOVE ZEROS TO PMT-LOAD-SEQUENCE.
           START PAYMENT-WORK-FILE KEY >= PMT-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO PAYMENT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-ENTRY-TYPE = 'P'
                            AND PMT-APPLIED = 'N'
                           PERFORM APPLY-UNMATCHED-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF UNMATCHED-PAYMENT-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' UNMATCHED-PAYMENT-COUNT
                   ' PAYMENTS TOTALING ' UNMATCHED-PAYMENT-AMOUNT
                   ' MATCHED NO ACCOUNT ON THE MASTER ***'
           END-IF.



      ******************************************************************
      *
      *    APPLY-UNMATCHED-PAYMENT
      *
      *    SETTLES THE UNMATCHED PAYMENT IN HAND: APPLIED TO ITS
      *    MASTER, MOVED TO THE RECOVERIES WHEN THE ACCOUNT IS WRITTEN
      *    OFF, OR COUNTED WHEN WE HAVE NO MASTER FOR THE ACCOUNT.
      *
      ******************************************************************
       APPLY-UNMATCHED-PAYMENT.
           MOVE PMT-ACCOUNT TO MASTER-ACCOUNT-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO UNMATCHED-PAYMENT-COUNT
                   ADD PMT-AMOUNT TO UNMATCHED-PAYMENT-AMOUNT
               NOT INVALID KEY
                   IF MASTER-ACCOUNT-STATUS = 'W'
                       PERFORM MOVE-PAYMENT-TO-RECOVERY
                   ELSE
                       PERFORM APPLY-PAYMENT-TO-MASTER
                   END-IF
           END-READ.



      ******************************************************************
      *
      *    APPLY-PAYMENT-TO-MASTER
      *
      *    APPLIES THE UNMATCHED PAYMENT IN HAND STRAIGHT TO
      *    THE MASTER RECORD IN HAND, OLDEST BUCKET FIRST, AND
      *    JOURNALS THE REWRITE.
      *
      ******************************************************************
       APPLY-PAYMENT-TO-MASTER.
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           PERFORM LOAD-MASTER-BUCKETS.
           MOVE PMT-AMOUNT TO PAYMENTS-APPLIED-WORK.
           PERFORM APPLY-PAYMENTS-TO-BUCKETS.
           MOVE BAL-CURRENT-WORK TO MASTER-BAL-CURRENT.
           MOVE BAL-30-WORK TO MASTER-BAL-30.
           MOVE BAL-60-WORK TO MASTER-BAL-60.
           MOVE BAL-90-WORK TO MASTER-BAL-90.
           MOVE CARRIED-BALANCE-WORK TO MASTER-BALANCE-DUE.
           ADD PMT-AMOUNT TO TOTAL-PAYMENTS-APPLIED.
           MOVE 'Y' TO PMT-APPLIED.
           REWRITE PAYMENT-WORK-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.



      ******************************************************************
      *
      *    VALIDATE-RECORD
      *
      *    THIS VALIDATES AN INPUT RECORD.
      *        A VALID RECORD IS DEFINED BY HAVING NUMERIC VALUES IN
      *            EACH OF THE FIELDS 'ACCOUNT NUMBER', 'PREVIOUS
      *            METER READING', AND 'CURRENT METER READING', A
      *            CURRENT READING THAT IS GREATER THAN OR EQUAL TO
      *            THE PREVIOUS READING (OR A PLAUSIBLE METER
      *            ROLLOVER), A RECOGNIZED STATE, AND AN ACCOUNT
      *            NUMBER THAT HASN'T ALREADY BEEN SEEN IN THIS RUN.
      *
      *    VALID-RECORD-SWITCH WILL BE ZERO WITH A VALID INPUT RECORD,
      *    AND GREATER THAN ZERO WITH AN INVALID RECORD.
      *
      ******************************************************************
       VALIDATE-RECORD.

      *    SET VALID-RECORD-SWITCH TO ZERO.
           MOVE ZERO TO VALID-RECORD-SWITCH.
           MOVE SPACES TO INVALID-REASON.
           MOVE 'N' TO ROLLOVER-SWITCH.

      *    IF ACCOUNT-NUMBER CONTAINS NON-NUMERIC VALUES
      *        INCREMENT VALID-RECORD-SWITCH BY ONE.
           IF ACCOUNT-NUMBER OF CUSTOMER IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-DATA TO INVALID-REASON.

      *    IF PREVIOUS READING CONTAINS NON-NUMERIC VALUES
      *        INCREMENT VALID-RECORD-SWITCH BY ONE.
           IF PREV-METER-READING IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-DATA TO INVALID-REASON.

      *    IF CURRENT-READING CONTAINS NON-NUMERIC VALUES
      *        INCREMENT VALID-RECORD-SWITCH BY ONE.
           IF CURR-METER-READING IS NOT NUMERIC
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-NONNUMERIC-DATA TO INVALID-REASON.

      *    ONLY CONTINUE CHECKING FIELDS THAT DEPEND ON NUMERIC DATA
      *        BEING PRESENT
           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-READ-DATE.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-ACCOUNT-STATUS.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-BILLING-CYCLE.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-METER-READINGS.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-STATE-CODE.

           IF VALID-RECORD-SWITCH IS ZERO
               PERFORM VALIDATE-DUPLICATE-ACCOUNT.



      ******************************************************************
      *
      *    VALIDATE-READ-DATE
      *
      *    EVERY READING CARRIES THE DATE THE METER WAS ACTUALLY READ.
      *    A READING DATED OUTSIDE THE PERIOD NAMED ON THE CONTROL
      *    CARD IS REJECTED - THAT IS WHAT A STALE FILE, OR LAST
      *    MONTH'S FILE DROPPED IN BY MISTAKE, LOOKS LIKE.
      *
      ******************************************************************
       VALIDATE-READ-DATE.
           IF READ-DATE OF CUSTOMER IS NOT NUMERIC
                OR READ-DATE-DAY = ZERO
                OR READ-DATE-DAY > 31
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-READ-DATE TO INVALID-REASON
           ELSE
               IF READ-DATE-PERIOD NOT = BILLING-PERIOD-WORK
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-DATE-OUT-OF-PERIOD TO INVALID-REASON
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-ACCOUNT-STATUS
      *
      *    A READING IS ONLY BILLABLE FOR AN ACCOUNT THAT THE CUSTMNT
      *    MAINTENANCE PROGRAM HAS ENROLLED ON THE CUSTOMER MASTER AND
      *    THAT IS STILL OPEN. A READING FOR AN UNKNOWN ACCOUNT, OR A
      *    STRAY READING FOR A CLOSED ACCOUNT, IS REJECTED.
      *
      ******************************************************************
       VALIDATE-ACCOUNT-STATUS.
           IF MASTER-FOUND-SWITCH = 'N'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ACCOUNT-NOT-ON-MASTER TO INVALID-REASON
               PERFORM TRACK-UNKNOWN-ACCOUNT
           ELSE
               IF MASTER-ACCOUNT-STATUS = 'C'
                    OR MASTER-ACCOUNT-STATUS = 'W'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-ACCOUNT-CLOSED TO INVALID-REASON
               END-IF
      *        A READING FOR A SECOND OR LATER METER MUST NAME A
      *        SERVICE POINT ACTUALLY ENROLLED ON THE METER MASTER
               IF METER-NUMBER-WORK > 1
                    AND METER-FOUND-SWITCH = 'N'
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-METER-NOT-ON-MASTER TO INVALID-REASON
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-BILLING-CYCLE
      *
      *    A CYCLE RUN BILLS ONLY ITS OWN CYCLE'S ACCOUNTS. A READING
      *    FOR AN ACCOUNT IN ANOTHER CYCLE IS REJECTED, SO IT CAN BE
      *    RESUBMITTED WITH THAT CYCLE'S RUN INSTEAD OF BILLING THE
      *    ACCOUNT TWICE IN ONE MONTH.
      *
      ******************************************************************
       VALIDATE-BILLING-CYCLE.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO ROUTE-LOOKUP-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CYCLE.

           IF ACCOUNT-IN-CYCLE-SWITCH = 'N'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-ACCOUNT-NOT-IN-CYCLE TO INVALID-REASON
           END-IF.



      ******************************************************************
      *
      *    VALIDATE-METER-READINGS
      *
      *    CHECKS THE CURRENT READING AGAINST THE EFFECTIVE PREVIOUS
      *    READING. A CURRENT READING LOWER THAN THE PREVIOUS READING
      *    IS TREATED AS A METER ROLLOVER (PAST 99999) ONLY WHEN THE
      *    RESULTING USAGE IS WITHIN A PLAUSIBLE MONTHLY RANGE;
      *    OTHERWISE IT IS REJECTED AS A BAD READING. A SERVICE POINT
      *    WHOSE METER WAS CHANGED OUT IS MEASURED ACROSS BOTH METERS
      *    INSTEAD.
      *
      ******************************************************************
       VALIDATE-METER-READINGS.
           IF EXCHANGE-PENDING-SWITCH = 'Y'
               PERFORM VALIDATE-EXCHANGE-READINGS
           ELSE
           IF CURR-METER-READING OF CUSTOMER
                < EFFECTIVE-PREV-READING
               COMPUTE UNITS-USED-WORK =
                   (99999 - EFFECTIVE-PREV-READING)
                   + CURR-METER-READING OF CUSTOMER
               IF UNITS-USED-WORK <= MAX-REASONABLE-USAGE
                   MOVE 'Y' TO ROLLOVER-SWITCH
               ELSE
                   ADD 1 TO VALID-RECORD-SWITCH
                   MOVE ERR-CURR-LESS-THAN-PREV TO INVALID-REASON
                   MOVE 'CLPR' TO REREAD-REASON-WORK
                   PERFORM TRACK-REREAD-WORK-ORDER
               END-IF
           ELSE
               COMPUTE UNITS-USED-WORK =
                   CURR-METER-READING OF CUSTOMER
                   - EFFECTIVE-PREV-READING
           END-IF END-IF.



      ******************************************************************
      *
      *    VALIDATE-EXCHANGE-READINGS
      *
      *    THE PERIOD'S USAGE ON A CHANGED-OUT SERVICE POINT IS THE
      *    OLD METER'S CONSUMPTION UP TO ITS REMOVAL READING PLUS THE
      *    NEW METER'S SINCE ITS INSTALL READING. THE READING IN HAND
      *    MUST COME OFF THE NEW METER - DATED ON OR AFTER THE SWAP AND
      *    NOT BELOW ITS INSTALL READING - AND THE OLD METER MUST NOT
      *    HAVE RUN BACKWARD. ANYTHING ELSE IS REJECTED AND SENT BACK
      *    FOR A RE-READ.
      *
      ******************************************************************
       VALIDATE-EXCHANGE-READINGS.
           IF READ-DATE OF CUSTOMER < METER-EXCHANGE-DATE
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-READ-BEFORE-EXCHANGE TO INVALID-REASON
           ELSE
           IF METER-REMOVAL-READING < EFFECTIVE-PREV-READING
                OR CURR-METER-READING OF CUSTOMER
                   < METER-INSTALL-READING
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-EXCHANGE-READINGS TO INVALID-REASON
               MOVE 'SWAP' TO REREAD-REASON-WORK
               PERFORM TRACK-REREAD-WORK-ORDER
           ELSE
               COMPUTE OLD-METER-USAGE-WORK =
                   METER-REMOVAL-READING - EFFECTIVE-PREV-READING
               COMPUTE NEW-METER-USAGE-WORK =
                   CURR-METER-READING OF CUSTOMER
                   - METER-INSTALL-READING
               COMPUTE UNITS-USED-WORK =
                   OLD-METER-USAGE-WORK + NEW-METER-USAGE-WORK
           END-IF END-IF.



      ******************************************************************
      *
      *    VALIDATE-STATE-CODE
      *
      *    CHECKS THE STATE FIELD AGAINST THE LIST OF STATES WE
      *    CURRENTLY SERVICE.
      *
      ******************************************************************
       VALIDATE-STATE-CODE.
           MOVE 'N' TO STATE-VALID-SWITCH.
           PERFORM VARYING STATE-TABLE-INDEX FROM 1 BY 1
               UNTIL STATE-TABLE-INDEX > 5
                  OR STATE-VALID-SWITCH = 'Y'
               IF STATE OF CUSTOMER =
                    VALID-STATE-ENTRY (STATE-TABLE-INDEX)
                   MOVE 'Y' TO STATE-VALID-SWITCH
               END-IF
           END-PERFORM.

           IF STATE-VALID-SWITCH = 'N'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-INVALID-STATE TO INVALID-REASON.



      ******************************************************************
      *
      *    VALIDATE-DUPLICATE-ACCOUNT
      *
      *    CHECKS WHETHER THIS ACCOUNT NUMBER HAS ALREADY BEEN SEEN
      *    EARLIER IN THE SAME BILLING RUN.
      *
      ******************************************************************
       VALIDATE-DUPLICATE-ACCOUNT.
           MOVE 'N' TO DUPLICATE-FOUND-SWITCH.

           MOVE ACCOUNT-NUMBER OF CUSTOMER TO SEEN-ACCT-NUMBER.
           MOVE 'B' TO SEEN-KIND.
           MOVE METER-NUMBER-WORK TO SEEN-METER-NUMBER.
           READ SEEN-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO DUPLICATE-FOUND-SWITCH
           END-READ.

           IF DUPLICATE-FOUND-SWITCH = 'Y'
               ADD 1 TO VALID-RECORD-SWITCH
               MOVE ERR-DUPLICATE-ACCOUNT TO INVALID-REASON.



      ******************************************************************
      *
      *    TRACK-SEEN-ACCOUNT
      *
      *    ADDS THE CURRENT ACCOUNT NUMBER TO THE SEEN-ACCOUNT FILE SO
      *    VALIDATE-DUPLICATE-ACCOUNT CAN CATCH A LATER DUPLICATE. USED
      *    BOTH WHEN A RECORD IS ACTUALLY BILLED (PROCESS-VALID-RECORD)
      *    AND WHEN A RECORD IS SKIPPED ON RESTART BECAUSE A PRIOR RUN
      *    ALREADY BILLED IT (SKIP-CHECKPOINTED-RECORDS) - OTHERWISE A
      *    RESTARTED RUN WOULD FORGET ABOUT EVERY ACCOUNT BILLED BEFORE
      *    THE RESTART AND FAIL TO CATCH A DUPLICATE OF ONE OF THEM.
      *
      ******************************************************************
       TRACK-SEEN-ACCOUNT.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO SEEN-ACCT-NUMBER.
           MOVE 'B' TO SEEN-KIND.
           MOVE METER-NUMBER-WORK TO SEEN-METER-NUMBER.
           ADD 1 TO SEEN-WRITE-COUNT.
           MOVE SEEN-WRITE-COUNT TO SEEN-LOAD-SEQUENCE.
           WRITE SEEN-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.



      ******************************************************************
      *
      *    CHECK-USAGE-PLAUSIBILITY
      *
      *    COMPARES THE COMPUTED USAGE AGAINST THE ACCOUNT'S OWN
      *    ROLLING HISTORY. A READING WHOSE USAGE IS MORE THAN
      *    REVIEW-USAGE-FACTOR TIMES THE HISTORICAL AVERAGE, OR LESS
      *    THAN THE AVERAGE OVER THAT FACTOR, IS HELD FOR REVIEW
      *    INSTEAD OF BILLED BLIND. AT LEAST THREE PERIODS OF HISTORY
      *    ARE REQUIRED BEFORE SECOND-GUESSING A READING, AND A
      *    TRUE-UP READING IS NEVER SECOND-GUESSED - ITS USAGE SPANS
      *    SEVERAL PERIODS BY DESIGN.
      *
      ******************************************************************
       CHECK-USAGE-PLAUSIBILITY.
           MOVE 'N' TO REVIEW-RECORD-SWITCH.
           MOVE SPACES TO REVIEW-REASON.
           MOVE ZERO TO EST-USAGE-WORK.

           IF MASTER-FOUND-SWITCH = 'Y'
                AND ESTIMATE-PENDING-SWITCH = 'N'
                AND METER-NUMBER-WORK = 1
               PERFORM COMPUTE-ESTIMATED-USAGE
               IF HISTORY-COUNT-WORK >= 3 AND EST-USAGE-WORK > ZERO
                   IF UNITS-USED-WORK >
                        EST-USAGE-WORK * REVIEW-USAGE-FACTOR
                       MOVE 'Y' TO REVIEW-RECORD-SWITCH
                       MOVE REV-USAGE-FAR-ABOVE TO REVIEW-REASON
                   END-IF
      *            AN EXACTLY-ZERO READING IS A VACANT PREMISE, NOT
      *            A PARTIAL MIS-KEY - IT BILLS (AT ZERO) RATHER THAN
      *            BEING HELD, WHICH ALSO KEEPS A RESTART'S BILLED-
      *            OR-HELD CLASSIFICATION EXACT: A HELD READING NEVER
      *            LEAVES THE MASTER EQUAL TO ITS CURRENT READING
                   IF UNITS-USED-WORK > ZERO
                        AND (UNITS-USED-WORK * REVIEW-USAGE-FACTOR) <
                          EST-USAGE-WORK
                       MOVE 'Y' TO REVIEW-RECORD-SWITCH
                       MOVE REV-USAGE-FAR-BELOW TO REVIEW-REASON
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    PROCESS-REVIEW-RECORD
      *
      *    LISTS A READING HELD FOR REVIEW ON THE REVIEW REPORT AND
      *    REMEMBERS THE ACCOUNT SO THE ESTIMATION SWEEP LEAVES IT
      *    ALONE. THE MASTER IS NOT TOUCHED - WHEN THE READING IS
      *    CLEARED IT COMES BACK THROUGH A LATER RUN.
      *
      ******************************************************************
       PROCESS-REVIEW-RECORD.
           ADD 1 TO TOTAL-REVIEW-COUNT.

           MOVE ACCOUNT-NUMBER OF CUSTOMER TO REVIEW-ACCOUNT-OUT.
           MOVE EFFECTIVE-PREV-READING TO REVIEW-PREV-READING.
           MOVE CURR-METER-READING OF CUSTOMER TO REVIEW-CURR-READING.
           MOVE UNITS-USED-WORK TO REVIEW-USAGE.
           MOVE EST-USAGE-WORK TO REVIEW-HIST-AVG.
           MOVE REVIEW-REASON TO REVIEW-REASON-OUT.
           MOVE REVIEW-DETAIL-LINE TO REVIEW-PRINT-LINE.
           WRITE REVIEW-PRINT-LINE.

           PERFORM TRACK-REVIEW-ACCOUNT.

      *    AN IMPLAUSIBLE READING IS ALSO WORTH A FIELD RE-READ
           IF REVIEW-REASON = REV-USAGE-FAR-ABOVE
               MOVE 'HIGH' TO REREAD-REASON-WORK
           ELSE
               MOVE 'LOW ' TO REREAD-REASON-WORK
           END-IF.
           PERFORM TRACK-REREAD-WORK-ORDER.



      ******************************************************************
      *
      *    TRACK-REVIEW-ACCOUNT
      *
      *    REMEMBERS AN ACCOUNT WHOSE READING WAS HELD FOR REVIEW SO
      *    THE ESTIMATION SWEEP DOES NOT ESTIMATE IT IN THE SAME RUN.
      *    ONE ENTRY PER ACCOUNT IS ENOUGH - A SECOND HELD READING
      *    FOR IT FINDS THE ENTRY ALREADY ON FILE.
      *
      ******************************************************************
       TRACK-REVIEW-ACCOUNT.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO SEEN-ACCT-NUMBER.
           MOVE 'R' TO SEEN-KIND.
           MOVE ZEROS TO SEEN-METER-NUMBER.
           ADD 1 TO SEEN-WRITE-COUNT.
           MOVE SEEN-WRITE-COUNT TO SEEN-LOAD-SEQUENCE.
           WRITE SEEN-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.



      ******************************************************************
      *
      *    CHECK-ACCOUNT-REVIEWED
      *
      *    SETS ACCOUNT-REVIEWED-SWITCH TO 'Y' WHEN THE MASTER ACCOUNT
      *    IN HAND HAD A READING HELD FOR REVIEW EARLIER IN THIS RUN.
      *
      ******************************************************************
       CHECK-ACCOUNT-REVIEWED.
           MOVE 'N' TO ACCOUNT-REVIEWED-SWITCH.
           MOVE MASTER-ACCOUNT-NUMBER TO SEEN-ACCT-NUMBER.
           MOVE 'R' TO SEEN-KIND.
           MOVE ZEROS TO SEEN-METER-NUMBER.
           READ SEEN-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ACCOUNT-REVIEWED-SWITCH
           END-READ.



      ******************************************************************
      *
      *    PROCESS-INVALID-RECORD
      *
      *    THIS FUNCTIONS HANDLES MOVING DATA TO THE INVALID-RECORD
      *    RECORD
      *    AND WRITING IT TO FILE.
      *
      ******************************************************************
       PROCESS-INVALID-RECORD.
           ADD 1 TO TOTAL-INVALID-COUNT.

      *    MOVE DATA INTO THE INVALID-RECORD RECORD
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO ACCOUNT-NUMBER OF
             INVALID-RECORD.
           MOVE PREV-METER-READING TO PREV-READING OF INVALID-RECORD.
           MOVE CURR-METER-READING TO CURR-READING OF INVALID-RECORD.
           MOVE INVALID-REASON TO ERROR-MESSAGE OF INVALID-RECORD.

      *    WRITE DATA TO OUTPUT FILE
           MOVE INVALID-RECORD TO BAD-PRINT-LINE.
           WRITE BAD-PRINT-LINE.

      *    AND THE MACHINE-READABLE REJECT THE CORRECTION PROGRAM
      *    WORKS FROM
           PERFORM WRITE-REJECT-RECORD.




      ******************************************************************
      *
      *    WRITE-REJECT-RECORD
      *
      *    EMITS THE REJECTED READING AS A FIXED-FORMAT RECORD WITH A
      *    STRUCTURED REASON CODE AND THE ORIGINAL INPUT IMAGE. THE
      *    SEQUENCE IS THE RUNNING INVALID COUNT, WHICH SURVIVES A
      *    CHECKPOINT RESTART.
      *
      ******************************************************************
       WRITE-REJECT-RECORD.
           MOVE 'BILLING' TO RJ-SYSTEM.
           MOVE RUN-NUMBER-WORK TO RJ-RUN-NUMBER.
           MOVE TOTAL-INVALID-COUNT TO RJ-SEQUENCE.
           MOVE SPACES TO RJ-REASON-CODES.
           PERFORM SET-REJECT-REASON-CODE.
           MOVE RESUB-MARKER OF CUSTOMER TO RJ-RESUB-MARKER.
           MOVE SPACES TO RJ-INPUT-IMAGE.
           MOVE CUSTOMER TO RJ-INPUT-IMAGE (1:85).
           WRITE REJECT-RECORD.



      ******************************************************************
      *
      *    SET-REJECT-REASON-CODE
      *
      *    TURNS THE REJECTION REASON INTO ITS STRUCTURED CODE:
      *        NNUM - NON-NUMERIC DATA        CLPR - READING BACKWARD
      *        STAT - INVALID STATE           DUPA - DUPLICATE IN RUN
      *        RDTE - INVALID READ DATE       PERD - OUTSIDE PERIOD
      *        ACNF - ACCOUNT NOT ON MASTER   ACCL - ACCOUNT CLOSED
      *        MTNF - METER NOT ON METER MASTER
      *        FINL - FINAL READ AFTER ACCOUNT BILLED
      *        CYCL - ACCOUNT NOT IN THIS BILLING CYCLE
      *        XDTE - READ DATE BEFORE METER EXCHANGE
      *        XRDG - READINGS CONFLICT WITH METER EXCHANGE
      *
      ******************************************************************
       SET-REJECT-REASON-CODE.
           IF INVALID-REASON = ERR-NONNUMERIC-DATA
               MOVE 'NNUM' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-CURR-LESS-THAN-PREV
               MOVE 'CLPR' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-INVALID-STATE
               MOVE 'STAT' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-DUPLICATE-ACCOUNT
               MOVE 'DUPA' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-INVALID-READ-DATE
               MOVE 'RDTE' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-DATE-OUT-OF-PERIOD
               MOVE 'PERD' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-ACCOUNT-NOT-ON-MASTER
               MOVE 'ACNF' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-ACCOUNT-CLOSED
               MOVE 'ACCL' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-METER-NOT-ON-MASTER
               MOVE 'MTNF' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-FINAL-AFTER-BILLED
               MOVE 'FINL' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-ACCOUNT-NOT-IN-CYCLE
               MOVE 'CYCL' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-READ-BEFORE-EXCHANGE
               MOVE 'XDTE' TO RJ-REASON-CODE (1).
           IF INVALID-REASON = ERR-EXCHANGE-READINGS
               MOVE 'XRDG' TO RJ-REASON-CODE (1).



      ******************************************************************
      *
      *    PROCESS-VALID-RECORD
      *
      *    THIS MOVES DATA INTO THE VALID-RECORD RECORD AND WRITES IT
      *    TO THE OUTPUT FILE, UPDATES THE CUSTOMER MASTER, AND WRITES
      *    THE CUSTOMER'S MAILABLE STATEMENT.
      *
      ******************************************************************
       PROCESS-VALID-RECORD.
      *    TRACK THIS ACCOUNT NUMBER SO A LATER DUPLICATE IS CAUGHT
           PERFORM TRACK-SEEN-ACCOUNT.

      *    UNITS-USED-WORK WAS COMPUTED IN VALIDATE-METER-READINGS AS
      *        CURR-METER-READING MINUS THE EFFECTIVE PREVIOUS READING
      *        (ACCOUNTING FOR ROLLOVER)
           MOVE UNITS-USED-WORK TO UNITS-USED OF VALID-RECORD.
           PERFORM COMPUTE-AMOUNT-DUE.

      *    THE CITY TAX ON THE BILL GOES TO ITS CITY'S REMITTANCE,
      *        LESS WHAT THE ESTIMATES BEING TRUED UP ALREADY REMITTED
           MOVE TRUE-UP-CREDIT-WORK TO TAX-CREDIT-WORK.
           PERFORM ACCUMULATE-CITY-TAX.

      *    AN ACCOUNT ON THE BUDGET PLAN BILLS ITS LEVEL-PAY AMOUNT
      *        IN PLACE OF THE ACTUAL CHARGES JUST COMPUTED
           PERFORM APPLY-BUDGET-BILLING.

      *    APPLY ANY PAYMENTS RECEIVED FOR THIS ACCOUNT TO THE AGED
      *        BALANCE (OLDEST BUCKETS FIRST), ASSESS A LATE CHARGE ON
      *        WHATEVER WAS CARRIED UNPAID FROM THE PRIOR PERIOD, AGE
      *        THE BUCKETS ONE PERIOD, AND ARRIVE AT THE TOTAL NOW
      *        DUE - NET OF ANY ESTIMATED CHARGES BEING TRUED UP
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO BILLING-ACCOUNT-WORK.
           PERFORM APPLY-ACCOUNT-PAYMENTS.

      *    AN ACCOUNT ON A PAYMENT ARRANGEMENT HAS THE INSTALLMENT
      *        LAST BILLED CHECKED AGAINST WHAT IT JUST PAID, AND
      *        THE NEXT INSTALLMENT BILLED IF THE PLAN IS STILL KEPT
           PERFORM APPLY-PAYMENT-ARRANGEMENT.
           PERFORM APPLY-PAYMENTS-TO-BUCKETS.
           PERFORM APPLY-ACCOUNT-ADJUSTMENTS.
           PERFORM ASSESS-LATE-CHARGE.
           PERFORM ROLL-AGING-BUCKETS.
           COMPUTE TOTAL-DUE-WORK =
               CARRIED-BALANCE-WORK + LATE-CHARGE-WORK
               + AMOUNT-DUE-WORK - TRUE-UP-CREDIT-WORK.

      *    DEBIT MEMOS HELD DURING THE ADJUSTMENT PASS JOIN THE
      *    FRESHLY ROLLED CURRENT BUCKET AS NEW CHARGES
           IF ADJ-DEBIT-DEFER-WORK > ZERO
               ADD ADJ-DEBIT-DEFER-WORK TO BAL-CURRENT-WORK
               ADD ADJ-DEBIT-DEFER-WORK TO TOTAL-DUE-WORK
           END-IF.

      *    A FINAL READING SETTLES THE ACCOUNT: ANY BUDGET-PLAN
      *        BALANCE BILLS OUT (OR CREDITS BACK) FIRST, THEN THE
      *        HELD DEPOSIT APPLIES AGAINST THE SETTLED BALANCE
      *        BEFORE THE STATEMENT PRINTS AND THE ACCOUNT CLOSES
           IF FINAL-BILL-SWITCH = 'Y'
               PERFORM SETTLE-BUDGET-AT-FINAL
               PERFORM APPLY-DEPOSIT-TO-FINAL-BILL
           END-IF.

      *    MOVE DATA INTO THE VALID-RECORD MODEL
           MOVE FIRST-NAME OF CUSTOMER TO FIRST-NAME OF VALID-RECORD.
           MOVE LAST-NAME OF CUSTOMER TO LAST-NAME OF VALID-RECORD.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO ACCOUNT-NUMBER OF
             VALID-RECORD.
           MOVE STREET-ADDRESS OF CUSTOMER TO STREET-ADDRESS OF
             VALID-RECORD.
           MOVE STATE OF CUSTOMER TO STATE OF VALID-RECORD.
           MOVE AMOUNT-DUE-WORK TO AMOUNT-DUE OF VALID-RECORD.

      *    WRITE THE DATA TO OUTPUT FILE
           MOVE VALID-RECORD TO GOOD-PRINT-LINE.
           WRITE GOOD-PRINT-LINE.

      *    UPDATE THE CUSTOMER MASTER WITH THIS PERIOD'S READING
           PERFORM UPDATE-CUSTOMER-MASTER.

      *    THE ACCOUNT IS FULLY AGED NOW, SO IT CAN GO ON THE
      *    AGED-RECEIVABLES REPORT IF ANYTHING IS OWED (OR IN CREDIT)
           IF TOTAL-DUE-WORK NOT = ZERO
               PERFORM WRITE-BILLED-AGING-LINE
           END-IF.

      *    AN AUTOPAY ACCOUNT HAS WHAT IT NOW OWES SCHEDULED TO DRAFT
      *    ON THE DUE DATE, WHICH THE STATEMENT THEN ANNOUNCES
           MOVE TOTAL-DUE-WORK TO AUTOPAY-AMOUNT-WORK.
           PERFORM SCHEDULE-AUTOPAY-DRAFT.

      *    WRITE THE MAILABLE CUSTOMER STATEMENT
           PERFORM WRITE-CUSTOMER-STATEMENT.

      *    ARCHIVE THE BILLED DETAIL PERMANENTLY
           MOVE 'N' TO HIST-ESTIMATE-FLAG.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO HIST-ACCOUNT.
           PERFORM WRITE-BILLING-HISTORY.

      *    ACCUMULATE CONTROL TOTALS FOR THE RUN
           ADD 1 TO TOTAL-VALID-COUNT.
           ADD UNITS-USED-WORK TO TOTAL-UNITS-BILLED.
           ADD AMOUNT-DUE-WORK TO TOTAL-AMOUNT-BILLED.



      ******************************************************************
      *
      *    PROCESS-ADDITIONAL-METER
      *
      *    BILLS A VALIDATED READING FOR A SERVICE POINT ON AN
      *    ACCOUNT ALREADY BILLED EARLIER THIS RUN: THE USAGE PRICES
      *    THROUGH THE SAME TIERED COMPUTATION AND THE CHARGES LAND
      *    ON THE ACCOUNT'S CURRENT BUCKET AND BALANCE DUE, WITH THE
      *    MASTER AND METER REWRITES JOURNALED. PAYMENTS, THE LATE
      *    CHARGE, AND THE AGING ROLL ALREADY HAPPENED WITH THE
      *    ACCOUNT'S FIRST READING AND ARE NEVER REPEATED.
      *
      ******************************************************************
       PROCESS-ADDITIONAL-METER.
           PERFORM TRACK-SEEN-ACCOUNT.

           MOVE UNITS-USED-WORK TO UNITS-USED OF VALID-RECORD.
           PERFORM COMPUTE-AMOUNT-DUE.
           MOVE ZERO TO TAX-CREDIT-WORK.
           PERFORM ACCUMULATE-CITY-TAX.

           ADD AMOUNT-DUE-WORK TO MASTER-BAL-CURRENT.
           ADD AMOUNT-DUE-WORK TO MASTER-BALANCE-DUE.

      *    A METER-01 READING ARRIVING AFTER ANOTHER OF THE
      *    ACCOUNT'S METERS ALREADY BILLED STILL OWNS THE MASTER'S
      *    READING FIELDS - WITHOUT THIS THE BASELINE GOES STALE AND
      *    THE NEXT RUN RE-BILLS THE SAME USAGE
           IF METER-NUMBER-WORK = 1
               MOVE CURR-METER-READING OF CUSTOMER
                   TO MASTER-LAST-READING
               MOVE 'N' TO MASTER-ESTIMATE-SWITCH
               MOVE CURR-METER-READING OF CUSTOMER
                   TO MASTER-LAST-ACTUAL-READING
               MOVE ZERO TO MASTER-ESTIMATED-CHARGES
               MOVE ZERO TO MASTER-ESTIMATE-PERIODS
           END-IF.

           PERFORM UPDATE-METER-MASTER.
           REWRITE CUSTOMER-MASTER-RECORD.
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.

           MOVE FIRST-NAME OF CUSTOMER TO FIRST-NAME OF VALID-RECORD.
           MOVE LAST-NAME OF CUSTOMER TO LAST-NAME OF VALID-RECORD.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO ACCOUNT-NUMBER OF
             VALID-RECORD.
           MOVE STREET-ADDRESS OF CUSTOMER TO STREET-ADDRESS OF
             VALID-RECORD.
           MOVE STATE OF CUSTOMER TO STATE OF VALID-RECORD.
           MOVE AMOUNT-DUE-WORK TO AMOUNT-DUE OF VALID-RECORD.
           MOVE VALID-RECORD TO GOOD-PRINT-LINE.
           WRITE GOOD-PRINT-LINE.

      *    THE SERVICE POINT'S CHARGES RAISE THE DRAFT TOO
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO BILLING-ACCOUNT-WORK.
           MOVE MASTER-BALANCE-DUE TO AUTOPAY-AMOUNT-WORK.
           PERFORM SCHEDULE-AUTOPAY-DRAFT.

           PERFORM WRITE-ADDITIONAL-METER-STATEMENT.

           MOVE 'N' TO HIST-ESTIMATE-FLAG.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO HIST-ACCOUNT.
           PERFORM WRITE-BILLING-HISTORY.

           ADD 1 TO TOTAL-VALID-COUNT.
           ADD 1 TO TOTAL-ADDL-METER-COUNT.
           ADD UNITS-USED-WORK TO TOTAL-UNITS-BILLED.
           ADD AMOUNT-DUE-WORK TO TOTAL-AMOUNT-BILLED.



      ******************************************************************
      *
      *    UPDATE-METER-MASTER
      *
      *    ADVANCES THE SERVICE POINT'S OWN RECORD TO THE READING
      *    JUST BILLED, WHEN THE METER MASTER CARRIES ONE. THE METER
      *    REWRITE IS JOURNALED UNDER ITS OWN FILE ID SO THE METER
      *    MASTER REBUILDS FROM BACKUP PLUS JOURNAL LIKE THE OTHERS.
      *    A CHANGE-OUT THIS READING BILLED IS CLOSED OFF AND LOGGED
      *    WITH THE USAGE IT PRODUCED.
      *
      ******************************************************************
       UPDATE-METER-MASTER.
           IF METER-FOUND-SWITCH = 'Y'
               MOVE METER-MASTER-RECORD TO METER-BEFORE-IMAGE
               MOVE CURR-METER-READING OF CUSTOMER
                   TO METER-LAST-READING
               IF EXCHANGE-PENDING-SWITCH = 'Y'
                   MOVE 'N' TO METER-EXCHANGE-SWITCH
                   PERFORM WRITE-EXCHANGE-USAGE-LINE
               END-IF
               REWRITE METER-MASTER-RECORD
               PERFORM WRITE-METER-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    WRITE-EXCHANGE-USAGE-LINE
      *
      *    LOGS HOW THE CHANGED-OUT SERVICE POINT IN HAND WAS BILLED:
      *    EACH METER'S READINGS AND USAGE, AND THE TOTAL.
      *
      ******************************************************************
       WRITE-EXCHANGE-USAGE-LINE.
           MOVE METER-ACCOUNT TO EXCHLOG-USE-ACCOUNT.
           MOVE METER-SERVICE-NUMBER TO EXCHLOG-USE-METER.
           MOVE EFFECTIVE-PREV-READING TO EXCHLOG-USE-PREV.
           MOVE METER-REMOVAL-READING TO EXCHLOG-USE-REMOVAL.
           MOVE OLD-METER-USAGE-WORK TO EXCHLOG-USE-OLD-USAGE.
           MOVE METER-INSTALL-READING TO EXCHLOG-USE-INSTALL.
           MOVE CURR-METER-READING OF CUSTOMER TO EXCHLOG-USE-CURR.
           MOVE NEW-METER-USAGE-WORK TO EXCHLOG-USE-NEW-USAGE.
           MOVE UNITS-USED-WORK TO EXCHLOG-USE-TOTAL.
           MOVE EXCHLOG-USAGE-LINE TO EXCHLOG-PRINT-LINE.
           WRITE EXCHLOG-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-METER-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE METER-MASTER REWRITE
      *    JUST MADE, UNDER THE 'METERMST' FILE ID.
      *
      ******************************************************************
       WRITE-METER-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'METERMST' TO JRN-FILE-ID.
           MOVE 'RW' TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE METER-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE METER-MASTER-RECORD TO JRN-AFTER-IMAGE (1:60).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-ADDITIONAL-METER-STATEMENT
      *
      *    APPENDS THE SERVICE POINT'S SECTION TO THE ACCOUNT'S
      *    STATEMENT: WHICH METER, ITS READINGS AND USAGE, THE
      *    CHARGES IT ADDED, AND THE ACCOUNT'S COMBINED TOTAL DUE.
      *
      ******************************************************************
       WRITE-ADDITIONAL-METER-STATEMENT.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO
               ACCOUNT-NUMBER OF STMT-LINE-ACCOUNT.
           MOVE STMT-LINE-ACCOUNT TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE METER-NUMBER-WORK TO STMT-METER-NUMBER.
           MOVE STMT-LINE-ADDL-METER TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE EFFECTIVE-PREV-READING TO
               PREV-READING OF STMT-LINE-PREV.
           MOVE STMT-LINE-PREV TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE CURR-METER-READING OF CUSTOMER TO
               CURR-READING OF STMT-LINE-CURR.
           MOVE STMT-LINE-CURR TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE UNITS-USED-WORK TO UNITS-USED OF STMT-LINE-USAGE.
           MOVE STMT-LINE-USAGE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           IF EXCHANGE-PENDING-SWITCH = 'Y'
               PERFORM WRITE-STATEMENT-EXCHANGE-NOTE
           END-IF.

           PERFORM WRITE-STATEMENT-TAX-LINES.

           MOVE AMOUNT-DUE-WORK TO
               NEW-CHARGES OF STMT-LINE-NEW-CHARGES.
           MOVE STMT-LINE-NEW-CHARGES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE MASTER-BALANCE-DUE TO STATEMENT-DUE-WORK.
           PERFORM WRITE-STATEMENT-AMOUNT-DUE.

           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-STATEMENT-EXCHANGE-NOTE
      *
      *    EXPLAINS A CHANGE-OUT ON THE STATEMENT: THE SWAP DATE AND
      *    THE USAGE BILLED OFF EACH METER.
      *
      ******************************************************************
       WRITE-STATEMENT-EXCHANGE-NOTE.
           MOVE METER-EXCHANGE-DATE TO STMT-EXCHANGE-DATE.
           MOVE OLD-METER-USAGE-WORK TO STMT-EXCHANGE-OLD-USAGE.
           MOVE NEW-METER-USAGE-WORK TO STMT-EXCHANGE-NEW-USAGE.
           MOVE STMT-LINE-EXCHANGE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.



      ******************************************************************
      *
      *    PROCESS-MOVE-OUTS
      *
      *    WALKS THE OCCUPANCY FILE FOR TENANTS WHO MOVED OUT WITH
      *    THEIR FINAL BILL STILL TO RUN ('P') AND BILLS EACH ONE
      *    WHOSE MOVE-OUT DATE HAS COME DUE, AND FOR VACANT-PREMISE
      *    MOVE-INS WHOSE METERS ARE STILL WAITING ON THE LAST
      *    OCCUPANT ('T'). THE SCAN IS RE-POSITIONED PAST EACH ONE
      *    HANDLED, SINCE HANDLING IT READS AND REWRITES OCCUPANCY
      *    RECORDS BY KEY.
      *
      ******************************************************************
       PROCESS-MOVE-OUTS.
           MOVE 'YES' TO OCCUPANCY-SCAN-SWITCH.
           MOVE ZEROS TO OCC-ACCOUNT-NUMBER.
           START OCCUPANCY-FILE KEY >= OCC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO OCCUPANCY-SCAN-SWITCH
           END-START.

           PERFORM UNTIL OCCUPANCY-SCAN-SWITCH = 'NO'
               READ OCCUPANCY-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO OCCUPANCY-SCAN-SWITCH
                   NOT AT END
                       IF OCC-STATUS = 'P'
                            AND OCC-END-PERIOD <= BILLING-PERIOD-WORK
                           PERFORM FINAL-BILL-MOVE-OUT
                           PERFORM REPOSITION-OCCUPANCY-SCAN
                       ELSE
                       IF OCC-STATUS = 'T'
                           MOVE OCC-ACCOUNT-NUMBER
                               TO MOVE-OUT-ACCOUNT-WORK
                           PERFORM CLOSE-MOVE-OUT-OCCUPANCY
                           PERFORM REPOSITION-OCCUPANCY-SCAN
                       END-IF END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    REPOSITION-OCCUPANCY-SCAN
      *
      *    PICKS THE OCCUPANCY SCAN BACK UP JUST PAST THE MOVE-OUT
      *    ACCOUNT IN HAND.
      *
      ******************************************************************
       REPOSITION-OCCUPANCY-SCAN.
           MOVE MOVE-OUT-ACCOUNT-WORK TO OCC-ACCOUNT-NUMBER.
           START OCCUPANCY-FILE KEY > OCC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO OCCUPANCY-SCAN-SWITCH
           END-START.



      ******************************************************************
      *
      *    FINAL-BILL-MOVE-OUT
      *
      *    BILLS THE OUTGOING TENANT IN HAND TO THE TRANSFER READING
      *    THROUGH THE SAME PATH AN 'F' FINAL READING TAKES - PAYMENTS,
      *    LATE CHARGE, AGING, DEPOSIT SETTLEMENT, STATEMENT, CLOSE -
      *    THEN HANDS THE PREMISE'S METERS TO THE INCOMING ACCOUNT. A
      *    MOVE-OUT THAT FAILS VALIDATION IS REJECTED LIKE ANY READING
      *    AND STAYS PENDING FOR THE NEXT RUN. AN ACCOUNT ALREADY
      *    CLOSED SOME OTHER WAY HAS NOTHING LEFT TO BILL, SO ITS
      *    METERS SIMPLY PASS ON. ON A CYCLE RUN THE MOVE-OUT WAITS
      *    FOR ITS OWN CYCLE.
      *
      ******************************************************************
       FINAL-BILL-MOVE-OUT.
           MOVE OCC-ACCOUNT-NUMBER TO MOVE-OUT-ACCOUNT-WORK.
           MOVE OCC-ACCOUNT-NUMBER TO ROUTE-LOOKUP-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CYCLE.

           IF ACCOUNT-IN-CYCLE-SWITCH = 'Y'
               PERFORM BUILD-MOVE-OUT-READING
               IF MASTER-FOUND-SWITCH = 'Y'
                    AND (MASTER-ACCOUNT-STATUS = 'C'
                      OR MASTER-ACCOUNT-STATUS = 'W')
                   PERFORM CLOSE-MOVE-OUT-OCCUPANCY
               ELSE
                   PERFORM VALIDATE-RECORD
                   IF VALID-RECORD-SWITCH IS ZERO
                       MOVE 'Y' TO MOVE-OUT-BILL-SWITCH
                       PERFORM PROCESS-VALID-RECORD
                       MOVE 'N' TO MOVE-OUT-BILL-SWITCH
                       ADD 1 TO TOTAL-MOVE-OUT-COUNT
                       PERFORM CLOSE-MOVE-OUT-OCCUPANCY
                   ELSE
                       PERFORM PROCESS-INVALID-RECORD
                       ADD 1 TO TOTAL-MOVE-OUT-HELD-COUNT
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    BUILD-MOVE-OUT-READING
      *
      *    LAYS THE MOVE-OUT IN HAND OUT AS THE 'F' FINAL READING A
      *    METER READER WOULD HAVE KEYED - METER 01, READ AT THE
      *    TRANSFER READING ON THE MOVE-OUT DAY OF THIS PERIOD - AND
      *    LOOKS THE OUTGOING ACCOUNT UP, TAKING ITS NAME AND SERVICE
      *    ADDRESS FROM THE MASTER.
      *
      ******************************************************************
       BUILD-MOVE-OUT-READING.
           MOVE SPACES TO CUSTOMER.
           MOVE OCC-ACCOUNT-NUMBER TO ACCOUNT-NUMBER OF CUSTOMER.
           MOVE ZERO TO PREV-METER-READING OF CUSTOMER.
           MOVE OCC-END-READING TO CURR-METER-READING OF CUSTOMER.
           MOVE BILLING-PERIOD-WORK TO READ-DATE-PERIOD.
           MOVE OCC-END-DAY TO READ-DATE-DAY.
           MOVE 'F' TO READING-TYPE OF CUSTOMER.
           MOVE '01' TO METER-NUMBER OF CUSTOMER.

           PERFORM LOOKUP-CUSTOMER-MASTER.

           IF MASTER-FOUND-SWITCH = 'Y'
               MOVE MASTER-FIRST-NAME TO FIRST-NAME OF CUSTOMER
               MOVE MASTER-LAST-NAME TO LAST-NAME OF CUSTOMER
               MOVE MASTER-STREET-ADDRESS TO STREET-ADDRESS OF CUSTOMER
               MOVE MASTER-CITY TO CITY OF CUSTOMER
               MOVE MASTER-STATE TO STATE OF CUSTOMER
               MOVE MASTER-LAST-READING
                   TO PREV-METER-READING OF CUSTOMER
           END-IF.



      ******************************************************************
      *
      *    CLOSE-MOVE-OUT-OCCUPANCY
      *
      *    MARKS THE OUTGOING TENANT'S OCCUPANCY FINISHED, PASSES THE
      *    PREMISE'S METERS TO THE INCOMING ACCOUNT, AND BRINGS THE
      *    PREMISE'S LAST READING UP TO THE TRANSFER READING.
      *
      ******************************************************************
       CLOSE-MOVE-OUT-OCCUPANCY.
           MOVE MOVE-OUT-ACCOUNT-WORK TO OCC-ACCOUNT-NUMBER.
           PERFORM LOOKUP-OCCUPANCY.

           IF OCCUPANCY-FOUND-SWITCH = 'Y'
               MOVE 'F' TO OCC-STATUS
               REWRITE OCCUPANCY-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
               PERFORM WRITE-OCCUPANCY-JOURNAL
               IF OCC-SUCCESSOR-ACCOUNT > ZERO
                   PERFORM TRANSFER-PREMISE-METERS
               END-IF
               MOVE OCC-PREMISE-ID TO PRM-PREMISE-ID
               PERFORM LOOKUP-PREMISE
               IF PREMISE-FOUND-SWITCH = 'Y'
                   MOVE OCC-TRANSFER-READING TO PRM-LAST-READING
                   REWRITE PREMISE-MASTER-RECORD
                   MOVE 'RW' TO JOURNAL-ACTION-WORK
                   PERFORM WRITE-PREMISE-JOURNAL
               END-IF
           END-IF.



      ******************************************************************
      *
      *    TRANSFER-PREMISE-METERS
      *
      *    THE OUTGOING ACCOUNT'S SERVICE POINTS STAY WITH THE PREMISE:
      *    EACH IS WRITTEN AGAIN UNDER THE INCOMING ACCOUNT, SAME METER
      *    NUMBER, STAMPED WITH THE PREMISE ID, AND THE OUTGOING
      *    ACCOUNT'S COPY IS MARKED 'T' (TRANSFERRED). THE RECORDS ARE
      *    GATHERED FIRST SO THE SCAN NEVER TRIPS OVER ITS OWN WRITES.
      *
      ******************************************************************
       TRANSFER-PREMISE-METERS.
           MOVE ZERO TO TRANSFER-METER-COUNT.
           MOVE 'YES' TO METER-SCAN-SWITCH.
           MOVE MOVE-OUT-ACCOUNT-WORK TO METER-ACCOUNT.
           MOVE ZERO TO METER-SERVICE-NUMBER.
           START METER-MASTER KEY >= METER-KEY
               INVALID KEY
                   MOVE 'NO' TO METER-SCAN-SWITCH
           END-START.

           PERFORM UNTIL METER-SCAN-SWITCH = 'NO'
               READ METER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO METER-SCAN-SWITCH
                   NOT AT END
                       IF METER-ACCOUNT NOT = MOVE-OUT-ACCOUNT-WORK
                           MOVE 'NO' TO METER-SCAN-SWITCH
                       ELSE
                           IF METER-STATUS NOT = 'T'
                               ADD 1 TO TRANSFER-METER-COUNT
                               MOVE METER-MASTER-RECORD
                                   TO TRANSFER-METER-IMAGE
                                       (TRANSFER-METER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING TRANSFER-METER-INDEX FROM 1 BY 1
               UNTIL TRANSFER-METER-INDEX > TRANSFER-METER-COUNT
               PERFORM TRANSFER-ONE-METER
           END-PERFORM.



      ******************************************************************
      *
      *    TRANSFER-ONE-METER
      *
      *    RE-KEYS ONE SERVICE POINT TO THE INCOMING ACCOUNT. METER 01
      *    STARTS THE INCOMING ACCOUNT AT THE TRANSFER READING; A
      *    SECOND OR LATER METER CARRIES OVER AT ITS OWN LAST READING,
      *    SINCE A MOVE-IN ONLY READS THE MAIN METER. A CHANGE-OUT
      *    STILL WAITING TO BILL TRAVELS WITH ITS METER.
      *
      ******************************************************************
       TRANSFER-ONE-METER.
           MOVE TRANSFER-METER-IMAGE (TRANSFER-METER-INDEX)
               TO METER-MASTER-RECORD.
           MOVE METER-MASTER-RECORD TO METER-BEFORE-IMAGE.
           MOVE 'T' TO METER-STATUS.
           REWRITE METER-MASTER-RECORD.
           PERFORM WRITE-METER-JOURNAL.

           MOVE TRANSFER-METER-IMAGE (TRANSFER-METER-INDEX)
               TO METER-MASTER-RECORD.
           MOVE OCC-SUCCESSOR-ACCOUNT TO METER-ACCOUNT.
           MOVE OCC-PREMISE-ID TO METER-PREMISE-ID.
           IF METER-SERVICE-NUMBER = 1
               MOVE OCC-TRANSFER-READING TO METER-LAST-READING
           END-IF.

           WRITE METER-MASTER-RECORD
               INVALID KEY
                   DISPLAY '*** WARNING: ACCOUNT ' OCC-SUCCESSOR-ACCOUNT
                       ' ALREADY HAS METER ' METER-SERVICE-NUMBER
                       ' - PREMISE METER NOT TRANSFERRED ***'
               NOT INVALID KEY
                   MOVE SPACES TO METER-BEFORE-IMAGE
                   PERFORM WRITE-METER-SEED-JOURNAL
           END-WRITE.



      ******************************************************************
      *
      *    UPDATE-PREMISE-HISTORY
      *
      *    CARRIES THE OCCUPANT'S FRESHLY PUSHED USAGE HISTORY AND
      *    READING ONTO THE PREMISE THEY ARE SERVED AT, SO THE NEXT
      *    TENANT STARTS WITH THE LOCATION'S HISTORY RATHER THAN NONE
      *    AND THE PLAUSIBILITY CHECK AND THE ESTIMATOR KEEP WORKING
      *    ACROSS A TURNOVER. AN ACCOUNT NOT LINKED TO A PREMISE IS
      *    LEFT AT THAT.
      *
      ******************************************************************
       UPDATE-PREMISE-HISTORY.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO OCC-ACCOUNT-NUMBER.
           PERFORM LOOKUP-OCCUPANCY.

           IF OCCUPANCY-FOUND-SWITCH = 'Y'
                AND OCC-STATUS = 'A'
               MOVE OCC-PREMISE-ID TO PRM-PREMISE-ID
               PERFORM LOOKUP-PREMISE
               IF PREMISE-FOUND-SWITCH = 'Y'
                   MOVE CURR-METER-READING OF CUSTOMER
                       TO PRM-LAST-READING
                   MOVE MASTER-HISTORY-COUNT TO PRM-HISTORY-COUNT
                   PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
                       UNTIL HISTORY-INDEX > 6
                       MOVE MASTER-PRIOR-USAGE (HISTORY-INDEX)
                           TO PRM-PRIOR-USAGE (HISTORY-INDEX)
                   END-PERFORM
                   REWRITE PREMISE-MASTER-RECORD
                   MOVE 'RW' TO JOURNAL-ACTION-WORK
                   PERFORM WRITE-PREMISE-JOURNAL
               END-IF
           END-IF.



      ******************************************************************
      *
      *    VACATE-PREMISE-AT-FINAL
      *
      *    A DISCONNECT BILLED OFF AN 'F' FINAL READING ENDS THE
      *    ACCOUNT'S OCCUPANCY AT THE FINAL READING AND LEAVES ITS
      *    PREMISE VACANT, WITH THE METERS AND HISTORY STILL ON IT
      *    FOR WHOEVER MOVES IN NEXT.
      *
      ******************************************************************
       VACATE-PREMISE-AT-FINAL.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO OCC-ACCOUNT-NUMBER.
           PERFORM LOOKUP-OCCUPANCY.

           IF OCCUPANCY-FOUND-SWITCH = 'Y'
                AND OCC-STATUS = 'A'
               MOVE 'F' TO OCC-STATUS
               MOVE READ-DATE OF CUSTOMER TO OCC-END-DATE
               MOVE CURR-METER-READING OF CUSTOMER TO OCC-END-READING
               MOVE ZERO TO OCC-TRANSFER-READING
               MOVE ZERO TO OCC-SUCCESSOR-ACCOUNT
               REWRITE OCCUPANCY-RECORD
               MOVE 'RW' TO JOURNAL-ACTION-WORK
               PERFORM WRITE-OCCUPANCY-JOURNAL
               MOVE OCC-PREMISE-ID TO PRM-PREMISE-ID
               PERFORM LOOKUP-PREMISE
               IF PREMISE-FOUND-SWITCH = 'Y'
                    AND PRM-ACCOUNT = OCC-ACCOUNT-NUMBER
                   MOVE 'V' TO PRM-STATUS
                   MOVE ZERO TO PRM-ACCOUNT
                   MOVE OCC-ACCOUNT-NUMBER TO PRM-PRIOR-ACCOUNT
                   MOVE CURR-METER-READING OF CUSTOMER
                       TO PRM-LAST-READING
                   REWRITE PREMISE-MASTER-RECORD
                   MOVE 'RW' TO JOURNAL-ACTION-WORK
                   PERFORM WRITE-PREMISE-JOURNAL
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOOKUP-PREMISE
      *
      *    READS THE PREMISE NAMED IN PRM-PREMISE-ID, KEEPING ITS
      *    BEFORE IMAGE FOR THE JOURNAL.
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
      *    LOOKUP-OCCUPANCY
      *
      *    READS THE OCCUPANCY OF THE ACCOUNT IN OCC-ACCOUNT-NUMBER,
      *    KEEPING ITS BEFORE IMAGE FOR THE JOURNAL.
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
      *    WRITE-PREMISE-JOURNAL
      *
      *    JOURNALS A PREMISE WRITE OR REWRITE UNDER THE 'PREMISE '
      *    FILE ID.
      *
      ******************************************************************
       WRITE-PREMISE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
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
      *    JOURNALS AN OCCUPANCY WRITE OR REWRITE UNDER THE 'OCCUPNCY'
      *    FILE ID.
      *
      ******************************************************************
       WRITE-OCCUPANCY-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'OCCUPNCY' TO JRN-FILE-ID.
           MOVE JOURNAL-ACTION-WORK TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE OCCUPANCY-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE OCCUPANCY-RECORD TO JRN-AFTER-IMAGE (1:60).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    LOAD-METER-MASTER-SEED
      *
      *    ENROLLS NEW SERVICE POINTS ON THE METER MASTER FROM A FEED
      *    DROPPED OFF FOR THIS RUN. THE READING AT INSTALLATION
      *    BECOMES THE METER'S PREVIOUS READING FOR ITS FIRST BILL.
      *    AN ALREADY-ENROLLED METER IS LEFT ALONE - ITS READING
      *    BELONGS TO THE BILLING CYCLE NOW. NO FEED FILE IS NOT AN
      *    ERROR.
      *
      ******************************************************************
       LOAD-METER-MASTER-SEED.
           MOVE 'YES' TO MSEED-DATA-REMAINS-SWITCH.
           OPEN INPUT METER-MASTER-SEED.

           READ METER-MASTER-SEED
               AT END
                   MOVE 'NO' TO MSEED-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL MSEED-DATA-REMAINS-SWITCH = 'NO'
               IF MSEED-ACCOUNT IS NUMERIC
                    AND MSEED-METER-NUMBER IS NUMERIC
                    AND MSEED-INITIAL-READING IS NUMERIC
                   MOVE MSEED-ACCOUNT TO METER-ACCOUNT
                   MOVE MSEED-METER-NUMBER TO METER-SERVICE-NUMBER
                   READ METER-MASTER
                       INVALID KEY
                           MOVE MSEED-INITIAL-READING
                               TO METER-LAST-READING
                           MOVE 'A' TO METER-STATUS
                           PERFORM CLEAR-METER-EXCHANGE-FIELDS
                           WRITE METER-MASTER-RECORD
                           MOVE SPACES TO METER-BEFORE-IMAGE
                           PERFORM WRITE-METER-SEED-JOURNAL
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               READ METER-MASTER-SEED
                   AT END
                       MOVE 'NO' TO MSEED-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE METER-MASTER-SEED.



      ******************************************************************
      *
      *    CLEAR-METER-EXCHANGE-FIELDS
      *
      *    A NEW SERVICE-POINT RECORD STARTS WITH NO SERIAL ON FILE,
      *    NO CHANGE-OUT HISTORY, AND NO PREMISE UNTIL IT FIRST PASSES
      *    TO A NEW OCCUPANT.
      *
      ******************************************************************
       CLEAR-METER-EXCHANGE-FIELDS.
           MOVE SPACES TO METER-SERIAL.
           MOVE 'N' TO METER-EXCHANGE-SWITCH.
           MOVE ZERO TO METER-EXCHANGE-DATE.
           MOVE SPACES TO METER-OLD-SERIAL.
           MOVE ZERO TO METER-REMOVAL-READING.
           MOVE ZERO TO METER-INSTALL-READING.
           MOVE ZERO TO METER-PREMISE-ID.



      ******************************************************************
      *
      *    LOAD-METER-EXCHANGES
      *
      *    POSTS THE FIELD CREW'S METER CHANGE-OUTS TO THE METER
      *    MASTER, EACH WAITING THERE UNTIL A READING BILLS THE
      *    PERIOD IT HAPPENED IN. A SINGLE-METER ACCOUNT HAS NO METER
      *    RECORD YET, SO ITS FIRST CHANGE-OUT ENROLLS METER 01 AT THE
      *    CUSTOMER MASTER'S LAST READING. EVERY TRANSACTION IS LOGGED
      *    WITH ITS DISPOSITION. NO FEED FILE IS NOT AN ERROR.
      *
      ******************************************************************
       LOAD-METER-EXCHANGES.
           MOVE EXCHLOG-HEADING TO EXCHLOG-PRINT-LINE.
           WRITE EXCHLOG-PRINT-LINE.

           MOVE 'YES' TO MXCH-DATA-REMAINS-SWITCH.
           OPEN INPUT METER-EXCHANGE-FILE.

           READ METER-EXCHANGE-FILE
               AT END
                   MOVE 'NO' TO MXCH-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL MXCH-DATA-REMAINS-SWITCH = 'NO'
               PERFORM POST-METER-EXCHANGE
               READ METER-EXCHANGE-FILE
                   AT END
                       MOVE 'NO' TO MXCH-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE METER-EXCHANGE-FILE.

           MOVE SPACES TO EXCHLOG-PRINT-LINE.
           WRITE EXCHLOG-PRINT-LINE.
           MOVE TOTAL-EXCHANGE-POSTED-COUNT TO EXCHLOG-POSTED-COUNT.
           MOVE TOTAL-EXCHANGE-REFUSED-COUNT TO EXCHLOG-REFUSED-COUNT.
           MOVE EXCHLOG-TOTAL-LINE TO EXCHLOG-PRINT-LINE.
           WRITE EXCHLOG-PRINT-LINE.
           MOVE SPACES TO EXCHLOG-PRINT-LINE.
           WRITE EXCHLOG-PRINT-LINE.

           IF TOTAL-EXCHANGE-REFUSED-COUNT IS GREATER THAN ZERO
               DISPLAY '*** WARNING: ' TOTAL-EXCHANGE-REFUSED-COUNT
                   ' METER EXCHANGES REFUSED - SEE EXCHLOG.TXT ***'
           END-IF.



      ******************************************************************
      *
      *    POST-METER-EXCHANGE
      *
      *    EDITS THE CHANGE-OUT IN HAND AND, WHEN IT IS CLEAN, POSTS
      *    IT TO THE SERVICE POINT'S METER RECORD. A SWAP DATED AFTER
      *    THE PROCESSING DATE, A SECOND SWAP BEFORE THE FIRST HAS
      *    BILLED, OR THE SAME SWAP SENT TWICE IS REFUSED.
      *
      ******************************************************************
       POST-METER-EXCHANGE.
           MOVE SPACES TO EXCHANGE-DISPOSITION-WORK.
           MOVE 'N' TO METER-FOUND-SWITCH.

           IF MXCH-ACCOUNT IS NOT NUMERIC
                OR MXCH-METER-NUMBER IS NOT NUMERIC
                OR MXCH-EXCHANGE-DATE IS NOT NUMERIC
                OR MXCH-REMOVAL-READING IS NOT NUMERIC
                OR MXCH-INSTALL-READING IS NOT NUMERIC
                OR MXCH-NEW-SERIAL = SPACES
               MOVE 'REFUSED - INCOMPLETE DATA'
                   TO EXCHANGE-DISPOSITION-WORK
           ELSE
           IF MXCH-EXCHANGE-DATE > PROCESSING-DATE-WORK
               MOVE 'REFUSED - SWAP DATE IN FUTURE'
                   TO EXCHANGE-DISPOSITION-WORK
           ELSE
               PERFORM FIND-EXCHANGE-METER
           END-IF END-IF.

           IF METER-FOUND-SWITCH = 'Y'
               IF METER-EXCHANGE-SWITCH = 'Y'
                   MOVE 'REFUSED - SWAP ALREADY PENDING'
                       TO EXCHANGE-DISPOSITION-WORK
               ELSE
               IF METER-EXCHANGE-DATE = MXCH-EXCHANGE-DATE
                   MOVE 'REFUSED - SWAP ALREADY BILLED'
                       TO EXCHANGE-DISPOSITION-WORK
               ELSE
                   MOVE METER-MASTER-RECORD TO METER-BEFORE-IMAGE
                   MOVE METER-SERIAL TO METER-OLD-SERIAL
                   MOVE MXCH-NEW-SERIAL TO METER-SERIAL
                   MOVE 'Y' TO METER-EXCHANGE-SWITCH
                   MOVE MXCH-EXCHANGE-DATE TO METER-EXCHANGE-DATE
                   MOVE MXCH-REMOVAL-READING TO METER-REMOVAL-READING
                   MOVE MXCH-INSTALL-READING TO METER-INSTALL-READING
                   REWRITE METER-MASTER-RECORD
                   PERFORM WRITE-METER-JOURNAL
                   MOVE 'POSTED' TO EXCHANGE-DISPOSITION-WORK
               END-IF END-IF
           END-IF.

           MOVE MXCH-ACCOUNT TO EXCHLOG-ACCOUNT.
           MOVE MXCH-METER-NUMBER TO EXCHLOG-METER.
           MOVE MXCH-EXCHANGE-DATE TO EXCHLOG-DATE.
           IF METER-FOUND-SWITCH = 'Y'
               MOVE METER-OLD-SERIAL TO EXCHLOG-OLD-SERIAL
           ELSE
               MOVE SPACES TO EXCHLOG-OLD-SERIAL
           END-IF.
           MOVE MXCH-NEW-SERIAL TO EXCHLOG-NEW-SERIAL.
           MOVE MXCH-REMOVAL-READING TO EXCHLOG-REMOVAL.
           MOVE MXCH-INSTALL-READING TO EXCHLOG-INSTALL.
           MOVE EXCHANGE-DISPOSITION-WORK TO EXCHLOG-DISPOSITION.
           MOVE EXCHLOG-DETAIL-LINE TO EXCHLOG-PRINT-LINE.
           WRITE EXCHLOG-PRINT-LINE.

           IF EXCHANGE-DISPOSITION-WORK = 'POSTED'
               ADD 1 TO TOTAL-EXCHANGE-POSTED-COUNT
           ELSE
               ADD 1 TO TOTAL-EXCHANGE-REFUSED-COUNT
           END-IF.



      ******************************************************************
      *
      *    FIND-EXCHANGE-METER
      *
      *    READS THE METER RECORD THE CHANGE-OUT IN HAND NAMES. METER
      *    01 OF AN OPEN ACCOUNT WITH NO RECORD YET IS ENROLLED HERE
      *    FROM THE CUSTOMER MASTER'S LAST READING; ANY OTHER MISSING
      *    METER IS REFUSED.
      *
      ******************************************************************
       FIND-EXCHANGE-METER.
           MOVE MXCH-ACCOUNT TO METER-ACCOUNT.
           MOVE MXCH-METER-NUMBER TO METER-SERVICE-NUMBER.
           READ METER-MASTER
               INVALID KEY
                   MOVE 'N' TO METER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO METER-FOUND-SWITCH
           END-READ.

           IF METER-FOUND-SWITCH = 'N'
               IF MXCH-METER-NUMBER NOT = 1
                   MOVE 'REFUSED - METER NOT ON MASTER'
                       TO EXCHANGE-DISPOSITION-WORK
               ELSE
                   MOVE MXCH-ACCOUNT TO MASTER-ACCOUNT-NUMBER
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'REFUSED - ACCOUNT NOT ON MASTER'
                               TO EXCHANGE-DISPOSITION-WORK
                       NOT INVALID KEY
                           IF MASTER-ACCOUNT-STATUS = 'C'
                                OR MASTER-ACCOUNT-STATUS = 'W'
                               MOVE 'REFUSED - ACCOUNT IS CLOSED'
                                   TO EXCHANGE-DISPOSITION-WORK
                           ELSE
                               PERFORM ENROLL-EXCHANGE-METER
                           END-IF
                   END-READ
               END-IF
           END-IF.



      ******************************************************************
      *
      *    ENROLL-EXCHANGE-METER
      *
      *    WRITES THE METER 01 RECORD FOR A SINGLE-METER ACCOUNT
      *    WHOSE METER IS BEING CHANGED OUT, CARRYING THE CUSTOMER
      *    MASTER'S LAST READING, AND JOURNALS IT.
      *
      ******************************************************************
       ENROLL-EXCHANGE-METER.
           MOVE MXCH-ACCOUNT TO METER-ACCOUNT.
           MOVE 1 TO METER-SERVICE-NUMBER.
           MOVE MASTER-LAST-READING TO METER-LAST-READING.
           MOVE 'A' TO METER-STATUS.
           PERFORM CLEAR-METER-EXCHANGE-FIELDS.
           WRITE METER-MASTER-RECORD.
           MOVE SPACES TO METER-BEFORE-IMAGE.
           PERFORM WRITE-METER-SEED-JOURNAL.
           MOVE 'Y' TO METER-FOUND-SWITCH.



           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE METER-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE METER-MASTER-RECORD TO JRN-AFTER-IMAGE (1:60).
           WRITE MASTER-JOURNAL-RECORD.


       COMPUTE-BUDGET-INSTALLMENT.
           MOVE UNITS-USED-WORK TO BUDGET-SAVE-UNITS.
           MOVE TRUE-UP-PERIODS-WORK TO BUDGET-SAVE-PERIODS.
           MOVE ENERGY-CHARGE-WORK TO BUDGET-SAVE-ENERGY.
           MOVE UTILITY-TAX-WORK TO BUDGET-SAVE-TAX.
           MOVE FRANCHISE-FEE-WORK TO BUDGET-SAVE-FEE.

           PERFORM COMPUTE-ESTIMATED-USAGE.
           IF EST-USAGE-WORK > ZERO

           MOVE BUDGET-SAVE-UNITS TO UNITS-USED-WORK.
           MOVE BUDGET-SAVE-PERIODS TO TRUE-UP-PERIODS-WORK.
           MOVE BUDGET-SAVE-ENERGY TO ENERGY-CHARGE-WORK.
           MOVE BUDGET-SAVE-TAX TO UTILITY-TAX-WORK.
           MOVE BUDGET-SAVE-FEE TO FRANCHISE-FEE-WORK.



           MOVE STMT-LINE-BUDGET-ACTUAL TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE BUDGET-INSTALLMENT-WORK TO BUDGET-LEVEL-OUT.
           MOVE STMT-LINE-BUDGET-LEVEL TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           IF BUDGET-SETTLEMENT-WORK NOT = ZERO
               MOVE BUDGET-SETTLEMENT-WORK TO BUDGET-SETTLE-OUT
               MOVE STMT-LINE-BUDGET-SETTLE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.

           MOVE BUDGET-BALANCE-WORK TO BUDGET-BALANCE-OUT.
           MOVE STMT-LINE-BUDGET-BALANCE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.



      ******************************************************************
      *
      *    APPLY-PAYMENT-ARRANGEMENT
      *
      *    WORKS THE PAYMENT ARRANGEMENT, IF ANY, ON THE ACCOUNT NOW
      *    BILLING. THE INSTALLMENT BILLED LAST PERIOD IS CHECKED
      *    AGAINST THE PAYMENTS JUST APPLIED: PAID IN FULL, IT COUNTS
      *    AS KEPT; SHORT, THE ARRANGEMENT IS BROKEN AND THE ACCOUNT
      *    GOES BACK TO NORMAL COLLECTIONS. A KEPT ARRANGEMENT THEN
      *    BILLS ITS NEXT INSTALLMENT. THE ARRANGED BALANCE ALREADY
      *    SITS IN THE AGED BUCKETS, SO THE INSTALLMENT IS WHAT THE
      *    CUSTOMER MUST PAY TO KEEP THE PLAN, NOT A NEW CHARGE. AN
      *    ARRANGEMENT ALREADY WORKED THIS PERIOD IS LEFT ALONE, SO A
      *    RESTARTED RUN NEVER BILLS THE SAME INSTALLMENT TWICE.
      *
      ******************************************************************
       APPLY-PAYMENT-ARRANGEMENT.
           MOVE ZERO TO ARR-INSTALLMENT-WORK.
           MOVE BILLING-ACCOUNT-WORK TO ARR-ACCOUNT-NUMBER.

           READ ARRANGEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO ARRANGEMENT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO ARRANGEMENT-FOUND-SWITCH
                   MOVE ARRANGEMENT-RECORD TO ARRANGEMENT-BEFORE-IMAGE
           END-READ.

           IF ARRANGEMENT-FOUND-SWITCH = 'Y'
                AND ARR-STATUS = 'A'
                AND ARR-LAST-BILLED-PERIOD NOT = RUN-PERIOD-WORK
               PERFORM CHECK-ARRANGEMENT-INSTALLMENT
               IF ARR-STATUS = 'A'
                   PERFORM BILL-ARRANGEMENT-INSTALLMENT
               END-IF
               MOVE RUN-PERIOD-WORK TO ARR-LAST-BILLED-PERIOD
               REWRITE ARRANGEMENT-RECORD
               PERFORM WRITE-ARRANGEMENT-JOURNAL
           END-IF.



      ******************************************************************
      *
      *    CHECK-ARRANGEMENT-INSTALLMENT
      *
      *    SETTLES THE INSTALLMENT BILLED LAST PERIOD AGAINST THE
      *    PAYMENTS RECEIVED FOR THE ACCOUNT THIS RUN. THE LAST
      *    INSTALLMENT PAID COMPLETES THE ARRANGEMENT.
      *
      ******************************************************************
       CHECK-ARRANGEMENT-INSTALLMENT.
           IF ARR-PENDING-AMOUNT > ZERO
               IF PAYMENTS-APPLIED-WORK < ARR-PENDING-AMOUNT
                   MOVE 'B' TO ARR-STATUS
                   MOVE RUN-PERIOD-WORK TO ARR-BROKEN-PERIOD
                   ADD 1 TO TOTAL-ARR-BROKEN-COUNT
               ELSE
                   ADD 1 TO ARR-INSTALLMENTS-PAID
                   ADD ARR-PENDING-AMOUNT TO ARR-AMOUNT-PAID
                   ADD 1 TO TOTAL-ARR-KEPT-COUNT
                   IF ARR-INSTALLMENTS-PAID >= ARR-INSTALLMENT-COUNT
                       MOVE 'C' TO ARR-STATUS
                       ADD 1 TO TOTAL-ARR-COMPLETED-COUNT
                   END-IF
               END-IF
               MOVE ZERO TO ARR-PENDING-AMOUNT
           END-IF.



      ******************************************************************
      *
      *    BILL-ARRANGEMENT-INSTALLMENT
      *
      *    BILLS THE ARRANGEMENT'S NEXT INSTALLMENT AND HOLDS IT AS
      *    PENDING UNTIL THE NEXT RUN CHECKS IT. THE LAST INSTALLMENT
      *    TAKES WHATEVER THE EVEN SPLIT LEFT OVER IN ROUNDING, SO
      *    THE INSTALLMENTS ADD BACK TO THE ARRANGED AMOUNT EXACTLY.
      *
      ******************************************************************
       BILL-ARRANGEMENT-INSTALLMENT.
           IF ARR-INSTALLMENTS-BILLED < ARR-INSTALLMENT-COUNT
               ADD 1 TO ARR-INSTALLMENTS-BILLED
               IF ARR-INSTALLMENTS-BILLED = ARR-INSTALLMENT-COUNT
                   COMPUTE ARR-INSTALLMENT-WORK =
                       ARR-ARRANGED-AMOUNT - (ARR-INSTALLMENT-AMOUNT
                       * (ARR-INSTALLMENT-COUNT - 1))
               ELSE
                   MOVE ARR-INSTALLMENT-AMOUNT TO ARR-INSTALLMENT-WORK
               END-IF
               MOVE ARR-INSTALLMENT-WORK TO ARR-PENDING-AMOUNT
               ADD 1 TO TOTAL-ARR-BILLED-COUNT
               ADD ARR-INSTALLMENT-WORK TO TOTAL-ARR-BILLED-AMOUNT
           END-IF.



      ******************************************************************
      *
      *    WRITE-ARRANGEMENT-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE ARRANGEMENT REWRITE
      *    JUST MADE, UNDER THE 'ARRANGE ' FILE ID.
      *
      ******************************************************************
       WRITE-ARRANGEMENT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'ARRANGE ' TO JRN-FILE-ID.
           MOVE 'RW' TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE ARRANGEMENT-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE ARRANGEMENT-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-ARRANGEMENT-STATEMENT-LINES
      *
      *    PUTS THE INSTALLMENT BILLED THIS RUN ON THE STATEMENT,
      *    WITH WHICH INSTALLMENT IT IS AND THE DAY IT IS DUE BY, OR
      *    TELLS THE CUSTOMER THE ARRANGEMENT WAS CANCELLED WHEN THIS
      *    RUN BROKE IT.
      *
      ******************************************************************
       WRITE-ARRANGEMENT-STATEMENT-LINES.
           IF ARRANGEMENT-FOUND-SWITCH = 'Y'
               IF ARR-INSTALLMENT-WORK > ZERO
                   MOVE ARR-INSTALLMENT-WORK TO ARR-INSTALLMENT-OUT
                   MOVE STMT-LINE-ARRANGEMENT TO STATEMENT-PRINT-LINE
                   WRITE STATEMENT-PRINT-LINE
                   MOVE ARR-INSTALLMENTS-BILLED
                       TO ARR-INSTALLMENT-NUMBER-OUT
                   MOVE ARR-INSTALLMENT-COUNT
                       TO ARR-INSTALLMENT-COUNT-OUT
                   MOVE ARR-DUE-DAY TO ARR-DUE-DAY-OUT
                   MOVE STMT-LINE-ARRANGEMENT-TERMS
                       TO STATEMENT-PRINT-LINE
                   WRITE STATEMENT-PRINT-LINE
               ELSE
                   IF ARR-STATUS = 'B'
                        AND ARR-BROKEN-PERIOD = RUN-PERIOD-WORK
                       MOVE STMT-LINE-ARRANGEMENT-BROKEN
                           TO STATEMENT-PRINT-LINE
                       WRITE STATEMENT-PRINT-LINE
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    SCHEDULE-AUTOPAY-DRAFT
      *
      *    SCHEDULES THE DRAFT FOR AN AUTOPAY ACCOUNT THAT IS READY
      *    TO BE DRAFTED: ENROLLED AND ACTIVE, WITH A BANK ACCOUNT
      *    PROVEN BY A PRENOTE THAT HAS HAD ITS WINDOW TO BOUNCE, AND
      *    NO EARLIER DRAFT STILL AT THE BANK UNPOSTED (DRAFTING THE
      *    BALANCE AGAIN WOULD TAKE THAT MONEY TWICE). THE BALANCE
      *    IN AUTOPAY-AMOUNT-WORK DRAFTS ON THE DUE DATE; A BALANCE
      *    OF ZERO OR A CREDIT DRAFTS NOTHING AND WITHDRAWS ANY DRAFT
      *    NOT YET SENT. A RESTARTED RUN SIMPLY SCHEDULES THE SAME
      *    DRAFT AGAIN. AN ACCOUNT NOT READY IS BILLED FOR
      *    REMITTANCE LIKE ANY OTHER.
      *
      ******************************************************************
       SCHEDULE-AUTOPAY-DRAFT.
           MOVE 'N' TO AUTOPAY-DRAFT-SWITCH.
           MOVE BILLING-ACCOUNT-WORK TO AP-ACCOUNT-NUMBER.

           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'N' TO AUTOPAY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO AUTOPAY-FOUND-SWITCH
                   MOVE AUTOPAY-RECORD TO AUTOPAY-BEFORE-IMAGE
           END-READ.

           IF AUTOPAY-FOUND-SWITCH = 'Y'
                AND AP-STATUS = 'A'
                AND AP-DRAFT-STATUS NOT = 'S'
               PERFORM CHECK-AUTOPAY-PRENOTE
               IF AUTOPAY-DRAFT-SWITCH = 'Y'
                   IF AUTOPAY-AMOUNT-WORK > ZERO
                       MOVE 'P' TO AP-DRAFT-STATUS
                       MOVE AUTOPAY-AMOUNT-WORK TO AP-DRAFT-AMOUNT
                       MOVE DRAFT-DATE-WORK TO AP-DRAFT-DATE
                       MOVE RUN-PERIOD-WORK TO AP-DRAFT-PERIOD
                       REWRITE AUTOPAY-RECORD
                       PERFORM WRITE-AUTOPAY-JOURNAL
                       ADD 1 TO TOTAL-DRAFT-SCHED-COUNT
                       ADD AUTOPAY-AMOUNT-WORK
                           TO TOTAL-DRAFT-SCHED-AMOUNT
                   ELSE
                       MOVE 'N' TO AUTOPAY-DRAFT-SWITCH
                       IF AP-DRAFT-STATUS = 'P'
                           MOVE SPACE TO AP-DRAFT-STATUS
                           MOVE ZERO TO AP-DRAFT-AMOUNT
                           REWRITE AUTOPAY-RECORD
                           PERFORM WRITE-AUTOPAY-JOURNAL
                       END-IF
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CHECK-AUTOPAY-PRENOTE
      *
      *    AN ACCOUNT IS PROVEN ONCE ITS PRENOTE DATE IS CLEARED, OR
      *    ONCE THE PRENOTE WAS SENT AT LEAST THE WINDOW'S DAYS
      *    BEFORE THIS RUN'S PROCESSING DATE. A PRENOTE NOT YET SENT
      *    (ALL NINES) LEAVES THE ACCOUNT ON PAPER - THE DRAFT RUN
      *    SENDS IT. SETS AUTOPAY-DRAFT-SWITCH TO 'Y' WHEN PROVEN.
      *
      ******************************************************************
       CHECK-AUTOPAY-PRENOTE.
           IF AP-PRENOTE-DATE IS NUMERIC
               IF AP-PRENOTE-DATE = ZERO
                   MOVE 'Y' TO AUTOPAY-DRAFT-SWITCH
               ELSE
               IF AP-PRENOTE-DATE NOT = 99999999
                   COMPUTE PRENOTE-SENT-INTEGER =
                       FUNCTION INTEGER-OF-DATE (AP-PRENOTE-DATE)
                   IF PRENOTE-SENT-INTEGER > ZERO
                        AND PROCESSING-INTEGER-WORK >=
                          PRENOTE-SENT-INTEGER + PRENOTE-WINDOW-DAYS
                       MOVE 'Y' TO AUTOPAY-DRAFT-SWITCH
                   END-IF
               END-IF END-IF
           END-IF.



      ******************************************************************
      *
      *    WRITE-AUTOPAY-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE AUTOPAY REWRITE
      *    JUST MADE, UNDER THE 'AUTOPAY ' FILE ID.
      *
      ******************************************************************
       WRITE-AUTOPAY-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'AUTOPAY ' TO JRN-FILE-ID.
           MOVE 'RW' TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE AUTOPAY-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE AUTOPAY-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-WRITEOFF-JOURNAL
      *
      *    APPENDS THE BEFORE/AFTER IMAGE OF THE WRITE-OFF REWRITE
      *    JUST MADE, UNDER THE 'WRITEOFF' FILE ID.
      *
      ******************************************************************
       WRITE-WRITEOFF-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE 'WRITEOFF' TO JRN-FILE-ID.
           MOVE 'RW' TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE WRITEOFF-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE WRITEOFF-RECORD TO JRN-AFTER-IMAGE (1:80).
           WRITE MASTER-JOURNAL-RECORD.



      ******************************************************************
      *
      *    WRITE-STATEMENT-AMOUNT-DUE
      *
      *    CLOSES THE STATEMENT'S ACCOUNT ACTIVITY WITH WHAT THE
      *    CUSTOMER OWES. AN ACCOUNT BEING DRAFTED IS SHOWN THE
      *    AMOUNT TO BE DRAFTED AND TOLD NOT TO PAY, IN PLACE OF A
      *    REMITTANCE AMOUNT. ANY OTHER ACCOUNT GETS THE TOTAL-DUE
      *    LINE AND THE REMITTANCE STUB'S SCAN LINE. THE CALLER HAS
      *    ALREADY MOVED THE AMOUNT INTO STATEMENT-DUE-WORK.
      *
      ******************************************************************
       WRITE-STATEMENT-AMOUNT-DUE.
           IF AUTOPAY-DRAFT-SWITCH = 'Y'
               MOVE AUTOPAY-AMOUNT-WORK TO DRAFT-AMOUNT-OUT
               MOVE STMT-LINE-DRAFT-AMOUNT TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE DRAFT-DATE-MM TO DRAFT-NOTICE-MM
               MOVE DRAFT-DATE-DD TO DRAFT-NOTICE-DD
               MOVE DRAFT-DATE-YYYY TO DRAFT-NOTICE-YYYY
               MOVE STMT-LINE-DRAFT-NOTICE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           ELSE
               MOVE STATEMENT-DUE-WORK TO
                   TOTAL-AMOUNT-DUE OF STMT-LINE-TOTAL-DUE
               MOVE STMT-LINE-TOTAL-DUE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               PERFORM WRITE-STATEMENT-SCAN-LINE
           END-IF.



      ******************************************************************
      *
      *    WRITE-STATEMENT-SCAN-LINE
      *
      *    PRINTS THE REMITTANCE STUB UNDER THE TOTAL DUE: THE TEAR
      *    LINE, THEN THE SCAN LINE THE LOCKBOX CAPTURES - ACCOUNT,
      *    AMOUNT DUE IN CENTS, AND THE CHECK DIGIT OVER BOTH. A
      *    CREDIT BALANCE SCANS AS ZERO DUE. THE ACCOUNT IS TAKEN
      *    FROM THE STATEMENT'S ACCOUNT LINE, WHICH EVERY STATEMENT
      *    HAS ALREADY PRINTED.
      *
      ******************************************************************
       WRITE-STATEMENT-SCAN-LINE.
           MOVE ACCOUNT-NUMBER OF STMT-LINE-ACCOUNT
               TO SCAN-DIGIT-ACCOUNT.
           IF STATEMENT-DUE-WORK > ZERO
               MOVE STATEMENT-DUE-WORK TO SCAN-DIGIT-AMOUNT
           ELSE
               MOVE ZERO TO SCAN-DIGIT-AMOUNT
           END-IF.
           PERFORM COMPUTE-SCAN-CHECK-DIGIT.

           MOVE SCAN-DIGIT-ACCOUNT TO STMT-SCAN-ACCOUNT.
           MOVE SCAN-DIGIT-STRING (7:9) TO STMT-SCAN-AMOUNT.
           MOVE SCAN-CHECK-DIGIT TO STMT-SCAN-CHECK-DIGIT.

           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE STMT-LINE-STUB TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE STMT-LINE-SCAN TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.



      ******************************************************************
      *
      *    COMPUTE-SCAN-CHECK-DIGIT
      *
      *    COMPUTES THE MOD-10 CHECK DIGIT OVER THE FIFTEEN DIGITS IN
      *    SCAN-DIGIT-STRING. THE CASH RECEIPTS RUN (CASHRCPT) CARRIES
      *    THE SAME CALCULATION - CHANGE BOTH OR NEITHER.
      *
      ******************************************************************
       COMPUTE-SCAN-CHECK-DIGIT.
           MOVE ZERO TO SCAN-SUM.
           MOVE 2 TO SCAN-WEIGHT.

           PERFORM VARYING SCAN-DIGIT-INDEX FROM 15 BY -1
               UNTIL SCAN-DIGIT-INDEX < 1
               COMPUTE SCAN-PRODUCT =
                   SCAN-DIGIT (SCAN-DIGIT-INDEX) * SCAN-WEIGHT
               IF SCAN-PRODUCT > 9
                   SUBTRACT 9 FROM SCAN-PRODUCT
               END-IF
               ADD SCAN-PRODUCT TO SCAN-SUM
               IF SCAN-WEIGHT = 2
                   MOVE 1 TO SCAN-WEIGHT
               ELSE
                   MOVE 2 TO SCAN-WEIGHT
               END-IF
           END-PERFORM.

           DIVIDE SCAN-SUM BY 10 GIVING SCAN-SUM-TENS
               REMAINDER SCAN-SUM-UNITS.
           IF SCAN-SUM-UNITS = ZERO
               MOVE ZERO TO SCAN-CHECK-DIGIT
           ELSE
               COMPUTE SCAN-CHECK-DIGIT = 10 - SCAN-SUM-UNITS
           END-IF.



      ******************************************************************
                      * TIER-2-RATE)
           END-IF.

      *    THE SERVICE CITY'S TAX AND FRANCHISE FEE ARE FIGURED ON
      *    THAT ENERGY CHARGE AND BILLED ON TOP OF IT AS LINE ITEMS
           MOVE AMOUNT-DUE-WORK TO ENERGY-CHARGE-WORK.
           PERFORM COMPUTE-CITY-TAX.
           ADD UTILITY-TAX-WORK TO AMOUNT-DUE-WORK.
           ADD FRANCHISE-FEE-WORK TO AMOUNT-DUE-WORK.



      ******************************************************************
      *    A TRUED-UP BILL COVERS SEVERAL PERIODS, SO ITS SPAN USAGE
      *    WOULD POISON THE ONE-PERIOD HISTORY THE ESTIMATOR AVERAGES;
      *    ONLY A CLEAN SINGLE-PERIOD METER-01 READING GOES INTO THE
      *    HISTORY, AND THE PREMISE'S COPY OF IT FOLLOWS SO IT OUTLIVES
      *    THE OCCUPANT. A MOVE-OUT'S FINAL BILL COVERS ONLY PART OF A
      *    PERIOD AND FEEDS NEITHER
           IF ESTIMATE-PENDING-SWITCH = 'N'
                AND METER-NUMBER-WORK = 1
                AND MOVE-OUT-BILL-SWITCH = 'N'
               PERFORM PUSH-USAGE-HISTORY
               PERFORM UPDATE-PREMISE-HISTORY
           END-IF.

      *    A REAL METER-01 READING RESETS THE ESTIMATION BASELINE
           MOVE 'RW' TO JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.

      *    A DISCONNECT KEYED AS A FINAL READING LEAVES THE PREMISE
      *    VACANT; A MOVE-OUT'S PREMISE ALREADY HAS ITS NEW OCCUPANT
           IF FINAL-BILL-SWITCH = 'Y'
                AND MOVE-OUT-BILL-SWITCH = 'N'
               PERFORM VACATE-PREMISE-AT-FINAL
           END-IF.



      ******************************************************************
               PERFORM WRITE-BUDGET-STATEMENT-LINES
           END-IF.

           PERFORM WRITE-ARRANGEMENT-STATEMENT-LINES.

           PERFORM WRITE-STATEMENT-TAX-LINES.

           MOVE AMOUNT-DUE-WORK TO
               NEW-CHARGES OF STMT-LINE-NEW-CHARGES.
           MOVE STMT-LINE-NEW-CHARGES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           MOVE TOTAL-DUE-WORK TO STATEMENT-DUE-WORK.
           PERFORM WRITE-STATEMENT-AMOUNT-DUE.

      *    NOTE THE METER ROLLOVER ON THE STATEMENT, SINCE THE USAGE
      *        FIGURE ABOVE WOULD OTHERWISE LOOK LIKE AN ORDINARY
               WRITE STATEMENT-PRINT-LINE
           END-IF.

      *    LIKEWISE A METER CHANGE-OUT, WITH THE USAGE OFF EACH METER
           IF EXCHANGE-PENDING-SWITCH = 'Y'
               PERFORM WRITE-STATEMENT-EXCHANGE-NOTE
           END-IF.

           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

      *    TRACK-UNKNOWN-ACCOUNT
      *
      *    REMEMBERS AN INPUT ACCOUNT THAT MATCHED NO MASTER RECORD,
      *    ONCE PER ACCOUNT, FOR THE RECONCILIATION REPORT - A SECOND
      *    READING FOR IT FINDS THE ENTRY ALREADY ON FILE.
      *
      ******************************************************************
       TRACK-UNKNOWN-ACCOUNT.
           MOVE ACCOUNT-NUMBER OF CUSTOMER TO SEEN-ACCT-NUMBER.
           MOVE 'U' TO SEEN-KIND.
           MOVE ZEROS TO SEEN-METER-NUMBER.
           ADD 1 TO SEEN-WRITE-COUNT.
           MOVE SEEN-WRITE-COUNT TO SEEN-LOAD-SEQUENCE.
           WRITE SEEN-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.



      *    LOAD-ROUTE-MASTER
      *
      *    LOADS EVERY ACCOUNT'S ROUTE AND WALKING SEQUENCE FROM THE
      *    ROUTE MASTER ONTO THE ROUTE ASSIGNMENT WORK FILE, KEYED BY
      *    ACCOUNT AND LOAD SEQUENCE SO THE FIRST LINE FOR AN ACCOUNT
      *    IS THE ONE FOUND. NO ROUTE MASTER IS NOT AN ERROR - THERE ARE
      *    SIMPLY NO ROUTE CHECKS AND THE RE-READ EXTRACT CUTS
      *    UNROUTED, WHICH IS WHERE WE STOOD BEFORE.
      *
       LOAD-ROUTE-MASTER.
           MOVE 'YES' TO ROUTE-DATA-REMAINS-SWITCH.
           OPEN INPUT ROUTE-MASTER-FILE.
           OPEN OUTPUT ROUTE-ASSIGN-FILE.

           READ ROUTE-MASTER-FILE
               AT END
               IF ROUTE-ACCOUNT-IN IS NUMERIC
                    AND ROUTE-NUMBER-IN IS NUMERIC
                    AND ROUTE-SEQUENCE-IN IS NUMERIC
                   ADD 1 TO ROUTE-ASSIGN-COUNT
                   MOVE ROUTE-ACCOUNT-IN TO RA-ACCOUNT
                   MOVE ROUTE-ASSIGN-COUNT TO RA-LOAD-SEQUENCE
                   MOVE ROUTE-NUMBER-IN TO RA-ROUTE
                   MOVE ROUTE-SEQUENCE-IN TO RA-SEQUENCE
                   WRITE ROUTE-ASSIGN-RECORD
               END-IF
               READ ROUTE-MASTER-FILE
                   AT END
               END-READ
           END-PERFORM.

           CLOSE ROUTE-MASTER-FILE
             ROUTE-ASSIGN-FILE.

           OPEN I-O ROUTE-ASSIGN-FILE.



      *
      *    FIND-ROUTE-ASSIGNMENT
      *
      *    LOOKS ROUTE-LOOKUP-ACCOUNT UP IN THE ROUTE ASSIGNMENTS.
      *    ROUTE-FOUND-SWITCH IS 'Y' WITH THE ACCOUNT'S FIRST ENTRY IN
      *    THE RECORD AREA, OR 'N' WHEN THE ACCOUNT IS NOT ROUTED.
      *
      ******************************************************************
       FIND-ROUTE-ASSIGNMENT.
           MOVE 'N' TO ROUTE-FOUND-SWITCH.
           MOVE 'YES' TO ROUTE-SCAN-SWITCH.
           MOVE ROUTE-LOOKUP-ACCOUNT TO RA-ACCOUNT.
           MOVE ZEROS TO RA-LOAD-SEQUENCE.
           START ROUTE-ASSIGN-FILE KEY >= RA-KEY
               INVALID KEY
                   MOVE 'NO' TO ROUTE-SCAN-SWITCH
           END-START.

           IF ROUTE-SCAN-SWITCH = 'YES'
               READ ROUTE-ASSIGN-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RA-ACCOUNT = ROUTE-LOOKUP-ACCOUNT
                           MOVE 'Y' TO ROUTE-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.



      ******************************************************************
      *
      *    LOAD-PREMISE-ROUTES
      *
      *    THE ROUTE AND WALKING SEQUENCE BELONG TO THE PREMISE, SO
      *    EVERY ACCOUNT SERVED AT ONE - IN RESIDENCE, OR MOVED OUT
      *    WITH ITS FINAL BILL STILL TO RUN - IS ROUTED THE WAY ITS
      *    PREMISE IS, OVERRIDING ANY ROUTE-MASTER LINE FOR THE
      *    ACCOUNT. A NEW TENANT IS ON THE RIGHT ROUTE FROM THE DAY
      *    THEY MOVE IN WITHOUT ANYONE RE-KEYING THE ROUTE MASTER.
      *
      ******************************************************************
       LOAD-PREMISE-ROUTES.
           MOVE 'YES' TO OCCUPANCY-SCAN-SWITCH.
           MOVE ZEROS TO OCC-ACCOUNT-NUMBER.
           START OCCUPANCY-FILE KEY >= OCC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'NO' TO OCCUPANCY-SCAN-SWITCH
           END-START.

           PERFORM UNTIL OCCUPANCY-SCAN-SWITCH = 'NO'
               READ OCCUPANCY-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO OCCUPANCY-SCAN-SWITCH
                   NOT AT END
                       IF OCC-STATUS = 'A'
                            OR OCC-STATUS = 'P'
                           PERFORM ASSIGN-PREMISE-ROUTE
                       END-IF
               END-READ
           END-PERFORM.



      ******************************************************************
      *
      *    ASSIGN-PREMISE-ROUTE
      *
      *    PUTS THE OCCUPANT IN HAND ON ITS PREMISE'S ROUTE, REPLACING
      *    THE ROUTE-MASTER ASSIGNMENT WHEN THERE IS ONE. A PREMISE
      *    NOT YET ROUTED LEAVES THE ACCOUNT WHERE IT WAS.
      *
      ******************************************************************
       ASSIGN-PREMISE-ROUTE.
           MOVE OCC-PREMISE-ID TO PRM-PREMISE-ID.
           PERFORM LOOKUP-PREMISE.

           IF PREMISE-FOUND-SWITCH = 'Y'
                AND PRM-ROUTE IS NUMERIC
                AND PRM-ROUTE-SEQUENCE IS NUMERIC
                AND PRM-ROUTE > ZERO
               MOVE OCC-ACCOUNT-NUMBER TO ROUTE-LOOKUP-ACCOUNT
               PERFORM FIND-ROUTE-ASSIGNMENT
               IF ROUTE-FOUND-SWITCH = 'Y'
                   MOVE PRM-ROUTE TO RA-ROUTE
                   MOVE PRM-ROUTE-SEQUENCE TO RA-SEQUENCE
                   REWRITE ROUTE-ASSIGN-RECORD
               ELSE
                   ADD 1 TO ROUTE-ASSIGN-COUNT
                   MOVE OCC-ACCOUNT-NUMBER TO RA-ACCOUNT
                   MOVE ROUTE-ASSIGN-COUNT TO RA-LOAD-SEQUENCE
                   MOVE PRM-ROUTE TO RA-ROUTE
                   MOVE PRM-ROUTE-SEQUENCE TO RA-SEQUENCE
                   WRITE ROUTE-ASSIGN-RECORD
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOAD-BILLING-CYCLE-TABLE
      *
      *    LOADS THE ROUTE RANGES THAT MAKE UP EACH BILLING CYCLE. A
      *    CYCLE RUN WITH NO CYCLE TABLE, OR NO ROUTE MASTER TO PUT
      *    THE ACCOUNTS ON ROUTES, STOPS COLD - IT CANNOT TELL ITS
      *    OWN ACCOUNTS FROM ANYONE ELSE'S.
      *
      ******************************************************************
       LOAD-BILLING-CYCLE-TABLE.
           MOVE 'YES' TO CYCLE-DATA-REMAINS-SWITCH.
           OPEN INPUT BILLING-CYCLE-FILE.

           READ BILLING-CYCLE-FILE
               AT END
                   MOVE 'NO' TO CYCLE-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL CYCLE-DATA-REMAINS-SWITCH = 'NO'
               IF CYCLE-ROUTE-FROM-IN IS NUMERIC
                    AND CYCLE-ROUTE-TO-IN IS NUMERIC
                    AND CYCLE-NUMBER-IN IS NUMERIC
                    AND CYCLE-NUMBER-IN > ZERO
                   IF CYCLE-RANGE-COUNT < 50
                       ADD 1 TO CYCLE-RANGE-COUNT
                       MOVE CYCLE-ROUTE-FROM-IN
                           TO CR-ROUTE-FROM (CYCLE-RANGE-COUNT)
                       MOVE CYCLE-ROUTE-TO-IN
                           TO CR-ROUTE-TO (CYCLE-RANGE-COUNT)
                       MOVE CYCLE-NUMBER-IN
                           TO CR-CYCLE (CYCLE-RANGE-COUNT)
                   ELSE
                       IF CYCLE-TABLE-FULL-SWITCH = 'N'
                           MOVE 'Y' TO CYCLE-TABLE-FULL-SWITCH
                           DISPLAY '*** WARNING: CYCLE TABLE FULL AT '
                               '50 - LATER ROUTE RANGES FALL TO THE '
                               'DEFAULT CYCLE ***'
                       END-IF
                   END-IF
               END-IF
               READ BILLING-CYCLE-FILE
                   AT END
                       MOVE 'NO' TO CYCLE-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE BILLING-CYCLE-FILE.

           IF CYCLE-RANGE-COUNT IS ZERO
                OR ROUTE-ASSIGN-COUNT IS ZERO
               DISPLAY '*** RUN ABORTED: CYCLE ' BILLING-CYCLE-WORK
                   ' REQUESTED BUT BILLCYC.TXT OR ROUTEMST.TXT IS '
                   'MISSING OR EMPTY ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    CHECK-ACCOUNT-CYCLE
      *
      *    SETS ACCOUNT-IN-CYCLE-SWITCH FOR THE ACCOUNT IN
      *    ROUTE-LOOKUP-ACCOUNT: ALWAYS 'Y' ON A WHOLE-BASE RUN,
      *    OTHERWISE 'Y' ONLY WHEN THE ACCOUNT'S ROUTE FALLS IN THE
      *    CYCLE THIS RUN BILLS. AN UNROUTED ACCOUNT BELONGS TO THE
      *    DEFAULT CYCLE.
      *
      ******************************************************************
       CHECK-ACCOUNT-CYCLE.
           MOVE 'Y' TO ACCOUNT-IN-CYCLE-SWITCH.

           IF BILLING-CYCLE-WORK > ZERO
               PERFORM FIND-ROUTE-ASSIGNMENT
               IF ROUTE-FOUND-SWITCH = 'Y'
                   MOVE RA-ROUTE TO CYCLE-LOOKUP-ROUTE
                   PERFORM FIND-ROUTE-CYCLE
               ELSE
                   MOVE DEFAULT-BILLING-CYCLE TO ACCOUNT-CYCLE-WORK
               END-IF
               IF ACCOUNT-CYCLE-WORK NOT = BILLING-CYCLE-WORK
                   MOVE 'N' TO ACCOUNT-IN-CYCLE-SWITCH
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CHECK-ROUTE-IN-CYCLE
      *
      *    THE SAME TEST FOR THE ROUTE-MASTER ASSIGNMENT IN HAND,
      *    USED BY THE COVERAGE SWEEP WHILE IT IS ALREADY WALKING THE
      *    ROUTE ASSIGNMENTS.
      *
      ******************************************************************
       CHECK-ROUTE-IN-CYCLE.
           MOVE 'Y' TO ACCOUNT-IN-CYCLE-SWITCH.

           IF BILLING-CYCLE-WORK > ZERO
               MOVE RA-ROUTE TO CYCLE-LOOKUP-ROUTE
               PERFORM FIND-ROUTE-CYCLE
               IF ACCOUNT-CYCLE-WORK NOT = BILLING-CYCLE-WORK
                   MOVE 'N' TO ACCOUNT-IN-CYCLE-SWITCH
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-ROUTE-CYCLE
      *
      *    LOOKS CYCLE-LOOKUP-ROUTE UP IN THE CYCLE RANGES, LEAVING
      *    THE FIRST COVERING RANGE'S CYCLE (OR THE DEFAULT CYCLE) IN
      *    ACCOUNT-CYCLE-WORK.
      *
      ******************************************************************
       FIND-ROUTE-CYCLE.
           MOVE DEFAULT-BILLING-CYCLE TO ACCOUNT-CYCLE-WORK.
           MOVE 'N' TO CYCLE-FOUND-SWITCH.
           PERFORM VARYING CYCLE-RANGE-INDEX FROM 1 BY 1
               UNTIL CYCLE-RANGE-INDEX > CYCLE-RANGE-COUNT
                  OR CYCLE-FOUND-SWITCH = 'Y'
               IF CYCLE-LOOKUP-ROUTE >=
                    CR-ROUTE-FROM (CYCLE-RANGE-INDEX)
                    AND CYCLE-LOOKUP-ROUTE <=
                      CR-ROUTE-TO (CYCLE-RANGE-INDEX)
                   MOVE CR-CYCLE (CYCLE-RANGE-INDEX)
                       TO ACCOUNT-CYCLE-WORK
                   MOVE 'Y' TO CYCLE-FOUND-SWITCH
               END-IF
           END-PERFORM.

               MOVE ACCOUNT-NUMBER OF CUSTOMER
                   TO ROUTE-LOOKUP-ACCOUNT
               PERFORM FIND-ROUTE-ASSIGNMENT
               IF ROUTE-FOUND-SWITCH = 'Y'
                    AND READ-ROUTE OF CUSTOMER NOT = RA-ROUTE
                   ADD 1 TO WRONG-ROUTE-COUNT
                   MOVE ACCOUNT-NUMBER OF CUSTOMER TO WR-ACCOUNT
                   MOVE WRONG-ROUTE-COUNT TO WR-LOAD-SEQUENCE
                   MOVE READ-ROUTE OF CUSTOMER TO WR-KEYED-ROUTE
                   MOVE RA-ROUTE TO WR-MASTER-ROUTE
                   WRITE WRONG-ROUTE-RECORD
               END-IF
           END-IF.

      *    WRITE-ROUTE-COVERAGE
      *
      *    THE END-OF-RUN COVERAGE SWEEP: EVERY ROUTE-MASTER
      *    ASSIGNMENT, TAKEN IN THE ORDER IT WAS LOADED, WHOSE
      *    ACCOUNT IS STILL OPEN COUNTS AS SCHEDULED
      *    FOR ITS ROUTE, AND AS READ WHEN A READING FOR THE ACCOUNT
      *    BILLED THIS RUN - THEN ONE COVERAGE LINE PRINTS PER ROUTE,
      *    SO THE READING CONTRACTOR ANSWERS FOR ROUTES, NOT
      *
      ******************************************************************
       WRITE-ROUTE-COVERAGE.
           MOVE 'YES' TO ROUTE-SCAN-SWITCH.
           MOVE ZEROS TO RA-LOAD-SEQUENCE.
           START ROUTE-ASSIGN-FILE KEY >= RA-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO ROUTE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL ROUTE-SCAN-SWITCH = 'NO'
               READ ROUTE-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ROUTE-SCAN-SWITCH
                   NOT AT END
                       PERFORM COUNT-ROUTE-COVERAGE
               END-READ
           END-PERFORM.




      ******************************************************************
      *
      *    COUNT-ROUTE-COVERAGE
      *
      *    COUNTS THE ROUTE ASSIGNMENT IN HAND TOWARD ITS ROUTE WHEN
      *    THE ACCOUNT IS ON THE MASTER, STILL OPEN, AND IN THE CYCLE
      *    THIS RUN BILLS.
      *
      ******************************************************************
       COUNT-ROUTE-COVERAGE.
           MOVE RA-ACCOUNT TO MASTER-ACCOUNT-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-ROUTE-IN-CYCLE
                   IF MASTER-ACCOUNT-STATUS NOT = 'C'
                        AND MASTER-ACCOUNT-STATUS NOT = 'W'
                        AND ACCOUNT-IN-CYCLE-SWITCH = 'Y'
                       PERFORM ACCUMULATE-ROUTE-COVERAGE
                   END-IF
           END-READ.



      ******************************************************************
      *
      *    ACCUMULATE-ROUTE-COVERAGE
           PERFORM VARYING ROUTE-TOTAL-INDEX FROM 1 BY 1
               UNTIL ROUTE-TOTAL-INDEX > ROUTE-TOTAL-COUNT
                  OR ROUTE-TOTAL-FOUND IS POSITIVE
               IF RT-ROUTE (ROUTE-TOTAL-INDEX) = RA-ROUTE
                   MOVE ROUTE-TOTAL-INDEX TO ROUTE-TOTAL-FOUND
               END-IF
           END-PERFORM.
                AND ROUTE-TOTAL-COUNT < 50
               ADD 1 TO ROUTE-TOTAL-COUNT
               MOVE ROUTE-TOTAL-COUNT TO ROUTE-TOTAL-FOUND
               MOVE RA-ROUTE TO RT-ROUTE (ROUTE-TOTAL-FOUND)
               MOVE ZERO TO RT-SCHEDULED (ROUTE-TOTAL-FOUND)
               MOVE ZERO TO RT-READ (ROUTE-TOTAL-FOUND)
           END-IF.
      *    ACTIVE MASTER ACCOUNT THAT GOT NO READING THIS RUN (NOTING
      *    WHETHER AN ESTIMATED BILL COVERED IT) AND EVERY INPUT
      *    ACCOUNT WE HAVE NO MASTER FOR, WITH COUNTS, SO THE READING
      *    CONTRACTOR'S ROUTE COVERAGE CAN BE RECONCILED. A CYCLE RUN
      *    HOLDS THE CONTRACTOR ONLY TO ITS OWN CYCLE'S ACCOUNTS AND
      *    ROUTES - THE OTHER CYCLES ARE NOT DUE TO BE READ YET.
      *
      ******************************************************************
       WRITE-RECON-REPORT.
                   NOT AT END
                       PERFORM CHECK-ACCOUNT-BILLED
                       PERFORM CHECK-ACCOUNT-REVIEWED
                       MOVE MASTER-ACCOUNT-NUMBER
                           TO ROUTE-LOOKUP-ACCOUNT
                       PERFORM CHECK-ACCOUNT-CYCLE
                       IF ACCOUNT-BILLED-SWITCH = 'N'
                            AND ACCOUNT-REVIEWED-SWITCH = 'N'
                            AND MASTER-ACCOUNT-STATUS NOT = 'C'
                            AND MASTER-ACCOUNT-STATUS NOT = 'W'
                            AND ACCOUNT-IN-CYCLE-SWITCH = 'Y'
                           PERFORM WRITE-RECON-MISSED-LINE
                       END-IF
               END-READ
           MOVE RECON-HEADING-2 TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'YES' TO SEEN-SCAN-SWITCH.
           MOVE ZEROS TO SEEN-LOAD-SEQUENCE.
           START SEEN-ACCOUNT-FILE KEY >= SEEN-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO SEEN-SCAN-SWITCH
           END-START.

           PERFORM UNTIL SEEN-SCAN-SWITCH = 'NO'
               READ SEEN-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO SEEN-SCAN-SWITCH
                   NOT AT END
                       IF SEEN-KIND = 'U'
                           PERFORM WRITE-RECON-UNKNOWN-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO RECON-PRINT-LINE.
           MOVE RECON-HEADING-3 TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE 'YES' TO WRONG-ROUTE-SCAN-SWITCH.
           MOVE ZEROS TO WR-LOAD-SEQUENCE.
           START WRONG-ROUTE-FILE KEY >= WR-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO WRONG-ROUTE-SCAN-SWITCH
           END-START.

           PERFORM UNTIL WRONG-ROUTE-SCAN-SWITCH = 'NO'
               READ WRONG-ROUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO WRONG-ROUTE-SCAN-SWITCH
                   NOT AT END
                       MOVE WR-ACCOUNT TO RECON-WR-ACCOUNT
                       MOVE WR-KEYED-ROUTE TO RECON-WR-KEYED
                       MOVE WR-MASTER-ROUTE TO RECON-WR-ASSIGNED
                       MOVE RECON-WRONG-ROUTE-LINE TO RECON-PRINT-LINE
                       WRITE RECON-PRINT-LINE
               END-READ
           END-PERFORM.

      *    AND THE PER-ROUTE COVERAGE SWEEP, WHEN A ROUTE MASTER WAS



      ******************************************************************
      *
      *    WRITE-RECON-UNKNOWN-LINE
      *
      *    LISTS ONE INPUT ACCOUNT THAT MATCHED NO MASTER RECORD.
      *
      ******************************************************************
       WRITE-RECON-UNKNOWN-LINE.
           ADD 1 TO RECON-UNKNOWN-COUNT.

           MOVE SPACES TO RECON-DETAIL-LINE.
           MOVE SEEN-ACCT-NUMBER TO RECON-ACCOUNT.
           MOVE 'NO MASTER RECORD' TO RECON-NOTE.
           MOVE RECON-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-RECON-MISSED-LINE
      *    APPENDS ONE BILL - READ OR ESTIMATED - TO THE PERMANENT
      *    BILLING HISTORY. HIST-ACCOUNT AND HIST-ESTIMATE-FLAG ARE
      *    SET BY THE CALLER; THE PERIOD, UNITS, AND AMOUNT COME FROM
      *    THE BILL JUST COMPUTED. A CYCLE RUN WRITES UNDER THE
      *    MONTH'S PERIOD LIKE ANY OTHER, SO THE HISTORY ROLLS UP BY
      *    MONTH ACROSS ALL CYCLES.
      *
      ******************************************************************
       WRITE-BILLING-HISTORY.
      ******************************************************************
       TRACK-REREAD-WORK-ORDER.
           IF MASTER-FOUND-SWITCH = 'Y'
               ADD 1 TO REREAD-COUNT
               MOVE MASTER-ACCOUNT-NUMBER TO ROUTE-LOOKUP-ACCOUNT
               PERFORM FIND-ROUTE-ASSIGNMENT
               IF ROUTE-FOUND-SWITCH = 'Y'
                   MOVE RA-ROUTE TO RR-ROUTE
                   MOVE RA-SEQUENCE TO RR-SEQUENCE
               ELSE
                   MOVE ZERO TO RR-ROUTE
                   MOVE ZERO TO RR-SEQUENCE
               END-IF
               MOVE MASTER-STATE TO RR-STATE
               MOVE MASTER-CITY TO RR-CITY
               MOVE MASTER-STREET-ADDRESS TO RR-STREET-ADDRESS
               MOVE MASTER-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER
               MOVE MASTER-LAST-READING TO RR-LAST-GOOD-READING
               MOVE REREAD-REASON-WORK TO RR-REASON-CODE
               MOVE REREAD-COUNT TO RR-LOAD-SEQUENCE
               WRITE REREAD-SORT-RECORD
           END-IF.


      *
      *    WRITE-REREAD-WORK-ORDERS
      *
      *    READS THE COLLECTED WORK ORDERS BACK IN ROUTE AND WALKING
      *    SEQUENCE ORDER (UNROUTED ACCOUNTS SORT UNDER ROUTE ZERO BY
      *    ADDRESS) - THE RE-READ WORK FILE'S KEY ORDER - AND WRITES
      *    THE FIXED-FORMAT FILE THE FIELD OFFICE SCHEDULES FROM.
      *
      ******************************************************************
       WRITE-REREAD-WORK-ORDERS.
           OPEN OUTPUT REREAD-WORK-ORDERS.

           MOVE 'YES' TO REREAD-SCAN-SWITCH.
           MOVE LOW-VALUES TO RR-KEY.
           START REREAD-SORT-FILE KEY >= RR-KEY
               INVALID KEY
                   MOVE 'NO' TO REREAD-SCAN-SWITCH
           END-START.

           PERFORM UNTIL REREAD-SCAN-SWITCH = 'NO'
               READ REREAD-SORT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO REREAD-SCAN-SWITCH
                   NOT AT END
                       MOVE RR-ENTRY TO REREAD-WORK-ORDER
                       WRITE REREAD-WORK-ORDER
               END-READ
           END-PERFORM.

           CLOSE REREAD-WORK-ORDERS.
           MOVE SUMMARY-RECORD-0 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           IF BILLING-CYCLE-WORK > ZERO
               MOVE RUN-PROGRAM-NAME TO SUMMARY-CYCLE-OUT
           ELSE
               MOVE 'ALL CYCLES' TO SUMMARY-CYCLE-OUT
           END-IF.
           MOVE SUMMARY-RECORD-CYCLE TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-VALID-COUNT TO SUMMARY-VALID-COUNT.
           MOVE SUMMARY-RECORD-1 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.
           MOVE SUMMARY-RECORD-16 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-ARR-BILLED-COUNT TO SUMMARY-ARR-BILLED-COUNT.
           MOVE TOTAL-ARR-BILLED-AMOUNT TO SUMMARY-ARR-BILLED-AMOUNT.
           MOVE SUMMARY-RECORD-17 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-ARR-KEPT-COUNT TO SUMMARY-ARR-KEPT-COUNT.
           MOVE TOTAL-ARR-BROKEN-COUNT TO SUMMARY-ARR-BROKEN-COUNT.
           MOVE TOTAL-ARR-COMPLETED-COUNT
               TO SUMMARY-ARR-COMPLETED-COUNT.
           MOVE SUMMARY-RECORD-18 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-DRAFT-SCHED-COUNT TO SUMMARY-DRAFT-SCHED-COUNT.
           MOVE TOTAL-DRAFT-SCHED-AMOUNT
               TO SUMMARY-DRAFT-SCHED-AMOUNT.
           MOVE SUMMARY-RECORD-22 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-DRAFT-PAY-COUNT TO SUMMARY-DRAFT-PAY-COUNT.
           MOVE TOTAL-DRAFT-PAY-AMOUNT TO SUMMARY-DRAFT-PAY-AMOUNT.
           MOVE SUMMARY-RECORD-23 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-RECOVERY-COUNT TO SUMMARY-RECOVERY-COUNT.
           MOVE TOTAL-RECOVERY-AMOUNT TO SUMMARY-RECOVERY-AMOUNT.
           MOVE SUMMARY-RECORD-24 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-MOVE-OUT-COUNT TO SUMMARY-MOVE-OUT-COUNT.
           MOVE TOTAL-MOVE-OUT-HELD-COUNT TO SUMMARY-MOVE-OUT-HELD.
           MOVE SUMMARY-RECORD-25 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE TOTAL-UTILITY-TAX TO SUMMARY-UTILITY-TAX.
           MOVE TOTAL-FRANCHISE-FEES TO SUMMARY-FRANCHISE-FEES.
           MOVE SUMMARY-RECORD-26 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

      *    A CYCLE RUN ALSO CARRIES THE MONTH SO FAR - EVERY CYCLE
      *    ALREADY COMPLETED FOR THE PERIOD PLUS THIS ONE - SO
      *    FINANCE STILL SEES ONE MONTHLY NUMBER
           IF BILLING-CYCLE-WORK > ZERO
               PERFORM WRITE-PERIOD-ROLL-UP
           END-IF.

      *    THE RETURNED-PAYMENT SECTION: EACH BOUNCE LISTED, THEN THE
      *    SECTION TOTALS, SO THE OPS DESK RETIRES ITS STICKY NOTES
           IF REVERSAL-COUNT > ZERO



      ******************************************************************
      *
      *    WRITE-PERIOD-ROLL-UP
      *
      *    ADDS THIS CYCLE'S CONTROL TOTALS TO THOSE OF THE CYCLES
      *    ALREADY COMPLETED FOR THE PERIOD ON THE RUN-CONTROL LOG
      *    AND WRITES THE PERIOD-TO-DATE LINES. THE LAST CYCLE OF THE
      *    MONTH THEREFORE PRINTS THE WHOLE MONTH.
      *
      ******************************************************************
       WRITE-PERIOD-ROLL-UP.
           COMPUTE PERIOD-TOTAL-VALID-COUNT =
               PERIOD-PRIOR-VALID-COUNT + TOTAL-VALID-COUNT.
           COMPUTE PERIOD-TOTAL-AMOUNT =
               PERIOD-PRIOR-AMOUNT + TOTAL-AMOUNT-BILLED.

           MOVE SPACES TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           COMPUTE SUMMARY-PERIOD-CYCLES = PERIOD-CYCLE-COUNT + 1.
           MOVE SUMMARY-RECORD-19 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE PERIOD-TOTAL-VALID-COUNT TO SUMMARY-PERIOD-VALID-COUNT.
           MOVE SUMMARY-RECORD-20 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE PERIOD-TOTAL-AMOUNT TO SUMMARY-PERIOD-AMOUNT.
           MOVE SUMMARY-RECORD-21 TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE SPACES TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-REVERSAL-SECTION
           MOVE SUMMARY-REVERSAL-HEADING TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.

           MOVE 'YES' TO PAYMENT-SCAN-SWITCH.
           MOVE ZEROS TO PMT-LOAD-SEQUENCE.
           START PAYMENT-WORK-FILE KEY >= PMT-LOAD-SEQUENCE
               INVALID KEY
                   MOVE 'NO' TO PAYMENT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL PAYMENT-SCAN-SWITCH = 'NO'
               READ PAYMENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO PAYMENT-SCAN-SWITCH
                   NOT AT END
                       IF PMT-ENTRY-TYPE = 'R'
                           PERFORM WRITE-REVERSAL-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

           MOVE TOTAL-REVERSAL-COUNT TO SUMMARY-REVERSAL-COUNT.



      ******************************************************************
      *
      *    WRITE-REVERSAL-DETAIL
      *
      *    PRINTS THE SUMMARY LINE FOR THE REVERSAL IN HAND.
      *
      ******************************************************************
       WRITE-REVERSAL-DETAIL.
           MOVE PMT-ACCOUNT TO SUMMARY-REV-ACCOUNT.
           MOVE PMT-PAY-DATE TO SUMMARY-REV-DATE.
           MOVE PMT-AMOUNT TO SUMMARY-REV-AMOUNT.
           MOVE PMT-REASON TO SUMMARY-REV-REASON.
           MOVE PMT-ACCOUNT TO MASTER-ACCOUNT-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NO MASTER - UNPOSTED' TO SUMMARY-REV-NOTE
               NOT INVALID KEY
                   MOVE SPACES TO SUMMARY-REV-NOTE
           END-READ.
           MOVE SUMMARY-REVERSAL-DETAIL TO SUMMARY-PRINT-LINE.
           WRITE SUMMARY-PRINT-LINE.



      ******************************************************************
      *
      *    LOAD-GL-MAP
