       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROOF.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    ACCOUNTS RECEIVABLE ROLL-FORWARD PROOF
      *
      *    PROVES THE RECEIVABLE AS A WHOLE, WHICH NO SINGLE PROGRAM'S
      *    CONTROL TOTALS CAN: LAST PERIOD'S TOTAL CUSTOMER-MASTER
      *    BALANCE, PLUS EVERY CUSTMAST MOVEMENT JOURNALED SINCE BY
      *    THE PROGRAMS THAT MOVE BALANCES (CUSTMNT, THE BILLING
      *    CYCLES THAT POST BILLS, LATE CHARGES, PAYMENTS,
      *    ADJUSTMENTS, NSF REVERSALS AND ESTIMATES, AND BADDEBT),
      *    MUST EQUAL THIS PERIOD'S TOTAL BALANCE ON CUSTMAST.DAT -
      *    AND THAT BALANCE MUST EQUAL THE SUM OF ITS AGING BUCKETS.
      *
      *    THE JOURNAL CARRIES BEFORE AND AFTER IMAGES, SO EACH
      *    POSTING'S MOVEMENT IS ITS AFTER BALANCE LESS ITS BEFORE
      *    BALANCE, ROLLED UP BY THE PROGRAM THAT JOURNALED IT. THE
      *    RUN-CONTROL LOG SUPPLIES EACH SOURCE'S COMPLETED RUNS AND
      *    THEIR CONTROL AMOUNTS ALONGSIDE, SO A SOURCE THAT RAN BUT
      *    JOURNALED NOTHING STANDS OUT.
      *
      *    THE OPENING POSITION IS THE SNAPSHOT (ARSNAP.TXT) THE LAST
      *    PROVED RUN OF THIS PROGRAM LEFT BEHIND: THE HIGHEST RUN
      *    NUMBER IT COVERED AND EVERY ACCOUNT'S BALANCE AT THAT
      *    POINT. ONLY JOURNAL RECORDS FROM LATER RUNS ARE ROLLED
      *    FORWARD. WITH NO SNAPSHOT YET, EACH ACCOUNT OPENS AT ITS
      *    FIRST JOURNALED BEFORE IMAGE (OR ITS MASTER BALANCE WHEN
      *    NOTHING WAS JOURNALED), WHICH PROVES THE ACTIVITY BUT NOT
      *    THE OPENING.
      *
      *    EVERY ACCOUNT WHOSE JOURNALED MOVEMENTS DO NOT EXPLAIN ITS
      *    BALANCE CHANGE, OR WHOSE BUCKETS DO NOT SUM TO ITS
      *    BALANCE, IS LISTED ON THE PROOF REPORT (ARPROOF.TXT). A
      *    PROOF THAT BALANCES REPLACES THE SNAPSHOT WITH TODAY'S
      *    POSITION; ONE THAT DOES NOT LEAVES THE OLD SNAPSHOT IN
      *    PLACE AND EXITS WITH A REVIEW CODE, SO THE PERIOD CAN BE
      *    PROVED AGAIN ONCE THE DIFFERENCES ARE CORRECTED.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-NUMBER.

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO 'ARSNAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT ASSIGN TO 'ARPROOF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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

      * CUSTOMER MASTER - SAME RECORD AS THE BILLING RUN CARRIES,
      * READ ONLY HERE FOR THE CLOSING BALANCES AND AGING BUCKETS
       FD CUSTOMER-MASTER
           RECORD CONTAINS 189 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
         03 MASTER-ACCOUNT-NUMBER PIC 9(6).
         03 MASTER-LAST-READING PIC 9(5).
         03 MASTER-BALANCE-DUE PIC S9(7)V99.
         03 MASTER-BAL-CURRENT PIC S9(7)V99.
         03 MASTER-BAL-30 PIC S9(7)V99.
         03 MASTER-BAL-60 PIC S9(7)V99.
         03 MASTER-BAL-90 PIC S9(7)V99.
         03 MASTER-FIRST-NAME PIC X(12).
         03 MASTER-LAST-NAME PIC X(12).
         03 MASTER-STREET-ADDRESS PIC X(15).
         03 MASTER-CITY PIC X(13).
         03 MASTER-STATE PIC X(2).
         03 MASTER-ACCOUNT-STATUS PIC X(1).
         03 MASTER-HISTORY-COUNT PIC 9(2).
         03 MASTER-PRIOR-USAGE PIC 9(5) OCCURS 6 TIMES.
         03 MASTER-ESTIMATE-SWITCH PIC X(1).
         03 MASTER-LAST-ACTUAL-READING PIC 9(5).
         03 MASTER-ESTIMATED-CHARGES PIC S9(7)V99.
         03 MASTER-RATE-CLASS PIC X(1).
         03 MASTER-ESTIMATE-PERIODS PIC 9(2).
         03 MASTER-BUDGET-SWITCH PIC X(1).
         03 MASTER-BUDGET-INSTALLMENT PIC 9(5)V99.
         03 MASTER-BUDGET-BALANCE PIC S9(7)V99.
         03 MASTER-BUDGET-MONTHS PIC 9(2).
         03 MASTER-DEPOSIT-BALANCE PIC 9(7)V99.

      * RECEIVABLE SNAPSHOT - ONE HEADER CARRYING THE LAST RUN
      * NUMBER THE PROOF COVERED, THEN ONE RECORD PER ACCOUNT
       FD SNAPSHOT-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORDS ARE SNAPSHOT-HEADER-RECORD
                            SNAPSHOT-ACCOUNT-RECORD.
       01 SNAPSHOT-HEADER-RECORD.
         03 SNH-RECORD-TYPE PIC X(1).
         03 SNH-LAST-RUN PIC 9(6).
         03 SNH-TIMESTAMP PIC 9(14).
         03 SNH-ACCOUNT-COUNT PIC 9(7).
         03 SNH-TOTAL-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
       01 SNAPSHOT-ACCOUNT-RECORD.
         03 SNA-RECORD-TYPE PIC X(1).
         03 SNA-ACCOUNT PIC 9(6).
         03 SNA-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
         03 FILLER PIC X(25).

      * PROOF REPORT OUTPUT INFORMATION
       FD PROOF-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PROOF-PRINT-LINE.
       01 PROOF-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 SNAPSHOT-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 MASTER-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * THE SNAPSHOT THIS PROOF OPENS FROM
       01 SNAPSHOT-FOUND-SWITCH PIC X VALUE 'N'.
       01 SNAPSHOT-LAST-RUN PIC 9(6) VALUE ZERO.
       01 SNAPSHOT-TIMESTAMP PIC 9(14) VALUE ZERO.

      * THE HIGHEST RUN NUMBER THIS PROOF HAS SEEN ON THE LOG OR THE
      *     JOURNAL - THE NEXT SNAPSHOT'S STARTING POINT
       01 HIGHEST-RUN-NUMBER PIC 9(6) VALUE ZERO.

      * CLOCK STAMP FOR THE NEW SNAPSHOT
       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMDHMS PIC 9(14).
         03 FILLER PIC X(7).

      * A JOURNAL IMAGE LAID OVER THE FRONT OF THE CUSTMAST RECORD,
      *     FOR THE ACCOUNT NUMBER AND BALANCE IT CARRIES
       01 JOURNAL-IMAGE-WORK.
         03 IMG-ACCOUNT-NUMBER PIC 9(6).
         03 IMG-LAST-READING PIC 9(5).
         03 IMG-BALANCE-DUE PIC S9(7)V99.
         03 FILLER PIC X(180).

      * THE JOURNAL POSTING IN HAND
       01 POSTING-ACCOUNT-WORK PIC 9(6) VALUE ZERO.
       01 POSTING-ACCOUNT-VALID-SWITCH PIC X VALUE 'N'.
       01 BEFORE-BALANCE-WORK PIC S9(7)V99 VALUE ZERO.
       01 AFTER-BALANCE-WORK PIC S9(7)V99 VALUE ZERO.
       01 MOVEMENT-WORK PIC S9(9)V99 VALUE ZERO.
       01 SOURCE-PROGRAM-WORK PIC X(10) VALUE SPACES.

      * EVERY ACCOUNT THE PROOF TOUCHES - ON THE SNAPSHOT, IN THE
      *     JOURNAL, OR ON THE MASTER - WITH ITS OPENING BALANCE,
      *     JOURNALED MOVEMENT, AND CLOSING BALANCE
       01 ACCOUNT-TABLE.
         03 ACCOUNT-ENTRY OCCURS 5000 TIMES.
           05 AC-ACCOUNT PIC 9(6).
           05 AC-OPENING PIC S9(7)V99.
           05 AC-MOVEMENT PIC S9(9)V99.
           05 AC-CLOSING PIC S9(7)V99.
           05 AC-POSTING-COUNT PIC 9(5).
           05 AC-OPENING-SWITCH PIC X(1).
           05 AC-ON-MASTER-SWITCH PIC X(1).
           05 AC-BUCKET-SWITCH PIC X(1).
       01 ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
       01 ACCOUNT-INDEX PIC 9(4) VALUE ZERO.
       01 ACCOUNT-FOUND-INDEX PIC 9(4) VALUE ZERO.
       01 ACCOUNT-LOOKUP-WORK PIC 9(6) VALUE ZERO.
       01 ACCOUNT-TABLE-FULL-SWITCH PIC X VALUE 'N'.

      * ACTIVITY BY SOURCE PROGRAM - THE BILLING-SIDE SOURCES ARE
      *     SEEDED SO THEY PRINT EVEN IN A QUIET PERIOD, AND EVERY
      *     BILLING CYCLE ROLLS UP UNDER 'BILLING'
       01 SOURCE-TABLE.
         03 SOURCE-ENTRY OCCURS 20 TIMES.
           05 SRC-PROGRAM PIC X(10).
           05 SRC-DESCRIPTION PIC X(34).
           05 SRC-RUN-COUNT PIC 9(5).
           05 SRC-RUNCTL-AMOUNT PIC 9(13)V99.
           05 SRC-POSTING-COUNT PIC 9(7).
           05 SRC-INCREASES PIC 9(11)V99.
           05 SRC-DECREASES PIC 9(11)V99.
       01 SOURCE-COUNT PIC 9(2) VALUE ZERO.
       01 SOURCE-INDEX PIC 9(2) VALUE ZERO.
       01 SOURCE-FOUND-INDEX PIC 9(2) VALUE ZERO.
       01 SOURCE-TABLE-FULL-SWITCH PIC X VALUE 'N'.

      * RUNS AFTER THE SNAPSHOT, AND WHETHER EACH ONE COMPLETED
       01 WINDOW-RUN-TABLE.
         03 WINDOW-RUN-ENTRY OCCURS 1000 TIMES.
           05 WR-RUN-NUMBER PIC 9(6).
           05 WR-COMPLETE-SWITCH PIC X(1).
           05 WR-REPORTED-SWITCH PIC X(1).
       01 WINDOW-RUN-COUNT PIC 9(4) VALUE ZERO.
       01 WINDOW-RUN-INDEX PIC 9(4) VALUE ZERO.
       01 WINDOW-RUN-FOUND-INDEX PIC 9(4) VALUE ZERO.
       01 WINDOW-RUNS-FULL-SWITCH PIC X VALUE 'N'.

      * ROLL-FORWARD TOTALS
       01 OPENING-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 ACTIVITY-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 INCREASE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 DECREASE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 COMPUTED-CLOSING-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 MASTER-CLOSING-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 BUCKET-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 ROLL-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 BUCKET-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 ACCOUNT-BUCKET-WORK PIC S9(9)V99 VALUE ZERO.
       01 ACCOUNT-EXPECTED-WORK PIC S9(9)V99 VALUE ZERO.
       01 ACCOUNT-DIFFERENCE-WORK PIC S9(9)V99 VALUE ZERO.
       01 SOURCE-NET-WORK PIC S9(11)V99 VALUE ZERO.

      * PROOF COUNTS
       01 JOURNAL-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 POSTING-COUNT PIC 9(7) VALUE ZERO.
       01 UNREADABLE-POSTING-COUNT PIC 9(5) VALUE ZERO.
       01 MASTER-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 INCOMPLETE-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 PROOF-BALANCED-SWITCH PIC X VALUE 'Y'.

      * PROOF REPORT LINES
       01 PROOF-TITLE-LINE.
         03 FILLER PIC X(46)
             VALUE 'ACCOUNTS RECEIVABLE ROLL-FORWARD PROOF'.
         03 FILLER PIC X(11) VALUE 'RUNS AFTER '.
         03 TTL-FROM-RUN PIC 9(6).
         03 FILLER PIC X(9) VALUE ' THROUGH '.
         03 TTL-THROUGH-RUN PIC 9(6).

       01 PROOF-NO-SNAPSHOT-LINE PIC X(60)
           VALUE 'NO PRIOR SNAPSHOT - OPENED FROM FIRST BEFORE IMAGES'.

       01 PROOF-AMOUNT-LINE.
         03 PRF-AMOUNT-LABEL PIC X(50).
         03 PRF-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 SOURCE-HEADING.
         03 FILLER PIC X(11) VALUE 'SOURCE'.
         03 FILLER PIC X(35) VALUE 'ACTIVITY'.
         03 FILLER PIC X(6) VALUE '  RUNS'.
         03 FILLER PIC X(10) VALUE '  POSTINGS'.
         03 FILLER PIC X(17) VALUE '        INCREASES'.
         03 FILLER PIC X(17) VALUE '        DECREASES'.
         03 FILLER PIC X(18) VALUE '      NET ACTIVITY'.
         03 FILLER PIC X(18) VALUE '    RUNCTL CONTROL'.

       01 SOURCE-DETAIL-LINE.
         03 SRC-DTL-PROGRAM PIC X(10).
         03 FILLER PIC X(1) VALUE SPACES.
         03 SRC-DTL-DESCRIPTION PIC X(34).
         03 FILLER PIC X(1) VALUE SPACES.
         03 SRC-DTL-RUNS PIC ZZ,ZZ9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 SRC-DTL-POSTINGS PIC Z,ZZZ,ZZ9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 SRC-DTL-INCREASES PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(3) VALUE SPACES.
         03 SRC-DTL-DECREASES PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(3) VALUE SPACES.
         03 SRC-DTL-NET PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 SRC-DTL-RUNCTL PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 EXCEPTION-TITLE-LINE PIC X(60)
           VALUE 'ACCOUNTS WHOSE JOURNALED ACTIVITY DOES NOT PROVE'.

       01 EXCEPTION-HEADING.
         03 FILLER PIC X(8) VALUE 'ACCOUNT'.
         03 FILLER PIC X(13) VALUE '      OPENING'.
         03 FILLER PIC X(8) VALUE 'POSTINGS'.
         03 FILLER PIC X(16) VALUE '        ACTIVITY'.
         03 FILLER PIC X(14) VALUE '      EXPECTED'.
         03 FILLER PIC X(14) VALUE '     ON MASTER'.
         03 FILLER PIC X(14) VALUE '    DIFFERENCE'.
         03 FILLER PIC X(2) VALUE SPACES.
         03 FILLER PIC X(35) VALUE 'EXCEPTION'.

       01 EXCEPTION-DETAIL-LINE.
         03 EXC-ACCOUNT PIC 9(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 EXC-OPENING PIC -Z,ZZZ,ZZ9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 EXC-POSTINGS PIC ZZ,ZZ9.
         03 FILLER PIC X(1) VALUE SPACES.
         03 EXC-ACTIVITY PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 EXC-EXPECTED PIC -Z,ZZZ,ZZ9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 EXC-CLOSING PIC -Z,ZZZ,ZZ9.99.
         03 FILLER PIC X(1) VALUE SPACES.
         03 EXC-DIFFERENCE PIC -Z,ZZZ,ZZ9.99.
         03 FILLER PIC X(2) VALUE SPACES.
         03 EXC-REASON PIC X(35).

       01 PROOF-COUNT-LINE.
         03 PRF-COUNT-LABEL PIC X(50).
         03 PRF-COUNT PIC ZZZ,ZZ9.

       01 PROOF-BALANCED-LINE PIC X(60)
           VALUE 'RECEIVABLE PROVED - SNAPSHOT ADVANCED'.

       01 PROOF-UNBALANCED-LINE PIC X(60)
           VALUE 'RECEIVABLE NOT PROVED - SNAPSHOT NOT ADVANCED'.

       01 PROOF-EMPTY-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    PROVE-RECEIVABLE
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT LOADS THE OPENING
      *    SNAPSHOT AND THE RUN-CONTROL LOG, ROLLS THE JOURNAL FORWARD,
      *    TAKES THE CLOSING POSITION FROM THE MASTER, WRITES THE
      *    PROOF, AND ADVANCES THE SNAPSHOT ONLY WHEN IT BALANCES.
      *
      ******************************************************************
       PROVE-RECEIVABLE.
           PERFORM SEED-SOURCE-TABLE.
           PERFORM LOAD-SNAPSHOT.
           PERFORM LOAD-WINDOW-RUNS.

           OPEN INPUT MASTER-JOURNAL.
           READ MASTER-JOURNAL
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.
           PERFORM ROLL-JOURNAL-RECORD
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
           CLOSE MASTER-JOURNAL.

           PERFORM LOAD-CLOSING-BALANCES.
           PERFORM TOTAL-ROLL-FORWARD.

           OPEN OUTPUT PROOF-REPORT.
           PERFORM WRITE-ROLL-FORWARD.
           PERFORM WRITE-ACCOUNT-EXCEPTIONS.
           PERFORM WRITE-PROOF-SUMMARY.
           CLOSE PROOF-REPORT.

      *    ONLY A PROVED POSITION BECOMES THE NEXT PERIOD'S OPENING;
      *    AN UNPROVED ONE IS LOOKED AT FIRST
           IF PROOF-BALANCED-SWITCH = 'Y'
               PERFORM WRITE-NEW-SNAPSHOT
           ELSE
               DISPLAY '*** WARNING: RECEIVABLE DID NOT PROVE - '
                   'SEE ARPROOF.TXT, SNAPSHOT NOT ADVANCED ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.



      ******************************************************************
      *
      *    SEED-SOURCE-TABLE
      *
      *    SEEDS THE SOURCES THAT MOVE CUSTOMER BALANCES, SO EACH ONE
      *    PRINTS ON THE ROLL-FORWARD EVEN WHEN IT DID NOT RUN.
      *    CASHRCPT'S RECEIPTS REACH THE MASTER THROUGH THE BILLING
      *    RUN'S PAYMENT FEED, SO ITS JOURNALED ACTIVITY IS ALWAYS
      *    ZERO AND ITS RUN-CONTROL AMOUNT IS SHOWN FOR REFERENCE.
      *
      ******************************************************************
       SEED-SOURCE-TABLE.
           MOVE 'CUSTMNT' TO SOURCE-PROGRAM-WORK.
           PERFORM FIND-SOURCE-ENTRY.
           MOVE 'CASHRCPT' TO SOURCE-PROGRAM-WORK.
           PERFORM FIND-SOURCE-ENTRY.
           MOVE 'BILLING' TO SOURCE-PROGRAM-WORK.
           PERFORM FIND-SOURCE-ENTRY.
           MOVE 'BADDEBT' TO SOURCE-PROGRAM-WORK.
           PERFORM FIND-SOURCE-ENTRY.



      ******************************************************************
      *
      *    LOAD-SNAPSHOT
      *
      *    LOADS THE OPENING POSITION THE LAST PROVED RUN LEFT: ITS
      *    HEADER'S LAST RUN NUMBER BOUNDS THE JOURNAL WINDOW, AND
      *    EACH ACCOUNT RECORD OPENS THAT ACCOUNT'S ROLL-FORWARD.
      *
      ******************************************************************
       LOAD-SNAPSHOT.
           MOVE 'YES' TO SNAPSHOT-DATA-REMAINS-SWITCH.
           OPEN INPUT SNAPSHOT-FILE.

           READ SNAPSHOT-FILE
               AT END
                   MOVE 'NO' TO SNAPSHOT-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL SNAPSHOT-DATA-REMAINS-SWITCH = 'NO'
               IF SNH-RECORD-TYPE = 'H'
                    AND SNH-LAST-RUN IS NUMERIC
                   MOVE 'Y' TO SNAPSHOT-FOUND-SWITCH
                   MOVE SNH-LAST-RUN TO SNAPSHOT-LAST-RUN
                   MOVE SNH-TIMESTAMP TO SNAPSHOT-TIMESTAMP
               END-IF
               IF SNA-RECORD-TYPE = 'D'
                    AND SNA-ACCOUNT IS NUMERIC
                    AND SNA-BALANCE IS NUMERIC
                   MOVE SNA-ACCOUNT TO ACCOUNT-LOOKUP-WORK
                   PERFORM FIND-ACCOUNT-ENTRY
                   IF ACCOUNT-FOUND-INDEX IS POSITIVE
                       MOVE SNA-BALANCE
                           TO AC-OPENING (ACCOUNT-FOUND-INDEX)
                       MOVE 'Y'
                           TO AC-OPENING-SWITCH (ACCOUNT-FOUND-INDEX)
                   END-IF
               END-IF
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'NO' TO SNAPSHOT-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE SNAPSHOT-FILE.
           MOVE SNAPSHOT-LAST-RUN TO HIGHEST-RUN-NUMBER.



      ******************************************************************
      *
      *    LOAD-WINDOW-RUNS
      *
      *    WALKS THE RUN-CONTROL LOG FOR RUNS AFTER THE SNAPSHOT. A
      *    COMPLETION RECORD (COMPLETE OR REVIEW) COUNTS THE RUN AND
      *    ITS CONTROL AMOUNT AGAINST ITS SOURCE; EVERY WINDOW RUN IS
      *    TABLED SO A JOURNALED RUN THAT NEVER COMPLETED CAN BE
      *    FLAGGED.
      *
      ******************************************************************
       LOAD-WINDOW-RUNS.
           MOVE 'YES' TO RUNCTL-DATA-REMAINS-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.

           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RUNCTL-DATA-REMAINS-SWITCH = 'NO'
               IF RC-RUN-NUMBER IS NUMERIC
                    AND RC-RUN-NUMBER > SNAPSHOT-LAST-RUN
                   IF RC-RUN-NUMBER > HIGHEST-RUN-NUMBER
                       MOVE RC-RUN-NUMBER TO HIGHEST-RUN-NUMBER
                   END-IF
                   PERFORM FIND-WINDOW-RUN
                   IF RC-STATUS = 'C' OR RC-STATUS = 'R'
                       IF WINDOW-RUN-FOUND-INDEX IS POSITIVE
                           MOVE 'Y' TO WR-COMPLETE-SWITCH
                               (WINDOW-RUN-FOUND-INDEX)
                       END-IF
                       PERFORM SET-SOURCE-FROM-RUNCTL
                       PERFORM FIND-SOURCE-ENTRY
                       IF SOURCE-FOUND-INDEX IS POSITIVE
                           ADD 1 TO SRC-RUN-COUNT (SOURCE-FOUND-INDEX)
                           IF RC-CONTROL-AMOUNT IS NUMERIC
                               ADD RC-CONTROL-AMOUNT TO
                                   SRC-RUNCTL-AMOUNT
                                   (SOURCE-FOUND-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.

           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    FIND-WINDOW-RUN
      *
      *    LOCATES RC-RUN-NUMBER IN THE WINDOW-RUN TABLE, ADDING IT
      *    WHEN NEW. LEAVES ITS SUBSCRIPT IN WINDOW-RUN-FOUND-INDEX
      *    (ZERO WHEN THE TABLE IS FULL).
      *
      ******************************************************************
       FIND-WINDOW-RUN.
           MOVE ZERO TO WINDOW-RUN-FOUND-INDEX.
           PERFORM VARYING WINDOW-RUN-INDEX FROM 1 BY 1
               UNTIL WINDOW-RUN-INDEX > WINDOW-RUN-COUNT
                  OR WINDOW-RUN-FOUND-INDEX IS POSITIVE
               IF WR-RUN-NUMBER (WINDOW-RUN-INDEX) = RC-RUN-NUMBER
                   MOVE WINDOW-RUN-INDEX TO WINDOW-RUN-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF WINDOW-RUN-FOUND-INDEX = ZERO
               IF WINDOW-RUN-COUNT < 1000
                   ADD 1 TO WINDOW-RUN-COUNT
                   MOVE RC-RUN-NUMBER
                       TO WR-RUN-NUMBER (WINDOW-RUN-COUNT)
                   MOVE 'N' TO WR-COMPLETE-SWITCH (WINDOW-RUN-COUNT)
                   MOVE 'N' TO WR-REPORTED-SWITCH (WINDOW-RUN-COUNT)
                   MOVE WINDOW-RUN-COUNT TO WINDOW-RUN-FOUND-INDEX
               ELSE
                   IF WINDOW-RUNS-FULL-SWITCH = 'N'
                       MOVE 'Y' TO WINDOW-RUNS-FULL-SWITCH
                       DISPLAY '*** WARNING: WINDOW-RUN TABLE FULL AT '
                           '1000 - LATER RUNS NOT CHECKED FOR '
                           'COMPLETION ***'
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    SET-SOURCE-FROM-RUNCTL
      *
      *    NAMES THE SOURCE A RUN-CONTROL RECORD BELONGS TO. EVERY
      *    BILLING CYCLE ('BILLING  NN') ROLLS UP UNDER 'BILLING'.
      *
      ******************************************************************
       SET-SOURCE-FROM-RUNCTL.
           IF RC-PROGRAM (1:7) = 'BILLING'
               MOVE 'BILLING' TO SOURCE-PROGRAM-WORK
           ELSE
               MOVE RC-PROGRAM TO SOURCE-PROGRAM-WORK
           END-IF.



      ******************************************************************
      *
      *    FIND-SOURCE-ENTRY
      *
      *    LOCATES SOURCE-PROGRAM-WORK IN THE SOURCE TABLE, ADDING IT
      *    WHEN NEW. LEAVES ITS SUBSCRIPT IN SOURCE-FOUND-INDEX (ZERO
      *    WHEN THE TABLE IS FULL).
      *
      ******************************************************************
       FIND-SOURCE-ENTRY.
           MOVE ZERO TO SOURCE-FOUND-INDEX.
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
                  OR SOURCE-FOUND-INDEX IS POSITIVE
               IF SRC-PROGRAM (SOURCE-INDEX) = SOURCE-PROGRAM-WORK
                   MOVE SOURCE-INDEX TO SOURCE-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF SOURCE-FOUND-INDEX = ZERO
               IF SOURCE-COUNT < 20
                   ADD 1 TO SOURCE-COUNT
                   MOVE SOURCE-PROGRAM-WORK
                       TO SRC-PROGRAM (SOURCE-COUNT)
                   MOVE ZERO TO SRC-RUN-COUNT (SOURCE-COUNT)
                   MOVE ZERO TO SRC-RUNCTL-AMOUNT (SOURCE-COUNT)
                   MOVE ZERO TO SRC-POSTING-COUNT (SOURCE-COUNT)
                   MOVE ZERO TO SRC-INCREASES (SOURCE-COUNT)
                   MOVE ZERO TO SRC-DECREASES (SOURCE-COUNT)
                   PERFORM DESCRIBE-SOURCE
                   MOVE SOURCE-COUNT TO SOURCE-FOUND-INDEX
               ELSE
                   IF SOURCE-TABLE-FULL-SWITCH = 'N'
                       MOVE 'Y' TO SOURCE-TABLE-FULL-SWITCH
                       DISPLAY '*** WARNING: SOURCE TABLE FULL AT '
                           '20 PROGRAMS ***'
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    DESCRIBE-SOURCE
      *
      *    SAYS IN WORDS WHAT ACTIVITY THE NEW SOURCE ENTRY CARRIES.
      *
      ******************************************************************
       DESCRIBE-SOURCE.
           IF SOURCE-PROGRAM-WORK = 'CUSTMNT'
               MOVE 'DEPOSITS, CLOSURES, MAINTENANCE'
                   TO SRC-DESCRIPTION (SOURCE-COUNT)
           ELSE
           IF SOURCE-PROGRAM-WORK = 'CASHRCPT'
               MOVE 'CASH RECEIPTS (POSTED BY BILLING)'
                   TO SRC-DESCRIPTION (SOURCE-COUNT)
           ELSE
           IF SOURCE-PROGRAM-WORK = 'BILLING'
               MOVE 'BILLS/LATE/PAYMENTS/ADJ/NSF/EST'
                   TO SRC-DESCRIPTION (SOURCE-COUNT)
           ELSE
           IF SOURCE-PROGRAM-WORK = 'BADDEBT'
               MOVE 'BAD-DEBT WRITE-OFFS'
                   TO SRC-DESCRIPTION (SOURCE-COUNT)
           ELSE
               MOVE 'OTHER REGISTERED RUNS'
                   TO SRC-DESCRIPTION (SOURCE-COUNT)
           END-IF END-IF END-IF END-IF.



      ******************************************************************
      *
      *    ROLL-JOURNAL-RECORD
      *
      *    ROLLS ONE JOURNAL RECORD FORWARD WHEN IT IS A CUSTMAST
      *    POSTING FROM A RUN AFTER THE SNAPSHOT, THEN READS THE NEXT.
      *
      ******************************************************************
       ROLL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-RECORD-COUNT.

           IF JRN-RUN-NUMBER IS NUMERIC
                AND JRN-RUN-NUMBER > SNAPSHOT-LAST-RUN
               IF JRN-RUN-NUMBER > HIGHEST-RUN-NUMBER
                   MOVE JRN-RUN-NUMBER TO HIGHEST-RUN-NUMBER
               END-IF
               IF JRN-FILE-ID = 'CUSTMAST'
                   PERFORM ROLL-CUSTMAST-POSTING
               END-IF
           END-IF.

           READ MASTER-JOURNAL
               AT END
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.



      ******************************************************************
      *
      *    ROLL-CUSTMAST-POSTING
      *
      *    PRICES ONE CUSTMAST POSTING AS ITS AFTER BALANCE LESS ITS
      *    BEFORE BALANCE - A NEW RECORD'S BLANK BEFORE IMAGE, OR A
      *    REMOVED RECORD'S BLANK AFTER IMAGE, COUNTS AS ZERO - AND
      *    POSTS THE MOVEMENT TO ITS ACCOUNT AND ITS SOURCE.
      *
      ******************************************************************
       ROLL-CUSTMAST-POSTING.
           MOVE 'N' TO POSTING-ACCOUNT-VALID-SWITCH.
           MOVE ZERO TO BEFORE-BALANCE-WORK.
           MOVE ZERO TO AFTER-BALANCE-WORK.

           MOVE JRN-BEFORE-IMAGE TO JOURNAL-IMAGE-WORK.
           IF IMG-ACCOUNT-NUMBER IS NUMERIC
               MOVE 'Y' TO POSTING-ACCOUNT-VALID-SWITCH
               MOVE IMG-ACCOUNT-NUMBER TO POSTING-ACCOUNT-WORK
               IF IMG-BALANCE-DUE IS NUMERIC
                   MOVE IMG-BALANCE-DUE TO BEFORE-BALANCE-WORK
               END-IF
           END-IF.

           MOVE JRN-AFTER-IMAGE TO JOURNAL-IMAGE-WORK.
           IF IMG-ACCOUNT-NUMBER IS NUMERIC
               MOVE 'Y' TO POSTING-ACCOUNT-VALID-SWITCH
               MOVE IMG-ACCOUNT-NUMBER TO POSTING-ACCOUNT-WORK
               IF IMG-BALANCE-DUE IS NUMERIC
                   MOVE IMG-BALANCE-DUE TO AFTER-BALANCE-WORK
               END-IF
           END-IF.

           IF POSTING-ACCOUNT-VALID-SWITCH = 'N'
               ADD 1 TO UNREADABLE-POSTING-COUNT
               MOVE 'N' TO PROOF-BALANCED-SWITCH
           ELSE
               ADD 1 TO POSTING-COUNT
               COMPUTE MOVEMENT-WORK =
                   AFTER-BALANCE-WORK - BEFORE-BALANCE-WORK

               MOVE POSTING-ACCOUNT-WORK TO ACCOUNT-LOOKUP-WORK
               PERFORM FIND-ACCOUNT-ENTRY
               IF ACCOUNT-FOUND-INDEX IS POSITIVE
      *            WITH NO SNAPSHOT, THE FIRST POSTING'S BEFORE IMAGE
      *            IS THE BEST OPENING THERE IS
                   IF AC-OPENING-SWITCH (ACCOUNT-FOUND-INDEX) = 'N'
                       IF SNAPSHOT-FOUND-SWITCH = 'N'
                           MOVE BEFORE-BALANCE-WORK
                               TO AC-OPENING (ACCOUNT-FOUND-INDEX)
                       END-IF
                       MOVE 'Y'
                           TO AC-OPENING-SWITCH (ACCOUNT-FOUND-INDEX)
                   END-IF
                   ADD MOVEMENT-WORK
                       TO AC-MOVEMENT (ACCOUNT-FOUND-INDEX)
                   ADD 1 TO AC-POSTING-COUNT (ACCOUNT-FOUND-INDEX)
               END-IF

               IF JRN-PROGRAM (1:7) = 'BILLING'
                   MOVE 'BILLING' TO SOURCE-PROGRAM-WORK
               ELSE
                   MOVE JRN-PROGRAM TO SOURCE-PROGRAM-WORK
               END-IF
               PERFORM FIND-SOURCE-ENTRY
               IF SOURCE-FOUND-INDEX IS POSITIVE
                   ADD 1 TO SRC-POSTING-COUNT (SOURCE-FOUND-INDEX)
                   IF MOVEMENT-WORK > ZERO
                       ADD MOVEMENT-WORK
                           TO SRC-INCREASES (SOURCE-FOUND-INDEX)
                   ELSE
                       SUBTRACT MOVEMENT-WORK
                           FROM SRC-DECREASES (SOURCE-FOUND-INDEX)
                   END-IF
               END-IF

               PERFORM CHECK-POSTING-RUN-COMPLETE
           END-IF.



      ******************************************************************
      *
      *    CHECK-POSTING-RUN-COMPLETE
      *
      *    A POSTING FROM A RUN THAT STARTED BUT NEVER REGISTERED ITS
      *    COMPLETION IS STILL ON THE MASTER, BUT NO CONTROL TOTAL
      *    STANDS BEHIND IT. EACH SUCH RUN IS REPORTED ONCE.
      *
      ******************************************************************
       CHECK-POSTING-RUN-COMPLETE.
           MOVE ZERO TO WINDOW-RUN-FOUND-INDEX.
           PERFORM VARYING WINDOW-RUN-INDEX FROM 1 BY 1
               UNTIL WINDOW-RUN-INDEX > WINDOW-RUN-COUNT
                  OR WINDOW-RUN-FOUND-INDEX IS POSITIVE
               IF WR-RUN-NUMBER (WINDOW-RUN-INDEX) = JRN-RUN-NUMBER
                   MOVE WINDOW-RUN-INDEX TO WINDOW-RUN-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF WINDOW-RUN-FOUND-INDEX IS POSITIVE
               IF WR-COMPLETE-SWITCH (WINDOW-RUN-FOUND-INDEX) = 'N'
                    AND WR-REPORTED-SWITCH (WINDOW-RUN-FOUND-INDEX)
                        = 'N'
                   MOVE 'Y'
                       TO WR-REPORTED-SWITCH (WINDOW-RUN-FOUND-INDEX)
                   ADD 1 TO INCOMPLETE-RUN-COUNT
                   DISPLAY '*** WARNING: RUN ' JRN-RUN-NUMBER ' ('
                       JRN-PROGRAM ') POSTED TO CUSTMAST BUT NEVER '
                       'COMPLETED ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    FIND-ACCOUNT-ENTRY
      *
      *    LOCATES ACCOUNT-LOOKUP-WORK IN THE ACCOUNT TABLE, ADDING IT
      *    WITH A ZERO POSITION WHEN NEW. LEAVES ITS SUBSCRIPT IN
      *    ACCOUNT-FOUND-INDEX (ZERO WHEN THE TABLE IS FULL, WHICH
      *    LEAVES THE PROOF UNABLE TO BALANCE).
      *
      ******************************************************************
       FIND-ACCOUNT-ENTRY.
           MOVE ZERO TO ACCOUNT-FOUND-INDEX.
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
                  OR ACCOUNT-FOUND-INDEX IS POSITIVE
               IF AC-ACCOUNT (ACCOUNT-INDEX) = ACCOUNT-LOOKUP-WORK
                   MOVE ACCOUNT-INDEX TO ACCOUNT-FOUND-INDEX
               END-IF
           END-PERFORM.

           IF ACCOUNT-FOUND-INDEX = ZERO
               IF ACCOUNT-COUNT < 5000
                   ADD 1 TO ACCOUNT-COUNT
                   MOVE ACCOUNT-LOOKUP-WORK
                       TO AC-ACCOUNT (ACCOUNT-COUNT)
                   MOVE ZERO TO AC-OPENING (ACCOUNT-COUNT)
                   MOVE ZERO TO AC-MOVEMENT (ACCOUNT-COUNT)
                   MOVE ZERO TO AC-CLOSING (ACCOUNT-COUNT)
                   MOVE ZERO TO AC-POSTING-COUNT (ACCOUNT-COUNT)
                   MOVE 'N' TO AC-OPENING-SWITCH (ACCOUNT-COUNT)
                   MOVE 'N' TO AC-ON-MASTER-SWITCH (ACCOUNT-COUNT)
                   MOVE 'N' TO AC-BUCKET-SWITCH (ACCOUNT-COUNT)
                   MOVE ACCOUNT-COUNT TO ACCOUNT-FOUND-INDEX
               ELSE
                   IF ACCOUNT-TABLE-FULL-SWITCH = 'N'
                       MOVE 'Y' TO ACCOUNT-TABLE-FULL-SWITCH
                       MOVE 'N' TO PROOF-BALANCED-SWITCH
                       DISPLAY '*** WARNING: ACCOUNT TABLE FULL AT '
                           '5000 - RECEIVABLE CANNOT BE PROVED ***'
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOAD-CLOSING-BALANCES
      *
      *    SWEEPS THE CUSTOMER MASTER IN ACCOUNT ORDER FOR EACH
      *    ACCOUNT'S CLOSING BALANCE, AND CHECKS IT AGAINST ITS AGING
      *    BUCKETS. AN ACCOUNT NOTHING JOURNALED AND NO SNAPSHOT
      *    CARRIED OPENS AT ITS MASTER BALANCE WHEN THERE IS NO
      *    SNAPSHOT, AND AT ZERO WHEN THERE IS ONE.
      *
      ******************************************************************
       LOAD-CLOSING-BALANCES.
           MOVE 'YES' TO MASTER-SCAN-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
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
                       PERFORM TABLE-MASTER-BALANCE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.



      ******************************************************************
      *
      *    TABLE-MASTER-BALANCE
      *
      *    RECORDS THE MASTER RECORD IN HAND AS ITS ACCOUNT'S CLOSING
      *    POSITION.
      *
      ******************************************************************
       TABLE-MASTER-BALANCE.
           ADD 1 TO MASTER-RECORD-COUNT.
           IF MASTER-BALANCE-DUE IS NOT NUMERIC
               MOVE ZERO TO MASTER-BALANCE-DUE
           END-IF.
           COMPUTE ACCOUNT-BUCKET-WORK = ZERO.
           IF MASTER-BAL-CURRENT IS NUMERIC
               ADD MASTER-BAL-CURRENT TO ACCOUNT-BUCKET-WORK
           END-IF.
           IF MASTER-BAL-30 IS NUMERIC
               ADD MASTER-BAL-30 TO ACCOUNT-BUCKET-WORK
           END-IF.
           IF MASTER-BAL-60 IS NUMERIC
               ADD MASTER-BAL-60 TO ACCOUNT-BUCKET-WORK
           END-IF.
           IF MASTER-BAL-90 IS NUMERIC
               ADD MASTER-BAL-90 TO ACCOUNT-BUCKET-WORK
           END-IF.

           ADD MASTER-BALANCE-DUE TO MASTER-CLOSING-TOTAL.
           ADD ACCOUNT-BUCKET-WORK TO BUCKET-TOTAL.

           MOVE MASTER-ACCOUNT-NUMBER TO ACCOUNT-LOOKUP-WORK.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF ACCOUNT-FOUND-INDEX IS POSITIVE
               MOVE MASTER-BALANCE-DUE
                   TO AC-CLOSING (ACCOUNT-FOUND-INDEX)
               MOVE 'Y' TO AC-ON-MASTER-SWITCH (ACCOUNT-FOUND-INDEX)
               IF AC-OPENING-SWITCH (ACCOUNT-FOUND-INDEX) = 'N'
                   IF SNAPSHOT-FOUND-SWITCH = 'N'
                       MOVE MASTER-BALANCE-DUE
                           TO AC-OPENING (ACCOUNT-FOUND-INDEX)
                   END-IF
                   MOVE 'Y'
                       TO AC-OPENING-SWITCH (ACCOUNT-FOUND-INDEX)
               END-IF
               IF ACCOUNT-BUCKET-WORK NOT = MASTER-BALANCE-DUE
                   MOVE 'Y' TO AC-BUCKET-SWITCH (ACCOUNT-FOUND-INDEX)
               END-IF
           END-IF.



      ******************************************************************
      *
      *    TOTAL-ROLL-FORWARD
      *
      *    ADDS UP THE OPENING POSITION AND EACH SOURCE'S ACTIVITY,
      *    AND DECIDES WHETHER THE RECEIVABLE PROVED.
      *
      ******************************************************************
       TOTAL-ROLL-FORWARD.
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               ADD AC-OPENING (ACCOUNT-INDEX) TO OPENING-TOTAL
               COMPUTE ACCOUNT-EXPECTED-WORK =
                   AC-OPENING (ACCOUNT-INDEX)
                   + AC-MOVEMENT (ACCOUNT-INDEX)
               IF ACCOUNT-EXPECTED-WORK NOT =
                    AC-CLOSING (ACCOUNT-INDEX)
                    OR AC-BUCKET-SWITCH (ACCOUNT-INDEX) = 'Y'
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
               ADD SRC-INCREASES (SOURCE-INDEX) TO INCREASE-TOTAL
               ADD SRC-DECREASES (SOURCE-INDEX) TO DECREASE-TOTAL
           END-PERFORM.

           COMPUTE ACTIVITY-TOTAL = INCREASE-TOTAL - DECREASE-TOTAL.
           COMPUTE COMPUTED-CLOSING-TOTAL =
               OPENING-TOTAL + ACTIVITY-TOTAL.
           COMPUTE ROLL-DIFFERENCE =
               MASTER-CLOSING-TOTAL - COMPUTED-CLOSING-TOTAL.
           COMPUTE BUCKET-DIFFERENCE =
               MASTER-CLOSING-TOTAL - BUCKET-TOTAL.

           IF ROLL-DIFFERENCE NOT = ZERO
                OR BUCKET-DIFFERENCE NOT = ZERO
                OR EXCEPTION-COUNT > ZERO
                OR INCOMPLETE-RUN-COUNT > ZERO
               MOVE 'N' TO PROOF-BALANCED-SWITCH
           END-IF.



      ******************************************************************
      *
      *    WRITE-ROLL-FORWARD
      *
      *    WRITES THE ROLL-FORWARD ITSELF: OPENING BALANCE, ACTIVITY BY
      *    SOURCE, COMPUTED AND ACTUAL CLOSING BALANCE, AND THE AGING
      *    BUCKET CROSS-CHECK.
      *
      ******************************************************************
       WRITE-ROLL-FORWARD.
           MOVE SNAPSHOT-LAST-RUN TO TTL-FROM-RUN.
           MOVE HIGHEST-RUN-NUMBER TO TTL-THROUGH-RUN.
           MOVE PROOF-TITLE-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           IF SNAPSHOT-FOUND-SWITCH = 'N'
               MOVE PROOF-NO-SNAPSHOT-LINE TO PROOF-PRINT-LINE
               WRITE PROOF-PRINT-LINE
           END-IF.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'OPENING RECEIVABLE BALANCE' TO PRF-AMOUNT-LABEL.
           MOVE OPENING-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE SOURCE-HEADING TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
               MOVE SRC-PROGRAM (SOURCE-INDEX) TO SRC-DTL-PROGRAM
               MOVE SRC-DESCRIPTION (SOURCE-INDEX)
                   TO SRC-DTL-DESCRIPTION
               MOVE SRC-RUN-COUNT (SOURCE-INDEX) TO SRC-DTL-RUNS
               MOVE SRC-POSTING-COUNT (SOURCE-INDEX)
                   TO SRC-DTL-POSTINGS
               MOVE SRC-INCREASES (SOURCE-INDEX) TO SRC-DTL-INCREASES
               MOVE SRC-DECREASES (SOURCE-INDEX) TO SRC-DTL-DECREASES
               COMPUTE SOURCE-NET-WORK =
                   SRC-INCREASES (SOURCE-INDEX)
                   - SRC-DECREASES (SOURCE-INDEX)
               MOVE SOURCE-NET-WORK TO SRC-DTL-NET
               MOVE SRC-RUNCTL-AMOUNT (SOURCE-INDEX) TO SRC-DTL-RUNCTL
               MOVE SOURCE-DETAIL-LINE TO PROOF-PRINT-LINE
               WRITE PROOF-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO SOURCE-DETAIL-LINE.
           MOVE 'TOTAL' TO SRC-DTL-PROGRAM.
           MOVE 'ALL JOURNALED ACTIVITY' TO SRC-DTL-DESCRIPTION.
           MOVE POSTING-COUNT TO SRC-DTL-POSTINGS.
           MOVE INCREASE-TOTAL TO SRC-DTL-INCREASES.
           MOVE DECREASE-TOTAL TO SRC-DTL-DECREASES.
           MOVE ACTIVITY-TOTAL TO SRC-DTL-NET.
           MOVE SOURCE-DETAIL-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'COMPUTED CLOSING BALANCE' TO PRF-AMOUNT-LABEL.
           MOVE COMPUTED-CLOSING-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'CUSTOMER MASTER CLOSING BALANCE' TO PRF-AMOUNT-LABEL.
           MOVE MASTER-CLOSING-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'ROLL-FORWARD DIFFERENCE' TO PRF-AMOUNT-LABEL.
           MOVE ROLL-DIFFERENCE TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'SUM OF AGING BUCKETS' TO PRF-AMOUNT-LABEL.
           MOVE BUCKET-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'AGING BUCKET DIFFERENCE' TO PRF-AMOUNT-LABEL.
           MOVE BUCKET-DIFFERENCE TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-ACCOUNT-EXCEPTIONS
      *
      *    LISTS EVERY ACCOUNT WHOSE OPENING BALANCE PLUS JOURNALED
      *    ACTIVITY DOES NOT LAND ON ITS MASTER BALANCE, OR WHOSE
      *    AGING BUCKETS DO NOT SUM TO THAT BALANCE.
      *
      ******************************************************************
       WRITE-ACCOUNT-EXCEPTIONS.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE EXCEPTION-TITLE-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE EXCEPTION-HEADING TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               COMPUTE ACCOUNT-EXPECTED-WORK =
                   AC-OPENING (ACCOUNT-INDEX)
                   + AC-MOVEMENT (ACCOUNT-INDEX)
               COMPUTE ACCOUNT-DIFFERENCE-WORK =
                   AC-CLOSING (ACCOUNT-INDEX) - ACCOUNT-EXPECTED-WORK
               IF ACCOUNT-DIFFERENCE-WORK NOT = ZERO
                    OR AC-BUCKET-SWITCH (ACCOUNT-INDEX) = 'Y'
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.



      ******************************************************************
      *
      *    WRITE-EXCEPTION-LINE
      *
      *    WRITES THE EXCEPTION LINE FOR THE ACCOUNT AT ACCOUNT-INDEX,
      *    NAMING THE LIKELIEST REASON IT DID NOT PROVE.
      *
      ******************************************************************
       WRITE-EXCEPTION-LINE.
           MOVE AC-ACCOUNT (ACCOUNT-INDEX) TO EXC-ACCOUNT.
           MOVE AC-OPENING (ACCOUNT-INDEX) TO EXC-OPENING.
           MOVE AC-POSTING-COUNT (ACCOUNT-INDEX) TO EXC-POSTINGS.
           MOVE AC-MOVEMENT (ACCOUNT-INDEX) TO EXC-ACTIVITY.
           MOVE ACCOUNT-EXPECTED-WORK TO EXC-EXPECTED.
           MOVE AC-CLOSING (ACCOUNT-INDEX) TO EXC-CLOSING.
           MOVE ACCOUNT-DIFFERENCE-WORK TO EXC-DIFFERENCE.

           IF ACCOUNT-DIFFERENCE-WORK = ZERO
               MOVE 'AGING BUCKETS DO NOT SUM TO BALANCE'
                   TO EXC-REASON
           ELSE
           IF AC-ON-MASTER-SWITCH (ACCOUNT-INDEX) = 'N'
               MOVE 'NO LONGER ON THE MASTER' TO EXC-REASON
           ELSE
           IF AC-POSTING-COUNT (ACCOUNT-INDEX) = ZERO
               MOVE 'BALANCE CHANGED WITH NOTHING JOURNALED'
                   TO EXC-REASON
           ELSE
               MOVE 'ACTIVITY DOES NOT EXPLAIN CHANGE'
                   TO EXC-REASON
           END-IF END-IF END-IF.

           MOVE EXCEPTION-DETAIL-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-PROOF-SUMMARY
      *
      *    WRITES THE PROOF COUNTS AND SAYS PLAINLY WHETHER THE
      *    RECEIVABLE PROVED.
      *
      ******************************************************************
       WRITE-PROOF-SUMMARY.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'JOURNAL RECORDS WALKED:' TO PRF-COUNT-LABEL.
           MOVE JOURNAL-RECORD-COUNT TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'CUSTMAST POSTINGS ROLLED FORWARD:' TO PRF-COUNT-LABEL.
           MOVE POSTING-COUNT TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'UNREADABLE POSTINGS:' TO PRF-COUNT-LABEL.
           MOVE UNREADABLE-POSTING-COUNT TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'POSTING RUNS WITH NO COMPLETION RECORD:'
               TO PRF-COUNT-LABEL.
           MOVE INCOMPLETE-RUN-COUNT TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'MASTER ACCOUNTS:' TO PRF-COUNT-LABEL.
           MOVE MASTER-RECORD-COUNT TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           MOVE 'ACCOUNTS NOT PROVED:' TO PRF-COUNT-LABEL.
           MOVE EXCEPTION-COUNT TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE PROOF-EMPTY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.

           IF PROOF-BALANCED-SWITCH = 'Y'
               MOVE PROOF-BALANCED-LINE TO PROOF-PRINT-LINE
           ELSE
               MOVE PROOF-UNBALANCED-LINE TO PROOF-PRINT-LINE
           END-IF.
           WRITE PROOF-PRINT-LINE.



      ******************************************************************
      *
      *    WRITE-NEW-SNAPSHOT
      *
      *    REPLACES THE SNAPSHOT WITH THE POSITION JUST PROVED: THE
      *    HIGHEST RUN NUMBER COVERED AND EVERY MASTER ACCOUNT'S
      *    BALANCE, FOR THE NEXT PERIOD TO OPEN FROM.
      *
      ******************************************************************
       WRITE-NEW-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           OPEN OUTPUT SNAPSHOT-FILE.

           MOVE 'H' TO SNH-RECORD-TYPE.
           MOVE HIGHEST-RUN-NUMBER TO SNH-LAST-RUN.
           MOVE CLOCK-STAMP-YMDHMS TO SNH-TIMESTAMP.
           MOVE MASTER-RECORD-COUNT TO SNH-ACCOUNT-COUNT.
           MOVE MASTER-CLOSING-TOTAL TO SNH-TOTAL-BALANCE.
           WRITE SNAPSHOT-HEADER-RECORD.

           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               IF AC-ON-MASTER-SWITCH (ACCOUNT-INDEX) = 'Y'
                   MOVE SPACES TO SNAPSHOT-ACCOUNT-RECORD
                   MOVE 'D' TO SNA-RECORD-TYPE
                   MOVE AC-ACCOUNT (ACCOUNT-INDEX) TO SNA-ACCOUNT
                   MOVE AC-CLOSING (ACCOUNT-INDEX) TO SNA-BALANCE
                   WRITE SNAPSHOT-ACCOUNT-RECORD
               END-IF
           END-PERFORM.

           CLOSE SNAPSHOT-FILE.


       END PROGRAM ARPROOF.
