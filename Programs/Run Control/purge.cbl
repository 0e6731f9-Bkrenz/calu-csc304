       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    MASTER FILE PURGE AND ARCHIVE
      *
      *    MOVES RECORDS THAT HAVE OUTLIVED THEIR RETENTION OFF THE
      *    MASTERS, SO THE FULL-FILE PASSES (AGING, RECON, SALARIED
      *    AUTOPAY, THE 941 AND W-2 RUNS) STOP WALKING EVERY ACCOUNT,
      *    CAR, AND EMPLOYEE THE SHOP EVER HAD. THE RETENTION RULES
      *    FILE (PURGRULE.TXT) SAYS HOW LONG EACH MASTER KEEPS ITS
      *    FINISHED RECORDS - ONE LINE PER FILE ID, A COUNT, AND A
      *    UNIT (M MONTHS OR Y YEARS):
      *        CUSTMAST - CLOSED ACCOUNTS WITH NOTHING OWED EITHER
      *                   WAY, COUNTED FROM THE ACCOUNT'S LAST
      *                   JOURNALED ACTIVITY
      *        VEHMAST  - SOLD OR WHOLESALED UNITS WITH THE FLOOR
      *                   PLAN PAID OFF, COUNTED FROM THE SOLD DATE
      *        EMPMAST  - TERMINATED EMPLOYEES, COUNTED IN YEARS FROM
      *                   THE END OF THE W-2 YEAR THEY WERE LAST PAID
      *                   IN; THEIR YTDMAST AND LEAVEMST RECORDS GO
      *                   WITH THEM
      *    A MASTER WITH NO RULE IS NOT PURGED.
      *
      *    NO RECORD IS EVER PURGED WITH AN OPEN BALANCE OR WITH ANY
      *    ACTIVITY IN THE CURRENT YEAR - ITS OWN DATES, ITS LAST
      *    JOURNALED UPDATE, AND (FOR AN EMPLOYEE) YEAR-TO-DATE PAY
      *    NOT YET CLOSED OUT BY THE W-2 RESET ALL COUNT AS ACTIVITY.
      *    A CLOSED ACCOUNT WHOSE LAST ACTIVITY CANNOT BE DATED FROM
      *    THE JOURNAL IS KEPT.
      *
      *    THE CONTROL CARD (PURGCARD.TXT) CARRIES THE AS-OF DATE
      *    (YYYYMMDD) AND, IN COLUMNS 9-13, THE WORD 'PURGE'. WITHOUT
      *    IT THE RUN ONLY LISTS WHAT WOULD GO. A PURGED RECORD IS
      *    APPENDED, IN ITS MASTER'S OWN LAYOUT, TO THAT MASTER'S
      *    ARCHIVE FILE, JOURNALED AS A DELETE ('DL', BEFORE IMAGE
      *    ONLY) IN JOURNAL.TXT, AND THEN DELETED FROM THE MASTER. THE
      *    RUN REGISTERS ON THE RUN-CONTROL LOG UNDER PERIOD ZERO,
      *    WITH THE RECORDS PURGED AS ITS CONTROL COUNT, AND PRINTS
      *    THE PURGE REPORT (PURGERPT.TXT) - EVERY RECORD PURGED, AND
      *    EVERY FINISHED RECORD KEPT AND WHY.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PURGE-CONTROL-FILE ASSIGN TO 'PURGCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETENTION-RULES-FILE ASSIGN TO
               'PURGRULE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO 'JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY.

           SELECT OPTIONAL VEHICLE-MASTER ASSIGN TO 'VEHMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY.

           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY.

           SELECT OPTIONAL YTD-MASTER ASSIGN TO 'YTDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YM-KEY.

           SELECT OPTIONAL LEAVE-MASTER ASSIGN TO 'LEAVEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-KEY.

           SELECT OPTIONAL CUSTOMER-ARCHIVE ASSIGN TO 'CUSTARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VEHICLE-ARCHIVE ASSIGN TO 'VEHARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EMPLOYEE-ARCHIVE ASSIGN TO 'EMPARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL YTD-ARCHIVE ASSIGN TO 'YTDARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LEAVE-ARCHIVE ASSIGN TO 'LEAVARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-FILE ASSIGN TO 'ACTWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-RECORD-KEY.

           SELECT PURGE-REPORT ASSIGN TO 'PURGERPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * PURGE CARD - AS-OF DATE AND THE WORD 'PURGE' TO UPDATE
       FD PURGE-CONTROL-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS PURGE-CONTROL-RECORD.
       01 PURGE-CONTROL-RECORD.
         03 PC-AS-OF-DATE PIC 9(8).
         03 PC-MODE PIC X(5).

      * RETENTION RULES - ONE PER MASTER
       FD RETENTION-RULES-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RETENTION-RULE-RECORD.
       01 RETENTION-RULE-RECORD.
         03 RR-FILE-ID PIC X(8).
         03 RR-RETAIN-COUNT PIC 9(3).
         03 RR-RETAIN-UNIT PIC X(1).

      * MASTER-UPDATE JOURNAL - SAME RECORD EVERY UPDATING RUN
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

      * RUN-CONTROL LOG - PURGE RUNS REGISTER LIKE MAINTENANCE RUNS
      * (UNDER PERIOD ZERO)
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

      * CUSTOMER MASTER - SAME RECORD THE BILLING RUN MAINTAINS. ONLY
      * THE FIELDS THE RETENTION TEST NEEDS ARE BROKEN OUT
       FD CUSTOMER-MASTER
           RECORD CONTAINS 189 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
         03 CM-KEY PIC 9(6).
         03 FILLER PIC X(5).
         03 CM-BALANCE-DUE PIC S9(7)V99.
         03 CM-AGED-BALANCE PIC S9(7)V99 OCCURS 4 TIMES.
         03 CM-FIRST-NAME PIC X(12).
         03 CM-LAST-NAME PIC X(12).
         03 FILLER PIC X(30).
         03 CM-ACCOUNT-STATUS PIC X(1).
         03 FILLER PIC X(38).
         03 CM-ESTIMATED-CHARGES PIC S9(7)V99.
         03 FILLER PIC X(11).
         03 CM-BUDGET-BALANCE PIC S9(7)V99.
         03 FILLER PIC X(2).
         03 CM-DEPOSIT-BALANCE PIC 9(7)V99.

      * VEHICLE MASTER - SAME RECORD THE CAR-SALES RUN MAINTAINS
       FD VEHICLE-MASTER
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS VEHICLE-MASTER-RECORD.
       01 VEHICLE-MASTER-RECORD.
         03 VM-KEY PIC 9(6).
         03 VM-MODEL PIC X(13).
         03 VM-YEAR PIC 9(4).
         03 FILLER PIC X(13).
         03 VM-STATUS PIC X(1).
         03 FILLER PIC X(8).
         03 VM-SOLD-DATE PIC 9(8).
         03 FILLER PIC X(13).
         03 VM-FLOOR-AMOUNT PIC 9(7)V99.
         03 FILLER PIC X(8).
         03 VM-FLOOR-PAYOFF-DATE PIC 9(8).
         03 FILLER PIC X(20).

      * EMPLOYEE MASTER - SAME RECORD THE PAYROLL RUN MAINTAINS
       FD EMPLOYEE-MASTER
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
       01 EMPLOYEE-MASTER-RECORD.
         03 EM-KEY PIC 9(9).
         03 EM-LAST-NAME PIC X(15).
         03 EM-FIRST-NAME PIC X(10).
         03 FILLER PIC X(27).
         03 EM-STATUS PIC X(1).
         03 EM-HIRE-DATE PIC 9(8).
         03 EM-TERM-DATE PIC 9(8).
         03 FILLER PIC X(27).

      * YEAR-TO-DATE PAY MASTER - SAME RECORD THE PAYROLL RUN
      * MAINTAINS AND THE W-2 RUN RESETS
       FD YTD-MASTER
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
         03 YM-KEY PIC 9(9).
         03 YM-AMOUNT PIC 9(9)V99 OCCURS 14 TIMES.
         03 YM-SUTA-STATE PIC X(2).
         03 YM-PRETAX-AMOUNT PIC 9(9)V99 OCCURS 3 TIMES.

      * LEAVE MASTER - SAME RECORD THE PAYROLL RUN MAINTAINS
       FD LEAVE-MASTER
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS LEAVE-MASTER-RECORD.
       01 LEAVE-MASTER-RECORD.
         03 LM-KEY PIC 9(9).
         03 LM-VACATION-BALANCE PIC 9(3)V99.
         03 LM-SICK-BALANCE PIC 9(3)V99.
         03 LM-PAYOUT-DATE PIC 9(8).
         03 LM-VACATION-PAID-HOURS PIC 9(3)V99.
         03 LM-VACATION-FORFEIT-HOURS PIC 9(3)V99.
         03 LM-SICK-PAID-HOURS PIC 9(3)V99.
         03 LM-SICK-FORFEIT-HOURS PIC 9(3)V99.

      * ARCHIVES - EACH PURGED RECORD IN ITS MASTER'S OWN LAYOUT
       FD CUSTOMER-ARCHIVE
           RECORD CONTAINS 189 CHARACTERS
           DATA RECORD IS CUSTOMER-ARCHIVE-RECORD.
       01 CUSTOMER-ARCHIVE-RECORD PIC X(189).

       FD VEHICLE-ARCHIVE
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS VEHICLE-ARCHIVE-RECORD.
       01 VEHICLE-ARCHIVE-RECORD PIC X(111).

       FD EMPLOYEE-ARCHIVE
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-ARCHIVE-RECORD.
       01 EMPLOYEE-ARCHIVE-RECORD PIC X(105).

       FD YTD-ARCHIVE
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-ARCHIVE-RECORD.
       01 YTD-ARCHIVE-RECORD PIC X(198).

       FD LEAVE-ARCHIVE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS LEAVE-ARCHIVE-RECORD.
       01 LEAVE-ARCHIVE-RECORD PIC X(47).

      * LAST JOURNALED ACTIVITY BY FILE AND KEY - A WORK FILE BUILT
      * FRESH FROM THE JOURNAL EVERY RUN
       FD ACTIVITY-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS ACTIVITY-RECORD.
       01 ACTIVITY-RECORD.
         03 AT-RECORD-KEY.
           05 AT-FILE-ID PIC X(8).
           05 AT-KEY PIC X(9).
         03 AT-DATE PIC 9(8).

      * PURGE REPORT OUTPUT INFORMATION
       FD PURGE-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS PURGE-PRINT-LINE.
       01 PURGE-PRINT-LINE PIC X(120).

       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RULES-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 JOURNAL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 MASTER-SCAN-SWITCH PIC X(3) VALUE 'YES'.

      * THE AS-OF DATE, ITS YEAR, AND WHETHER THIS RUN UPDATES
       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
         03 AS-OF-YEAR PIC 9(4).
         03 AS-OF-MONTH PIC 9(2).
         03 AS-OF-DAY PIC 9(2).
       01 PURGE-UPDATE-SWITCH PIC X VALUE 'N'.

      * RETENTION PER MASTER - ZERO COUNT WITH NO UNIT MEANS NO RULE
       01 CUSTOMER-RULE-SWITCH PIC X VALUE 'N'.
       01 CUSTOMER-RETAIN-COUNT PIC 9(3) VALUE ZERO.
       01 CUSTOMER-RETAIN-UNIT PIC X(1) VALUE 'M'.
       01 CUSTOMER-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 VEHICLE-RULE-SWITCH PIC X VALUE 'N'.
       01 VEHICLE-RETAIN-COUNT PIC 9(3) VALUE ZERO.
       01 VEHICLE-RETAIN-UNIT PIC X(1) VALUE 'Y'.
       01 VEHICLE-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 EMPLOYEE-RULE-SWITCH PIC X VALUE 'N'.
       01 EMPLOYEE-RETAIN-YEARS PIC 9(3) VALUE ZERO.

      * CUTOFF ARITHMETIC - THE AS-OF DATE BACKED OFF BY A COUNT OF
      *     MONTHS OR YEARS
       01 CUTOFF-COUNT-WORK PIC 9(3) VALUE ZERO.
       01 CUTOFF-UNIT-WORK PIC X(1) VALUE SPACES.
       01 CUTOFF-MONTHS-WORK PIC 9(7) VALUE ZERO.
       01 CUTOFF-DATE-WORK PIC 9(8) VALUE ZERO.
       01 CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE-WORK.
         03 CUTOFF-YEAR PIC 9(4).
         03 CUTOFF-MONTH PIC 9(2).
         03 CUTOFF-DAY PIC 9(2).

      * LAST JOURNALED ACTIVITY LOOKUP BY FILE AND KEY
       01 ACTIVITY-FOUND-SWITCH PIC X VALUE 'N'.
       01 ACTIVITY-FILE-ID-WORK PIC X(8) VALUE SPACES.
       01 ACTIVITY-KEY-WORK PIC X(9) VALUE SPACES.
       01 ACTIVITY-KEY-LENGTH PIC 9(1) VALUE ZERO.
       01 LAST-ACTIVITY-DATE PIC 9(8) VALUE ZERO.
       01 LAST-ACTIVITY-PARTS REDEFINES LAST-ACTIVITY-DATE.
         03 LAST-ACTIVITY-YEAR PIC 9(4).
         03 FILLER PIC 9(4).

      * THE RECORD IN HAND - ITS DISPOSITION AND WHY
       01 PURGE-ELIGIBLE-SWITCH PIC X VALUE 'N'.
       01 KEEP-REASON-WORK PIC X(40) VALUE SPACES.
       01 BALANCE-INDEX PIC 9(2) VALUE ZERO.
       01 OPEN-BALANCE-SWITCH PIC X VALUE 'N'.
       01 YTD-FOUND-SWITCH PIC X VALUE 'N'.
       01 LEAVE-FOUND-SWITCH PIC X VALUE 'N'.
       01 EMPLOYEE-ACTIVITY-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE-WORK PIC 9(8) VALUE ZERO.
       01 TERM-DATE-PARTS REDEFINES TERM-DATE-WORK.
         03 TERM-YEAR PIC 9(4).
         03 FILLER PIC 9(4).
       01 SOLD-DATE-WORK PIC 9(8) VALUE ZERO.
       01 SOLD-DATE-PARTS REDEFINES SOLD-DATE-WORK.
         03 SOLD-YEAR PIC 9(4).
         03 FILLER PIC 9(4).

      * JOURNAL WORK
       01 JOURNAL-FILE-ID-WORK PIC X(8) VALUE SPACES.
       01 JOURNAL-IMAGE-WORK PIC X(200) VALUE SPACES.
       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMDHMS PIC 9(14).
         03 FILLER PIC X(7).

      * RUN-CONTROL WORK FIELDS
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUN-PROGRAM-NAME PIC X(10) VALUE 'PURGE'.

      * COUNTS BY MASTER
       01 CUSTOMER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CUSTOMER-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 CUSTOMER-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 VEHICLE-READ-COUNT PIC 9(7) VALUE ZERO.
       01 VEHICLE-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 VEHICLE-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 EMPLOYEE-READ-COUNT PIC 9(7) VALUE ZERO.
       01 EMPLOYEE-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 EMPLOYEE-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 YTD-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 LEAVE-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 TOTAL-PURGE-COUNT PIC 9(7) VALUE ZERO.

      * REPORT LINES
       01 PURGE-TITLE-LINE.
         03 FILLER PIC X(34) VALUE 'MASTER FILE PURGE - AS OF'.
         03 PTTL-AS-OF-DATE PIC 9(8).
         03 FILLER PIC X(3) VALUE SPACES.
         03 PTTL-MODE PIC X(40).

       01 PURGE-SECTION-LINE.
         03 FILLER PIC X(8) VALUE 'MASTER: '.
         03 PSEC-FILE-ID PIC X(10).
         03 PSEC-RULE PIC X(50).

       01 PURGE-HEADING.
         03 FILLER PIC X(12) VALUE 'KEY'.
         03 FILLER PIC X(30) VALUE 'NAME / DESCRIPTION'.
         03 FILLER PIC X(12) VALUE 'DATE'.
         03 FILLER PIC X(12) VALUE 'LAST ACTIVE'.
         03 FILLER PIC X(10) VALUE 'ACTION'.
         03 FILLER PIC X(6) VALUE 'REASON'.

       01 PURGE-DETAIL-LINE.
         03 PDTL-KEY PIC X(9).
         03 FILLER PIC X(3) VALUE SPACES.
         03 PDTL-NAME PIC X(28).
         03 FILLER PIC X(2) VALUE SPACES.
         03 PDTL-DATE PIC X(8).
         03 FILLER PIC X(4) VALUE SPACES.
         03 PDTL-ACTIVITY PIC X(8).
         03 FILLER PIC X(4) VALUE SPACES.
         03 PDTL-ACTION PIC X(10).
         03 PDTL-REASON PIC X(40).

       01 PURGE-COUNT-LINE.
         03 PCNT-LABEL PIC X(40).
         03 PCNT-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    PURGE-MASTER-FILES
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT READS THE CARD
      *    AND THE RULES, DATES EVERY KEY'S LAST JOURNALED ACTIVITY,
      *    REGISTERS THE RUN, PURGES EACH MASTER THAT HAS A RULE, AND
      *    WRITES THE COMPLETION RECORD.
      *
      ******************************************************************
       PURGE-MASTER-FILES.
           PERFORM READ-PURGE-CARD.
           PERFORM LOAD-RETENTION-RULES.
           PERFORM LOAD-JOURNAL-ACTIVITY.
           PERFORM REGISTER-RUN-START.

           OPEN OUTPUT PURGE-REPORT.
           MOVE AS-OF-DATE TO PTTL-AS-OF-DATE.
           IF PURGE-UPDATE-SWITCH = 'Y'
               MOVE 'RECORDS PURGED AND ARCHIVED' TO PTTL-MODE
           ELSE
               MOVE 'LISTING ONLY - NOTHING REMOVED' TO PTTL-MODE
           END-IF.
           WRITE PURGE-PRINT-LINE FROM PURGE-TITLE-LINE.

           IF PURGE-UPDATE-SWITCH = 'Y'
               OPEN EXTEND MASTER-JOURNAL
           END-IF.

           PERFORM PURGE-CUSTOMER-MASTER.
           PERFORM PURGE-VEHICLE-MASTER.
           PERFORM PURGE-EMPLOYEE-MASTERS.

           IF PURGE-UPDATE-SWITCH = 'Y'
               CLOSE MASTER-JOURNAL
           END-IF.
           CLOSE ACTIVITY-FILE.

           PERFORM WRITE-PURGE-SUMMARY.
           CLOSE PURGE-REPORT.

           PERFORM REGISTER-RUN-END.

           DISPLAY 'PURGE AS OF ' AS-OF-DATE ' COMPLETE - '
               TOTAL-PURGE-COUNT ' RECORDS PURGED'.

           STOP RUN.



      ******************************************************************
      *
      *    READ-PURGE-CARD
      *
      *    THE AS-OF DATE DECIDES WHAT IS OLD ENOUGH TO GO, SO THERE
      *    IS NO DEFAULT - NO CARD OR AN UNREADABLE DATE STOPS THE
      *    RUN. ONLY THE WORD 'PURGE' LETS THE RUN REMOVE ANYTHING.
      *
      ******************************************************************
       READ-PURGE-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT PURGE-CONTROL-FILE.
           READ PURGE-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE PURGE-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR PC-AS-OF-DATE IS NOT NUMERIC
                OR PC-AS-OF-DATE = ZERO
               DISPLAY '*** RUN ABORTED: NO VALID AS-OF DATE ON '
                   'PURGCARD.TXT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PC-AS-OF-DATE TO AS-OF-DATE.
           IF PC-MODE = 'PURGE'
               MOVE 'Y' TO PURGE-UPDATE-SWITCH
           END-IF.



      ******************************************************************
      *
      *    LOAD-RETENTION-RULES
      *
      *    TAKES EACH MASTER'S RULE AND WORKS OUT ITS CUTOFF DATE. A
      *    RULE FOR ANY OTHER FILE ID, OR WITH AN UNREADABLE COUNT,
      *    IS IGNORED WITH A WARNING.
      *
      ******************************************************************
       LOAD-RETENTION-RULES.
           MOVE 'YES' TO RULES-DATA-REMAINS-SWITCH.
           OPEN INPUT RETENTION-RULES-FILE.
           READ RETENTION-RULES-FILE
               AT END
                   MOVE 'NO' TO RULES-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RULES-DATA-REMAINS-SWITCH = 'NO'
               IF RR-RETAIN-COUNT IS NOT NUMERIC
                   DISPLAY '*** WARNING: RETENTION RULE FOR '
                       RR-FILE-ID ' HAS NO READABLE COUNT - '
                       'IGNORED ***'
               ELSE
               IF RR-FILE-ID = 'CUSTMAST'
                   MOVE 'Y' TO CUSTOMER-RULE-SWITCH
                   MOVE RR-RETAIN-COUNT TO CUSTOMER-RETAIN-COUNT
                   IF RR-RETAIN-UNIT = 'Y'
                       MOVE 'Y' TO CUSTOMER-RETAIN-UNIT
                   ELSE
                       MOVE 'M' TO CUSTOMER-RETAIN-UNIT
                   END-IF
               ELSE
               IF RR-FILE-ID = 'VEHMAST '
                   MOVE 'Y' TO VEHICLE-RULE-SWITCH
                   MOVE RR-RETAIN-COUNT TO VEHICLE-RETAIN-COUNT
                   IF RR-RETAIN-UNIT = 'M'
                       MOVE 'M' TO VEHICLE-RETAIN-UNIT
                   ELSE
                       MOVE 'Y' TO VEHICLE-RETAIN-UNIT
                   END-IF
               ELSE
               IF RR-FILE-ID = 'EMPMAST '
                   MOVE 'Y' TO EMPLOYEE-RULE-SWITCH
                   MOVE RR-RETAIN-COUNT TO EMPLOYEE-RETAIN-YEARS
               ELSE
                   DISPLAY '*** WARNING: NO PURGE FOR FILE ID '
                       RR-FILE-ID ' - RULE IGNORED ***'
               END-IF END-IF END-IF END-IF
               READ RETENTION-RULES-FILE
                   AT END
                       MOVE 'NO' TO RULES-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE RETENTION-RULES-FILE.

           MOVE CUSTOMER-RETAIN-COUNT TO CUTOFF-COUNT-WORK.
           MOVE CUSTOMER-RETAIN-UNIT TO CUTOFF-UNIT-WORK.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE CUTOFF-DATE-WORK TO CUSTOMER-CUTOFF-DATE.

           MOVE VEHICLE-RETAIN-COUNT TO CUTOFF-COUNT-WORK.
           MOVE VEHICLE-RETAIN-UNIT TO CUTOFF-UNIT-WORK.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE CUTOFF-DATE-WORK TO VEHICLE-CUTOFF-DATE.



      ******************************************************************
      *
      *    COMPUTE-CUTOFF-DATE
      *
      *    BACKS THE AS-OF DATE OFF BY CUTOFF-COUNT-WORK MONTHS OR
      *    YEARS INTO CUTOFF-DATE-WORK. A RECORD WHOSE DATE FALLS
      *    BEFORE THE CUTOFF HAS BEEN KEPT LONG ENOUGH.
      *
      ******************************************************************
       COMPUTE-CUTOFF-DATE.
           IF CUTOFF-UNIT-WORK = 'Y'
               COMPUTE CUTOFF-MONTHS-WORK = AS-OF-YEAR * 12
                   + AS-OF-MONTH - 1 - CUTOFF-COUNT-WORK * 12
           ELSE
               COMPUTE CUTOFF-MONTHS-WORK = AS-OF-YEAR * 12
                   + AS-OF-MONTH - 1 - CUTOFF-COUNT-WORK
           END-IF.
           DIVIDE CUTOFF-MONTHS-WORK BY 12 GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH.
           ADD 1 TO CUTOFF-MONTH.
           MOVE AS-OF-DAY TO CUTOFF-DAY.



      ******************************************************************
      *
      *    LOAD-JOURNAL-ACTIVITY
      *
      *    DATES THE LAST JOURNALED UPDATE OF EVERY CUSTOMER, VEHICLE,
      *    AND EMPLOYEE-SIDE KEY ON THE ACTIVITY FILE. A PURGE DELETE
      *    CARRIES ITS KEY IN THE BEFORE IMAGE; EVERY OTHER ACTION IN
      *    THE AFTER IMAGE.
      *
      ******************************************************************
       LOAD-JOURNAL-ACTIVITY.
           MOVE 'YES' TO JOURNAL-DATA-REMAINS-SWITCH.
           OPEN INPUT MASTER-JOURNAL.
           OPEN OUTPUT ACTIVITY-FILE.
           CLOSE ACTIVITY-FILE.
           OPEN I-O ACTIVITY-FILE.
           READ MASTER-JOURNAL
               AT END
                   MOVE 'NO' TO JOURNAL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL JOURNAL-DATA-REMAINS-SWITCH = 'NO'
               MOVE ZERO TO ACTIVITY-KEY-LENGTH
               IF JRN-FILE-ID = 'CUSTMAST' OR JRN-FILE-ID = 'VEHMAST '
                   MOVE 6 TO ACTIVITY-KEY-LENGTH
               END-IF
               IF JRN-FILE-ID = 'EMPMAST ' OR JRN-FILE-ID = 'YTDMAST '
                    OR JRN-FILE-ID = 'LEAVEMST'
                   MOVE 9 TO ACTIVITY-KEY-LENGTH
               END-IF
               IF ACTIVITY-KEY-LENGTH IS POSITIVE
                    AND JRN-TIMESTAMP IS NUMERIC
                   MOVE JRN-FILE-ID TO ACTIVITY-FILE-ID-WORK
                   MOVE SPACES TO ACTIVITY-KEY-WORK
                   IF JRN-ACTION = 'DL'
                       MOVE JRN-BEFORE-IMAGE (1:ACTIVITY-KEY-LENGTH)
                           TO ACTIVITY-KEY-WORK
                   ELSE
                       MOVE JRN-AFTER-IMAGE (1:ACTIVITY-KEY-LENGTH)
                           TO ACTIVITY-KEY-WORK
                   END-IF
                   PERFORM NOTE-JOURNAL-ACTIVITY
               END-IF
               READ MASTER-JOURNAL
                   AT END
                       MOVE 'NO' TO JOURNAL-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL.



      ******************************************************************
      *
      *    NOTE-JOURNAL-ACTIVITY
      *
      *    KEEPS THE LATER OF THE JOURNAL RECORD'S DATE AND THE DATE
      *    ALREADY ON FILE FOR ITS FILE AND KEY.
      *
      ******************************************************************
       NOTE-JOURNAL-ACTIVITY.
           PERFORM FIND-ACTIVITY-ENTRY.
           IF ACTIVITY-FOUND-SWITCH = 'Y'
               IF JRN-TIMESTAMP (1:8) > AT-DATE
                   MOVE JRN-TIMESTAMP (1:8) TO AT-DATE
                   REWRITE ACTIVITY-RECORD
               END-IF
           ELSE
               MOVE ACTIVITY-FILE-ID-WORK TO AT-FILE-ID
               MOVE ACTIVITY-KEY-WORK TO AT-KEY
               MOVE JRN-TIMESTAMP (1:8) TO AT-DATE
               WRITE ACTIVITY-RECORD
           END-IF.



      ******************************************************************
      *
      *    FIND-ACTIVITY-ENTRY
      *
      *    READS ACTIVITY-FILE-ID-WORK AND ACTIVITY-KEY-WORK OFF THE
      *    ACTIVITY FILE. ACTIVITY-FOUND-SWITCH IS 'Y' WITH THE ENTRY
      *    IN THE RECORD AREA, OR 'N' WHEN NOTHING IS ON FILE FOR IT.
      *
      ******************************************************************
       FIND-ACTIVITY-ENTRY.
           MOVE 'N' TO ACTIVITY-FOUND-SWITCH.
           MOVE ACTIVITY-FILE-ID-WORK TO AT-FILE-ID.
           MOVE ACTIVITY-KEY-WORK TO AT-KEY.
           READ ACTIVITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ACTIVITY-FOUND-SWITCH
           END-READ.



      ******************************************************************
      *
      *    GET-LAST-ACTIVITY
      *
      *    LEAVES THE LAST JOURNALED ACTIVITY DATE FOR ACTIVITY-FILE-
      *    ID-WORK AND ACTIVITY-KEY-WORK IN LAST-ACTIVITY-DATE, OR
      *    ZERO WHEN NOTHING IS JOURNALED FOR IT.
      *
      ******************************************************************
       GET-LAST-ACTIVITY.
           PERFORM FIND-ACTIVITY-ENTRY.
           IF ACTIVITY-FOUND-SWITCH = 'Y'
               MOVE AT-DATE TO LAST-ACTIVITY-DATE
           ELSE
               MOVE ZERO TO LAST-ACTIVITY-DATE
           END-IF.



      ******************************************************************
      *
      *    PURGE-CUSTOMER-MASTER
      *
      *    SWEEPS THE CUSTOMER MASTER FOR CLOSED ACCOUNTS, PURGING
      *    EACH ONE PAST ITS RETENTION AND LISTING EACH ONE KEPT.
      *
      ******************************************************************
       PURGE-CUSTOMER-MASTER.
           MOVE 'CUSTMAST' TO PSEC-FILE-ID.
           IF CUSTOMER-RULE-SWITCH = 'Y'
               MOVE SPACES TO PSEC-RULE
               STRING 'CLOSED, ZERO BALANCE, NO ACTIVITY SINCE '
                   CUSTOMER-CUTOFF-DATE DELIMITED BY SIZE
                   INTO PSEC-RULE
           ELSE
               MOVE 'NO RETENTION RULE - NOT PURGED' TO PSEC-RULE
           END-IF.
           PERFORM WRITE-SECTION-HEADING.

           IF CUSTOMER-RULE-SWITCH = 'Y'
               OPEN I-O CUSTOMER-MASTER
               IF PURGE-UPDATE-SWITCH = 'Y'
                   OPEN EXTEND CUSTOMER-ARCHIVE
               END-IF
               MOVE 'YES' TO MASTER-SCAN-SWITCH
               MOVE ZEROS TO CM-KEY
               START CUSTOMER-MASTER KEY >= CM-KEY
                   INVALID KEY
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
               END-START
               PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MASTER-SCAN-SWITCH
                       NOT AT END
                           ADD 1 TO CUSTOMER-READ-COUNT
                           IF CM-ACCOUNT-STATUS = 'C'
                               PERFORM CHECK-CUSTOMER-RETENTION
                           END-IF
                   END-READ
               END-PERFORM
               IF PURGE-UPDATE-SWITCH = 'Y'
                   CLOSE CUSTOMER-ARCHIVE
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.



      ******************************************************************
      *
      *    CHECK-CUSTOMER-RETENTION
      *
      *    A CLOSED ACCOUNT GOES ONLY WHEN NOTHING IS OWED EITHER WAY
      *    - BALANCE, AGING, ESTIMATES, BUDGET, OR DEPOSIT - AND ITS
      *    LAST JOURNALED ACTIVITY IS BOTH BEFORE THE CUTOFF AND
      *    BEFORE THE CURRENT YEAR.
      *
      ******************************************************************
       CHECK-CUSTOMER-RETENTION.
           MOVE 'N' TO PURGE-ELIGIBLE-SWITCH.
           MOVE SPACES TO KEEP-REASON-WORK.

           MOVE 'N' TO OPEN-BALANCE-SWITCH.
           IF CM-BALANCE-DUE NOT = ZERO
                OR CM-ESTIMATED-CHARGES NOT = ZERO
                OR CM-BUDGET-BALANCE NOT = ZERO
                OR CM-DEPOSIT-BALANCE NOT = ZERO
               MOVE 'Y' TO OPEN-BALANCE-SWITCH
           END-IF.
           PERFORM VARYING BALANCE-INDEX FROM 1 BY 1
               UNTIL BALANCE-INDEX > 4
               IF CM-AGED-BALANCE (BALANCE-INDEX) NOT = ZERO
                   MOVE 'Y' TO OPEN-BALANCE-SWITCH
               END-IF
           END-PERFORM.

           MOVE 'CUSTMAST' TO ACTIVITY-FILE-ID-WORK.
           MOVE SPACES TO ACTIVITY-KEY-WORK.
           MOVE CM-KEY TO ACTIVITY-KEY-WORK (1:6).
           PERFORM GET-LAST-ACTIVITY.

           IF OPEN-BALANCE-SWITCH = 'Y'
               MOVE 'OPEN BALANCE ON ACCOUNT' TO KEEP-REASON-WORK
           ELSE
           IF LAST-ACTIVITY-DATE = ZERO
               MOVE 'NO DATED ACTIVITY ON JOURNAL'
                   TO KEEP-REASON-WORK
           ELSE
           IF LAST-ACTIVITY-YEAR NOT < AS-OF-YEAR
               MOVE 'ACTIVITY IN CURRENT YEAR' TO KEEP-REASON-WORK
           ELSE
           IF LAST-ACTIVITY-DATE NOT < CUSTOMER-CUTOFF-DATE
               MOVE 'WITHIN RETENTION PERIOD' TO KEEP-REASON-WORK
           ELSE
               MOVE 'Y' TO PURGE-ELIGIBLE-SWITCH
           END-IF END-IF END-IF END-IF.

           MOVE CM-KEY TO PDTL-KEY.
           MOVE SPACES TO PDTL-NAME.
           STRING CM-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CM-LAST-NAME DELIMITED BY SPACE
               INTO PDTL-NAME.
           MOVE SPACES TO PDTL-DATE.
           PERFORM SET-ACTIVITY-COLUMN.

           IF PURGE-ELIGIBLE-SWITCH = 'Y'
               ADD 1 TO CUSTOMER-PURGE-COUNT
               IF PURGE-UPDATE-SWITCH = 'Y'
                   WRITE CUSTOMER-ARCHIVE-RECORD
                       FROM CUSTOMER-MASTER-RECORD
                   MOVE 'CUSTMAST' TO JOURNAL-FILE-ID-WORK
                   MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-IMAGE-WORK
                   PERFORM WRITE-PURGE-JOURNAL
                   DELETE CUSTOMER-MASTER RECORD
                       INVALID KEY
                           DISPLAY '*** WARNING: ACCOUNT ' CM-KEY
                               ' NOT DELETED ***'
                   END-DELETE
               END-IF
           ELSE
               ADD 1 TO CUSTOMER-KEPT-COUNT
           END-IF.
           PERFORM WRITE-PURGE-DETAIL.



      ******************************************************************
      *
      *    PURGE-VEHICLE-MASTER
      *
      *    SWEEPS THE VEHICLE MASTER FOR SOLD AND WHOLESALED UNITS,
      *    PURGING EACH ONE PAST ITS RETENTION AND LISTING EACH ONE
      *    KEPT.
      *
      ******************************************************************
       PURGE-VEHICLE-MASTER.
           MOVE 'VEHMAST' TO PSEC-FILE-ID.
           IF VEHICLE-RULE-SWITCH = 'Y'
               MOVE SPACES TO PSEC-RULE
               STRING 'SOLD, FLOOR PLAN PAID, SOLD BEFORE '
                   VEHICLE-CUTOFF-DATE DELIMITED BY SIZE
                   INTO PSEC-RULE
           ELSE
               MOVE 'NO RETENTION RULE - NOT PURGED' TO PSEC-RULE
           END-IF.
           PERFORM WRITE-SECTION-HEADING.

           IF VEHICLE-RULE-SWITCH = 'Y'
               OPEN I-O VEHICLE-MASTER
               IF PURGE-UPDATE-SWITCH = 'Y'
                   OPEN EXTEND VEHICLE-ARCHIVE
               END-IF
               MOVE 'YES' TO MASTER-SCAN-SWITCH
               MOVE ZEROS TO VM-KEY
               START VEHICLE-MASTER KEY >= VM-KEY
                   INVALID KEY
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
               END-START
               PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
                   READ VEHICLE-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MASTER-SCAN-SWITCH
                       NOT AT END
                           ADD 1 TO VEHICLE-READ-COUNT
                           IF VM-STATUS = 'S' OR VM-STATUS = 'W'
                               PERFORM CHECK-VEHICLE-RETENTION
                           END-IF
                   END-READ
               END-PERFORM
               IF PURGE-UPDATE-SWITCH = 'Y'
                   CLOSE VEHICLE-ARCHIVE
               END-IF
               CLOSE VEHICLE-MASTER
           END-IF.



      ******************************************************************
      *
      *    CHECK-VEHICLE-RETENTION
      *
      *    A DISPOSED UNIT GOES ONLY WHEN ITS FLOOR PLAN IS PAID OFF,
      *    IT SOLD BEFORE THE CUTOFF AND BEFORE THE CURRENT YEAR, AND
      *    NOTHING HAS BEEN JOURNALED AGAINST IT THIS YEAR.
      *
      ******************************************************************
       CHECK-VEHICLE-RETENTION.
           MOVE 'N' TO PURGE-ELIGIBLE-SWITCH.
           MOVE SPACES TO KEEP-REASON-WORK.

           MOVE ZERO TO SOLD-DATE-WORK.
           IF VM-SOLD-DATE IS NUMERIC
               MOVE VM-SOLD-DATE TO SOLD-DATE-WORK
           END-IF.

           MOVE 'VEHMAST ' TO ACTIVITY-FILE-ID-WORK.
           MOVE SPACES TO ACTIVITY-KEY-WORK.
           MOVE VM-KEY TO ACTIVITY-KEY-WORK (1:6).
           PERFORM GET-LAST-ACTIVITY.

           IF VM-FLOOR-AMOUNT IS NUMERIC
                AND VM-FLOOR-AMOUNT > ZERO
                AND (VM-FLOOR-PAYOFF-DATE IS NOT NUMERIC
                  OR VM-FLOOR-PAYOFF-DATE = ZERO)
               MOVE 'FLOOR PLAN NOT PAID OFF' TO KEEP-REASON-WORK
           ELSE
           IF SOLD-DATE-WORK = ZERO
               MOVE 'NO SOLD DATE ON UNIT' TO KEEP-REASON-WORK
           ELSE
           IF SOLD-YEAR NOT < AS-OF-YEAR
                OR LAST-ACTIVITY-YEAR NOT < AS-OF-YEAR
               MOVE 'ACTIVITY IN CURRENT YEAR' TO KEEP-REASON-WORK
           ELSE
           IF SOLD-DATE-WORK NOT < VEHICLE-CUTOFF-DATE
               MOVE 'WITHIN RETENTION PERIOD' TO KEEP-REASON-WORK
           ELSE
               MOVE 'Y' TO PURGE-ELIGIBLE-SWITCH
           END-IF END-IF END-IF END-IF.

           MOVE VM-KEY TO PDTL-KEY.
           MOVE SPACES TO PDTL-NAME.
           STRING VM-YEAR ' ' DELIMITED BY SIZE
               VM-MODEL DELIMITED BY SIZE
               INTO PDTL-NAME.
           IF SOLD-DATE-WORK = ZERO
               MOVE SPACES TO PDTL-DATE
           ELSE
               MOVE SOLD-DATE-WORK TO PDTL-DATE
           END-IF.
           PERFORM SET-ACTIVITY-COLUMN.

           IF PURGE-ELIGIBLE-SWITCH = 'Y'
               ADD 1 TO VEHICLE-PURGE-COUNT
               IF PURGE-UPDATE-SWITCH = 'Y'
                   WRITE VEHICLE-ARCHIVE-RECORD
                       FROM VEHICLE-MASTER-RECORD
                   MOVE 'VEHMAST ' TO JOURNAL-FILE-ID-WORK
                   MOVE VEHICLE-MASTER-RECORD TO JOURNAL-IMAGE-WORK
                   PERFORM WRITE-PURGE-JOURNAL
                   DELETE VEHICLE-MASTER RECORD
                       INVALID KEY
                           DISPLAY '*** WARNING: STOCK ' VM-KEY
                               ' NOT DELETED ***'
                   END-DELETE
               END-IF
           ELSE
               ADD 1 TO VEHICLE-KEPT-COUNT
           END-IF.
           PERFORM WRITE-PURGE-DETAIL.



      ******************************************************************
      *
      *    PURGE-EMPLOYEE-MASTERS
      *
      *    SWEEPS THE EMPLOYEE MASTER FOR TERMINATED EMPLOYEES,
      *    PURGING EACH ONE PAST RETENTION ALONG WITH THEIR YEAR-TO-
      *    DATE AND LEAVE RECORDS, AND LISTING EACH ONE KEPT.
      *
      ******************************************************************
       PURGE-EMPLOYEE-MASTERS.
           MOVE 'EMPMAST' TO PSEC-FILE-ID.
           IF EMPLOYEE-RULE-SWITCH = 'Y'
               MOVE SPACES TO PSEC-RULE
               STRING 'TERMINATED, LAST W-2 YEAR CLOSED, PLUS '
                   EMPLOYEE-RETAIN-YEARS ' YEARS' DELIMITED BY SIZE
                   INTO PSEC-RULE
           ELSE
               MOVE 'NO RETENTION RULE - NOT PURGED' TO PSEC-RULE
           END-IF.
           PERFORM WRITE-SECTION-HEADING.

           IF EMPLOYEE-RULE-SWITCH = 'Y'
               OPEN I-O EMPLOYEE-MASTER
               OPEN I-O YTD-MASTER
               OPEN I-O LEAVE-MASTER
               IF PURGE-UPDATE-SWITCH = 'Y'
                   OPEN EXTEND EMPLOYEE-ARCHIVE
                   OPEN EXTEND YTD-ARCHIVE
                   OPEN EXTEND LEAVE-ARCHIVE
               END-IF
               MOVE 'YES' TO MASTER-SCAN-SWITCH
               MOVE ZEROS TO EM-KEY
               START EMPLOYEE-MASTER KEY >= EM-KEY
                   INVALID KEY
                       MOVE 'NO' TO MASTER-SCAN-SWITCH
               END-START
               PERFORM UNTIL MASTER-SCAN-SWITCH = 'NO'
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MASTER-SCAN-SWITCH
                       NOT AT END
                           ADD 1 TO EMPLOYEE-READ-COUNT
                           IF EM-STATUS = 'T'
                               PERFORM CHECK-EMPLOYEE-RETENTION
                           END-IF
                   END-READ
               END-PERFORM
               IF PURGE-UPDATE-SWITCH = 'Y'
                   CLOSE EMPLOYEE-ARCHIVE
                   CLOSE YTD-ARCHIVE
                   CLOSE LEAVE-ARCHIVE
               END-IF
               CLOSE EMPLOYEE-MASTER
               CLOSE YTD-MASTER
               CLOSE LEAVE-MASTER
           END-IF.



      ******************************************************************
      *
      *    CHECK-EMPLOYEE-RETENTION
      *
      *    A TERMINATED EMPLOYEE IS LAST PAID IN THE YEAR OF THEIR
      *    TERMINATION. THEY GO ONLY WHEN THAT W-2 YEAR PLUS THE
      *    RETENTION YEARS HAS ENDED, THEIR YEAR-TO-DATE PAY HAS BEEN
      *    RESET BY THE W-2 RUN (ANY PAY LEFT ON IT IS THIS YEAR'S),
      *    NO LEAVE BALANCE IS STILL OWED, AND NONE OF THEIR RECORDS
      *    HAS BEEN JOURNALED THIS YEAR.
      *
      ******************************************************************
       CHECK-EMPLOYEE-RETENTION.
           MOVE 'N' TO PURGE-ELIGIBLE-SWITCH.
           MOVE SPACES TO KEEP-REASON-WORK.

           MOVE ZERO TO TERM-DATE-WORK.
           IF EM-TERM-DATE IS NUMERIC
               MOVE EM-TERM-DATE TO TERM-DATE-WORK
           END-IF.

           MOVE EM-KEY TO YM-KEY.
           READ YTD-MASTER
               INVALID KEY
                   MOVE 'N' TO YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO YTD-FOUND-SWITCH
           END-READ.
           MOVE 'N' TO OPEN-BALANCE-SWITCH.
           IF YTD-FOUND-SWITCH = 'Y'
               PERFORM VARYING BALANCE-INDEX FROM 1 BY 1
                   UNTIL BALANCE-INDEX > 14
                   IF YM-AMOUNT (BALANCE-INDEX) IS NOT NUMERIC
                        OR YM-AMOUNT (BALANCE-INDEX) NOT = ZERO
                       MOVE 'Y' TO OPEN-BALANCE-SWITCH
                   END-IF
               END-PERFORM
               PERFORM VARYING BALANCE-INDEX FROM 1 BY 1
                   UNTIL BALANCE-INDEX > 3
                   IF YM-PRETAX-AMOUNT (BALANCE-INDEX) IS NOT NUMERIC
                        OR YM-PRETAX-AMOUNT (BALANCE-INDEX) NOT = ZERO
                       MOVE 'Y' TO OPEN-BALANCE-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

           MOVE EM-KEY TO LM-KEY.
           READ LEAVE-MASTER
               INVALID KEY
                   MOVE 'N' TO LEAVE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SWITCH
           END-READ.

      *    THE LATEST JOURNALED ACTIVITY ACROSS ALL THREE MASTERS
           MOVE SPACES TO ACTIVITY-KEY-WORK.
           MOVE EM-KEY TO ACTIVITY-KEY-WORK.
           MOVE 'YTDMAST ' TO ACTIVITY-FILE-ID-WORK.
           PERFORM GET-LAST-ACTIVITY.
           MOVE LAST-ACTIVITY-DATE TO EMPLOYEE-ACTIVITY-DATE.
           MOVE 'LEAVEMST' TO ACTIVITY-FILE-ID-WORK.
           PERFORM GET-LAST-ACTIVITY.
           IF LAST-ACTIVITY-DATE > EMPLOYEE-ACTIVITY-DATE
               MOVE LAST-ACTIVITY-DATE TO EMPLOYEE-ACTIVITY-DATE
           END-IF.
           MOVE 'EMPMAST ' TO ACTIVITY-FILE-ID-WORK.
           PERFORM GET-LAST-ACTIVITY.
           IF EMPLOYEE-ACTIVITY-DATE > LAST-ACTIVITY-DATE
               MOVE EMPLOYEE-ACTIVITY-DATE TO LAST-ACTIVITY-DATE
           END-IF.

           IF TERM-DATE-WORK = ZERO
               MOVE 'NO TERMINATION DATE' TO KEEP-REASON-WORK
           ELSE
           IF OPEN-BALANCE-SWITCH = 'Y'
               MOVE 'W-2 YEAR NOT CLOSED - YTD PAY ON FILE'
                   TO KEEP-REASON-WORK
           ELSE
           IF LEAVE-FOUND-SWITCH = 'Y'
                AND ((LM-VACATION-BALANCE IS NUMERIC
                     AND LM-VACATION-BALANCE > ZERO)
                  OR (LM-SICK-BALANCE IS NUMERIC
                     AND LM-SICK-BALANCE > ZERO))
               MOVE 'LEAVE BALANCE STILL ON FILE' TO KEEP-REASON-WORK
           ELSE
           IF TERM-YEAR NOT < AS-OF-YEAR
                OR LAST-ACTIVITY-YEAR NOT < AS-OF-YEAR
               MOVE 'ACTIVITY IN CURRENT YEAR' TO KEEP-REASON-WORK
           ELSE
           IF TERM-YEAR + EMPLOYEE-RETAIN-YEARS NOT < AS-OF-YEAR
               MOVE 'WITHIN RETENTION PERIOD' TO KEEP-REASON-WORK
           ELSE
               MOVE 'Y' TO PURGE-ELIGIBLE-SWITCH
           END-IF END-IF END-IF END-IF END-IF.

           MOVE EM-KEY TO PDTL-KEY.
           MOVE SPACES TO PDTL-NAME.
           STRING EM-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               EM-LAST-NAME DELIMITED BY SPACE
               INTO PDTL-NAME.
           IF TERM-DATE-WORK = ZERO
               MOVE SPACES TO PDTL-DATE
           ELSE
               MOVE TERM-DATE-WORK TO PDTL-DATE
           END-IF.
           PERFORM SET-ACTIVITY-COLUMN.

           IF PURGE-ELIGIBLE-SWITCH = 'Y'
               ADD 1 TO EMPLOYEE-PURGE-COUNT
               IF PURGE-UPDATE-SWITCH = 'Y'
                   PERFORM REMOVE-EMPLOYEE-RECORDS
               END-IF
           ELSE
               ADD 1 TO EMPLOYEE-KEPT-COUNT
           END-IF.
           PERFORM WRITE-PURGE-DETAIL.



      ******************************************************************
      *
      *    REMOVE-EMPLOYEE-RECORDS
      *
      *    ARCHIVES, JOURNALS, AND DELETES THE EMPLOYEE IN HAND AND
      *    WHICHEVER OF THEIR YEAR-TO-DATE AND LEAVE RECORDS EXIST.
      *
      ******************************************************************
       REMOVE-EMPLOYEE-RECORDS.
           IF YTD-FOUND-SWITCH = 'Y'
               WRITE YTD-ARCHIVE-RECORD FROM YTD-MASTER-RECORD
               MOVE 'YTDMAST ' TO JOURNAL-FILE-ID-WORK
               MOVE YTD-MASTER-RECORD TO JOURNAL-IMAGE-WORK
               PERFORM WRITE-PURGE-JOURNAL
               DELETE YTD-MASTER RECORD
                   INVALID KEY
                       DISPLAY '*** WARNING: YTD RECORD ' YM-KEY
                           ' NOT DELETED ***'
                   NOT INVALID KEY
                       ADD 1 TO YTD-PURGE-COUNT
               END-DELETE
           END-IF.

           IF LEAVE-FOUND-SWITCH = 'Y'
               WRITE LEAVE-ARCHIVE-RECORD FROM LEAVE-MASTER-RECORD
               MOVE 'LEAVEMST' TO JOURNAL-FILE-ID-WORK
               MOVE LEAVE-MASTER-RECORD TO JOURNAL-IMAGE-WORK
               PERFORM WRITE-PURGE-JOURNAL
               DELETE LEAVE-MASTER RECORD
                   INVALID KEY
                       DISPLAY '*** WARNING: LEAVE RECORD ' LM-KEY
                           ' NOT DELETED ***'
                   NOT INVALID KEY
                       ADD 1 TO LEAVE-PURGE-COUNT
               END-DELETE
           END-IF.

           WRITE EMPLOYEE-ARCHIVE-RECORD FROM EMPLOYEE-MASTER-RECORD.
           MOVE 'EMPMAST ' TO JOURNAL-FILE-ID-WORK.
           MOVE EMPLOYEE-MASTER-RECORD TO JOURNAL-IMAGE-WORK.
           PERFORM WRITE-PURGE-JOURNAL.
           DELETE EMPLOYEE-MASTER RECORD
               INVALID KEY
                   DISPLAY '*** WARNING: EMPLOYEE ' EM-KEY
                       ' NOT DELETED ***'
           END-DELETE.



      ******************************************************************
      *
      *    SET-ACTIVITY-COLUMN
      *
      *    SHOWS THE LAST JOURNALED ACTIVITY DATE, OR NOTHING WHEN
      *    NONE IS JOURNALED.
      *
      ******************************************************************
       SET-ACTIVITY-COLUMN.
           IF LAST-ACTIVITY-DATE = ZERO
               MOVE SPACES TO PDTL-ACTIVITY
           ELSE
               MOVE LAST-ACTIVITY-DATE TO PDTL-ACTIVITY
           END-IF.



      ******************************************************************
      *
      *    WRITE-PURGE-JOURNAL
      *
      *    JOURNALS THE REMOVAL OF THE RECORD IN JOURNAL-IMAGE-WORK
      *    FROM JOURNAL-FILE-ID-WORK AS A DELETE - THE RECORD AS IT
      *    STOOD IS THE BEFORE IMAGE, AND THERE IS NO AFTER IMAGE.
      *
      ******************************************************************
       WRITE-PURGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE RUN-NUMBER-WORK TO JRN-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO JRN-PROGRAM.
           MOVE JOURNAL-FILE-ID-WORK TO JRN-FILE-ID.
           MOVE 'DL' TO JRN-ACTION.
           MOVE CLOCK-STAMP-YMDHMS TO JRN-TIMESTAMP.
           MOVE JOURNAL-IMAGE-WORK TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           ADD 1 TO TOTAL-PURGE-COUNT.



      ******************************************************************
      *
      *    WRITE-SECTION-HEADING
      *
      ******************************************************************
       WRITE-SECTION-HEADING.
           MOVE SPACES TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE FROM PURGE-SECTION-LINE.
           WRITE PURGE-PRINT-LINE FROM PURGE-HEADING.



      ******************************************************************
      *
      *    WRITE-PURGE-DETAIL
      *
      *    PRINTS THE RECORD IN HAND AS PURGED (OR, ON A LISTING RUN,
      *    ELIGIBLE) OR AS KEPT WITH ITS REASON.
      *
      ******************************************************************
       WRITE-PURGE-DETAIL.
           IF PURGE-ELIGIBLE-SWITCH = 'Y'
               IF PURGE-UPDATE-SWITCH = 'Y'
                   MOVE 'PURGED' TO PDTL-ACTION
               ELSE
                   MOVE 'ELIGIBLE' TO PDTL-ACTION
               END-IF
               MOVE SPACES TO PDTL-REASON
           ELSE
               MOVE 'KEPT' TO PDTL-ACTION
               MOVE KEEP-REASON-WORK TO PDTL-REASON
           END-IF.
           WRITE PURGE-PRINT-LINE FROM PURGE-DETAIL-LINE.



      ******************************************************************
      *
      *    WRITE-PURGE-SUMMARY
      *
      *    PRINTS THE COUNTS FOR EACH MASTER.
      *
      ******************************************************************
       WRITE-PURGE-SUMMARY.
           MOVE SPACES TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE.
           MOVE 'CUSTOMER RECORDS READ:' TO PCNT-LABEL.
           MOVE CUSTOMER-READ-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'CLOSED ACCOUNTS PURGED / ELIGIBLE:' TO PCNT-LABEL.
           MOVE CUSTOMER-PURGE-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'CLOSED ACCOUNTS KEPT:' TO PCNT-LABEL.
           MOVE CUSTOMER-KEPT-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'VEHICLE RECORDS READ:' TO PCNT-LABEL.
           MOVE VEHICLE-READ-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'DISPOSED UNITS PURGED / ELIGIBLE:' TO PCNT-LABEL.
           MOVE VEHICLE-PURGE-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'DISPOSED UNITS KEPT:' TO PCNT-LABEL.
           MOVE VEHICLE-KEPT-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'EMPLOYEE RECORDS READ:' TO PCNT-LABEL.
           MOVE EMPLOYEE-READ-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'TERMINATED EMPLOYEES PURGED / ELIGIBLE:' TO PCNT-LABEL.
           MOVE EMPLOYEE-PURGE-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'TERMINATED EMPLOYEES KEPT:' TO PCNT-LABEL.
           MOVE EMPLOYEE-KEPT-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'YEAR-TO-DATE RECORDS PURGED:' TO PCNT-LABEL.
           MOVE YTD-PURGE-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'LEAVE RECORDS PURGED:' TO PCNT-LABEL.
           MOVE LEAVE-PURGE-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.
           MOVE 'TOTAL RECORDS REMOVED FROM MASTERS:' TO PCNT-LABEL.
           MOVE TOTAL-PURGE-COUNT TO PCNT-COUNT.
           WRITE PURGE-PRINT-LINE FROM PURGE-COUNT-LINE.



      ******************************************************************
      *
      *    REGISTER-RUN-START
      *
      *    TAKES THE NEXT RUN NUMBER OFF THE SHARED RUN-CONTROL LOG
      *    AND APPENDS THIS EXECUTION'S START RECORD. PURGES REGISTER
      *    UNDER PERIOD ZERO.
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
      *    APPENDS THIS EXECUTION'S COMPLETION RECORD - THE RECORDS
      *    REMOVED FROM THE MASTERS RIDE AS THE CONTROL COUNT.
      *
      ******************************************************************
       REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE RUN-PROGRAM-NAME TO RC-PROGRAM.
           MOVE ZERO TO RC-PERIOD.
           MOVE 'C' TO RC-STATUS.
           MOVE TOTAL-PURGE-COUNT TO RC-CONTROL-COUNT.
           MOVE ZERO TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM PURGE.
