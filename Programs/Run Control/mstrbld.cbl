      *    REBUILD AND THE FIRST RUN NUMBER TO REPLAY:
      *
      *        COLS 1-8   FILE ID: CUSTMAST, EMPMAST, YTDMAST,
      *                   DEDMAST, METERMST, VEHMAST, BUYRMAST,
      *                   LEAVEMST, GARNMAST, ARRANGE, AUTOPAY,
      *                   WRITEOFF, PREMISE, OR OCCUPNCY
      *        COLS 9-14  FROM-RUN (REPLAY THIS RUN NUMBER AND LATER;
      *                   ZERO REPLAYS THE WHOLE JOURNAL)
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-KEY.

           SELECT OPTIONAL GARNISHMENT-MASTER ASSIGN TO 'GARNMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY.

           SELECT OPTIONAL ARRANGEMENT-FILE ASSIGN TO 'ARRANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY.

           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY.

           SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO 'WRITEOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOF-KEY.

           SELECT OPTIONAL PREMISE-MASTER ASSIGN TO 'PREMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY.

           SELECT OPTIONAL OCCUPANCY-FILE ASSIGN TO 'OCCUPY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCC-KEY.

           SELECT OPTIONAL BACKUP-MANIFEST ASSIGN TO 'BACKUP.MAN'
               ORGANIZATION IS LINE SEQUENTIAL.

         03 CM-REST PIC X(183).

       FD EMPLOYEE-MASTER
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
       01 EMPLOYEE-MASTER-RECORD.
         03 EM-KEY PIC X(9).
         03 EM-REST PIC X(96).

       FD YTD-MASTER
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
         03 YM-KEY PIC X(9).
         03 YM-REST PIC X(189).

       FD DEDUCTION-MASTER
           RECORD CONTAINS 155 CHARACTERS
         03 DM-REST PIC X(146).

       FD METER-MASTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS METER-MASTER-RECORD.
       01 METER-MASTER-RECORD.
         03 MM-KEY PIC X(8).
         03 MM-REST PIC X(52).

       FD VEHICLE-MASTER
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS VEHICLE-MASTER-RECORD.
       01 VEHICLE-MASTER-RECORD.
         03 VM-KEY PIC X(6).
         03 VM-REST PIC X(105).

       FD BUYER-MASTER
           RECORD CONTAINS 58 CHARACTERS
         03 BM-REST PIC X(52).

       FD LEAVE-MASTER
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS LEAVE-MASTER-RECORD.
       01 LEAVE-MASTER-RECORD.
         03 LM-KEY PIC X(9).
         03 LM-REST PIC X(38).

       FD GARNISHMENT-MASTER
           RECORD CONTAINS 159 CHARACTERS
           DATA RECORD IS GARNISHMENT-MASTER-RECORD.
       01 GARNISHMENT-MASTER-RECORD.
         03 GM-KEY PIC X(9).
         03 GM-REST PIC X(150).

       FD ARRANGEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARRANGEMENT-FILE-RECORD.
       01 ARRANGEMENT-FILE-RECORD.
         03 AR-KEY PIC X(6).
         03 AR-REST PIC X(74).

       FD AUTOPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUTOPAY-FILE-RECORD.
       01 AUTOPAY-FILE-RECORD.
         03 AP-KEY PIC X(6).
         03 AP-REST PIC X(74).

       FD WRITEOFF-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WRITEOFF-FILE-RECORD.
       01 WRITEOFF-FILE-RECORD.
         03 WOF-KEY PIC X(6).
         03 WOF-REST PIC X(74).

       FD PREMISE-MASTER
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS PREMISE-MASTER-RECORD.
       01 PREMISE-MASTER-RECORD.
         03 PRM-KEY PIC X(7).
         03 PRM-REST PIC X(113).

       FD OCCUPANCY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OCCUPANCY-FILE-RECORD.
       01 OCCUPANCY-FILE-RECORD.
         03 OCC-KEY PIC X(6).
         03 OCC-REST PIC X(54).

      * BACKUP MANIFEST - SAME RECORD THE BACKUP PROGRAM WRITES,
      * NAMING THE GENERATION, RUN NUMBER, AND RECORD COUNT OF THE
      * REPLAY COUNTS FOR THE OPERATOR
       01 APPLIED-WRITE-COUNT PIC 9(7) VALUE ZERO.
       01 APPLIED-REWRITE-COUNT PIC 9(7) VALUE ZERO.
       01 APPLIED-DELETE-COUNT PIC 9(7) VALUE ZERO.
       01 SKIPPED-RECORD-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY 'REBUILD OF ' TARGET-FILE-ID ' COMPLETE'.
           DISPLAY '  RECORDS WRITTEN:   ' APPLIED-WRITE-COUNT.
           DISPLAY '  RECORDS REWRITTEN: ' APPLIED-REWRITE-COUNT.
           DISPLAY '  RECORDS DELETED:   ' APPLIED-DELETE-COUNT.
           DISPLAY '  JOURNAL RECORDS SKIPPED: ' SKIPPED-RECORD-COUNT.

           STOP RUN.
                AND RCV-FILE-ID NOT = 'VEHMAST '
                AND RCV-FILE-ID NOT = 'BUYRMAST'
                AND RCV-FILE-ID NOT = 'LEAVEMST'
                AND RCV-FILE-ID NOT = 'GARNMAST'
                AND RCV-FILE-ID NOT = 'ARRANGE '
                AND RCV-FILE-ID NOT = 'AUTOPAY '
                AND RCV-FILE-ID NOT = 'WRITEOFF'
                AND RCV-FILE-ID NOT = 'PREMISE '
                AND RCV-FILE-ID NOT = 'OCCUPNCY'
               DISPLAY '*** REBUILD ABORTED: UNRECOGNIZED FILE ID '
                   RCV-FILE-ID ' ON RECOVER.CTL ***'
               MOVE 16 TO RETURN-CODE
               OPEN I-O BUYER-MASTER.
           IF TARGET-FILE-ID = 'LEAVEMST'
               OPEN I-O LEAVE-MASTER.
           IF TARGET-FILE-ID = 'GARNMAST'
               OPEN I-O GARNISHMENT-MASTER.
           IF TARGET-FILE-ID = 'ARRANGE '
               OPEN I-O ARRANGEMENT-FILE.
           IF TARGET-FILE-ID = 'AUTOPAY '
               OPEN I-O AUTOPAY-FILE.
           IF TARGET-FILE-ID = 'WRITEOFF'
               OPEN I-O WRITEOFF-FILE.
           IF TARGET-FILE-ID = 'PREMISE '
               OPEN I-O PREMISE-MASTER.
           IF TARGET-FILE-ID = 'OCCUPNCY'
               OPEN I-O OCCUPANCY-FILE.



               CLOSE BUYER-MASTER.
           IF TARGET-FILE-ID = 'LEAVEMST'
               CLOSE LEAVE-MASTER.
           IF TARGET-FILE-ID = 'GARNMAST'
               CLOSE GARNISHMENT-MASTER.
           IF TARGET-FILE-ID = 'ARRANGE '
               CLOSE ARRANGEMENT-FILE.
           IF TARGET-FILE-ID = 'AUTOPAY '
               CLOSE AUTOPAY-FILE.
           IF TARGET-FILE-ID = 'WRITEOFF'
               CLOSE WRITEOFF-FILE.
           IF TARGET-FILE-ID = 'PREMISE '
               CLOSE PREMISE-MASTER.
           IF TARGET-FILE-ID = 'OCCUPNCY'
               CLOSE OCCUPANCY-FILE.



      *    APPLIES THE JOURNAL RECORD IN HAND WHEN IT BELONGS TO THE
      *    TARGET MASTER AND FALLS IN THE REPLAY WINDOW, THEN READS
      *    THE NEXT ONE. RECORDS FOR OTHER FILES, EARLIER RUNS, OR
      *    WITH UNREADABLE RUN NUMBERS ARE COUNTED AND SKIPPED. A
      *    PURGE DELETE ('DL') REMOVES ITS KEY INSTEAD.
      *
      ******************************************************************
       REPLAY-JOURNAL-RECORD.
           IF JRN-FILE-ID = TARGET-FILE-ID
                AND JRN-RUN-NUMBER IS NUMERIC
                AND JRN-RUN-NUMBER >= REPLAY-FROM-RUN
               IF JRN-ACTION = 'DL'
                   PERFORM APPLY-DELETE-IMAGE
               ELSE
                   PERFORM APPLY-AFTER-IMAGE
               END-IF
           ELSE
               ADD 1 TO SKIPPED-RECORD-COUNT
           END-IF.
               PERFORM APPLY-BUYER-IMAGE.
           IF TARGET-FILE-ID = 'LEAVEMST'
               PERFORM APPLY-LEAVE-IMAGE.
           IF TARGET-FILE-ID = 'GARNMAST'
               PERFORM APPLY-GARNISHMENT-IMAGE.
           IF TARGET-FILE-ID = 'ARRANGE '
               PERFORM APPLY-ARRANGEMENT-IMAGE.
           IF TARGET-FILE-ID = 'AUTOPAY '
               PERFORM APPLY-AUTOPAY-IMAGE.
           IF TARGET-FILE-ID = 'WRITEOFF'
               PERFORM APPLY-WRITEOFF-IMAGE.
           IF TARGET-FILE-ID = 'PREMISE '
               PERFORM APPLY-PREMISE-IMAGE.
           IF TARGET-FILE-ID = 'OCCUPNCY'
               PERFORM APPLY-OCCUPANCY-IMAGE.



      ******************************************************************
      *
      *    APPLY-DELETE-IMAGE
      *
      *    TAKES THE PURGED RECORD'S KEY FROM THE JOURNALED BEFORE
      *    IMAGE AND DELETES IT FROM THE TARGET MASTER. ONLY THE
      *    MASTERS THE PURGE RUN REMOVES RECORDS FROM CARRY DELETES;
      *    A KEY ALREADY GONE IS LEFT AS IT IS.
      *
      ******************************************************************
       APPLY-DELETE-IMAGE.
           IF TARGET-FILE-ID = 'CUSTMAST'
               MOVE JRN-BEFORE-IMAGE (1:6) TO CM-KEY
               DELETE CUSTOMER-MASTER RECORD
                   INVALID KEY
                       ADD 1 TO SKIPPED-RECORD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-DELETE-COUNT
               END-DELETE.
           IF TARGET-FILE-ID = 'EMPMAST '
               MOVE JRN-BEFORE-IMAGE (1:9) TO EM-KEY
               DELETE EMPLOYEE-MASTER RECORD
                   INVALID KEY
                       ADD 1 TO SKIPPED-RECORD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-DELETE-COUNT
               END-DELETE.
           IF TARGET-FILE-ID = 'YTDMAST '
               MOVE JRN-BEFORE-IMAGE (1:9) TO YM-KEY
               DELETE YTD-MASTER RECORD
                   INVALID KEY
                       ADD 1 TO SKIPPED-RECORD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-DELETE-COUNT
               END-DELETE.
           IF TARGET-FILE-ID = 'VEHMAST '
               MOVE JRN-BEFORE-IMAGE (1:6) TO VM-KEY
               DELETE VEHICLE-MASTER RECORD
                   INVALID KEY
                       ADD 1 TO SKIPPED-RECORD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-DELETE-COUNT
               END-DELETE.
           IF TARGET-FILE-ID = 'LEAVEMST'
               MOVE JRN-BEFORE-IMAGE (1:9) TO LM-KEY
               DELETE LEAVE-MASTER RECORD
                   INVALID KEY
                       ADD 1 TO SKIPPED-RECORD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-DELETE-COUNT
               END-DELETE.
           IF TARGET-FILE-ID = 'GARNMAST'
               MOVE JRN-BEFORE-IMAGE (1:9) TO GM-KEY
               DELETE GARNISHMENT-MASTER RECORD
                   INVALID KEY
                       ADD 1 TO SKIPPED-RECORD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-DELETE-COUNT
               END-DELETE.



                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:105) TO EMPLOYEE-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE EMPLOYEE-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:198) TO YTD-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE YTD-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:60) TO METER-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE METER-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:111) TO VEHICLE-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE VEHICLE-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:47) TO LEAVE-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE LEAVE-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           END-IF.


      ******************************************************************
      *
      *    APPLY-GARNISHMENT-IMAGE
      *
      ******************************************************************
       APPLY-GARNISHMENT-IMAGE.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE JRN-AFTER-IMAGE (1:9) TO GM-KEY.
           READ GARNISHMENT-MASTER
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:159) TO GARNISHMENT-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE GARNISHMENT-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           ELSE
               WRITE GARNISHMENT-MASTER-RECORD
               ADD 1 TO APPLIED-WRITE-COUNT
           END-IF.


      ******************************************************************
      *
      *    APPLY-ARRANGEMENT-IMAGE
      *
      ******************************************************************
       APPLY-ARRANGEMENT-IMAGE.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE JRN-AFTER-IMAGE (1:6) TO AR-KEY.
           READ ARRANGEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:80) TO ARRANGEMENT-FILE-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE ARRANGEMENT-FILE-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           ELSE
               WRITE ARRANGEMENT-FILE-RECORD
               ADD 1 TO APPLIED-WRITE-COUNT
           END-IF.


      ******************************************************************
      *
      *    APPLY-AUTOPAY-IMAGE
      *
      ******************************************************************
       APPLY-AUTOPAY-IMAGE.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE JRN-AFTER-IMAGE (1:6) TO AP-KEY.
           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:80) TO AUTOPAY-FILE-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE AUTOPAY-FILE-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           ELSE
               WRITE AUTOPAY-FILE-RECORD
               ADD 1 TO APPLIED-WRITE-COUNT
           END-IF.


      ******************************************************************
      *
      *    APPLY-WRITEOFF-IMAGE
      *
      ******************************************************************
       APPLY-WRITEOFF-IMAGE.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE JRN-AFTER-IMAGE (1:6) TO WOF-KEY.
           READ WRITEOFF-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:80) TO WRITEOFF-FILE-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE WRITEOFF-FILE-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           ELSE
               WRITE WRITEOFF-FILE-RECORD
               ADD 1 TO APPLIED-WRITE-COUNT
           END-IF.


      ******************************************************************
      *
      *    APPLY-PREMISE-IMAGE
      *
      ******************************************************************
       APPLY-PREMISE-IMAGE.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE JRN-AFTER-IMAGE (1:7) TO PRM-KEY.
           READ PREMISE-MASTER
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:120) TO PREMISE-MASTER-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE PREMISE-MASTER-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           ELSE
               WRITE PREMISE-MASTER-RECORD
               ADD 1 TO APPLIED-WRITE-COUNT
           END-IF.


      ******************************************************************
      *
      *    APPLY-OCCUPANCY-IMAGE
      *
      ******************************************************************
       APPLY-OCCUPANCY-IMAGE.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE JRN-AFTER-IMAGE (1:6) TO OCC-KEY.
           READ OCCUPANCY-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SWITCH
           END-READ.

           MOVE JRN-AFTER-IMAGE (1:60) TO OCCUPANCY-FILE-RECORD.
           IF RECORD-FOUND-SWITCH = 'Y'
               REWRITE OCCUPANCY-FILE-RECORD
               ADD 1 TO APPLIED-REWRITE-COUNT
           ELSE
               WRITE OCCUPANCY-FILE-RECORD
               ADD 1 TO APPLIED-WRITE-COUNT
           END-IF.


       END PROGRAM MSTRBLD.
