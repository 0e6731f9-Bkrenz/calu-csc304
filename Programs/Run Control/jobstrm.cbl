       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
       AUTHOR. 'KRENCY-KRESS-PADILLA'.

      ******************************************************************
      *
      *    BATCH JOB-STREAM DRIVER
      *
      *    RUNS THE NIGHTLY AND MONTH-END STEPS IN THE ORDER THE
      *    JOB-STREAM DEFINITION (JOBSTRM.TXT) GIVES THEM, AND REFUSES
      *    TO START A STEP UNTIL EVERY PREDECESSOR IT NAMES HAS A
      *    COMPLETED ('C') RECORD ON THE RUN-CONTROL LOG FOR THE
      *    STREAM'S PERIOD. A PREDECESSOR THAT NEVER RAN, THAT
      *    STARTED AND NEVER COMPLETED, OR THAT ENDED FOR REVIEW
      *    HOLDS THE STEP - AND, SINCE A HELD STEP LEAVES NO
      *    COMPLETION BEHIND, EVERY STEP WAITING ON IT IN TURN.
      *
      *    EACH DEFINITION LINE NAMES THE STEP, THE PROGRAM NAME IT
      *    REGISTERS UNDER ON RUNCTL.DAT, HOW IT REGISTERS, UP TO FOUR
      *    PREDECESSORS (BY THEIR RUN-CONTROL NAMES), AND THE COMMAND
      *    THAT RUNS IT. THE REGISTRATION FLAG IS:
      *        P - THE PROGRAM REGISTERS UNDER THE PERIOD ITSELF
      *            (BILLING, CARSALES, PAYROLL)
      *        Z - THE PROGRAM REGISTERS UNDER PERIOD ZERO LIKE A
      *            MAINTENANCE RUN (CASHRCPT, BACKUP, CUSTMNT ...);
      *            THE STEP LOG TIES ITS RUN NUMBER TO THE PERIOD
      *        N - THE PROGRAM DOES NOT REGISTER (MONTHEND); THE
      *            DRIVER REGISTERS THE STEP FOR IT UNDER THE PERIOD,
      *            COMPLETE ON EXIT CODE 0, FOR REVIEW ON EXIT CODE 4,
      *            AND LEAVES THE START RECORD OPEN ON ANYTHING ELSE
      *
      *    A STEP WHOSE OWN PROGRAM ALREADY COMPLETED FOR THE PERIOD
      *    IS PASSED OVER, SO A STREAM THAT STOPPED PART WAY IS
      *    RESTARTED BY SUBMITTING IT AGAIN.
      *
      *    EVERY STEP THE DRIVER DISPOSES OF IS APPENDED TO THE STEP
      *    LOG (JOBLOG.TXT) WITH ITS START AND END TIMES, EXIT CODE,
      *    REGISTERED RUN NUMBER, AND OUTCOME, AND THE JOB-STREAM
      *    STATUS REPORT (JOBSTAT.TXT) SHOWS WHAT RAN, WHAT WAS HELD,
      *    AND WHY. THE PERIOD COMES FROM JOBCARD.TXT (YYYYMM).
      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO 'JOBCARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-STREAM-FILE ASSIGN TO 'JOBSTRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-STEP-LOG ASSIGN TO 'JOBLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-STATUS-REPORT ASSIGN TO 'JOBSTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * JOB CARD - THE PERIOD THE STREAM RUNS FOR
       FD JOB-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS JOB-CONTROL-RECORD.
       01 JOB-CONTROL-RECORD.
         03 JC-PERIOD PIC 9(6).

      * JOB-STREAM DEFINITION - ONE STEP PER LINE, IN RUNNING ORDER
       FD JOB-STREAM-FILE
           RECORD CONTAINS 139 CHARACTERS
           DATA RECORD IS JOB-STREAM-RECORD.
       01 JOB-STREAM-RECORD.
         03 JS-STEP-NAME PIC X(8).
         03 JS-PROGRAM PIC X(10).
         03 JS-REGISTER-MODE PIC X(1).
         03 JS-PREDECESSOR PIC X(10) OCCURS 4 TIMES.
         03 JS-COMMAND PIC X(80).

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

      * STEP LOG - ONE RECORD PER STEP DISPOSED OF. OUTCOME IS C
      * (COMPLETE), R (REVIEW), F (FAILED), H (HELD), OR K (ALREADY
      * COMPLETE, PASSED OVER)
       FD JOB-STEP-LOG
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS JOB-STEP-LOG-RECORD.
       01 JOB-STEP-LOG-RECORD.
         03 JL-PERIOD PIC 9(6).
         03 JL-STEP-NAME PIC X(8).
         03 JL-PROGRAM PIC X(10).
         03 JL-RUN-NUMBER PIC 9(6).
         03 JL-START-STAMP PIC X(14).
         03 JL-END-STAMP PIC X(14).
         03 JL-EXIT-CODE PIC 9(3).
         03 JL-OUTCOME PIC X(1).

      * JOB-STREAM STATUS REPORT OUTPUT INFORMATION
       FD JOB-STATUS-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS JOB-STATUS-PRINT-LINE.
       01 JOB-STATUS-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * FILE SCAN SWITCHES
       01 CONTROL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 STREAM-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 RUNCTL-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
       01 STEP-LOG-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

      * THE PERIOD THE STREAM RUNS FOR
       01 STREAM-PERIOD PIC 9(6) VALUE ZERO.

      * THE STEPS OF THE STREAM, AS DEFINED AND AS DISPOSED OF
       01 STEP-TABLE.
         03 STEP-ENTRY OCCURS 50 TIMES.
           05 ST-STEP-NAME PIC X(8).
           05 ST-PROGRAM PIC X(10).
           05 ST-REGISTER-MODE PIC X(1).
           05 ST-PREDECESSOR PIC X(10) OCCURS 4 TIMES.
           05 ST-COMMAND PIC X(80).
           05 ST-OUTCOME PIC X(1).
           05 ST-RUN-NUMBER PIC 9(6).
           05 ST-START-STAMP PIC X(14).
           05 ST-END-STAMP PIC X(14).
           05 ST-EXIT-CODE PIC 9(3).
           05 ST-REASON PIC X(40).
       01 STEP-COUNT PIC 9(2) VALUE ZERO.
       01 STEP-INDEX PIC 9(2) VALUE ZERO.
       01 PRIOR-STEP-INDEX PIC 9(2) VALUE ZERO.
       01 PREDECESSOR-INDEX PIC 9(1) VALUE ZERO.
       01 STEP-TABLE-FULL-SWITCH PIC X VALUE 'N'.

      * RUN NUMBERS THE STEP LOG TIES TO A PERIOD - HOW A PERIOD-ZERO
      *     REGISTRATION IS COUNTED TOWARD THE STREAM'S PERIOD
       01 LOGGED-RUN-TABLE.
         03 LOGGED-RUN-ENTRY OCCURS 2000 TIMES.
           05 LR-RUN-NUMBER PIC 9(6).
           05 LR-PERIOD PIC 9(6).
       01 LOGGED-RUN-COUNT PIC 9(4) VALUE ZERO.
       01 LOGGED-RUN-INDEX PIC 9(4) VALUE ZERO.
       01 LOGGED-RUNS-FULL-SWITCH PIC X VALUE 'N'.

      * RUN-CONTROL LOOKUP WORK - THE PROGRAM LOOKED FOR, AND THE
      *     LATEST RUN FOUND FOR IT AND THAT RUN'S LAST STATUS
       01 LOOKUP-PROGRAM-WORK PIC X(10) VALUE SPACES.
       01 LOOKUP-AFTER-RUN PIC 9(6) VALUE ZERO.
       01 LOOKUP-PERIOD-SWITCH PIC X VALUE 'Y'.
       01 EFFECTIVE-PERIOD-WORK PIC 9(6) VALUE ZERO.
       01 LATEST-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 LATEST-RUN-STATUS PIC X(1) VALUE SPACES.
       01 MAX-RUN-NUMBER PIC 9(6) VALUE ZERO.
       01 RUN-NUMBER-WORK PIC 9(6) VALUE ZERO.

      * THE STEP IN HAND
       01 STEP-HELD-SWITCH PIC X VALUE 'N'.
       01 PREDECESSOR-WORK PIC X(10) VALUE SPACES.
       01 COMMAND-WORK PIC X(80) VALUE SPACES.
       01 STEP-RETURN-CODE PIC S9(9) VALUE ZERO.
       01 DRIVER-STATUS-WORK PIC X(1) VALUE SPACES.

       01 CLOCK-STAMP-FIELDS.
         03 CLOCK-STAMP-YMDHMS PIC 9(14).
         03 FILLER PIC X(7).

      * STREAM COUNTS
       01 COMPLETE-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 REVIEW-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 FAILED-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 HELD-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 PASSED-STEP-COUNT PIC 9(2) VALUE ZERO.

      * REPORT LINES
       01 STATUS-TITLE-LINE.
         03 FILLER PIC X(34) VALUE 'JOB-STREAM STATUS REPORT - PERIOD'.
         03 TTL-PERIOD PIC 9(6).

       01 STATUS-HEADING.
         03 FILLER PIC X(10) VALUE 'STEP'.
         03 FILLER PIC X(12) VALUE 'PROGRAM'.
         03 FILLER PIC X(8) VALUE 'RUN'.
         03 FILLER PIC X(21) VALUE 'STARTED'.
         03 FILLER PIC X(21) VALUE 'ENDED'.
         03 FILLER PIC X(5) VALUE ' EXIT'.
         03 FILLER PIC X(2) VALUE SPACES.
         03 FILLER PIC X(10) VALUE 'STATUS'.
         03 FILLER PIC X(6) VALUE 'REASON'.

       01 STATUS-DETAIL-LINE.
         03 STAT-STEP-NAME PIC X(8).
         03 FILLER PIC X(2) VALUE SPACES.
         03 STAT-PROGRAM PIC X(10).
         03 FILLER PIC X(2) VALUE SPACES.
         03 STAT-RUN-NUMBER PIC X(6).
         03 FILLER PIC X(2) VALUE SPACES.
         03 STAT-STARTED PIC X(19).
         03 FILLER PIC X(2) VALUE SPACES.
         03 STAT-ENDED PIC X(19).
         03 FILLER PIC X(2) VALUE SPACES.
         03 STAT-EXIT-CODE PIC X(5).
         03 FILLER PIC X(2) VALUE SPACES.
         03 STAT-STATUS PIC X(10).
         03 STAT-REASON PIC X(40).

      * A STEP-LOG TIME STAMP LAID OUT FOR PRINTING
       01 STAMP-WORK PIC X(14) VALUE SPACES.
       01 STAMP-PRINT-WORK PIC X(19) VALUE SPACES.
       01 EXIT-CODE-EDIT PIC ZZ9.

       01 STATUS-COUNT-LINE.
         03 STAT-COUNT-LABEL PIC X(30).
         03 STAT-COUNT PIC ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *
      *    RUN-JOB-STREAM
      *
      *    THIS FUNCTION IS THE MAIN ENTRY POINT. IT READS THE PERIOD
      *    AND THE STREAM DEFINITION, LOADS THE STEP LOG'S PERIOD
      *    TIES, DISPOSES OF EACH STEP IN ORDER, AND PRINTS THE
      *    STATUS REPORT. ANY STEP THAT DID NOT COMPLETE LEAVES A
      *    REVIEW CODE.
      *
      ******************************************************************
       RUN-JOB-STREAM.
           PERFORM READ-JOB-CARD.
           PERFORM LOAD-STREAM-DEFINITION.
           PERFORM LOAD-LOGGED-RUNS.

           OPEN EXTEND JOB-STEP-LOG.
           PERFORM VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT
               PERFORM DISPOSE-OF-STEP
               PERFORM WRITE-STEP-LOG-RECORD
           END-PERFORM.
           CLOSE JOB-STEP-LOG.

           OPEN OUTPUT JOB-STATUS-REPORT.
           PERFORM WRITE-STATUS-REPORT.
           CLOSE JOB-STATUS-REPORT.

           DISPLAY 'JOB STREAM PERIOD ' STREAM-PERIOD ' - '
               COMPLETE-STEP-COUNT ' COMPLETE, '
               REVIEW-STEP-COUNT ' REVIEW, '
               FAILED-STEP-COUNT ' FAILED, '
               HELD-STEP-COUNT ' HELD'.

           IF REVIEW-STEP-COUNT > ZERO
                OR FAILED-STEP-COUNT > ZERO
                OR HELD-STEP-COUNT > ZERO
               DISPLAY '*** WARNING: JOB STREAM DID NOT FINISH - '
                   'SEE JOBSTAT.TXT ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.



      ******************************************************************
      *
      *    READ-JOB-CARD
      *
      *    READS THE PERIOD THE STREAM RUNS FOR. THE PERIOD DECIDES
      *    WHICH COMPLETIONS SATISFY A PREDECESSOR, SO THERE IS NO
      *    DEFAULT - NO CARD, OR AN UNREADABLE ONE, STOPS THE STREAM.
      *
      ******************************************************************
       READ-JOB-CARD.
           MOVE 'YES' TO CONTROL-DATA-REMAINS-SWITCH.
           OPEN INPUT JOB-CONTROL-FILE.
           READ JOB-CONTROL-FILE
               AT END
                   MOVE 'NO' TO CONTROL-DATA-REMAINS-SWITCH
           END-READ.
           CLOSE JOB-CONTROL-FILE.

           IF CONTROL-DATA-REMAINS-SWITCH = 'NO'
                OR JC-PERIOD IS NOT NUMERIC
                OR JC-PERIOD = ZERO
               DISPLAY '*** RUN ABORTED: NO VALID PERIOD ON '
                   'JOBCARD.TXT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE JC-PERIOD TO STREAM-PERIOD.



      ******************************************************************
      *
      *    LOAD-STREAM-DEFINITION
      *
      *    TABLES THE STEPS IN THE ORDER THEY ARE DEFINED. A LINE
      *    WITH NO STEP NAME OR NO COMMAND IS SKIPPED, AND AN UNKNOWN
      *    REGISTRATION FLAG IS TAKEN AS 'P'. A STREAM WITH NO STEPS
      *    STOPS THE RUN.
      *
      ******************************************************************
       LOAD-STREAM-DEFINITION.
           MOVE 'YES' TO STREAM-DATA-REMAINS-SWITCH.
           OPEN INPUT JOB-STREAM-FILE.
           READ JOB-STREAM-FILE
               AT END
                   MOVE 'NO' TO STREAM-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL STREAM-DATA-REMAINS-SWITCH = 'NO'
               IF JS-STEP-NAME NOT = SPACES
                    AND JS-COMMAND NOT = SPACES
                   PERFORM ADD-STREAM-STEP
               END-IF
               READ JOB-STREAM-FILE
                   AT END
                       MOVE 'NO' TO STREAM-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE JOB-STREAM-FILE.

           IF STEP-COUNT = ZERO
               DISPLAY '*** RUN ABORTED: NO STEPS DEFINED ON '
                   'JOBSTRM.TXT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      ******************************************************************
      *
      *    ADD-STREAM-STEP
      *
      *    ADDS THE DEFINITION LINE IN HAND TO THE STEP TABLE. A STEP
      *    WITH NO RUN-CONTROL NAME OF ITS OWN IS KNOWN BY ITS STEP
      *    NAME.
      *
      ******************************************************************
       ADD-STREAM-STEP.
           IF STEP-COUNT < 50
               ADD 1 TO STEP-COUNT
               MOVE JS-STEP-NAME TO ST-STEP-NAME (STEP-COUNT)
               IF JS-PROGRAM = SPACES
                   MOVE JS-STEP-NAME TO ST-PROGRAM (STEP-COUNT)
               ELSE
                   MOVE JS-PROGRAM TO ST-PROGRAM (STEP-COUNT)
               END-IF
               IF JS-REGISTER-MODE = 'Z' OR JS-REGISTER-MODE = 'N'
                   MOVE JS-REGISTER-MODE
                       TO ST-REGISTER-MODE (STEP-COUNT)
               ELSE
                   MOVE 'P' TO ST-REGISTER-MODE (STEP-COUNT)
               END-IF
               PERFORM VARYING PREDECESSOR-INDEX FROM 1 BY 1
                   UNTIL PREDECESSOR-INDEX > 4
                   MOVE JS-PREDECESSOR (PREDECESSOR-INDEX)
                       TO ST-PREDECESSOR (STEP-COUNT PREDECESSOR-INDEX)
               END-PERFORM
               MOVE JS-COMMAND TO ST-COMMAND (STEP-COUNT)
               MOVE SPACES TO ST-OUTCOME (STEP-COUNT)
               MOVE ZERO TO ST-RUN-NUMBER (STEP-COUNT)
               MOVE SPACES TO ST-START-STAMP (STEP-COUNT)
               MOVE SPACES TO ST-END-STAMP (STEP-COUNT)
               MOVE ZERO TO ST-EXIT-CODE (STEP-COUNT)
               MOVE SPACES TO ST-REASON (STEP-COUNT)
           ELSE
               IF STEP-TABLE-FULL-SWITCH = 'N'
                   MOVE 'Y' TO STEP-TABLE-FULL-SWITCH
                   DISPLAY '*** WARNING: STEP TABLE FULL AT 50 '
                       'STEPS - LATER STEPS NOT RUN ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    LOAD-LOGGED-RUNS
      *
      *    TABLES EVERY RUN NUMBER THE STEP LOG HAS TIED TO A PERIOD,
      *    SO A PERIOD-ZERO REGISTRATION THE DRIVER STARTED COUNTS
      *    TOWARD THE PERIOD IT WAS STARTED FOR.
      *
      ******************************************************************
       LOAD-LOGGED-RUNS.
           MOVE 'YES' TO STEP-LOG-DATA-REMAINS-SWITCH.
           OPEN INPUT JOB-STEP-LOG.
           READ JOB-STEP-LOG
               AT END
                   MOVE 'NO' TO STEP-LOG-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL STEP-LOG-DATA-REMAINS-SWITCH = 'NO'
               IF JL-RUN-NUMBER IS NUMERIC
                    AND JL-RUN-NUMBER > ZERO
                    AND JL-PERIOD IS NUMERIC
                   MOVE JL-RUN-NUMBER TO RUN-NUMBER-WORK
                   MOVE JL-PERIOD TO EFFECTIVE-PERIOD-WORK
                   PERFORM ADD-LOGGED-RUN
               END-IF
               READ JOB-STEP-LOG
                   AT END
                       MOVE 'NO' TO STEP-LOG-DATA-REMAINS-SWITCH
               END-READ
           END-PERFORM.
           CLOSE JOB-STEP-LOG.



      ******************************************************************
      *
      *    ADD-LOGGED-RUN
      *
      *    ADDS RUN-NUMBER-WORK, TIED TO EFFECTIVE-PERIOD-WORK, TO THE
      *    LOGGED-RUN TABLE.
      *
      ******************************************************************
       ADD-LOGGED-RUN.
           IF LOGGED-RUN-COUNT < 2000
               ADD 1 TO LOGGED-RUN-COUNT
               MOVE RUN-NUMBER-WORK TO LR-RUN-NUMBER (LOGGED-RUN-COUNT)
               MOVE EFFECTIVE-PERIOD-WORK
                   TO LR-PERIOD (LOGGED-RUN-COUNT)
           ELSE
               IF LOGGED-RUNS-FULL-SWITCH = 'N'
                   MOVE 'Y' TO LOGGED-RUNS-FULL-SWITCH
                   DISPLAY '*** WARNING: LOGGED-RUN TABLE FULL AT '
                       '2000 - OLDER PERIOD-ZERO RUNS NOT TIED ***'
               END-IF
           END-IF.



      ******************************************************************
      *
      *    DISPOSE-OF-STEP
      *
      *    DECIDES WHAT HAPPENS TO THE STEP AT STEP-INDEX: PASSED OVER
      *    WHEN ITS PROGRAM ALREADY COMPLETED FOR THE PERIOD, HELD
      *    WHEN A PREDECESSOR HAS NOT, AND OTHERWISE RUN.
      *
      ******************************************************************
       DISPOSE-OF-STEP.
           MOVE ST-PROGRAM (STEP-INDEX) TO LOOKUP-PROGRAM-WORK.
           MOVE ZERO TO LOOKUP-AFTER-RUN.
           MOVE 'Y' TO LOOKUP-PERIOD-SWITCH.
           PERFORM FIND-LATEST-RUN.

           IF LATEST-RUN-NUMBER > ZERO AND LATEST-RUN-STATUS = 'C'
               MOVE 'K' TO ST-OUTCOME (STEP-INDEX)
               MOVE LATEST-RUN-NUMBER TO ST-RUN-NUMBER (STEP-INDEX)
               MOVE 'ALREADY COMPLETE FOR PERIOD'
                   TO ST-REASON (STEP-INDEX)
               ADD 1 TO PASSED-STEP-COUNT
           ELSE
               MOVE 'N' TO STEP-HELD-SWITCH
               PERFORM VARYING PREDECESSOR-INDEX FROM 1 BY 1
                   UNTIL PREDECESSOR-INDEX > 4
                      OR STEP-HELD-SWITCH = 'Y'
                   MOVE ST-PREDECESSOR (STEP-INDEX PREDECESSOR-INDEX)
                       TO PREDECESSOR-WORK
                   IF PREDECESSOR-WORK NOT = SPACES
                       PERFORM CHECK-PREDECESSOR
                   END-IF
               END-PERFORM
               IF STEP-HELD-SWITCH = 'Y'
                   MOVE 'H' TO ST-OUTCOME (STEP-INDEX)
                   ADD 1 TO HELD-STEP-COUNT
                   DISPLAY 'STEP ' ST-STEP-NAME (STEP-INDEX)
                       ' HELD - ' ST-REASON (STEP-INDEX)
               ELSE
                   PERFORM RUN-STREAM-STEP
               END-IF
           END-IF.



      ******************************************************************
      *
      *    CHECK-PREDECESSOR
      *
      *    HOLDS THE STEP UNLESS PREDECESSOR-WORK'S LATEST RUN FOR THE
      *    PERIOD COMPLETED, AND SAYS WHY IN THE STEP'S REASON. A
      *    PREDECESSOR THAT WAS ITSELF HELD OR FAILED EARLIER IN THIS
      *    STREAM IS NAMED AS SUCH.
      *
      ******************************************************************
       CHECK-PREDECESSOR.
           MOVE PREDECESSOR-WORK TO LOOKUP-PROGRAM-WORK.
           MOVE ZERO TO LOOKUP-AFTER-RUN.
           MOVE 'Y' TO LOOKUP-PERIOD-SWITCH.
           PERFORM FIND-LATEST-RUN.

           IF LATEST-RUN-NUMBER = ZERO OR LATEST-RUN-STATUS NOT = 'C'
               MOVE 'Y' TO STEP-HELD-SWITCH
               MOVE SPACES TO ST-REASON (STEP-INDEX)
               IF LATEST-RUN-NUMBER = ZERO
                   STRING PREDECESSOR-WORK DELIMITED BY SPACE
                       ' HAS NOT RUN FOR PERIOD' DELIMITED BY SIZE
                       INTO ST-REASON (STEP-INDEX)
               ELSE
                   IF LATEST-RUN-STATUS = 'R'
                       STRING PREDECESSOR-WORK DELIMITED BY SPACE
                           ' ENDED FOR REVIEW' DELIMITED BY SIZE
                           INTO ST-REASON (STEP-INDEX)
                   ELSE
                       STRING PREDECESSOR-WORK DELIMITED BY SPACE
                           ' STARTED, NEVER COMPLETED'
                           DELIMITED BY SIZE
                           INTO ST-REASON (STEP-INDEX)
                   END-IF
               END-IF
               PERFORM VARYING PRIOR-STEP-INDEX FROM 1 BY 1
                   UNTIL PRIOR-STEP-INDEX NOT < STEP-INDEX
                   IF ST-PROGRAM (PRIOR-STEP-INDEX) = PREDECESSOR-WORK
                        AND ST-OUTCOME (PRIOR-STEP-INDEX) = 'H'
                       MOVE SPACES TO ST-REASON (STEP-INDEX)
                       STRING PREDECESSOR-WORK DELIMITED BY SPACE
                           ' HELD IN THIS STREAM' DELIMITED BY SIZE
                           INTO ST-REASON (STEP-INDEX)
                   END-IF
                   IF ST-PROGRAM (PRIOR-STEP-INDEX) = PREDECESSOR-WORK
                        AND ST-OUTCOME (PRIOR-STEP-INDEX) = 'F'
                       MOVE SPACES TO ST-REASON (STEP-INDEX)
                       STRING PREDECESSOR-WORK DELIMITED BY SPACE
                           ' FAILED IN THIS STREAM' DELIMITED BY SIZE
                           INTO ST-REASON (STEP-INDEX)
                   END-IF
               END-PERFORM
           END-IF.



      ******************************************************************
      *
      *    FIND-LATEST-RUN
      *
      *    SCANS THE RUN-CONTROL LOG FOR LOOKUP-PROGRAM-WORK'S LATEST
      *    RUN AFTER LOOKUP-AFTER-RUN, LEAVING ITS NUMBER IN LATEST-
      *    RUN-NUMBER (ZERO WHEN THERE IS NONE) AND ITS LAST STATUS IN
      *    LATEST-RUN-STATUS. WITH LOOKUP-PERIOD-SWITCH 'Y' ONLY RUNS
      *    FOR THE STREAM'S PERIOD COUNT - A PERIOD-ZERO RUN COUNTS
      *    FOR THE PERIOD THE STEP LOG TIES IT TO. ALSO LEAVES THE
      *    HIGHEST RUN NUMBER ON THE LOG IN MAX-RUN-NUMBER.
      *
      ******************************************************************
       FIND-LATEST-RUN.
           MOVE ZERO TO LATEST-RUN-NUMBER.
           MOVE SPACES TO LATEST-RUN-STATUS.
           MOVE ZERO TO MAX-RUN-NUMBER.
           MOVE 'YES' TO RUNCTL-DATA-REMAINS-SWITCH.

           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'NO' TO RUNCTL-DATA-REMAINS-SWITCH
           END-READ.

           PERFORM UNTIL RUNCTL-DATA-REMAINS-SWITCH = 'NO'
               IF RC-RUN-NUMBER IS NUMERIC
                    AND RC-PERIOD IS NUMERIC
                   IF RC-RUN-NUMBER > MAX-RUN-NUMBER
                       MOVE RC-RUN-NUMBER TO MAX-RUN-NUMBER
                   END-IF
                   IF RC-PROGRAM = LOOKUP-PROGRAM-WORK
                        AND RC-RUN-NUMBER > LOOKUP-AFTER-RUN
                        AND RC-RUN-NUMBER NOT < LATEST-RUN-NUMBER
                       PERFORM SET-EFFECTIVE-PERIOD
                       IF LOOKUP-PERIOD-SWITCH = 'N'
                            OR EFFECTIVE-PERIOD-WORK = STREAM-PERIOD
                           MOVE RC-RUN-NUMBER TO LATEST-RUN-NUMBER
                           MOVE RC-STATUS TO LATEST-RUN-STATUS
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
      *    SET-EFFECTIVE-PERIOD
      *
      *    THE PERIOD THE RUN-CONTROL RECORD IN HAND COUNTS FOR: ITS
      *    OWN PERIOD, OR FOR A PERIOD-ZERO RUN THE PERIOD THE STEP
      *    LOG TIES ITS RUN NUMBER TO (ZERO WHEN NOT TIED).
      *
      ******************************************************************
       SET-EFFECTIVE-PERIOD.
           MOVE RC-PERIOD TO EFFECTIVE-PERIOD-WORK.
           IF RC-PERIOD = ZERO
               PERFORM VARYING LOGGED-RUN-INDEX FROM 1 BY 1
                   UNTIL LOGGED-RUN-INDEX > LOGGED-RUN-COUNT
                   IF LR-RUN-NUMBER (LOGGED-RUN-INDEX) = RC-RUN-NUMBER
                       MOVE LR-PERIOD (LOGGED-RUN-INDEX)
                           TO EFFECTIVE-PERIOD-WORK
                   END-IF
               END-PERFORM
           END-IF.



      ******************************************************************
      *
      *    RUN-STREAM-STEP
      *
      *    RUNS THE STEP AT STEP-INDEX BETWEEN TWO CLOCK STAMPS AND
      *    TAKES ITS OUTCOME FROM THE RUN-CONTROL LOG - OR, FOR A
      *    PROGRAM THAT DOES NOT REGISTER, FROM ITS EXIT CODE, WHICH
      *    THE DRIVER THEN REGISTERS FOR IT.
      *
      ******************************************************************
       RUN-STREAM-STEP.
           MOVE SPACES TO LOOKUP-PROGRAM-WORK.
           MOVE ZERO TO LOOKUP-AFTER-RUN.
           MOVE 'N' TO LOOKUP-PERIOD-SWITCH.
           PERFORM FIND-LATEST-RUN.
           MOVE MAX-RUN-NUMBER TO LOOKUP-AFTER-RUN.

           IF ST-REGISTER-MODE (STEP-INDEX) = 'N'
               COMPUTE RUN-NUMBER-WORK = MAX-RUN-NUMBER + 1
               MOVE 'S' TO DRIVER-STATUS-WORK
               PERFORM REGISTER-DRIVER-RECORD
           END-IF.

           DISPLAY 'STEP ' ST-STEP-NAME (STEP-INDEX) ' STARTING'.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE CLOCK-STAMP-YMDHMS TO ST-START-STAMP (STEP-INDEX).

           MOVE ST-COMMAND (STEP-INDEX) TO COMMAND-WORK.
           CALL 'SYSTEM' USING COMMAND-WORK.
           MOVE RETURN-CODE TO STEP-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP-FIELDS.
           MOVE CLOCK-STAMP-YMDHMS TO ST-END-STAMP (STEP-INDEX).

      *    THE SHELL HANDS BACK THE STEP'S EXIT CODE IN THE HIGH-ORDER
      *    BYTE OF ITS STATUS
           IF STEP-RETURN-CODE > 255
               DIVIDE 256 INTO STEP-RETURN-CODE
           END-IF.
           IF STEP-RETURN-CODE < ZERO OR STEP-RETURN-CODE > 255
               MOVE 255 TO STEP-RETURN-CODE
           END-IF.
           MOVE STEP-RETURN-CODE TO ST-EXIT-CODE (STEP-INDEX).

           IF ST-REGISTER-MODE (STEP-INDEX) = 'N'
               PERFORM SET-UNREGISTERED-OUTCOME
           ELSE
               PERFORM SET-REGISTERED-OUTCOME
           END-IF.

           IF ST-OUTCOME (STEP-INDEX) = 'C'
               ADD 1 TO COMPLETE-STEP-COUNT
           ELSE
               IF ST-OUTCOME (STEP-INDEX) = 'R'
                   ADD 1 TO REVIEW-STEP-COUNT
               ELSE
                   ADD 1 TO FAILED-STEP-COUNT
               END-IF
           END-IF.

           DISPLAY 'STEP ' ST-STEP-NAME (STEP-INDEX) ' ENDED - EXIT '
               ST-EXIT-CODE (STEP-INDEX) ' ' ST-REASON (STEP-INDEX).



      ******************************************************************
      *
      *    SET-UNREGISTERED-OUTCOME
      *
      *    A PROGRAM THAT DOES NOT REGISTER IS JUDGED BY ITS EXIT
      *    CODE, AND THE DRIVER WRITES THE COMPLETION RECORD THE
      *    PROGRAM WOULD HAVE. A FAILED STEP KEEPS ITS OPEN START
      *    RECORD, THE WAY A REGISTERED RUN THAT DIES DOES.
      *
      ******************************************************************
       SET-UNREGISTERED-OUTCOME.
           MOVE RUN-NUMBER-WORK TO ST-RUN-NUMBER (STEP-INDEX).
           IF STEP-RETURN-CODE = ZERO
               MOVE 'C' TO ST-OUTCOME (STEP-INDEX)
               MOVE 'C' TO DRIVER-STATUS-WORK
               PERFORM REGISTER-DRIVER-RECORD
           ELSE
               IF STEP-RETURN-CODE = 4
                   MOVE 'R' TO ST-OUTCOME (STEP-INDEX)
                   MOVE 'ENDED FOR REVIEW' TO ST-REASON (STEP-INDEX)
                   MOVE 'R' TO DRIVER-STATUS-WORK
                   PERFORM REGISTER-DRIVER-RECORD
               ELSE
                   MOVE 'F' TO ST-OUTCOME (STEP-INDEX)
                   MOVE 'ENDED WITH A FAILING EXIT CODE'
                       TO ST-REASON (STEP-INDEX)
               END-IF
           END-IF.



      ******************************************************************
      *
      *    SET-REGISTERED-OUTCOME
      *
      *    A REGISTERING PROGRAM IS JUDGED BY THE RUN IT REGISTERED
      *    WHILE THE STEP RAN. A PERIOD-ZERO RUN IS TIED TO THE
      *    STREAM'S PERIOD SO LATER STEPS SEE IT.
      *
      ******************************************************************
       SET-REGISTERED-OUTCOME.
           MOVE ST-PROGRAM (STEP-INDEX) TO LOOKUP-PROGRAM-WORK.
           MOVE 'N' TO LOOKUP-PERIOD-SWITCH.
           PERFORM FIND-LATEST-RUN.
           MOVE LATEST-RUN-NUMBER TO ST-RUN-NUMBER (STEP-INDEX).

           IF LATEST-RUN-NUMBER = ZERO
               MOVE 'F' TO ST-OUTCOME (STEP-INDEX)
               MOVE 'NO RUN REGISTERED' TO ST-REASON (STEP-INDEX)
           ELSE
               IF ST-REGISTER-MODE (STEP-INDEX) = 'Z'
                   MOVE LATEST-RUN-NUMBER TO RUN-NUMBER-WORK
                   MOVE STREAM-PERIOD TO EFFECTIVE-PERIOD-WORK
                   PERFORM ADD-LOGGED-RUN
               END-IF
               IF LATEST-RUN-STATUS = 'C'
                   MOVE 'C' TO ST-OUTCOME (STEP-INDEX)
               ELSE
                   IF LATEST-RUN-STATUS = 'R'
                       MOVE 'R' TO ST-OUTCOME (STEP-INDEX)
                       MOVE 'ENDED FOR REVIEW'
                           TO ST-REASON (STEP-INDEX)
                   ELSE
                       MOVE 'F' TO ST-OUTCOME (STEP-INDEX)
                       MOVE 'STARTED, NEVER COMPLETED'
                           TO ST-REASON (STEP-INDEX)
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    REGISTER-DRIVER-RECORD
      *
      *    APPENDS A RUN-CONTROL RECORD WITH STATUS DRIVER-STATUS-WORK
      *    FOR A STEP WHOSE PROGRAM DOES NOT REGISTER ITSELF, UNDER
      *    THE STREAM'S PERIOD AND RUN-NUMBER-WORK.
      *
      ******************************************************************
       REGISTER-DRIVER-RECORD.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE RUN-NUMBER-WORK TO RC-RUN-NUMBER.
           MOVE ST-PROGRAM (STEP-INDEX) TO RC-PROGRAM.
           MOVE STREAM-PERIOD TO RC-PERIOD.
           MOVE DRIVER-STATUS-WORK TO RC-STATUS.
           MOVE ZERO TO RC-CONTROL-COUNT.
           MOVE ZERO TO RC-CONTROL-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.



      ******************************************************************
      *
      *    WRITE-STEP-LOG-RECORD
      *
      *    APPENDS THE STEP AT STEP-INDEX, AS DISPOSED OF, TO THE STEP
      *    LOG.
      *
      ******************************************************************
       WRITE-STEP-LOG-RECORD.
           MOVE STREAM-PERIOD TO JL-PERIOD.
           MOVE ST-STEP-NAME (STEP-INDEX) TO JL-STEP-NAME.
           MOVE ST-PROGRAM (STEP-INDEX) TO JL-PROGRAM.
           MOVE ST-RUN-NUMBER (STEP-INDEX) TO JL-RUN-NUMBER.
           MOVE ST-START-STAMP (STEP-INDEX) TO JL-START-STAMP.
           MOVE ST-END-STAMP (STEP-INDEX) TO JL-END-STAMP.
           MOVE ST-EXIT-CODE (STEP-INDEX) TO JL-EXIT-CODE.
           MOVE ST-OUTCOME (STEP-INDEX) TO JL-OUTCOME.
           WRITE JOB-STEP-LOG-RECORD.



      ******************************************************************
      *
      *    WRITE-STATUS-REPORT
      *
      *    PRINTS ONE LINE PER STEP - WHAT RAN AND WHEN, WHAT WAS
      *    HELD OR PASSED OVER, AND WHY - FOLLOWED BY THE COUNTS.
      *
      ******************************************************************
       WRITE-STATUS-REPORT.
           MOVE STREAM-PERIOD TO TTL-PERIOD.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-TITLE-LINE.
           MOVE SPACES TO JOB-STATUS-PRINT-LINE.
           WRITE JOB-STATUS-PRINT-LINE.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-HEADING.

           PERFORM VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT
               PERFORM WRITE-STATUS-DETAIL
           END-PERFORM.

           MOVE SPACES TO JOB-STATUS-PRINT-LINE.
           WRITE JOB-STATUS-PRINT-LINE.
           MOVE 'STEPS DEFINED:' TO STAT-COUNT-LABEL.
           MOVE STEP-COUNT TO STAT-COUNT.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-COUNT-LINE.
           MOVE 'STEPS COMPLETE:' TO STAT-COUNT-LABEL.
           MOVE COMPLETE-STEP-COUNT TO STAT-COUNT.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-COUNT-LINE.
           MOVE 'STEPS ENDED FOR REVIEW:' TO STAT-COUNT-LABEL.
           MOVE REVIEW-STEP-COUNT TO STAT-COUNT.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-COUNT-LINE.
           MOVE 'STEPS FAILED:' TO STAT-COUNT-LABEL.
           MOVE FAILED-STEP-COUNT TO STAT-COUNT.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-COUNT-LINE.
           MOVE 'STEPS HELD:' TO STAT-COUNT-LABEL.
           MOVE HELD-STEP-COUNT TO STAT-COUNT.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-COUNT-LINE.
           MOVE 'STEPS ALREADY COMPLETE:' TO STAT-COUNT-LABEL.
           MOVE PASSED-STEP-COUNT TO STAT-COUNT.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-COUNT-LINE.



      ******************************************************************
      *
      *    WRITE-STATUS-DETAIL
      *
      *    PRINTS THE STEP AT STEP-INDEX. A STEP THAT DID NOT RUN
      *    PRINTS NO TIMES OR EXIT CODE.
      *
      ******************************************************************
       WRITE-STATUS-DETAIL.
           MOVE ST-STEP-NAME (STEP-INDEX) TO STAT-STEP-NAME.
           MOVE ST-PROGRAM (STEP-INDEX) TO STAT-PROGRAM.
           IF ST-RUN-NUMBER (STEP-INDEX) = ZERO
               MOVE SPACES TO STAT-RUN-NUMBER
           ELSE
               MOVE ST-RUN-NUMBER (STEP-INDEX) TO STAT-RUN-NUMBER
           END-IF.

           MOVE ST-START-STAMP (STEP-INDEX) TO STAMP-WORK.
           PERFORM FORMAT-STAMP.
           MOVE STAMP-PRINT-WORK TO STAT-STARTED.
           MOVE ST-END-STAMP (STEP-INDEX) TO STAMP-WORK.
           PERFORM FORMAT-STAMP.
           MOVE STAMP-PRINT-WORK TO STAT-ENDED.

           IF ST-START-STAMP (STEP-INDEX) = SPACES
               MOVE SPACES TO STAT-EXIT-CODE
           ELSE
               MOVE ST-EXIT-CODE (STEP-INDEX) TO EXIT-CODE-EDIT
               MOVE SPACES TO STAT-EXIT-CODE
               MOVE EXIT-CODE-EDIT TO STAT-EXIT-CODE (3:3)
           END-IF.

           IF ST-OUTCOME (STEP-INDEX) = 'C'
               MOVE 'COMPLETE' TO STAT-STATUS
           ELSE
           IF ST-OUTCOME (STEP-INDEX) = 'R'
               MOVE 'REVIEW' TO STAT-STATUS
           ELSE
           IF ST-OUTCOME (STEP-INDEX) = 'F'
               MOVE 'FAILED' TO STAT-STATUS
           ELSE
           IF ST-OUTCOME (STEP-INDEX) = 'H'
               MOVE 'HELD' TO STAT-STATUS
           ELSE
               MOVE 'PASSED' TO STAT-STATUS
           END-IF END-IF END-IF END-IF.

           MOVE ST-REASON (STEP-INDEX) TO STAT-REASON.
           WRITE JOB-STATUS-PRINT-LINE FROM STATUS-DETAIL-LINE.



      ******************************************************************
      *
      *    FORMAT-STAMP
      *
      *    LAYS THE YYYYMMDDHHMMSS STAMP IN STAMP-WORK OUT AS
      *    YYYY/MM/DD HH:MM:SS IN STAMP-PRINT-WORK (BLANK WHEN THE
      *    STAMP IS).
      *
      ******************************************************************
       FORMAT-STAMP.
           MOVE SPACES TO STAMP-PRINT-WORK.
           IF STAMP-WORK NOT = SPACES
               STRING STAMP-WORK (1:4) '/' STAMP-WORK (5:2) '/'
                   STAMP-WORK (7:2) ' ' STAMP-WORK (9:2) ':'
                   STAMP-WORK (11:2) ':' STAMP-WORK (13:2)
                   DELIMITED BY SIZE INTO STAMP-PRINT-WORK
           END-IF.


       END PROGRAM JOBSTRM.
