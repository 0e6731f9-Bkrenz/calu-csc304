           DISPLAY 'CORRECTION PASS COMPLETE FOR ' TARGET-SYSTEM.
           DISPLAY '  RESUBMITTED:        ' RESUBMIT-COUNT.
           DISPLAY '  CARRIED FORWARD:    ' CARRIED-FORWARD-COUNT.
           DISPLAY '  OF WHICH FIN/F&I:   ' FIN-CARRIED-COUNT.
           DISPLAY '  FAILED SPOT CHECK:  ' FAILED-SPOT-CHECK-COUNT.

           STOP RUN.
               STOP RUN
           END-IF.

      *    A FINANCING OR F&I PRODUCT RECORD ONLY MEANS ANYTHING
      *    DIRECTLY BEHIND ITS OWN SALE - RESUBMITTED ALONE IT EITHER
      *    REJECTS AS SALELESS FOREVER OR ATTACHES TO THE WRONG DEAL -
      *    SO IT CARRIES FORWARD FOR RE-ENTRY BEHIND ITS SALE INSTEAD
           IF TARGET-SYSTEM = 'CARSALES'
                AND (RJ-INPUT-IMAGE (74:1) = 'F'
                  OR RJ-INPUT-IMAGE (74:1) = 'P')
               PERFORM CARRY-FINANCING-REJECT
           ELSE
               PERFORM FIND-CORRECTION
      *
      *    CARRY-FINANCING-REJECT
      *
      *    CARRIES A FINANCING OR F&I PRODUCT REJECT FORWARD
      *    UNTOUCHED AND TELLS THE OPERATOR (ONCE) WHY: THE CORRECTED
      *    DEAL HAS TO GO BACK THROUGH A REGULAR INPUT FILE WITH THE
      *    RECORD DIRECTLY BEHIND ITS OWN SALE. A CORRECTION KEYED
      *    FOR IT STAYS UNUSED AND IS FLAGGED BY THE END-OF-PASS
      *    SWEEP.
      *
      ******************************************************************
       CARRY-FINANCING-REJECT.

           IF FIN-WARNED-SWITCH = 'N'
               MOVE 'Y' TO FIN-WARNED-SWITCH
               DISPLAY '*** NOTE: FINANCING AND F&I PRODUCT REJECTS '
                   'ARE NEVER RESUBMITTED ALONE - RE-ENTER EACH ONE '
                   'DIRECTLY BEHIND ITS OWN SALE IN A REGULAR INPUT '
                   'FILE ***'
           END-IF.


                   IF RESUBMIT-IMAGE-WORK (1:6) IS NOT NUMERIC
                       MOVE 'N' TO SPOT-CHECK-OK-SWITCH
                   END-IF
               ELSE
               IF RESUBMIT-IMAGE-WORK (74:1) = 'W'
                   IF RESUBMIT-IMAGE-WORK (1:6) IS NOT NUMERIC
                        OR RESUBMIT-IMAGE-WORK (15:9) IS NOT NUMERIC
                       MOVE 'N' TO SPOT-CHECK-OK-SWITCH
                   END-IF
               ELSE
                   IF RESUBMIT-IMAGE-WORK (42:6) IS NOT NUMERIC
                       MOVE 'N' TO SPOT-CHECK-OK-SWITCH
                   END-IF
               END-IF END-IF
           END-IF.

           IF TARGET-SYSTEM = 'PAYROLL '
      *
      *    FOLDS THE RESUBMITTED DETAIL INTO THE TRAILER HASH THE
      *    SAME WAY EACH MAIN RUN COMPUTES IT: BILLING HASHES THE
      *    CURRENT READING, CARSALES THE SALE (OR FINANCED, OR
      *    WHOLESALE) AMOUNT IN WHOLE DOLLARS, PAYROLL THE KEYED
      *    HOURS IN HUNDREDTHS.
      *
      ******************************************************************
       ACCUMULATE-RESUBMIT-HASH.
               IF RESUBMIT-IMAGE-WORK (74:1) = 'F'
                   ADD FUNCTION NUMVAL (RESUBMIT-IMAGE-WORK (1:6))
                       TO RESUBMIT-HASH
               ELSE
               IF RESUBMIT-IMAGE-WORK (74:1) = 'W'
                   ADD FUNCTION NUMVAL (RESUBMIT-IMAGE-WORK (15:7))
                       TO RESUBMIT-HASH
               ELSE
                   ADD FUNCTION NUMVAL (RESUBMIT-IMAGE-WORK (42:6))
                       TO RESUBMIT-HASH
               END-IF END-IF.

           IF TARGET-SYSTEM = 'PAYROLL '
               ADD FUNCTION NUMVAL (RESUBMIT-IMAGE-WORK (35:4))
