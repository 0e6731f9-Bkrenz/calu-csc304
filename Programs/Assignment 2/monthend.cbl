      *    FOLDS THE MONTH-TO-DATE RECORD IN HAND INTO THE MONTHLY
      *    BRANCH AND SALESPERSON TOTALS - A FINANCING RECORD COUNTS
      *    A FINANCED DEAL FOR THE BRANCH CARRIED IN ITS DEAL-BRANCH
      *    FIELD, AN F&I PRODUCT RECORD ADDS ITS INCOME TO ITS DEAL'S
      *    GROSS, A SALE RECORD COUNTS TOWARD EVERYTHING ELSE - THEN
      *    READS THE NEXT RECORD.
      *
      ******************************************************************
           IF MTD-RECORD-TYPE = 'F'
               PERFORM ACCUMULATE-FINANCED-DEAL
           ELSE
           IF MTD-RECORD-TYPE = 'P'
               PERFORM ACCUMULATE-PRODUCT-GROSS
           ELSE
           IF MTD-RECORD-TYPE = 'U'
               PERFORM NET-UNWOUND-SALE
           ELSE
               ELSE
                   ADD 1 TO SKIPPED-RECORD-COUNT
               END-IF
           END-IF END-IF END-IF.

           READ MTD-SALES-FILE
               AT END



      ******************************************************************
      *
      *    ACCUMULATE-PRODUCT-GROSS
      *
      *    AN F&I PRODUCT RECORD IN THE MONTH-TO-DATE FILE CARRIES
      *    THE PRODUCT'S INCOME AS ITS GROSS. IT ADDS TO THE GROSS OF
      *    THE BRANCH IN ITS DEAL-BRANCH FIELD AND OF THE SALESPERSON
      *    THE DAILY RUN STAMPED IN ITS SALESPERSON-ID POSITIONS - NOT
      *    TO ANY SALE COUNT OR SALES TOTAL. THE DEAL'S SALE RECORD IS
      *    EARLIER IN THE FILE, SO THE SALESPERSON IS ALREADY ON THE
      *    TABLE.
      *
      ******************************************************************
       ACCUMULATE-PRODUCT-GROSS.
           IF MTD-DEAL-BRANCH IS NOT NUMERIC
                OR MTD-GROSS-PROFIT IS NOT NUMERIC
               ADD 1 TO SKIPPED-RECORD-COUNT
           ELSE
               PERFORM FIND-BRANCH-INDEX
               IF BRANCH-FOUND-INDEX IS POSITIVE
                   ADD MTD-GROSS-PROFIT TO
                       BRANCH-GROSS-PROFIT (BRANCH-FOUND-INDEX)
               END-IF
               IF MTD-SALESPERSON-ID IS NUMERIC
                   MOVE ZERO TO SALESPERSON-FOUND-INDEX
                   PERFORM VARYING SALESPERSON-INDEX FROM 1 BY 1
                       UNTIL SALESPERSON-INDEX > SALESPERSON-COUNT
                          OR SALESPERSON-FOUND-INDEX IS POSITIVE
                       IF SLSP-ID (SALESPERSON-INDEX) =
                            MTD-SALESPERSON-ID
                           MOVE SALESPERSON-INDEX
                               TO SALESPERSON-FOUND-INDEX
                       END-IF
                   END-PERFORM
                   IF SALESPERSON-FOUND-INDEX IS POSITIVE
                       ADD MTD-GROSS-PROFIT TO
                           SLSP-GROSS-PROFIT (SALESPERSON-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF.



      ******************************************************************
      *
      *    NET-UNWOUND-SALE
