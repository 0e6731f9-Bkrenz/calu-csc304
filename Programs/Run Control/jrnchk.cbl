               PERFORM WRITE-CHECK-DETAIL
           ELSE
               MOVE SPACES TO RECORD-KEY-WORK
               IF JRN-ACTION = 'DL'
                   MOVE JRN-BEFORE-IMAGE (1:KEY-LENGTH-WORK)
                       TO RECORD-KEY-WORK (1:KEY-LENGTH-WORK)
               ELSE
                   MOVE JRN-AFTER-IMAGE (1:KEY-LENGTH-WORK)
                       TO RECORD-KEY-WORK (1:KEY-LENGTH-WORK)
               END-IF
               PERFORM CHECK-IMAGE-CHAIN
           END-IF.

           MOVE ZERO TO KEY-LENGTH-WORK.
           IF JRN-FILE-ID = 'CUSTMAST' OR JRN-FILE-ID = 'VEHMAST '
                OR JRN-FILE-ID = 'BUYRMAST'
                OR JRN-FILE-ID = 'ARRANGE ' OR JRN-FILE-ID = 'AUTOPAY '
                OR JRN-FILE-ID = 'WRITEOFF' OR JRN-FILE-ID = 'OCCUPNCY'
               MOVE 6 TO KEY-LENGTH-WORK.
           IF JRN-FILE-ID = 'PREMISE '
               MOVE 7 TO KEY-LENGTH-WORK.
           IF JRN-FILE-ID = 'METERMST'
               MOVE 8 TO KEY-LENGTH-WORK.
           IF JRN-FILE-ID = 'EMPMAST ' OR JRN-FILE-ID = 'YTDMAST '
                OR JRN-FILE-ID = 'DEDMAST '
                OR JRN-FILE-ID = 'LEAVEMST'
                OR JRN-FILE-ID = 'GARNMAST'
               MOVE 9 TO KEY-LENGTH-WORK.


      *    MUST REPRODUCE THE LAST AFTER IMAGE RECORDED FOR ITS KEY,
      *    AND A WRITE MUST NOT LAND ON A KEY THE JOURNAL ALREADY
      *    TRACKS AS EXISTING. EITHER WAY THE AFTER IMAGE BECOMES THE
      *    NEW LINK IN THE CHAIN. A PURGE DELETE IS CHECKED LIKE A
      *    REWRITE AND LEAVES A BLANK LINK, OVER WHICH A LATER WRITE
      *    OF THE SAME KEY IS IN ORDER.
      *
      ******************************************************************
       CHECK-IMAGE-CHAIN.

           IF CHAIN-FOUND-INDEX IS POSITIVE
               IF JRN-ACTION = 'WR'
                  AND CH-IMAGE (CHAIN-FOUND-INDEX) NOT = SPACES
                   ADD 1 TO BROKEN-CHAIN-COUNT
                   MOVE 'WRITE OVER A KEY ALREADY ON FILE'
                       TO CHK-EXCEPTION
