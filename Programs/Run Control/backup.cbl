         03 CB-REST PIC X(183).

       FD EMPLOYEE-MASTER
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
       01 EMPLOYEE-MASTER-RECORD.
         03 EM-KEY PIC X(9).
         03 EM-REST PIC X(96).

       FD EMPLOYEE-BACKUP
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMPLOYEE-BACKUP-RECORD.
       01 EMPLOYEE-BACKUP-RECORD.
         03 EB-KEY PIC X(9).
         03 EB-REST PIC X(96).

       FD YTD-MASTER
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
         03 YM-KEY PIC X(9).
         03 YM-REST PIC X(189).

       FD YTD-BACKUP
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS YTD-BACKUP-RECORD.
       01 YTD-BACKUP-RECORD.
         03 YB-KEY PIC X(9).
         03 YB-REST PIC X(189).

       FD DEDUCTION-MASTER
           RECORD CONTAINS 155 CHARACTERS
