       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  EMPLOYEE-BACKUP-FILE.
       01  EMPLOYEE-BACKUP-RECORD PIC X(260).
       FD  CUSTOMER-BACKUP-FILE.
       01  CUSTOMER-BACKUP-RECORD PIC X(250).
       FD  EMPLOYEE-BACKUP-CTL.
