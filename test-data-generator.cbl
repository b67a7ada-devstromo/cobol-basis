       FD  DEPARTMENT-FILE.
           COPY DEPARTMENT-REC.
       FD  EMPLOYEE-EXTRACT-FILE.
       01  EMPLOYEE-EXTRACT-RECORD PIC X(260).
       FD  CUSTOMER-EXTRACT-FILE.
       01  CUSTOMER-EXTRACT-RECORD PIC X(250).
       FD  PAY-MASTER-FILE.
