       FD  EMPLOYEE-NEW-FILE.
       01  EMPLOYEE-NEW-RECORD.
           05 NEW-EMPLOYEE-KEY  PIC X(6).
           05 NEW-EMPLOYEE-REST PIC X(246).
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  CUSTOMER-NEW-FILE.
           05 NEW-CUSTOMER-KEY     PIC X(6).
           05 NEW-CUSTOMER-NAME    PIC X(15).
           05 NEW-CUSTOMER-SURNAME PIC X(60).
           05 NEW-CUSTOMER-REST    PIC X(148).
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  PAY-MASTER-NEW-FILE.
       FD  ASSET-NEW-FILE.
       01  ASSET-NEW-RECORD.
           05 NEW-ASSET-KEY  PIC X(6).
           05 NEW-ASSET-REST PIC X(129).
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
