           05 FILLER           PIC X(1).
           05 ETL-EMPLOYEE-ID  PIC X(6).
           05 FILLER           PIC X(1).
           05 ETL-RECORD-IMAGE PIC X(300).
