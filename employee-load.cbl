       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  EMPLOYEE-EXTRACT-FILE.
       01  EMPLOYEE-EXTRACT-RECORD PIC X(260).
       FD  EMPLOYEE-LOAD-REJECTS.
       01  EMPLOYEE-LOAD-REJECT-LINE PIC X(300).
       WORKING-STORAGE SECTION.
