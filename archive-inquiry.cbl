       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVE-IN-FILE
               ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT EXTRACT-FILE
