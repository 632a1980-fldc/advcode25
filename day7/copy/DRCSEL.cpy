           SELECT DRC-REPORT-FILE ASSIGN DYNAMIC WS-DRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRC-FILE-STATUS.
