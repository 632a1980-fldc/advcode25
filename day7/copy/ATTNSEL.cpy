           SELECT ATTEN-REPORT-FILE ASSIGN DYNAMIC WS-ATTEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
