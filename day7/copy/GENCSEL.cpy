           SELECT GEN-SOURCE-FILE ASSIGN DYNAMIC WS-GEN-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.
           SELECT GEN-COPY-FILE ASSIGN DYNAMIC WS-GEN-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.
