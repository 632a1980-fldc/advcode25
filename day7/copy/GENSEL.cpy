           SELECT GEN-CATALOG-FILE ASSIGN TO "gencat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-FILE-STATUS.
