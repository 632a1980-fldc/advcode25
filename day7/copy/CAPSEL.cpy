           SELECT CAPACITY-STATS-FILE ASSIGN TO "capstat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPSTAT-FILE-STATUS.
