           SELECT QS-ACK-FILE ASSIGN TO "qsack"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QSA-FILE-STATUS.
