           SELECT OPERATOR-AUTH-FILE ASSIGN TO "oprauth"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
