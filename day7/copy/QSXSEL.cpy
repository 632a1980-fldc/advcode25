           SELECT QS-EXTRACT-FILE ASSIGN TO "qsextract"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QSX-FILE-STATUS.
