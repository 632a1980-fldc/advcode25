           SELECT RUN-HIST-INDEX-FILE ASSIGN TO "runhidx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               ALTERNATE RECORD KEY IS RX-RUN-ID WITH DUPLICATES
               FILE STATUS IS WS-RHIX-FILE-STATUS.
