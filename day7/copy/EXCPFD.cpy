           05  EX-ACK-OPER          PIC X(8).
           05  EX-SEP9              PIC X.
           05  EX-ACK-DATE          PIC 9(8).
           05  EX-SEP10             PIC X.
           05  EX-APPR-OPER         PIC X(8).
