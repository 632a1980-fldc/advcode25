           MOVE "NEW" TO EX-STATUS.
           MOVE SPACES TO EX-ACK-OPER.
           MOVE 0 TO EX-ACK-DATE.
           MOVE SPACE TO EX-SEP10.
           MOVE SPACES TO EX-APPR-OPER.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
