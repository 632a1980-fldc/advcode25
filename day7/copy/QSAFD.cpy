      ******************************************************************
      * QSAFD - the quality system's acknowledgment of an extract
      * ("qsack"): one record per detail it received, echoing the
      * extract's run id and the board name, with ACCEPTED or
      * REJECTED and, for a rejection, the quality system's reason.
      ******************************************************************
       FD  QS-ACK-FILE.
       01  QS-ACK-RECORD.
           05  QA-RUN-ID            PIC X(26).
           05  QA-SEP1              PIC X.
           05  QA-BOARD-NAME        PIC X(100).
           05  QA-SEP2              PIC X.
           05  QA-STATUS            PIC X(8).
               88  QA-ACCEPTED               VALUE "ACCEPTED".
               88  QA-REJECTED               VALUE "REJECTED".
           05  QA-SEP3              PIC X.
           05  QA-REASON            PIC X(40).
