      ******************************************************************
      * OPERFD - the operator authority file: one record per operator
      * who may change the board master (BOARDMNT) or move an
      * exception along (BEAMEXCM) - operator id, name, ACTIVE or
      * REVOKED, and up to eight actions the operator may perform,
      * named as the transactions name them (ADD, CHANGE, CERTIFY,
      * RETIRE, ACK, RESOLVE).  Any status but ACTIVE is treated as
      * revoked.  The file is kept by whoever administers operator
      * access, not by the programs that read it; when an id appears
      * more than once the last record for it stands, so a
      * revocation can be appended rather than edited in.
      ******************************************************************
       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD.
           05  OP-OPER-ID           PIC X(8).
           05  OP-SEP1              PIC X.
           05  OP-NAME              PIC X(30).
           05  OP-SEP2              PIC X.
           05  OP-STATUS            PIC X(7).
               88  OP-ACTIVE                  VALUE "ACTIVE".
           05  OP-PERMIT-ENTRY OCCURS 8 TIMES.
               10  OP-PERMIT-SEP    PIC X.
               10  OP-PERMIT        PIC X(8).
