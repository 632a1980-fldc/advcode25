      ******************************************************************
      * OPERWS - working storage for the operator authority file
      * ("oprauth", see OPERFD) and the check made against it
      * (OPERCHK).  Callers fill WS-OPER-ACTION, WS-OPER-REQUESTER,
      * WS-OPER-APPROVER and WS-OPER-DUAL ('Y' when the action needs
      * a second operator) and PERFORM CHECK-OPERATOR-AUTHORITY;
      * WS-OPER-REASON comes back spaces when the request may go
      * ahead, otherwise it holds the reject reason.
      ******************************************************************
       01  WS-OPER-FILE-STATUS      PIC XX.
       01  WS-OPER-FILE-FOUND       PIC A VALUE 'N'.
       01  WS-OPER-EOF              PIC A.
       01  WS-OPER-IDX              PIC 9(5).
       01  WS-OPER-PMT-IDX          PIC 9(2).
       01  WS-OPER-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPER-MAX              PIC 9(5) VALUE 200.
       01  WS-OPER-ACTION           PIC X(8).
       01  WS-OPER-REQUESTER        PIC X(8).
       01  WS-OPER-APPROVER         PIC X(8).
       01  WS-OPER-DUAL             PIC A VALUE 'N'.
       01  WS-OPER-CHECK-ID         PIC X(8).
       01  WS-OPER-CHECK-RESULT     PIC A.
       01  WS-OPER-REASON           PIC X(40).

       01  OPER-AUTH-TABLE.
           05  OPER-AUTH-ENTRY OCCURS 200 TIMES.
               10  OAT-OPER-ID      PIC X(8).
               10  OAT-ACTIVE       PIC A.
               10  OAT-PERMIT OCCURS 8 TIMES PIC X(8).
