      ******************************************************************
      * OPERCHK - LOAD-OPERATOR-AUTHORITY reads the operator
      * authority file ("oprauth", see OPERFD) into OPER-AUTH-TABLE;
      * CHECK-OPERATOR-AUTHORITY judges one request against it (see
      * OPERWS for the calling fields).  The requester must be on
      * file, active, and permitted the action.  When the action
      * needs dual control the second operator must be named, must
      * not be the requester, and must pass the same three tests; a
      * second operator named where none is needed is held to them
      * as well, since the id goes on record.  With no authority
      * file at all nothing is authorized.
      ******************************************************************
       LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPER-COUNT.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF WS-OPER-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-OPER-FILE-FOUND
               DISPLAY "OPERATOR AUTHORITY FILE (oprauth) NOT FOUND "
                   "- status " WS-OPER-FILE-STATUS
                   ", every request will be rejected"
           ELSE
               MOVE 'Y' TO WS-OPER-FILE-FOUND
               MOVE 'N' TO WS-OPER-EOF
               PERFORM UNTIL WS-OPER-EOF = 'Y'
                   READ OPERATOR-AUTH-FILE
                       AT END MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END PERFORM APPLY-OPERATOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       APPLY-OPERATOR-RECORD.
           IF OP-OPER-ID NOT = SPACES
               MOVE OP-OPER-ID TO WS-OPER-CHECK-ID
               PERFORM FIND-OPERATOR
               IF WS-OPER-IDX > WS-OPER-COUNT
                   IF WS-OPER-COUNT >= WS-OPER-MAX
                       DISPLAY "CAPACITY EXCEEDED: OPER-AUTH-TABLE "
                           "FULL AT OPERATOR " OP-OPER-ID
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-OPER-IDX
                   MOVE OP-OPER-ID TO OAT-OPER-ID(WS-OPER-IDX)
               END-IF
               IF OP-ACTIVE
                   MOVE 'Y' TO OAT-ACTIVE(WS-OPER-IDX)
               ELSE
                   MOVE 'N' TO OAT-ACTIVE(WS-OPER-IDX)
               END-IF
               PERFORM VARYING WS-OPER-PMT-IDX FROM 1 BY 1
                   UNTIL WS-OPER-PMT-IDX > 8
                   MOVE OP-PERMIT(WS-OPER-PMT-IDX)
                       TO OAT-PERMIT(WS-OPER-IDX, WS-OPER-PMT-IDX)
               END-PERFORM
           END-IF.

      ******************************************************************
      * FIND-OPERATOR - WS-OPER-IDX is left on the entry for
      * WS-OPER-CHECK-ID, or one past the last entry when the id is
      * not on file.
      ******************************************************************
       FIND-OPERATOR.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR OAT-OPER-ID(WS-OPER-IDX) = WS-OPER-CHECK-ID
               CONTINUE
           END-PERFORM.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-OPER-REASON.
           IF WS-OPER-FILE-FOUND = 'N'
               MOVE "NO OPERATOR AUTHORITY FILE" TO WS-OPER-REASON
           ELSE
               IF WS-OPER-REQUESTER = SPACES
                   MOVE "OPERATOR ID MISSING" TO WS-OPER-REASON
               ELSE
                   MOVE WS-OPER-REQUESTER TO WS-OPER-CHECK-ID
                   PERFORM CHECK-ONE-OPERATOR
                   EVALUATE WS-OPER-CHECK-RESULT
                       WHEN 'U'
                           MOVE "UNKNOWN OPERATOR" TO WS-OPER-REASON
                       WHEN 'R'
                           MOVE "OPERATOR REVOKED" TO WS-OPER-REASON
                       WHEN 'N'
                           MOVE "OPERATOR NOT AUTHORIZED FOR ACTION"
                               TO WS-OPER-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-OPER-REASON = SPACES
               IF WS-OPER-APPROVER = SPACES
                   IF WS-OPER-DUAL = 'Y'
                       MOVE "SECOND OPERATOR REQUIRED"
                           TO WS-OPER-REASON
                   END-IF
               ELSE
                   PERFORM CHECK-SECOND-OPERATOR
               END-IF
           END-IF.

       CHECK-SECOND-OPERATOR.
           IF WS-OPER-APPROVER = WS-OPER-REQUESTER
               MOVE "SECOND OPERATOR SAME AS REQUESTER"
                   TO WS-OPER-REASON
           ELSE
               MOVE WS-OPER-APPROVER TO WS-OPER-CHECK-ID
               PERFORM CHECK-ONE-OPERATOR
               EVALUATE WS-OPER-CHECK-RESULT
                   WHEN 'U'
                       MOVE "UNKNOWN SECOND OPERATOR"
                           TO WS-OPER-REASON
                   WHEN 'R'
                       MOVE "SECOND OPERATOR REVOKED"
                           TO WS-OPER-REASON
                   WHEN 'N'
                       MOVE "SECOND OPERATOR NOT AUTHORIZED"
                           TO WS-OPER-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
      * CHECK-ONE-OPERATOR - WS-OPER-CHECK-RESULT: A authorized for
      * WS-OPER-ACTION, U not on file, R revoked, N on file and
      * active but not permitted the action.
      ******************************************************************
       CHECK-ONE-OPERATOR.
           PERFORM FIND-OPERATOR.
           IF WS-OPER-IDX > WS-OPER-COUNT
               MOVE 'U' TO WS-OPER-CHECK-RESULT
           ELSE
               IF OAT-ACTIVE(WS-OPER-IDX) NOT = 'Y'
                   MOVE 'R' TO WS-OPER-CHECK-RESULT
               ELSE
                   MOVE 'N' TO WS-OPER-CHECK-RESULT
                   PERFORM VARYING WS-OPER-PMT-IDX FROM 1 BY 1
                       UNTIL WS-OPER-PMT-IDX > 8
                       IF OAT-PERMIT(WS-OPER-IDX, WS-OPER-PMT-IDX)
                           = WS-OPER-ACTION
                           MOVE 'A' TO WS-OPER-CHECK-RESULT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
