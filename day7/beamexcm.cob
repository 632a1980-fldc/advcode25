      *     and class to ACKNOWLEDGED; RESOLVE takes every record
      *     not already RESOLVED to RESOLVED.  A request that
      *     matches nothing is reported, not ignored.
      *   - the operator id is checked against the operator
      *     authority file ("oprauth", see OPERFD): a request from
      *     an operator who is not on file, is revoked, or is not
      *     permitted ACK / RESOLVE goes to the reject report
      *     ("excprej") with the reason and is not applied, as does
      *     an unknown action.  RESOLVE of a capacity (12-class)
      *     exception is under dual control: it also needs a second
      *     authorized operator (EA-APPROVER), not the requester,
      *     and both ids are kept on the records it resolves.
      *   - the file is then rewritten with the updated statuses,
      *     and the aging report ("excprpt") lists every open (not
      *     RESOLVED) exception with its days outstanding and
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT EXCP-AGING-FILE ASSIGN TO "excprpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-REJECT-FILE ASSIGN TO "excprej"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
           05  EA-BOARD             PIC X(100).
           05  EA-SEP2              PIC X.
           05  EA-CLASS             PIC X(16).
               88  EA-CAPACITY-CLASS
                                    VALUE "QUEUE-FULL" "HIT-TABLE-FULL"
                                          "HIST-TABLE-FULL"
                                          "MIRR-TABLE-FULL".
           05  EA-SEP3              PIC X.
           05  EA-OPER              PIC X(8).
           05  EA-SEP4              PIC X.
           05  EA-APPROVER          PIC X(8).

       FD  EXCP-AGING-FILE.
       01  EXCP-AGING-RECORD        PIC X(220).

       FD  EXCP-REJECT-FILE.
       01  EXCP-REJECT-RECORD.
           05  XR-REASON            PIC X(40).
           05  XR-SEP1              PIC X.
           05  XR-REQUEST-IMAGE     PIC X(144).

       COPY OPERFD.

       WORKING-STORAGE SECTION.
       COPY EXCPWS.
       COPY OPERWS.

       01  WS-ACK-FILENAME          PIC X(120).
       01  WS-ACK-FILE-STATUS       PIC XX.
       01  WS-EXCM-UNACK-12         PIC 9(5) VALUE 0.
       01  WS-EXCM-ACK-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXCM-NOMATCH-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXCM-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-EXCM-REASON           PIC X(40).

       01  EXCP-MGMT-TABLE.
           05  EXCP-MGMT-ENTRY OCCURS 2000 TIMES.
               10  ECT-STATUS       PIC X(12).
               10  ECT-ACK-OPER     PIC X(8).
               10  ECT-ACK-DATE     PIC 9(8).
               10  ECT-APPR-OPER    PIC X(8).

       01  EXCP-AGING-HEADER.
           05  FILLER               PIC X(16)
           05  EAD-PROGRAM          PIC X(10).
           05  FILLER               PIC X(6) VALUE " OPER ".
           05  EAD-ACK-OPER         PIC X(8).
           05  FILLER               PIC X(6) VALUE " APPR ".
           05  EAD-APPR-OPER        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DATE-TO-DAY-SERIAL.
           MOVE WS-EXCM-SERIAL TO WS-EXCM-TODAY-SERIAL.
           PERFORM LOAD-EXCEPTION-FILE.
           PERFORM LOAD-OPERATOR-AUTHORITY.
           PERFORM APPLY-ACKNOWLEDGMENTS.
           PERFORM REWRITE-EXCEPTION-FILE.
           PERFORM WRITE-AGING-REPORT.
           DISPLAY "Exception management complete: " WS-EXCM-COUNT
               " record(s), " WS-EXCM-ACK-COUNT " request(s) "
               "applied, " WS-EXCM-REJECT-COUNT " rejected, "
               WS-EXCM-OPEN-COUNT " open, "
               WS-EXCM-UNACK-12 " unacknowledged 12-class".
           MOVE WS-EXCM-UNACK-12 TO RETURN-CODE.
           STOP RUN.
           ELSE
               MOVE 0 TO ECT-ACK-DATE(WS-EXCM-COUNT)
           END-IF.
           MOVE EX-APPR-OPER TO ECT-APPR-OPER(WS-EXCM-COUNT).

      ******************************************************************
      * APPLY-ACKNOWLEDGMENTS - one pass over the request file; a
      * missing file just means nothing to apply, which is most
      * mornings.  Each request sweeps the whole table so one ACK
      * covers every outstanding record of that board and class -
      * that is the unit ops thinks in.  The reject report is
      * written fresh every run, empty when nothing was rejected.
      ******************************************************************
       APPLY-ACKNOWLEDGMENTS.
           ACCEPT WS-ACK-FILENAME
           IF WS-ACK-FILENAME = SPACE
               MOVE "excpacks" TO WS-ACK-FILENAME
           END-IF.
           OPEN OUTPUT EXCP-REJECT-FILE.
           OPEN INPUT EXCP-ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-EXCM-EOF
               END-PERFORM
               CLOSE EXCP-ACK-FILE
           END-IF.
           CLOSE EXCP-REJECT-FILE.

       APPLY-ONE-REQUEST.
           IF EA-ACTION NOT = "ACK" AND EA-ACTION NOT = "RESOLVE"
               MOVE "UNKNOWN ACTION" TO WS-EXCM-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM CHECK-REQUEST-AUTHORITY
               IF WS-OPER-REASON NOT = SPACES
                   MOVE WS-OPER-REASON TO WS-EXCM-REASON
                   PERFORM REJECT-REQUEST
               ELSE
                   PERFORM APPLY-AUTHORIZED-REQUEST
               END-IF
           END-IF.

       CHECK-REQUEST-AUTHORITY.
           MOVE EA-ACTION TO WS-OPER-ACTION.
           MOVE EA-OPER TO WS-OPER-REQUESTER.
           MOVE EA-APPROVER TO WS-OPER-APPROVER.
           IF EA-ACTION = "RESOLVE" AND EA-CAPACITY-CLASS
               MOVE 'Y' TO WS-OPER-DUAL
           ELSE
               MOVE 'N' TO WS-OPER-DUAL
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.

       REJECT-REQUEST.
           ADD 1 TO WS-EXCM-REJECT-COUNT.
           MOVE SPACES TO EXCP-REJECT-RECORD.
           MOVE WS-EXCM-REASON TO XR-REASON.
           MOVE SPACE TO XR-SEP1.
           MOVE EXCP-ACK-RECORD TO XR-REQUEST-IMAGE.
           WRITE EXCP-REJECT-RECORD.

       APPLY-AUTHORIZED-REQUEST.
           MOVE 0 TO WS-EXCM-MATCHED.
           EVALUATE EA-ACTION
               WHEN "ACK"
                               TO ECT-STATUS(WS-EXCM-IDX)
                           MOVE EA-OPER
                               TO ECT-ACK-OPER(WS-EXCM-IDX)
                           MOVE EA-APPROVER
                               TO ECT-APPR-OPER(WS-EXCM-IDX)
                           MOVE WS-EXCM-TODAY
                               TO ECT-ACK-DATE(WS-EXCM-IDX)
                           ADD 1 TO WS-EXCM-MATCHED
                               TO ECT-STATUS(WS-EXCM-IDX)
                           MOVE EA-OPER
                               TO ECT-ACK-OPER(WS-EXCM-IDX)
                           MOVE EA-APPROVER
                               TO ECT-APPR-OPER(WS-EXCM-IDX)
                           MOVE WS-EXCM-TODAY
                               TO ECT-ACK-DATE(WS-EXCM-IDX)
                           ADD 1 TO WS-EXCM-MATCHED
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-EXCM-MATCHED = 0
               ADD 1 TO WS-EXCM-NOMATCH-COUNT
               DISPLAY "REQUEST MATCHED NOTHING: " EA-ACTION
                   " " EA-CLASS " for board " EA-BOARD
           ELSE
               ADD 1 TO WS-EXCM-ACK-COUNT
           END-IF.

       REWRITE-EXCEPTION-FILE.
           MOVE SPACE TO EX-SEP7.
           MOVE SPACE TO EX-SEP8.
           MOVE SPACE TO EX-SEP9.
           MOVE SPACE TO EX-SEP10.
           MOVE ECT-PROGRAM(WS-EXCM-IDX) TO EX-PROGRAM.
           MOVE ECT-BOARD(WS-EXCM-IDX) TO EX-BOARD.
           MOVE ECT-CLASS(WS-EXCM-IDX) TO EX-CLASS.
           MOVE ECT-STATUS(WS-EXCM-IDX) TO EX-STATUS.
           MOVE ECT-ACK-OPER(WS-EXCM-IDX) TO EX-ACK-OPER.
           MOVE ECT-ACK-DATE(WS-EXCM-IDX) TO EX-ACK-DATE.
           MOVE ECT-APPR-OPER(WS-EXCM-IDX) TO EX-APPR-OPER.
           WRITE EXCEPTION-RECORD.

      ******************************************************************
           MOVE ECT-CLASS(WS-EXCM-IDX) TO EAD-CLASS.
           MOVE ECT-PROGRAM(WS-EXCM-IDX) TO EAD-PROGRAM.
           MOVE ECT-ACK-OPER(WS-EXCM-IDX) TO EAD-ACK-OPER.
           MOVE ECT-APPR-OPER(WS-EXCM-IDX) TO EAD-APPR-OPER.
           WRITE EXCP-AGING-RECORD FROM EXCP-AGING-DETAIL.

      ******************************************************************
               + (WS-EXCM-YEAR / 400)
               + ((153 * (WS-EXCM-MONTH + 1)) / 5)
               + WS-EXCM-DAY.

       COPY OPERCHK.
