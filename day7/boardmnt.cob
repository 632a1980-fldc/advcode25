      * one before anything is applied:
      *     ADD      board must not already be on the master;
      *              splits/exits/tolerance must be numeric; status,
      *              when given, may only be UNDER-TEST (the default
      *              - new boards start under test)
      *     CHANGE   board must exist; only the fields supplied
      *              (non-blank) are replaced, and each supplied
      *              numeric field must be numeric; a status may
      *              only be changed to UNDER-TEST - CERTIFIED and
      *              RETIRED are set by CERTIFY and RETIRE alone
      *     CERTIFY  board must exist; any supplied numeric fields
      *              are applied first (certifying with the final
      *              expected counts in one transaction), then the
      *              status becomes CERTIFIED; the board file itself
      *              is loaded and validated, and its layout
      *              fingerprint (see GRIDWS) is recorded on the
      *              master as the certified layout - a board file
      *              that will not load or validate is not certified,
      *              nor is one with any ERROR-level design-rule
      *              violation (see DRCRULES; BEAMDRC lists them)
      *     RETIRE   board must exist; the status becomes RETIRED,
      *              the certified figures stay on record
      * Every transaction carries the id of the operator making it,
      * checked before anything else against the operator authority
      * file ("oprauth", see OPERFD): an operator who is not on file,
      * is revoked, or is not permitted that action is rejected.
      * CERTIFY and RETIRE are under dual control - they also need a
      * second authorized operator (TR-APPROVER-ID), who may not be
      * the requester.
      * A transaction that fails validation is written to the reject
      * report ("boardrej") with the reason and is NOT applied; the
      * rest of the file still runs.  Every applied transaction
      * leaves a before/after trail in the change log ("boardlog",
      * appended, stamped with date and time and both operator ids),
      * so certification changes can be traced.  The rewritten
      * master is only written once every transaction has been
      * processed.  A missing master starts empty, which is how the
      * first boardmst is built.
      * RETURN-CODE: 0 all applied, 4 when any transaction was
      * rejected (a CERTIFY whose board would not load or validate
      * among them - the usual BOARD-LOAD / VALIDATION exceptions
      * are logged too), 8 when the transaction file itself is
      * missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BMSTSEL.
           SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT BOARD-TRANS-FILE ASSIGN DYNAMIC WS-TRANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO "boardrej"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCPSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY BMSTFD.

       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-REC-LEN.
       01  INPUT-RECORD            PIC X(1000).

       COPY EXCPFD.
       COPY OPERFD.

       FD  BOARD-TRANS-FILE.
       01  BOARD-TRANS-RECORD.
           05  TR-ACTION            PIC X(8).
               88  TR-KNOWN-ACTION  VALUE "ADD" "CHANGE" "CERTIFY"
                                          "RETIRE".
               88  TR-DUAL-CONTROL  VALUE "CERTIFY" "RETIRE".
           05  TR-SEP1              PIC X.
           05  TR-BOARD-NAME        PIC X(100).
           05  TR-SEP2              PIC X.
           05  TR-TOLERANCE         PIC X(10).
           05  TR-SEP5              PIC X.
           05  TR-STATUS            PIC X(10).
           05  TR-SEP6              PIC X.
           05  TR-OPER-ID           PIC X(8).
           05  TR-SEP7              PIC X.
           05  TR-APPROVER-ID       PIC X(8).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  CL-SEP3              PIC X.
           05  CL-PHASE             PIC X(6).
           05  CL-SEP4              PIC X.
           05  CL-MASTER-IMAGE      PIC X(180).
           05  CL-SEP5              PIC X.
           05  CL-OPER-ID           PIC X(8).
           05  CL-SEP6              PIC X.
           05  CL-APPROVER-ID       PIC X(8).

       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-RECORD.
           05  RJ-REASON            PIC X(40).
           05  RJ-SEP1              PIC X.
           05  RJ-TRANS-IMAGE       PIC X(171).

       WORKING-STORAGE SECTION.
       COPY BMSTWS.
       COPY GRIDWS.
       COPY VALWS.
       COPY EMITWS.
       COPY EXCPWS.
       COPY OPERWS.
       COPY DRCWS.

       01  WS-TRANS-FILENAME        PIC X(120).
       01  WS-TRANS-FILE-STATUS     PIC XX.
       01  WS-MNT-TRANS-COUNT       PIC 9(5) VALUE 0.
       01  WS-MNT-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-MNT-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-MNT-SAVED-RC          PIC S9(9).
       01  WS-MASTER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MASTER-MAX            PIC 9(5) VALUE 500.

               10  BMT-EXP-EXITS    PIC 9(10).
               10  BMT-TOLERANCE    PIC 9(10).
               10  BMT-STATUS       PIC X(10).
               10  BMT-CERT-FP      PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BOARDMNT" TO WS-EXCP-PROGRAM.
           PERFORM LOAD-BOARD-MASTER.
           PERFORM LOAD-OPERATOR-AUTHORITY.
           PERFORM OPEN-MAINTENANCE-FILES.
           PERFORM APPLY-TRANSACTION-FILE.
           PERFORM CLOSE-MAINTENANCE-FILES.
           MOVE BM-EXP-EXITS TO BMT-EXP-EXITS(WS-MASTER-COUNT).
           MOVE BM-TOLERANCE TO BMT-TOLERANCE(WS-MASTER-COUNT).
           MOVE BM-STATUS TO BMT-STATUS(WS-MASTER-COUNT).
           IF BM-CERT-FP IS NUMERIC
               MOVE BM-CERT-FP TO BMT-CERT-FP(WS-MASTER-COUNT)
           ELSE
               MOVE SPACES TO BMT-CERT-FP(WS-MASTER-COUNT)
           END-IF.

       OPEN-MAINTENANCE-FILES.
           ACCEPT WS-TRANS-FILENAME
           CLOSE REJECT-REPORT-FILE.

      ******************************************************************
      * APPLY-ONE-TRANSACTION - find the named board and check the
      * operator(s), then hand the transaction to its action's
      * paragraph.  Every rejection goes
      * through REJECT-TRANSACTION with a reason; nothing is applied
      * on the way to a rejection.
      ******************************************************************
           IF WS-MNT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-MNT-IDX
           END-IF.
           IF NOT TR-KNOWN-ACTION
               MOVE "UNKNOWN ACTION" TO WS-MNT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM CHECK-TRANSACTION-AUTHORITY
               IF WS-OPER-REASON NOT = SPACES
                   MOVE WS-OPER-REASON TO WS-MNT-REASON
                   PERFORM REJECT-TRANSACTION
               ELSE
                   EVALUATE TR-ACTION
                       WHEN "ADD"
                           PERFORM APPLY-ADD-TRANSACTION
                       WHEN "CHANGE"
                           PERFORM APPLY-CHANGE-TRANSACTION
                       WHEN "CERTIFY"
                           PERFORM APPLY-CERTIFY-TRANSACTION
                       WHEN "RETIRE"
                           PERFORM APPLY-RETIRE-TRANSACTION
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-TRANSACTION-AUTHORITY.
           MOVE TR-ACTION TO WS-OPER-ACTION.
           MOVE TR-OPER-ID TO WS-OPER-REQUESTER.
           MOVE TR-APPROVER-ID TO WS-OPER-APPROVER.
           IF TR-DUAL-CONTROL
               MOVE 'Y' TO WS-OPER-DUAL
           ELSE
               MOVE 'N' TO WS-OPER-DUAL
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.

       APPLY-ADD-TRANSACTION.
           IF WS-MNT-FOUND = 'Y'
                   PERFORM REJECT-TRANSACTION
               ELSE
                   IF TR-STATUS NOT = SPACES
                       AND TR-STATUS NOT = "UNDER-TEST"
                       PERFORM REJECT-STATUS-BY-HAND
                   ELSE
                       PERFORM ENTER-NEW-BOARD
                   END-IF
           ELSE
               MOVE TR-STATUS TO BMT-STATUS(WS-MNT-IDX)
           END-IF.
           MOVE SPACES TO BMT-CERT-FP(WS-MNT-IDX).
           ADD 1 TO WS-MNT-APPLIED-COUNT.
           PERFORM LOG-AFTER-IMAGE.

                   PERFORM REJECT-TRANSACTION
               ELSE
                   IF TR-STATUS NOT = SPACES
                       AND TR-STATUS NOT = "UNDER-TEST"
                       PERFORM REJECT-STATUS-BY-HAND
                   ELSE
                       PERFORM LOG-BEFORE-IMAGE
                       PERFORM APPLY-SUPPLIED-FIELDS
               END-IF
           END-IF.

      ******************************************************************
      * REJECT-STATUS-BY-HAND - ADD and CHANGE may only set a board
      * UNDER-TEST.  CERTIFIED and RETIRED are reached through their
      * own transactions alone, which carry the dual control, the
      * design-rule gate and the certified fingerprint; set here
      * they would skip all three.
      ******************************************************************
       REJECT-STATUS-BY-HAND.
           IF TR-STATUS = "CERTIFIED" OR TR-STATUS = "RETIRED"
               MOVE "USE CERTIFY/RETIRE TRANSACTION"
                   TO WS-MNT-REASON
           ELSE
               MOVE "UNKNOWN STATUS" TO WS-MNT-REASON
           END-IF.
           PERFORM REJECT-TRANSACTION.

       APPLY-CERTIFY-TRANSACTION.
           IF WS-MNT-FOUND = 'N'
               MOVE "BOARD NOT ON MASTER" TO WS-MNT-REASON
                       TO WS-MNT-REASON
                   PERFORM REJECT-TRANSACTION
               ELSE
                   PERFORM TAKE-CERTIFIED-FINGERPRINT
                   IF WS-LOAD-FAILED = 'Y'
                       MOVE "BOARD FILE WILL NOT LOAD"
                           TO WS-MNT-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       IF WS-VALID-FAILED = 'Y'
                           MOVE "BOARD FILE FAILS VALIDATION"
                               TO WS-MNT-REASON
                           PERFORM REJECT-TRANSACTION
                       ELSE
                           PERFORM RUN-DESIGN-RULES
                           IF WS-DRC-ERROR-COUNT > 0
                               MOVE "OPEN DESIGN-RULE ERRORS"
                                   TO WS-MNT-REASON
                               PERFORM REJECT-TRANSACTION
                           ELSE
                               PERFORM CERTIFY-MASTER-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CERTIFY-MASTER-ENTRY.
           PERFORM LOG-BEFORE-IMAGE.
           PERFORM APPLY-SUPPLIED-FIELDS.
           MOVE "CERTIFIED" TO BMT-STATUS(WS-MNT-IDX).
           MOVE WS-LAYOUT-FINGERPRINT TO BMT-CERT-FP(WS-MNT-IDX).
           ADD 1 TO WS-MNT-APPLIED-COUNT.
           PERFORM LOG-AFTER-IMAGE.

      ******************************************************************
      * TAKE-CERTIFIED-FINGERPRINT - load the board being certified
      * from its own file (the board name is the file name, the same
      * identity the run history carries) with every piece of board
      * state cleared first, the reset the batch driver does between
      * boards, and validate it.  A clean load leaves the layout
      * fingerprint in WS-LAYOUT-FINGERPRINT.  The load and the
      * validation raise RETURN-CODE to 8 for a bad board, as they
      * would in a walk; here that board is only a rejected
      * transaction, so the run's own return code is put back after.
      ******************************************************************
       TAKE-CERTIFIED-FINGERPRINT.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-LOAD-FAILED.
           MOVE 'N' TO WS-VALID-FAILED.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 0 TO WS-WIDTH.
           MOVE 0 TO WS-HEIGHT.
           MOVE 0 TO WS-REC-LEN.
           MOVE 0 TO WS-START-COL.
           MOVE 0 TO WS-VALID-ERROR-COUNT.
           MOVE 0 TO WS-START-MARKER-COUNT.
           MOVE 0 TO WS-EMITTER-COUNT.
           MOVE SPACES TO GRID-DATA.
           MOVE ZEROS TO LINE-LEN-TABLE.
           MOVE ZEROS TO WS-LAYOUT-FINGERPRINT.
           MOVE TR-BOARD-NAME TO WS-INPUT-FILENAME.
           MOVE RETURN-CODE TO WS-MNT-SAVED-RC.
           PERFORM LOAD-BOARD.
           IF WS-LOAD-FAILED NOT = 'Y'
               PERFORM VALIDATE-INPUT
           END-IF.
           MOVE WS-MNT-SAVED-RC TO RETURN-CODE.

       APPLY-RETIRE-TRANSACTION.
           IF WS-MNT-FOUND = 'N'
               MOVE "BOARD NOT ON MASTER" TO WS-MNT-REASON
           MOVE SPACE TO CL-SEP2.
           MOVE SPACE TO CL-SEP3.
           MOVE SPACE TO CL-SEP4.
           MOVE SPACE TO CL-SEP5.
           MOVE SPACE TO CL-SEP6.
           MOVE TR-OPER-ID TO CL-OPER-ID.
           MOVE TR-APPROVER-ID TO CL-APPROVER-ID.
           PERFORM BUILD-MASTER-RECORD.
           MOVE BOARD-MASTER-RECORD TO CL-MASTER-IMAGE.
           WRITE CHANGE-LOG-RECORD.
           MOVE SPACE TO BM-SEP2.
           MOVE SPACE TO BM-SEP3.
           MOVE SPACE TO BM-SEP4.
           MOVE SPACE TO BM-SEP5.
           MOVE BMT-BOARD-NAME(WS-MNT-IDX) TO BM-BOARD-NAME.
           MOVE BMT-EXP-SPLITS(WS-MNT-IDX) TO BM-EXP-SPLITS.
           MOVE BMT-EXP-EXITS(WS-MNT-IDX) TO BM-EXP-EXITS.
           MOVE BMT-TOLERANCE(WS-MNT-IDX) TO BM-TOLERANCE.
           MOVE BMT-STATUS(WS-MNT-IDX) TO BM-STATUS.
           MOVE BMT-CERT-FP(WS-MNT-IDX) TO BM-CERT-FP.

       REWRITE-BOARD-MASTER.
           OPEN OUTPUT BOARD-MASTER-FILE.
               WRITE BOARD-MASTER-RECORD
           END-PERFORM.
           CLOSE BOARD-MASTER-FILE.

       COPY READINPT.
       COPY VALIDATE.
       COPY DRCRULES.
       COPY EXCEPTN.
       COPY OPERCHK.
