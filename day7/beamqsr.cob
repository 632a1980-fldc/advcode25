      ******************************************************************
      * ADVENT OF CODE DAY 7 - QUALITY-SYSTEM ACKNOWLEDGMENT RECON
      *
      * Matches the quality system's acknowledgment ("qsack", see
      * QSAFD) against the extract we sent it ("qsextract", see
      * QSXFD) and writes "qsrecon": one line per board that does not
      * balance, then the control totals of both sides.  A board is
      *     MISSING     sent, but no acknowledgment for it came back
      *     REJECTED    acknowledged REJECTED (the quality system's
      *                 reason is shown), or with a status that is
      *                 neither ACCEPTED nor REJECTED
      *     DUPLICATED  acknowledged more than once
      *     NOT-SENT    acknowledged, but not in the extract
      *     OTHER-RUN   acknowledged under a run id other than the
      *                 extract's - an answer to a different night
      * Before any of that the extract is proved against its own
      * trailer (detail count and split/exit hash totals); an extract
      * that does not balance to itself cannot be reconciled and
      * ends the run with RETURN-CODE 8, as does a missing extract
      * or acknowledgment.  When the two sides do not balance, every
      * board at fault is logged to beamexcp as INTERFACE-RECON (count
      * = acknowledgments received for it) and RETURN-CODE is 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMQSR.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QSXSEL.
           COPY QSASEL.
           COPY EXCPSEL.
           SELECT QS-RECON-REPORT-FILE ASSIGN TO "qsrecon"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY QSXFD.
       COPY QSAFD.
       COPY EXCPFD.

       FD  QS-RECON-REPORT-FILE.
       01  QS-RECON-REPORT-RECORD   PIC X(200).

       WORKING-STORAGE SECTION.
       COPY QSXWS.
       COPY EXCPWS.

       01  WS-QSR-HEADER-SEEN       PIC A VALUE 'N'.
       01  WS-QSR-TRAILER-SEEN      PIC A VALUE 'N'.
       01  WS-QSR-T-RECORD-COUNT    PIC 9(10) VALUE 0.
       01  WS-QSR-T-SPLIT-HASH      PIC 9(15) VALUE 0.
       01  WS-QSR-T-EXIT-HASH       PIC 9(15) VALUE 0.
       01  WS-QSR-FOUND             PIC A.
       01  WS-QSR-IDX               PIC 9(5).
       01  WS-QSR-BOARD-COUNT       PIC 9(5) VALUE 0.
       01  WS-QSR-BOARD-MAX         PIC 9(5) VALUE 500.
       01  WS-QSR-ACK-COUNT         PIC 9(10) VALUE 0.
       01  WS-QSR-ACCEPT-COUNT      PIC 9(10) VALUE 0.
       01  WS-QSR-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-QSR-MISSING-COUNT     PIC 9(5) VALUE 0.
       01  WS-QSR-DUP-COUNT         PIC 9(5) VALUE 0.
       01  WS-QSR-NOTSENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-QSR-OTHER-COUNT       PIC 9(5) VALUE 0.
       01  WS-QSR-ISSUE-COUNT       PIC 9(5) VALUE 0.

       01  QSR-BOARD-TABLE.
           05  QSR-BOARD-ENTRY OCCURS 500 TIMES.
               10  QR-BOARD-NAME    PIC X(100).
               10  QR-ACK-COUNT     PIC 9(3).
               10  QR-REJECTED      PIC A.
               10  QR-REASON        PIC X(40).

       01  QSR-ISSUE-LINE.
           05  QIL-ISSUE            PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  QIL-BOARD-NAME       PIC X(100).
           05  FILLER               PIC X VALUE SPACE.
           05  QIL-DETAIL           PIC X(50).

       01  QSR-SIDE-LINE.
           05  QSL-SIDE             PIC X(9).
           05  FILLER               PIC X(8) VALUE " RUN ID ".
           05  QSL-RUN-ID           PIC X(26).
           05  FILLER               PIC X(9) VALUE " RECORDS ".
           05  QSL-RECORDS          PIC 9(10).
           05  FILLER               PIC X(12) VALUE " SPLIT-HASH ".
           05  QSL-SPLIT-HASH       PIC 9(15).
           05  FILLER               PIC X(11) VALUE " EXIT-HASH ".
           05  QSL-EXIT-HASH        PIC 9(15).

       01  QSR-ACK-LINE.
           05  FILLER               PIC X(15) VALUE "ACKNOWLEDGMENTS".
           05  FILLER               PIC X VALUE SPACE.
           05  QAL-ACK-COUNT        PIC 9(10).
           05  FILLER               PIC X(10) VALUE " ACCEPTED ".
           05  QAL-ACCEPT-COUNT     PIC 9(10).
           05  FILLER               PIC X(10) VALUE " REJECTED ".
           05  QAL-REJECT-COUNT     PIC 9(5).
           05  FILLER               PIC X(9) VALUE " MISSING ".
           05  QAL-MISSING-COUNT    PIC 9(5).
           05  FILLER               PIC X(12) VALUE " DUPLICATED ".
           05  QAL-DUP-COUNT        PIC 9(5).
           05  FILLER               PIC X(10) VALUE " NOT-SENT ".
           05  QAL-NOTSENT-COUNT    PIC 9(5).
           05  FILLER               PIC X(11) VALUE " OTHER-RUN ".
           05  QAL-OTHER-COUNT      PIC 9(5).

       01  QSR-RESULT-LINE.
           05  FILLER               PIC X(7) VALUE "RESULT ".
           05  QRL-RESULT           PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BEAMQSR" TO WS-EXCP-PROGRAM.
           PERFORM LOAD-SENT-EXTRACT.
           PERFORM PROVE-SENT-EXTRACT.
           OPEN OUTPUT QS-RECON-REPORT-FILE.
           PERFORM MATCH-ACKNOWLEDGMENTS.
           PERFORM VARYING WS-QSR-IDX FROM 1 BY 1
               UNTIL WS-QSR-IDX > WS-QSR-BOARD-COUNT
               PERFORM CLOSE-OUT-SENT-BOARD
           END-PERFORM.
           PERFORM WRITE-RECON-TOTALS.
           CLOSE QS-RECON-REPORT-FILE.
           DISPLAY "Interface reconciliation " WS-QSX-RUN-ID ": "
               WS-QSX-DETAIL-COUNT " sent, " WS-QSR-ACK-COUNT
               " acknowledged, " WS-QSR-ISSUE-COUNT " out of balance".
           IF WS-QSR-ISSUE-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * LOAD-SENT-EXTRACT - the header gives the run id the
      * acknowledgment must echo; each detail enters a board and is
      * added to the running totals; the trailer's figures are kept
      * to prove those totals against.
      ******************************************************************
       LOAD-SENT-EXTRACT.
           OPEN INPUT QS-EXTRACT-FILE.
           IF WS-QSX-FILE-STATUS NOT = '00'
               DISPLAY "INTERFACE RECON ERROR: no extract on file "
                   "(qsextract) - status " WS-QSX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-QSX-EOF = 'Y'
               READ QS-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-QSX-EOF
                   NOT AT END PERFORM APPLY-EXTRACT-RECORD
               END-READ
           END-PERFORM.
           CLOSE QS-EXTRACT-FILE.

       APPLY-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN QX-HEADER
                   MOVE 'Y' TO WS-QSR-HEADER-SEEN
                   MOVE QX-H-RUN-ID TO WS-QSX-RUN-ID
                   MOVE QX-H-BUS-DATE TO WS-QSX-BUS-DATE
               WHEN QX-DETAIL
                   PERFORM ENTER-SENT-BOARD
               WHEN QX-TRAILER
                   MOVE 'Y' TO WS-QSR-TRAILER-SEEN
                   MOVE QX-T-RECORD-COUNT TO WS-QSR-T-RECORD-COUNT
                   MOVE QX-T-SPLIT-HASH TO WS-QSR-T-SPLIT-HASH
                   MOVE QX-T-EXIT-HASH TO WS-QSR-T-EXIT-HASH
               WHEN OTHER
                   DISPLAY "INTERFACE RECON ERROR: unknown record "
                       "type '" QX-REC-TYPE "' in qsextract"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ENTER-SENT-BOARD.
           IF WS-QSR-BOARD-COUNT >= WS-QSR-BOARD-MAX
               DISPLAY "CAPACITY EXCEEDED: QSR-BOARD-TABLE "
                   "FULL AT BOARD " QX-D-BOARD-NAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QSR-BOARD-COUNT.
           MOVE QX-D-BOARD-NAME TO QR-BOARD-NAME(WS-QSR-BOARD-COUNT).
           MOVE 0 TO QR-ACK-COUNT(WS-QSR-BOARD-COUNT).
           MOVE 'N' TO QR-REJECTED(WS-QSR-BOARD-COUNT).
           MOVE SPACES TO QR-REASON(WS-QSR-BOARD-COUNT).
           ADD 1 TO WS-QSX-DETAIL-COUNT.
           ADD QX-D-SPLITS TO WS-QSX-SPLIT-HASH.
           ADD QX-D-EXITS TO WS-QSX-EXIT-HASH.

       PROVE-SENT-EXTRACT.
           IF WS-QSR-HEADER-SEEN = 'N' OR WS-QSR-TRAILER-SEEN = 'N'
               DISPLAY "INTERFACE RECON ERROR: qsextract has no "
                   "header or no trailer - not a complete extract"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QSX-DETAIL-COUNT NOT = WS-QSR-T-RECORD-COUNT
               OR WS-QSX-SPLIT-HASH NOT = WS-QSR-T-SPLIT-HASH
               OR WS-QSX-EXIT-HASH NOT = WS-QSR-T-EXIT-HASH
               DISPLAY "INTERFACE RECON ERROR: qsextract does not "
                   "balance to its own trailer"
               DISPLAY "  details " WS-QSX-DETAIL-COUNT " trailer "
                   WS-QSR-T-RECORD-COUNT
               DISPLAY "  split hash " WS-QSX-SPLIT-HASH " trailer "
                   WS-QSR-T-SPLIT-HASH
               DISPLAY "  exit hash " WS-QSX-EXIT-HASH " trailer "
                   WS-QSR-T-EXIT-HASH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MATCH-ACKNOWLEDGMENTS.
           OPEN INPUT QS-ACK-FILE.
           IF WS-QSA-FILE-STATUS NOT = '00'
               DISPLAY "INTERFACE RECON ERROR: no acknowledgment on "
                   "file (qsack) - status " WS-QSA-FILE-STATUS
               CLOSE QS-RECON-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-QSX-EOF.
           PERFORM UNTIL WS-QSX-EOF = 'Y'
               READ QS-ACK-FILE
                   AT END MOVE 'Y' TO WS-QSX-EOF
                   NOT AT END PERFORM APPLY-ACK-RECORD
               END-READ
           END-PERFORM.
           CLOSE QS-ACK-FILE.

      ******************************************************************
      * APPLY-ACK-RECORD - an acknowledgment for another run or for a
      * board we never sent is out of balance on the spot; one for a
      * sent board is tallied against it, and the verdict on the
      * board waits until every acknowledgment has been read.
      ******************************************************************
       APPLY-ACK-RECORD.
           ADD 1 TO WS-QSR-ACK-COUNT.
           IF QA-RUN-ID NOT = WS-QSX-RUN-ID
               ADD 1 TO WS-QSR-OTHER-COUNT
               MOVE "OTHER-RUN" TO QIL-ISSUE
               MOVE QA-BOARD-NAME TO QIL-BOARD-NAME
               MOVE QA-RUN-ID TO QIL-DETAIL
               PERFORM REPORT-RECON-ISSUE
               MOVE 0 TO WS-EXCP-COUNT
               PERFORM LOG-RECON-EXCEPTION
           ELSE
               MOVE 'N' TO WS-QSR-FOUND
               PERFORM VARYING WS-QSR-IDX FROM 1 BY 1
                   UNTIL WS-QSR-IDX > WS-QSR-BOARD-COUNT
                       OR WS-QSR-FOUND = 'Y'
                   IF QR-BOARD-NAME(WS-QSR-IDX) = QA-BOARD-NAME
                       MOVE 'Y' TO WS-QSR-FOUND
                   END-IF
               END-PERFORM
               IF WS-QSR-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-QSR-IDX
                   IF QR-ACK-COUNT(WS-QSR-IDX) < 999
                       ADD 1 TO QR-ACK-COUNT(WS-QSR-IDX)
                   END-IF
                   IF QA-ACCEPTED
                       ADD 1 TO WS-QSR-ACCEPT-COUNT
                   ELSE
                       MOVE 'Y' TO QR-REJECTED(WS-QSR-IDX)
                       IF QA-REJECTED
                           MOVE QA-REASON TO QR-REASON(WS-QSR-IDX)
                       ELSE
                           STRING "UNKNOWN ACK STATUS '"
                                   DELIMITED BY SIZE
                               QA-STATUS DELIMITED BY SPACE
                               "'" DELIMITED BY SIZE
                               INTO QR-REASON(WS-QSR-IDX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-QSR-NOTSENT-COUNT
                   MOVE "NOT-SENT" TO QIL-ISSUE
                   MOVE QA-BOARD-NAME TO QIL-BOARD-NAME
                   MOVE QA-STATUS TO QIL-DETAIL
                   PERFORM REPORT-RECON-ISSUE
                   MOVE 1 TO WS-EXCP-COUNT
                   PERFORM LOG-RECON-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      * CLOSE-OUT-SENT-BOARD - a sent board balances when it was
      * acknowledged exactly once and accepted.  Otherwise it is
      * reported under every issue that applies, but logged as one
      * exception.
      ******************************************************************
       CLOSE-OUT-SENT-BOARD.
           MOVE QR-BOARD-NAME(WS-QSR-IDX) TO QIL-BOARD-NAME.
           IF QR-ACK-COUNT(WS-QSR-IDX) = 0
               ADD 1 TO WS-QSR-MISSING-COUNT
               MOVE "MISSING" TO QIL-ISSUE
               MOVE SPACES TO QIL-DETAIL
               PERFORM REPORT-RECON-ISSUE
           END-IF.
           IF QR-ACK-COUNT(WS-QSR-IDX) > 1
               ADD 1 TO WS-QSR-DUP-COUNT
               MOVE "DUPLICATED" TO QIL-ISSUE
               MOVE SPACES TO QIL-DETAIL
               STRING "acknowledged " DELIMITED BY SIZE
                   QR-ACK-COUNT(WS-QSR-IDX) DELIMITED BY SIZE
                   " times" DELIMITED BY SIZE
                   INTO QIL-DETAIL
               PERFORM REPORT-RECON-ISSUE
           END-IF.
           IF QR-REJECTED(WS-QSR-IDX) = 'Y'
               ADD 1 TO WS-QSR-REJECT-COUNT
               MOVE "REJECTED" TO QIL-ISSUE
               MOVE QR-REASON(WS-QSR-IDX) TO QIL-DETAIL
               PERFORM REPORT-RECON-ISSUE
           END-IF.
           IF QR-ACK-COUNT(WS-QSR-IDX) NOT = 1
               OR QR-REJECTED(WS-QSR-IDX) = 'Y'
               MOVE QR-ACK-COUNT(WS-QSR-IDX) TO WS-EXCP-COUNT
               PERFORM LOG-RECON-EXCEPTION
           END-IF.

       REPORT-RECON-ISSUE.
           ADD 1 TO WS-QSR-ISSUE-COUNT.
           WRITE QS-RECON-REPORT-RECORD FROM QSR-ISSUE-LINE.

       LOG-RECON-EXCEPTION.
           MOVE QIL-BOARD-NAME TO WS-EXCP-BOARD.
           MOVE "INTERFACE-RECON" TO WS-EXCP-CLASS.
           MOVE 0 TO WS-EXCP-ROW.
           MOVE 0 TO WS-EXCP-COL.
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-RECON-TOTALS.
           MOVE "SENT" TO QSL-SIDE.
           MOVE WS-QSX-RUN-ID TO QSL-RUN-ID.
           MOVE WS-QSX-DETAIL-COUNT TO QSL-RECORDS.
           MOVE WS-QSX-SPLIT-HASH TO QSL-SPLIT-HASH.
           MOVE WS-QSX-EXIT-HASH TO QSL-EXIT-HASH.
           WRITE QS-RECON-REPORT-RECORD FROM QSR-SIDE-LINE.
           MOVE WS-QSR-ACK-COUNT TO QAL-ACK-COUNT.
           MOVE WS-QSR-ACCEPT-COUNT TO QAL-ACCEPT-COUNT.
           MOVE WS-QSR-REJECT-COUNT TO QAL-REJECT-COUNT.
           MOVE WS-QSR-MISSING-COUNT TO QAL-MISSING-COUNT.
           MOVE WS-QSR-DUP-COUNT TO QAL-DUP-COUNT.
           MOVE WS-QSR-NOTSENT-COUNT TO QAL-NOTSENT-COUNT.
           MOVE WS-QSR-OTHER-COUNT TO QAL-OTHER-COUNT.
           WRITE QS-RECON-REPORT-RECORD FROM QSR-ACK-LINE.
           IF WS-QSR-ISSUE-COUNT = 0
               MOVE "BALANCED" TO QRL-RESULT
           ELSE
               MOVE "OUT-OF-BALANCE" TO QRL-RESULT
           END-IF.
           WRITE QS-RECON-REPORT-RECORD FROM QSR-RESULT-LINE.

       COPY EXCEPTN.
