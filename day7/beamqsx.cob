      ******************************************************************
      * ADVENT OF CODE DAY 7 - QUALITY-SYSTEM INTERFACE EXTRACT
      *
      * Cuts the night's results for the fab's quality system as a
      * fixed-format interface file ("qsextract", see QSXFD) instead
      * of someone retyping lines from mornrpt.  Runs after the audit
      * and joins the same four sources BEAMMORN does, by board name:
      * batchsum (batch status), the run history (last run stamp and
      * the walk's own split/exit counts for every board with a live
      * run, batch or standalone), auditrpt (verdict) and beamexcp
      * (exception classes not yet RESOLVED).
      * The header carries the business date (DAY7_JOB_DATE, as the
      * job stream sets it; default today), a run id of this program
      * and the cut time, and the sending system (DAY7_QS_SENDER,
      * default DAY7-BEAM); the trailer carries the detail count and
      * hash totals of the split and exit counts so the receiver can
      * prove it got the whole file.  BEAMQSR later reconciles the
      * quality system's acknowledgment against this file.
      * A board that never ran shows blank run stamp and zero
      * counts; one with no audit line shows NOT-AUDITED, one that
      * only raised exceptions NOT-IN-SUMMARY, as on mornrpt.
      * RETURN-CODE 8 when there is nothing to send (no batchsum, no
      * live run history, no auditrpt and no open exceptions) - no
      * extract is cut then.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMQSX.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           COPY BSUMSEL.
           COPY EXCPSEL.
           COPY QSXSEL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "auditrpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QSX-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.
       COPY BSUMFD.
       COPY EXCPFD.
       COPY QSXFD.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD      PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RUNHWS.
       COPY BSUMWS.
       COPY EXCPWS.
       COPY QSXWS.

       01  WS-QSX-AUDIT-STATUS      PIC XX.
       01  WS-QSX-DATE-RAW          PIC X(8) VALUE SPACES.
       01  WS-QSX-SENDER            PIC X(12) VALUE SPACES.
       01  WS-QSX-CUT-DATE          PIC 9(8) VALUE 0.
       01  WS-QSX-CUT-TIME-RAW      PIC 9(8) VALUE 0.
       01  WS-QSX-CUT-TIME          PIC 9(6) VALUE 0.
       01  WS-QSX-FOUND             PIC A.
       01  WS-QSX-IDX               PIC 9(5).
       01  WS-QSX-CLASS-IDX         PIC 9(2).
       01  WS-QSX-CLASS-MAX         PIC 9(2) VALUE 3.
       01  WS-QSX-LOOKUP-NAME       PIC X(100).
       01  WS-QSX-BOARD-COUNT       PIC 9(5) VALUE 0.
       01  WS-QSX-BOARD-MAX         PIC 9(5) VALUE 500.

       01  QSX-BOARD-TABLE.
           05  QSX-BOARD-ENTRY OCCURS 500 TIMES.
               10  QB-BOARD-NAME    PIC X(100).
               10  QB-IN-HIST       PIC A.
               10  QB-IN-BSUM       PIC A.
               10  QB-IN-AUDIT      PIC A.
               10  QB-IN-EXCP       PIC A.
               10  QB-RUN-DATE      PIC X(8).
               10  QB-RUN-TIME      PIC X(6).
               10  QB-SPLITS        PIC 9(10).
               10  QB-EXITS         PIC 9(10).
               10  QB-EXITS-KNOWN   PIC X.
               10  QB-BATCH-STATUS  PIC X(24).
               10  QB-VERDICT       PIC X(13).
               10  QB-CLASS-COUNT   PIC 9(2).
               10  QB-CLASS-NAME    OCCURS 3 TIMES PIC X(16).
               10  QB-CLASS-MORE    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-EXTRACT-HEADER.
           PERFORM GATHER-BATCH-SUMMARY.
           PERFORM GATHER-RUN-HISTORY.
           PERFORM GATHER-AUDIT-VERDICTS.
           PERFORM GATHER-EXCEPTIONS.
           IF WS-QSX-BOARD-COUNT = 0
               DISPLAY "INTERFACE EXTRACT ERROR: no batch summary, "
                   "run history, audit or open exceptions on file - "
                   "nothing sent"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-INTERFACE-EXTRACT.
           DISPLAY "Interface extract " WS-QSX-RUN-ID " for "
               WS-QSX-BUS-DATE ": " WS-QSX-DETAIL-COUNT
               " board(s), split hash " WS-QSX-SPLIT-HASH
               ", exit hash " WS-QSX-EXIT-HASH.
           STOP RUN.

      ******************************************************************
      * RESOLVE-EXTRACT-HEADER - business date as the job stream
      * keys it (see BEAMJOBS), and a run id stamped the same way
      * WRITE-RUN-HISTORY stamps a board's run.
      ******************************************************************
       RESOLVE-EXTRACT-HEADER.
           ACCEPT WS-QSX-DATE-RAW FROM ENVIRONMENT "DAY7_JOB_DATE".
           IF WS-QSX-DATE-RAW IS NUMERIC
               MOVE WS-QSX-DATE-RAW TO WS-QSX-BUS-DATE
           ELSE
               ACCEPT WS-QSX-BUS-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-QSX-SENDER FROM ENVIRONMENT "DAY7_QS_SENDER".
           IF WS-QSX-SENDER = SPACES
               MOVE "DAY7-BEAM" TO WS-QSX-SENDER
           END-IF.
           ACCEPT WS-QSX-CUT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-QSX-CUT-TIME-RAW FROM TIME.
           MOVE WS-QSX-CUT-TIME-RAW(1:6) TO WS-QSX-CUT-TIME.
           MOVE SPACES TO WS-QSX-RUN-ID.
           STRING "BEAMQSX-" DELIMITED BY SIZE
               WS-QSX-CUT-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-QSX-CUT-TIME DELIMITED BY SIZE
               INTO WS-QSX-RUN-ID.

      ******************************************************************
      * LOOK-UP-QSX-BOARD - find (or enter) the board named in
      * WS-QSX-LOOKUP-NAME, leaving its index in WS-QSX-IDX; a new
      * entry starts with every presence flag down and zero counts.
      ******************************************************************
       LOOK-UP-QSX-BOARD.
           MOVE 'N' TO WS-QSX-FOUND.
           PERFORM VARYING WS-QSX-IDX FROM 1 BY 1
               UNTIL WS-QSX-IDX > WS-QSX-BOARD-COUNT
                   OR WS-QSX-FOUND = 'Y'
               IF QB-BOARD-NAME(WS-QSX-IDX) = WS-QSX-LOOKUP-NAME
                   MOVE 'Y' TO WS-QSX-FOUND
               END-IF
           END-PERFORM.
           IF WS-QSX-FOUND = 'Y'
               SUBTRACT 1 FROM WS-QSX-IDX
           ELSE
               IF WS-QSX-BOARD-COUNT >= WS-QSX-BOARD-MAX
                   DISPLAY "CAPACITY EXCEEDED: QSX-BOARD-TABLE "
                       "FULL AT BOARD " WS-QSX-LOOKUP-NAME
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QSX-BOARD-COUNT
               MOVE WS-QSX-BOARD-COUNT TO WS-QSX-IDX
               MOVE SPACES TO QSX-BOARD-ENTRY(WS-QSX-IDX)
               MOVE WS-QSX-LOOKUP-NAME TO QB-BOARD-NAME(WS-QSX-IDX)
               MOVE 'N' TO QB-IN-HIST(WS-QSX-IDX)
               MOVE 'N' TO QB-IN-BSUM(WS-QSX-IDX)
               MOVE 'N' TO QB-IN-AUDIT(WS-QSX-IDX)
               MOVE 'N' TO QB-IN-EXCP(WS-QSX-IDX)
               MOVE 0 TO QB-SPLITS(WS-QSX-IDX)
               MOVE 0 TO QB-EXITS(WS-QSX-IDX)
               MOVE 'Y' TO QB-EXITS-KNOWN(WS-QSX-IDX)
               MOVE 0 TO QB-CLASS-COUNT(WS-QSX-IDX)
               MOVE SPACE TO QB-CLASS-MORE(WS-QSX-IDX)
           END-IF.

       GATHER-BATCH-SUMMARY.
           OPEN INPUT BATCH-SUMMARY-FILE.
           IF WS-BSUM-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-QSX-EOF
               PERFORM UNTIL WS-QSX-EOF = 'Y'
                   READ BATCH-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-QSX-EOF
                       NOT AT END PERFORM APPLY-BSUM-RECORD
                   END-READ
               END-PERFORM
               CLOSE BATCH-SUMMARY-FILE
           END-IF.

       APPLY-BSUM-RECORD.
           MOVE BS-BOARD-NAME TO WS-QSX-LOOKUP-NAME.
           PERFORM LOOK-UP-QSX-BOARD.
           MOVE 'Y' TO QB-IN-BSUM(WS-QSX-IDX).
           MOVE BS-STATUS TO QB-BATCH-STATUS(WS-QSX-IDX).
           IF BS-SPLIT-COUNT IS NUMERIC
               MOVE BS-SPLIT-COUNT TO QB-SPLITS(WS-QSX-IDX)
           END-IF.
           IF BS-EXIT-COUNT IS NUMERIC
               MOVE BS-EXIT-COUNT TO QB-EXITS(WS-QSX-IDX)
           END-IF.

      ******************************************************************
      * GATHER-RUN-HISTORY - take every board's latest live run
      * from the keyed history (see RHIXREAD), entering any board
      * batchsum did not name.  The latest run is the night's result
      * and its counts, the walk's own figures, override batchsum's.
      ******************************************************************
       GATHER-RUN-HISTORY.
           PERFORM OPEN-HISTORY-INDEX.
           PERFORM START-LATEST-RUN-SWEEP.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-LATEST-RUN
               IF WS-RHIX-GOT = 'Y'
                   PERFORM APPLY-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-HISTORY-INDEX.

       APPLY-HISTORY-RECORD.
           MOVE RH-BOARD-NAME TO WS-QSX-LOOKUP-NAME.
           PERFORM LOOK-UP-QSX-BOARD.
           MOVE 'Y' TO QB-IN-HIST(WS-QSX-IDX).
           MOVE RH-RUN-DATE TO QB-RUN-DATE(WS-QSX-IDX).
           MOVE RH-RUN-TIME TO QB-RUN-TIME(WS-QSX-IDX).
           MOVE RH-SPLIT-COUNT TO QB-SPLITS(WS-QSX-IDX).
           IF RH-EXIT-COUNT IS NUMERIC
               MOVE RH-EXIT-COUNT TO QB-EXITS(WS-QSX-IDX)
               MOVE 'Y' TO QB-EXITS-KNOWN(WS-QSX-IDX)
           ELSE
               MOVE 0 TO QB-EXITS(WS-QSX-IDX)
               MOVE 'N' TO QB-EXITS-KNOWN(WS-QSX-IDX)
           END-IF.

      ******************************************************************
      * GATHER-AUDIT-VERDICTS - verdict in columns 1-13 of each
      * auditrpt line, board name from column 15 (see BEAMAUDIT's
      * AUDIT-DETAIL-LINE), as BEAMMORN reads it.
      ******************************************************************
       GATHER-AUDIT-VERDICTS.
           OPEN INPUT AUDIT-REPORT-FILE.
           IF WS-QSX-AUDIT-STATUS NOT = '35'
               MOVE 'N' TO WS-QSX-EOF
               PERFORM UNTIL WS-QSX-EOF = 'Y'
                   READ AUDIT-REPORT-FILE
                       AT END MOVE 'Y' TO WS-QSX-EOF
                       NOT AT END PERFORM APPLY-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-REPORT-FILE
           END-IF.

       APPLY-AUDIT-RECORD.
           MOVE AUDIT-REPORT-RECORD(15:100) TO WS-QSX-LOOKUP-NAME.
           PERFORM LOOK-UP-QSX-BOARD.
           MOVE 'Y' TO QB-IN-AUDIT(WS-QSX-IDX).
           MOVE AUDIT-REPORT-RECORD(1:13) TO QB-VERDICT(WS-QSX-IDX).

       GATHER-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-QSX-EOF
               PERFORM UNTIL WS-QSX-EOF = 'Y'
                   READ EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-QSX-EOF
                       NOT AT END
                           IF EX-STATUS NOT = "RESOLVED"
                               PERFORM APPLY-EXCEPTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       APPLY-EXCEPTION-RECORD.
           MOVE EX-BOARD TO WS-QSX-LOOKUP-NAME.
           PERFORM LOOK-UP-QSX-BOARD.
           MOVE 'Y' TO QB-IN-EXCP(WS-QSX-IDX).
           MOVE 'N' TO WS-QSX-FOUND.
           PERFORM VARYING WS-QSX-CLASS-IDX FROM 1 BY 1
               UNTIL WS-QSX-CLASS-IDX > QB-CLASS-COUNT(WS-QSX-IDX)
                   OR WS-QSX-FOUND = 'Y'
               IF QB-CLASS-NAME(WS-QSX-IDX, WS-QSX-CLASS-IDX)
                   = EX-CLASS
                   MOVE 'Y' TO WS-QSX-FOUND
               END-IF
           END-PERFORM.
           IF WS-QSX-FOUND = 'N'
               IF QB-CLASS-COUNT(WS-QSX-IDX) < WS-QSX-CLASS-MAX
                   ADD 1 TO QB-CLASS-COUNT(WS-QSX-IDX)
                   MOVE EX-CLASS TO QB-CLASS-NAME(WS-QSX-IDX,
                       QB-CLASS-COUNT(WS-QSX-IDX))
               ELSE
                   MOVE '+' TO QB-CLASS-MORE(WS-QSX-IDX)
               END-IF
           END-IF.

       WRITE-INTERFACE-EXTRACT.
           OPEN OUTPUT QS-EXTRACT-FILE.
           MOVE SPACES TO QS-EXTRACT-RECORD.
           MOVE 'H' TO QX-REC-TYPE.
           MOVE WS-QSX-BUS-DATE TO QX-H-BUS-DATE.
           MOVE WS-QSX-RUN-ID TO QX-H-RUN-ID.
           MOVE WS-QSX-SENDER TO QX-H-SENDER.
           MOVE WS-QSX-CUT-DATE TO QX-H-CUT-DATE.
           MOVE WS-QSX-CUT-TIME TO QX-H-CUT-TIME.
           WRITE QS-EXTRACT-RECORD.
           PERFORM VARYING WS-QSX-IDX FROM 1 BY 1
               UNTIL WS-QSX-IDX > WS-QSX-BOARD-COUNT
               PERFORM WRITE-EXTRACT-DETAIL
           END-PERFORM.
           MOVE SPACES TO QS-EXTRACT-RECORD.
           MOVE 'T' TO QX-REC-TYPE.
           MOVE WS-QSX-DETAIL-COUNT TO QX-T-RECORD-COUNT.
           MOVE WS-QSX-SPLIT-HASH TO QX-T-SPLIT-HASH.
           MOVE WS-QSX-EXIT-HASH TO QX-T-EXIT-HASH.
           WRITE QS-EXTRACT-RECORD.
           CLOSE QS-EXTRACT-FILE.

      ******************************************************************
      * WRITE-EXTRACT-DETAIL - the gap markers are filled the way
      * BEAMMORN fills them: a board that ran (or was dispatched and
      * not deferred) with no audit line is NOT-AUDITED; one known
      * only from the exceptions file is NOT-IN-SUMMARY.
      ******************************************************************
       WRITE-EXTRACT-DETAIL.
           IF QB-IN-HIST(WS-QSX-IDX) = 'Y'
               OR (QB-IN-BSUM(WS-QSX-IDX) = 'Y'
                   AND QB-BATCH-STATUS(WS-QSX-IDX) NOT = "DEFERRED")
               IF QB-IN-AUDIT(WS-QSX-IDX) = 'N'
                   MOVE "NOT-AUDITED" TO QB-VERDICT(WS-QSX-IDX)
               END-IF
           END-IF.
           IF QB-IN-BSUM(WS-QSX-IDX) = 'N'
               AND QB-IN-EXCP(WS-QSX-IDX) = 'Y'
               AND QB-IN-HIST(WS-QSX-IDX) = 'N'
               MOVE "NOT-IN-SUMMARY" TO QB-BATCH-STATUS(WS-QSX-IDX)
           END-IF.
           MOVE SPACES TO QS-EXTRACT-RECORD.
           MOVE 'D' TO QX-REC-TYPE.
           MOVE QB-BOARD-NAME(WS-QSX-IDX) TO QX-D-BOARD-NAME.
           MOVE QB-RUN-DATE(WS-QSX-IDX) TO QX-D-RUN-DATE.
           MOVE QB-RUN-TIME(WS-QSX-IDX) TO QX-D-RUN-TIME.
           MOVE QB-SPLITS(WS-QSX-IDX) TO QX-D-SPLITS.
           MOVE QB-EXITS(WS-QSX-IDX) TO QX-D-EXITS.
           MOVE QB-EXITS-KNOWN(WS-QSX-IDX) TO QX-D-EXITS-KNOWN.
           MOVE QB-BATCH-STATUS(WS-QSX-IDX) TO QX-D-BATCH-STATUS.
           MOVE QB-VERDICT(WS-QSX-IDX) TO QX-D-VERDICT.
           PERFORM VARYING WS-QSX-CLASS-IDX FROM 1 BY 1
               UNTIL WS-QSX-CLASS-IDX > QB-CLASS-COUNT(WS-QSX-IDX)
               MOVE QB-CLASS-NAME(WS-QSX-IDX, WS-QSX-CLASS-IDX)
                   TO QX-D-CLASS(WS-QSX-CLASS-IDX)
           END-PERFORM.
           MOVE QB-CLASS-MORE(WS-QSX-IDX) TO QX-D-CLASS-MORE.
           WRITE QS-EXTRACT-RECORD.
           ADD 1 TO WS-QSX-DETAIL-COUNT.
           ADD QB-SPLITS(WS-QSX-IDX) TO WS-QSX-SPLIT-HASH.
           ADD QB-EXITS(WS-QSX-IDX) TO WS-QSX-EXIT-HASH.

       COPY RHIXREAD.
