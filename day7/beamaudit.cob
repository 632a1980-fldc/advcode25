      * judged on splits alone (the exit figure is not numeric on
      * those records, and is treated as not comparable rather than
      * as zero).
      * Every FAIL is classified against the layout fingerprint the
      * master recorded when the board was certified (see GRIDWS):
      *     LAYOUT-CHANGED          the board file has been edited
      *                             since certification
      *     SAME-LAYOUT REGRESSION  the certified layout, a different
      *                             answer - the walk itself moved
      *     LAYOUT-UNKNOWN          the run or the master predates
      *                             the fingerprint
      * The classification is printed after the deviations, so the
      * fixed columns the morning summary reads are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMAUDIT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           COPY BMSTSEL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "auditrpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.

       COPY BMSTFD.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD      PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RUNHWS.
       01  WS-AUDIT-FAIL-COUNT      PIC 9(5) VALUE 0.
       01  WS-AUDIT-TEST-COUNT      PIC 9(5) VALUE 0.
       01  WS-AUDIT-NOMST-COUNT     PIC 9(5) VALUE 0.
       01  WS-AUDIT-CHANGED-COUNT   PIC 9(5) VALUE 0.
       01  WS-AUDIT-REGRESS-COUNT   PIC 9(5) VALUE 0.
       01  WS-MASTER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MASTER-MAX            PIC 9(5) VALUE 500.
       01  WS-RESULT-COUNT          PIC 9(5) VALUE 0.
               10  BMT-EXP-EXITS    PIC 9(10).
               10  BMT-TOLERANCE    PIC 9(10).
               10  BMT-STATUS       PIC X(10).
               10  BMT-CERT-FP      PIC X(35).

       01  RUN-RESULT-TABLE.
           05  RUN-RESULT-ENTRY OCCURS 500 TIMES.
               10  RR-HAS-EXITS     PIC A.
               10  RR-RUN-DATE      PIC X(8).
               10  RR-RUN-TIME      PIC X(6).
               10  RR-LAYOUT-FP     PIC X(35).

       01  AUDIT-DETAIL-LINE.
           05  ADL-VERDICT          PIC X(13).
           05  ADL-EXP-EXITS        PIC 9(10).
           05  FILLER               PIC X(5) VALUE " DEV ".
           05  ADL-DEV-EXITS        PIC X(11).
           05  FILLER               PIC X(8) VALUE " LAYOUT ".
           05  ADL-LAYOUT-CLASS     PIC X(22).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Audit complete: " WS-AUDIT-PASS-COUNT " pass, "
               WS-AUDIT-FAIL-COUNT " fail, "
               WS-AUDIT-TEST-COUNT " under test, "
               WS-AUDIT-NOMST-COUNT " not on master; failures "
               WS-AUDIT-CHANGED-COUNT " layout-changed, "
               WS-AUDIT-REGRESS-COUNT " same-layout regression(s)".
           IF WS-AUDIT-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE BM-EXP-EXITS TO BMT-EXP-EXITS(WS-MASTER-COUNT).
           MOVE BM-TOLERANCE TO BMT-TOLERANCE(WS-MASTER-COUNT).
           MOVE BM-STATUS TO BMT-STATUS(WS-MASTER-COUNT).
           IF BM-CERT-FP IS NUMERIC
               MOVE BM-CERT-FP TO BMT-CERT-FP(WS-MASTER-COUNT)
           ELSE
               MOVE SPACES TO BMT-CERT-FP(WS-MASTER-COUNT)
           END-IF.

      ******************************************************************
      * LOAD-LATEST-RESULTS - only each board's most recent run is
      * that board's result for the night, so the keyed run history
      * is read board by board for the latest run alone (see
      * RHIXREAD), never the runs before it.  Every board with live
      * history is visited, not just the master's, so a board the
      * master has never heard of still reports NOT-ON-MASTER.
      ******************************************************************
       LOAD-LATEST-RESULTS.
           PERFORM OPEN-HISTORY-INDEX.
           PERFORM START-LATEST-RUN-SWEEP.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-LATEST-RUN
               IF WS-RHIX-GOT = 'Y'
                   PERFORM APPLY-RESULT-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-HISTORY-INDEX.

       APPLY-RESULT-RECORD.
           MOVE 'N' TO WS-AUDIT-FOUND.
           END-IF.
           MOVE RH-RUN-DATE TO RR-RUN-DATE(WS-AUDIT-IDX).
           MOVE RH-RUN-TIME TO RR-RUN-TIME(WS-AUDIT-IDX).
           IF RH-LAYOUT-FP IS NUMERIC
               MOVE RH-LAYOUT-FP TO RR-LAYOUT-FP(WS-AUDIT-IDX)
           ELSE
               MOVE SPACES TO RR-LAYOUT-FP(WS-AUDIT-IDX)
           END-IF.

       WRITE-AUDIT-REPORT.
           OPEN OUTPUT AUDIT-REPORT-FILE.

           MOVE RR-BOARD-NAME(WS-AUDIT-RUN-IDX) TO ADL-BOARD-NAME.
           MOVE RR-SPLIT-COUNT(WS-AUDIT-RUN-IDX) TO ADL-SPLITS.
           MOVE SPACES TO ADL-LAYOUT-CLASS.

           IF WS-AUDIT-FOUND = 'N'
               MOVE "NOT-ON-MASTER" TO ADL-VERDICT
                   ELSE
                       MOVE "FAIL" TO ADL-VERDICT
                       ADD 1 TO WS-AUDIT-FAIL-COUNT
                       PERFORM CLASSIFY-FAILED-LAYOUT
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-AUDIT-LINE.

      ******************************************************************
      * CLASSIFY-FAILED-LAYOUT - compare the failing run's layout
      * fingerprint with the one certified on the master.  Either
      * side blank means it predates the fingerprint.
      ******************************************************************
       CLASSIFY-FAILED-LAYOUT.
           IF RR-LAYOUT-FP(WS-AUDIT-RUN-IDX) = SPACES
               OR BMT-CERT-FP(WS-AUDIT-MST-IDX) = SPACES
               MOVE "LAYOUT-UNKNOWN" TO ADL-LAYOUT-CLASS
           ELSE
               IF RR-LAYOUT-FP(WS-AUDIT-RUN-IDX)
                   = BMT-CERT-FP(WS-AUDIT-MST-IDX)
                   MOVE "SAME-LAYOUT REGRESSION" TO ADL-LAYOUT-CLASS
                   ADD 1 TO WS-AUDIT-REGRESS-COUNT
               ELSE
                   MOVE "LAYOUT-CHANGED" TO ADL-LAYOUT-CLASS
                   ADD 1 TO WS-AUDIT-CHANGED-COUNT
               END-IF
           END-IF.

       WRITE-AUDIT-LINE.
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE.

       COPY RHIXREAD.
