      ******************************************************************
      * ADVENT OF CODE DAY 7 - CROSS-RUN RECONCILIATION
      *
      * Reads the run history BEAMSPLIT files after every run (the
      * keyed store, see RHIXFD, swept in board order) and, for each
      * board, compares its most recent split count
      * against the one before it.  A board whose count moved by more
      * than WS-RECON-TOLERANCE is flagged, so a board that silently
      * started producing a different answer - from an edited layout,
      * a bad deploy, or a regression - gets noticed instead of just
      * sitting in the log.  Every flag is classified against the
      * layout fingerprint the two runs carry (see GRIDWS):
      *     LAYOUT-CHANGED          the fingerprints differ - the
      *                             board file was edited between
      *                             the runs, routine engineering
      *     SAME-LAYOUT REGRESSION  identical fingerprints, different
      *                             answer - the walk itself moved;
      *                             also written to the exceptions
      *                             file so it reaches the on-call
      *                             developer, and RETURN-CODE 4
      *     LAYOUT-UNKNOWN          one of the runs predates the
      *                             fingerprint, so neither can be
      *                             claimed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMRECON.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.
       COPY EXCPFD.

       WORKING-STORAGE SECTION.
           MOVE "BEAMRECON" TO WS-EXCP-PROGRAM.
           PERFORM RECONCILE-RUN-HISTORY.
           DISPLAY "Reconciliation complete: " WS-RECON-FLAG-COUNT
               " board(s) flagged, " WS-RECON-CHANGED-COUNT
               " layout-changed, " WS-RECON-REGRESS-COUNT
               " same-layout regression(s), " WS-RECON-UNKNOWN-COUNT
               " layout-unknown".
           IF WS-RECON-REGRESS-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * RECONCILE-RUN-HISTORY - sweep the live history once, applying
      * each record to the in-memory per-board table as it is read.
      ******************************************************************
       RECONCILE-RUN-HISTORY.
           PERFORM OPEN-HISTORY-INDEX.
           PERFORM START-HISTORY-SWEEP.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-LIVE-HISTORY
               IF WS-RHIX-GOT = 'Y'
                   PERFORM APPLY-RUN-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-HISTORY-INDEX.

      ******************************************************************
      * APPLY-RUN-HISTORY-RECORD - look the record's board up in the
               ADD 1 TO WS-BOARD-HIST-COUNT
               MOVE RH-BOARD-NAME TO BH-BOARD-NAME(WS-BOARD-HIST-COUNT)
               MOVE RH-SPLIT-COUNT TO BH-LAST-COUNT(WS-BOARD-HIST-COUNT)
               MOVE RH-LAYOUT-FP TO BH-LAST-FP(WS-BOARD-HIST-COUNT)
           END-IF.

      ******************************************************************
      * COMPARE-AGAINST-LAST-RUN - flag a board whose split count
      * moved by more than the tolerance since its last run, then
      * bring the table up to date with the new count and layout
      * fingerprint either way.
      ******************************************************************
       COMPARE-AGAINST-LAST-RUN.
           SUBTRACT BH-LAST-COUNT(WS-RECON-IDX) FROM RH-SPLIT-COUNT
               MULTIPLY WS-RECON-DIFF BY -1 GIVING WS-RECON-DIFF
           END-IF.
           IF WS-RECON-DIFF > WS-RECON-TOLERANCE
               PERFORM CLASSIFY-LAYOUT-CHANGE
               DISPLAY "RECONCILIATION FLAG: board " RH-BOARD-NAME
                   " split count changed from "
                   BH-LAST-COUNT(WS-RECON-IDX) " to " RH-SPLIT-COUNT
                   " - " WS-RECON-LAYOUT-CLASS
               ADD 1 TO WS-RECON-FLAG-COUNT
           END-IF.
           MOVE RH-SPLIT-COUNT TO BH-LAST-COUNT(WS-RECON-IDX).
           MOVE RH-LAYOUT-FP TO BH-LAST-FP(WS-RECON-IDX).

      ******************************************************************
      * CLASSIFY-LAYOUT-CHANGE - a fingerprint only counts when it is
      * all digits; history written before the fingerprint existed
      * carries spaces there.  A same-layout regression is logged as
      * a SAME-LAYOUT-REGR exception with the split swing as count.
      ******************************************************************
       CLASSIFY-LAYOUT-CHANGE.
           IF RH-LAYOUT-FP IS NOT NUMERIC
               OR BH-LAST-FP(WS-RECON-IDX) IS NOT NUMERIC
               MOVE "LAYOUT-UNKNOWN" TO WS-RECON-LAYOUT-CLASS
               ADD 1 TO WS-RECON-UNKNOWN-COUNT
           ELSE
               IF RH-LAYOUT-FP = BH-LAST-FP(WS-RECON-IDX)
                   MOVE "SAME-LAYOUT REGRESSION"
                       TO WS-RECON-LAYOUT-CLASS
                   ADD 1 TO WS-RECON-REGRESS-COUNT
                   MOVE RH-BOARD-NAME TO WS-EXCP-BOARD
                   MOVE "SAME-LAYOUT-REGR" TO WS-EXCP-CLASS
                   MOVE 0 TO WS-EXCP-ROW
                   MOVE 0 TO WS-EXCP-COL
                   MOVE WS-RECON-DIFF TO WS-EXCP-COUNT
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   MOVE "LAYOUT-CHANGED" TO WS-RECON-LAYOUT-CLASS
                   ADD 1 TO WS-RECON-CHANGED-COUNT
               END-IF
           END-IF.

       COPY EXCEPTN.
       COPY RHIXREAD.
