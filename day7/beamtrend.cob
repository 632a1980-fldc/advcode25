      ******************************************************************
      * ADVENT OF CODE DAY 7 - PER-BOARD RUN TREND REPORT
      *
      * Sweeps the keyed run history (see RHIXFD) and writes, per
      * board, the last N runs in date order (key order is board,
      * then date and time) with each run's split count and its
      * delta from the prior run, followed by min/max/first-seen/
      * last-seen summary lines - the longitudinal picture BEAMRECON's
      * last-vs-previous comparison cannot give.  N comes from
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           SELECT TREND-REPORT-FILE ASSIGN TO "trendrpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD      PIC X(160).
       WORKING-STORAGE SECTION.
       COPY RUNHWS.

       01  WS-TREND-FOUND           PIC A.
       01  WS-TREND-N-RAW           PIC X(5).
       01  WS-TREND-DIGIT-X         PIC X.
           END-IF.

       LOAD-RUN-HISTORY.
           PERFORM OPEN-HISTORY-INDEX.
           PERFORM START-HISTORY-SWEEP.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-LIVE-HISTORY
               IF WS-RHIX-GOT = 'Y'
                   PERFORM APPLY-TREND-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-HISTORY-INDEX.

      ******************************************************************
      * APPLY-TREND-RECORD - look the record's board up in the table,
           END-IF.
           MOVE WS-TREND-DELTA TO TDL-DELTA.
           WRITE TREND-REPORT-RECORD FROM TREND-DETAIL-LINE.

       COPY RHIXREAD.
