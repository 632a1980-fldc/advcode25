       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           COPY BSUMSEL.
           COPY EXCPSEL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "auditrpt"
       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.
       COPY BSUMFD.
       COPY EXCPFD.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD      PIC X(250).

       FD  MORNING-REPORT-FILE.
       01  MORNING-REPORT-RECORD    PIC X(280).
           END-IF.

      ******************************************************************
      * GATHER-RUN-HISTORY - take every board's latest live run
      * from the keyed history (see RHIXREAD), so a board run
      * standalone by BEAMSPLIT that never reached batchsum still
      * gets its line.  The latest run is the board's result for the
      * night; its counts override whatever batchsum said, since the
      * history record is the walk's own figure.  Records written
      * before the exit count existed show it as N/A, same as
      * BEAMAUDIT.
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
           MOVE RH-BOARD-NAME TO WS-MORN-LOOKUP-NAME.
                   MOVE '+' TO MDL-EXCP-CLASSES(52:1)
               END-IF
           END-IF.

       COPY RHIXREAD.
