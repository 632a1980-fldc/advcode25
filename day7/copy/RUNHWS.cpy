      ******************************************************************
      * RUNHWS - working storage for the run-history file: appending
      * a run's result (BEAMSPLIT) and reconciling it against the
      * prior run for the same board (BEAMRECON), and keeping the
      * keyed run history (see RHIXFD) in step and reading it.
      ******************************************************************
       01  WS-RUNHIST-FILE-STATUS   PIC XX.
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.
       01  WS-RUN-TIME-RAW          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME              PIC 9(6) VALUE 0.
       01  WS-RUN-ID                PIC X(26) VALUE SPACES.
       01  WS-RHIX-FILE-STATUS      PIC XX.
       01  WS-RHIX-OPEN             PIC A VALUE 'N'.
       01  WS-RHIX-EOF              PIC A VALUE 'N'.
       01  WS-RHIX-GOT              PIC A VALUE 'N'.
       01  WS-RHIX-DONE             PIC A VALUE 'N'.
       01  WS-RHIX-LOCATION         PIC X(20) VALUE SPACES.
       01  WS-RHIX-LIVE-LOCATION    PIC X(20) VALUE "runhist".
       01  WS-RHIX-LIVE-CLASS       PIC X VALUE 'L'.
       01  WS-RHIX-ARCH-CLASS       PIC X VALUE 'A'.
       01  WS-RHIX-HOLD-CLASS       PIC X VALUE SPACE.
       01  WS-RHIX-OUTCOME          PIC X VALUE SPACE.
       01  WS-RHIX-RELEASED         PIC A VALUE 'N'.
       01  WS-RHIX-BOARD            PIC X(100) VALUE SPACES.
       01  WS-RHIX-HOLD-IMAGE       PIC X(500) VALUE SPACES.
       01  WS-RHIX-HOLD-SEQ         PIC 9(2) VALUE 0.
       01  WS-RHIX-SEQ-MAX          PIC 9(2) VALUE 99.
       01  WS-RHIX-STORED-COUNT     PIC 9(10) VALUE 0.
       01  WS-RHIX-ONFILE-COUNT     PIC 9(10) VALUE 0.
       01  WS-RHIX-MOVED-COUNT      PIC 9(10) VALUE 0.
       01  WS-RHIX-ERROR-COUNT      PIC 9(10) VALUE 0.
       01  WS-RECON-TOLERANCE       PIC 9(10) VALUE 0.
       01  WS-RECON-EOF             PIC A VALUE 'N'.
       01  WS-RECON-FLAG-COUNT      PIC 9(5) VALUE 0.
       01  WS-RECON-DIFF            PIC S9(10).
       01  WS-BOARD-HIST-COUNT      PIC 9(5) VALUE 0.
       01  WS-BOARD-HIST-MAX        PIC 9(5) VALUE 500.
       01  WS-RECON-LAYOUT-CLASS    PIC X(22) VALUE SPACES.
       01  WS-RECON-CHANGED-COUNT   PIC 9(5) VALUE 0.
       01  WS-RECON-REGRESS-COUNT   PIC 9(5) VALUE 0.
       01  WS-RECON-UNKNOWN-COUNT   PIC 9(5) VALUE 0.

       01  BOARD-HISTORY-TABLE.
           05  BOARD-HIST-ENTRY OCCURS 500 TIMES.
               10  BH-BOARD-NAME    PIC X(100).
               10  BH-LAST-COUNT    PIC 9(10).
               10  BH-LAST-FP       PIC X(35).
