      * rejected cleanly instead of silently overrunning it.  The FD's
      * record size (INPUT-RECORD) is kept equal to WS-GRID-WIDTH-MAX
      * in both BEAMSPLIT and BEAMSPLIT2 for the same reason.
      * WS-LAYOUT-FINGERPRINT is filled by READINPT once a board has
      * loaded: a position-sensitive checksum of every cell in the
      * grid plus the dimensions and the splitter, mirror and
      * emitter counts.  Two loads of the same layout always give the
      * same 35 characters, so it is compared as one field (run
      * history against run history, run history against the
      * certified image on the board master) to tell a layout edit
      * apart from a walk that changed its answer on the same board.
      ******************************************************************
       01  WS-INPUT-FILENAME       PIC X(100) VALUE "input".
       01  WS-INPUT-FILE-STATUS    PIC XX.

       01  LINE-LEN-TABLE.
           05  WS-LINE-LEN OCCURS 1000 TIMES PIC 9(5).

       01  WS-LAYOUT-FINGERPRINT.
           05  WS-FP-CHECKSUM      PIC 9(10) VALUE 0.
           05  WS-FP-HEIGHT        PIC 9(5) VALUE 0.
           05  WS-FP-WIDTH         PIC 9(5) VALUE 0.
           05  WS-FP-SPLITTERS     PIC 9(5) VALUE 0.
           05  WS-FP-MIRRORS       PIC 9(5) VALUE 0.
           05  WS-FP-EMITTERS      PIC 9(5) VALUE 0.
       01  WS-FP-SUM-A             PIC 9(10) VALUE 0.
       01  WS-FP-SUM-B             PIC 9(10) VALUE 0.
       01  WS-FP-QUOTIENT          PIC 9(10) VALUE 0.
       01  WS-FP-MODULUS           PIC 9(5) VALUE 65521.
       01  WS-FP-CELL-CODE         PIC 9 VALUE 0.
       01  WS-FP-ROW               PIC 9(5) VALUE 0.
       01  WS-FP-COL               PIC 9(5) VALUE 0.
