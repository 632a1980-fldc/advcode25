      ******************************************************************
      * CAPWS - working storage for the capacity statistics (see
      * CAPFD).  The queue, splitter-hit and mirror ceilings are the
      * walk's own limits (WS-BEAM-QUEUE-MAX, WS-SPLIT-HIT-MAX,
      * WS-MIRROR-MAX); the visited table has no check of its own,
      * so its ceiling is the table's size.  The grid height ceiling
      * is WS-GRID-HEIGHT-MAX, the width ceiling one less than
      * WS-GRID-WIDTH-MAX because READINPT refuses a row that fills
      * the record (see GRIDWS).
      ******************************************************************
       01  WS-CAPSTAT-FILE-STATUS   PIC XX.
       01  WS-CAP-IDX               PIC 9(2).
       01  WS-CAP-METRIC-COUNT      PIC 9(2) VALUE 6.
       01  WS-CAP-VIS-CEILING       PIC 9(10) VALUE 100000.

       01  CAP-METRIC-NAME-VALUES.
           05  FILLER               PIC X(12) VALUE "BEAM-QUEUE".
           05  FILLER               PIC X(12) VALUE "SPLITTER-HIT".
           05  FILLER               PIC X(12) VALUE "VISITED".
           05  FILLER               PIC X(12) VALUE "MIRROR".
           05  FILLER               PIC X(12) VALUE "GRID-HEIGHT".
           05  FILLER               PIC X(12) VALUE "GRID-WIDTH".
       01  CAP-METRIC-NAMES REDEFINES CAP-METRIC-NAME-VALUES.
           05  CAP-METRIC-NAME      PIC X(12) OCCURS 6 TIMES.
