      ******************************************************************
      * DRCWS - working storage for the board design rules (see
      * DRCRULES).  RUN-DESIGN-RULES leaves the error and warning
      * counts here and the violations themselves in
      * DRC-VIOLATION-TABLE, in the order found; a board with more
      * violations than the table holds still has every one counted,
      * and WS-DRC-OVERFLOW says some were not kept.
      * DRC-REACH-CUR / DRC-REACH-NEXT are the beam-reachability
      * sweep's two rolling rows: for each column, whether a beam
      * can arrive there travelling left, straight down, or right
      * (index 1, 2, 3 - the walk's column direction plus 2).
      ******************************************************************
       01  WS-DRC-FILENAME          PIC X(120).
       01  WS-DRC-FILE-STATUS       PIC XX.
       01  WS-DRC-ROW               PIC 9(5).
       01  WS-DRC-COL               PIC 9(5).
       01  WS-DRC-TRACE-ROW         PIC 9(5).
       01  WS-DRC-TRACE-COL         PIC S9(5).
       01  WS-DRC-NEXT-COL          PIC S9(5).
       01  WS-DRC-DIR               PIC S9.
       01  WS-DRC-DIR-IDX           PIC 9.
       01  WS-DRC-OUT-DIR           PIC S9.
       01  WS-DRC-TRACE-DONE        PIC A.
       01  WS-DRC-LIT               PIC A.
       01  WS-DRC-IDX               PIC 9(5).
       01  WS-DRC-ERROR-COUNT       PIC 9(5) VALUE 0.
       01  WS-DRC-WARNING-COUNT     PIC 9(5) VALUE 0.
       01  WS-DRC-VIOL-COUNT        PIC 9(5) VALUE 0.
       01  WS-DRC-VIOL-MAX          PIC 9(5) VALUE 2000.
       01  WS-DRC-OVERFLOW          PIC A VALUE 'N'.
       01  WS-DRC-RULE-ID           PIC X(16).
       01  WS-DRC-SEVERITY          PIC X(7).
       01  WS-DRC-TEXT              PIC X(60).

       01  DRC-VIOLATION-TABLE.
           05  DRC-VIOLATION-ENTRY OCCURS 2000 TIMES.
               10  DVT-RULE-ID      PIC X(16).
               10  DVT-ROW          PIC 9(5).
               10  DVT-COL          PIC 9(5).
               10  DVT-SEVERITY     PIC X(7).
               10  DVT-TEXT         PIC X(60).

       01  DRC-REACH-CUR.
           05  DRC-CUR-COL OCCURS 1000 TIMES.
               10  DRC-CUR-LIT OCCURS 3 TIMES PIC A.
       01  DRC-REACH-NEXT.
           05  DRC-NEXT-COL OCCURS 1000 TIMES.
               10  DRC-NEXT-LIT OCCURS 3 TIMES PIC A.

       01  DRC-HEADER-LINE.
           05  FILLER               PIC X(19)
                                    VALUE "DESIGN RULES BOARD ".
           05  DHL-BOARD-NAME       PIC X(100).
           05  FILLER               PIC X(4) VALUE " FP ".
           05  DHL-FINGERPRINT      PIC X(35).

       01  DRC-SUMMARY-LINE.
           05  FILLER               PIC X(7) VALUE "ERRORS ".
           05  DSL-ERROR-COUNT      PIC 9(5).
           05  FILLER               PIC X(10) VALUE " WARNINGS ".
           05  DSL-WARNING-COUNT    PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  DSL-RESULT           PIC X(6).

       01  DRC-OVERFLOW-LINE.
           05  FILLER               PIC X(44) VALUE
               "TRUNCATED: more violations than the report t".
           05  FILLER               PIC X(44) VALUE
               "able holds - counts are complete, the list a".
           05  FILLER               PIC X(16) VALUE "bove is not".
