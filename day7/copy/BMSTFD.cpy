      * certification status (CERTIFIED / UNDER-TEST / RETIRED).
      * Judged against by BEAMAUDIT, maintained by BOARDMNT - the
      * master is not hand-edited, so every change to what PASS
      * means for a board leaves a change-log trail.  BM-CERT-FP is
      * the layout fingerprint (see GRIDWS) of the board file as it
      * stood when BOARDMNT last certified it, so a failed audit can
      * say whether the layout has moved since; it reads back as
      * spaces on records written before it existed and on boards
      * never certified.
      ******************************************************************
       FD  BOARD-MASTER-FILE.
       01  BOARD-MASTER-RECORD.
           05  BM-TOLERANCE         PIC 9(10).
           05  BM-SEP4              PIC X.
           05  BM-STATUS            PIC X(10).
           05  BM-SEP5              PIC X.
           05  BM-CERT-FP           PIC X(35).
