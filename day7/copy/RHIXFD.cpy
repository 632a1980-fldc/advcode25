      ******************************************************************
      * RHIXFD - the keyed run history ("runhidx").  One record per
      * run-history record ever written, live or archived, keyed on
      * location class + board name + run date + run time, with the
      * run identifier as an alternate key.  The class puts every
      * archived run ("A") ahead of every live one ("L"), so a reader
      * of the live window STARTs inside the live range and never
      * passes over an archived run, however much BEAMARCH has
      * rolled off; within a class a reader can START at one board
      * (or one board's date range) instead of walking the lot.  A
      * batch stamps many boards with the same run id, so that key
      * allows duplicates.  RX-KEY-SEQ only tells apart two runs of
      * one board stamped in the same second (00 for the first).
      * Records that predate the date stamp key on zero date and
      * time.  RX-HIST-IMAGE is the RUN-HIST-RECORD image exactly as
      * the sequential log carries it (see RUNHFD), so every reader
      * moves it over RUN-HIST-RECORD and keeps its own field logic,
      * class tests on older records included.  RX-LOCATION says
      * where the sequential copy lives: "runhist" for the live log,
      * or the runharch_<cutoff> file BEAMARCH rolled it into.
      ******************************************************************
       FD  RUN-HIST-INDEX-FILE.
       01  RUN-HIST-INDEX-RECORD.
           05  RX-KEY.
               10  RX-LOC-CLASS     PIC X.
               10  RX-BOARD-NAME    PIC X(100).
               10  RX-RUN-DATE      PIC 9(8).
               10  RX-RUN-TIME      PIC 9(6).
               10  RX-KEY-SEQ       PIC 9(2).
           05  RX-RUN-ID            PIC X(26).
           05  RX-LOCATION          PIC X(20).
           05  RX-HIST-IMAGE        PIC X(500).
