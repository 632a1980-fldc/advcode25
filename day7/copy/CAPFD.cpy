      ******************************************************************
      * CAPFD - one record per completed run of a board, written
      * alongside its runhist record and carrying the same date,
      * time and run id: the walk's high-water mark against each of
      * the fixed ceilings a board can outgrow, as a count, the
      * ceiling it was measured against, and the percent used.  The
      * six CS-METRIC entries are always in the order of CAP-METRIC-
      * NAMES (see CAPWS) - beam queue, splitter-hit table, visited
      * table, mirror table, grid height, grid width.
      ******************************************************************
       FD  CAPACITY-STATS-FILE.
       01  CAPACITY-STATS-RECORD.
           05  CS-BOARD-NAME        PIC X(100).
           05  CS-SEP1              PIC X.
           05  CS-RUN-DATE          PIC 9(8).
           05  CS-SEP2              PIC X.
           05  CS-RUN-TIME          PIC 9(6).
           05  CS-SEP3              PIC X.
           05  CS-RUN-ID            PIC X(26).
           05  CS-METRIC OCCURS 6 TIMES.
               10  CS-M-SEP1        PIC X.
               10  CS-M-PEAK        PIC 9(10).
               10  CS-M-SEP2        PIC X.
               10  CS-M-CEILING     PIC 9(10).
               10  CS-M-SEP3        PIC X.
               10  CS-M-PCT         PIC 9(3)V99.
