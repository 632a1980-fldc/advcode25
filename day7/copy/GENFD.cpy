      ******************************************************************
      * GENFD - the report generation catalog ("gencat").  Append-
      * only: one FILED record each time a completed walk files its
      * per-board reports as a new numbered generation, and one
      * ROLLED record when that generation is later rolled off and
      * its files deleted, so the generations still on file for a
      * board are those FILED and not since ROLLED.  Each record
      * carries the date, time and run id of the runhist record the
      * generation was filed under (a ROLLED record repeats them).
      * GC-FILE-FLAG says, 'Y' or 'N', which of the six reports the
      * generation holds, in the order of GEN-FILE-PREFIX (see
      * GENWS) - the flux map, coverage map and beam trace are only
      * written when their modes are on.
      ******************************************************************
       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD.
           05  GC-BOARD-NAME        PIC X(100).
           05  GC-SEP1              PIC X.
           05  GC-GEN-NO            PIC 9(5).
           05  GC-SEP2              PIC X.
           05  GC-EVENT             PIC X(6).
               88  GC-FILED         VALUE "FILED".
               88  GC-ROLLED        VALUE "ROLLED".
           05  GC-SEP3              PIC X.
           05  GC-RUN-DATE          PIC 9(8).
           05  GC-SEP4              PIC X.
           05  GC-RUN-TIME          PIC 9(6).
           05  GC-SEP5              PIC X.
           05  GC-RUN-ID            PIC X(26).
           05  GC-SEP6              PIC X.
           05  GC-FILE-FLAGS.
               10  GC-FILE-FLAG     PIC X OCCURS 6 TIMES.
