      ******************************************************************
      * GENCFD - a report file being filed as a generation and the
      * generation copy it goes to.  Any of the six per-board
      * reports fits: each line is copied at the length it was read.
      ******************************************************************
       FD  GEN-SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-GEN-REC-LEN.
       01  GEN-SOURCE-RECORD        PIC X(1000).

       FD  GEN-COPY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-GEN-REC-LEN.
       01  GEN-COPY-RECORD          PIC X(1000).
