      ******************************************************************
      * CAPPUT - WRITE-CAPACITY-STATS appends this run's high-water
      * marks to "capstat" (see CAPFD), stamped with the run date,
      * time and run id WRITE-RUN-HISTORY has just taken, so the two
      * files line up run for run.  Only a completed walk gets here;
      * one stopped by a capacity check is already an exception.
      * The queue's high-water mark is the number of beams ever
      * queued - entries are never reused, so WS-QUEUE-END only
      * grows.  BEAMHEAD reads the file back for the headroom report.
      ******************************************************************
       WRITE-CAPACITY-STATS.
           OPEN EXTEND CAPACITY-STATS-FILE.
           IF WS-CAPSTAT-FILE-STATUS = '35'
               OPEN OUTPUT CAPACITY-STATS-FILE
               CLOSE CAPACITY-STATS-FILE
               OPEN EXTEND CAPACITY-STATS-FILE
           END-IF.
           MOVE SPACES TO CAPACITY-STATS-RECORD.
           MOVE WS-INPUT-FILENAME TO CS-BOARD-NAME.
           MOVE WS-RUN-DATE TO CS-RUN-DATE.
           MOVE WS-RUN-TIME TO CS-RUN-TIME.
           MOVE WS-RUN-ID TO CS-RUN-ID.
           IF WS-QUEUE-END > 0
               SUBTRACT 1 FROM WS-QUEUE-END GIVING CS-M-PEAK(1)
           ELSE
               MOVE 0 TO CS-M-PEAK(1)
           END-IF.
           MOVE WS-BEAM-QUEUE-MAX TO CS-M-CEILING(1).
           MOVE WS-SPLIT-HIT-COUNT TO CS-M-PEAK(2).
           MOVE WS-SPLIT-HIT-MAX TO CS-M-CEILING(2).
           MOVE WS-VIS-COUNT TO CS-M-PEAK(3).
           MOVE WS-CAP-VIS-CEILING TO CS-M-CEILING(3).
           MOVE WS-MIRROR-COUNT TO CS-M-PEAK(4).
           MOVE WS-MIRROR-MAX TO CS-M-CEILING(4).
           MOVE WS-HEIGHT TO CS-M-PEAK(5).
           MOVE WS-GRID-HEIGHT-MAX TO CS-M-CEILING(5).
           MOVE WS-WIDTH TO CS-M-PEAK(6).
           SUBTRACT 1 FROM WS-GRID-WIDTH-MAX GIVING CS-M-CEILING(6).
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-CAP-METRIC-COUNT
               MOVE SPACE TO CS-M-SEP1(WS-CAP-IDX)
               MOVE SPACE TO CS-M-SEP2(WS-CAP-IDX)
               MOVE SPACE TO CS-M-SEP3(WS-CAP-IDX)
               IF CS-M-CEILING(WS-CAP-IDX) > 0
                   COMPUTE CS-M-PCT(WS-CAP-IDX) ROUNDED
                       = CS-M-PEAK(WS-CAP-IDX) * 100
                           / CS-M-CEILING(WS-CAP-IDX)
                       ON SIZE ERROR
                           MOVE 999.99 TO CS-M-PCT(WS-CAP-IDX)
                   END-COMPUTE
               ELSE
                   MOVE 0 TO CS-M-PCT(WS-CAP-IDX)
               END-IF
           END-PERFORM.
           WRITE CAPACITY-STATS-RECORD.
           CLOSE CAPACITY-STATS-FILE.
