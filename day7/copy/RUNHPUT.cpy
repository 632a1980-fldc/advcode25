      * BEAMTREND can show the longitudinal picture.  Each record is
      * stamped with the run date and time and a run identifier
      * (program tag plus timestamp) taken at the moment the record
      * is written, so a batch stamps every board individually, and
      * carries the layout fingerprint READINPT took when the board
      * was loaded.  The same record is then filed into the keyed
      * run history (see RHIXFD, RHIXPUT) so the two stay in step;
      * a keyed store that cannot be opened is reported, and the
      * sequential record still stands.  The run's capacity high-
      * water marks go to "capstat" under the same stamp (CAPPUT),
      * and the board's reports from this run are filed as its next
      * report generation, catalogued under the same run id
      * (GENPUT).
      * Shared by BEAMSPLIT and BEAMBATCH so a board run by either
      * reconciles the same way.
      ******************************************************************
               MOVE WS-SPLIT-COUNT TO RH-EM-SPLITS(1)
               MOVE WS-EXIT-COUNT TO RH-EM-EXITS(1)
           END-IF.
           MOVE SPACE TO RH-SEP7.
           MOVE WS-LAYOUT-FINGERPRINT TO RH-LAYOUT-FP.
           WRITE RUN-HIST-RECORD.
           CLOSE RUN-HISTORY-FILE.
           PERFORM WRITE-CAPACITY-STATS.
           PERFORM FILE-REPORT-GENERATION.
           MOVE WS-RHIX-LIVE-LOCATION TO WS-RHIX-LOCATION.
           OPEN I-O RUN-HIST-INDEX-FILE.
           IF WS-RHIX-FILE-STATUS = '35'
               OPEN OUTPUT RUN-HIST-INDEX-FILE
               CLOSE RUN-HIST-INDEX-FILE
               OPEN I-O RUN-HIST-INDEX-FILE
           END-IF.
           IF WS-RHIX-FILE-STATUS = '00'
               PERFORM STORE-RUN-HIST-INDEX
               CLOSE RUN-HIST-INDEX-FILE
           ELSE
               DISPLAY "RUN HISTORY INDEX ERROR: cannot open runhidx, "
                   "status " WS-RHIX-FILE-STATUS " - board "
                   WS-INPUT-FILENAME " is in runhist only"
           END-IF.
