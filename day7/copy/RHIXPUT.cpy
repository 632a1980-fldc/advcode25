      ******************************************************************
      * RHIXPUT - STORE-RUN-HIST-INDEX files the RUN-HIST-RECORD
      * currently built (or just read) into the keyed run history,
      * tagged with WS-RHIX-LOCATION: a run that lives in runhist
      * goes under the live class, one that lives in an archive
      * under the archive class (see RHIXFD); the caller has
      * RUN-HIST-INDEX-FILE open I-O.  A key already on file in that
      * class is read back: the same image means this record was
      * stored before (a rerun of the conversion, say) and is
      * counted as on file, not stored twice - re-tagged first if it
      * is now said to live in another archive; a different image is
      * a second run of the board in the same second and takes the
      * next RX-KEY-SEQ.  Once the run is on file in its own class,
      * a copy of the same image still filed under the other class
      * is deleted (RELEASE-OTHER-CLASS-COPY), so a run that has
      * moved between runhist and an archive is counted as re-tagged
      * and is never answered from both.  Writing before deleting
      * means a failure part way leaves the run on file twice, never
      * not at all.  Any other status is reported and counted, never
      * fatal - the sequential log already holds the record, and the
      * conversion run (BEAMHCNV) puts a missed one back in step.
      ******************************************************************
       STORE-RUN-HIST-INDEX.
           IF WS-RHIX-LOCATION = WS-RHIX-LIVE-LOCATION
               MOVE WS-RHIX-LIVE-CLASS TO WS-RHIX-HOLD-CLASS
           ELSE
               MOVE WS-RHIX-ARCH-CLASS TO WS-RHIX-HOLD-CLASS
           END-IF.
           MOVE WS-RHIX-HOLD-CLASS TO RX-LOC-CLASS.
           PERFORM BUILD-RUN-HIST-INDEX-KEY.
           MOVE RH-RUN-ID TO RX-RUN-ID.
           MOVE WS-RHIX-LOCATION TO RX-LOCATION.
           MOVE RUN-HIST-RECORD TO RX-HIST-IMAGE.
           MOVE RX-HIST-IMAGE TO WS-RHIX-HOLD-IMAGE.
           MOVE SPACE TO WS-RHIX-OUTCOME.
           MOVE 'N' TO WS-RHIX-DONE.
           PERFORM UNTIL WS-RHIX-DONE = 'Y'
               WRITE RUN-HIST-INDEX-RECORD
               EVALUATE WS-RHIX-FILE-STATUS
                   WHEN '00'
                   WHEN '02'
                       MOVE 'S' TO WS-RHIX-OUTCOME
                       MOVE 'Y' TO WS-RHIX-DONE
                   WHEN '22'
                       PERFORM RESOLVE-INDEX-DUPLICATE
                   WHEN OTHER
                       DISPLAY "RUN HISTORY INDEX ERROR: status "
                           WS-RHIX-FILE-STATUS " storing board "
                           RH-BOARD-NAME
                       MOVE 'E' TO WS-RHIX-OUTCOME
                       MOVE 'Y' TO WS-RHIX-DONE
               END-EVALUATE
           END-PERFORM.
           MOVE 'N' TO WS-RHIX-RELEASED.
           IF WS-RHIX-OUTCOME NOT = 'E'
               PERFORM RELEASE-OTHER-CLASS-COPY
           END-IF.
           EVALUATE TRUE
               WHEN WS-RHIX-OUTCOME = 'E'
                   ADD 1 TO WS-RHIX-ERROR-COUNT
               WHEN WS-RHIX-OUTCOME = 'R' OR WS-RHIX-RELEASED = 'Y'
                   ADD 1 TO WS-RHIX-MOVED-COUNT
               WHEN WS-RHIX-OUTCOME = 'S'
                   ADD 1 TO WS-RHIX-STORED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RHIX-ONFILE-COUNT
           END-EVALUATE.

       BUILD-RUN-HIST-INDEX-KEY.
           MOVE RH-BOARD-NAME TO RX-BOARD-NAME.
           IF RH-RUN-DATE IS NUMERIC
               MOVE RH-RUN-DATE TO RX-RUN-DATE
           ELSE
               MOVE 0 TO RX-RUN-DATE
           END-IF.
           IF RH-RUN-TIME IS NUMERIC
               MOVE RH-RUN-TIME TO RX-RUN-TIME
           ELSE
               MOVE 0 TO RX-RUN-TIME
           END-IF.
           MOVE 0 TO RX-KEY-SEQ.

       RESOLVE-INDEX-DUPLICATE.
           MOVE RX-KEY-SEQ TO WS-RHIX-HOLD-SEQ.
           READ RUN-HIST-INDEX-FILE
               KEY IS RX-KEY
           END-READ.
           IF WS-RHIX-FILE-STATUS = '00'
               AND RX-HIST-IMAGE = WS-RHIX-HOLD-IMAGE
               IF RX-LOCATION = WS-RHIX-LOCATION
                   MOVE 'F' TO WS-RHIX-OUTCOME
               ELSE
                   MOVE WS-RHIX-LOCATION TO RX-LOCATION
                   REWRITE RUN-HIST-INDEX-RECORD
                   IF WS-RHIX-FILE-STATUS = '00'
                       MOVE 'R' TO WS-RHIX-OUTCOME
                   ELSE
                       DISPLAY "RUN HISTORY INDEX ERROR: status "
                           WS-RHIX-FILE-STATUS " re-tagging board "
                           RH-BOARD-NAME
                       MOVE 'E' TO WS-RHIX-OUTCOME
                   END-IF
               END-IF
               MOVE 'Y' TO WS-RHIX-DONE
           ELSE
               IF WS-RHIX-HOLD-SEQ >= WS-RHIX-SEQ-MAX
                   DISPLAY "RUN HISTORY INDEX ERROR: more than "
                       WS-RHIX-SEQ-MAX " runs of board "
                       RH-BOARD-NAME " stamped " RH-RUN-DATE " "
                       RH-RUN-TIME
                   MOVE 'E' TO WS-RHIX-OUTCOME
                   MOVE 'Y' TO WS-RHIX-DONE
               ELSE
                   MOVE WS-RHIX-HOLD-CLASS TO RX-LOC-CLASS
                   PERFORM BUILD-RUN-HIST-INDEX-KEY
                   ADD 1 TO WS-RHIX-HOLD-SEQ GIVING RX-KEY-SEQ
                   MOVE RH-RUN-ID TO RX-RUN-ID
                   MOVE WS-RHIX-LOCATION TO RX-LOCATION
                   MOVE WS-RHIX-HOLD-IMAGE TO RX-HIST-IMAGE
               END-IF
           END-IF.

      ******************************************************************
      * RELEASE-OTHER-CLASS-COPY - look for the same run under the
      * other class, sequence by sequence, and delete it when found.
      * A key that is on file with a different image is another run
      * of the board stamped in the same second, and the search moves
      * on to the next sequence.
      ******************************************************************
       RELEASE-OTHER-CLASS-COPY.
           IF WS-RHIX-HOLD-CLASS = WS-RHIX-LIVE-CLASS
               MOVE WS-RHIX-ARCH-CLASS TO RX-LOC-CLASS
           ELSE
               MOVE WS-RHIX-LIVE-CLASS TO RX-LOC-CLASS
           END-IF.
           PERFORM BUILD-RUN-HIST-INDEX-KEY.
           MOVE 'N' TO WS-RHIX-DONE.
           PERFORM UNTIL WS-RHIX-DONE = 'Y'
               READ RUN-HIST-INDEX-FILE
                   KEY IS RX-KEY
               END-READ
               EVALUATE TRUE
                   WHEN WS-RHIX-FILE-STATUS = '23'
                       MOVE 'Y' TO WS-RHIX-DONE
                   WHEN WS-RHIX-FILE-STATUS NOT = '00'
                       DISPLAY "RUN HISTORY INDEX ERROR: status "
                           WS-RHIX-FILE-STATUS " checking board "
                           RH-BOARD-NAME " for a moved run"
                       MOVE 'E' TO WS-RHIX-OUTCOME
                       MOVE 'Y' TO WS-RHIX-DONE
                   WHEN RX-HIST-IMAGE = WS-RHIX-HOLD-IMAGE
                       DELETE RUN-HIST-INDEX-FILE RECORD
                       END-DELETE
                       IF WS-RHIX-FILE-STATUS = '00'
                           MOVE 'Y' TO WS-RHIX-RELEASED
                       ELSE
                           DISPLAY "RUN HISTORY INDEX ERROR: status "
                               WS-RHIX-FILE-STATUS " releasing board "
                               RH-BOARD-NAME " from "
                               RX-LOCATION
                           MOVE 'E' TO WS-RHIX-OUTCOME
                       END-IF
                       MOVE 'Y' TO WS-RHIX-DONE
                   WHEN RX-KEY-SEQ >= WS-RHIX-SEQ-MAX
                       MOVE 'Y' TO WS-RHIX-DONE
                   WHEN OTHER
                       ADD 1 TO RX-KEY-SEQ
               END-EVALUATE
           END-PERFORM.
