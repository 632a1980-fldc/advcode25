      * WS-CKPT-ENABLED set to 'N' (see CKPTWS) the walk neither
      * restores, snapshots nor clears anything - programs that run
      * many short walks of one board in a single job use that.
      * In attenuation mode (see ATTNWS) each seed starts at full
      * intensity.
      ******************************************************************
       SIMULATE-BEAMS.
           IF WS-CKPT-ENABLED = 'Y'
                           TO BEAM-COL(WS-EMIT-IDX)
                       MOVE 0 TO BEAM-DIR(WS-EMIT-IDX)
                       MOVE 0 TO BEAM-PARENT(WS-EMIT-IDX)
                       MOVE 1 TO BEAM-INTENSITY(WS-EMIT-IDX)
                   END-PERFORM
                   MOVE 1 TO WS-QUEUE-START
                   COMPUTE WS-QUEUE-END = WS-EMITTER-COUNT + 1
                   MOVE WS-START-COL TO BEAM-COL(1)
                   MOVE 0 TO BEAM-DIR(1)
                   MOVE 0 TO BEAM-PARENT(1)
                   MOVE 1 TO BEAM-INTENSITY(1)
                   MOVE 1 TO WS-QUEUE-START
                   MOVE 2 TO WS-QUEUE-END
               END-IF
               MOVE BEAM-ROW(WS-QUEUE-START) TO WS-BEAM-ROW
               MOVE BEAM-COL(WS-QUEUE-START) TO WS-BEAM-COL
               MOVE BEAM-DIR(WS-QUEUE-START) TO WS-BEAM-DIR
               MOVE BEAM-INTENSITY(WS-QUEUE-START) TO WS-BEAM-INTENSITY
               MOVE WS-QUEUE-START TO WS-CURRENT-BEAM-ID
               ADD 1 TO WS-QUEUE-START

