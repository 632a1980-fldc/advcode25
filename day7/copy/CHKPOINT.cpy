                   ELSE
                       MOVE 0 TO BEAM-PARENT(CKPT-E-IDX)
                   END-IF
                   IF CKPT-E-INTENSITY IS NUMERIC
                       MOVE CKPT-E-INTENSITY
                           TO BEAM-INTENSITY(CKPT-E-IDX)
                   ELSE
                       MOVE 0 TO BEAM-INTENSITY(CKPT-E-IDX)
                   END-IF
               WHEN 'E'
                   IF EXIT-COL-ENTRY(CKPT-E-COL) = 'N'
                       MOVE 'Y' TO EXIT-COL-ENTRY(CKPT-E-COL)
               MOVE BEAM-COL(WS-CKPT-SAVE-IDX) TO CKPT-E-COL
               MOVE BEAM-DIR(WS-CKPT-SAVE-IDX) TO CKPT-E-DIR
               MOVE BEAM-PARENT(WS-CKPT-SAVE-IDX) TO CKPT-E-PARENT
               MOVE BEAM-INTENSITY(WS-CKPT-SAVE-IDX)
                   TO CKPT-E-INTENSITY
               WRITE CKPT-RECORD
           END-PERFORM.

