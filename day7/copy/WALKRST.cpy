           MOVE 0 TO WS-MIRROR-COUNT.
           MOVE ALL '0' TO MIRROR-IDX-TABLE.
           MOVE ALL '0' TO FLUX-COUNT-TABLE.
           MOVE 0 TO WS-ATTEN-EXTINCT-COUNT.
           MOVE 0 TO WS-ATTEN-INJECTED.
           MOVE 0 TO WS-ATTEN-DELIVERED.
           MOVE 0 TO WS-ATTEN-ABSORBED.
           MOVE 0 TO WS-ATTEN-SIDE-LOST.
           MOVE 0 TO WS-ATTEN-EXTINCT-LOST.
           MOVE ALL '0' TO ATTEN-EXIT-TABLE.
