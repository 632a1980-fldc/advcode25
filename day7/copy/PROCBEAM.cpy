      * optics the way the hit detail accounts for its splitters,
      * and every cell a walked beam occupies bumps that cell's
      * traversal count (see FLUXWS) for the flux map.
      * In attenuation mode the beam's intensity is worked down at
      * each splitter and mirror as it goes (see ATTNWS and the
      * ATTENUATE- paragraphs below).
      * ADD-EXIT-FLAG is PERFORMed whenever a beam falls through the
      * bottom row without being split or walked off the side on its
      * last step; each calling program supplies its own ADD-EXIT-FLAG
                               MOVE 0 TO BEAM-DIR(WS-QUEUE-END)
                               MOVE WS-CURRENT-BEAM-ID
                                   TO BEAM-PARENT(WS-QUEUE-END)
                               PERFORM ATTENUATE-SPLIT-CHILD
                               IF WS-TRACE-MODE = 'Y'
                                   PERFORM TRACE-CHILD-RECORD
                               END-IF
                               MOVE 0 TO BEAM-DIR(WS-QUEUE-END)
                               MOVE WS-CURRENT-BEAM-ID
                                   TO BEAM-PARENT(WS-QUEUE-END)
                               PERFORM ATTENUATE-SPLIT-CHILD
                               IF WS-TRACE-MODE = 'Y'
                                   PERFORM TRACE-CHILD-RECORD
                               END-IF
                   WHEN '/'
                       MOVE 1 TO WS-CURRENT-DIR
                       PERFORM NOTE-MIRROR-DEFLECT
                       PERFORM ATTENUATE-AT-MIRROR
                   WHEN '\'
                       MOVE -1 TO WS-CURRENT-DIR
                       PERFORM NOTE-MIRROR-DEFLECT
                       PERFORM ATTENUATE-AT-MIRROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           IF BEAM-REACHED-BOTTOM AND NOT WALK-ABORTED
               PERFORM ADD-EXIT-FLAG
           END-IF.

      ******************************************************************
      * ATTENUATE-SPLIT-CHILD - in attenuation mode (see ATTNWS) each
      * child of a split carries WS-ATTEN-SPLIT-KEEP of the beam's
      * intensity, and a child that falls below the cut-off is
      * queued dark.  Nothing here touches the walk itself, and the
      * report's power figures come from the power sweep in ATTNRPT,
      * not from here.
      ******************************************************************
       ATTENUATE-SPLIT-CHILD.
           IF WS-ATTEN-MODE = 'Y'
               COMPUTE WS-ATTEN-CHILD
                   = WS-BEAM-INTENSITY * WS-ATTEN-SPLIT-KEEP
               IF WS-ATTEN-CHILD < WS-ATTEN-CUTOFF
                   MOVE 0 TO WS-ATTEN-CHILD
               END-IF
               MOVE WS-ATTEN-CHILD TO BEAM-INTENSITY(WS-QUEUE-END)
           END-IF.

      ******************************************************************
      * ATTENUATE-AT-MIRROR - every deflection costs the beam
      * WS-ATTEN-MIRROR-LOSS percent; a beam that falls below the
      * cut-off here goes dark and walks on unlit.
      ******************************************************************
       ATTENUATE-AT-MIRROR.
           IF WS-ATTEN-MODE = 'Y' AND WS-BEAM-INTENSITY > 0
               AND NOT WALK-ABORTED
               COMPUTE WS-BEAM-INTENSITY
                   = WS-BEAM-INTENSITY * WS-ATTEN-MIRROR-KEEP
               IF WS-BEAM-INTENSITY < WS-ATTEN-CUTOFF
                   MOVE 0 TO WS-BEAM-INTENSITY
               END-IF
           END-IF.
