      ******************************************************************
      * DRCRULES - the board design rules.  VALIDATE-INPUT only
      * proves a board can be walked; these catch layouts that walk
      * cleanly but are wrong, judged from the loaded grid alone
      * before any beam is walked.  RUN-DESIGN-RULES runs the whole
      * set against the board in GRID-DATA (loaded and validated by
      * the caller) and leaves the findings in DRCWS:
      *     EDGE-SPLITTER    ERROR    a '^' in the first or last
      *                               column - one of its two
      *                               children falls off the board
      *     MIRROR-OFFSIDE   ERROR    a '/' or '\' whose deflected
      *                               beam leaves the side of the
      *                               board before it meets another
      *                               splitter or mirror or reaches
      *                               the bottom row - every beam it
      *                               turns is lost
      *     STACKED-SPLITTER WARNING  a '^' directly under another
      *                               '^' - the upper one ends every
      *                               beam coming straight down, so
      *                               the lower one is shadowed
      *     UNREACHED-SPLIT  WARNING  a '^' no beam from any emitter
      *                               can arrive at, found by
      *                               sweeping the board row by row
      *                               the way PROCBEAM moves beams
      *                               (splitter children in the same
      *                               row one column either side,
      *                               mirrors setting the direction,
      *                               one column per row after that)
      * BEAMDRC writes the violations report from these results;
      * BOARDMNT runs the same rules and will not certify a board
      * with any ERROR against its current layout.
      ******************************************************************
       RUN-DESIGN-RULES.
           MOVE 0 TO WS-DRC-ERROR-COUNT.
           MOVE 0 TO WS-DRC-WARNING-COUNT.
           MOVE 0 TO WS-DRC-VIOL-COUNT.
           MOVE 'N' TO WS-DRC-OVERFLOW.
           PERFORM VARYING WS-DRC-ROW FROM 1 BY 1
               UNTIL WS-DRC-ROW > WS-HEIGHT
               PERFORM VARYING WS-DRC-COL FROM 1 BY 1
                   UNTIL WS-DRC-COL > WS-WIDTH
                   EVALUATE GRID-CHAR(WS-DRC-ROW, WS-DRC-COL)
                       WHEN '^'
                           PERFORM CHECK-SPLITTER-RULES
                       WHEN '/'
                           MOVE 1 TO WS-DRC-DIR
                           PERFORM CHECK-MIRROR-RULES
                       WHEN '\'
                           MOVE -1 TO WS-DRC-DIR
                           PERFORM CHECK-MIRROR-RULES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           PERFORM CHECK-SPLITTER-REACH.

       CHECK-SPLITTER-RULES.
           IF WS-DRC-COL = 1 OR WS-DRC-COL = WS-WIDTH
               MOVE "EDGE-SPLITTER" TO WS-DRC-RULE-ID
               MOVE "ERROR" TO WS-DRC-SEVERITY
               MOVE "splitter on the board edge drops one child"
                   TO WS-DRC-TEXT
               PERFORM NOTE-DRC-VIOLATION
           END-IF.
           IF WS-DRC-ROW > 1
               IF GRID-CHAR(WS-DRC-ROW - 1, WS-DRC-COL) = '^'
                   MOVE "STACKED-SPLITTER" TO WS-DRC-RULE-ID
                   MOVE "WARNING" TO WS-DRC-SEVERITY
                   MOVE "splitter directly under another splitter"
                       TO WS-DRC-TEXT
                   PERFORM NOTE-DRC-VIOLATION
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-MIRROR-RULES - follow the beam the mirror at
      * WS-DRC-ROW/WS-DRC-COL sends off in direction WS-DRC-DIR, one
      * column per row exactly as PROCBEAM moves it, until it meets
      * another part (which may turn it back onto the board), reaches
      * the bottom row, or leaves the side.  Whatever arrives at a
      * mirror leaves in the mirror's own direction, so this one
      * path decides the rule.
      ******************************************************************
       CHECK-MIRROR-RULES.
           MOVE WS-DRC-ROW TO WS-DRC-TRACE-ROW.
           MOVE WS-DRC-COL TO WS-DRC-TRACE-COL.
           MOVE 'N' TO WS-DRC-TRACE-DONE.
           PERFORM UNTIL WS-DRC-TRACE-DONE = 'Y'
               IF WS-DRC-TRACE-ROW >= WS-HEIGHT
                   MOVE 'Y' TO WS-DRC-TRACE-DONE
               ELSE
                   ADD WS-DRC-DIR TO WS-DRC-TRACE-COL
                   IF WS-DRC-TRACE-COL < 1
                       OR WS-DRC-TRACE-COL > WS-WIDTH
                       MOVE "MIRROR-OFFSIDE" TO WS-DRC-RULE-ID
                       MOVE "ERROR" TO WS-DRC-SEVERITY
                       MOVE "mirror steers every beam off the side"
                           TO WS-DRC-TEXT
                       PERFORM NOTE-DRC-VIOLATION
                       MOVE 'Y' TO WS-DRC-TRACE-DONE
                   ELSE
                       ADD 1 TO WS-DRC-TRACE-ROW
                       IF GRID-CHAR(WS-DRC-TRACE-ROW, WS-DRC-TRACE-COL)
                               = '^'
                           OR GRID-CHAR(WS-DRC-TRACE-ROW,
                               WS-DRC-TRACE-COL) = '/'
                           OR GRID-CHAR(WS-DRC-TRACE-ROW,
                               WS-DRC-TRACE-COL) = '\'
                           MOVE 'Y' TO WS-DRC-TRACE-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-SPLITTER-REACH - sweep the board top to bottom carrying
      * the set of (column, direction) a beam can be in on each row.
      * The emitters seed row 1 travelling straight down, as
      * SIMULATE-BEAMS does.  Within a row a reached splitter lights
      * both neighbours going straight down; a left-to-right pass
      * then a right-to-left pass settle any run of adjacent
      * splitters, since each newly lit splitter's other neighbour
      * has already been lit by the pass that reached it.  What
      * leaves the row then lands one row down, one column over in
      * its direction.  A splitter still dark when its row is
      * settled can never be hit.
      ******************************************************************
       CHECK-SPLITTER-REACH.
           MOVE ALL 'N' TO DRC-REACH-CUR.
           MOVE ALL 'N' TO DRC-REACH-NEXT.
           PERFORM VARYING WS-DRC-IDX FROM 1 BY 1
               UNTIL WS-DRC-IDX > WS-EMITTER-COUNT
               MOVE 'Y' TO DRC-CUR-LIT(EM-COL(WS-DRC-IDX), 2)
           END-PERFORM.
           PERFORM VARYING WS-DRC-ROW FROM 1 BY 1
               UNTIL WS-DRC-ROW > WS-HEIGHT
               PERFORM SETTLE-REACH-ROW
               MOVE DRC-REACH-NEXT TO DRC-REACH-CUR
               MOVE ALL 'N' TO DRC-REACH-NEXT
           END-PERFORM.

       SETTLE-REACH-ROW.
           PERFORM VARYING WS-DRC-COL FROM 1 BY 1
               UNTIL WS-DRC-COL >= WS-WIDTH
               IF GRID-CHAR(WS-DRC-ROW, WS-DRC-COL) = '^'
                   PERFORM TEST-CELL-LIT
                   IF WS-DRC-LIT = 'Y'
                       MOVE 'Y' TO DRC-CUR-LIT(WS-DRC-COL + 1, 2)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DRC-COL FROM WS-WIDTH BY -1
               UNTIL WS-DRC-COL <= 1
               IF GRID-CHAR(WS-DRC-ROW, WS-DRC-COL) = '^'
                   PERFORM TEST-CELL-LIT
                   IF WS-DRC-LIT = 'Y'
                       MOVE 'Y' TO DRC-CUR-LIT(WS-DRC-COL - 1, 2)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DRC-COL FROM 1 BY 1
               UNTIL WS-DRC-COL > WS-WIDTH
               PERFORM TEST-CELL-LIT
               IF GRID-CHAR(WS-DRC-ROW, WS-DRC-COL) = '^'
                   IF WS-DRC-LIT = 'N'
                       MOVE "UNREACHED-SPLIT" TO WS-DRC-RULE-ID
                       MOVE "WARNING" TO WS-DRC-SEVERITY
                       MOVE "no emitter's beam can reach this splitter"
                           TO WS-DRC-TEXT
                       PERFORM NOTE-DRC-VIOLATION
                   END-IF
               ELSE
                   IF WS-DRC-LIT = 'Y' AND WS-DRC-ROW < WS-HEIGHT
                       PERFORM CARRY-REACH-DOWN
                   END-IF
               END-IF
           END-PERFORM.

       TEST-CELL-LIT.
           MOVE 'N' TO WS-DRC-LIT.
           PERFORM VARYING WS-DRC-DIR-IDX FROM 1 BY 1
               UNTIL WS-DRC-DIR-IDX > 3
               IF DRC-CUR-LIT(WS-DRC-COL, WS-DRC-DIR-IDX) = 'Y'
                   MOVE 'Y' TO WS-DRC-LIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * CARRY-REACH-DOWN - every direction a beam can hold in this
      * cell leaves it bent by a mirror or unchanged, and lands on
      * the next row one column over unless that is off the side.
      ******************************************************************
       CARRY-REACH-DOWN.
           PERFORM VARYING WS-DRC-DIR-IDX FROM 1 BY 1
               UNTIL WS-DRC-DIR-IDX > 3
               IF DRC-CUR-LIT(WS-DRC-COL, WS-DRC-DIR-IDX) = 'Y'
                   EVALUATE GRID-CHAR(WS-DRC-ROW, WS-DRC-COL)
                       WHEN '/'
                           MOVE 1 TO WS-DRC-OUT-DIR
                       WHEN '\'
                           MOVE -1 TO WS-DRC-OUT-DIR
                       WHEN OTHER
                           SUBTRACT 2 FROM WS-DRC-DIR-IDX
                               GIVING WS-DRC-OUT-DIR
                   END-EVALUATE
                   ADD WS-DRC-COL WS-DRC-OUT-DIR
                       GIVING WS-DRC-NEXT-COL
                   IF WS-DRC-NEXT-COL >= 1
                       AND WS-DRC-NEXT-COL <= WS-WIDTH
                       MOVE 'Y' TO DRC-NEXT-LIT(WS-DRC-NEXT-COL,
                           WS-DRC-OUT-DIR + 2)
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-DRC-VIOLATION.
           IF WS-DRC-SEVERITY = "ERROR"
               ADD 1 TO WS-DRC-ERROR-COUNT
           ELSE
               ADD 1 TO WS-DRC-WARNING-COUNT
           END-IF.
           IF WS-DRC-VIOL-COUNT >= WS-DRC-VIOL-MAX
               MOVE 'Y' TO WS-DRC-OVERFLOW
           ELSE
               ADD 1 TO WS-DRC-VIOL-COUNT
               MOVE WS-DRC-RULE-ID TO DVT-RULE-ID(WS-DRC-VIOL-COUNT)
               MOVE WS-DRC-ROW TO DVT-ROW(WS-DRC-VIOL-COUNT)
               MOVE WS-DRC-COL TO DVT-COL(WS-DRC-VIOL-COUNT)
               MOVE WS-DRC-SEVERITY TO DVT-SEVERITY(WS-DRC-VIOL-COUNT)
               MOVE WS-DRC-TEXT TO DVT-TEXT(WS-DRC-VIOL-COUNT)
           END-IF.
