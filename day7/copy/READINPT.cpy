      * match the row check - that would let a truncated line back in
      * silently.  Every rejection raises WS-LOAD-FAILED rather than
      * stopping the run, so the caller decides whether a bad board
      * ends the job or just this board.  A board that loads cleanly
      * has its layout fingerprint (see GRIDWS) taken before control
      * returns to the caller.
      ******************************************************************
       READ-INPUT.
           ACCEPT WS-INPUT-FILENAME FROM ENVIRONMENT "DAY7_INPUT_FILE".
               CLOSE INPUT-FILE
           END-IF.
           MOVE WS-LINE-NUM TO WS-HEIGHT.
           IF WS-LOAD-FAILED NOT = 'Y'
               PERFORM COMPUTE-LAYOUT-FINGERPRINT
           END-IF.

       LOAD-BOARD-LINE.
           ADD 1 TO WS-LINE-NUM.
               END-IF
           END-IF.

      ******************************************************************
      * COMPUTE-LAYOUT-FINGERPRINT - Adler-style running sums over
      * every cell, row by row: SUM-A adds each cell's code, SUM-B
      * adds SUM-A, both kept modulo WS-FP-MODULUS, so moving a part
      * to another cell changes the checksum even when the part
      * counts stay the same.  Cells are coded by what the walk sees
      * (space, S, ^, /, \, anything else) rather than by collating
      * value, so the fingerprint reads the same on any machine.
      ******************************************************************
       COMPUTE-LAYOUT-FINGERPRINT.
           MOVE ZEROS TO WS-LAYOUT-FINGERPRINT.
           MOVE 1 TO WS-FP-SUM-A.
           MOVE 0 TO WS-FP-SUM-B.
           MOVE WS-HEIGHT TO WS-FP-HEIGHT.
           MOVE WS-WIDTH TO WS-FP-WIDTH.
           PERFORM VARYING WS-FP-ROW FROM 1 BY 1
               UNTIL WS-FP-ROW > WS-HEIGHT
               PERFORM VARYING WS-FP-COL FROM 1 BY 1
                   UNTIL WS-FP-COL > WS-WIDTH
                   EVALUATE GRID-CHAR(WS-FP-ROW, WS-FP-COL)
                       WHEN SPACE
                           MOVE 1 TO WS-FP-CELL-CODE
                       WHEN 'S'
                           MOVE 2 TO WS-FP-CELL-CODE
                           ADD 1 TO WS-FP-EMITTERS
                       WHEN '^'
                           MOVE 3 TO WS-FP-CELL-CODE
                           ADD 1 TO WS-FP-SPLITTERS
                       WHEN '/'
                           MOVE 4 TO WS-FP-CELL-CODE
                           ADD 1 TO WS-FP-MIRRORS
                       WHEN '\'
                           MOVE 5 TO WS-FP-CELL-CODE
                           ADD 1 TO WS-FP-MIRRORS
                       WHEN OTHER
                           MOVE 6 TO WS-FP-CELL-CODE
                   END-EVALUATE
                   ADD WS-FP-CELL-CODE TO WS-FP-SUM-A
                   DIVIDE WS-FP-SUM-A BY WS-FP-MODULUS
                       GIVING WS-FP-QUOTIENT REMAINDER WS-FP-SUM-A
                   ADD WS-FP-SUM-A TO WS-FP-SUM-B
                   DIVIDE WS-FP-SUM-B BY WS-FP-MODULUS
                       GIVING WS-FP-QUOTIENT REMAINDER WS-FP-SUM-B
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-FP-CHECKSUM = WS-FP-SUM-B * 65536 + WS-FP-SUM-A.

      ******************************************************************
      * NOTE-LOAD-EXCEPTION - stage and append one BOARD-LOAD record
      * to the exceptions file for a board that could not be loaded:
