      ******************************************************************
      * ATTNRPT - attenuation mode (see ATTNWS).
      * RESOLVE-ATTENUATION-MODE reads the switch and the loss
      * factors; it runs before the walk, since PROCESS-BEAM needs
      * them as it goes.  WRITE-ATTENUATION-REPORT writes
      * "attenrpt_<board>" once the walk has finished: the factors
      * used, the power that reached each bottom-row exit column
      * (every column the walk exited through, so a column fed only
      * by dark beams shows as zero), the power balance and the
      * number of flows extinguished, all from the power sweep
      * COMPUTE-DELIVERED-POWER runs first.  Nothing is written unless
      * DAY7_ATTEN_MODE=Y.  Shared by BEAMSPLIT and BEAMBATCH like
      * the other per-board reports.
      ******************************************************************
       RESOLVE-ATTENUATION-MODE.
           MOVE SPACES TO WS-ATTEN-MODE.
           ACCEPT WS-ATTEN-MODE FROM ENVIRONMENT "DAY7_ATTEN_MODE".
           IF WS-ATTEN-MODE = 'Y'
               MOVE SPACES TO WS-ATTEN-RAW
               ACCEPT WS-ATTEN-RAW
                   FROM ENVIRONMENT "DAY7_ATTEN_SPLIT_LOSS"
               IF WS-ATTEN-RAW NOT = SPACES
                   PERFORM PARSE-ATTEN-PERCENT
                   MOVE WS-ATTEN-PERCENT TO WS-ATTEN-SPLIT-LOSS
               END-IF
               MOVE SPACES TO WS-ATTEN-RAW
               ACCEPT WS-ATTEN-RAW
                   FROM ENVIRONMENT "DAY7_ATTEN_MIRROR_LOSS"
               IF WS-ATTEN-RAW NOT = SPACES
                   PERFORM PARSE-ATTEN-PERCENT
                   MOVE WS-ATTEN-PERCENT TO WS-ATTEN-MIRROR-LOSS
               END-IF
               MOVE SPACES TO WS-ATTEN-RAW
               ACCEPT WS-ATTEN-RAW
                   FROM ENVIRONMENT "DAY7_ATTEN_CUTOFF"
               IF WS-ATTEN-RAW NOT = SPACES
                   PERFORM PARSE-ATTEN-PERCENT
                   MOVE WS-ATTEN-PERCENT TO WS-ATTEN-CUTOFF-PCT
               END-IF
               IF WS-ATTEN-SPLIT-LOSS > 100
                   MOVE 100 TO WS-ATTEN-SPLIT-LOSS
               END-IF
               IF WS-ATTEN-MIRROR-LOSS > 100
                   MOVE 100 TO WS-ATTEN-MIRROR-LOSS
               END-IF
               IF WS-ATTEN-CUTOFF-PCT > 100
                   MOVE 100 TO WS-ATTEN-CUTOFF-PCT
               END-IF
               COMPUTE WS-ATTEN-SPLIT-KEEP
                   = (100 - WS-ATTEN-SPLIT-LOSS) / 200
               COMPUTE WS-ATTEN-MIRROR-KEEP
                   = (100 - WS-ATTEN-MIRROR-LOSS) / 100
               COMPUTE WS-ATTEN-CUTOFF = WS-ATTEN-CUTOFF-PCT / 100
           END-IF.

      ******************************************************************
      * PARSE-ATTEN-PERCENT - WS-ATTEN-RAW, left-justified digits
      * with an optional decimal point, into WS-ATTEN-PERCENT; the
      * same digit-at-a-time conversion as the other settings, with
      * the place value shrinking past the point.  Decimals beyond
      * the fourth are dropped.
      ******************************************************************
       PARSE-ATTEN-PERCENT.
           MOVE 0 TO WS-ATTEN-PERCENT.
           MOVE 1 TO WS-ATTEN-PLACE.
           MOVE 'N' TO WS-ATTEN-POINT-SEEN.
           PERFORM VARYING WS-ATTEN-PARSE-IDX FROM 1 BY 1
               UNTIL WS-ATTEN-PARSE-IDX > 10
                   OR (WS-ATTEN-RAW(WS-ATTEN-PARSE-IDX:1)
                           IS NOT NUMERIC
                       AND WS-ATTEN-RAW(WS-ATTEN-PARSE-IDX:1)
                           NOT = '.')
               IF WS-ATTEN-RAW(WS-ATTEN-PARSE-IDX:1) = '.'
                   MOVE 'Y' TO WS-ATTEN-POINT-SEEN
               ELSE
                   MOVE WS-ATTEN-RAW(WS-ATTEN-PARSE-IDX:1)
                       TO WS-ATTEN-DIGIT-X
                   IF WS-ATTEN-POINT-SEEN = 'Y'
                       DIVIDE 10 INTO WS-ATTEN-PLACE
                       COMPUTE WS-ATTEN-PERCENT = WS-ATTEN-PERCENT
                           + WS-ATTEN-DIGIT * WS-ATTEN-PLACE
                   ELSE
                       COMPUTE WS-ATTEN-PERCENT
                           = WS-ATTEN-PERCENT * 10 + WS-ATTEN-DIGIT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ATTENUATION-REPORT.
           IF WS-ATTEN-MODE = 'Y'
               PERFORM COMPUTE-DELIVERED-POWER
               MOVE SPACES TO WS-ATTEN-FILENAME
               STRING "attenrpt_" DELIMITED BY SIZE
                   WS-INPUT-SAFENAME DELIMITED BY SPACE
                   INTO WS-ATTEN-FILENAME
               OPEN OUTPUT ATTEN-REPORT-FILE
               MOVE WS-INPUT-FILENAME TO AHL-BOARD-NAME
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-HEADER-LINE
               MOVE WS-ATTEN-SPLIT-LOSS TO AFL-SPLIT-LOSS
               MOVE WS-ATTEN-MIRROR-LOSS TO AFL-MIRROR-LOSS
               MOVE WS-ATTEN-CUTOFF-PCT TO AFL-CUTOFF
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-FACTOR-LINE
               PERFORM VARYING WS-ATTEN-COL FROM 1 BY 1
                   UNTIL WS-ATTEN-COL > WS-WIDTH
                   IF EXIT-COL-ENTRY(WS-ATTEN-COL) = 'Y'
                       MOVE WS-ATTEN-COL TO AEL-COL
                       MOVE ATTEN-EXIT-POWER(WS-ATTEN-COL)
                           TO AEL-POWER
                       WRITE ATTEN-REPORT-RECORD FROM ATTEN-EXIT-LINE
                   END-IF
               END-PERFORM
               MOVE "INJECTED" TO ATL-LABEL
               MOVE WS-ATTEN-INJECTED TO ATL-POWER
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-TOTAL-LINE
               MOVE "DELIVERED" TO ATL-LABEL
               MOVE WS-ATTEN-DELIVERED TO ATL-POWER
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-TOTAL-LINE
               MOVE "ABSORBED" TO ATL-LABEL
               MOVE WS-ATTEN-ABSORBED TO ATL-POWER
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-TOTAL-LINE
               MOVE "LOST OFF SIDE" TO ATL-LABEL
               MOVE WS-ATTEN-SIDE-LOST TO ATL-POWER
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-TOTAL-LINE
               MOVE "EXTINGUISHED" TO ATL-LABEL
               MOVE WS-ATTEN-EXTINCT-LOST TO ATL-POWER
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-TOTAL-LINE
               MOVE WS-ATTEN-EXTINCT-COUNT TO AXL-COUNT
               WRITE ATTEN-REPORT-RECORD FROM ATTEN-EXTINCT-LINE
               CLOSE ATTEN-REPORT-FILE
           END-IF.

      ******************************************************************
      * COMPUTE-DELIVERED-POWER - the power balance for the report.
      * The board is swept top to bottom the way DRCRULES sweeps it
      * for splitter reach, but carrying power rather than a lit
      * flag: ATTEN-CUR-POWER holds the power arriving at each cell
      * of the row being settled, by direction (1 left, 2 straight
      * down, 3 right), and each cell passes it on into
      * ATTEN-NEXT-POWER for the row below.  Paths that come back
      * together simply add, which the walk - following each lit
      * path once - cannot do.  The seeds are the ones
      * SIMULATE-BEAMS starts from, one unit of power each.
      ******************************************************************
       COMPUTE-DELIVERED-POWER.
           MOVE 0 TO WS-ATTEN-EXTINCT-COUNT.
           MOVE 0 TO WS-ATTEN-INJECTED.
           MOVE 0 TO WS-ATTEN-DELIVERED.
           MOVE 0 TO WS-ATTEN-ABSORBED.
           MOVE 0 TO WS-ATTEN-SIDE-LOST.
           MOVE 0 TO WS-ATTEN-EXTINCT-LOST.
           MOVE ALL '0' TO ATTEN-EXIT-TABLE.
           MOVE ALL '0' TO ATTEN-POWER-CUR.
           MOVE ALL '0' TO ATTEN-POWER-NEXT.
           IF WS-MULTI-EMITTER = 'Y' AND WS-EMITTER-COUNT > 1
               AND WS-SINGLE-SEED = 'N'
               PERFORM VARYING WS-EMIT-IDX FROM 1 BY 1
                   UNTIL WS-EMIT-IDX > WS-EMITTER-COUNT
                   ADD 1 TO ATTEN-CUR-POWER(EM-COL(WS-EMIT-IDX), 2)
                   ADD 1 TO WS-ATTEN-INJECTED
               END-PERFORM
           ELSE
               ADD 1 TO ATTEN-CUR-POWER(WS-START-COL, 2)
               MOVE 1 TO WS-ATTEN-INJECTED
           END-IF.
           PERFORM VARYING WS-ATTEN-ROW FROM 1 BY 1
               UNTIL WS-ATTEN-ROW > WS-HEIGHT
               PERFORM SETTLE-SPLIT-POWER
               PERFORM VARYING WS-ATTEN-COL FROM 1 BY 1
                   UNTIL WS-ATTEN-COL > WS-WIDTH
                   IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL) NOT = '^'
                       PERFORM CARRY-POWER-DOWN
                   END-IF
               END-PERFORM
               MOVE ATTEN-POWER-NEXT TO ATTEN-POWER-CUR
               MOVE ALL '0' TO ATTEN-POWER-NEXT
           END-PERFORM.

      ******************************************************************
      * SETTLE-SPLIT-POWER - a splitter sends WS-ATTEN-SPLIT-KEEP of
      * what it receives into each neighbouring cell of its own row;
      * when that neighbour is another splitter the share is divided
      * again, so a run of adjacent splitters feeds itself.  The
      * power each splitter ends up dividing, X(c), satisfies
      *     X(c) = A(c) + k * X(c-1) + k * X(c+1)
      * across the run (A what arrives from above, k the keep
      * factor).  A left-to-right elimination pass leaves
      *     X(c) = ATTEN-ELIM-POWER(c) + ATTEN-ELIM-FACTOR(c) * X(c+1)
      * and a right-to-left pass then solves each X(c) into
      * ATTEN-SPLIT-IN - the run settled exactly, not followed
      * round and round.  SHARE-SPLIT-POWER hands the shares out.
      ******************************************************************
       SETTLE-SPLIT-POWER.
           PERFORM VARYING WS-ATTEN-COL FROM 1 BY 1
               UNTIL WS-ATTEN-COL > WS-WIDTH
               MOVE 0 TO ATTEN-SIDE-FED(WS-ATTEN-COL)
               MOVE 0 TO ATTEN-SPLIT-IN(WS-ATTEN-COL)
               IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL) = '^'
                   PERFORM ELIMINATE-SPLIT-POWER
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ATTEN-COL FROM WS-WIDTH BY -1
               UNTIL WS-ATTEN-COL < 1
               IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL) = '^'
                   MOVE ATTEN-ELIM-POWER(WS-ATTEN-COL)
                       TO ATTEN-SPLIT-IN(WS-ATTEN-COL)
                   IF WS-ATTEN-COL < WS-WIDTH
                       IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL + 1)
                           = '^'
                           COMPUTE ATTEN-SPLIT-IN(WS-ATTEN-COL) ROUNDED
                               = ATTEN-ELIM-POWER(WS-ATTEN-COL)
                               + ATTEN-ELIM-FACTOR(WS-ATTEN-COL)
                               * ATTEN-SPLIT-IN(WS-ATTEN-COL + 1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ATTEN-COL FROM 1 BY 1
               UNTIL WS-ATTEN-COL > WS-WIDTH
               IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL) = '^'
                   AND ATTEN-SPLIT-IN(WS-ATTEN-COL) > 0
                   PERFORM SHARE-SPLIT-POWER
               END-IF
           END-PERFORM.

       ELIMINATE-SPLIT-POWER.
           COMPUTE WS-ATTEN-POWER
               = ATTEN-CUR-POWER(WS-ATTEN-COL, 1)
               + ATTEN-CUR-POWER(WS-ATTEN-COL, 2)
               + ATTEN-CUR-POWER(WS-ATTEN-COL, 3).
           MOVE 'N' TO WS-ATTEN-RUN-ON.
           IF WS-ATTEN-COL > 1
               IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL - 1) = '^'
                   MOVE 'Y' TO WS-ATTEN-RUN-ON
               END-IF
           END-IF.
           IF WS-ATTEN-RUN-ON = 'Y'
               COMPUTE WS-ATTEN-DENOM ROUNDED = 1
                   - WS-ATTEN-SPLIT-KEEP
                   * ATTEN-ELIM-FACTOR(WS-ATTEN-COL - 1)
               COMPUTE ATTEN-ELIM-FACTOR(WS-ATTEN-COL) ROUNDED
                   = WS-ATTEN-SPLIT-KEEP / WS-ATTEN-DENOM
               COMPUTE ATTEN-ELIM-POWER(WS-ATTEN-COL) ROUNDED
                   = (WS-ATTEN-POWER + WS-ATTEN-SPLIT-KEEP
                      * ATTEN-ELIM-POWER(WS-ATTEN-COL - 1))
                   / WS-ATTEN-DENOM
           ELSE
               MOVE WS-ATTEN-SPLIT-KEEP
                   TO ATTEN-ELIM-FACTOR(WS-ATTEN-COL)
               MOVE WS-ATTEN-POWER TO ATTEN-ELIM-POWER(WS-ATTEN-COL)
           END-IF.

      ******************************************************************
      * SHARE-SPLIT-POWER - what the splitter divides less its two
      * shares is absorbed.  A share with no cell to go to is lost
      * off the side; one going into a neighbouring splitter is
      * already counted in that splitter's ATTEN-SPLIT-IN; any other
      * is side-fed into its cell to carry on down, unless it is
      * below the cut-off, when it is extinguished.  Shares are
      * truncated, never rounded up, so a splitter can never hand on
      * more than it received.
      ******************************************************************
       SHARE-SPLIT-POWER.
           COMPUTE WS-ATTEN-SHARE
               = ATTEN-SPLIT-IN(WS-ATTEN-COL) * WS-ATTEN-SPLIT-KEEP.
           COMPUTE WS-ATTEN-ABSORBED = WS-ATTEN-ABSORBED
               + ATTEN-SPLIT-IN(WS-ATTEN-COL)
               - WS-ATTEN-SHARE - WS-ATTEN-SHARE.
           IF WS-ATTEN-COL = 1
               ADD WS-ATTEN-SHARE TO WS-ATTEN-SIDE-LOST
           ELSE
               SUBTRACT 1 FROM WS-ATTEN-COL GIVING WS-ATTEN-SIDE-COL
               PERFORM PASS-SHARE-ASIDE
           END-IF.
           IF WS-ATTEN-COL = WS-WIDTH
               ADD WS-ATTEN-SHARE TO WS-ATTEN-SIDE-LOST
           ELSE
               ADD 1 TO WS-ATTEN-COL GIVING WS-ATTEN-SIDE-COL
               PERFORM PASS-SHARE-ASIDE
           END-IF.

       PASS-SHARE-ASIDE.
           IF GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-SIDE-COL) NOT = '^'
               IF WS-ATTEN-SHARE > 0
                   AND WS-ATTEN-SHARE < WS-ATTEN-CUTOFF
                   ADD 1 TO WS-ATTEN-EXTINCT-COUNT
                   ADD WS-ATTEN-SHARE TO WS-ATTEN-EXTINCT-LOST
               ELSE
                   ADD WS-ATTEN-SHARE
                       TO ATTEN-SIDE-FED(WS-ATTEN-SIDE-COL)
               END-IF
           END-IF.

      ******************************************************************
      * CARRY-POWER-DOWN - every flow arriving at a cell that is not
      * a splitter (a side-fed share arrives travelling straight
      * down) leaves it in the same direction, or turned by a mirror
      * at the cost of WS-ATTEN-MIRROR-LOSS percent.  On the bottom
      * row it is delivered to the cell's exit column; otherwise it
      * moves into the next row, or off the side of the board.
      ******************************************************************
       CARRY-POWER-DOWN.
           ADD ATTEN-SIDE-FED(WS-ATTEN-COL)
               TO ATTEN-CUR-POWER(WS-ATTEN-COL, 2).
           PERFORM VARYING WS-ATTEN-DIR-IDX FROM 1 BY 1
               UNTIL WS-ATTEN-DIR-IDX > 3
               IF ATTEN-CUR-POWER(WS-ATTEN-COL, WS-ATTEN-DIR-IDX) > 0
                   PERFORM CARRY-ONE-FLOW
               END-IF
           END-PERFORM.

       CARRY-ONE-FLOW.
           MOVE ATTEN-CUR-POWER(WS-ATTEN-COL, WS-ATTEN-DIR-IDX)
               TO WS-ATTEN-POWER.
           EVALUATE GRID-CHAR(WS-ATTEN-ROW, WS-ATTEN-COL)
               WHEN '/'
                   MOVE 3 TO WS-ATTEN-OUT-DIR
                   PERFORM DEFLECT-FLOW
               WHEN '\'
                   MOVE 1 TO WS-ATTEN-OUT-DIR
                   PERFORM DEFLECT-FLOW
               WHEN OTHER
                   MOVE WS-ATTEN-DIR-IDX TO WS-ATTEN-OUT-DIR
           END-EVALUATE.
           IF WS-ATTEN-POWER > 0
               IF WS-ATTEN-ROW = WS-HEIGHT
                   ADD WS-ATTEN-POWER
                       TO ATTEN-EXIT-POWER(WS-ATTEN-COL)
                   ADD WS-ATTEN-POWER TO WS-ATTEN-DELIVERED
               ELSE
                   COMPUTE WS-ATTEN-NEXT-COL
                       = WS-ATTEN-COL + WS-ATTEN-OUT-DIR - 2
                   IF WS-ATTEN-NEXT-COL < 1
                       OR WS-ATTEN-NEXT-COL > WS-WIDTH
                       ADD WS-ATTEN-POWER TO WS-ATTEN-SIDE-LOST
                   ELSE
                       ADD WS-ATTEN-POWER TO ATTEN-NEXT-POWER
                           (WS-ATTEN-NEXT-COL, WS-ATTEN-OUT-DIR)
                   END-IF
               END-IF
           END-IF.

       DEFLECT-FLOW.
           COMPUTE WS-ATTEN-SHARE
               = WS-ATTEN-POWER * WS-ATTEN-MIRROR-KEEP.
           COMPUTE WS-ATTEN-ABSORBED = WS-ATTEN-ABSORBED
               + WS-ATTEN-POWER - WS-ATTEN-SHARE.
           MOVE WS-ATTEN-SHARE TO WS-ATTEN-POWER.
           IF WS-ATTEN-POWER > 0
               AND WS-ATTEN-POWER < WS-ATTEN-CUTOFF
               ADD 1 TO WS-ATTEN-EXTINCT-COUNT
               ADD WS-ATTEN-POWER TO WS-ATTEN-EXTINCT-LOST
               MOVE 0 TO WS-ATTEN-POWER
           END-IF.
