      ******************************************************************
      * GENPUT - FILE-REPORT-GENERATION files the board's per-board
      * reports from this run as its next numbered generation (see
      * GENWS), so a bad night's evidence survives the next night's
      * batch.  Called from WRITE-RUN-HISTORY once the run's runhist
      * record is written, so the generation carries the same date,
      * time and run id.  The hit, unhit and mirror reports are
      * always written; the flux map, coverage map and beam trace
      * only when their modes were on for this run - an older copy
      * left on disk from an earlier run is not this run's and is
      * not filed.  A report that cannot be copied is left out of
      * the generation and flagged so in the catalog; the run
      * itself is not failed for it.  Once the new generation is
      * catalogued, the board's oldest generations are rolled off -
      * their files deleted and a ROLLED record catalogued - until
      * only WS-GEN-KEEP remain, the new one included.
      ******************************************************************
       FILE-REPORT-GENERATION.
           PERFORM RESOLVE-GENERATION-KEEP.
           PERFORM LOAD-BOARD-GENERATIONS.
           IF WS-GEN-LAST-NO >= WS-GEN-NO-MAX
               DISPLAY "CAPACITY EXCEEDED: GENERATION NUMBER "
                   "EXHAUSTED AT BOARD " WS-INPUT-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GEN-LAST-NO GIVING WS-GEN-NO.
           MOVE "YYYNNN" TO WS-GEN-FLAGS.
           IF WS-FLUX-MODE = 'Y'
               MOVE 'Y' TO WS-GEN-FLAGS(4:1)
           END-IF.
           IF WS-COVMAP-MODE = 'Y'
               MOVE 'Y' TO WS-GEN-FLAGS(5:1)
           END-IF.
           IF WS-TRACE-MODE = 'Y'
               MOVE 'Y' TO WS-GEN-FLAGS(6:1)
           END-IF.
           PERFORM VARYING WS-GEN-FILE-IDX FROM 1 BY 1
               UNTIL WS-GEN-FILE-IDX > WS-GEN-FILE-COUNT
               IF WS-GEN-FLAGS(WS-GEN-FILE-IDX:1) = 'Y'
                   PERFORM COPY-GENERATION-FILE
               END-IF
           END-PERFORM.
           OPEN EXTEND GEN-CATALOG-FILE.
           IF WS-GENCAT-FILE-STATUS = '35'
               OPEN OUTPUT GEN-CATALOG-FILE
               CLOSE GEN-CATALOG-FILE
               OPEN EXTEND GEN-CATALOG-FILE
           END-IF.
           MOVE SPACES TO GEN-CATALOG-RECORD.
           MOVE WS-INPUT-FILENAME TO GC-BOARD-NAME.
           MOVE WS-GEN-NO TO GC-GEN-NO.
           MOVE "FILED" TO GC-EVENT.
           MOVE WS-RUN-DATE TO GC-RUN-DATE.
           MOVE WS-RUN-TIME TO GC-RUN-TIME.
           MOVE WS-RUN-ID TO GC-RUN-ID.
           MOVE WS-GEN-FLAGS TO GC-FILE-FLAGS.
           WRITE GEN-CATALOG-RECORD.
           PERFORM UNTIL WS-GEN-COUNT < WS-GEN-KEEP
               PERFORM ROLL-OFF-OLDEST-GENERATION
           END-PERFORM.
           CLOSE GEN-CATALOG-FILE.

      ******************************************************************
      * RESOLVE-GENERATION-KEEP - DAY7_GEN_KEEP arrives left-
      * justified as text and is converted a digit at a time; unset
      * or zero keeps the default, and it is capped at what
      * GEN-LIVE-TABLE can hold.
      ******************************************************************
       RESOLVE-GENERATION-KEEP.
           MOVE SPACES TO WS-GEN-RAW.
           ACCEPT WS-GEN-RAW FROM ENVIRONMENT "DAY7_GEN_KEEP".
           MOVE 0 TO WS-GEN-VALUE.
           PERFORM VARYING WS-GEN-PARSE-IDX FROM 1 BY 1
               UNTIL WS-GEN-PARSE-IDX > 5
                   OR WS-GEN-RAW(WS-GEN-PARSE-IDX:1) IS NOT NUMERIC
               MOVE WS-GEN-RAW(WS-GEN-PARSE-IDX:1) TO WS-GEN-DIGIT-X
               COMPUTE WS-GEN-VALUE = WS-GEN-VALUE * 10
                   + WS-GEN-DIGIT
           END-PERFORM.
           IF WS-GEN-VALUE > 0
               MOVE WS-GEN-VALUE TO WS-GEN-KEEP
           END-IF.
           IF WS-GEN-KEEP > WS-GEN-KEEP-MAX
               MOVE WS-GEN-KEEP-MAX TO WS-GEN-KEEP
           END-IF.

       COPY-GENERATION-FILE.
           PERFORM BUILD-GENERATION-NAMES.
           OPEN INPUT GEN-SOURCE-FILE.
           IF WS-GEN-SOURCE-STATUS NOT = '00'
               MOVE 'N' TO WS-GEN-FLAGS(WS-GEN-FILE-IDX:1)
           ELSE
               OPEN OUTPUT GEN-COPY-FILE
               IF WS-GEN-COPY-STATUS NOT = '00'
                   DISPLAY "GENERATION ERROR: cannot write "
                       WS-GEN-COPY-NAME
                   MOVE 'N' TO WS-GEN-FLAGS(WS-GEN-FILE-IDX:1)
               ELSE
                   MOVE 'N' TO WS-GEN-COPY-EOF
                   PERFORM UNTIL WS-GEN-COPY-EOF = 'Y'
                       READ GEN-SOURCE-FILE
                           AT END MOVE 'Y' TO WS-GEN-COPY-EOF
                           NOT AT END
                               MOVE GEN-SOURCE-RECORD(1:WS-GEN-REC-LEN)
                                   TO GEN-COPY-RECORD
                               WRITE GEN-COPY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE GEN-COPY-FILE
               END-IF
               CLOSE GEN-SOURCE-FILE
           END-IF.

      ******************************************************************
      * ROLL-OFF-OLDEST-GENERATION - delete every report file of the
      * board's oldest generation still on file and catalogue it as
      * ROLLED.  A file the generation never held is simply not
      * there to delete.  The library delete routine reports through
      * RETURN-CODE, so the run's own return code is put back after.
      ******************************************************************
       ROLL-OFF-OLDEST-GENERATION.
           MOVE GL-GEN-NO(1) TO WS-GEN-NO.
           MOVE RETURN-CODE TO WS-GEN-SAVED-RC.
           PERFORM VARYING WS-GEN-FILE-IDX FROM 1 BY 1
               UNTIL WS-GEN-FILE-IDX > WS-GEN-FILE-COUNT
               PERFORM BUILD-GENERATION-NAMES
               CALL "CBL_DELETE_FILE" USING WS-GEN-COPY-NAME
           END-PERFORM.
           MOVE WS-GEN-SAVED-RC TO RETURN-CODE.
           MOVE SPACES TO GEN-CATALOG-RECORD.
           MOVE WS-INPUT-FILENAME TO GC-BOARD-NAME.
           MOVE GL-GEN-NO(1) TO GC-GEN-NO.
           MOVE "ROLLED" TO GC-EVENT.
           MOVE GL-RUN-DATE(1) TO GC-RUN-DATE.
           MOVE GL-RUN-TIME(1) TO GC-RUN-TIME.
           MOVE GL-RUN-ID(1) TO GC-RUN-ID.
           MOVE GL-FILE-FLAGS(1) TO GC-FILE-FLAGS.
           WRITE GEN-CATALOG-RECORD.
           MOVE 1 TO WS-GEN-IDX.
           PERFORM DROP-LIVE-GENERATION.
