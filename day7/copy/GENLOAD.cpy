      ******************************************************************
      * GENLOAD - LOAD-BOARD-GENERATIONS reads the generation
      * catalog (see GENFD) for the board in WS-INPUT-FILENAME and
      * leaves its generations still on file in GEN-LIVE-TABLE,
      * oldest first, with WS-GEN-LAST-NO the highest number it has
      * ever been given - numbers are never reused, even after the
      * generation rolls off.  No catalog simply means no
      * generations yet.  BUILD-GENERATION-NAMES names one report of
      * one generation: for GEN-FILE-PREFIX(WS-GEN-FILE-IDX) and
      * generation WS-GEN-NO, WS-GEN-SOURCE-NAME is the board's
      * current file and WS-GEN-COPY-NAME the generation's copy.
      ******************************************************************
       LOAD-BOARD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-LAST-NO.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT GEN-CATALOG-FILE.
           IF WS-GENCAT-FILE-STATUS = '35'
               MOVE 'Y' TO WS-GEN-EOF
           END-IF.
           PERFORM UNTIL WS-GEN-EOF = 'Y'
               READ GEN-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-GEN-EOF
                   NOT AT END
                       IF GC-BOARD-NAME = WS-INPUT-FILENAME
                           AND GC-GEN-NO IS NUMERIC
                           PERFORM APPLY-GENERATION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GENCAT-FILE-STATUS NOT = '35'
               CLOSE GEN-CATALOG-FILE
           END-IF.

       APPLY-GENERATION-RECORD.
           IF GC-FILED
               IF GC-GEN-NO > WS-GEN-LAST-NO
                   MOVE GC-GEN-NO TO WS-GEN-LAST-NO
               END-IF
               IF WS-GEN-COUNT >= WS-GEN-MAX
                   DISPLAY "CAPACITY EXCEEDED: GEN-LIVE-TABLE "
                       "FULL AT BOARD " WS-INPUT-FILENAME
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE GC-GEN-NO TO GL-GEN-NO(WS-GEN-COUNT)
               MOVE GC-RUN-DATE TO GL-RUN-DATE(WS-GEN-COUNT)
               MOVE GC-RUN-TIME TO GL-RUN-TIME(WS-GEN-COUNT)
               MOVE GC-RUN-ID TO GL-RUN-ID(WS-GEN-COUNT)
               MOVE GC-FILE-FLAGS TO GL-FILE-FLAGS(WS-GEN-COUNT)
           END-IF.
           IF GC-ROLLED
               MOVE 'N' TO WS-GEN-FOUND
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
                       OR WS-GEN-FOUND = 'Y'
                   IF GL-GEN-NO(WS-GEN-IDX) = GC-GEN-NO
                       MOVE 'Y' TO WS-GEN-FOUND
                   END-IF
               END-PERFORM
               IF WS-GEN-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-GEN-IDX
                   PERFORM DROP-LIVE-GENERATION
               END-IF
           END-IF.

      ******************************************************************
      * DROP-LIVE-GENERATION - take entry WS-GEN-IDX out of
      * GEN-LIVE-TABLE, closing the gap so the table stays in
      * oldest-first order.
      ******************************************************************
       DROP-LIVE-GENERATION.
           PERFORM VARYING WS-GEN-SHIFT-IDX FROM WS-GEN-IDX BY 1
               UNTIL WS-GEN-SHIFT-IDX >= WS-GEN-COUNT
               MOVE GEN-LIVE-ENTRY(WS-GEN-SHIFT-IDX + 1)
                   TO GEN-LIVE-ENTRY(WS-GEN-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-GEN-COUNT.

       BUILD-GENERATION-NAMES.
           MOVE SPACES TO WS-GEN-SOURCE-NAME.
           STRING GEN-FILE-PREFIX(WS-GEN-FILE-IDX) DELIMITED BY SPACE
               WS-INPUT-SAFENAME DELIMITED BY SPACE
               INTO WS-GEN-SOURCE-NAME.
           MOVE SPACES TO WS-GEN-COPY-NAME.
           STRING WS-GEN-SOURCE-NAME DELIMITED BY SPACE
               "_g" DELIMITED BY SIZE
               WS-GEN-NO DELIMITED BY SIZE
               INTO WS-GEN-COPY-NAME.
