      ******************************************************************
      * ADVENT OF CODE DAY 7 - REPORT GENERATION CATALOG LISTING
      *
      * Every completed walk files the board's per-board reports as
      * a numbered generation (see GENPUT) and catalogues it in
      * "gencat" under the run id of the runhist record it was
      * filed with; the oldest roll off once a board holds
      * DAY7_GEN_KEEP of them.  This listing answers "what do we
      * still have for this board?": per board, every generation
      * still on file, oldest first, with its run id, run date and
      * time and which of the six reports it holds, so the one to
      * hand to BEAMBASE COMPARE (DAY7_BASE_GEN) can be picked out.
      * Each file the catalog says a generation holds is looked for
      * on disk, and any that has gone is listed as MISSING.
      * DAY7_GEN_BOARD limits the listing to one board; unset lists
      * every board in the catalog, in the order each was first
      * filed.  Report goes to "genlist"; RETURN-CODE 4 when any
      * generation file is missing, 8 when there is no catalog or
      * the board asked for has never been filed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMGENS.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GENSEL.
           COPY GENCSEL.
           SELECT GEN-LIST-FILE ASSIGN TO "genlist"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY GENFD.
       COPY GENCFD.

       FD  GEN-LIST-FILE.
       01  GEN-LIST-RECORD          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY GENWS.

       01  WS-INPUT-FILENAME        PIC X(100) VALUE SPACES.
       01  WS-INPUT-SAFENAME        PIC X(100) VALUE SPACES.
       01  WS-BN-IDX                PIC 9(3) VALUE 0.

       01  WS-GENS-BOARD-FILTER     PIC X(100) VALUE SPACES.
       01  WS-GENS-EOF              PIC A VALUE 'N'.
       01  WS-GENS-FOUND            PIC A.
       01  WS-GENS-IDX              PIC 9(5).
       01  WS-GENS-BOARD-IDX        PIC 9(5).
       01  WS-GENS-BOARD-COUNT      PIC 9(5) VALUE 0.
       01  WS-GENS-BOARD-MAX        PIC 9(5) VALUE 500.
       01  WS-GENS-READ-COUNT       PIC 9(10) VALUE 0.
       01  WS-GENS-LIVE-TOTAL       PIC 9(10) VALUE 0.
       01  WS-GENS-MISSING-COUNT    PIC 9(10) VALUE 0.

       01  GENS-BOARD-TABLE.
           05  GENS-BOARD-ENTRY OCCURS 500 TIMES.
               10  GB-BOARD-NAME    PIC X(100).
               10  GB-FILED-COUNT   PIC 9(5).
               10  GB-ROLLED-COUNT  PIC 9(5).

       01  GENS-HEADER-LINE.
           05  FILLER               PIC X(7) VALUE "BOARD: ".
           05  GHL-BOARD-NAME       PIC X(100).

       01  GENS-COUNT-LINE.
           05  FILLER               PIC X(10) VALUE "  ON FILE ".
           05  GCL-LIVE-COUNT       PIC 9(5).
           05  FILLER               PIC X(8) VALUE " FILED ".
           05  GCL-FILED-COUNT      PIC 9(5).
           05  FILLER               PIC X(9) VALUE " ROLLED ".
           05  GCL-ROLLED-COUNT     PIC 9(5).

       01  GENS-DETAIL-LINE.
           05  FILLER               PIC X(6) VALUE "  GEN ".
           05  GDL-GEN-NO           PIC 9(5).
           05  FILLER               PIC X(5) VALUE " RUN ".
           05  GDL-RUN-ID           PIC X(26).
           05  FILLER               PIC X(4) VALUE " ON ".
           05  GDL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE " AT ".
           05  GDL-RUN-TIME         PIC 9(6).
           05  FILLER               PIC X(7) VALUE " FILES ".
           05  GDL-FILE-NAME        PIC X(12) OCCURS 6 TIMES.

       01  GENS-MISSING-LINE.
           05  FILLER               PIC X(14)
                                    VALUE "      MISSING ".
           05  GML-FILE-NAME        PIC X(140).

       01  GENS-SUMMARY-LINE.
           05  FILLER               PIC X(19)
                                    VALUE "GENERATIONS: BOARDS".
           05  FILLER               PIC X VALUE SPACE.
           05  GSL-BOARD-COUNT      PIC 9(5).
           05  FILLER               PIC X(9) VALUE " ON FILE ".
           05  GSL-LIVE-TOTAL       PIC 9(10).
           05  FILLER               PIC X(15)
                                    VALUE " MISSING FILES ".
           05  GSL-MISSING-COUNT    PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-GENS-BOARD-FILTER
               FROM ENVIRONMENT "DAY7_GEN_BOARD".
           PERFORM LOAD-CATALOG-BOARDS.
           IF WS-GENS-READ-COUNT = 0
               DISPLAY "GENERATION ERROR: no generation catalog on "
                   "file (gencat)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GENS-BOARD-COUNT = 0
               DISPLAY "GENERATION ERROR: no generations ever filed "
                   "for board " WS-GENS-BOARD-FILTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-GENERATION-LIST.
           DISPLAY "Generation listing complete: " WS-GENS-BOARD-COUNT
               " board(s), " WS-GENS-LIVE-TOTAL " generation(s) on "
               "file, " WS-GENS-MISSING-COUNT " file(s) missing".
           IF WS-GENS-MISSING-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * LOAD-CATALOG-BOARDS - one pass over the catalog for the
      * boards it names, in the order each was first filed, and how
      * many generations each has had filed and rolled off.  The
      * generations themselves are gathered per board afterwards by
      * the same LOAD-BOARD-GENERATIONS the filing run uses, so the
      * listing and the roll-off can never disagree about what is on
      * file.
      ******************************************************************
       LOAD-CATALOG-BOARDS.
           OPEN INPUT GEN-CATALOG-FILE.
           IF WS-GENCAT-FILE-STATUS = '35'
               MOVE 'Y' TO WS-GENS-EOF
           END-IF.
           PERFORM UNTIL WS-GENS-EOF = 'Y'
               READ GEN-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-GENS-EOF
                   NOT AT END
                       ADD 1 TO WS-GENS-READ-COUNT
                       IF WS-GENS-BOARD-FILTER = SPACES
                           OR GC-BOARD-NAME = WS-GENS-BOARD-FILTER
                           PERFORM APPLY-CATALOG-BOARD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GENCAT-FILE-STATUS NOT = '35'
               CLOSE GEN-CATALOG-FILE
           END-IF.

       APPLY-CATALOG-BOARD.
           MOVE 'N' TO WS-GENS-FOUND.
           PERFORM VARYING WS-GENS-BOARD-IDX FROM 1 BY 1
               UNTIL WS-GENS-BOARD-IDX > WS-GENS-BOARD-COUNT
                   OR WS-GENS-FOUND = 'Y'
               IF GB-BOARD-NAME(WS-GENS-BOARD-IDX) = GC-BOARD-NAME
                   MOVE 'Y' TO WS-GENS-FOUND
               END-IF
           END-PERFORM.

           IF WS-GENS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-GENS-BOARD-IDX
           ELSE
               IF WS-GENS-BOARD-COUNT >= WS-GENS-BOARD-MAX
                   DISPLAY "CAPACITY EXCEEDED: GENS-BOARD-TABLE "
                       "FULL AT BOARD " GC-BOARD-NAME
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GENS-BOARD-COUNT
               MOVE WS-GENS-BOARD-COUNT TO WS-GENS-BOARD-IDX
               MOVE GC-BOARD-NAME TO GB-BOARD-NAME(WS-GENS-BOARD-IDX)
               MOVE 0 TO GB-FILED-COUNT(WS-GENS-BOARD-IDX)
               MOVE 0 TO GB-ROLLED-COUNT(WS-GENS-BOARD-IDX)
           END-IF.

           IF GC-FILED
               ADD 1 TO GB-FILED-COUNT(WS-GENS-BOARD-IDX)
           END-IF.
           IF GC-ROLLED
               ADD 1 TO GB-ROLLED-COUNT(WS-GENS-BOARD-IDX)
           END-IF.

       WRITE-GENERATION-LIST.
           OPEN OUTPUT GEN-LIST-FILE.
           PERFORM VARYING WS-GENS-BOARD-IDX FROM 1 BY 1
               UNTIL WS-GENS-BOARD-IDX > WS-GENS-BOARD-COUNT
               PERFORM WRITE-BOARD-GENERATIONS
           END-PERFORM.
           MOVE WS-GENS-BOARD-COUNT TO GSL-BOARD-COUNT.
           MOVE WS-GENS-LIVE-TOTAL TO GSL-LIVE-TOTAL.
           MOVE WS-GENS-MISSING-COUNT TO GSL-MISSING-COUNT.
           WRITE GEN-LIST-RECORD FROM GENS-SUMMARY-LINE.
           CLOSE GEN-LIST-FILE.

       WRITE-BOARD-GENERATIONS.
           MOVE GB-BOARD-NAME(WS-GENS-BOARD-IDX) TO WS-INPUT-FILENAME.
           PERFORM DERIVE-INPUT-SAFENAME.
           PERFORM LOAD-BOARD-GENERATIONS.
           ADD WS-GEN-COUNT TO WS-GENS-LIVE-TOTAL.
           MOVE WS-INPUT-FILENAME TO GHL-BOARD-NAME.
           WRITE GEN-LIST-RECORD FROM GENS-HEADER-LINE.
           MOVE WS-GEN-COUNT TO GCL-LIVE-COUNT.
           MOVE GB-FILED-COUNT(WS-GENS-BOARD-IDX) TO GCL-FILED-COUNT.
           MOVE GB-ROLLED-COUNT(WS-GENS-BOARD-IDX) TO GCL-ROLLED-COUNT.
           WRITE GEN-LIST-RECORD FROM GENS-COUNT-LINE.
           PERFORM VARYING WS-GENS-IDX FROM 1 BY 1
               UNTIL WS-GENS-IDX > WS-GEN-COUNT
               PERFORM WRITE-GENERATION-DETAIL
           END-PERFORM.

      ******************************************************************
      * WRITE-GENERATION-DETAIL - one line for generation WS-GENS-IDX
      * naming the reports it holds ("-" for one it does not), then
      * a MISSING line for each of those whose file is no longer on
      * disk.
      ******************************************************************
       WRITE-GENERATION-DETAIL.
           MOVE GL-GEN-NO(WS-GENS-IDX) TO GDL-GEN-NO.
           MOVE GL-RUN-ID(WS-GENS-IDX) TO GDL-RUN-ID.
           MOVE GL-RUN-DATE(WS-GENS-IDX) TO GDL-RUN-DATE.
           MOVE GL-RUN-TIME(WS-GENS-IDX) TO GDL-RUN-TIME.
           PERFORM VARYING WS-GEN-FILE-IDX FROM 1 BY 1
               UNTIL WS-GEN-FILE-IDX > WS-GEN-FILE-COUNT
               IF GL-FILE-FLAGS(WS-GENS-IDX)(WS-GEN-FILE-IDX:1) = 'Y'
                   MOVE GEN-FILE-PREFIX(WS-GEN-FILE-IDX)
                       TO GDL-FILE-NAME(WS-GEN-FILE-IDX)
               ELSE
                   MOVE "-" TO GDL-FILE-NAME(WS-GEN-FILE-IDX)
               END-IF
           END-PERFORM.
           WRITE GEN-LIST-RECORD FROM GENS-DETAIL-LINE.
           MOVE GL-GEN-NO(WS-GENS-IDX) TO WS-GEN-NO.
           PERFORM VARYING WS-GEN-FILE-IDX FROM 1 BY 1
               UNTIL WS-GEN-FILE-IDX > WS-GEN-FILE-COUNT
               IF GL-FILE-FLAGS(WS-GENS-IDX)(WS-GEN-FILE-IDX:1) = 'Y'
                   PERFORM CHECK-GENERATION-FILE
               END-IF
           END-PERFORM.

       CHECK-GENERATION-FILE.
           PERFORM BUILD-GENERATION-NAMES.
           MOVE WS-GEN-COPY-NAME TO WS-GEN-SOURCE-NAME.
           OPEN INPUT GEN-SOURCE-FILE.
           IF WS-GEN-SOURCE-STATUS = '00'
               CLOSE GEN-SOURCE-FILE
           ELSE
               MOVE WS-GEN-COPY-NAME TO GML-FILE-NAME
               WRITE GEN-LIST-RECORD FROM GENS-MISSING-LINE
               ADD 1 TO WS-GENS-MISSING-COUNT
           END-IF.

       COPY GENLOAD.
       COPY SAFENAME.
