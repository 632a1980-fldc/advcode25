      * The board comes from DAY7_INPUT_FILE and the baseline name
      * from DAY7_BASE_NAME (default "certified"), so one board can
      * carry more than one baseline (pre- and post-rework, say).
      * A COMPARE can instead be made against one of the report
      * generations every completed walk files (see GENPUT), with
      * no baseline saved beforehand: DAY7_BASE_GEN names it by
      *     generation number   up to 5 digits, as in the listing
      *                         BEAMGENS writes
      *     run date            8 digits, YYYYMMDD - the latest
      *                         generation filed that day
      *     run id              the runhist RH-RUN-ID that filed it
      * and the generation's splithits_ and unhitsplit_ copies stand
      * in for the baseline files.  The baseline is then called
      * "gNNNNN" in the report, which goes to "basecmp_gNNNNN_
      * <board>" and carries the generation's run id.  A generation
      * that has rolled off, or was never filed, is reported like a
      * missing baseline.
      * The comparison reports, cell by cell:
      *     NEWLY-HIT      hit now, not in the baseline run
      *     NO-LONGER-HIT  hit in the baseline run, not now
       FILE-CONTROL.
           COPY HITSEL.
           COPY UNHSEL.
           COPY GENSEL.
           SELECT BASE-HITS-FILE ASSIGN DYNAMIC WS-BASEHITS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASEHITS-STATUS.
       FILE SECTION.
       COPY HITFD.
       COPY UNHFD.
       COPY GENFD.

       FD  BASE-HITS-FILE.
       01  BASE-HITS-RECORD.
           05  BU-DIST             PIC 9(5).

       FD  BASE-CMP-FILE.
       01  BASE-CMP-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       COPY HITWS.
       COPY UNHWS.
       COPY GENWS.

       01  WS-INPUT-FILENAME       PIC X(100) VALUE "input".
       01  WS-INPUT-SAFENAME       PIC X(100) VALUE SPACES.

       01  WS-BASE-MODE            PIC X(8) VALUE SPACES.
       01  WS-BASE-NAME            PIC X(20) VALUE SPACES.
       01  WS-BASE-GEN             PIC X(26) VALUE SPACES.
       01  WS-BASE-GEN-RUN-ID      PIC X(26) VALUE SPACES.
       01  WS-BASE-GEN-IDX         PIC 9(5).
       01  WS-BASE-GEN-DIGITS      PIC 9(5).
       01  WS-BASE-GEN-VALUE       PIC 9(8).
       01  WS-BASE-GEN-DIGIT-X     PIC X.
       01  WS-BASE-GEN-DIGIT REDEFINES WS-BASE-GEN-DIGIT-X PIC 9.
       01  WS-BASEHITS-NAME        PIC X(160).
       01  WS-BASEHITS-STATUS      PIC XX.
       01  WS-BASEUNH-NAME         PIC X(160).
           05  CPH-BASE-NAME       PIC X(20).
           05  FILLER              PIC X(7) VALUE " BOARD ".
           05  CPH-BOARD-NAME      PIC X(100).
           05  CPH-RUN-LABEL       PIC X(5) VALUE SPACES.
           05  CPH-RUN-ID          PIC X(26) VALUE SPACES.

       01  CMP-SUMMARY-LINE.
           05  CPS-VERDICT         PIC X(5).
           IF WS-BASE-NAME = SPACES
               MOVE "certified" TO WS-BASE-NAME
           END-IF.
           ACCEPT WS-BASE-GEN FROM ENVIRONMENT "DAY7_BASE_GEN".
           IF WS-BASE-GEN NOT = SPACES
               PERFORM RESOLVE-BASE-GENERATION
           END-IF.
           PERFORM BUILD-BASELINE-NAMES.
           EVALUATE WS-BASE-MODE
               WHEN "SAVE"
           STRING "unhitsplit_" DELIMITED BY SIZE
               WS-INPUT-SAFENAME DELIMITED BY SPACE
               INTO WS-UNHIT-FILENAME.
           IF WS-BASE-GEN NOT = SPACES
               MOVE 1 TO WS-GEN-FILE-IDX
               PERFORM BUILD-GENERATION-NAMES
               MOVE WS-GEN-COPY-NAME TO WS-BASEHITS-NAME
               MOVE 2 TO WS-GEN-FILE-IDX
               PERFORM BUILD-GENERATION-NAMES
               MOVE WS-GEN-COPY-NAME TO WS-BASEUNH-NAME
           ELSE
               MOVE SPACES TO WS-BASEHITS-NAME
               STRING "basehits_" DELIMITED BY SIZE
                   WS-BASE-NAME DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-INPUT-SAFENAME DELIMITED BY SPACE
                   INTO WS-BASEHITS-NAME
               MOVE SPACES TO WS-BASEUNH-NAME
               STRING "baseunh_" DELIMITED BY SIZE
                   WS-BASE-NAME DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-INPUT-SAFENAME DELIMITED BY SPACE
                   INTO WS-BASEUNH-NAME
           END-IF.
           MOVE SPACES TO WS-BASECMP-NAME.
           STRING "basecmp_" DELIMITED BY SIZE
               WS-BASE-NAME DELIMITED BY SPACE
               WS-INPUT-SAFENAME DELIMITED BY SPACE
               INTO WS-BASECMP-NAME.

      ******************************************************************
      * RESOLVE-BASE-GENERATION - find the generation DAY7_BASE_GEN
      * names among the board's generations still on file (see
      * GENLOAD) and make it the baseline: WS-GEN-NO for the file
      * names, "gNNNNN" as the baseline name.  All digits up to 5
      * long is a generation number, 8 long a run date (the latest
      * generation that day wins, the table being oldest first);
      * anything else must match a run id exactly.  Only a COMPARE
      * can name one - a generation is already a snapshot.
      ******************************************************************
       RESOLVE-BASE-GENERATION.
           IF WS-BASE-MODE NOT = "COMPARE"
               DISPLAY "BASELINE ERROR: DAY7_BASE_GEN is for COMPARE "
                   "only - a generation needs no SAVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-BOARD-GENERATIONS.
           MOVE 0 TO WS-BASE-GEN-VALUE.
           PERFORM VARYING WS-BASE-GEN-DIGITS FROM 1 BY 1
               UNTIL WS-BASE-GEN-DIGITS > 8
                   OR WS-BASE-GEN(WS-BASE-GEN-DIGITS:1) IS NOT NUMERIC
               MOVE WS-BASE-GEN(WS-BASE-GEN-DIGITS:1)
                   TO WS-BASE-GEN-DIGIT-X
               COMPUTE WS-BASE-GEN-VALUE = WS-BASE-GEN-VALUE * 10
                   + WS-BASE-GEN-DIGIT
           END-PERFORM.
           SUBTRACT 1 FROM WS-BASE-GEN-DIGITS.
           IF WS-BASE-GEN(WS-BASE-GEN-DIGITS + 1:) NOT = SPACES
               MOVE 0 TO WS-BASE-GEN-DIGITS
           END-IF.
           MOVE 0 TO WS-BASE-GEN-IDX.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
               EVALUATE TRUE
                   WHEN WS-BASE-GEN-DIGITS >= 1
                       AND WS-BASE-GEN-DIGITS <= 5
                       IF GL-GEN-NO(WS-GEN-IDX) = WS-BASE-GEN-VALUE
                           MOVE WS-GEN-IDX TO WS-BASE-GEN-IDX
                       END-IF
                   WHEN WS-BASE-GEN-DIGITS = 8
                       IF GL-RUN-DATE(WS-GEN-IDX) = WS-BASE-GEN-VALUE
                           MOVE WS-GEN-IDX TO WS-BASE-GEN-IDX
                       END-IF
                   WHEN OTHER
                       IF GL-RUN-ID(WS-GEN-IDX) = WS-BASE-GEN
                           MOVE WS-GEN-IDX TO WS-BASE-GEN-IDX
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-BASE-GEN-IDX = 0
               DISPLAY "BASELINE ERROR: no generation '" WS-BASE-GEN
                   "' on file for board " WS-INPUT-FILENAME
                   " - see the generation listing"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GL-GEN-NO(WS-BASE-GEN-IDX) TO WS-GEN-NO.
           MOVE GL-RUN-ID(WS-BASE-GEN-IDX) TO WS-BASE-GEN-RUN-ID.
           MOVE SPACES TO WS-BASE-NAME.
           STRING "g" DELIMITED BY SIZE
               WS-GEN-NO DELIMITED BY SIZE
               INTO WS-BASE-NAME.

      ******************************************************************
      * SAVE-BASELINE - copy the board's current hit and unhit
      * detail under the baseline names, record for record.  Only
       LOAD-BASELINE-DETAIL.
           OPEN INPUT BASE-HITS-FILE.
           IF WS-BASEHITS-STATUS = '35'
               IF WS-BASE-GEN NOT = SPACES
                   DISPLAY "BASELINE ERROR: generation " WS-BASE-NAME
                       " of board " WS-INPUT-FILENAME
                       " holds no hit detail"
               ELSE
                   DISPLAY "BASELINE ERROR: no baseline '"
                       WS-BASE-NAME "' on file for board "
                       WS-INPUT-FILENAME " - save one first"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BASE-CMP-FILE.
           MOVE WS-BASE-NAME TO CPH-BASE-NAME.
           MOVE WS-INPUT-FILENAME TO CPH-BOARD-NAME.
           IF WS-BASE-GEN NOT = SPACES
               MOVE " RUN " TO CPH-RUN-LABEL
               MOVE WS-BASE-GEN-RUN-ID TO CPH-RUN-ID
           END-IF.
           WRITE BASE-CMP-RECORD FROM CMP-HEADER-LINE.
           PERFORM VARYING WS-BASE-ROW FROM 1 BY 1
               UNTIL WS-BASE-ROW > WS-BASE-MAX-ROW
           END-IF.
           WRITE BASE-CMP-RECORD FROM CMP-DETAIL-LINE.

       COPY GENLOAD.
       COPY SAFENAME.
