      ******************************************************************
      * ADVENT OF CODE DAY 7 - CAPACITY HEADROOM REPORT
      *
      * Reads the capacity statistics every completed walk leaves in
      * "capstat" (see CAPFD) and writes, per board, how much of each
      * fixed ceiling its latest run used - beam queue, splitter-hit
      * table, visited table, mirror table, grid height and width -
      * and how fast that has been growing over its recent runs, so
      * a ceiling is raised in a planned release rather than after an
      * overnight QUEUE-FULL or HIT-TABLE-FULL.  Settings:
      *     DAY7_HEAD_RUNS       runs per board the trend is taken
      *                          over (default 10, capped at the
      *                          window the table can hold)
      *     DAY7_HEAD_WARN_PCT   usage at or above which a table is
      *                          flagged WARNING (default 80)
      *     DAY7_HEAD_HORIZON    a table still growing at its recent
      *                          rate that would reach 100% within
      *                          this many more runs is flagged
      *                          PROJECTED (default 10)
      * The trend is the average change in percent used per run
      * across the window, oldest to latest.  Report goes to
      * "headroom"; RETURN-CODE 4 when any board is flagged, 8 when
      * there are no statistics on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMHEAD.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPSEL.
           SELECT HEADROOM-REPORT-FILE ASSIGN TO "headroom"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPFD.

       FD  HEADROOM-REPORT-FILE.
       01  HEADROOM-REPORT-RECORD   PIC X(160).

       WORKING-STORAGE SECTION.
       COPY CAPWS.

       01  WS-HEAD-EOF              PIC A VALUE 'N'.
       01  WS-HEAD-FOUND            PIC A.
       01  WS-HEAD-RAW              PIC X(5).
       01  WS-HEAD-DIGIT-X          PIC X.
       01  WS-HEAD-DIGIT REDEFINES WS-HEAD-DIGIT-X PIC 9.
       01  WS-HEAD-PARSE-IDX        PIC 9(5).
       01  WS-HEAD-VALUE            PIC 9(5).
       01  WS-HEAD-N                PIC 9(5) VALUE 10.
       01  WS-HEAD-WARN-PCT         PIC 9(5) VALUE 80.
       01  WS-HEAD-HORIZON          PIC 9(5) VALUE 10.
       01  WS-HEAD-WINDOW-MAX       PIC 9(5) VALUE 32.
       01  WS-HEAD-IDX              PIC 9(5).
       01  WS-HEAD-SHIFT-IDX        PIC 9(5).
       01  WS-HEAD-BOARD-COUNT      PIC 9(5) VALUE 0.
       01  WS-HEAD-BOARD-MAX        PIC 9(5) VALUE 500.
       01  WS-HEAD-READ-COUNT       PIC 9(10) VALUE 0.
       01  WS-HEAD-FLAGGED-COUNT    PIC 9(5) VALUE 0.
       01  WS-HEAD-BOARD-FLAGGED    PIC A.
       01  WS-HEAD-CURRENT          PIC 9(3)V99.
       01  WS-HEAD-OLDEST           PIC 9(3)V99.
       01  WS-HEAD-TREND            PIC S9(3)V99.
       01  WS-HEAD-SPAN             PIC 9(5).
       01  WS-HEAD-RUNS-LEFT        PIC 9(5).
       01  WS-HEAD-REACH            PIC 9(7)V99.
       01  WS-HEAD-ROOM             PIC 9(3)V99.

       01  HEAD-BOARD-TABLE.
           05  HEAD-BOARD-ENTRY OCCURS 500 TIMES.
               10  HB-BOARD-NAME    PIC X(100).
               10  HB-RUN-COUNT     PIC 9(5).
               10  HB-TOTAL-RUNS    PIC 9(10).
               10  HB-LAST-DATE     PIC 9(8).
               10  HB-LAST-RUN-ID   PIC X(26).
               10  HB-LAST-METRIC OCCURS 6 TIMES.
                   15  HBL-PEAK     PIC 9(10).
                   15  HBL-CEILING  PIC 9(10).
               10  HB-RUN-ENTRY OCCURS 32 TIMES.
                   15  HBR-PCT      PIC 9(3)V99 OCCURS 6 TIMES.

       01  HEAD-HEADER-LINE.
           05  FILLER               PIC X(7) VALUE "BOARD: ".
           05  HHL-BOARD-NAME       PIC X(100).

       01  HEAD-RUNS-LINE.
           05  FILLER               PIC X(7) VALUE "  RUNS ".
           05  HRL-TOTAL-RUNS       PIC 9(10).
           05  FILLER               PIC X(11) VALUE " IN WINDOW ".
           05  HRL-WINDOW-RUNS      PIC 9(5).
           05  FILLER               PIC X(11) VALUE " LATEST ON ".
           05  HRL-LAST-DATE        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  HRL-LAST-RUN-ID      PIC X(26).

       01  HEAD-METRIC-LINE.
           05  FILLER               PIC XX VALUE SPACES.
           05  HML-NAME             PIC X(12).
           05  FILLER               PIC X(6) VALUE " PEAK ".
           05  HML-PEAK             PIC 9(10).
           05  FILLER               PIC X(4) VALUE " OF ".
           05  HML-CEILING          PIC 9(10).
           05  FILLER               PIC X VALUE SPACE.
           05  HML-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(7) VALUE "% FROM ".
           05  HML-OLDEST           PIC ZZ9.99.
           05  FILLER               PIC X(8) VALUE "% TREND ".
           05  HML-TREND            PIC +ZZ9.99.
           05  FILLER               PIC X(14) VALUE "/RUN FULL IN ".
           05  HML-RUNS-LEFT        PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  HML-FLAG             PIC X(17).

       01  HEAD-STATUS-LINE.
           05  FILLER               PIC X(9) VALUE "  STATUS ".
           05  HSL-STATUS           PIC X(7).

       01  HEAD-SUMMARY-LINE.
           05  FILLER               PIC X(18)
                                    VALUE "HEADROOM: BOARDS ".
           05  HSM-BOARD-COUNT      PIC 9(5).
           05  FILLER               PIC X(10) VALUE " FLAGGED ".
           05  HSM-FLAGGED-COUNT    PIC 9(5).
           05  FILLER               PIC X(11) VALUE " WARN-PCT ".
           05  HSM-WARN-PCT         PIC 9(5).
           05  FILLER               PIC X(10) VALUE " HORIZON ".
           05  HSM-HORIZON          PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-HEADROOM-SETTINGS.
           PERFORM LOAD-CAPACITY-STATS.
           IF WS-HEAD-READ-COUNT = 0
               DISPLAY "HEADROOM ERROR: no capacity statistics on "
                   "file (capstat)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-HEADROOM-REPORT.
           DISPLAY "Headroom report complete: " WS-HEAD-BOARD-COUNT
               " board(s), " WS-HEAD-FLAGGED-COUNT " flagged, window "
               WS-HEAD-N " run(s)".
           IF WS-HEAD-FLAGGED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * RESOLVE-HEADROOM-SETTINGS - each setting arrives left-
      * justified as text and is converted a digit at a time by
      * PARSE-HEAD-SETTING, the same way BEAMTREND takes its window;
      * unset or zero keeps the default.  The window is clamped to
      * what the table holds, and needs two runs to show a trend.
      ******************************************************************
       RESOLVE-HEADROOM-SETTINGS.
           MOVE SPACES TO WS-HEAD-RAW.
           ACCEPT WS-HEAD-RAW FROM ENVIRONMENT "DAY7_HEAD_RUNS".
           PERFORM PARSE-HEAD-SETTING.
           IF WS-HEAD-VALUE > 0
               MOVE WS-HEAD-VALUE TO WS-HEAD-N
           END-IF.
           IF WS-HEAD-N > WS-HEAD-WINDOW-MAX
               MOVE WS-HEAD-WINDOW-MAX TO WS-HEAD-N
           END-IF.
           IF WS-HEAD-N < 2
               MOVE 2 TO WS-HEAD-N
           END-IF.
           MOVE SPACES TO WS-HEAD-RAW.
           ACCEPT WS-HEAD-RAW FROM ENVIRONMENT "DAY7_HEAD_WARN_PCT".
           PERFORM PARSE-HEAD-SETTING.
           IF WS-HEAD-VALUE > 0
               MOVE WS-HEAD-VALUE TO WS-HEAD-WARN-PCT
           END-IF.
           MOVE SPACES TO WS-HEAD-RAW.
           ACCEPT WS-HEAD-RAW FROM ENVIRONMENT "DAY7_HEAD_HORIZON".
           PERFORM PARSE-HEAD-SETTING.
           IF WS-HEAD-VALUE > 0
               MOVE WS-HEAD-VALUE TO WS-HEAD-HORIZON
           END-IF.

       PARSE-HEAD-SETTING.
           MOVE 0 TO WS-HEAD-VALUE.
           PERFORM VARYING WS-HEAD-PARSE-IDX FROM 1 BY 1
               UNTIL WS-HEAD-PARSE-IDX > 5
                   OR WS-HEAD-RAW(WS-HEAD-PARSE-IDX:1) IS NOT NUMERIC
               MOVE WS-HEAD-RAW(WS-HEAD-PARSE-IDX:1)
                   TO WS-HEAD-DIGIT-X
               COMPUTE WS-HEAD-VALUE = WS-HEAD-VALUE * 10
                   + WS-HEAD-DIGIT
           END-PERFORM.

       LOAD-CAPACITY-STATS.
           OPEN INPUT CAPACITY-STATS-FILE.
           IF WS-CAPSTAT-FILE-STATUS = '35'
               MOVE 'Y' TO WS-HEAD-EOF
           END-IF.
           PERFORM UNTIL WS-HEAD-EOF = 'Y'
               READ CAPACITY-STATS-FILE
                   AT END MOVE 'Y' TO WS-HEAD-EOF
                   NOT AT END
                       ADD 1 TO WS-HEAD-READ-COUNT
                       PERFORM APPLY-CAPACITY-RECORD
               END-READ
           END-PERFORM.
           IF WS-CAPSTAT-FILE-STATUS NOT = '35'
               CLOSE CAPACITY-STATS-FILE
           END-IF.

      ******************************************************************
      * APPLY-CAPACITY-RECORD - find or enter the board, keep its
      * latest counts and ceilings for the usage lines, and fold the
      * run's percents into its last-N window, shifting the oldest
      * run out once the window is full.  capstat is written in run
      * order, so the last record read for a board is its latest.
      ******************************************************************
       APPLY-CAPACITY-RECORD.
           MOVE 'N' TO WS-HEAD-FOUND.
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
               UNTIL WS-HEAD-IDX > WS-HEAD-BOARD-COUNT
                   OR WS-HEAD-FOUND = 'Y'
               IF HB-BOARD-NAME(WS-HEAD-IDX) = CS-BOARD-NAME
                   MOVE 'Y' TO WS-HEAD-FOUND
               END-IF
           END-PERFORM.

           IF WS-HEAD-FOUND = 'Y'
               SUBTRACT 1 FROM WS-HEAD-IDX
           ELSE
               IF WS-HEAD-BOARD-COUNT >= WS-HEAD-BOARD-MAX
                   DISPLAY "CAPACITY EXCEEDED: HEAD-BOARD-TABLE "
                       "FULL AT BOARD " CS-BOARD-NAME
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HEAD-BOARD-COUNT
               MOVE WS-HEAD-BOARD-COUNT TO WS-HEAD-IDX
               MOVE CS-BOARD-NAME TO HB-BOARD-NAME(WS-HEAD-IDX)
               MOVE 0 TO HB-RUN-COUNT(WS-HEAD-IDX)
               MOVE 0 TO HB-TOTAL-RUNS(WS-HEAD-IDX)
           END-IF.

           ADD 1 TO HB-TOTAL-RUNS(WS-HEAD-IDX).
           MOVE CS-RUN-DATE TO HB-LAST-DATE(WS-HEAD-IDX).
           MOVE CS-RUN-ID TO HB-LAST-RUN-ID(WS-HEAD-IDX).
           IF HB-RUN-COUNT(WS-HEAD-IDX) >= WS-HEAD-N
               PERFORM VARYING WS-HEAD-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-SHIFT-IDX >= HB-RUN-COUNT(WS-HEAD-IDX)
                   MOVE HB-RUN-ENTRY(WS-HEAD-IDX, WS-HEAD-SHIFT-IDX + 1)
                       TO HB-RUN-ENTRY(WS-HEAD-IDX, WS-HEAD-SHIFT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO HB-RUN-COUNT(WS-HEAD-IDX)
           END-IF.
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-CAP-METRIC-COUNT
               MOVE CS-M-PEAK(WS-CAP-IDX)
                   TO HBL-PEAK(WS-HEAD-IDX, WS-CAP-IDX)
               MOVE CS-M-CEILING(WS-CAP-IDX)
                   TO HBL-CEILING(WS-HEAD-IDX, WS-CAP-IDX)
               MOVE CS-M-PCT(WS-CAP-IDX) TO HBR-PCT(WS-HEAD-IDX,
                   HB-RUN-COUNT(WS-HEAD-IDX), WS-CAP-IDX)
           END-PERFORM.

       WRITE-HEADROOM-REPORT.
           OPEN OUTPUT HEADROOM-REPORT-FILE.
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
               UNTIL WS-HEAD-IDX > WS-HEAD-BOARD-COUNT
               PERFORM WRITE-BOARD-HEADROOM
           END-PERFORM.
           MOVE WS-HEAD-BOARD-COUNT TO HSM-BOARD-COUNT.
           MOVE WS-HEAD-FLAGGED-COUNT TO HSM-FLAGGED-COUNT.
           MOVE WS-HEAD-WARN-PCT TO HSM-WARN-PCT.
           MOVE WS-HEAD-HORIZON TO HSM-HORIZON.
           WRITE HEADROOM-REPORT-RECORD FROM HEAD-SUMMARY-LINE.
           CLOSE HEADROOM-REPORT-FILE.

       WRITE-BOARD-HEADROOM.
           MOVE HB-BOARD-NAME(WS-HEAD-IDX) TO HHL-BOARD-NAME.
           WRITE HEADROOM-REPORT-RECORD FROM HEAD-HEADER-LINE.
           MOVE HB-TOTAL-RUNS(WS-HEAD-IDX) TO HRL-TOTAL-RUNS.
           MOVE HB-RUN-COUNT(WS-HEAD-IDX) TO HRL-WINDOW-RUNS.
           MOVE HB-LAST-DATE(WS-HEAD-IDX) TO HRL-LAST-DATE.
           MOVE HB-LAST-RUN-ID(WS-HEAD-IDX) TO HRL-LAST-RUN-ID.
           WRITE HEADROOM-REPORT-RECORD FROM HEAD-RUNS-LINE.
           MOVE 'N' TO WS-HEAD-BOARD-FLAGGED.
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-CAP-METRIC-COUNT
               PERFORM WRITE-METRIC-HEADROOM
           END-PERFORM.
           IF WS-HEAD-BOARD-FLAGGED = 'Y'
               ADD 1 TO WS-HEAD-FLAGGED-COUNT
               MOVE "FLAGGED" TO HSL-STATUS
           ELSE
               MOVE "OK" TO HSL-STATUS
           END-IF.
           WRITE HEADROOM-REPORT-RECORD FROM HEAD-STATUS-LINE.

      ******************************************************************
      * WRITE-METRIC-HEADROOM - one table of one board.  The trend
      * is (latest - oldest) / (runs - 1) across the window; when it
      * is rising, "full in" is the runs it would take at that rate
      * to cover the room left, rounded up.  A single run, or a flat
      * or falling trend, has no projection ("-").
      ******************************************************************
       WRITE-METRIC-HEADROOM.
           MOVE HBR-PCT(WS-HEAD-IDX, HB-RUN-COUNT(WS-HEAD-IDX),
               WS-CAP-IDX) TO WS-HEAD-CURRENT.
           MOVE HBR-PCT(WS-HEAD-IDX, 1, WS-CAP-IDX) TO WS-HEAD-OLDEST.
           MOVE 0 TO WS-HEAD-TREND.
           IF HB-RUN-COUNT(WS-HEAD-IDX) > 1
               SUBTRACT WS-HEAD-OLDEST FROM WS-HEAD-CURRENT
                   GIVING WS-HEAD-TREND
               SUBTRACT 1 FROM HB-RUN-COUNT(WS-HEAD-IDX)
                   GIVING WS-HEAD-SPAN
               DIVIDE WS-HEAD-SPAN INTO WS-HEAD-TREND ROUNDED
           END-IF.
           MOVE CAP-METRIC-NAME(WS-CAP-IDX) TO HML-NAME.
           MOVE HBL-PEAK(WS-HEAD-IDX, WS-CAP-IDX) TO HML-PEAK.
           MOVE HBL-CEILING(WS-HEAD-IDX, WS-CAP-IDX) TO HML-CEILING.
           MOVE WS-HEAD-CURRENT TO HML-PCT.
           MOVE WS-HEAD-OLDEST TO HML-OLDEST.
           MOVE WS-HEAD-TREND TO HML-TREND.
           MOVE "-" TO HML-RUNS-LEFT.
           MOVE SPACES TO HML-FLAG.
           IF WS-HEAD-CURRENT >= WS-HEAD-WARN-PCT
               MOVE "WARNING" TO HML-FLAG
               MOVE 'Y' TO WS-HEAD-BOARD-FLAGGED
           END-IF.
           IF WS-HEAD-TREND > 0 AND WS-HEAD-CURRENT < 100
               SUBTRACT WS-HEAD-CURRENT FROM 100 GIVING WS-HEAD-ROOM
               DIVIDE WS-HEAD-ROOM BY WS-HEAD-TREND
                   GIVING WS-HEAD-RUNS-LEFT
                   ON SIZE ERROR MOVE 99999 TO WS-HEAD-RUNS-LEFT
               END-DIVIDE
               MULTIPLY WS-HEAD-RUNS-LEFT BY WS-HEAD-TREND
                   GIVING WS-HEAD-REACH
               IF WS-HEAD-REACH < WS-HEAD-ROOM
                   AND WS-HEAD-RUNS-LEFT < 99999
                   ADD 1 TO WS-HEAD-RUNS-LEFT
               END-IF
               MOVE WS-HEAD-RUNS-LEFT TO HML-RUNS-LEFT
               IF WS-HEAD-RUNS-LEFT <= WS-HEAD-HORIZON
                   IF HML-FLAG = SPACES
                       MOVE "PROJECTED" TO HML-FLAG
                   ELSE
                       MOVE "WARNING+PROJECTED" TO HML-FLAG
                   END-IF
                   MOVE 'Y' TO WS-HEAD-BOARD-FLAGGED
               END-IF
           END-IF.
           WRITE HEADROOM-REPORT-RECORD FROM HEAD-METRIC-LINE.
