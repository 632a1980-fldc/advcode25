      ******************************************************************
      * ADVENT OF CODE DAY 7 - ENGINEERING CHANGE ORDERS
      *
      * The controlled way to change a board's layout.  BEAMPREV
      * answers what a revision will do; this program applies one,
      * cell by cell, from a transaction file (DAY7_ECO_TRANS,
      * default "ecotrn") of change-order lines:
      *     change-order id, board, row, column, the character
      *     expected in that cell now, the new character, and the
      *     requester
      * Consecutive lines with the same change-order id are one
      * change order, and a change order is applied whole or not at
      * all.  Before anything is written, every line is checked
      * against the board as it is on file now:
      *     - the id and requester are present, every line names
      *       the same board, and the id has not been applied before
      *     - the board loads and passes VALIDATE-INPUT as it stands
      *     - row and column are numeric and on the board
      *     - the old character matches the cell (a later line of
      *       the same order sees the earlier lines' changes)
      *     - the new character is one VALIDATE-INPUT accepts
      *       (S ^ / \ or space) and differs from the old one
      *     - the revised board still has an acceptable number of
      *       'S' emitters, the one board-wide rule a single cell
      *       change can break
      * The first failure rejects the whole order: every line of it
      * goes to the reject report ("ecorej") - the failing line with
      * its reason, the rest marked as rejected with it - and the
      * board is left untouched.  An order that passes becomes the
      * board's next numbered revision: the revised layout is
      * written to "boardrev_<board>_<nnnn>", then to a work file
      * beside the board ("<board>.ecotmp") that is renamed over the
      * board file only once it is complete, so the board is either
      * wholly the old layout or wholly the new one, and then one
      * record per changed cell is appended to
      * the revision journal ("ecojrnl") with the order id,
      * requester, revision number, old and new character, the date
      * and time applied and the revised layout fingerprint (see
      * GRIDWS) - the value the run history carries, so a run can be
      * matched to the revision it walked.  The board as it stood
      * before its first change order is kept as revision 0000, so
      * any revision can be rebuilt from the revision files or by
      * replaying the journal.  Board images are written a byte at a
      * time as a plain sequential file with the line ends supplied
      * here, because a line-sequential WRITE trims the trailing
      * blanks that give every row its full width.
      * RETURN-CODE: 0 all applied, 4 when any change order was
      * rejected, 8 when the transaction file is missing or a board
      * will not load, validate or be written, 12 when a change
      * order has more lines than ECO-LINE-TABLE holds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMECO.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT ECO-TRANS-FILE ASSIGN DYNAMIC WS-ECO-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECO-TRANS-STATUS.
           SELECT ECO-JOURNAL-FILE ASSIGN TO "ecojrnl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECO-JRNL-STATUS.
           SELECT ECO-REJECT-FILE ASSIGN TO "ecorej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOARD-IMAGE-FILE ASSIGN DYNAMIC WS-ECO-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECO-OUT-STATUS.
           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-REC-LEN.
       01  INPUT-RECORD            PIC X(1000).

       FD  ECO-TRANS-FILE.
       01  ECO-TRANS-RECORD.
           05  CO-ID                PIC X(12).
           05  CO-SEP1              PIC X.
           05  CO-BOARD-NAME        PIC X(100).
           05  CO-SEP2              PIC X.
           05  CO-ROW               PIC X(5).
           05  CO-SEP3              PIC X.
           05  CO-COL               PIC X(5).
           05  CO-SEP4              PIC X.
           05  CO-OLD-CHAR          PIC X.
           05  CO-SEP5              PIC X.
           05  CO-NEW-CHAR          PIC X.
           05  CO-SEP6              PIC X.
           05  CO-REQUESTER         PIC X(20).

       FD  ECO-JOURNAL-FILE.
       01  ECO-JOURNAL-RECORD.
           05  JR-CO-ID             PIC X(12).
           05  JR-SEP1              PIC X.
           05  JR-BOARD-NAME        PIC X(100).
           05  JR-SEP2              PIC X.
           05  JR-REVISION          PIC 9(4).
           05  JR-SEP3              PIC X.
           05  JR-ROW               PIC 9(5).
           05  JR-SEP4              PIC X.
           05  JR-COL               PIC 9(5).
           05  JR-SEP5              PIC X.
           05  JR-OLD-CHAR          PIC X.
           05  JR-SEP6              PIC X.
           05  JR-NEW-CHAR          PIC X.
           05  JR-SEP7              PIC X.
           05  JR-REQUESTER         PIC X(20).
           05  JR-SEP8              PIC X.
           05  JR-APPLY-DATE        PIC 9(8).
           05  JR-SEP9              PIC X.
           05  JR-APPLY-TIME        PIC 9(6).
           05  JR-SEP10             PIC X.
           05  JR-LAYOUT-FP         PIC X(35).

       FD  ECO-REJECT-FILE.
       01  ECO-REJECT-RECORD.
           05  ER-REASON            PIC X(40).
           05  ER-SEP1              PIC X.
           05  ER-TRANS-IMAGE       PIC X(150).

       FD  BOARD-IMAGE-FILE.
       01  BOARD-IMAGE-BYTE         PIC X.

       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY GRIDWS.
       COPY VALWS.
       COPY EMITWS.
       COPY EXCPWS.

       01  WS-ECO-TRANS-NAME        PIC X(120).
       01  WS-ECO-TRANS-STATUS      PIC XX.
       01  WS-ECO-JRNL-STATUS       PIC XX.
       01  WS-ECO-OUT-NAME          PIC X(120).
       01  WS-ECO-OUT-STATUS        PIC XX.
       01  WS-ECO-TEMP-NAME         PIC X(120).
       01  WS-ECO-SAVED-RC          PIC S9(9).
       01  WS-ECO-RENAME-RC         PIC S9(9).
       01  WS-ECO-NEWLINE           PIC X VALUE X"0A".
       01  WS-ECO-EOF               PIC A.
       01  WS-ECO-JRNL-EOF          PIC A.
       01  WS-ECO-WRITE-OK          PIC A.
       01  WS-ECO-JRNL-OK           PIC A.
       01  WS-ECO-APPLIED-BEFORE    PIC A.
       01  WS-ECO-CUR-ID            PIC X(12).
       01  WS-ECO-BOARD             PIC X(100).
       01  WS-ECO-REASON            PIC X(40).
       01  WS-ECO-FAIL-LINE         PIC 9(5).
       01  WS-ECO-IDX               PIC 9(5).
       01  WS-ECO-ROW               PIC 9(5).
       01  WS-ECO-COL               PIC 9(5).
       01  WS-ECO-LAST-REV          PIC 9(4).
       01  WS-ECO-NEW-REV           PIC 9(4).
       01  WS-ECO-REV-MAX           PIC 9(4) VALUE 9999.
       01  WS-ECO-OUT-REV           PIC 9(4).
       01  WS-ECO-S-COUNT           PIC 9(5).
       01  WS-ECO-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-ECO-TIME-RAW          PIC 9(8) VALUE 0.
       01  WS-ECO-RUN-TIME          PIC 9(6) VALUE 0.
       01  WS-ECO-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-ECO-LINE-MAX          PIC 9(5) VALUE 200.
       01  WS-ECO-ORDER-COUNT       PIC 9(5) VALUE 0.
       01  WS-ECO-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ECO-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-ECO-CELL-COUNT        PIC 9(10) VALUE 0.

      ******************************************************************
      * ECO-LINE-TABLE - the lines of the change order being
      * gathered, in the transaction layout, so the whole order can
      * be checked before any of it is applied and rejected line for
      * line if it fails.
      ******************************************************************
       01  ECO-LINE-TABLE.
           05  ECO-LINE-ENTRY OCCURS 200 TIMES.
               10  EL-ID            PIC X(12).
               10  EL-SEP1          PIC X.
               10  EL-BOARD-NAME    PIC X(100).
               10  EL-SEP2          PIC X.
               10  EL-ROW           PIC X(5).
               10  EL-SEP3          PIC X.
               10  EL-COL           PIC X(5).
               10  EL-SEP4          PIC X.
               10  EL-OLD-CHAR      PIC X.
               10  EL-SEP5          PIC X.
               10  EL-NEW-CHAR      PIC X.
               10  EL-SEP6          PIC X.
               10  EL-REQUESTER     PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BEAMECO" TO WS-EXCP-PROGRAM.
           PERFORM OPEN-CHANGE-ORDER-FILES.
           PERFORM APPLY-CHANGE-ORDER-FILE.
           CLOSE ECO-TRANS-FILE.
           CLOSE ECO-REJECT-FILE.
           DISPLAY "Change orders complete: " WS-ECO-ORDER-COUNT
               " order(s), " WS-ECO-APPLIED-COUNT " applied, "
               WS-ECO-REJECT-COUNT " rejected, " WS-ECO-CELL-COUNT
               " cell(s) changed".
           IF WS-ECO-REJECT-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-CHANGE-ORDER-FILES.
           ACCEPT WS-ECO-TRANS-NAME FROM ENVIRONMENT "DAY7_ECO_TRANS".
           IF WS-ECO-TRANS-NAME = SPACE
               MOVE "ecotrn" TO WS-ECO-TRANS-NAME
           END-IF.
           OPEN INPUT ECO-TRANS-FILE.
           IF WS-ECO-TRANS-STATUS NOT = '00'
               DISPLAY "CHANGE ORDER ERROR: cannot open transaction "
                   "file " WS-ECO-TRANS-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ECO-REJECT-FILE.
           ACCEPT WS-ECO-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ECO-TIME-RAW FROM TIME.
           MOVE WS-ECO-TIME-RAW(1:6) TO WS-ECO-RUN-TIME.

      ******************************************************************
      * APPLY-CHANGE-ORDER-FILE - a change of id closes the order
      * gathered so far; the last one is closed by end of file.
      ******************************************************************
       APPLY-CHANGE-ORDER-FILE.
           MOVE 'N' TO WS-ECO-EOF.
           PERFORM UNTIL WS-ECO-EOF = 'Y'
               READ ECO-TRANS-FILE
                   AT END MOVE 'Y' TO WS-ECO-EOF
                   NOT AT END PERFORM GATHER-ORDER-LINE
               END-READ
           END-PERFORM.
           IF WS-ECO-LINE-COUNT > 0
               PERFORM PROCESS-CHANGE-ORDER
           END-IF.

       GATHER-ORDER-LINE.
           IF WS-ECO-LINE-COUNT > 0 AND CO-ID NOT = WS-ECO-CUR-ID
               PERFORM PROCESS-CHANGE-ORDER
           END-IF.
           IF WS-ECO-LINE-COUNT >= WS-ECO-LINE-MAX
               DISPLAY "CAPACITY EXCEEDED: ECO-LINE-TABLE FULL AT "
                   "CHANGE ORDER " CO-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ECO-LINE-COUNT.
           MOVE ECO-TRANS-RECORD TO ECO-LINE-ENTRY(WS-ECO-LINE-COUNT).
           MOVE CO-ID TO WS-ECO-CUR-ID.

      ******************************************************************
      * PROCESS-CHANGE-ORDER - every check runs against a fresh load
      * of the board, and the first failure stops the rest: nothing
      * is written for the order until all of it has passed.
      ******************************************************************
       PROCESS-CHANGE-ORDER.
           ADD 1 TO WS-ECO-ORDER-COUNT.
           MOVE SPACES TO WS-ECO-REASON.
           MOVE 0 TO WS-ECO-FAIL-LINE.
           MOVE EL-BOARD-NAME(1) TO WS-ECO-BOARD.
           PERFORM CHECK-ORDER-HEADER.
           IF WS-ECO-REASON = SPACES
               PERFORM SCAN-REVISION-JOURNAL
               IF WS-ECO-APPLIED-BEFORE = 'Y'
                   MOVE "CHANGE ORDER ALREADY APPLIED"
                       TO WS-ECO-REASON
               END-IF
           END-IF.
           IF WS-ECO-REASON = SPACES
               PERFORM LOAD-CURRENT-LAYOUT
           END-IF.
           IF WS-ECO-REASON = SPACES AND WS-ECO-LAST-REV = 0
               PERFORM KEEP-ORIGINAL-LAYOUT
           END-IF.
           IF WS-ECO-REASON = SPACES
               PERFORM VARYING WS-ECO-IDX FROM 1 BY 1
                   UNTIL WS-ECO-IDX > WS-ECO-LINE-COUNT
                       OR WS-ECO-REASON NOT = SPACES
                   PERFORM CHECK-AND-APPLY-LINE
               END-PERFORM
           END-IF.
           IF WS-ECO-REASON = SPACES
               PERFORM CHECK-REVISED-EMITTERS
           END-IF.
           IF WS-ECO-REASON = SPACES
               PERFORM COMMIT-CHANGE-ORDER
           END-IF.
           IF WS-ECO-REASON NOT = SPACES
               PERFORM REJECT-CHANGE-ORDER
           END-IF.
           MOVE 0 TO WS-ECO-LINE-COUNT.

       CHECK-ORDER-HEADER.
           PERFORM VARYING WS-ECO-IDX FROM 1 BY 1
               UNTIL WS-ECO-IDX > WS-ECO-LINE-COUNT
                   OR WS-ECO-REASON NOT = SPACES
               EVALUATE TRUE
                   WHEN EL-ID(WS-ECO-IDX) = SPACES
                       MOVE "CHANGE ORDER ID MISSING" TO WS-ECO-REASON
                   WHEN EL-BOARD-NAME(WS-ECO-IDX) = SPACES
                       MOVE "BOARD NAME MISSING" TO WS-ECO-REASON
                   WHEN EL-BOARD-NAME(WS-ECO-IDX) NOT = WS-ECO-BOARD
                       MOVE "MORE THAN ONE BOARD ON ORDER"
                           TO WS-ECO-REASON
                   WHEN EL-REQUESTER(WS-ECO-IDX) = SPACES
                       MOVE "REQUESTER MISSING" TO WS-ECO-REASON
               END-EVALUATE
               IF WS-ECO-REASON NOT = SPACES
                   MOVE WS-ECO-IDX TO WS-ECO-FAIL-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * SCAN-REVISION-JOURNAL - the journal is the record of which
      * revision a board is on and which orders have been applied;
      * a board with no journal records is still at revision 0000.
      ******************************************************************
       SCAN-REVISION-JOURNAL.
           MOVE 0 TO WS-ECO-LAST-REV.
           MOVE 'N' TO WS-ECO-APPLIED-BEFORE.
           OPEN INPUT ECO-JOURNAL-FILE.
           IF WS-ECO-JRNL-STATUS NOT = '35'
               MOVE 'N' TO WS-ECO-JRNL-EOF
               PERFORM UNTIL WS-ECO-JRNL-EOF = 'Y'
                   READ ECO-JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-ECO-JRNL-EOF
                       NOT AT END PERFORM APPLY-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ECO-JOURNAL-FILE
           END-IF.

       APPLY-JOURNAL-RECORD.
           IF JR-CO-ID = WS-ECO-CUR-ID
               MOVE 'Y' TO WS-ECO-APPLIED-BEFORE
           END-IF.
           IF JR-BOARD-NAME = WS-ECO-BOARD
               AND JR-REVISION IS NUMERIC
               AND JR-REVISION > WS-ECO-LAST-REV
               MOVE JR-REVISION TO WS-ECO-LAST-REV
           END-IF.

      ******************************************************************
      * LOAD-CURRENT-LAYOUT - same clean-slate load BOARDMNT does
      * before it certifies a board.  A board that does not load or
      * validate as it stands cannot be judged cell by cell.
      ******************************************************************
       LOAD-CURRENT-LAYOUT.
           PERFORM CLEAR-BOARD-STATE.
           MOVE WS-ECO-BOARD TO WS-INPUT-FILENAME.
           PERFORM LOAD-BOARD.
           IF WS-LOAD-FAILED = 'Y'
               MOVE "BOARD FILE WILL NOT LOAD" TO WS-ECO-REASON
           ELSE
               PERFORM VALIDATE-INPUT
               IF WS-VALID-FAILED = 'Y'
                   MOVE "BOARD FILE FAILS VALIDATION"
                       TO WS-ECO-REASON
               END-IF
           END-IF.

       CLEAR-BOARD-STATE.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-LOAD-FAILED.
           MOVE 'N' TO WS-VALID-FAILED.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 0 TO WS-WIDTH.
           MOVE 0 TO WS-HEIGHT.
           MOVE 0 TO WS-REC-LEN.
           MOVE 0 TO WS-START-COL.
           MOVE 0 TO WS-VALID-ERROR-COUNT.
           MOVE 0 TO WS-START-MARKER-COUNT.
           MOVE 0 TO WS-EMITTER-COUNT.
           MOVE SPACES TO GRID-DATA.
           MOVE ZEROS TO LINE-LEN-TABLE.
           MOVE ZEROS TO WS-LAYOUT-FINGERPRINT.

      ******************************************************************
      * KEEP-ORIGINAL-LAYOUT - a board's first change order saves the
      * layout it found as revision 0000, the base every later
      * revision is rebuilt from.  Until an order is actually
      * applied the file is simply refreshed, so it is always the
      * last layout that was on file before change control began.
      ******************************************************************
       KEEP-ORIGINAL-LAYOUT.
           MOVE 0 TO WS-ECO-OUT-REV.
           PERFORM BUILD-REVISION-NAME.
           PERFORM WRITE-BOARD-IMAGE.
           IF WS-ECO-WRITE-OK NOT = 'Y'
               MOVE "CANNOT WRITE REVISION 0000" TO WS-ECO-REASON
           END-IF.

      ******************************************************************
      * CHECK-AND-APPLY-LINE - judge one line against the working
      * grid and, if it passes, make its change there, so a later
      * line touching the same cell is judged against this one's
      * result.  The working grid is only written out once the
      * whole order has passed.
      ******************************************************************
       CHECK-AND-APPLY-LINE.
           IF EL-ROW(WS-ECO-IDX) IS NOT NUMERIC
               OR EL-COL(WS-ECO-IDX) IS NOT NUMERIC
               MOVE "NON-NUMERIC ROW OR COLUMN" TO WS-ECO-REASON
           ELSE
               MOVE EL-ROW(WS-ECO-IDX) TO WS-ECO-ROW
               MOVE EL-COL(WS-ECO-IDX) TO WS-ECO-COL
               IF WS-ECO-ROW < 1 OR WS-ECO-ROW > WS-HEIGHT
                   OR WS-ECO-COL < 1 OR WS-ECO-COL > WS-WIDTH
                   MOVE "CELL IS OFF THE BOARD" TO WS-ECO-REASON
               ELSE
                   EVALUATE EL-NEW-CHAR(WS-ECO-IDX)
                       WHEN 'S'
                       WHEN '^'
                       WHEN '/'
                       WHEN '\'
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE "NEW CHARACTER NOT ACCEPTED"
                               TO WS-ECO-REASON
                   END-EVALUATE
                   IF WS-ECO-REASON = SPACES
                       IF GRID-CHAR(WS-ECO-ROW, WS-ECO-COL)
                           NOT = EL-OLD-CHAR(WS-ECO-IDX)
                           MOVE "OLD CHARACTER DOES NOT MATCH BOARD"
                               TO WS-ECO-REASON
                       ELSE
                           IF EL-NEW-CHAR(WS-ECO-IDX)
                               = EL-OLD-CHAR(WS-ECO-IDX)
                               MOVE "NEW CHARACTER SAME AS OLD"
                                   TO WS-ECO-REASON
                           ELSE
                               MOVE EL-NEW-CHAR(WS-ECO-IDX)
                                   TO GRID-CHAR(WS-ECO-ROW, WS-ECO-COL)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ECO-REASON NOT = SPACES
               MOVE WS-ECO-IDX TO WS-ECO-FAIL-LINE
           END-IF.

      ******************************************************************
      * CHECK-REVISED-EMITTERS - cell by cell the characters are
      * already known good and the width cannot change, so the only
      * VALIDATE-INPUT rule left to break is the 'S' count; it is
      * checked here, on the same terms, without logging the
      * VALIDATION exception a board on file would earn.
      ******************************************************************
       CHECK-REVISED-EMITTERS.
           MOVE 0 TO WS-ECO-S-COUNT.
           PERFORM VARYING WS-VALID-ROW FROM 1 BY 1
               UNTIL WS-VALID-ROW > WS-HEIGHT
               PERFORM VARYING WS-VALID-COL FROM 1 BY 1
                   UNTIL WS-VALID-COL > WS-WIDTH
                   IF GRID-CHAR(WS-VALID-ROW, WS-VALID-COL) = 'S'
                       ADD 1 TO WS-ECO-S-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-ECO-S-COUNT = 0
               MOVE "REVISED BOARD HAS NO 'S' EMITTER"
                   TO WS-ECO-REASON
           ELSE
               IF (WS-MULTI-EMITTER = 'Y'
                       AND WS-ECO-S-COUNT > WS-EMITTER-MAX)
                   OR (WS-MULTI-EMITTER NOT = 'Y'
                       AND WS-ECO-S-COUNT > 1)
                   MOVE "REVISED BOARD HAS TOO MANY EMITTERS"
                       TO WS-ECO-REASON
               END-IF
           END-IF.

      ******************************************************************
      * COMMIT-CHANGE-ORDER - revision file first, then the board
      * file, then the journal.  The board is never opened for
      * output in place: the revised image goes to the work file and
      * only a clean write and close of that is renamed over it (see
      * REPLACE-BOARD-FILE).  The journal is what says an order was
      * applied and which revision a board is on, so a failure at
      * any step leaves the order unapplied and a rerun writes the
      * same revision again: a revision file or work file that
      * cannot be written leaves the board as it was, and a journal
      * that cannot be written after the board was replaced has the
      * board put back from the revision it was on before the order
      * (see RESTORE-PRIOR-LAYOUT).  Journal records already written
      * before a failing WRITE cannot be taken back out of an
      * appended file - the error names the order so they can be.
      ******************************************************************
       COMMIT-CHANGE-ORDER.
           IF WS-ECO-LAST-REV >= WS-ECO-REV-MAX
               MOVE "BOARD HAS NO REVISION NUMBERS LEFT"
                   TO WS-ECO-REASON
           ELSE
               ADD 1 TO WS-ECO-LAST-REV GIVING WS-ECO-NEW-REV
               MOVE WS-ECO-NEW-REV TO WS-ECO-OUT-REV
               PERFORM BUILD-REVISION-NAME
               PERFORM WRITE-BOARD-IMAGE
               IF WS-ECO-WRITE-OK NOT = 'Y'
                   MOVE "CANNOT WRITE REVISION FILE" TO WS-ECO-REASON
               ELSE
                   PERFORM REPLACE-BOARD-FILE
                   IF WS-ECO-WRITE-OK NOT = 'Y'
                       MOVE "CANNOT REPLACE BOARD FILE"
                           TO WS-ECO-REASON
                   ELSE
                       PERFORM COMPUTE-LAYOUT-FINGERPRINT
                       PERFORM JOURNAL-CHANGE-ORDER
                       IF WS-ECO-JRNL-OK NOT = 'Y'
                           MOVE "CANNOT WRITE REVISION JOURNAL"
                               TO WS-ECO-REASON
                           PERFORM RESTORE-PRIOR-LAYOUT
                       ELSE
                           ADD WS-ECO-LINE-COUNT TO WS-ECO-CELL-COUNT
                           ADD 1 TO WS-ECO-APPLIED-COUNT
                           DISPLAY "Change order " WS-ECO-CUR-ID
                               " applied: board " WS-ECO-BOARD(1:40)
                               " revision " WS-ECO-NEW-REV
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * REPLACE-BOARD-FILE - write the revised image to the work file
      * and rename it over the board.  The library routines report
      * through RETURN-CODE, so the run's own return code is put
      * back after each; a work file left by a failed write or
      * rename is removed.
      ******************************************************************
       REPLACE-BOARD-FILE.
           MOVE SPACES TO WS-ECO-TEMP-NAME.
           STRING WS-ECO-BOARD DELIMITED BY SPACE
               ".ecotmp" DELIMITED BY SIZE
               INTO WS-ECO-TEMP-NAME.
           MOVE WS-ECO-TEMP-NAME TO WS-ECO-OUT-NAME.
           PERFORM WRITE-BOARD-IMAGE.
           IF WS-ECO-WRITE-OK = 'Y'
               MOVE RETURN-CODE TO WS-ECO-SAVED-RC
               CALL "CBL_RENAME_FILE" USING WS-ECO-TEMP-NAME
                   WS-ECO-BOARD
               MOVE RETURN-CODE TO WS-ECO-RENAME-RC
               MOVE WS-ECO-SAVED-RC TO RETURN-CODE
               IF WS-ECO-RENAME-RC NOT = 0
                   MOVE 'N' TO WS-ECO-WRITE-OK
                   DISPLAY "CHANGE ORDER ERROR: cannot rename "
                       WS-ECO-TEMP-NAME " over " WS-ECO-BOARD
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-ECO-WRITE-OK NOT = 'Y'
               MOVE RETURN-CODE TO WS-ECO-SAVED-RC
               CALL "CBL_DELETE_FILE" USING WS-ECO-TEMP-NAME
               MOVE WS-ECO-SAVED-RC TO RETURN-CODE
           END-IF.

      ******************************************************************
      * RESTORE-PRIOR-LAYOUT - the board file already holds the
      * order's layout but the journal does not say so; reload the
      * layout the board was on before the order from its revision
      * file (revision 0000 is always kept, so there is one) and
      * put that back over the board the same safe way.  If even
      * that fails the board is left revised with no journal entry,
      * and the console says which revision file to restore from.
      ******************************************************************
       RESTORE-PRIOR-LAYOUT.
           PERFORM CLEAR-BOARD-STATE.
           MOVE WS-ECO-LAST-REV TO WS-ECO-OUT-REV.
           PERFORM BUILD-REVISION-NAME.
           MOVE WS-ECO-OUT-NAME TO WS-INPUT-FILENAME.
           PERFORM LOAD-BOARD.
           MOVE WS-ECO-BOARD TO WS-INPUT-FILENAME.
           PERFORM DERIVE-INPUT-SAFENAME.
           MOVE 'N' TO WS-ECO-WRITE-OK.
           IF WS-LOAD-FAILED NOT = 'Y'
               PERFORM REPLACE-BOARD-FILE
           END-IF.
           IF WS-ECO-WRITE-OK NOT = 'Y'
               MOVE WS-ECO-LAST-REV TO WS-ECO-OUT-REV
               PERFORM BUILD-REVISION-NAME
               DISPLAY "CHANGE ORDER ERROR: board " WS-ECO-BOARD(1:40)
                   " holds unjournalled order " WS-ECO-CUR-ID
                   " - restore it from " WS-ECO-OUT-NAME
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       BUILD-REVISION-NAME.
           MOVE SPACES TO WS-ECO-OUT-NAME.
           STRING "boardrev_" DELIMITED BY SIZE
               WS-INPUT-SAFENAME DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-ECO-OUT-REV DELIMITED BY SIZE
               INTO WS-ECO-OUT-NAME.

      ******************************************************************
      * WRITE-BOARD-IMAGE - the working grid, row by row at full
      * width, to WS-ECO-OUT-NAME.  Good only if every write and the
      * close itself came back clean.
      ******************************************************************
       WRITE-BOARD-IMAGE.
           MOVE 'N' TO WS-ECO-WRITE-OK.
           OPEN OUTPUT BOARD-IMAGE-FILE.
           IF WS-ECO-OUT-STATUS = '00'
               MOVE 'Y' TO WS-ECO-WRITE-OK
               PERFORM VARYING WS-ECO-ROW FROM 1 BY 1
                   UNTIL WS-ECO-ROW > WS-HEIGHT
                       OR WS-ECO-WRITE-OK NOT = 'Y'
                   PERFORM VARYING WS-ECO-COL FROM 1 BY 1
                       UNTIL WS-ECO-COL > WS-WIDTH
                       MOVE GRID-CHAR(WS-ECO-ROW, WS-ECO-COL)
                           TO BOARD-IMAGE-BYTE
                       WRITE BOARD-IMAGE-BYTE
                       IF WS-ECO-OUT-STATUS NOT = '00'
                           MOVE 'N' TO WS-ECO-WRITE-OK
                       END-IF
                   END-PERFORM
                   MOVE WS-ECO-NEWLINE TO BOARD-IMAGE-BYTE
                   WRITE BOARD-IMAGE-BYTE
                   IF WS-ECO-OUT-STATUS NOT = '00'
                       MOVE 'N' TO WS-ECO-WRITE-OK
                   END-IF
               END-PERFORM
               CLOSE BOARD-IMAGE-FILE
               IF WS-ECO-OUT-STATUS NOT = '00'
                   MOVE 'N' TO WS-ECO-WRITE-OK
               END-IF
           END-IF.
           IF WS-ECO-WRITE-OK NOT = 'Y'
               DISPLAY "CHANGE ORDER ERROR: status " WS-ECO-OUT-STATUS
                   " writing " WS-ECO-OUT-NAME
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * JOURNAL-CHANGE-ORDER - one record per changed cell; good only
      * if the open and every write came back clean.
      ******************************************************************
       JOURNAL-CHANGE-ORDER.
           MOVE 'N' TO WS-ECO-JRNL-OK.
           OPEN EXTEND ECO-JOURNAL-FILE.
           IF WS-ECO-JRNL-STATUS = '35'
               OPEN OUTPUT ECO-JOURNAL-FILE
               IF WS-ECO-JRNL-STATUS = '00'
                   CLOSE ECO-JOURNAL-FILE
                   OPEN EXTEND ECO-JOURNAL-FILE
               END-IF
           END-IF.
           IF WS-ECO-JRNL-STATUS = '00'
               MOVE 'Y' TO WS-ECO-JRNL-OK
               PERFORM WRITE-JOURNAL-RECORDS
               CLOSE ECO-JOURNAL-FILE
           END-IF.
           IF WS-ECO-JRNL-OK NOT = 'Y'
               DISPLAY "CHANGE ORDER ERROR: status " WS-ECO-JRNL-STATUS
                   " writing ecojrnl for order " WS-ECO-CUR-ID
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-JOURNAL-RECORDS.
           PERFORM VARYING WS-ECO-IDX FROM 1 BY 1
               UNTIL WS-ECO-IDX > WS-ECO-LINE-COUNT
                   OR WS-ECO-JRNL-OK NOT = 'Y'
               MOVE SPACES TO ECO-JOURNAL-RECORD
               MOVE EL-ID(WS-ECO-IDX) TO JR-CO-ID
               MOVE WS-ECO-BOARD TO JR-BOARD-NAME
               MOVE WS-ECO-NEW-REV TO JR-REVISION
               MOVE EL-ROW(WS-ECO-IDX) TO JR-ROW
               MOVE EL-COL(WS-ECO-IDX) TO JR-COL
               MOVE EL-OLD-CHAR(WS-ECO-IDX) TO JR-OLD-CHAR
               MOVE EL-NEW-CHAR(WS-ECO-IDX) TO JR-NEW-CHAR
               MOVE EL-REQUESTER(WS-ECO-IDX) TO JR-REQUESTER
               MOVE WS-ECO-RUN-DATE TO JR-APPLY-DATE
               MOVE WS-ECO-RUN-TIME TO JR-APPLY-TIME
               MOVE WS-LAYOUT-FINGERPRINT TO JR-LAYOUT-FP
               WRITE ECO-JOURNAL-RECORD
               IF WS-ECO-JRNL-STATUS NOT = '00'
                   MOVE 'N' TO WS-ECO-JRNL-OK
               END-IF
           END-PERFORM.

      ******************************************************************
      * REJECT-CHANGE-ORDER - every line of the order is reported, so
      * the reject report shows the whole order that was turned
      * away; the line that failed carries the reason.
      ******************************************************************
       REJECT-CHANGE-ORDER.
           ADD 1 TO WS-ECO-REJECT-COUNT.
           PERFORM VARYING WS-ECO-IDX FROM 1 BY 1
               UNTIL WS-ECO-IDX > WS-ECO-LINE-COUNT
               MOVE SPACES TO ECO-REJECT-RECORD
               IF WS-ECO-IDX = WS-ECO-FAIL-LINE
                   OR WS-ECO-FAIL-LINE = 0
                   MOVE WS-ECO-REASON TO ER-REASON
               ELSE
                   MOVE "REJECTED WITH REST OF CHANGE ORDER"
                       TO ER-REASON
               END-IF
               MOVE ECO-LINE-ENTRY(WS-ECO-IDX) TO ER-TRANS-IMAGE
               WRITE ECO-REJECT-RECORD
           END-PERFORM.

       COPY READINPT.
       COPY VALIDATE.
       COPY EXCEPTN.
