      * Nothing is removed from runhist that was not first written
      * to the archive: the kept and archived records are both
      * written out in full before runhist itself is rewritten.
      * Both passes read the keyed run history (see RHIXFD) rather
      * than the log, so each board's runs arrive together in date
      * order; an archived run stays on the keyed file, moved into
      * the archive class under the archive's name (see RHIXFD), so
      * a keyed inquiry still finds it and no live reader passes
      * over it.
      * Because runhist is rebuilt from the keyed side, the run
      * refuses unless the two hold the same live records - BEAMHCNV
      * brings them back in step.  The rebuilt runhist is in board
      * and date order rather than arrival order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMARCH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           COPY EXCPSEL.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.
       COPY EXCPFD.

       FD  ARCHIVE-FILE.
       01  WS-ARCH-ARCH-COUNT       PIC 9(10) VALUE 0.
       01  WS-ARCH-BOARD-COUNT      PIC 9(5) VALUE 0.
       01  WS-ARCH-BOARD-MAX        PIC 9(5) VALUE 500.
       01  WS-ARCH-INDEX-COUNT      PIC 9(10) VALUE 0.
       01  WS-ARCH-LOG-COUNT        PIC 9(10) VALUE 0.
       01  WS-ARCH-RETAG-ERRORS     PIC 9(10) VALUE 0.
       01  WS-ARCH-ERRORS-BEFORE    PIC 9(10) VALUE 0.
       01  WS-ARCH-RESUME-KEY       PIC X(117).

       01  ARCH-BOARD-TABLE.
           05  ARCH-BOARD-ENTRY OCCURS 500 TIMES.
           MOVE "BEAMARCH" TO WS-EXCP-PROGRAM.
           PERFORM RESOLVE-ARCHIVE-CUTOFF.
           PERFORM COUNT-PRECUTOFF-RECORDS.
           PERFORM CHECK-INDEX-IN-STEP.
           PERFORM SPLIT-HISTORY-RECORDS.
           PERFORM REWRITE-RUN-HISTORY.
           DISPLAY "Archive complete: " WS-ARCH-READ-COUNT
               INTO WS-ARCH-FILENAME.

      ******************************************************************
      * COUNT-PRECUTOFF-RECORDS - first pass over the live history:
      * per board, how many records sit before the cutoff.  The
      * pass-two split needs the total up front to know which of
      * them are the newest DAY7_ARCH_KEEP_PRIOR (key order is date
      * order per board).
      ******************************************************************
       COUNT-PRECUTOFF-RECORDS.
           PERFORM OPEN-HISTORY-INDEX.
           IF WS-RHIX-OPEN NOT = 'Y'
               DISPLAY "ARCHIVE ERROR: no keyed run history on file "
                   "- run BEAMHCNV first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-HISTORY-SWEEP.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-LIVE-HISTORY
               IF WS-RHIX-GOT = 'Y'
                   ADD 1 TO WS-ARCH-INDEX-COUNT
                   PERFORM TALLY-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-HISTORY-INDEX.
           IF RETURN-CODE >= 8
               DISPLAY "ARCHIVE ERROR: keyed run history could not "
                   "be read - nothing archived"
               STOP RUN
           END-IF.

      ******************************************************************
      * CHECK-INDEX-IN-STEP - runhist is about to be rebuilt from the
      * keyed side, so every record in it must be there as a live
      * run.  A record count that disagrees means a run went to the
      * log only (a keyed store that would not open) or the keyed
      * file is stale; either way archiving now could lose a run.
      ******************************************************************
       CHECK-INDEX-IN-STEP.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-FILE-STATUS = '35'
               DISPLAY "ARCHIVE ERROR: no run history on file"
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-ARCH-EOF
                   NOT AT END ADD 1 TO WS-ARCH-LOG-COUNT
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.
           IF WS-ARCH-LOG-COUNT NOT = WS-ARCH-INDEX-COUNT
               DISPLAY "ARCHIVE ERROR: runhist holds "
                   WS-ARCH-LOG-COUNT " record(s) but runhidx holds "
                   WS-ARCH-INDEX-COUNT " live - run BEAMHCNV to "
                   "bring the keyed history in step"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-HISTORY-RECORD.
           PERFORM CLASSIFY-HISTORY-RECORD.
           END-IF.

      ******************************************************************
      * SPLIT-HISTORY-RECORDS - second pass: every live record goes
      * to the hold file (kept) or the archive, in key order on both
      * sides so per-board date order survives.  A pre-cutoff record
      * is archived only while the board still has more than the
      * keep count of them left; the newest keep-count stay behind
      * as the live window's predecessors.  A pass that did not see
      * every live record stops before runhist is touched.
      ******************************************************************
       SPLIT-HISTORY-RECORDS.
           OPEN I-O RUN-HIST-INDEX-FILE.
           IF WS-RHIX-FILE-STATUS NOT = '00'
               DISPLAY "ARCHIVE ERROR: cannot open runhidx for "
                   "update, status " WS-RHIX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-RHIX-OPEN.
           OPEN OUTPUT ARCH-HOLD-FILE.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS = '35'
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF.
           PERFORM START-HISTORY-SWEEP.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-LIVE-HISTORY
               IF WS-RHIX-GOT = 'Y'
                   PERFORM ROUTE-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-HISTORY-INDEX.
           CLOSE ARCH-HOLD-FILE.
           CLOSE ARCHIVE-FILE.
           IF WS-ARCH-READ-COUNT NOT = WS-ARCH-INDEX-COUNT
               DISPLAY "ARCHIVE ERROR: second pass read "
                   WS-ARCH-READ-COUNT " of " WS-ARCH-INDEX-COUNT
                   " live record(s) - runhist left as it was"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           IF WS-ARCH-RETAG-ERRORS > 0
               DISPLAY "ARCHIVE WARNING: " WS-ARCH-RETAG-ERRORS
                   " archived run(s) still tagged live in runhidx "
                   "- run BEAMHCNV"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       ROUTE-HISTORY-RECORD.
           ADD 1 TO WS-ARCH-READ-COUNT.
                   MOVE RUN-HIST-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   ADD 1 TO WS-ARCH-ARCH-COUNT
                   PERFORM RETAG-ARCHIVED-RUN
               ELSE
                   PERFORM WRITE-KEPT-RECORD
               END-IF
               PERFORM WRITE-KEPT-RECORD
           END-IF.

      ******************************************************************
      * RETAG-ARCHIVED-RUN - the run just read is filed again under
      * the archive class, naming the archive as its home, and its
      * live record is deleted (see RHIXPUT).  The store reads and
      * deletes by key, so the sweep is put back just past the live
      * key it had reached before the next READ NEXT.
      ******************************************************************
       RETAG-ARCHIVED-RUN.
           MOVE RX-KEY TO WS-ARCH-RESUME-KEY.
           MOVE WS-RHIX-ERROR-COUNT TO WS-ARCH-ERRORS-BEFORE.
           MOVE WS-ARCH-FILENAME TO WS-RHIX-LOCATION.
           PERFORM STORE-RUN-HIST-INDEX.
           IF WS-RHIX-ERROR-COUNT > WS-ARCH-ERRORS-BEFORE
               DISPLAY "ARCHIVE ERROR: could not re-tag board "
                   RH-BOARD-NAME " run " RH-RUN-ID
               ADD 1 TO WS-ARCH-RETAG-ERRORS
           END-IF.
           MOVE WS-ARCH-RESUME-KEY TO RX-KEY.
           START RUN-HIST-INDEX-FILE
               KEY IS GREATER THAN RX-KEY
           END-START.
           IF WS-RHIX-FILE-STATUS NOT = '00'
               IF WS-RHIX-FILE-STATUS NOT = '23'
                   DISPLAY "ARCHIVE ERROR: status "
                       WS-RHIX-FILE-STATUS " resuming the sweep after "
                       "board " RH-BOARD-NAME
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'Y' TO WS-RHIX-EOF
           END-IF.

       WRITE-KEPT-RECORD.
           MOVE RUN-HIST-RECORD TO ARCH-HOLD-RECORD.
           WRITE ARCH-HOLD-RECORD.
           CLOSE RUN-HISTORY-FILE.

       COPY EXCEPTN.
       COPY RHIXREAD.
       COPY RHIXPUT.
