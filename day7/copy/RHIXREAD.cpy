      ******************************************************************
      * RHIXREAD - keyed reads of the run history (see RHIXFD) for
      * the programs that used to walk the whole sequential log.
      * Every read stays inside the live class, so archived runs are
      * never read at all.
      *   OPEN-HISTORY-INDEX   open it for input; WS-RHIX-OPEN says
      *                        whether there is anything to read (a
      *                        store not built yet reads as empty,
      *                        the way a missing runhist always has)
      *   START-HISTORY-SWEEP  position at the first live run, for a
      *                        reader that needs every live run
      *   READ-NEXT-LIVE-HISTORY
      *                        deliver the next live run into
      *                        RUN-HIST-RECORD, or raise WS-RHIX-EOF
      *                        at the end of the live runs
      *   START-LATEST-RUN-SWEEP
      *   READ-NEXT-LATEST-RUN for a reader that only wants each
      *                        board's latest live run: one START past
      *                        the board before, one READ NEXT to learn
      *                        the next board, and a START/READ
      *                        PREVIOUS at that board's far end - two
      *                        reads a board however long its history
      *   CLOSE-HISTORY-INDEX
      * Key order is board, then run date and time, so one board's
      * runs arrive together and oldest first - the order the readers
      * relied on from the append-only log.
      ******************************************************************
       OPEN-HISTORY-INDEX.
           MOVE 'N' TO WS-RHIX-OPEN.
           OPEN INPUT RUN-HIST-INDEX-FILE.
           EVALUATE WS-RHIX-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RHIX-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RUN HISTORY INDEX ERROR: cannot open "
                       "runhidx, status " WS-RHIX-FILE-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       START-HISTORY-SWEEP.
           MOVE 'N' TO WS-RHIX-EOF.
           IF WS-RHIX-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-RHIX-EOF
           ELSE
               MOVE LOW-VALUES TO RX-KEY
               MOVE WS-RHIX-LIVE-CLASS TO RX-LOC-CLASS
               START RUN-HIST-INDEX-FILE
                   KEY IS NOT LESS THAN RX-KEY
               END-START
               IF WS-RHIX-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-RHIX-EOF
               END-IF
           END-IF.

       READ-NEXT-LIVE-HISTORY.
           MOVE 'N' TO WS-RHIX-GOT.
           PERFORM UNTIL WS-RHIX-GOT = 'Y' OR WS-RHIX-EOF = 'Y'
               READ RUN-HIST-INDEX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RHIX-EOF
               END-READ
               IF WS-RHIX-EOF NOT = 'Y'
                   IF WS-RHIX-FILE-STATUS NOT = '00'
                       AND WS-RHIX-FILE-STATUS NOT = '02'
                       DISPLAY "RUN HISTORY INDEX ERROR: status "
                           WS-RHIX-FILE-STATUS " reading runhidx"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE 'Y' TO WS-RHIX-EOF
                   ELSE
                       IF RX-LOC-CLASS NOT = WS-RHIX-LIVE-CLASS
                           MOVE 'Y' TO WS-RHIX-EOF
                       ELSE
                           MOVE RX-HIST-IMAGE TO RUN-HIST-RECORD
                           MOVE 'Y' TO WS-RHIX-GOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       START-LATEST-RUN-SWEEP.
           MOVE SPACES TO WS-RHIX-BOARD.
           MOVE 'N' TO WS-RHIX-EOF.
           IF WS-RHIX-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-RHIX-EOF
           END-IF.

      ******************************************************************
      * READ-NEXT-LATEST-RUN - WS-RHIX-BOARD is the board delivered
      * last (spaces before the first).  A key of that board with
      * HIGH-VALUES for date, time and sequence sorts after every run
      * of it, so START GREATER lands on the next board's first run;
      * the same high key for the new board, START NOT GREATER and
      * READ PREVIOUS, lands on its latest.
      ******************************************************************
       READ-NEXT-LATEST-RUN.
           MOVE 'N' TO WS-RHIX-GOT.
           IF WS-RHIX-EOF NOT = 'Y'
               IF WS-RHIX-BOARD = SPACES
                   MOVE LOW-VALUES TO RX-KEY
                   MOVE WS-RHIX-LIVE-CLASS TO RX-LOC-CLASS
                   START RUN-HIST-INDEX-FILE
                       KEY IS NOT LESS THAN RX-KEY
                   END-START
               ELSE
                   MOVE HIGH-VALUES TO RX-KEY
                   MOVE WS-RHIX-LIVE-CLASS TO RX-LOC-CLASS
                   MOVE WS-RHIX-BOARD TO RX-BOARD-NAME
                   START RUN-HIST-INDEX-FILE
                       KEY IS GREATER THAN RX-KEY
                   END-START
               END-IF
               IF WS-RHIX-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-RHIX-EOF
               ELSE
                   PERFORM READ-NEXT-LIVE-HISTORY
               END-IF
           END-IF.
           IF WS-RHIX-GOT = 'Y'
               MOVE 'N' TO WS-RHIX-GOT
               MOVE RX-BOARD-NAME TO WS-RHIX-BOARD
               MOVE HIGH-VALUES TO RX-KEY
               MOVE WS-RHIX-LIVE-CLASS TO RX-LOC-CLASS
               MOVE WS-RHIX-BOARD TO RX-BOARD-NAME
               START RUN-HIST-INDEX-FILE
                   KEY IS NOT GREATER THAN RX-KEY
               END-START
               IF WS-RHIX-FILE-STATUS = '00'
                   READ RUN-HIST-INDEX-FILE PREVIOUS RECORD
                       AT END CONTINUE
                   END-READ
               END-IF
               IF WS-RHIX-FILE-STATUS = '00'
                   OR WS-RHIX-FILE-STATUS = '02'
                   MOVE RX-HIST-IMAGE TO RUN-HIST-RECORD
                   MOVE 'Y' TO WS-RHIX-GOT
               ELSE
                   DISPLAY "RUN HISTORY INDEX ERROR: status "
                       WS-RHIX-FILE-STATUS " reading the latest run "
                       "of board " WS-RHIX-BOARD
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE 'Y' TO WS-RHIX-EOF
               END-IF
           END-IF.

       CLOSE-HISTORY-INDEX.
           IF WS-RHIX-OPEN = 'Y'
               CLOSE RUN-HIST-INDEX-FILE
               MOVE 'N' TO WS-RHIX-OPEN
           END-IF.
