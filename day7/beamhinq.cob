      ******************************************************************
      * ADVENT OF CODE DAY 7 - RUN-HISTORY INQUIRY
      *
      * Answers two questions from the keyed run history ("runhidx",
      * see RHIXFD) without walking the log:
      *     DAY7_HINQ_RUN_ID        every board run under that run
      *                             identifier, or
      *     DAY7_HINQ_BOARD         every run of that board, limited
      *                             by DAY7_HINQ_FROM / DAY7_HINQ_TO
      *                             (YYYYMMDD, both inclusive; either
      *                             may be left out)
      * A run id outranks a board when both are supplied.  The
      * report, DISPLAYed like the other inquiries, is one line per
      * run - date, time, run id, split and exit counts, layout
      * checksum and where the record lives (runhist, or the
      * archive BEAMARCH moved it to), so archived runs answer too.
      * Runs that predate the date stamp carry a zero date and are
      * only found by a board inquiry with no FROM date.  RETURN-CODE
      * 8 when the inquiry is incomplete or malformed, nothing is on
      * file, or no run matches.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMHINQ.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.

       WORKING-STORAGE SECTION.
       COPY RUNHWS.

       01  WS-HINQ-RUN-ID           PIC X(26).
       01  WS-HINQ-BOARD            PIC X(100).
       01  WS-HINQ-CLASS            PIC X.
       01  WS-HINQ-FROM-RAW         PIC X(8).
       01  WS-HINQ-TO-RAW           PIC X(8).
       01  WS-HINQ-FROM             PIC 9(8) VALUE 0.
       01  WS-HINQ-TO               PIC 9(8) VALUE 99999999.
       01  WS-HINQ-MATCH-COUNT      PIC 9(10) VALUE 0.
       01  WS-HINQ-EXITS            PIC X(10).
       01  WS-HINQ-CHECKSUM         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-HISTORY-INQUIRY.
           PERFORM OPEN-HISTORY-INDEX.
           IF WS-RHIX-OPEN NOT = 'Y'
               DISPLAY "HISTORY INQUIRY ERROR: no keyed run history "
                   "on file - run BEAMHCNV first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-HINQ-RUN-ID NOT = SPACES
               PERFORM INQUIRE-BY-RUN-ID
           ELSE
               PERFORM INQUIRE-BY-BOARD
           END-IF.
           PERFORM CLOSE-HISTORY-INDEX.
           DISPLAY WS-HINQ-MATCH-COUNT " run(s) found".
           IF WS-HINQ-MATCH-COUNT = 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * RESOLVE-HISTORY-INQUIRY - dates must be full YYYYMMDD; a
      * half-typed date would quietly widen or empty the answer, so
      * it is refused instead.
      ******************************************************************
       RESOLVE-HISTORY-INQUIRY.
           ACCEPT WS-HINQ-RUN-ID FROM ENVIRONMENT "DAY7_HINQ_RUN_ID".
           ACCEPT WS-HINQ-BOARD FROM ENVIRONMENT "DAY7_HINQ_BOARD".
           ACCEPT WS-HINQ-FROM-RAW FROM ENVIRONMENT "DAY7_HINQ_FROM".
           ACCEPT WS-HINQ-TO-RAW FROM ENVIRONMENT "DAY7_HINQ_TO".
           IF WS-HINQ-RUN-ID = SPACES AND WS-HINQ-BOARD = SPACES
               DISPLAY "HISTORY INQUIRY ERROR: supply DAY7_HINQ_RUN_ID"
                   " or DAY7_HINQ_BOARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-HINQ-FROM-RAW NOT = SPACES
               IF WS-HINQ-FROM-RAW IS NOT NUMERIC
                   DISPLAY "HISTORY INQUIRY ERROR: DAY7_HINQ_FROM "
                       "must be a YYYYMMDD date, got '"
                       WS-HINQ-FROM-RAW "'"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-HINQ-FROM-RAW TO WS-HINQ-FROM
           END-IF.
           IF WS-HINQ-TO-RAW NOT = SPACES
               IF WS-HINQ-TO-RAW IS NOT NUMERIC
                   DISPLAY "HISTORY INQUIRY ERROR: DAY7_HINQ_TO "
                       "must be a YYYYMMDD date, got '"
                       WS-HINQ-TO-RAW "'"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-HINQ-TO-RAW TO WS-HINQ-TO
           END-IF.

      ******************************************************************
      * INQUIRE-BY-RUN-ID - the alternate key allows duplicates (a
      * batch stamps many boards alike), so read on along it for as
      * long as the id still matches.
      ******************************************************************
       INQUIRE-BY-RUN-ID.
           DISPLAY "Runs under run id " WS-HINQ-RUN-ID.
           MOVE WS-HINQ-RUN-ID TO RX-RUN-ID.
           MOVE 'N' TO WS-RHIX-EOF.
           START RUN-HIST-INDEX-FILE
               KEY IS EQUAL TO RX-RUN-ID
           END-START.
           IF WS-RHIX-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RHIX-EOF
           END-IF.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-INQUIRY-RECORD
               IF WS-RHIX-EOF NOT = 'Y'
                   IF RX-RUN-ID NOT = WS-HINQ-RUN-ID
                       MOVE 'Y' TO WS-RHIX-EOF
                   ELSE
                       PERFORM DISPLAY-INQUIRY-RUN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * INQUIRE-BY-BOARD - the board's archived runs are filed
      * ahead of its live ones (see RHIXFD), so the archive class is
      * swept first and then the live class, which keeps the answer
      * in date order.
      ******************************************************************
       INQUIRE-BY-BOARD.
           DISPLAY "Runs of board " WS-HINQ-BOARD.
           DISPLAY "  dated " WS-HINQ-FROM " to " WS-HINQ-TO.
           MOVE WS-RHIX-ARCH-CLASS TO WS-HINQ-CLASS.
           PERFORM INQUIRE-BOARD-CLASS.
           MOVE WS-RHIX-LIVE-CLASS TO WS-HINQ-CLASS.
           PERFORM INQUIRE-BOARD-CLASS.

      ******************************************************************
      * INQUIRE-BOARD-CLASS - position at the board's first run on
      * or after FROM within the class; key order is date then time,
      * so the sweep stops at the first run past TO, at the next
      * board or at the end of the class.
      ******************************************************************
       INQUIRE-BOARD-CLASS.
           MOVE WS-HINQ-CLASS TO RX-LOC-CLASS.
           MOVE WS-HINQ-BOARD TO RX-BOARD-NAME.
           MOVE WS-HINQ-FROM TO RX-RUN-DATE.
           MOVE 0 TO RX-RUN-TIME.
           MOVE 0 TO RX-KEY-SEQ.
           MOVE 'N' TO WS-RHIX-EOF.
           START RUN-HIST-INDEX-FILE
               KEY IS NOT LESS THAN RX-KEY
           END-START.
           IF WS-RHIX-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RHIX-EOF
           END-IF.
           PERFORM UNTIL WS-RHIX-EOF = 'Y'
               PERFORM READ-NEXT-INQUIRY-RECORD
               IF WS-RHIX-EOF NOT = 'Y'
                   IF RX-LOC-CLASS NOT = WS-HINQ-CLASS
                       OR RX-BOARD-NAME NOT = WS-HINQ-BOARD
                       OR RX-RUN-DATE > WS-HINQ-TO
                       MOVE 'Y' TO WS-RHIX-EOF
                   ELSE
                       PERFORM DISPLAY-INQUIRY-RUN
                   END-IF
               END-IF
           END-PERFORM.

       READ-NEXT-INQUIRY-RECORD.
           READ RUN-HIST-INDEX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RHIX-EOF
           END-READ.
           IF WS-RHIX-EOF NOT = 'Y'
               AND WS-RHIX-FILE-STATUS NOT = '00'
               AND WS-RHIX-FILE-STATUS NOT = '02'
               DISPLAY "HISTORY INQUIRY ERROR: status "
                   WS-RHIX-FILE-STATUS " reading runhidx"
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RHIX-EOF
           END-IF.

      ******************************************************************
      * DISPLAY-INQUIRY-RUN - counts come from the stored history
      * image; fields older than the record itself show N/A, the
      * same convention BEAMAUDIT uses.
      ******************************************************************
       DISPLAY-INQUIRY-RUN.
           ADD 1 TO WS-HINQ-MATCH-COUNT.
           MOVE RX-HIST-IMAGE TO RUN-HIST-RECORD.
           IF RH-EXIT-COUNT IS NUMERIC
               MOVE RH-EXIT-COUNT TO WS-HINQ-EXITS
           ELSE
               MOVE "N/A" TO WS-HINQ-EXITS
           END-IF.
           IF RH-FP-CHECKSUM IS NUMERIC
               MOVE RH-FP-CHECKSUM TO WS-HINQ-CHECKSUM
           ELSE
               MOVE "N/A" TO WS-HINQ-CHECKSUM
           END-IF.
           DISPLAY "  " RX-RUN-DATE " " RX-RUN-TIME " " RH-RUN-ID
               " " RX-BOARD-NAME(1:30).
           DISPLAY "      splits " RH-SPLIT-COUNT " exits "
               WS-HINQ-EXITS " layout " WS-HINQ-CHECKSUM
               " in " RX-LOCATION.

       COPY RHIXREAD.
