      ******************************************************************
      * ADVENT OF CODE DAY 7 - KEYED RUN-HISTORY CONVERSION
      *
      * Builds the keyed run history ("runhidx", see RHIXFD) from
      * the sequential history: every archive BEAMARCH has written
      * and then runhist itself.  The archives to load are named one
      * per line in a list file (DAY7_CONV_LIST, default "runhconv"),
      * e.g. "runharch_20250101"; no list file means runhist alone.
      * Archives are loaded before runhist so that a run found in
      * both - an archive run interrupted before runhist was
      * rewritten - ends up tagged live, which is what runhist still
      * says it is.  Safe to run again at any time: a run already on
      * the keyed file is counted, not stored twice, and is re-tagged
      * if its location has changed (see RHIXPUT), so the same job
      * also puts the two sides back in step after a keyed store
      * that could not be opened.  RETURN-CODE 8 when a listed
      * archive is missing or any run could not be stored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMHCNV.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNHSEL.
           COPY RHIXSEL.
           SELECT CONV-LIST-FILE ASSIGN DYNAMIC WS-CONV-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-LIST-STATUS.
           SELECT CONV-ARCHIVE-FILE ASSIGN DYNAMIC WS-CONV-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNHFD.
       COPY RHIXFD.

       FD  CONV-LIST-FILE.
       01  CONV-LIST-RECORD         PIC X(120).

       FD  CONV-ARCHIVE-FILE.
       01  CONV-ARCHIVE-RECORD      PIC X(500).

       WORKING-STORAGE SECTION.
       COPY RUNHWS.

       01  WS-CONV-LIST-NAME        PIC X(120).
       01  WS-CONV-LIST-STATUS      PIC XX.
       01  WS-CONV-ARCH-NAME        PIC X(120).
       01  WS-CONV-ARCH-STATUS      PIC XX.
       01  WS-CONV-LIST-EOF         PIC A VALUE 'N'.
       01  WS-CONV-EOF              PIC A VALUE 'N'.
       01  WS-CONV-READ-COUNT       PIC 9(10) VALUE 0.
       01  WS-CONV-ARCH-COUNT       PIC 9(5) VALUE 0.
       01  WS-CONV-MISSING-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CONV-LIST-NAME FROM ENVIRONMENT "DAY7_CONV_LIST".
           IF WS-CONV-LIST-NAME = SPACES
               MOVE "runhconv" TO WS-CONV-LIST-NAME
           END-IF.
           PERFORM OPEN-INDEX-FOR-LOAD.
           PERFORM LOAD-LISTED-ARCHIVES.
           PERFORM LOAD-LIVE-HISTORY.
           CLOSE RUN-HIST-INDEX-FILE.
           DISPLAY "Conversion complete: " WS-CONV-READ-COUNT
               " record(s) read from runhist and "
               WS-CONV-ARCH-COUNT " archive(s)".
           DISPLAY "  stored " WS-RHIX-STORED-COUNT
               ", already on file " WS-RHIX-ONFILE-COUNT
               ", re-tagged " WS-RHIX-MOVED-COUNT
               ", errors " WS-RHIX-ERROR-COUNT.
           IF WS-RHIX-ERROR-COUNT > 0 OR WS-CONV-MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-INDEX-FOR-LOAD - the keyed file is created on the first
      * conversion; a later run adds to it.
      ******************************************************************
       OPEN-INDEX-FOR-LOAD.
           OPEN I-O RUN-HIST-INDEX-FILE.
           IF WS-RHIX-FILE-STATUS = '35'
               OPEN OUTPUT RUN-HIST-INDEX-FILE
               CLOSE RUN-HIST-INDEX-FILE
               OPEN I-O RUN-HIST-INDEX-FILE
           END-IF.
           IF WS-RHIX-FILE-STATUS NOT = '00'
               DISPLAY "CONVERSION ERROR: cannot open runhidx, "
                   "status " WS-RHIX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * LOAD-LISTED-ARCHIVES - each archive's runs are tagged with
      * the archive's own name, the file BEAMARCH rolled them into.
      * A missing archive is reported and the rest still load.
      ******************************************************************
       LOAD-LISTED-ARCHIVES.
           OPEN INPUT CONV-LIST-FILE.
           IF WS-CONV-LIST-STATUS = '35'
               DISPLAY "No archive list " WS-CONV-LIST-NAME
                   " - loading runhist only"
           ELSE
               PERFORM UNTIL WS-CONV-LIST-EOF = 'Y'
                   READ CONV-LIST-FILE
                       AT END MOVE 'Y' TO WS-CONV-LIST-EOF
                       NOT AT END
                           IF CONV-LIST-RECORD NOT = SPACES
                               PERFORM LOAD-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONV-LIST-FILE
           END-IF.

       LOAD-ONE-ARCHIVE.
           MOVE CONV-LIST-RECORD TO WS-CONV-ARCH-NAME.
           OPEN INPUT CONV-ARCHIVE-FILE.
           IF WS-CONV-ARCH-STATUS NOT = '00'
               DISPLAY "CONVERSION ERROR: cannot open archive "
                   WS-CONV-ARCH-NAME " status " WS-CONV-ARCH-STATUS
               ADD 1 TO WS-CONV-MISSING-COUNT
           ELSE
               ADD 1 TO WS-CONV-ARCH-COUNT
               MOVE WS-CONV-ARCH-NAME TO WS-RHIX-LOCATION
               MOVE 'N' TO WS-CONV-EOF
               PERFORM UNTIL WS-CONV-EOF = 'Y'
                   READ CONV-ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-CONV-EOF
                       NOT AT END
                           MOVE CONV-ARCHIVE-RECORD TO RUN-HIST-RECORD
                           PERFORM STORE-RUN-HIST-INDEX
                   END-READ
               END-PERFORM
               CLOSE CONV-ARCHIVE-FILE
           END-IF.

       LOAD-LIVE-HISTORY.
           MOVE WS-RHIX-LIVE-LOCATION TO WS-RHIX-LOCATION.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-FILE-STATUS = '35'
               DISPLAY "No run history on file - nothing live to load"
           ELSE
               MOVE 'N' TO WS-CONV-EOF
               PERFORM UNTIL WS-CONV-EOF = 'Y'
                   READ RUN-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-CONV-EOF
                       NOT AT END
                           ADD 1 TO WS-CONV-READ-COUNT
                           PERFORM STORE-RUN-HIST-INDEX
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       COPY RHIXPUT.
