      ******************************************************************
      * ADVENT OF CODE DAY 7 - BOARD DESIGN-RULE CHECK
      *
      * Runs the design rules (see DRCRULES) against one board
      * (DAY7_INPUT_FILE, default "input"; DAY7_MULTI_EMITTER as for
      * the walk programs) and writes the violations report
      * "drcrpt_<board>" (see DRCFD): rule id, row, column and
      * severity of every violation, then the error and warning
      * counts.  No beam is walked - the rules judge the layout
      * alone.  BOARDMNT applies the same rules before it will
      * certify a board, so this report is where engineering sees
      * why a CERTIFY was refused.
      * RETURN-CODE: 0 no ERROR-level violations (warnings may be
      * listed), 4 one or more ERRORs, 8 the board would not load
      * or validate, or the report could not be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMDRC.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           COPY DRCSEL.
           COPY EXCPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-REC-LEN.
       01  INPUT-RECORD            PIC X(1000).

       COPY DRCFD.
       COPY EXCPFD.

       WORKING-STORAGE SECTION.
       COPY GRIDWS.
       COPY VALWS.
       COPY EMITWS.
       COPY EXCPWS.
       COPY DRCWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BEAMDRC" TO WS-EXCP-PROGRAM.
           PERFORM READ-INPUT.
           IF WS-LOAD-FAILED = 'Y'
               STOP RUN
           END-IF.
           PERFORM VALIDATE-INPUT.
           IF WS-VALID-FAILED = 'Y'
               STOP RUN
           END-IF.
           PERFORM RUN-DESIGN-RULES.
           PERFORM WRITE-DRC-REPORT.
           DISPLAY "Design-rule check " WS-INPUT-FILENAME(1:40)
               ": " WS-DRC-ERROR-COUNT " error(s), "
               WS-DRC-WARNING-COUNT " warning(s)".
           IF WS-DRC-ERROR-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-DRC-REPORT.
           MOVE SPACES TO WS-DRC-FILENAME.
           STRING "drcrpt_" DELIMITED BY SIZE
               WS-INPUT-SAFENAME DELIMITED BY SPACE
               INTO WS-DRC-FILENAME.
           OPEN OUTPUT DRC-REPORT-FILE.
           IF WS-DRC-FILE-STATUS NOT = '00'
               DISPLAY "REPORT ERROR: cannot open design-rule report "
                   WS-DRC-FILENAME
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-INPUT-FILENAME TO DHL-BOARD-NAME
               MOVE WS-LAYOUT-FINGERPRINT TO DHL-FINGERPRINT
               WRITE DRC-REPORT-RECORD FROM DRC-HEADER-LINE
               PERFORM VARYING WS-DRC-IDX FROM 1 BY 1
                   UNTIL WS-DRC-IDX > WS-DRC-VIOL-COUNT
                   PERFORM WRITE-DRC-VIOLATION
               END-PERFORM
               IF WS-DRC-OVERFLOW = 'Y'
                   WRITE DRC-REPORT-RECORD FROM DRC-OVERFLOW-LINE
               END-IF
               MOVE WS-DRC-ERROR-COUNT TO DSL-ERROR-COUNT
               MOVE WS-DRC-WARNING-COUNT TO DSL-WARNING-COUNT
               IF WS-DRC-ERROR-COUNT > 0
                   MOVE "FAIL" TO DSL-RESULT
               ELSE
                   MOVE "PASS" TO DSL-RESULT
               END-IF
               WRITE DRC-REPORT-RECORD FROM DRC-SUMMARY-LINE
               CLOSE DRC-REPORT-FILE
           END-IF.

       WRITE-DRC-VIOLATION.
           MOVE SPACES TO DRC-VIOLATION-RECORD.
           MOVE DVT-RULE-ID(WS-DRC-IDX) TO DV-RULE-ID.
           MOVE DVT-ROW(WS-DRC-IDX) TO DV-ROW.
           MOVE DVT-COL(WS-DRC-IDX) TO DV-COL.
           MOVE DVT-SEVERITY(WS-DRC-IDX) TO DV-SEVERITY.
           MOVE DVT-TEXT(WS-DRC-IDX) TO DV-TEXT.
           WRITE DRC-VIOLATION-RECORD.

       COPY READINPT.
       COPY VALIDATE.
       COPY DRCRULES.
       COPY EXCEPTN.
