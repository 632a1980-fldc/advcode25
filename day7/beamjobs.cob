      ******************************************************************
      * ADVENT OF CODE DAY 7 - NIGHTLY JOB-STREAM CONTROLLER
      *
      * Runs the nightly chain from STEP-TABLE instead of a wrapper
      * script, one step after another:
      *     BOARDMNT  BEAMBATCH  BEAMAUDIT  BEAMRECON  BEAMEXCM
      *     BEAMMORN  BEAMQSX
      * Each step's condition code is checked against that step's
      * threshold (ST-MAX-RC) under the EXCPWS conventions: a step
      * that ends at or under its threshold has completed and the
      * stream moves on; one that ends over it stops the stream
      * there.  The thresholds:
      *     BOARDMNT   4  rejected transactions are reported, not
      *                   fatal; a missing transaction file (8) is
      *     BEAMBATCH  8  boards that would not load or validate
      *                   are the audit's business; a capacity stop
      *                   (12) ends the night
      *     BEAMAUDIT  4  FAILs are the report's whole point; no
      *                   board master (8) is not
      *     BEAMRECON  4  a same-layout regression is reported on
      *     BEAMEXCM 999  its code is a count of unacknowledged
      *                   capacity exceptions, not a severity - the
      *                   morning summary still has to run
      *     BEAMMORN  12  its code is the worst board's; the
      *                   extract still has to go out
      *     BEAMQSX    4  no boards to send (8) stops the stream
      * A step killed by a signal rather than ending with a code is
      * logged ABENDED with condition code 999 and always stops the
      * stream.
      *
      * Every step's START and END (with its condition code and
      * COMPLETED / FAILED / ABENDED) is appended to the job-step
      * log ("jobstep"), keyed by the business date (DAY7_JOB_DATE;
      * when it is not given, the latest business date the log shows
      * unfinished, or today when every logged date is finished).
      * The business date is passed on to every step as
      * DAY7_JOB_DATE, so all of them stamp the same night.  On a
      * restart for the same business date the log is read first
      * and the stream resumes at the first step that has not
      * COMPLETED.  A step flagged not rerunnable
      * (ST-RERUN = 'N': BEAMBATCH, which appends every board to the
      * run history as it goes) is never run twice for one business
      * date - if it has already started, the stream is held at it
      * with RETURN-CODE 8 until an operator who has checked the
      * run history releases it (DAY7_JOB_RELEASE=BEAMBATCH), which
      * logs a RELEASED record and lets the stream carry on from
      * the following step.  Step programs are run from
      * DAY7_JOB_BIN_DIR (default the current directory) under
      * their lower-case names.
      * RETURN-CODE: the highest condition code of the steps run
      * when the stream completes; the stopping step's code when it
      * stops (999 for an abend is reported as 12); 8 when held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEAMJOBS.
       AUTHOR. FREDRIK STORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STEP-LOG-FILE ASSIGN TO "jobstep"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STEP-LOG-FILE.
       01  JOB-STEP-LOG-RECORD.
           05  JL-BUS-DATE          PIC 9(8).
           05  JL-SEP1              PIC X.
           05  JL-STEP-NO           PIC 9(2).
           05  JL-SEP2              PIC X.
           05  JL-PROGRAM           PIC X(10).
           05  JL-SEP3              PIC X.
           05  JL-EVENT             PIC X(8).
           05  JL-SEP4              PIC X.
           05  JL-LOG-DATE          PIC 9(8).
           05  JL-SEP5              PIC X.
           05  JL-LOG-TIME          PIC 9(6).
           05  JL-SEP6              PIC X.
           05  JL-COND-CODE         PIC 9(3).
           05  JL-SEP7              PIC X.
           05  JL-DISPOSITION       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-FILE-STATUS    PIC XX.
       01  WS-JOB-EOF               PIC A VALUE 'N'.
       01  WS-JOB-BUS-DATE          PIC 9(8) VALUE 0.
       01  WS-JOB-DATE-RAW          PIC X(8) VALUE SPACES.
       01  WS-JOB-LOG-DATE          PIC 9(8) VALUE 0.
       01  WS-JOB-TIME-RAW          PIC 9(8) VALUE 0.
       01  WS-JOB-LOG-TIME          PIC 9(6) VALUE 0.
       01  WS-JOB-BIN-DIR           PIC X(80) VALUE SPACES.
       01  WS-JOB-RELEASE           PIC X(10) VALUE SPACES.
       01  WS-JOB-COMMAND           PIC X(120) VALUE SPACES.
       01  WS-JOB-IDX               PIC 9(2) VALUE 0.
       01  WS-JOB-FIRST-STEP        PIC 9(2) VALUE 0.
       01  WS-JOB-EVENT             PIC X(8) VALUE SPACES.
       01  WS-JOB-STATUS            PIC X(10) VALUE SPACES.
       01  WS-JOB-RAW-STATUS        PIC S9(9) VALUE 0.
       01  WS-JOB-SIGNAL            PIC 9(5) VALUE 0.
       01  WS-JOB-COND-CODE         PIC 9(3) VALUE 0.
       01  WS-JOB-WORST-RC          PIC 9(3) VALUE 0.
       01  WS-JOB-STOPPED           PIC A VALUE 'N'.
       01  WS-JOB-RAN-COUNT         PIC 9(2) VALUE 0.
       01  WS-JOB-ABEND-CODE        PIC 9(3) VALUE 999.
       01  WS-JOB-STEP-COUNT        PIC 9(2) VALUE 7.
       01  WS-JOB-LOG-STATE         PIC A VALUE SPACE.
       01  WS-JOB-STEP-IDX          PIC 9(2) VALUE 0.
       01  WS-JOB-OPEN-IDX          PIC 9(3) VALUE 0.
       01  WS-JOB-OPEN-COUNT        PIC 9(3) VALUE 0.
       01  WS-JOB-OPEN-MAX          PIC 9(3) VALUE 100.
       01  WS-JOB-OPEN-FOUND        PIC A VALUE 'N'.

      ******************************************************************
      * OPEN-DATE-TABLE - business dates the job-step log shows with
      * a step not yet complete, each with its steps' states as they
      * stand so far in the log.  A date drops out the moment all of
      * its steps are complete: nothing is logged for a finished
      * date again, so it can never reopen.
      ******************************************************************
       01  OPEN-DATE-TABLE.
           05  OPEN-DATE-ENTRY OCCURS 100 TIMES.
               10  OD-BUS-DATE      PIC 9(8).
               10  OD-STATE OCCURS 7 TIMES PIC A.

      ******************************************************************
      * STEP-TABLE - the nightly chain in run order: program name,
      * the executable it runs as, its condition-code threshold and
      * whether it may be run a second time for one business date.
      * ST-STATE is this business date's progress, rebuilt from the
      * job-step log: space never started, S started with no end
      * logged, F ended over threshold or abended, C completed (or
      * released by an operator).
      ******************************************************************
       01  STEP-TABLE-VALUES.
           05  FILLER               PIC X(26)
                                    VALUE "BOARDMNT  boardmnt    004Y".
           05  FILLER               PIC X(26)
                                    VALUE "BEAMBATCH beambatch   008N".
           05  FILLER               PIC X(26)
                                    VALUE "BEAMAUDIT beamaudit   004Y".
           05  FILLER               PIC X(26)
                                    VALUE "BEAMRECON beamrecon   004Y".
           05  FILLER               PIC X(26)
                                    VALUE "BEAMEXCM  beamexcm    999Y".
           05  FILLER               PIC X(26)
                                    VALUE "BEAMMORN  beammorn    012Y".
           05  FILLER               PIC X(26)
                                    VALUE "BEAMQSX   beamqsx     004Y".
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STEP-ENTRY OCCURS 7 TIMES.
               10  ST-PROGRAM       PIC X(10).
               10  ST-EXECUTABLE    PIC X(12).
               10  ST-MAX-RC        PIC 9(3).
               10  ST-RERUN         PIC A.

       01  STEP-STATE-TABLE.
           05  ST-STATE OCCURS 7 TIMES PIC A.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ESTABLISH-BUSINESS-DATE.
           PERFORM LOAD-STEP-STATES.
           PERFORM APPLY-OPERATOR-RELEASE.
           PERFORM FIND-RESTART-STEP.
           IF WS-JOB-FIRST-STEP > WS-JOB-STEP-COUNT
               DISPLAY "Job stream for " WS-JOB-BUS-DATE
                   " already complete - nothing to run"
               STOP RUN
           END-IF.
           IF WS-JOB-FIRST-STEP > 1
               DISPLAY "Job stream for " WS-JOB-BUS-DATE
                   " restarting at step " WS-JOB-FIRST-STEP " "
                   ST-PROGRAM(WS-JOB-FIRST-STEP)
           END-IF.
           PERFORM VARYING WS-JOB-IDX FROM WS-JOB-FIRST-STEP BY 1
               UNTIL WS-JOB-IDX > WS-JOB-STEP-COUNT
                   OR WS-JOB-STOPPED = 'Y'
               PERFORM RUN-ONE-STEP
           END-PERFORM.
           IF WS-JOB-STOPPED = 'Y'
               DISPLAY "Job stream for " WS-JOB-BUS-DATE " STOPPED: "
                   WS-JOB-RAN-COUNT " step(s) run this time, "
                   "highest condition code " WS-JOB-WORST-RC
           ELSE
               DISPLAY "Job stream for " WS-JOB-BUS-DATE
                   " complete: " WS-JOB-RAN-COUNT " step(s) run "
                   "this time, highest condition code "
                   WS-JOB-WORST-RC
           END-IF.
           IF WS-JOB-WORST-RC > 12
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-JOB-WORST-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * ESTABLISH-BUSINESS-DATE - DAY7_JOB_DATE names the night being
      * run.  Blank or not a date, the night is the latest one the
      * job-step log shows unfinished, so a stream that died at 3am
      * and is restarted after midnight still restarts its own night
      * instead of starting a new one at BOARDMNT; only when every
      * logged night is finished does a new one start, dated today.
      * Whichever it is goes back into the environment for the steps
      * to read.
      ******************************************************************
       ESTABLISH-BUSINESS-DATE.
           ACCEPT WS-JOB-DATE-RAW FROM ENVIRONMENT "DAY7_JOB_DATE".
           IF WS-JOB-DATE-RAW IS NUMERIC
               MOVE WS-JOB-DATE-RAW TO WS-JOB-BUS-DATE
           ELSE
               PERFORM FIND-UNFINISHED-DATE
               IF WS-JOB-BUS-DATE = 0
                   ACCEPT WS-JOB-BUS-DATE FROM DATE YYYYMMDD
               ELSE
                   DISPLAY "No DAY7_JOB_DATE given - resuming "
                       "unfinished business date " WS-JOB-BUS-DATE
               END-IF
           END-IF.
           DISPLAY "DAY7_JOB_DATE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-BUS-DATE UPON ENVIRONMENT-VALUE.
           ACCEPT WS-JOB-BIN-DIR FROM ENVIRONMENT "DAY7_JOB_BIN_DIR".
           IF WS-JOB-BIN-DIR = SPACES
               MOVE "." TO WS-JOB-BIN-DIR
           END-IF.
           ACCEPT WS-JOB-RELEASE FROM ENVIRONMENT "DAY7_JOB_RELEASE".

      ******************************************************************
      * FIND-UNFINISHED-DATE - replay the whole job-step log into
      * OPEN-DATE-TABLE and leave the latest business date still in
      * it in WS-JOB-BUS-DATE, or zero when every date is finished.
      ******************************************************************
       FIND-UNFINISHED-DATE.
           MOVE 0 TO WS-JOB-BUS-DATE.
           MOVE 0 TO WS-JOB-OPEN-COUNT.
           OPEN INPUT JOB-STEP-LOG-FILE.
           IF WS-JOBLOG-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-JOB-EOF
               PERFORM UNTIL WS-JOB-EOF = 'Y'
                   READ JOB-STEP-LOG-FILE
                       AT END MOVE 'Y' TO WS-JOB-EOF
                       NOT AT END PERFORM APPLY-OPEN-DATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOB-STEP-LOG-FILE
           END-IF.
           PERFORM VARYING WS-JOB-OPEN-IDX FROM 1 BY 1
               UNTIL WS-JOB-OPEN-IDX > WS-JOB-OPEN-COUNT
               IF OD-BUS-DATE(WS-JOB-OPEN-IDX) > WS-JOB-BUS-DATE
                   MOVE OD-BUS-DATE(WS-JOB-OPEN-IDX)
                       TO WS-JOB-BUS-DATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPLY-OPEN-DATE-RECORD - find (or enter) the record's date,
      * apply the event to its step, and drop the date once all of
      * its steps are complete.  A dropped entry's place is taken by
      * the last entry in the table.
      ******************************************************************
       APPLY-OPEN-DATE-RECORD.
           PERFORM CLASSIFY-STEP-LOG-RECORD.
           IF WS-JOB-LOG-STATE NOT = SPACE
               MOVE 'N' TO WS-JOB-OPEN-FOUND
               PERFORM VARYING WS-JOB-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-JOB-OPEN-IDX > WS-JOB-OPEN-COUNT
                       OR WS-JOB-OPEN-FOUND = 'Y'
                   IF OD-BUS-DATE(WS-JOB-OPEN-IDX) = JL-BUS-DATE
                       MOVE 'Y' TO WS-JOB-OPEN-FOUND
                   END-IF
               END-PERFORM
               IF WS-JOB-OPEN-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-JOB-OPEN-IDX
               ELSE
                   IF WS-JOB-OPEN-COUNT >= WS-JOB-OPEN-MAX
                       DISPLAY "CAPACITY EXCEEDED: OPEN-DATE-TABLE "
                           "FULL AT BUSINESS DATE " JL-BUS-DATE
                           " - name the night in DAY7_JOB_DATE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-JOB-OPEN-COUNT
                   MOVE WS-JOB-OPEN-COUNT TO WS-JOB-OPEN-IDX
                   MOVE JL-BUS-DATE TO OD-BUS-DATE(WS-JOB-OPEN-IDX)
                   PERFORM VARYING WS-JOB-STEP-IDX FROM 1 BY 1
                       UNTIL WS-JOB-STEP-IDX > WS-JOB-STEP-COUNT
                       MOVE SPACE
                           TO OD-STATE(WS-JOB-OPEN-IDX, WS-JOB-STEP-IDX)
                   END-PERFORM
               END-IF
               MOVE WS-JOB-LOG-STATE
                   TO OD-STATE(WS-JOB-OPEN-IDX, JL-STEP-NO)
               PERFORM VARYING WS-JOB-STEP-IDX FROM 1 BY 1
                   UNTIL WS-JOB-STEP-IDX > WS-JOB-STEP-COUNT
                       OR OD-STATE(WS-JOB-OPEN-IDX, WS-JOB-STEP-IDX)
                           NOT = 'C'
                   CONTINUE
               END-PERFORM
               IF WS-JOB-STEP-IDX > WS-JOB-STEP-COUNT
                   MOVE OPEN-DATE-ENTRY(WS-JOB-OPEN-COUNT)
                       TO OPEN-DATE-ENTRY(WS-JOB-OPEN-IDX)
                   SUBTRACT 1 FROM WS-JOB-OPEN-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-STEP-STATES - replay this business date's records from
      * the job-step log; the last record for a step is its state.
      * Records for other dates, or for a step name no longer in the
      * table, are passed over.
      ******************************************************************
       LOAD-STEP-STATES.
           MOVE SPACES TO STEP-STATE-TABLE.
           OPEN INPUT JOB-STEP-LOG-FILE.
           IF WS-JOBLOG-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-JOB-EOF
               PERFORM UNTIL WS-JOB-EOF = 'Y'
                   READ JOB-STEP-LOG-FILE
                       AT END MOVE 'Y' TO WS-JOB-EOF
                       NOT AT END PERFORM APPLY-STEP-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOB-STEP-LOG-FILE
           END-IF.

       APPLY-STEP-LOG-RECORD.
           PERFORM CLASSIFY-STEP-LOG-RECORD.
           IF WS-JOB-LOG-STATE NOT = SPACE
               IF JL-BUS-DATE = WS-JOB-BUS-DATE
                   MOVE WS-JOB-LOG-STATE TO ST-STATE(JL-STEP-NO)
               END-IF
           END-IF.

      ******************************************************************
      * CLASSIFY-STEP-LOG-RECORD - the state a log record leaves its
      * step in, or a space for a record to pass over (a malformed
      * one, or a step name no longer in the table).
      ******************************************************************
       CLASSIFY-STEP-LOG-RECORD.
           MOVE SPACE TO WS-JOB-LOG-STATE.
           IF JL-BUS-DATE IS NUMERIC
               AND JL-STEP-NO IS NUMERIC
               IF JL-STEP-NO > 0
                   AND JL-STEP-NO <= WS-JOB-STEP-COUNT
                   IF JL-PROGRAM = ST-PROGRAM(JL-STEP-NO)
                       EVALUATE JL-EVENT
                           WHEN "START"
                               MOVE 'S' TO WS-JOB-LOG-STATE
                           WHEN "END"
                               IF JL-DISPOSITION = "COMPLETED"
                                   MOVE 'C' TO WS-JOB-LOG-STATE
                               ELSE
                                   MOVE 'F' TO WS-JOB-LOG-STATE
                               END-IF
                           WHEN "RELEASE"
                               MOVE 'C' TO WS-JOB-LOG-STATE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * APPLY-OPERATOR-RELEASE - DAY7_JOB_RELEASE names a step an
      * operator has checked by hand and wants treated as complete
      * for this business date.  Only a step that started and did
      * not complete can be released; anything else is reported and
      * ignored.
      ******************************************************************
       APPLY-OPERATOR-RELEASE.
           IF WS-JOB-RELEASE NOT = SPACES
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-STEP-COUNT
                       OR ST-PROGRAM(WS-JOB-IDX) = WS-JOB-RELEASE
                   CONTINUE
               END-PERFORM
               IF WS-JOB-IDX > WS-JOB-STEP-COUNT
                   DISPLAY "RELEASE IGNORED: " WS-JOB-RELEASE
                       " is not a step of the job stream"
               ELSE
                   IF ST-STATE(WS-JOB-IDX) = 'S'
                       OR ST-STATE(WS-JOB-IDX) = 'F'
                       MOVE "RELEASE" TO WS-JOB-EVENT
                       MOVE 0 TO WS-JOB-COND-CODE
                       MOVE "RELEASED" TO WS-JOB-STATUS
                       PERFORM WRITE-STEP-LOG
                       MOVE 'C' TO ST-STATE(WS-JOB-IDX)
                       DISPLAY "Step " WS-JOB-IDX " "
                           ST-PROGRAM(WS-JOB-IDX)
                           " released by operator for "
                           WS-JOB-BUS-DATE
                   ELSE
                       DISPLAY "RELEASE IGNORED: " WS-JOB-RELEASE
                           " has no unfinished run for "
                           WS-JOB-BUS-DATE
                   END-IF
               END-IF
           END-IF.

       FIND-RESTART-STEP.
           PERFORM VARYING WS-JOB-FIRST-STEP FROM 1 BY 1
               UNTIL WS-JOB-FIRST-STEP > WS-JOB-STEP-COUNT
                   OR ST-STATE(WS-JOB-FIRST-STEP) NOT = 'C'
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * RUN-ONE-STEP - hold a not-rerunnable step that has already
      * been started for this business date; otherwise log START,
      * run the step, log END with its condition code, and stop the
      * stream when the code is over the step's threshold.  The
      * shell hands back a wait status: the exit code is its high
      * byte, and a non-zero low byte means the step was killed
      * rather than ending on its own.
      ******************************************************************
       RUN-ONE-STEP.
           IF ST-RERUN(WS-JOB-IDX) = 'N'
               AND ST-STATE(WS-JOB-IDX) NOT = SPACE
               DISPLAY "STREAM HELD: step " WS-JOB-IDX " "
                   ST-PROGRAM(WS-JOB-IDX)
                   " has already run for " WS-JOB-BUS-DATE
                   " and must not run twice - check the run "
                   "history, then restart with DAY7_JOB_RELEASE="
                   ST-PROGRAM(WS-JOB-IDX)
               MOVE 'Y' TO WS-JOB-STOPPED
               IF WS-JOB-WORST-RC < 8
                   MOVE 8 TO WS-JOB-WORST-RC
               END-IF
           ELSE
               MOVE "START" TO WS-JOB-EVENT
               MOVE 0 TO WS-JOB-COND-CODE
               MOVE SPACES TO WS-JOB-STATUS
               PERFORM WRITE-STEP-LOG
               MOVE 'S' TO ST-STATE(WS-JOB-IDX)
               DISPLAY "Step " WS-JOB-IDX " " ST-PROGRAM(WS-JOB-IDX)
                   " started " WS-JOB-LOG-DATE " " WS-JOB-LOG-TIME
               MOVE SPACES TO WS-JOB-COMMAND
               STRING WS-JOB-BIN-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   ST-EXECUTABLE(WS-JOB-IDX) DELIMITED BY SPACE
                   INTO WS-JOB-COMMAND
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-JOB-COMMAND
               MOVE RETURN-CODE TO WS-JOB-RAW-STATUS
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-JOB-RAN-COUNT
               PERFORM JUDGE-STEP-CODE
               MOVE "END" TO WS-JOB-EVENT
               PERFORM WRITE-STEP-LOG
               DISPLAY "Step " WS-JOB-IDX " " ST-PROGRAM(WS-JOB-IDX)
                   " ended " WS-JOB-LOG-DATE " " WS-JOB-LOG-TIME
                   " CC " WS-JOB-COND-CODE " " WS-JOB-STATUS
               IF WS-JOB-COND-CODE > WS-JOB-WORST-RC
                   MOVE WS-JOB-COND-CODE TO WS-JOB-WORST-RC
               END-IF
           END-IF.

       JUDGE-STEP-CODE.
           IF WS-JOB-RAW-STATUS < 0
               MOVE WS-JOB-ABEND-CODE TO WS-JOB-COND-CODE
           ELSE
               DIVIDE WS-JOB-RAW-STATUS BY 256
                   GIVING WS-JOB-COND-CODE REMAINDER WS-JOB-SIGNAL
               IF WS-JOB-SIGNAL NOT = 0
                   MOVE WS-JOB-ABEND-CODE TO WS-JOB-COND-CODE
               END-IF
           END-IF.
           IF WS-JOB-COND-CODE = WS-JOB-ABEND-CODE
               MOVE "ABENDED" TO WS-JOB-STATUS
               MOVE 'F' TO ST-STATE(WS-JOB-IDX)
               MOVE 'Y' TO WS-JOB-STOPPED
           ELSE
               IF WS-JOB-COND-CODE > ST-MAX-RC(WS-JOB-IDX)
                   MOVE "FAILED" TO WS-JOB-STATUS
                   MOVE 'F' TO ST-STATE(WS-JOB-IDX)
                   MOVE 'Y' TO WS-JOB-STOPPED
               ELSE
                   MOVE "COMPLETED" TO WS-JOB-STATUS
                   MOVE 'C' TO ST-STATE(WS-JOB-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-STEP-LOG - append one event for the step at
      * WS-JOB-IDX, stamped with the wall-clock date and time it
      * happened.  Opened and closed per event, like the exceptions
      * file, so a stream that dies mid-step still leaves its START
      * on disk for the restart to find.
      ******************************************************************
       WRITE-STEP-LOG.
           OPEN EXTEND JOB-STEP-LOG-FILE.
           IF WS-JOBLOG-FILE-STATUS = '35'
               OPEN OUTPUT JOB-STEP-LOG-FILE
               CLOSE JOB-STEP-LOG-FILE
               OPEN EXTEND JOB-STEP-LOG-FILE
           END-IF.
           ACCEPT WS-JOB-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-TIME-RAW FROM TIME.
           MOVE WS-JOB-TIME-RAW(1:6) TO WS-JOB-LOG-TIME.
           MOVE SPACE TO JL-SEP1.
           MOVE SPACE TO JL-SEP2.
           MOVE SPACE TO JL-SEP3.
           MOVE SPACE TO JL-SEP4.
           MOVE SPACE TO JL-SEP5.
           MOVE SPACE TO JL-SEP6.
           MOVE SPACE TO JL-SEP7.
           MOVE WS-JOB-BUS-DATE TO JL-BUS-DATE.
           MOVE WS-JOB-IDX TO JL-STEP-NO.
           MOVE ST-PROGRAM(WS-JOB-IDX) TO JL-PROGRAM.
           MOVE WS-JOB-EVENT TO JL-EVENT.
           MOVE WS-JOB-LOG-DATE TO JL-LOG-DATE.
           MOVE WS-JOB-LOG-TIME TO JL-LOG-TIME.
           MOVE WS-JOB-COND-CODE TO JL-COND-CODE.
           MOVE WS-JOB-STATUS TO JL-DISPOSITION.
           WRITE JOB-STEP-LOG-RECORD.
           CLOSE JOB-STEP-LOG-FILE.
