      ******************************************************************
      * QSXFD - the outbound quality-system interface extract
      * ("qsextract"), written by BEAMQSX after the night's audit and
      * read back by BEAMQSR to reconcile the quality system's
      * acknowledgment.  Fixed field positions, one record type per
      * line, told apart by QX-REC-TYPE:
      *     H  header  - business date, the extract's run id (which
      *                  the acknowledgment echoes) and the sending
      *                  system, plus when the file was cut
      *     D  detail  - one per board: last run stamp and counts
      *                  from the run history, batch status from
      *                  batchsum, verdict from auditrpt, and up to
      *                  three open exception classes from beamexcp
      *                  ('+' in QX-D-CLASS-MORE when there are more)
      *     T  trailer - number of detail records and the hash
      *                  totals of their split and exit counts
      * QX-D-EXITS-KNOWN is 'N' when the board's run history predates
      * the exit count (QX-D-EXITS is then zero and adds nothing to
      * the exit hash).
      ******************************************************************
       FD  QS-EXTRACT-FILE.
       01  QS-EXTRACT-RECORD.
           05  QX-REC-TYPE          PIC X.
               88  QX-HEADER                 VALUE 'H'.
               88  QX-DETAIL                 VALUE 'D'.
               88  QX-TRAILER                VALUE 'T'.
           05  QX-SEP0              PIC X.
           05  QX-BODY              PIC X(248).
           05  QX-HEADER-BODY REDEFINES QX-BODY.
               10  QX-H-BUS-DATE    PIC 9(8).
               10  QX-H-SEP1        PIC X.
               10  QX-H-RUN-ID      PIC X(26).
               10  QX-H-SEP2        PIC X.
               10  QX-H-SENDER      PIC X(12).
               10  QX-H-SEP3        PIC X.
               10  QX-H-CUT-DATE    PIC 9(8).
               10  QX-H-SEP4        PIC X.
               10  QX-H-CUT-TIME    PIC 9(6).
           05  QX-DETAIL-BODY REDEFINES QX-BODY.
               10  QX-D-BOARD-NAME  PIC X(100).
               10  QX-D-SEP1        PIC X.
               10  QX-D-RUN-DATE    PIC X(8).
               10  QX-D-SEP2        PIC X.
               10  QX-D-RUN-TIME    PIC X(6).
               10  QX-D-SEP3        PIC X.
               10  QX-D-SPLITS      PIC 9(10).
               10  QX-D-SEP4        PIC X.
               10  QX-D-EXITS       PIC 9(10).
               10  QX-D-SEP5        PIC X.
               10  QX-D-EXITS-KNOWN PIC X.
               10  QX-D-SEP6        PIC X.
               10  QX-D-BATCH-STATUS PIC X(24).
               10  QX-D-SEP7        PIC X.
               10  QX-D-VERDICT     PIC X(13).
               10  QX-D-CLASS-ENTRY OCCURS 3 TIMES.
                   15  QX-D-CLASS-SEP PIC X.
                   15  QX-D-CLASS   PIC X(16).
               10  QX-D-SEP8        PIC X.
               10  QX-D-CLASS-MORE  PIC X.
           05  QX-TRAILER-BODY REDEFINES QX-BODY.
               10  QX-T-RECORD-COUNT PIC 9(10).
               10  QX-T-SEP1        PIC X.
               10  QX-T-SPLIT-HASH  PIC 9(15).
               10  QX-T-SEP2        PIC X.
               10  QX-T-EXIT-HASH   PIC 9(15).
