      ******************************************************************
      * GENWS - working storage for report generations (see GENFD).
      * A generation of board B numbered N is the six per-board
      * reports copied to "<prefix>B_gNNNNN" - "splithits_B_g00012"
      * and so on - so the current files are never disturbed and
      * each generation's files sort together by board.  WS-GEN-KEEP
      * is how many generations each board retains (DAY7_GEN_KEEP,
      * default 7, at most WS-GEN-KEEP-MAX).  GEN-LIVE-TABLE holds
      * one board's generations still on file, oldest first, as
      * LOAD-BOARD-GENERATIONS finds them in the catalog; it is one
      * larger than the most a board may keep, room for the new
      * generation before the oldest rolls off.
      ******************************************************************
       01  WS-GENCAT-FILE-STATUS    PIC XX.
       01  WS-GEN-SOURCE-NAME       PIC X(160).
       01  WS-GEN-SOURCE-STATUS     PIC XX.
       01  WS-GEN-COPY-NAME         PIC X(160).
       01  WS-GEN-COPY-STATUS       PIC XX.
       01  WS-GEN-REC-LEN           PIC 9(5).
       01  WS-GEN-EOF               PIC A.
       01  WS-GEN-COPY-EOF          PIC A.
       01  WS-GEN-FOUND             PIC A.
       01  WS-GEN-KEEP              PIC 9(5) VALUE 7.
       01  WS-GEN-KEEP-MAX          PIC 9(5) VALUE 99.
       01  WS-GEN-RAW               PIC X(5).
       01  WS-GEN-DIGIT-X           PIC X.
       01  WS-GEN-DIGIT REDEFINES WS-GEN-DIGIT-X PIC 9.
       01  WS-GEN-PARSE-IDX         PIC 9(5).
       01  WS-GEN-VALUE             PIC 9(5).
       01  WS-GEN-IDX               PIC 9(5).
       01  WS-GEN-SHIFT-IDX         PIC 9(5).
       01  WS-GEN-FILE-IDX          PIC 9(2).
       01  WS-GEN-FILE-COUNT        PIC 9(2) VALUE 6.
       01  WS-GEN-LAST-NO           PIC 9(5) VALUE 0.
       01  WS-GEN-NO                PIC 9(5).
       01  WS-GEN-NO-MAX            PIC 9(5) VALUE 99999.
       01  WS-GEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-GEN-MAX               PIC 9(5) VALUE 100.
       01  WS-GEN-FLAGS             PIC X(6).
       01  WS-GEN-SAVED-RC          PIC S9(9).

       01  GEN-FILE-PREFIX-VALUES.
           05  FILLER               PIC X(12) VALUE "splithits_".
           05  FILLER               PIC X(12) VALUE "unhitsplit_".
           05  FILLER               PIC X(12) VALUE "mirroruse_".
           05  FILLER               PIC X(12) VALUE "fluxmap_".
           05  FILLER               PIC X(12) VALUE "covermap_".
           05  FILLER               PIC X(12) VALUE "beamtrace_".
       01  GEN-FILE-PREFIXES REDEFINES GEN-FILE-PREFIX-VALUES.
           05  GEN-FILE-PREFIX      PIC X(12) OCCURS 6 TIMES.

       01  GEN-LIVE-TABLE.
           05  GEN-LIVE-ENTRY OCCURS 100 TIMES.
               10  GL-GEN-NO        PIC 9(5).
               10  GL-RUN-DATE      PIC 9(8).
               10  GL-RUN-TIME      PIC 9(6).
               10  GL-RUN-ID        PIC X(26).
               10  GL-FILE-FLAGS    PIC X(6).
