      ******************************************************************
      * ATTNWS - beam intensity (attenuation mode).  With
      * DAY7_ATTEN_MODE=Y every beam in BEAM-QUEUE carries its power
      * as a fraction of one emitter's output (BEAM-INTENSITY, see
      * QUEUEWS): a '^' splitter loses DAY7_ATTEN_SPLIT_LOSS percent
      * and divides the rest equally between its two children, and
      * a mirror loses DAY7_ATTEN_MIRROR_LOSS percent at every
      * deflection.  A beam that falls below DAY7_ATTEN_CUTOFF
      * percent is extinguished and goes dark - the walk still
      * follows it and its children exactly as before, so the split
      * and exit counts, the run history and the audit are the same
      * with the mode on or off, but nothing downstream of it
      * carries light.  Percentages may carry decimals (e.g. 2.5);
      * the defaults are no splitter or mirror loss and a cut-off of
      * 0.1 percent.
      * The walk follows each lit path once, so it cannot say how
      * much power arrives where paths come back together.  The
      * report's figures come instead from a row-by-row power sweep
      * (COMPUTE-DELIVERED-POWER in ATTNRPT) that carries the power
      * travelling in each column and direction - ATTEN-POWER-CUR
      * for the row being settled, ATTEN-POWER-NEXT for the row
      * below, direction 1 left, 2 straight down, 3 right, as in
      * DRCWS - so converging paths add.  ATTEN-SPLIT-TABLE holds a
      * row's splitter working: the power side-fed into each cell by
      * a neighbouring splitter, the power each splitter divides, and
      * the elimination factor and power of the left-to-right pass
      * over a run of adjacent splitters.  Power is accounted in
      * full: what is injected is delivered to a bottom-row exit,
      * absorbed by splitters and mirrors, lost off the side of the
      * board, or written off when a flow falls below the cut-off.
      ******************************************************************
       01  WS-ATTEN-MODE           PIC X VALUE 'N'.
       01  WS-ATTEN-FILENAME       PIC X(120).
       01  WS-ATTEN-RAW            PIC X(10).
       01  WS-ATTEN-DIGIT-X        PIC X.
       01  WS-ATTEN-DIGIT REDEFINES WS-ATTEN-DIGIT-X PIC 9.
       01  WS-ATTEN-PARSE-IDX      PIC 9(2).
       01  WS-ATTEN-PLACE          PIC 9V9(4).
       01  WS-ATTEN-POINT-SEEN     PIC A.
       01  WS-ATTEN-PERCENT        PIC 9(3)V9(4).
       01  WS-ATTEN-SPLIT-LOSS     PIC 9(3)V9(4) VALUE 0.
       01  WS-ATTEN-MIRROR-LOSS    PIC 9(3)V9(4) VALUE 0.
       01  WS-ATTEN-CUTOFF-PCT     PIC 9(3)V9(4) VALUE 0.1.
       01  WS-ATTEN-SPLIT-KEEP     PIC 9V9(9) VALUE 0.5.
       01  WS-ATTEN-MIRROR-KEEP    PIC 9V9(9) VALUE 1.
       01  WS-ATTEN-CUTOFF         PIC 9V9(9) VALUE 0.001.
       01  WS-BEAM-INTENSITY       PIC 9V9(9) VALUE 0.
       01  WS-ATTEN-CHILD          PIC 9V9(9) VALUE 0.
       01  WS-ATTEN-COL            PIC 9(5).
       01  WS-ATTEN-ROW            PIC 9(5).
       01  WS-ATTEN-SIDE-COL       PIC 9(5).
       01  WS-ATTEN-NEXT-COL       PIC S9(5).
       01  WS-ATTEN-DIR-IDX        PIC 9.
       01  WS-ATTEN-OUT-DIR        PIC 9.
       01  WS-ATTEN-RUN-ON         PIC A.
       01  WS-ATTEN-POWER          PIC 9(5)V9(9) VALUE 0.
       01  WS-ATTEN-SHARE          PIC 9(5)V9(9) VALUE 0.
       01  WS-ATTEN-DENOM          PIC 9V9(9) VALUE 0.
       01  WS-ATTEN-EXTINCT-COUNT  PIC 9(10) VALUE 0.
       01  WS-ATTEN-INJECTED       PIC 9(5)V9(9) VALUE 0.
       01  WS-ATTEN-DELIVERED      PIC 9(5)V9(9) VALUE 0.
       01  WS-ATTEN-ABSORBED       PIC 9(5)V9(9) VALUE 0.
       01  WS-ATTEN-SIDE-LOST      PIC 9(5)V9(9) VALUE 0.
       01  WS-ATTEN-EXTINCT-LOST   PIC 9(5)V9(9) VALUE 0.

       01  ATTEN-EXIT-TABLE.
           05  ATTEN-EXIT-POWER OCCURS 1000 TIMES
                                   PIC 9(5)V9(9) VALUE 0.

       01  ATTEN-POWER-CUR.
           05  ATTEN-CUR-CELL OCCURS 1000 TIMES.
               10  ATTEN-CUR-POWER OCCURS 3 TIMES PIC 9(5)V9(9).
       01  ATTEN-POWER-NEXT.
           05  ATTEN-NEXT-CELL OCCURS 1000 TIMES.
               10  ATTEN-NEXT-POWER OCCURS 3 TIMES PIC 9(5)V9(9).
       01  ATTEN-SPLIT-TABLE.
           05  ATTEN-SPLIT-ENTRY OCCURS 1000 TIMES.
               10  ATTEN-SIDE-FED     PIC 9(5)V9(9).
               10  ATTEN-SPLIT-IN     PIC 9(5)V9(9).
               10  ATTEN-ELIM-FACTOR  PIC 9V9(9).
               10  ATTEN-ELIM-POWER   PIC 9(5)V9(9).

       01  ATTEN-HEADER-LINE.
           05  FILLER              PIC X(18)
                                   VALUE "ATTENUATION BOARD ".
           05  AHL-BOARD-NAME      PIC X(100).

       01  ATTEN-FACTOR-LINE.
           05  FILLER              PIC X(12) VALUE "SPLIT-LOSS% ".
           05  AFL-SPLIT-LOSS      PIC ZZ9.9999.
           05  FILLER              PIC X(14) VALUE " MIRROR-LOSS% ".
           05  AFL-MIRROR-LOSS     PIC ZZ9.9999.
           05  FILLER              PIC X(9) VALUE " CUTOFF% ".
           05  AFL-CUTOFF          PIC ZZ9.9999.

       01  ATTEN-EXIT-LINE.
           05  FILLER              PIC X(9) VALUE "EXIT COL ".
           05  AEL-COL             PIC 9(5).
           05  FILLER              PIC X(11) VALUE " INTENSITY ".
           05  AEL-POWER           PIC ZZZZ9.9(9).

       01  ATTEN-TOTAL-LINE.
           05  ATL-LABEL           PIC X(20).
           05  ATL-POWER           PIC ZZZZ9.9(9).

       01  ATTEN-EXTINCT-LINE.
           05  FILLER              PIC X(20)
                                   VALUE "BEAMS EXTINGUISHED  ".
           05  AXL-COUNT           PIC 9(10).
