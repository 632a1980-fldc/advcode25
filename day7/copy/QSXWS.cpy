      ******************************************************************
      * QSXWS - working storage shared by the quality-system
      * interface programs (BEAMQSX, BEAMQSR): file statuses and the
      * running control totals that go into, or are checked against,
      * the extract's trailer (see QSXFD).
      ******************************************************************
       01  WS-QSX-FILE-STATUS       PIC XX.
       01  WS-QSA-FILE-STATUS       PIC XX.
       01  WS-QSX-EOF               PIC A VALUE 'N'.
       01  WS-QSX-RUN-ID            PIC X(26) VALUE SPACES.
       01  WS-QSX-BUS-DATE          PIC 9(8) VALUE 0.
       01  WS-QSX-DETAIL-COUNT      PIC 9(10) VALUE 0.
       01  WS-QSX-SPLIT-HASH        PIC 9(15) VALUE 0.
       01  WS-QSX-EXIT-HASH         PIC 9(15) VALUE 0.
