      * spaces.  New fields are only ever added at the end, for the
      * same reason - RH-EXIT-COUNT reads back as spaces on records
      * older than it, so readers class-test it before using it.
      * RH-LAYOUT-FP is the loaded board's layout fingerprint (see
      * GRIDWS), so a moved count can be told apart from an edited
      * board; it is not numeric on records older than it.
      ******************************************************************
       FD  RUN-HISTORY-FILE.
       01  RUN-HIST-RECORD.
                   15  RH-EM-SPLITS PIC 9(10).
                   15  RH-EM-SEP3   PIC X.
                   15  RH-EM-EXITS  PIC 9(10).
           05  RH-SEP7              PIC X.
           05  RH-LAYOUT-FP.
               10  RH-FP-CHECKSUM   PIC 9(10).
               10  RH-FP-HEIGHT     PIC 9(5).
               10  RH-FP-WIDTH      PIC 9(5).
               10  RH-FP-SPLITTERS  PIC 9(5).
               10  RH-FP-MIRRORS    PIC 9(5).
               10  RH-FP-EMITTERS   PIC 9(5).
