      * beam's identity: it never moves once queued, so BEAM-PARENT
      * (the index of the beam whose split queued this one, 0 for an
      * injected beam) and the lineage trace records both refer to
      * beams by it.  BEAM-INTENSITY is only carried in attenuation
      * mode (see ATTNWS).
      ******************************************************************
       01  WS-CURRENT-BEAM-ID      PIC 9(10) VALUE 0.

               10  BEAM-COL        PIC 9(5).
               10  BEAM-DIR        PIC S9 VALUE 0.
               10  BEAM-PARENT     PIC 9(10) VALUE 0.
               10  BEAM-INTENSITY  PIC 9V9(9) VALUE 0.

       01  VISITED-TABLE.
           05  VISITED-ENTRY OCCURS 100000 TIMES.
