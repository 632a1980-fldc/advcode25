       COPY TRACEWS.
       COPY MIRRWS.
       COPY FLUXWS.
       COPY ATTNWS.

       01  WS-PROPOSED-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-PREV-RPT-NAME        PIC X(120).
