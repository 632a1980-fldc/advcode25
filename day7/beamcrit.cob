       COPY TRACEWS.
       COPY MIRRWS.
       COPY FLUXWS.
       COPY ATTNWS.

       01  WS-CRIT-FILENAME        PIC X(120).
       01  WS-CRIT-BASE-SPLITS     PIC 9(10) VALUE 0.
