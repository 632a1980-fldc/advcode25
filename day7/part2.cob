       COPY TRACEWS.
       COPY MIRRWS.
       COPY FLUXWS.
       COPY ATTNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
