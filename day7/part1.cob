           COPY COVSEL.
           COPY CKPTSEL.
           COPY RUNHSEL.
           COPY CAPSEL.
           COPY GENSEL.
           COPY GENCSEL.
           COPY RHIXSEL.
           COPY EXCPSEL.
           COPY TRACESEL.
           COPY MIRRSEL.
           COPY FLUXSEL.
           COPY ATTNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY COVFD.
       COPY CKPTFD.
       COPY RUNHFD.
       COPY CAPFD.
       COPY GENFD.
       COPY GENCFD.
       COPY RHIXFD.
       COPY EXCPFD.
       COPY TRACEFD.
       COPY MIRRFD.
       COPY FLUXFD.
       COPY ATTNFD.

       WORKING-STORAGE SECTION.
       COPY GRIDWS.
       COPY CKPTWS.
       COPY VALWS.
       COPY RUNHWS.
       COPY CAPWS.
       COPY GENWS.
       COPY EXITWS.
       COPY HITWS.
       COPY UNHWS.
       COPY TRACEWS.
       COPY MIRRWS.
       COPY FLUXWS.
       COPY ATTNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-VALID-FAILED = 'Y'
               STOP RUN
           END-IF.
           PERFORM RESOLVE-ATTENUATION-MODE.
           IF WS-MULTI-EMITTER = 'Y' AND WS-EMITTER-COUNT > 1
               PERFORM MULTI-EMITTER-RUN
           ELSE
           PERFORM WRITE-UNHIT-REPORT.
           PERFORM WRITE-MIRROR-REPORT.
           PERFORM WRITE-FLUX-REPORT.
           PERFORM WRITE-ATTENUATION-REPORT.
           PERFORM WRITE-COVERAGE-MAP.
           PERFORM WRITE-RUN-HISTORY.
           IF WS-MULTI-RAN = 'Y'
       COPY UNHRPT.
       COPY MIRRPT.
       COPY FLUXRPT.
       COPY ATTNRPT.
       COPY COVMAP.
       COPY RUNHPUT.
       COPY CAPPUT.
       COPY GENPUT.
       COPY GENLOAD.
       COPY RHIXPUT.
       COPY EXCEPTN.
       COPY WALKRST.
       COPY EMITRUN.
