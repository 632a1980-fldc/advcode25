      * walk hits a capacity stop, is recorded in the summary and the
      * driver moves on to the next board instead of the whole job
      * ending there.  Boards that finish cleanly leave the same
      * splithits_ file, run-history record and report generation
      * (see GENPUT) a standalone BEAMSPLIT run would, so BEAMRECON
      * and the hit-list diffs keep working unchanged whichever way
      * the board was run.  The driver runs
      * under BEAMSPLIT's checkpoint tag on purpose - it drives the
      * very same walk, so a standalone run interrupted overnight is
      * resumed here (and reported as such) rather than replayed.
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

       COPY BSUMWS.

               MOVE "manifest" TO WS-MANIFEST-FILENAME
           END-IF.
           PERFORM RESOLVE-BATCH-DEADLINE.
           PERFORM RESOLVE-ATTENUATION-MODE.
           PERFORM LOAD-PRIOR-DEFERRALS.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-FILE-STATUS NOT = '00'
               PERFORM WRITE-UNHIT-REPORT
               PERFORM WRITE-MIRROR-REPORT
               PERFORM WRITE-FLUX-REPORT
               PERFORM WRITE-ATTENUATION-REPORT
               PERFORM WRITE-COVERAGE-MAP
               PERFORM WRITE-RUN-HISTORY
           END-IF.
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
       COPY EMITRUN.
       COPY TRACE.
