      *     MIRR-TABLE-FULL  MIRROR-HIT-TABLE capacity hit
      *                      (count = mirrors used, row/col = the
      *                      mirror that did not fit)
      *     SAME-LAYOUT-REGR BEAMRECON saw a board's split count move
      *                      on an unchanged layout fingerprint
      *                      (count = split swing)
      *     INTERFACE-RECON  BEAMQSR found a board the quality
      *                      system's acknowledgment does not
      *                      balance with: missing, rejected,
      *                      duplicated, not sent or for another
      *                      run (count = acknowledgments for it)
      *
      * Each record is stamped at write time with the date it was
      * logged (EX-LOG-DATE) and enters the workflow as status NEW;
      * the acknowledgment fields (EX-STATUS, EX-ACK-OPER,
      * EX-ACK-DATE, and EX-APPR-OPER - the second operator on a
      * dual-control RESOLVE) are maintained by BEAMEXCM, never by
      * the writers here.  Records written before those fields existed
      * read back as spaces; readers class-test before using them,
      * the same contract RUNHFD documents.
      *
      * can branch on the condition code instead of scraping spool:
      *     0   clean run
      *     4   compliance failures on an otherwise clean run
      *         (BEAMAUDIT), or a same-layout regression
      *         (BEAMRECON), or an interface that does not
      *         balance (BEAMQSR)
      *     8   board could not be used: load or validation failure,
      *         or a required input file is missing
      *     12  capacity exceeded (queue, hit table, history table)
