      ******************************************************************
      * DRCFD - the design-rule violations report
      * ("drcrpt_<board>"), written by BEAMDRC: one record per
      * violation - rule id, row, column, severity (ERROR / WARNING)
      * and what the rule found - after a header line naming the
      * board and its layout fingerprint, and before a summary line
      * with the error and warning counts.  The rules themselves are
      * in DRCRULES.
      ******************************************************************
       FD  DRC-REPORT-FILE.
       01  DRC-REPORT-RECORD        PIC X(160).
       01  DRC-VIOLATION-RECORD.
           05  DV-RULE-ID           PIC X(16).
           05  DV-SEP1              PIC X.
           05  DV-ROW               PIC 9(5).
           05  DV-SEP2              PIC X.
           05  DV-COL               PIC 9(5).
           05  DV-SEP3              PIC X.
           05  DV-SEVERITY          PIC X(7).
           05  DV-SEP4              PIC X.
           05  DV-TEXT              PIC X(60).
