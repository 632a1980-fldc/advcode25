       FD  ATTEN-REPORT-FILE.
       01  ATTEN-REPORT-RECORD      PIC X(132).
