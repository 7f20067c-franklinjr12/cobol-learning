       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD        PIC X(100).

       FD  ANALYSIS-REPORT-FILE.
       01  ANALYSIS-REPORT-RECORD  PIC X(80).
