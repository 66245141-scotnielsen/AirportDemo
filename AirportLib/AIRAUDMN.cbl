       data division.
       file section.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-LINE                  PIC X(224).

       FD  AIRAUDMN-REPORT.
       01  WS-REPORT-LINE              PIC X(80).
