       data division.
       file section.
       FD  AIRCODE-AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(224).

       FD  AIRAUDRP-REPORT.
       01  WS-REPORT-LINE              PIC X(80).
