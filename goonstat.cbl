       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  STAT-FILE.
       01  STAT-LINE                 PIC X(80).
