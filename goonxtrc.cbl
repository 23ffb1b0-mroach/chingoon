       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD            PIC X(80).
