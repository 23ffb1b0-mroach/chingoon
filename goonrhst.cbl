      *    program reports on - one line per CHINGOON run, in the
      *    fixed layout written by WRITE-CONTROL-RECORD in chingoon:
      *    "YYYYMMDD HHMMSSHH  READ=nnnnn  FACES=nnnnn  SKIPS=nnnnn
      *     AUDIT=nnnnn  BAL=Y  RUN=nnnnnnnn  SEQ=nnnnn" - 120 bytes,
      *    the run number and last sequence number trailing for
      *    GOONVRFY (records from before they were stamped stop at
      *    BAL=).
      *****************************************************************
           SELECT CONTROL-FILE
               ASSIGN TO GOONCTL
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-LINE              PIC X(120).

       FD  HIST-FILE.
       01  HIST-LINE                 PIC X(80).
           05 GH-CTL-AUDIT       PIC X(05).
           05 FILLER             PIC X(06).
           05 GH-CTL-BAL         PIC X(01).
           05 FILLER             PIC X(45).
      *****************************************************************
      *    Date-window arguments - blank means an open end, same as
      *    GOONSTAT takes them.
