      *****************************************************************
      *    GOONBTHR
      *    Record layout for the GOONBTH billed-through control - a
      *    one-record sequential dataset, the same shape as the
      *    GOONTRK and GOONRUN counters. COPY this under the FD of
      *    BILLED-THRU-FILE (ASSIGN TO GOONBTH).
      *
      *    It holds the last audit date GOONBILL has billed and sent
      *    to the GL (zero before the first run), the window and
      *    journal batch number of the last run that was booked, and
      *    whether that run was a forced rebill. GOONBILL refuses a
      *    window that starts on or before the billed-through date
      *    unless it is run as a REBILL, so no face is charged twice
      *    by accident. Only a run that balanced and wrote its
      *    journal moves the date on.
      *****************************************************************
       01  BILLED-THRU-RECORD.
           05 BTH-BILLED-THRU    PIC 9(08).
           05 BTH-LAST-FROM      PIC 9(08).
           05 BTH-LAST-THRU      PIC 9(08).
           05 BTH-LAST-RUN-DATE  PIC 9(08).
           05 BTH-LAST-BATCH     PIC 9(06).
           05 BTH-LAST-REBILL    PIC X(01).
           05 FILLER             PIC X(41).
