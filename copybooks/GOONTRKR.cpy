      *****************************************************************
      *    GOONTRKR
      *    Record layout for the GOONTRK tracking-number counter - a
      *    one-record sequential dataset holding the last tracking
      *    number issued. COPY this under the FD of TRACK-FILE
      *    (ASSIGN TO GOONTRK) in any program that issues tracking
      *    numbers; the GOONTRKP paragraphs do the issuing.
      *
      *    Every request that goes onto the GOONQUE queue is given
      *    the next number, and carries it in columns 73-80 of its
      *    card - outside the token area, the old card sequence
      *    field - through selection, edit, reject correction,
      *    sequencing, and onto its GOONAUD line, so one request can
      *    be followed from the terminal to the night it printed.
      *****************************************************************
       01  TRACK-RECORD.
           05 TRK-LAST-ISSUED    PIC 9(08).
           05 FILLER             PIC X(72).
