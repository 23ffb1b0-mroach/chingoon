      *****************************************************************
      *    GOONRUNR
      *    Record layout for the GOONRUN run-number counter - a
      *    one-record sequential dataset holding the last run number
      *    issued, the same shape as the GOONTRK tracking counter.
      *    COPY this under the FD of RUN-COUNTER-FILE (ASSIGN TO
      *    GOONRUN).
      *
      *    Every chingoon run takes the next number and stamps it,
      *    with each audit line's sequence number inside the run, on
      *    its GOONAUD lines and its GOONCTL control record, so
      *    GOONVRFY can prove later that every line a run claimed is
      *    still on the log exactly once. A RESTART carries on under
      *    the number of the run it restarts (it rides the GOONCHK
      *    checkpoint).
      *****************************************************************
       01  RUN-COUNTER-RECORD.
           05 RUN-LAST-ISSUED    PIC 9(08).
           05 FILLER             PIC X(72).
