      *****************************************************************
      *    GOONFLDR
      *    Record layout for the GOONFLD fold log - one record
      *    appended by GOONSEQ for every duplicate card it folds
      *    into an earlier identical card. The folded request never
      *    prints or bills on its own, so this is the only place its
      *    tracking number is accounted for: the business date of
      *    the night it folded in, the folded request's number, the
      *    number of the card that printed in its place, the
      *    requestor, and the card tokens.
      *    COPY this under the FD in any program that writes or
      *    reads the log.
      *****************************************************************
       01  FOLD-RECORD.
           05 FLD-RUN-DATE       PIC X(08).
           05 FILLER             PIC X(01).
           05 FLD-TRACKING       PIC X(08).
           05 FILLER             PIC X(01).
           05 FLD-INTO-TRACKING  PIC X(08).
           05 FILLER             PIC X(01).
           05 FLD-REQUESTOR      PIC X(04).
           05 FILLER             PIC X(01).
           05 FLD-CARD           PIC X(48).
