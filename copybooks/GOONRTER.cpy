      *****************************************************************
      *    GOONRTER
      *    Record layout for the GOONRTE rate master (VSAM KSDS),
      *    keyed on branch, style code and the date the rate takes
      *    effect. COPY this under the FD in any program that reads
      *    or maintains the master, so the layout stays in one
      *    place.
      *
      *    Each branch/style combination carries one record per rate
      *    period: effective from one date through another, base
      *    rate per face in cents and rate per chin row in cents. A
      *    face is billed the base rate plus its chin count times the
      *    per-chin rate, at the rate whose period covers the day the
      *    face was produced - so a rerun for an old period prices
      *    old faces at the rates they were produced under.
      *
      *    The current period for a combination runs through
      *    99999999 (open). Adding a new period ends the open one the
      *    day before; periods never overlap. GOONRTEM is the only
      *    program that writes the master.
      *****************************************************************
       01  RATE-RECORD.
           05 RTE-KEY.
              10 RTE-BRANCH      PIC X(05).
              10 RTE-STYLE       PIC X(01).
              10 RTE-EFF-FROM    PIC X(08).
           05 RTE-EFF-THRU       PIC X(08).
              88 RTE-OPEN-ENDED     VALUE "99999999".
           05 RTE-BASE           PIC 9(07).
           05 RTE-CHIN           PIC 9(07).
           05 FILLER             PIC X(04).
