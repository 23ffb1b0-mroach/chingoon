      *****************************************************************
      *    GOONCYCR
      *    Record layout for the GOONCYC business-date cycle control
      *    master (VSAM KSDS), keyed on the business date. COPY this
      *    under the FD of CYCLE-FILE (ASSIGN TO GOONCYC) in every
      *    GOONJOB step; the GOONCYCP paragraphs do all the reading
      *    and updating.
      *
      *    One record per business date, opened by GOONSEL, with a
      *    slot per GOONJOB step in job order - GOONSEL, GOONEDT,
      *    GOONSEQ, GOONSTP, GOONDST, GOONQCLR - each stamped with
      *    the date, time and return code it completed with. Each
      *    step checks its slot at start-up and skips itself if it
      *    has already completed for the night, so a rerun after a
      *    failure picks up where the night stopped and a second
      *    submission of a finished night runs nothing at all. The
      *    cycle is complete when all six slots are. GOONSTP also
      *    marks its slot started before the first face, so a night
      *    it died in can only be carried on with RESTART - never
      *    rerun from the top or abandoned for the next night.
      *
      *    The record keyed CURRENT carries the business date every
      *    step after GOONSEL works under, so a cycle that runs past
      *    midnight stays one night.
      *
      *    The cluster is defined once with IDCAMS, e.g.
      *      DEFINE CLUSTER (NAME(PROD.CHINGOON.GOONCYC) -
      *        INDEXED KEYS(8 0) RECORDSIZE(150 150))
      *****************************************************************
       01  CYCLE-RECORD.
           05 CYC-KEY            PIC X(08).
              88 CYC-CURRENT-POINTER VALUE "CURRENT ".
           05 CYC-DETAIL.
              10 CYC-STATE       PIC X(01).
                 88 CYC-OPEN         VALUE 'O'.
                 88 CYC-COMPLETE     VALUE 'C'.
                 88 CYC-ABANDONED    VALUE 'A'.
      *       Queue entries GOONSEL took for the night - the ones
      *       GOONQCLR may drop when it reloads the queue
              10 CYC-QUEUE-TAKEN PIC 9(07).
              10 CYC-STEP OCCURS 6 TIMES.
                 15 CYC-STEP-DONE
                                 PIC X(01).
                    88 CYC-STEP-COMPLETE VALUE 'Y'.
                    88 CYC-STEP-STARTED  VALUE 'S'.
                 15 CYC-STEP-DATE
                                 PIC X(08).
                 15 CYC-STEP-TIME
                                 PIC X(08).
                 15 CYC-STEP-RC  PIC 9(02).
      *       An abandoned night's queue was selected again by the
      *       cycle for this business date
              10 CYC-ROLLED-INTO PIC X(08).
              10 FILLER          PIC X(12).
           05 CYC-CURRENT-VIEW REDEFINES CYC-DETAIL.
              10 CYC-CURRENT-DATE
                                 PIC X(08).
              10 FILLER          PIC X(134).
