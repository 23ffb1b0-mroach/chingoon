      *****************************************************************
      *    GOONCYCW
      *    Working fields for business-date cycle control. COPY this
      *    into WORKING-STORAGE alongside the GOONCYCP procedure
      *    copybook, REPLACING ==:PFX:== BY the program's data-name
      *    prefix; the control record itself is GOONCYCR.
      *
      *    The caller names its step in :PFX:-CYC-STEP-NAME (GOONSEL
      *    also sets the business date in :PFX:-CYC-BUS-DATE) and
      *    acts on what comes back: run the step, skip it (RC 0,
      *    nothing touched), or stop with :PFX:-CYC-STOP-RC. A step
      *    that can carry on after a failure sets :PFX:-CYC-RESTART
      *    on a restart run.
      *****************************************************************
       01  :PFX:-CYC-STATUS          PIC X(02).
       01  :PFX:-CYC-STEP-NAME       PIC X(08).
       01  :PFX:-CYC-STEP-NBR        PIC 9(02) COMP.
       01  :PFX:-CYC-NEED-NBR        PIC 9(02) COMP.
       01  :PFX:-CYC-SUB             PIC 9(02) COMP.
       01  :PFX:-CYC-DONE-COUNT      PIC 9(02) COMP.
       01  :PFX:-CYC-BUS-DATE        PIC X(08).
       01  :PFX:-CYC-PRIOR-DATE      PIC X(08).
       01  :PFX:-CYC-QUEUE-TAKEN     PIC 9(07) VALUE ZERO.
       01  :PFX:-CYC-RC              PIC 9(02).
       01  :PFX:-CYC-STOP-RC         PIC 9(02).
       01  :PFX:-CYC-NOW-DATE        PIC 9(08).
       01  :PFX:-CYC-NOW-TIME        PIC 9(08).
       01  :PFX:-CYC-ACTION-SWITCH   PIC X(01).
           88 :PFX:-CYC-RUN-STEP         VALUE 'R'.
           88 :PFX:-CYC-SKIP-STEP        VALUE 'S'.
           88 :PFX:-CYC-STOP-STEP        VALUE 'X'.
       01  :PFX:-CYC-RESTART-SWITCH  PIC X(01) VALUE 'N'.
           88 :PFX:-CYC-RESTART          VALUE 'Y'.
       01  :PFX:-CYC-BOOK-SWITCH     PIC X(01).
           88 :PFX:-CYC-BOOK-DONE        VALUE 'D'.
           88 :PFX:-CYC-BOOK-START       VALUE 'S'.
       01  :PFX:-CYC-MARK-SWITCH     PIC X(01).
           88 :PFX:-CYC-MARKED           VALUE 'Y'.
           88 :PFX:-CYC-NOT-MARKED       VALUE 'N'.
      *    The six GOONJOB steps in job order - the slot numbers on
      *    the control record
       01  :PFX:-CYC-STEP-NAMES.
           05 FILLER                 PIC X(08) VALUE "GOONSEL ".
           05 FILLER                 PIC X(08) VALUE "GOONEDT ".
           05 FILLER                 PIC X(08) VALUE "GOONSEQ ".
           05 FILLER                 PIC X(08) VALUE "GOONSTP ".
           05 FILLER                 PIC X(08) VALUE "GOONDST ".
           05 FILLER                 PIC X(08) VALUE "GOONQCLR".
       01  :PFX:-CYC-STEP-TABLE REDEFINES :PFX:-CYC-STEP-NAMES.
           05 :PFX:-CYC-STEP-LIST    PIC X(08) OCCURS 6 TIMES.
      *    The step each one needs completed first - the deck it
      *    reads, or for the reload the faces it follows
       01  :PFX:-CYC-NEED-VALUES     PIC X(12) VALUE "000102030404".
       01  :PFX:-CYC-NEED-TABLE REDEFINES :PFX:-CYC-NEED-VALUES.
           05 :PFX:-CYC-NEED-STEP    PIC 9(02) OCCURS 6 TIMES.
