      *****************************************************************
      *    GOONTRKW
      *    Working fields for issuing tracking numbers. COPY this
      *    into WORKING-STORAGE alongside the GOONTRKP procedure
      *    copybook, REPLACING ==:PFX:== BY the program's data-name
      *    prefix; the counter record itself is GOONTRKR.
      *****************************************************************
       01  :PFX:-TRK-NUMBER          PIC X(08).
       01  :PFX:-TRK-STATUS          PIC X(02).
       01  :PFX:-TRK-SWITCH          PIC X(01).
           88 :PFX:-TRK-ISSUED           VALUE 'Y'.
           88 :PFX:-TRK-FAILED           VALUE 'N'.
