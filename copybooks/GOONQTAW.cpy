      *****************************************************************
      *    GOONQTAW
      *    Working fields for the monthly department face quota.
      *    COPY this into WORKING-STORAGE alongside the GOONQTAP
      *    procedure copybook, REPLACING ==:PFX:== BY the program's
      *    data-name prefix, so every program that enforces or
      *    reports the quota counts month-to-date usage the same
      *    way.
      *
      *    The allowance itself is DPT-MONTH-QUOTA on the GOONDPT
      *    department master (see GOONDPTR); zero means the
      *    department has no limit. Usage is counted from the GOONAUD
      *    audit log - one line per face produced - for the calendar
      *    month in :PFX:-QTA-MONTH (YYYYMM). A face over the
      *    allowance rejects with reason code 0010 alongside the
      *    GOONVALW roster.
      *****************************************************************
      *    Fixed-column view of an audit line - just the date and the
      *    requestor the face billed to
       01  :PFX:-QTA-AUDIT-DETAIL.
           05 :PFX:-QTA-AUD-DATE     PIC X(08).
           05 FILLER                 PIC X(39).
           05 :PFX:-QTA-AUD-REQ      PIC X(04).
           05 FILLER                 PIC X(29).
       01  :PFX:-QTA-MONTH           PIC X(06).
      *    Month-to-date faces per department. 200 slots is the same
      *    ceiling the billing run carries; a department past it is
      *    simply not counted, and the holder is told so.
       01  :PFX:-QTA-TABLE.
           05 :PFX:-QTA-ENTRY OCCURS 200 TIMES.
              10 :PFX:-QTA-DEPT      PIC X(04).
              10 :PFX:-QTA-USED      PIC 9(05).
       01  :PFX:-QTA-COUNT-USED      PIC 9(04) COMP VALUE ZERO.
       01  :PFX:-QTA-SUB             PIC 9(04) COMP.
       01  :PFX:-QTA-DEPT-KEY        PIC X(04).
       01  :PFX:-QTA-FOUND-SWITCH    PIC X(01).
           88 :PFX:-QTA-FOUND            VALUE 'Y'.
       01  :PFX:-QTA-OVERFLOW-SW     PIC X(01) VALUE 'N'.
           88 :PFX:-QTA-OVERFLOW         VALUE 'Y'.
      *    One department's position: its allowance from the master,
      *    faces used so far, and what is left
       01  :PFX:-QTA-ALLOWANCE       PIC 9(05).
       01  :PFX:-QTA-DEPT-USED       PIC 9(05).
       01  :PFX:-QTA-REMAINING       PIC S9(05).
       01  :PFX:-QTA-LIMIT-SWITCH    PIC X(01).
           88 :PFX:-QTA-WITHIN           VALUE 'Y'.
           88 :PFX:-QTA-EXCEEDED         VALUE 'N'.
