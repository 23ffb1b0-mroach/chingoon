      *****************************************************************
      *    GOONDLGR
      *    Record layout for the GOONDLG department master change
      *    log - one record appended by GOONDPTM for every change it
      *    makes to GOONDPT: when, which operator, the function
      *    (ADD, CHG, DEA, ACT, QTA, THM, CCT), the department, and
      *    the record as it stood before and after. The before image
      *    of an ADD is blank. COPY this under the FD in any program
      *    that writes or reads the log.
      *
      *    The images are laid out as GOONDPTR, with the quota as
      *    characters so a blank image reads cleanly.
      *****************************************************************
       01  DEPT-CHANGE-RECORD.
           05 DLG-DATE           PIC X(08).
           05 DLG-TIME           PIC X(08).
           05 DLG-OPERATOR       PIC X(08).
           05 DLG-FUNCTION       PIC X(03).
           05 DLG-DEPT           PIC X(04).
           05 DLG-BEFORE.
              10 DLG-BEF-CODE    PIC X(04).
              10 DLG-BEF-NAME    PIC X(30).
              10 DLG-BEF-STATUS  PIC X(01).
              10 DLG-BEF-QUOTA   PIC X(05).
              10 DLG-BEF-THEME   PIC X(04).
              10 DLG-BEF-COST-CTR PIC X(08).
           05 DLG-AFTER.
              10 DLG-AFT-CODE    PIC X(04).
              10 DLG-AFT-NAME    PIC X(30).
              10 DLG-AFT-STATUS  PIC X(01).
              10 DLG-AFT-QUOTA   PIC X(05).
              10 DLG-AFT-THEME   PIC X(04).
              10 DLG-AFT-COST-CTR PIC X(08).
           05 FILLER             PIC X(05).
