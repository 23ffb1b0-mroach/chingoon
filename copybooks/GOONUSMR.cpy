      *****************************************************************
      *    GOONUSMR
      *    Record layout for the GOONUSM monthly usage summary master
      *    (VSAM KSDS), keyed on month (YYYYMM), department, style,
      *    branch and body width. COPY this under the FD in any
      *    program that reads or builds the master, so the layout
      *    stays in one place.
      *
      *    Each record holds the faces produced for one key in one
      *    month and the chin rows they carried, rolled up from the
      *    GOONAUD audit lines by GOONROLL once the month is over.
      *    The department is the requestor on the line (NONE for a
      *    line without one, the same bucket GOONBILL charges), and
      *    lines from before style and width went on the record
      *    roll up as style 1, width 12. The master outlives the
      *    audit log: GOONARCH will not move a month's lines to the
      *    archive until that month has been rolled here.
      *
      *    The record keyed month 000000 with the rest blank is the
      *    roll control, not a month - it carries the last month
      *    rolled, so no month is ever rolled twice, and the last
      *    roll's run date, first month and line count.
      *
      *    The cluster is defined once with IDCAMS, e.g.
      *      DEFINE CLUSTER (NAME(PROD.CHINGOON.GOONUSM) -
      *        INDEXED KEYS(18 0) RECORDSIZE(60 60))
      *****************************************************************
       01  USAGE-SUMMARY-RECORD.
           05 USM-KEY.
              10 USM-MONTH       PIC X(06).
                 88 USM-CONTROL-MONTH VALUE "000000".
              10 USM-DEPT        PIC X(04).
              10 USM-STYLE       PIC X(01).
              10 USM-BRANCH      PIC X(05).
              10 USM-WIDTH       PIC 9(02).
           05 USM-DETAIL.
              10 USM-FACE-COUNT  PIC 9(09).
              10 USM-CHIN-ROWS   PIC 9(11).
      *    Run date of the roll that built the record
              10 USM-ROLL-DATE   PIC 9(08).
              10 FILLER          PIC X(14).
           05 USM-CONTROL-DETAIL REDEFINES USM-DETAIL.
              10 USM-ROLLED-THRU PIC 9(06).
              10 USM-LAST-RUN-DATE PIC 9(08).
              10 USM-LAST-FROM   PIC 9(06).
              10 USM-LAST-LINES  PIC 9(09).
              10 FILLER          PIC X(13).
