
      *****************************************************************
      *    CATALOG-FILE is the face catalog the images come from -
      *    keyed on the theme/style/CHINS/width the audit line
      *    carries.
      *    Required: it is the only place the finished faces live.
      *    A face the catalog no longer holds (trimmed or purged
      *    since it was made) gets a note in its place and the run
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  CATALOG-FILE.
       COPY GOONCATR.
      *    Lines from before the style and width went on the
      *    record carry blanks there and reprint as style 1,
      *    width 12 - the only way those faces were ever drawn.
      *    Lines from before themes carry a blank theme, which is
      *    the house look they were drawn in.
      *****************************************************************
       01  GR-AUDIT-DETAIL.
           05 GR-AUD-DATE        PIC X(08).
           05 GR-AUD-STYLE       PIC X(01).
           05 FILLER             PIC X(08).
           05 GR-AUD-WIDTH       PIC X(02).
           05 FILLER             PIC X(20).
           05 GR-AUD-THEME       PIC X(04).
           05 FILLER             PIC X(26).
      *****************************************************************
      *    Date-window arguments - the same from/thru YYYYMMDD
      *    pair GOONSTAT takes, so the desk asks for the lost
      *    Classifies one audit line - outside the window, not in
      *    the expected layout, or reprinted: its original
      *    timestamp and requestor as the label, its face image
      *    straight from the catalog under the theme/style/CHINS/
      *    width key the line carries, so it comes out in the
      *    theme it was ordered in.
      *****************************************************************
       REPRINT-AUDIT-RECORD.
           ADD 1 TO GR-READ-COUNT
           END-STRING
           WRITE REPORT-LINE

           MOVE GR-AUD-THEME TO CAT-THEME
           MOVE GR-CUR-STYLE TO CAT-STYLE
           MOVE GR-CUR-CHINS TO CAT-CHINS
           MOVE GR-CUR-WIDTH TO CAT-WIDTH
           IF GR-CATALOG-STATUS NOT = "00"
               ADD 1 TO GR-MISS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "(FACE NOT IN CATALOG - THEME " GR-AUD-THEME
                   " STYLE " GR-CUR-STYLE
                   " CHINS " GR-CUR-CHINS
                   " WIDTH " GR-CUR-WIDTH ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
