      *****************************************************************
      *    GOONTHMR
      *    Record layout for the GOONTHM face theme library - one
      *    100-byte record per named theme, kept by hand the way
      *    GOONCFG is. COPY this under the FD in any program that
      *    reads the library, so the layout stays in one place.
      *
      *    THM-PARTS is laid out exactly as FACE-PARTS (GOONFACE),
      *    the eight parts in the same order and widths, so a theme
      *    is put in force with a single MOVE onto FACE-PARTS:
      *      cols  1-4   theme code (the code GOONDPT records carry)
      *      cols  5-15  TOP_HEAD         cols 16-26  TOP_HEAD_BALD
      *      cols 27-38  EYES             cols 39-50  EYES_ALT
      *      cols 51-62  FATTY            cols 63-74  SLIM
      *      cols 75-86  FAT              cols 87-98  CHIN
      *
      *    A blank theme code is the house look - GOONCFG over the
      *    compiled-in GOONFACE parts - and is never keyed here.
      *****************************************************************
       01  THEME-RECORD.
           05 THM-CODE           PIC X(04).
           05 THM-PARTS.
              10 THM-TOP-HEAD    PIC X(11).
              10 THM-TOP-HEAD-BALD
                                 PIC X(11).
              10 THM-EYES        PIC X(12).
              10 THM-EYES-ALT    PIC X(12).
              10 THM-FATTY       PIC X(12).
              10 THM-SLIM        PIC X(12).
              10 THM-FAT         PIC X(12).
              10 THM-CHIN        PIC X(12).
           05 FILLER             PIC X(02).
