       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Run function - LIST prints every catalog entry, PURGE
      *    empties the catalog, or with a theme code as the second
      *    argument only that theme's entries (needed whenever a
      *    GOONTHM theme is retheme'd, since its stored faces would
      *    no longer match the parts - PURGE HOUSE does the same for
      *    the house look after a GOONCFG change), TRIM deletes only
      *    the entries unused for the number of days in the second
      *    argument, and USAGE prints the usage report - entries,
      *    hits, last-used age, and the space the catalog holds - so
      *    the hit rate shows before a retheme night forces a purge.
      *****************************************************************
       01  GM-FUNCTION-ARG       PIC X(08).
       01  GM-FUNCTION-SWITCH    PIC X(01).
           88 GM-FUNCTION-USAGE      VALUE 'U'.
       01  GM-ARGUMENT-NUMBER    PIC 9(02) COMP.
      *****************************************************************
      *    PURGE support - the theme whose entries go, from the
      *    second argument. No argument purges every theme; HOUSE
      *    (longer than any theme code, so it can't be mistaken for
      *    one) names the blank-coded house look.
      *****************************************************************
       01  GM-THEME-ARG          PIC X(08).
       01  GM-PURGE-THEME        PIC X(04).
       01  GM-PURGE-SWITCH       PIC X(01) VALUE 'A'.
           88 GM-PURGE-ALL           VALUE 'A'.
           88 GM-PURGE-ONE-THEME     VALUE 'T'.
       01  GM-PURGE-COUNT        PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    TRIM support - the day count from the second argument,
      *    and the cutoff date it works out to. An entry whose
      *    last-used date is older than the cutoff (or that has no
                   SET GM-FUNCTION-LIST TO TRUE
               WHEN "PURGE"
                   SET GM-FUNCTION-PURGE TO TRUE
                   PERFORM TAKE-PURGE-THEME
                       THRU TAKE-PURGE-THEME-EXIT
               WHEN "TRIM"
                   SET GM-FUNCTION-TRIM TO TRUE
                   PERFORM TAKE-TRIM-DAYS
               WHEN GM-FUNCTION-LIST
                   DISPLAY "GOONCATM ENTRIES LISTED: " GM-ENTRY-COUNT
               WHEN GM-FUNCTION-PURGE
                   DISPLAY "GOONCATM ENTRIES PURGED: " GM-PURGE-COUNT
                   IF GM-PURGE-ONE-THEME
                       DISPLAY "GOONCATM ENTRIES KEPT:   "
                           GM-KEPT-COUNT
                   END-IF
               WHEN GM-FUNCTION-TRIM
                   DISPLAY "GOONCATM ENTRIES TRIMMED: " GM-TRIM-COUNT
                   DISPLAY "GOONCATM ENTRIES KEPT:    " GM-KEPT-COUNT
           MOVE GM-DAYS-ARG(1:GM-DAYS-LEN) TO GM-TRIM-DAYS
           EXIT.

      *****************************************************************
      *    TAKE-PURGE-THEME
      *    Picks up the optional PURGE theme from the second
      *    argument. Blank leaves the whole-catalog purge; HOUSE
      *    means the blank theme; anything else must be a theme
      *    code of up to 4 characters.
      *****************************************************************
       TAKE-PURGE-THEME.
           MOVE 2 TO GM-ARGUMENT-NUMBER
           DISPLAY GM-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GM-THEME-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GM-THEME-ARG
           END-ACCEPT

           IF GM-THEME-ARG = SPACES
               GO TO TAKE-PURGE-THEME-EXIT
           END-IF
           SET GM-PURGE-ONE-THEME TO TRUE
           IF GM-THEME-ARG = "HOUSE"
               MOVE SPACES TO GM-PURGE-THEME
               DISPLAY "GOONCATM PURGING THEME: (HOUSE)"
               GO TO TAKE-PURGE-THEME-EXIT
           END-IF
           IF GM-THEME-ARG(5:4) NOT = SPACES
               DISPLAY "*** PURGE THEME CODE EXCEEDS 4 CHARACTERS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GM-THEME-ARG(1:4) TO GM-PURGE-THEME
           DISPLAY "GOONCATM PURGING THEME: " GM-PURGE-THEME.

       TAKE-PURGE-THEME-EXIT.
           EXIT.

       READ-NEXT-ENTRY.
           READ CATALOG-FILE NEXT RECORD
               AT END SET GM-CATALOG-EOF TO TRUE

      *****************************************************************
      *    PROCESS-CATALOG-ENTRY
      *    LIST prints the entry's key and size, PURGE deletes it
      *    (when it is of the theme being purged, if one was named),
      *    TRIM deletes it only when its last use is older than the
      *    cutoff (or it carries no readable stamp), and USAGE
      *    prints its usage line and folds it into the totals.
           ADD 1 TO GM-ENTRY-COUNT
           EVALUATE TRUE
               WHEN GM-FUNCTION-LIST
                   DISPLAY "THEME=" CAT-THEME
                       "  STYLE=" CAT-STYLE "  CHINS=" CAT-CHINS
                       "  WIDTH=" CAT-WIDTH
                       "  LINES=" CAT-LINE-COUNT
               WHEN GM-FUNCTION-PURGE
                   IF GM-PURGE-ALL OR CAT-THEME = GM-PURGE-THEME
                       PERFORM DELETE-CATALOG-ENTRY
                       ADD 1 TO GM-PURGE-COUNT
                   ELSE
                       ADD 1 TO GM-KEPT-COUNT
                   END-IF
               WHEN GM-FUNCTION-TRIM
                   IF CAT-LAST-USED IS NOT NUMERIC
                           OR CAT-LAST-USED < GM-CUTOFF-DATE
           IF CAT-LAST-USED IS NOT NUMERIC
                   OR CAT-HIT-COUNT IS NOT NUMERIC
               ADD 1 TO GM-NEVER-USED
               DISPLAY "THEME=" CAT-THEME
                   "  STYLE=" CAT-STYLE "  CHINS=" CAT-CHINS
                   "  WIDTH=" CAT-WIDTH "  NEVER USED"
           ELSE
               COMPUTE GM-AGE-DAYS = GM-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(CAT-LAST-USED)
               ADD CAT-HIT-COUNT TO GM-TOTAL-HITS
               DISPLAY "THEME=" CAT-THEME
                   "  STYLE=" CAT-STYLE "  CHINS=" CAT-CHINS
                   "  WIDTH=" CAT-WIDTH "  HITS=" CAT-HIT-COUNT
                   "  LAST=" CAT-LAST-USED
                   "  AGE=" GM-AGE-DAYS " DAYS"
      *    PRINT-USAGE-TOTALS
      *    The catalog-wide picture: entries, hits served, entries
      *    never used, and the space the cluster is holding at the
      *    8061-byte record size.
      *****************************************************************
       PRINT-USAGE-TOTALS.
           COMPUTE GM-SPACE-HELD = GM-ENTRY-COUNT * 8061
           DISPLAY "GOONCATM ENTRIES:     " GM-ENTRY-COUNT
           DISPLAY "GOONCATM HITS SERVED: " GM-TOTAL-HITS
           DISPLAY "GOONCATM NEVER USED:  " GM-NEVER-USED
