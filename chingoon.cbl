      *****************************************************************
      *    GOONIN carries the day's CHINS requests for BATCH mode, one
      *    per record, e.g. "3", "10 2", or "10 2 PAYR" (value plus
      *    optional style code and requestor/department code). The
      *    tokens sit in columns 1-72; columns 73-80 carry the
      *    request's tracking number (see GOONTRKR), blank on cards
      *    that never went through the queue.
      *****************************************************************
           SELECT OPTIONAL GOONIN-FILE
               ASSIGN TO GOONIN
      *    AUDIT-FILE gets one line appended per face produced, so we
      *    can see how the utility gets used across the shop -
      *    timestamp, CHINS value, which branch it took, the
      *    requestor the face is billed to, and the style, width and
      *    theme it was drawn in (the chargeback rates differ by
      *    branch and style, and a reprint needs the full catalog
      *    key) - and the tracking number of the request the face
      *    answered, so a department asking after a request can be
      *    told the night it printed. Every line ends with the run
      *    number and its sequence number inside the run, so
      *    GOONVRFY can check the log against what each run claimed
      *    on GOONCTL. 120 bytes, the columns past the original 80
      *    for what the line has had to carry since; a log still at
      *    the old 80 is padded once by GOONCNV before the first run
      *    appends to it.
      *****************************************************************
           SELECT AUDIT-FILE
               ASSIGN TO GOONAUD

      *****************************************************************
      *    CATALOG-FILE is the keyed face catalog: the finished
      *    report lines for every theme/style/CHINS/width combination
      *    already rendered, so the repeat requests that dominate the
      *    nightly volume are served from the catalog instead of being
      *    built again. A missing GOONCAT DD just means no caching -
      *    every face is built the long way, as before.
      *****************************************************************
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO GOONCAT
      *    run - records read, faces produced, records skipped,
      *    audit lines written, and whether they balanced - so a
      *    discrepancy like a mispointed GOONAUD generation shows up
      *    the night it happens instead of weeks later. The run
      *    number and the last audit sequence number the run issued
      *    follow, for GOONVRFY's cross-run check. 120 bytes, the
      *    same as the audit line, and converted by GOONCNV along
      *    with it.
      *****************************************************************
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO GOONCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CG-CONTROL-STATUS.

      *****************************************************************
      *    RUN-COUNTER-FILE is the GOONRUN run-number counter (see
      *    GOONRUNR). A run that can't be numbered is not started -
      *    audit lines nobody can trace back to their run are what
      *    the numbering exists to prevent.
      *****************************************************************
           SELECT RUN-COUNTER-FILE
               ASSIGN TO GOONRUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CG-RUN-STATUS.

      *****************************************************************
      *    DEPT-FILE is the GOONDPT department master (see GOONDPTR),
      *    read here only to put each department's full name on its
      *    recompile: one part per record, in the fixed order TOP_HEAD,
      *    TOP_HEAD_BALD, EYES, EYES_ALT, FATTY, SLIM, FAT, CHIN. If
      *    it's missing, the compiled-in GOONFACE defaults are used.
      *    Either way the result is the house look - what every
      *    department without a theme of its own is drawn in.
      *****************************************************************
           SELECT OPTIONAL CONFIG-FILE
               ASSIGN TO GOONCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CG-CONFIG-STATUS.

      *****************************************************************
      *    THEME-FILE is the GOONTHM face theme library (see
      *    GOONTHMR): named sets of the eight parts, one record per
      *    theme. Each requestor section is drawn in the theme its
      *    GOONDPT record names; a missing GOONTHM just means every
      *    section is drawn in the house look, as before.
      *****************************************************************
           SELECT OPTIONAL THEME-FILE
               ASSIGN TO GOONTHM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CG-THEME-STATUS.

      *****************************************************************
      *    CYCLE-FILE is the GOONCYC business-date cycle control
      *    master (see GOONCYCR). A BATCH (or RESTART) run is the
      *    GOONSTP step of the night: it runs only once GOONSEQ has
      *    sequenced the deck, and not again once the night's faces
      *    are produced. The step is marked started before the
      *    first face, so once it has begun only a RESTART may carry
      *    it on. Only a clean run (RC 0) is booked complete, since
      *    nothing after it runs on anything less. Not used in the
      *    command-line modes.
      *****************************************************************
           SELECT CYCLE-FILE
               ASSIGN TO GOONCYC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS CG-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOONIN-FILE.
       01  PRINT-LINE                PIC X(133).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  CATALOG-FILE.
       COPY GOONCATR.
       01  CHECKPOINT-RECORD         PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(120).

       FD  RUN-COUNTER-FILE.
       COPY GOONRUNR.

       FD  CONFIG-FILE.
       01  CONFIG-LINE               PIC X(12).

       FD  THEME-FILE.
       COPY GOONTHMR.

       FD  CYCLE-FILE.
       COPY GOONCYCR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Shared goon face-part layout
      *****************************************************************
       01  CG-REQUESTOR          PIC X(04) VALUE "NONE".
       01  CG-GOONIN-REQ-TOK     PIC X(05).
      *>   Tracking number off columns 73-80 of the GOONIN card -
      *>   blank for command-line work and cards keyed outside the
      *>   queue
       01  CG-TRACKING           PIC X(08) VALUE SPACES.
       01  CG-PREV-REQUESTOR     PIC X(04) VALUE SPACES.
       01  CG-REQ-FACE-COUNT     PIC 9(05) VALUE ZERO.
       01  CG-SECTION-SWITCH     PIC X(01) VALUE 'N'.
           05 FILLER             PIC X(01).
           05 CG-CHKPT-STATE     PIC X(01).
              88 CG-CHKPT-COMPLETE  VALUE 'C'.
      *>      The run number and last audit sequence number, so a
      *>      RESTART carries on the same run's numbering
           05 FILLER             PIC X(01).
           05 CG-CHKPT-RUN-ID    PIC X(08).
           05 FILLER             PIC X(01).
           05 CG-CHKPT-AUDIT-SEQ PIC 9(05).
       01  CG-RESTART-SWITCH     PIC X(01) VALUE 'N'.
           88 CG-RESTART-MODE        VALUE 'Y'.
       01  CG-CHKPT-READ-SW      PIC X(01) VALUE 'G'.
      *****************************************************************
       01  CG-SKIP-COUNT         PIC 9(05) VALUE ZERO.
       01  CG-AUDIT-COUNT        PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    Run numbering - the run's number off GOONRUN and the
      *    sequence number of the last audit line it wrote. Every
      *    attempted audit write takes the next number, so a write
      *    that failed shows later as a gap in the run's sequence.
      *****************************************************************
       01  CG-RUN-ID             PIC X(08) VALUE SPACES.
       01  CG-AUDIT-SEQ          PIC 9(05) VALUE ZERO.
       01  CG-RUN-STATUS         PIC X(02).
       01  CG-RUN-ID-SWITCH      PIC X(01) VALUE 'N'.
           88 CG-RUN-ID-ISSUED       VALUE 'Y'.
           88 CG-RUN-ID-FAILED       VALUE 'N'.
       01  CG-CONTROL-STATUS     PIC X(02).
       01  CG-BALANCE-SWITCH     PIC X(01) VALUE 'Y'.
           88 CG-IN-BALANCE          VALUE 'Y'.
       01  CG-CONFIG-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88 CG-CONFIG-EOF          VALUE 'Y'.
       01  CG-CONFIG-LINE-NBR    PIC 9(02) VALUE ZERO.
      *****************************************************************
      *    Face theme support. The house parts (GOONFACE under
      *    GOONCFG) are saved once loaded, the GOONTHM library is
      *    held in a table, and the parts of whichever theme the
      *    current requestor draws in are moved over FACE-PARTS at
      *    each section break. CG-THEME is the theme in force -
      *    blank for the house look - and goes on the catalog key
      *    and the audit line so a reprint finds the face again.
      *****************************************************************
       01  CG-HOUSE-PARTS        PIC X(94).
       01  CG-THEME              PIC X(04) VALUE SPACES.
       01  CG-THEME-STATUS       PIC X(02).
       01  CG-THEME-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 CG-THEME-EOF           VALUE 'Y'.
       01  CG-THEME-TABLE.
           05 CG-THM-ENTRY OCCURS 50 TIMES.
              10 CG-THM-CODE     PIC X(04).
              10 CG-THM-PARTS    PIC X(94).
       01  CG-THM-COUNT-USED     PIC 9(03) COMP VALUE ZERO.
       01  CG-THM-SUB            PIC 9(03) COMP.
      *****************************************************************
      *    Business-date cycle control (GOONCYCP)
      *****************************************************************
       COPY GOONCYCW REPLACING ==:PFX:== BY ==CG==.
       PROCEDURE DIVISION.
      *> Parse arguments and validate before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
               STOP RUN
           END-IF

      *> A BATCH run is the GOONSTP step of the night's cycle and
      *> touches nothing unless the cycle record says it is due
           IF CG-MODE-BATCH
               MOVE "GOONSTP" TO CG-CYC-STEP-NAME
               IF CG-RESTART-MODE
                   SET CG-CYC-RESTART TO TRUE
               END-IF
               PERFORM CHECK-CYCLE-STEP THRU CHECK-CYCLE-STEP-EXIT
               IF CG-CYC-SKIP-STEP
                   STOP RUN
               END-IF
               IF CG-CYC-STOP-STEP
                   MOVE CG-CYC-STOP-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM INITIALIZE-RUN

           EVALUATE TRUE
           END-EVALUATE

           PERFORM TERMINATE-RUN

      *> Only a clean BATCH run lets the rest of the night go on, so
      *> only a clean one is booked on the cycle record
           IF CG-MODE-BATCH AND RETURN-CODE = ZERO
               MOVE ZERO TO CG-CYC-RC
               PERFORM MARK-CYCLE-STEP-DONE
               IF CG-CYC-NOT-MARKED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> Terminate
           STOP RUN.

      *****************************************************************
       INITIALIZE-RUN.
           PERFORM LOAD-CONFIG THRU LOAD-CONFIG-EXIT
           MOVE FACE-PARTS TO CG-HOUSE-PARTS
           PERFORM LOAD-THEMES THRU LOAD-THEMES-EXIT

      *>       A RESTART takes its number off the checkpoint of the
      *>       run it restarts, once the checkpoint has been read
           IF NOT CG-RESTART-MODE
               PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT
               IF CG-RUN-ID-FAILED
                   DISPLAY "*** RUN NOT STARTED - NO RUN NUMBER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF CG-LAYOUT-PRINT
               MOVE SPACES TO CG-BAND-IMAGE
               "  SKIPS=" CG-SKIP-COUNT
               "  AUDIT=" CG-AUDIT-COUNT
               "  BAL=" CG-BALANCE-SWITCH
               "  RUN=" CG-RUN-ID
               "  SEQ=" CG-AUDIT-SEQ
               DELIMITED BY SIZE INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD
       OPEN-DEPT-MASTER-EXIT.
           EXIT.

      *****************************************************************
      *    ISSUE-RUN-ID
      *    Takes the next run number off the GOONRUN counter into
      *    CG-RUN-ID, the way GOONNTRY takes tracking numbers off
      *    GOONTRK: opened, stepped, rewritten and closed at once,
      *    so a number once issued is never issued again. A counter
      *    that doesn't exist yet is started at zero; one that is
      *    there but unreadable is never guessed at - the caller
      *    gets CG-RUN-ID-FAILED.
      *****************************************************************
       ISSUE-RUN-ID.
           SET CG-RUN-ID-FAILED TO TRUE

           OPEN I-O RUN-COUNTER-FILE
           IF CG-RUN-STATUS = "35"
               PERFORM PRIME-RUN-COUNTER
           END-IF
           IF CG-RUN-STATUS NOT = "00"
               DISPLAY "*** GOONRUN COULD NOT BE OPENED - STATUS "
                   CG-RUN-STATUS
               GO TO ISSUE-RUN-ID-EXIT
           END-IF

           READ RUN-COUNTER-FILE
               AT END CONTINUE
           END-READ
           IF CG-RUN-STATUS NOT = "00"
                   OR RUN-LAST-ISSUED IS NOT NUMERIC
               DISPLAY "*** GOONRUN IS EMPTY OR UNREADABLE - STATUS "
                   CG-RUN-STATUS
               CLOSE RUN-COUNTER-FILE
               GO TO ISSUE-RUN-ID-EXIT
           END-IF

           ADD 1 TO RUN-LAST-ISSUED
           REWRITE RUN-COUNTER-RECORD
           IF CG-RUN-STATUS NOT = "00"
               DISPLAY "*** GOONRUN REWRITE FAILED - STATUS "
                   CG-RUN-STATUS
               CLOSE RUN-COUNTER-FILE
               GO TO ISSUE-RUN-ID-EXIT
           END-IF
           MOVE RUN-LAST-ISSUED TO CG-RUN-ID
           CLOSE RUN-COUNTER-FILE
           SET CG-RUN-ID-ISSUED TO TRUE.

       ISSUE-RUN-ID-EXIT.
           EXIT.

       PRIME-RUN-COUNTER.
           OPEN OUTPUT RUN-COUNTER-FILE
           IF CG-RUN-STATUS = "00"
               MOVE SPACES TO RUN-COUNTER-RECORD
               MOVE ZERO TO RUN-LAST-ISSUED
               WRITE RUN-COUNTER-RECORD
               CLOSE RUN-COUNTER-FILE
               OPEN I-O RUN-COUNTER-FILE
           END-IF
           EXIT.

      *****************************************************************
      *    LOAD-CONFIG
      *    Reads GOONCFG, if present, and overlays its 8 fixed-order
           PERFORM READ-CONFIG-RECORD
           EXIT.

      *****************************************************************
      *    LOAD-THEMES
      *    Reads the GOONTHM library, if present, into the theme
      *    table. A missing library is not an error - every section
      *    is drawn in the house look. A blank-coded record (the
      *    house look is GOONCFG's, not the library's) or a library
      *    bigger than the table is noted on the job log and the
      *    record passed over.
      *****************************************************************
       LOAD-THEMES.
           OPEN INPUT THEME-FILE
           IF CG-THEME-STATUS = "35" OR CG-THEME-STATUS = "05"
               GO TO LOAD-THEMES-EXIT
           END-IF
           IF CG-THEME-STATUS NOT = "00"
               DISPLAY "*** GOONTHM COULD NOT BE OPENED - STATUS "
                   CG-THEME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-THEME-RECORD
           PERFORM APPLY-THEME-RECORD UNTIL CG-THEME-EOF
           CLOSE THEME-FILE.

       LOAD-THEMES-EXIT.
           EXIT.

       READ-THEME-RECORD.
           READ THEME-FILE
               AT END SET CG-THEME-EOF TO TRUE
           END-READ
           EXIT.

       APPLY-THEME-RECORD.
           EVALUATE TRUE
               WHEN THM-CODE = SPACES
                   DISPLAY "*** GOONTHM RECORD WITH BLANK THEME CODE "
                       "IGNORED"
               WHEN CG-THM-COUNT-USED NOT < 50
                   DISPLAY "*** GOONTHM TABLE FULL - THEME " THM-CODE
                       " IGNORED"
               WHEN OTHER
                   ADD 1 TO CG-THM-COUNT-USED
                   MOVE THM-CODE TO CG-THM-CODE(CG-THM-COUNT-USED)
                   MOVE THM-PARTS TO CG-THM-PARTS(CG-THM-COUNT-USED)
           END-EVALUATE
           PERFORM READ-THEME-RECORD
           EXIT.

      *****************************************************************
      *    SELECT-THEME
      *    Puts the requestor's theme in force: the parts of the
      *    library theme named on its GOONDPT record, or the house
      *    parts when it names none (or the master doesn't know the
      *    requestor). A theme the library doesn't hold is noted on
      *    the job log and the section drawn in the house look -
      *    CG-THEME then stays blank, so the catalog and audit line
      *    record what was actually drawn.
      *****************************************************************
       SELECT-THEME.
           MOVE SPACES TO CG-THEME
           MOVE CG-HOUSE-PARTS TO FACE-PARTS
           IF CG-DEPT-STATUS NOT = "00" OR DPT-THEME = SPACES
               GO TO SELECT-THEME-EXIT
           END-IF

           MOVE 1 TO CG-THM-SUB
           PERFORM FIND-THEME-SLOT
               UNTIL CG-THM-SUB > CG-THM-COUNT-USED
               OR CG-THM-CODE(CG-THM-SUB) = DPT-THEME
           IF CG-THM-SUB > CG-THM-COUNT-USED
               DISPLAY "*** THEME " DPT-THEME " FOR " CG-REQUESTOR
                   " NOT IN GOONTHM - HOUSE LOOK USED"
               GO TO SELECT-THEME-EXIT
           END-IF

           MOVE DPT-THEME TO CG-THEME
           MOVE CG-THM-PARTS(CG-THM-SUB) TO FACE-PARTS.

       SELECT-THEME-EXIT.
           EXIT.

       FIND-THEME-SLOT.
           ADD 1 TO CG-THM-SUB
           EXIT.

      *****************************************************************
      *    WRITE-AUDIT-RECORD
      *    Appends one line to GOONAUD recording the run timestamp,
      *    and a reprint can find the face in the catalog again.
      *    Lines from before style and width went on the record are
      *    shorter; readers take their blanks as style 1, width 12.
      *    The tracking number follows, blank when the face answered
      *    no queued request, then the theme the face was drawn in,
      *    blank for the house look, and last the run number and the
      *    line's sequence number inside the run.
      *    CG-BRANCH-TEXT is set by the caller, at the same place it
      *    already decided FATTY vs SLIM, so the threshold lives in
      *    one spot instead of being re-tested here.
       WRITE-AUDIT-RECORD.
           ACCEPT CG-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT CG-AUDIT-TIME FROM TIME
           ADD 1 TO CG-AUDIT-SEQ

           MOVE SPACES TO AUDIT-LINE
           STRING CG-AUDIT-DATE " " CG-AUDIT-TIME "  CHINS="
               "  REQ=" CG-REQUESTOR
               "  STYLE=" CG-STYLE-CODE
               "  WIDTH=" CG-FACE-WIDTH
               "  TRK=" CG-TRACKING
               "  THM=" CG-THEME
               "  RUN=" CG-RUN-ID
               "  SEQ=" CG-AUDIT-SEQ
               DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
                   CLOSE GOONIN-FILE
                   GO TO PROCESS-BATCH-EXIT
               END-IF
      *>           The restart carries on the failed run's numbering;
      *>           a checkpoint from before runs were numbered (or
      *>           none at all) means a number of its own, with the
      *>           sequence picking up after the audit lines the
      *>           failed run wrote
               IF CG-CHKPT-RUN-ID IS NUMERIC
                   MOVE CG-CHKPT-RUN-ID TO CG-RUN-ID
                   MOVE CG-CHKPT-AUDIT-SEQ TO CG-AUDIT-SEQ
               ELSE
                   PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT
                   IF CG-RUN-ID-FAILED
                       MOVE "*** RESTART ABANDONED - NO RUN NUMBER"
                           TO CG-PRINT-TEXT
                       PERFORM WRITE-REPORT-TEXT
                       MOVE 8 TO RETURN-CODE
                       CLOSE GOONIN-FILE
                       GO TO PROCESS-BATCH-EXIT
                   END-IF
                   MOVE CG-CHKPT-AUDIT-DONE TO CG-AUDIT-SEQ
               END-IF
           ELSE
      *>       A fresh run stamps a zero-position checkpoint before
      *>       touching the deck, so an abend ahead of the first
               PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-EXIT
           END-IF

      *>       From here faces go out, so the night can no longer be
      *>       rerun from the top or abandoned - only restarted
           PERFORM MARK-CYCLE-STEP-STARTED
           IF CG-CYC-NOT-MARKED
               MOVE 8 TO RETURN-CODE
               CLOSE GOONIN-FILE
               GO TO PROCESS-BATCH-EXIT
           END-IF

           PERFORM READ-GOONIN-RECORD
           IF CG-RESTART-MODE AND CG-CHKPT-RECS-DONE > ZERO
      *>       The first read above already holds record one, so one
      *****************************************************************
       READ-CHECKPOINT.
           MOVE ZERO TO CG-CHKPT-RECS-DONE CG-CHKPT-FACES-DONE
               CG-CHKPT-AUDIT-DONE CG-CHKPT-AUDIT-SEQ
           MOVE SPACES TO CG-CHKPT-RUN-ID
           MOVE 'P' TO CG-CHKPT-STATE
           SET CG-CHKPT-GOOD TO TRUE

                   CLOSE CHECKPOINT-FILE
                   GO TO READ-CHECKPOINT-EXIT
           END-READ
           MOVE CHECKPOINT-RECORD(1:34) TO CG-CHKPT-DETAIL
           CLOSE CHECKPOINT-FILE

      *>       More faces than records read, or more audit lines
                   OR (CG-CHKPT-FACES-DONE IS NUMERIC
                       AND CG-CHKPT-AUDIT-DONE IS NUMERIC
                       AND CG-CHKPT-AUDIT-DONE > CG-CHKPT-FACES-DONE)
                   OR (CG-CHKPT-RUN-ID IS NUMERIC
                       AND CG-CHKPT-AUDIT-SEQ IS NOT NUMERIC)
               MOVE "*** GOONCHK UNREADABLE - RESTART ABANDONED"
                   TO CG-PRINT-TEXT
               PERFORM WRITE-REPORT-TEXT
           MOVE CG-RECS-DONE TO CG-CHKPT-RECS-DONE
           MOVE CG-FACE-COUNT TO CG-CHKPT-FACES-DONE
           MOVE CG-AUDIT-COUNT TO CG-CHKPT-AUDIT-DONE
           MOVE CG-RUN-ID TO CG-CHKPT-RUN-ID
           MOVE CG-AUDIT-SEQ TO CG-CHKPT-AUDIT-SEQ

           OPEN OUTPUT CHECKPOINT-FILE
           IF CG-CHKPT-STATUS NOT = "00"
               GO TO WRITE-CHECKPOINT-EXIT
           END-IF
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE CG-CHKPT-DETAIL TO CHECKPOINT-RECORD(1:34)
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       PROCESS-GOONIN-RECORD.
           MOVE SPACES TO CG-CAND-RAW CG-GOONIN-STYLE-TOK
               CG-GOONIN-REQ-TOK CG-GOONIN-WIDTH-TOK
           UNSTRING GOONIN-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO CG-CAND-RAW CG-GOONIN-STYLE-TOK
               CG-GOONIN-REQ-TOK CG-GOONIN-WIDTH-TOK
           END-UNSTRING
           MOVE GOONIN-RECORD(73:8) TO CG-TRACKING

           PERFORM VALIDATE-CHINS-ARG THRU VALIDATE-CHINS-ARG-EXIT
      *>       A record with no width token draws at the command-line
                       MOVE '1' TO CG-STYLE-CODE
                   END-IF
               END-IF

      *>           A record with no requestor token bills to NONE,
      *>           same as a command-line run
               IF CG-REQUESTOR NOT = CG-PREV-REQUESTOR
                   PERFORM START-REQUESTOR-SECTION
               END-IF
      *>           The head and eyes come from the parts the section
      *>           break just put in force, so the style is picked
      *>           after it
               PERFORM SELECT-STYLE

      *>           In the print layout each face cell carries its own
      *>           CHINS label, so the free-standing label line is

      *>       The department's full name goes on the heading when
      *>       the master knows the code - NONE (command-line work)
      *>       and codes the master doesn't carry print bare, and
      *>       draw in the house look
           MOVE SPACES TO CG-PRINT-TEXT
           IF CG-DEPT-ACTIVE AND CG-REQUESTOR NOT = "NONE"
               MOVE CG-REQUESTOR TO DPT-CODE
           ELSE
               MOVE "23" TO CG-DEPT-STATUS
           END-IF
           PERFORM SELECT-THEME THRU SELECT-THEME-EXIT
           IF CG-DEPT-STATUS = "00"
               STRING "REQUESTOR: " CG-REQUESTOR " - " DPT-NAME
                   DELIMITED BY SIZE INTO CG-PRINT-TEXT
                   DELIMITED BY SIZE INTO CG-PRINT-TEXT
               END-STRING
           END-IF
      *>       A themed section says so under its heading, so the
      *>       mailroom isn't left wondering at the different look
           PERFORM WRITE-REPORT-TEXT
           IF CG-THEME NOT = SPACES
               MOVE SPACES TO CG-PRINT-TEXT
               STRING "FACE THEME: " CG-THEME
                   DELIMITED BY SIZE INTO CG-PRINT-TEXT
               END-STRING
               PERFORM WRITE-REPORT-TEXT
           END-IF

           MOVE CG-REQUESTOR TO CG-PREV-REQUESTOR
           MOVE ZERO TO CG-REQ-FACE-COUNT

      *****************************************************************
      *    OBTAIN-FACE
      *    Gets the face image for the current theme/style/CHINS into
      *    CG-FACE-IMAGE - from the catalog when it's already there,
      *    built (and cataloged) when it isn't. The FATTY/SLIM
      *    threshold is decided here, in one spot, whichever way the
               GO TO OBTAIN-FACE-EXIT
           END-IF

           MOVE CG-THEME TO CAT-THEME
           MOVE CG-STYLE-CODE TO CAT-STYLE
           MOVE CHINS TO CAT-CHINS
           MOVE CG-FACE-WIDTH TO CAT-WIDTH

      *****************************************************************
      *    STORE-FACE-IN-CATALOG
      *    Files the face just built under its theme/style/CHINS/
      *    width key. A write that fails only costs the caching of
      *    this one face - the face itself already sits in
      *    CG-FACE-IMAGE - so any status but a clean write or a
      *    duplicate key just switches the catalog off for the rest
      *    of the run.
      *****************************************************************
       STORE-FACE-IN-CATALOG.
           MOVE CG-THEME TO CAT-THEME
           MOVE CG-STYLE-CODE TO CAT-STYLE
           MOVE CHINS TO CAT-CHINS
           MOVE CG-FACE-WIDTH TO CAT-WIDTH
           ADD 1 TO CG-SCALE-SUB
           MOVE CG-SCALE-SRC(2:1) TO CG-SCALE-OUT(CG-SCALE-SUB:1)
           EXIT.

      *****************************************************************
      *    CHECK-CYCLE-STEP and MARK-CYCLE-STEP-DONE come from the
      *    shared GOONCYCP copybook, so every GOONJOB step reads and
      *    books the night the same way.
      *****************************************************************
       COPY GOONCYCP REPLACING ==:PFX:== BY ==CG==.
