       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonvrfy.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    CONTROL-FILE is the GOONCTL control-totals dataset - one
      *    120-byte record per CHINGOON run, in the fixed layout
      *    written by WRITE-CONTROL-RECORD in chingoon. The run
      *    number (RUN=) and the last audit sequence number the run
      *    issued (SEQ=) are what every run's audit lines are proved
      *    against here.
      *****************************************************************
           SELECT CONTROL-FILE
               ASSIGN TO GOONCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GY-CONTROL-STATUS.

      *****************************************************************
      *    AUDIT-FILE is the CHINGOON usage log - one line per face
      *    produced, each carrying its run number and its sequence
      *    number inside the run ("  RUN=nnnnnnnn  SEQ=nnnnn" in
      *    columns 95-119).
      *****************************************************************
           SELECT AUDIT-FILE
               ASSIGN TO GOONAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GY-AUDIT-STATUS.

      *****************************************************************
      *    VERIFY-FILE is the printed verification report: one line
      *    per run in the window with what GOONCTL claims and what
      *    the log holds, the detail of every discrepancy, and the
      *    window totals.
      *****************************************************************
           SELECT VERIFY-FILE
               ASSIGN TO GOONVFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GY-VERIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-LINE              PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  VERIFY-FILE.
       01  VERIFY-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Fixed-column view of a control record, filled by a plain
      *    MOVE from CONTROL-LINE so the layout is declared once.
      *****************************************************************
       01  GY-CTL-DETAIL.
           05 GY-CTL-DATE        PIC X(08).
           05 FILLER             PIC X(01).
           05 GY-CTL-TIME        PIC X(08).
           05 FILLER             PIC X(07).
           05 GY-CTL-READ        PIC X(05).
           05 FILLER             PIC X(08).
           05 GY-CTL-FACES       PIC X(05).
           05 FILLER             PIC X(08).
           05 GY-CTL-SKIPS       PIC X(05).
           05 FILLER             PIC X(08).
           05 GY-CTL-AUDIT       PIC X(05).
           05 FILLER             PIC X(06).
           05 GY-CTL-BAL         PIC X(01).
           05 GY-CTL-RUN-TAG     PIC X(06).
           05 GY-CTL-RUN         PIC X(08).
           05 FILLER             PIC X(06).
           05 GY-CTL-SEQ         PIC X(05).
           05 FILLER             PIC X(20).
      *****************************************************************
      *    Fixed-column view of an audit line - only the stamp, the
      *    run number and the sequence number matter here.
      *****************************************************************
       01  GY-AUDIT-DETAIL.
           05 GY-AUD-DATE        PIC X(08).
           05 FILLER             PIC X(01).
           05 GY-AUD-TIME        PIC X(08).
           05 FILLER             PIC X(77).
           05 GY-AUD-RUN-TAG     PIC X(06).
           05 GY-AUD-RUN         PIC X(08).
           05 FILLER             PIC X(06).
           05 GY-AUD-SEQ         PIC X(05).
           05 FILLER             PIC X(01).
      *****************************************************************
      *    Date-window arguments - blank means an open end, same as
      *    GOONSTAT and GOONRHST take them. A run belongs to the
      *    window by the date on its control record; a run with no
      *    control record at all, by the date of its first line.
      *****************************************************************
       01  GY-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GY-FROM-ARG           PIC X(08).
       01  GY-THRU-ARG           PIC X(08).
       01  GY-FROM-DATE          PIC X(08) VALUE "00000000".
       01  GY-THRU-DATE          PIC X(08) VALUE "99999999".
       01  GY-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GY-INPUT-VALID         VALUE 'Y'.
           88 GY-INPUT-INVALID       VALUE 'N'.
       01  GY-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    Run table - one row per numbered run on GOONCTL, in the
      *    order the dataset carries them, with what the run claimed
      *    and what the log turned out to hold for it. Runs outside
      *    the window are loaded too so their lines are recognized
      *    and passed over rather than reported as strays. 3000 rows
      *    is a good eight years of nightly cycles plus reruns.
      *****************************************************************
       01  GY-RUN-TABLE.
           05 GY-RUN-ENTRY OCCURS 3000 TIMES.
              10 GY-RUN-ID       PIC X(08).
              10 GY-RUN-DATE     PIC X(08).
              10 GY-RUN-TIME     PIC X(08).
              10 GY-RUN-CLAIM-AUDIT
                                 PIC 9(05).
              10 GY-RUN-CLAIM-SEQ
                                 PIC 9(05).
              10 GY-RUN-WINDOW-SW
                                 PIC X(01).
                 88 GY-RUN-IN-WINDOW VALUE 'Y'.
              10 GY-RUN-CTL-SW   PIC X(01).
                 88 GY-RUN-HAS-CTL   VALUE 'Y'.
                 88 GY-RUN-NO-CTL    VALUE 'N'.
              10 GY-RUN-FOUND    PIC 9(05).
              10 GY-RUN-NEXT-SEQ PIC 9(05).
              10 GY-RUN-MISSING  PIC 9(05).
              10 GY-RUN-DUPS     PIC 9(05).
              10 GY-RUN-OUT-OF-SEQ
                                 PIC 9(05).
              10 GY-RUN-EXTRA    PIC 9(05).
       01  GY-RUN-COUNT-USED     PIC 9(04) COMP VALUE ZERO.
       01  GY-RUN-SUB            PIC 9(04) COMP.
       01  GY-CACHE-SUB          PIC 9(04) COMP VALUE ZERO.
       01  GY-WANT-RUN           PIC X(08).
       01  GY-RUN-FOUND-SWITCH   PIC X(01).
           88 GY-RUN-FOUND-IN-TABLE  VALUE 'Y'.
       01  GY-RUN-OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88 GY-RUN-OVERFLOW        VALUE 'Y'.
      *****************************************************************
      *    Gap table - the stretches of sequence numbers a run's
      *    lines skipped over. A late line that lands in an open gap
      *    is out of sequence and closes that number; one below the
      *    next expected number that lands in no gap has been seen
      *    before and is a duplicate. Whatever is still open at the
      *    end is missing from the log. A closed gap is marked with
      *    a zero run subscript. If the table fills, the missing
      *    counts stay right but later gaps are not listed and a
      *    late line past that point counts as a duplicate.
      *****************************************************************
       01  GY-GAP-TABLE.
           05 GY-GAP-ENTRY OCCURS 1000 TIMES.
              10 GY-GAP-RUN      PIC 9(04) COMP.
              10 GY-GAP-FROM     PIC 9(05).
              10 GY-GAP-THRU     PIC 9(05).
       01  GY-GAP-COUNT-USED     PIC 9(04) COMP VALUE ZERO.
       01  GY-GAP-SUB            PIC 9(04) COMP.
       01  GY-GAP-FOUND-SWITCH   PIC X(01).
           88 GY-GAP-FOUND           VALUE 'Y'.
       01  GY-GAP-OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88 GY-GAP-OVERFLOW        VALUE 'Y'.
       01  GY-NEW-GAP-FROM       PIC 9(05).
       01  GY-NEW-GAP-THRU       PIC 9(05).
       01  GY-SEQ-NUM            PIC 9(05).
       01  GY-LINES-KEPT         PIC 9(05).
       01  GY-RUN-BAD-SWITCH     PIC X(01).
           88 GY-RUN-IS-BAD          VALUE 'Y'.
           88 GY-RUN-IS-GOOD         VALUE 'N'.
      *****************************************************************
      *    Run and line counters for the report totals
      *****************************************************************
       01  GY-RUNS-CHECKED       PIC 9(05) VALUE ZERO.
       01  GY-RUNS-BAD           PIC 9(05) VALUE ZERO.
       01  GY-RUNS-NO-CTL        PIC 9(05) VALUE ZERO.
       01  GY-RUNS-UNSTAMPED     PIC 9(05) VALUE ZERO.
       01  GY-RUNS-REFILED       PIC 9(05) VALUE ZERO.
       01  GY-CTL-BAD-COUNT      PIC 9(05) VALUE ZERO.
       01  GY-LINES-CHECKED      PIC 9(07) VALUE ZERO.
       01  GY-LINES-OUTSIDE      PIC 9(07) VALUE ZERO.
       01  GY-LINES-UNSTAMPED    PIC 9(07) VALUE ZERO.
       01  GY-AUD-BAD-COUNT      PIC 9(07) VALUE ZERO.
       01  GY-TOTAL-MISSING      PIC 9(07) VALUE ZERO.
       01  GY-TOTAL-DUPS         PIC 9(07) VALUE ZERO.
       01  GY-TOTAL-OUT-OF-SEQ   PIC 9(07) VALUE ZERO.
       01  GY-TOTAL-EXTRA        PIC 9(07) VALUE ZERO.
      *****************************************************************
      *    File statuses, end-of-file switches, and run timestamp
      *****************************************************************
       01  GY-CONTROL-STATUS     PIC X(02).
       01  GY-AUDIT-STATUS       PIC X(02).
       01  GY-VERIFY-STATUS      PIC X(02).
       01  GY-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 GY-CONTROL-EOF         VALUE 'Y'.
       01  GY-AUDIT-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GY-AUDIT-EOF           VALUE 'Y'.
       01  GY-TODAY-DATE         PIC 9(08).
       01  GY-TODAY-TIME         PIC 9(08).
       PROCEDURE DIVISION.
      *> Parse the date-window arguments before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GY-INPUT-INVALID
               DISPLAY GY-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN

      *> Everything the runs claimed, then everything the log holds
           PERFORM READ-CONTROL-RECORD
           PERFORM LOAD-CONTROL-RECORD
               THRU LOAD-CONTROL-RECORD-NEXT
               UNTIL GY-CONTROL-EOF
           PERFORM READ-AUDIT-RECORD
           PERFORM CHECK-AUDIT-RECORD
               THRU CHECK-AUDIT-RECORD-NEXT
               UNTIL GY-AUDIT-EOF

           MOVE ZERO TO GY-RUN-SUB
           PERFORM CLOSE-RUN-SEQUENCE GY-RUN-COUNT-USED TIMES
           MOVE ZERO TO GY-RUN-SUB
           PERFORM PRINT-RUN-RESULT
               THRU PRINT-RUN-RESULT-EXIT
               GY-RUN-COUNT-USED TIMES
           PERFORM PRINT-TOTALS
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    Picks up the optional from/thru dates (YYYYMMDD). A blank
      *    argument leaves that end of the window open.
      *****************************************************************
       PARSE-ARGUMENTS.
           MOVE 1 TO GY-ARGUMENT-NUMBER
           DISPLAY GY-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GY-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GY-FROM-ARG
           END-ACCEPT

           MOVE 2 TO GY-ARGUMENT-NUMBER
           DISPLAY GY-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GY-THRU-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GY-THRU-ARG
           END-ACCEPT

           SET GY-INPUT-VALID TO TRUE

           IF GY-FROM-ARG NOT = SPACES
               IF GY-FROM-ARG IS NUMERIC
                   MOVE GY-FROM-ARG TO GY-FROM-DATE
               ELSE
                   SET GY-INPUT-INVALID TO TRUE
                   MOVE "FROM DATE IS NOT A VALID YYYYMMDD"
                       TO GY-ERROR-MSG
                   GO TO PARSE-ARGUMENTS-EXIT
               END-IF
           END-IF

           IF GY-THRU-ARG NOT = SPACES
               IF GY-THRU-ARG IS NUMERIC
                   MOVE GY-THRU-ARG TO GY-THRU-DATE
               ELSE
                   SET GY-INPUT-INVALID TO TRUE
                   MOVE "THRU DATE IS NOT A VALID YYYYMMDD"
                       TO GY-ERROR-MSG
                   GO TO PARSE-ARGUMENTS-EXIT
               END-IF
           END-IF

           IF GY-FROM-DATE > GY-THRU-DATE
               SET GY-INPUT-INVALID TO TRUE
               MOVE "DATE WINDOW IS BACKWARDS - FROM EXCEEDS THRU"
                   TO GY-ERROR-MSG
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the control dataset, the audit log and the report
      *    and writes the banner.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN INPUT CONTROL-FILE
           IF GY-CONTROL-STATUS NOT = "00"
               DISPLAY "*** GOONCTL COULD NOT BE OPENED - STATUS "
                   GY-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-FILE
           IF GY-AUDIT-STATUS NOT = "00"
               DISPLAY "*** GOONAUD COULD NOT BE OPENED - STATUS "
                   GY-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VERIFY-FILE
           IF GY-VERIFY-STATUS NOT = "00"
               DISPLAY "*** GOONVFY COULD NOT BE OPENED - STATUS "
                   GY-VERIFY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT GY-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT GY-TODAY-TIME FROM TIME

           MOVE "CHINGOON AUDIT LOG VERIFICATION" TO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "RUN DATE: " GY-TODAY-DATE "   RUN TIME: "
               GY-TODAY-TIME
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "WINDOW: " GY-FROM-DATE " THRU " GY-THRU-DATE
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE ALL "-" TO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE "RUNS IN WINDOW (* MARKS A DISCREPANCY)"
               TO VERIFY-LINE
           WRITE VERIFY-LINE
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Closes all three files.
      *****************************************************************
       TERMINATE-RUN.
           CLOSE CONTROL-FILE
           CLOSE AUDIT-FILE
           CLOSE VERIFY-FILE
           EXIT.

       READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END SET GY-CONTROL-EOF TO TRUE
           END-READ
           EXIT.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET GY-AUDIT-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    LOAD-CONTROL-RECORD
      *    Files one control record in the run table. Records from
      *    before runs were numbered are counted (in the window) and
      *    passed over - there is nothing to prove them against. A
      *    run number seen twice is a run filed again, e.g. a
      *    RESTART of a run that had in fact finished; the later
      *    record is the one that stands.
      *****************************************************************
       LOAD-CONTROL-RECORD.
           MOVE CONTROL-LINE TO GY-CTL-DETAIL

           IF GY-CTL-DATE IS NOT NUMERIC
                   OR GY-CTL-AUDIT IS NOT NUMERIC
               ADD 1 TO GY-CTL-BAD-COUNT
               GO TO LOAD-CONTROL-RECORD-NEXT
           END-IF

           IF GY-CTL-RUN-TAG NOT = "  RUN="
                   OR GY-CTL-RUN IS NOT NUMERIC
                   OR GY-CTL-SEQ IS NOT NUMERIC
               IF GY-CTL-DATE NOT < GY-FROM-DATE
                       AND GY-CTL-DATE NOT > GY-THRU-DATE
                   ADD 1 TO GY-RUNS-UNSTAMPED
               END-IF
               GO TO LOAD-CONTROL-RECORD-NEXT
           END-IF

           MOVE GY-CTL-RUN TO GY-WANT-RUN
           PERFORM FIND-RUN-SLOT
           IF GY-RUN-FOUND-IN-TABLE
               ADD 1 TO GY-RUNS-REFILED
           ELSE
               IF GY-RUN-COUNT-USED < 3000
                   ADD 1 TO GY-RUN-COUNT-USED
                   MOVE GY-RUN-COUNT-USED TO GY-RUN-SUB
                   MOVE GY-RUN-SUB TO GY-CACHE-SUB
               ELSE
                   SET GY-RUN-OVERFLOW TO TRUE
                   GO TO LOAD-CONTROL-RECORD-NEXT
               END-IF
           END-IF

           MOVE GY-CTL-RUN TO GY-RUN-ID(GY-RUN-SUB)
           MOVE GY-CTL-DATE TO GY-RUN-DATE(GY-RUN-SUB)
           MOVE GY-CTL-TIME TO GY-RUN-TIME(GY-RUN-SUB)
           MOVE GY-CTL-AUDIT TO GY-RUN-CLAIM-AUDIT(GY-RUN-SUB)
           MOVE GY-CTL-SEQ TO GY-RUN-CLAIM-SEQ(GY-RUN-SUB)
           SET GY-RUN-HAS-CTL(GY-RUN-SUB) TO TRUE
           IF GY-CTL-DATE NOT < GY-FROM-DATE
                   AND GY-CTL-DATE NOT > GY-THRU-DATE
               MOVE 'Y' TO GY-RUN-WINDOW-SW(GY-RUN-SUB)
           ELSE
               MOVE 'N' TO GY-RUN-WINDOW-SW(GY-RUN-SUB)
           END-IF
           PERFORM CLEAR-RUN-COUNTERS.

       LOAD-CONTROL-RECORD-NEXT.
           PERFORM READ-CONTROL-RECORD
           EXIT.

       CLEAR-RUN-COUNTERS.
           MOVE ZERO TO GY-RUN-FOUND(GY-RUN-SUB)
           MOVE 1 TO GY-RUN-NEXT-SEQ(GY-RUN-SUB)
           MOVE ZERO TO GY-RUN-MISSING(GY-RUN-SUB)
           MOVE ZERO TO GY-RUN-DUPS(GY-RUN-SUB)
           MOVE ZERO TO GY-RUN-OUT-OF-SEQ(GY-RUN-SUB)
           MOVE ZERO TO GY-RUN-EXTRA(GY-RUN-SUB)
           EXIT.

      *****************************************************************
      *    FIND-RUN-SLOT
      *    Looks GY-WANT-RUN up in the run table, leaving its row in
      *    GY-RUN-SUB. A run's lines sit together on the log, so the
      *    last row found is tried first.
      *****************************************************************
       FIND-RUN-SLOT.
           MOVE 'N' TO GY-RUN-FOUND-SWITCH
           IF GY-CACHE-SUB > ZERO
               IF GY-RUN-ID(GY-CACHE-SUB) = GY-WANT-RUN
                   MOVE GY-CACHE-SUB TO GY-RUN-SUB
                   SET GY-RUN-FOUND-IN-TABLE TO TRUE
               END-IF
           END-IF

           IF NOT GY-RUN-FOUND-IN-TABLE
               MOVE ZERO TO GY-RUN-SUB
               PERFORM LOOK-UP-RUN-SLOT
                   UNTIL GY-RUN-FOUND-IN-TABLE
                      OR GY-RUN-SUB >= GY-RUN-COUNT-USED
               IF GY-RUN-FOUND-IN-TABLE
                   MOVE GY-RUN-SUB TO GY-CACHE-SUB
               END-IF
           END-IF
           EXIT.

       LOOK-UP-RUN-SLOT.
           ADD 1 TO GY-RUN-SUB
           IF GY-RUN-ID(GY-RUN-SUB) = GY-WANT-RUN
               SET GY-RUN-FOUND-IN-TABLE TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    CHECK-AUDIT-RECORD
      *    Classifies one audit line: not in the expected layout,
      *    from before runs were numbered, belonging to a run outside
      *    the window, or checked against its run's sequence. A
      *    numbered line whose run never filed a control record is
      *    still checked - under a row of its own, flagged - when
      *    the line itself falls inside the window.
      *****************************************************************
       CHECK-AUDIT-RECORD.
           MOVE AUDIT-LINE TO GY-AUDIT-DETAIL

           IF GY-AUD-DATE IS NOT NUMERIC
               ADD 1 TO GY-AUD-BAD-COUNT
               GO TO CHECK-AUDIT-RECORD-NEXT
           END-IF

           IF GY-AUD-RUN-TAG NOT = "  RUN="
                   OR GY-AUD-RUN IS NOT NUMERIC
                   OR GY-AUD-SEQ IS NOT NUMERIC
               IF GY-AUD-DATE NOT < GY-FROM-DATE
                       AND GY-AUD-DATE NOT > GY-THRU-DATE
                   ADD 1 TO GY-LINES-UNSTAMPED
               END-IF
               GO TO CHECK-AUDIT-RECORD-NEXT
           END-IF

           IF GY-AUD-SEQ = "00000"
               ADD 1 TO GY-AUD-BAD-COUNT
               GO TO CHECK-AUDIT-RECORD-NEXT
           END-IF

           MOVE GY-AUD-RUN TO GY-WANT-RUN
           PERFORM FIND-RUN-SLOT
           IF NOT GY-RUN-FOUND-IN-TABLE
               IF GY-AUD-DATE < GY-FROM-DATE
                       OR GY-AUD-DATE > GY-THRU-DATE
                   ADD 1 TO GY-LINES-OUTSIDE
                   GO TO CHECK-AUDIT-RECORD-NEXT
               END-IF
               IF GY-RUN-COUNT-USED < 3000
                   ADD 1 TO GY-RUN-COUNT-USED
                   MOVE GY-RUN-COUNT-USED TO GY-RUN-SUB
                   MOVE GY-RUN-SUB TO GY-CACHE-SUB
                   MOVE GY-AUD-RUN TO GY-RUN-ID(GY-RUN-SUB)
                   MOVE GY-AUD-DATE TO GY-RUN-DATE(GY-RUN-SUB)
                   MOVE GY-AUD-TIME TO GY-RUN-TIME(GY-RUN-SUB)
                   MOVE ZERO TO GY-RUN-CLAIM-AUDIT(GY-RUN-SUB)
                   MOVE ZERO TO GY-RUN-CLAIM-SEQ(GY-RUN-SUB)
                   MOVE 'Y' TO GY-RUN-WINDOW-SW(GY-RUN-SUB)
                   SET GY-RUN-NO-CTL(GY-RUN-SUB) TO TRUE
                   PERFORM CLEAR-RUN-COUNTERS
               ELSE
                   SET GY-RUN-OVERFLOW TO TRUE
                   GO TO CHECK-AUDIT-RECORD-NEXT
               END-IF
           END-IF

           IF NOT GY-RUN-IN-WINDOW(GY-RUN-SUB)
               ADD 1 TO GY-LINES-OUTSIDE
               GO TO CHECK-AUDIT-RECORD-NEXT
           END-IF

           ADD 1 TO GY-LINES-CHECKED
           PERFORM CHECK-LINE-SEQUENCE THRU CHECK-LINE-SEQUENCE-EXIT.

       CHECK-AUDIT-RECORD-NEXT.
           PERFORM READ-AUDIT-RECORD
           EXIT.

      *****************************************************************
      *    CHECK-LINE-SEQUENCE
      *    Proves one line against its run. The expected number is
      *    the next one up; a higher number opens a gap for the ones
      *    skipped, a lower one either fills a gap (out of sequence)
      *    or repeats a number already seen (duplicate). A number
      *    above the last one the run's control record says it
      *    issued is a line the run never claimed.
      *****************************************************************
       CHECK-LINE-SEQUENCE.
           ADD 1 TO GY-RUN-FOUND(GY-RUN-SUB)
           MOVE GY-AUD-SEQ TO GY-SEQ-NUM

           IF GY-RUN-HAS-CTL(GY-RUN-SUB)
                   AND GY-SEQ-NUM > GY-RUN-CLAIM-SEQ(GY-RUN-SUB)
               ADD 1 TO GY-RUN-EXTRA(GY-RUN-SUB)
               GO TO CHECK-LINE-SEQUENCE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN GY-SEQ-NUM = GY-RUN-NEXT-SEQ(GY-RUN-SUB)
                   ADD 1 TO GY-RUN-NEXT-SEQ(GY-RUN-SUB)
               WHEN GY-SEQ-NUM > GY-RUN-NEXT-SEQ(GY-RUN-SUB)
                   MOVE GY-RUN-NEXT-SEQ(GY-RUN-SUB) TO GY-NEW-GAP-FROM
                   COMPUTE GY-NEW-GAP-THRU = GY-SEQ-NUM - 1
                   PERFORM OPEN-GAP
                   COMPUTE GY-RUN-NEXT-SEQ(GY-RUN-SUB) = GY-SEQ-NUM + 1
               WHEN OTHER
                   PERFORM FILL-GAP THRU FILL-GAP-EXIT
           END-EVALUATE.

       CHECK-LINE-SEQUENCE-EXIT.
           EXIT.

      *****************************************************************
      *    OPEN-GAP
      *    Counts GY-NEW-GAP-FROM thru GY-NEW-GAP-THRU as missing for
      *    the run and files the stretch in the gap table.
      *****************************************************************
       OPEN-GAP.
           COMPUTE GY-RUN-MISSING(GY-RUN-SUB) =
               GY-RUN-MISSING(GY-RUN-SUB)
               + GY-NEW-GAP-THRU - GY-NEW-GAP-FROM + 1
           PERFORM STORE-GAP-ENTRY
           EXIT.

       STORE-GAP-ENTRY.
           IF GY-GAP-COUNT-USED < 1000
               ADD 1 TO GY-GAP-COUNT-USED
               MOVE GY-RUN-SUB TO GY-GAP-RUN(GY-GAP-COUNT-USED)
               MOVE GY-NEW-GAP-FROM TO GY-GAP-FROM(GY-GAP-COUNT-USED)
               MOVE GY-NEW-GAP-THRU TO GY-GAP-THRU(GY-GAP-COUNT-USED)
           ELSE
               SET GY-GAP-OVERFLOW TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    FILL-GAP
      *    A line numbered below the next expected one. If its number
      *    sits in one of the run's open gaps it arrived out of
      *    sequence: the number is taken out of the gap (trimming or
      *    splitting it) and no longer missing. Otherwise the number
      *    was already seen and the line is a duplicate.
      *****************************************************************
       FILL-GAP.
           MOVE 'N' TO GY-GAP-FOUND-SWITCH
           MOVE ZERO TO GY-GAP-SUB
           PERFORM LOOK-UP-GAP-SLOT
               UNTIL GY-GAP-FOUND OR GY-GAP-SUB >= GY-GAP-COUNT-USED

           IF NOT GY-GAP-FOUND
               ADD 1 TO GY-RUN-DUPS(GY-RUN-SUB)
               GO TO FILL-GAP-EXIT
           END-IF

           SUBTRACT 1 FROM GY-RUN-MISSING(GY-RUN-SUB)
           ADD 1 TO GY-RUN-OUT-OF-SEQ(GY-RUN-SUB)

           EVALUATE TRUE
               WHEN GY-GAP-FROM(GY-GAP-SUB) = GY-GAP-THRU(GY-GAP-SUB)
                   MOVE ZERO TO GY-GAP-RUN(GY-GAP-SUB)
               WHEN GY-SEQ-NUM = GY-GAP-FROM(GY-GAP-SUB)
                   ADD 1 TO GY-GAP-FROM(GY-GAP-SUB)
               WHEN GY-SEQ-NUM = GY-GAP-THRU(GY-GAP-SUB)
                   SUBTRACT 1 FROM GY-GAP-THRU(GY-GAP-SUB)
               WHEN OTHER
                   COMPUTE GY-NEW-GAP-FROM = GY-SEQ-NUM + 1
                   MOVE GY-GAP-THRU(GY-GAP-SUB) TO GY-NEW-GAP-THRU
                   COMPUTE GY-GAP-THRU(GY-GAP-SUB) = GY-SEQ-NUM - 1
                   PERFORM STORE-GAP-ENTRY
           END-EVALUATE.

       FILL-GAP-EXIT.
           EXIT.

       LOOK-UP-GAP-SLOT.
           ADD 1 TO GY-GAP-SUB
           IF GY-GAP-RUN(GY-GAP-SUB) = GY-RUN-SUB
                   AND GY-SEQ-NUM NOT < GY-GAP-FROM(GY-GAP-SUB)
                   AND GY-SEQ-NUM NOT > GY-GAP-THRU(GY-GAP-SUB)
               SET GY-GAP-FOUND TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    CLOSE-RUN-SEQUENCE
      *    Once the whole log has been read, anything between a
      *    run's last line and the last number its control record
      *    claims never made it onto the log.
      *****************************************************************
       CLOSE-RUN-SEQUENCE.
           ADD 1 TO GY-RUN-SUB
           IF GY-RUN-IN-WINDOW(GY-RUN-SUB)
                   AND GY-RUN-HAS-CTL(GY-RUN-SUB)
                   AND GY-RUN-NEXT-SEQ(GY-RUN-SUB)
                       NOT > GY-RUN-CLAIM-SEQ(GY-RUN-SUB)
               MOVE GY-RUN-NEXT-SEQ(GY-RUN-SUB) TO GY-NEW-GAP-FROM
               MOVE GY-RUN-CLAIM-SEQ(GY-RUN-SUB) TO GY-NEW-GAP-THRU
               PERFORM OPEN-GAP
           END-IF
           EXIT.

      *****************************************************************
      *    PRINT-RUN-RESULT
      *    One line per run in the window with what it claimed and
      *    what was found; a run with any discrepancy is flagged and
      *    followed by the counts and the missing stretches. The
      *    lines found for a run, less duplicates and lines beyond
      *    its claim, must also equal the AUDIT= count the run
      *    reported.
      *****************************************************************
       PRINT-RUN-RESULT.
           ADD 1 TO GY-RUN-SUB
           IF NOT GY-RUN-IN-WINDOW(GY-RUN-SUB)
               GO TO PRINT-RUN-RESULT-EXIT
           END-IF

           ADD 1 TO GY-RUNS-CHECKED
           ADD GY-RUN-MISSING(GY-RUN-SUB) TO GY-TOTAL-MISSING
           ADD GY-RUN-DUPS(GY-RUN-SUB) TO GY-TOTAL-DUPS
           ADD GY-RUN-OUT-OF-SEQ(GY-RUN-SUB) TO GY-TOTAL-OUT-OF-SEQ
           ADD GY-RUN-EXTRA(GY-RUN-SUB) TO GY-TOTAL-EXTRA

           IF GY-RUN-NO-CTL(GY-RUN-SUB)
               ADD 1 TO GY-RUNS-BAD
               ADD 1 TO GY-RUNS-NO-CTL
               MOVE SPACES TO VERIFY-LINE
               STRING "* RUN " GY-RUN-ID(GY-RUN-SUB)
                   "  " GY-RUN-DATE(GY-RUN-SUB)
                   " " GY-RUN-TIME(GY-RUN-SUB)
                   "  NO GOONCTL RECORD  FOUND "
                   GY-RUN-FOUND(GY-RUN-SUB)
                   DELIMITED BY SIZE INTO VERIFY-LINE
               END-STRING
               WRITE VERIFY-LINE
               GO TO PRINT-RUN-RESULT-EXIT
           END-IF

           COMPUTE GY-LINES-KEPT = GY-RUN-FOUND(GY-RUN-SUB)
               - GY-RUN-DUPS(GY-RUN-SUB) - GY-RUN-EXTRA(GY-RUN-SUB)
           IF GY-RUN-MISSING(GY-RUN-SUB) > ZERO
                   OR GY-RUN-DUPS(GY-RUN-SUB) > ZERO
                   OR GY-RUN-OUT-OF-SEQ(GY-RUN-SUB) > ZERO
                   OR GY-RUN-EXTRA(GY-RUN-SUB) > ZERO
                   OR GY-LINES-KEPT NOT = GY-RUN-CLAIM-AUDIT(GY-RUN-SUB)
               SET GY-RUN-IS-BAD TO TRUE
               ADD 1 TO GY-RUNS-BAD
           ELSE
               SET GY-RUN-IS-GOOD TO TRUE
           END-IF

           MOVE SPACES TO VERIFY-LINE
           IF GY-RUN-IS-BAD
               MOVE "* " TO VERIFY-LINE
           END-IF
           STRING "RUN " GY-RUN-ID(GY-RUN-SUB)
               "  " GY-RUN-DATE(GY-RUN-SUB)
               " " GY-RUN-TIME(GY-RUN-SUB)
               "  SEQ " GY-RUN-CLAIM-SEQ(GY-RUN-SUB)
               "  AUDIT " GY-RUN-CLAIM-AUDIT(GY-RUN-SUB)
               "  FOUND " GY-RUN-FOUND(GY-RUN-SUB)
               DELIMITED BY SIZE INTO VERIFY-LINE(3:78)
           END-STRING
           WRITE VERIFY-LINE

           IF GY-RUN-IS-GOOD
               GO TO PRINT-RUN-RESULT-EXIT
           END-IF

           MOVE SPACES TO VERIFY-LINE
           STRING "      MISSING " GY-RUN-MISSING(GY-RUN-SUB)
               "  DUPLICATE " GY-RUN-DUPS(GY-RUN-SUB)
               "  OUT OF SEQ " GY-RUN-OUT-OF-SEQ(GY-RUN-SUB)
               "  EXTRA " GY-RUN-EXTRA(GY-RUN-SUB)
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           IF GY-LINES-KEPT NOT = GY-RUN-CLAIM-AUDIT(GY-RUN-SUB)
               MOVE SPACES TO VERIFY-LINE
               STRING "      LINES ON LOG " GY-LINES-KEPT
                   " - GOONCTL AUDIT= SAYS "
                   GY-RUN-CLAIM-AUDIT(GY-RUN-SUB)
                   DELIMITED BY SIZE INTO VERIFY-LINE
               END-STRING
               WRITE VERIFY-LINE
           END-IF

           MOVE ZERO TO GY-GAP-SUB
           PERFORM PRINT-GAP-LINE GY-GAP-COUNT-USED TIMES.

       PRINT-RUN-RESULT-EXIT.
           EXIT.

       PRINT-GAP-LINE.
           ADD 1 TO GY-GAP-SUB
           IF GY-GAP-RUN(GY-GAP-SUB) = GY-RUN-SUB
               MOVE SPACES TO VERIFY-LINE
               IF GY-GAP-FROM(GY-GAP-SUB) = GY-GAP-THRU(GY-GAP-SUB)
                   STRING "      MISSING SEQ " GY-GAP-FROM(GY-GAP-SUB)
                       DELIMITED BY SIZE INTO VERIFY-LINE
                   END-STRING
               ELSE
                   STRING "      MISSING SEQ " GY-GAP-FROM(GY-GAP-SUB)
                       " THRU " GY-GAP-THRU(GY-GAP-SUB)
                       DELIMITED BY SIZE INTO VERIFY-LINE
                   END-STRING
               END-IF
               WRITE VERIFY-LINE
           END-IF
           EXIT.

      *****************************************************************
      *    PRINT-TOTALS
      *    The window totals and the verdict: any run with a missing,
      *    duplicated, out-of-sequence or unclaimed line, a count
      *    that disagrees with GOONCTL, or no control record at all
      *    ends the run RETURN-CODE 10. Lines and runs that could not
      *    be proved either way - from before runs were numbered,
      *    unrecognized, or past a full table - end it RC 4.
      *****************************************************************
       PRINT-TOTALS.
           MOVE ALL "-" TO VERIFY-LINE
           WRITE VERIFY-LINE

           IF GY-RUN-OVERFLOW
               MOVE "  (FURTHER RUNS NOT VERIFIED - RUN TABLE FULL)"
                   TO VERIFY-LINE
               WRITE VERIFY-LINE
           END-IF
           IF GY-GAP-OVERFLOW
               MOVE "  (FURTHER GAPS NOT LISTED - GAP TABLE FULL)"
                   TO VERIFY-LINE
               WRITE VERIFY-LINE
           END-IF

           MOVE SPACES TO VERIFY-LINE
           STRING "RUNS VERIFIED:         " GY-RUNS-CHECKED
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "RUNS WITH DISCREPANCY: " GY-RUNS-BAD
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "  NO GOONCTL RECORD:   " GY-RUNS-NO-CTL
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "RUNS FILED TWICE:      " GY-RUNS-REFILED
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "LINES CHECKED:         " GY-LINES-CHECKED
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "  MISSING:             " GY-TOTAL-MISSING
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "  DUPLICATE:           " GY-TOTAL-DUPS
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "  OUT OF SEQUENCE:     " GY-TOTAL-OUT-OF-SEQ
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "  BEYOND RUN'S CLAIM:  " GY-TOTAL-EXTRA
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "LINES OUTSIDE WINDOW:  " GY-LINES-OUTSIDE
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "UNNUMBERED RUNS:       " GY-RUNS-UNSTAMPED
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "UNNUMBERED LINES:      " GY-LINES-UNSTAMPED
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "CONTROL NOT RECOGNIZED:" GY-CTL-BAD-COUNT
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "LINES NOT RECOGNIZED:  " GY-AUD-BAD-COUNT
               DELIMITED BY SIZE INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           DISPLAY "GOONVRFY RUNS VERIFIED: " GY-RUNS-CHECKED
           DISPLAY "GOONVRFY RUNS WITH DISCREPANCY: " GY-RUNS-BAD

           IF GY-RUNS-BAD > ZERO
               MOVE "*** AUDIT LOG DOES NOT AGREE WITH GOONCTL"
                   TO VERIFY-LINE
               WRITE VERIFY-LINE
               MOVE 10 TO RETURN-CODE
           ELSE
               IF GY-RUNS-UNSTAMPED > ZERO
                       OR GY-LINES-UNSTAMPED > ZERO
                       OR GY-CTL-BAD-COUNT > ZERO
                       OR GY-AUD-BAD-COUNT > ZERO
                       OR GY-RUN-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.
