               FILE STATUS IS GB-AUDIT-STATUS.

      *****************************************************************
      *    RATE-FILE is the rate master the accounting group owns
      *    and maintains with GOONRTEM - see GOONRTER for the record
      *    layout. One record per branch/style rate period: effective
      *    from and through dates, base rate per face in cents, and
      *    rate per chin row in cents. A face is billed the base rate
      *    plus its chin count times the per-chin rate, at the rate
      *    in effect on the face's audit date. Read front to back in
      *    key sequence into the rate table.
      *****************************************************************
           SELECT RATE-FILE
               ASSIGN TO GOONRTE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RTE-KEY
               FILE STATUS IS GB-RATE-STATUS.

      *****************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GB-BILL-STATUS.

      *****************************************************************
      *    DEPT-FILE is the GOONDPT department master (see GOONDPTR),
      *    read for each billed department's GL cost center - the
      *    cost center its journal debit goes to.
      *****************************************************************
           SELECT DEPT-FILE
               ASSIGN TO GOONDPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GB-DEPT-STATUS.

      *****************************************************************
      *    JOURNAL-FILE is the GL journal interface file (GOONJNL,
      *    see GOONJNLR) - the run's chargebacks as one balanced
      *    journal batch the GL loader posts: a debit per department
      *    cost center, the offsetting credit to the service center,
      *    and header and trailer control totals.
      *****************************************************************
           SELECT JOURNAL-FILE
               ASSIGN TO GOONJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GB-JOURNAL-STATUS.

      *****************************************************************
      *    BILLED-THRU-FILE is the GOONBTH billed-through control
      *    (see GOONBTHR) - the last audit date already billed. A
      *    window overlapping it is refused unless forced as a
      *    REBILL, and a run that balances and writes its journal
      *    moves it on.
      *****************************************************************
           SELECT BILLED-THRU-FILE
               ASSIGN TO GOONBTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GB-BTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  RATE-FILE.
       COPY GOONRTER.

       FD  BILL-FILE.
       01  BILL-LINE                 PIC X(80).

       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  JOURNAL-FILE.
       COPY GOONJNLR.

       FD  BILLED-THRU-FILE.
       COPY GOONBTHR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Fixed-column view of an audit line, filled by a plain MOVE
           05 GB-AUD-WIDTH       PIC X(02).
           05 FILLER             PIC X(10).
      *****************************************************************
      *    Billing-period arguments. A blank from date starts the
      *    day after the billed-through date (the start of the log
      *    before anything has been billed), and a blank thru date
      *    ends yesterday - so a run with no arguments bills
      *    everything not yet billed. The window may not reach
      *    today, which is still producing faces. A third argument
      *    of REBILL forces a window that overlaps days already
      *    billed.
      *****************************************************************
       01  GB-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GB-FROM-ARG           PIC X(08).
       01  GB-THRU-ARG           PIC X(08).
       01  GB-REBILL-ARG         PIC X(08).
       01  GB-FROM-DATE          PIC X(08) VALUE "00000000".
       01  GB-THRU-DATE          PIC X(08) VALUE "99999999".
       01  GB-REBILL-SWITCH      PIC X(01) VALUE 'N'.
           88 GB-REBILL-FORCED       VALUE 'Y'.
       01  GB-OVERLAP-SWITCH     PIC X(01) VALUE 'N'.
           88 GB-WINDOW-OVERLAPS     VALUE 'Y'.
       01  GB-GAP-SWITCH         PIC X(01) VALUE 'N'.
           88 GB-WINDOW-LEAVES-GAP   VALUE 'Y'.
       01  GB-DATE-WORK          PIC 9(08).
       01  GB-DAY-INT            PIC 9(07).
       01  GB-NEXT-UNBILLED      PIC 9(08).
       01  GB-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GB-INPUT-VALID         VALUE 'Y'.
           88 GB-INPUT-INVALID       VALUE 'N'.
       01  GB-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    Rate table, loaded from the rate master up front - every
      *    period, not just the current ones, so any billing window
      *    prices at the rates of its own days. 200 slots is years
      *    of rate changes for two branches and two styles. A rate
      *    record that won't read clean is a hard stop: billing from
      *    a half-read rate master would put wrong amounts in front
      *    of the GL desk.
      *****************************************************************
       01  GB-RATE-TABLE.
           05 GB-RATE-ENTRY OCCURS 200 TIMES.
              10 GB-RT-BRANCH    PIC X(05).
              10 GB-RT-STYLE     PIC X(01).
              10 GB-RT-FROM      PIC X(08).
              10 GB-RT-THRU      PIC X(08).
              10 GB-RT-BASE      PIC 9(07).
              10 GB-RT-CHIN      PIC 9(07).
       01  GB-RATE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  GB-RATE-SUB           PIC 9(03) COMP.
       01  GB-RATE-FOUND-SWITCH  PIC X(01).
           88 GB-RATE-FOUND          VALUE 'Y'.
       01  GB-RATE-LINE-NBR      PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    Rate-period breakdown - one row per department and rate
      *    period actually billed, in first-seen order, so each
      *    invoice shows which period its lines were priced under.
      *    The department and rate subscripts tie the row back to
      *    the two tables above.
      *****************************************************************
       01  GB-PERIOD-TABLE.
           05 GB-PERIOD-ENTRY OCCURS 2000 TIMES.
              10 GB-PER-DEPT     PIC 9(03) COMP.
              10 GB-PER-RATE     PIC 9(03) COMP.
              10 GB-PER-LINES    PIC 9(05).
              10 GB-PER-AMOUNT   PIC 9(09).
       01  GB-PERIOD-COUNT-USED  PIC 9(04) COMP VALUE ZERO.
       01  GB-PERIOD-SUB         PIC 9(04) COMP.
       01  GB-PERIOD-FOUND-SW    PIC X(01).
           88 GB-PERIOD-FOUND        VALUE 'Y'.
       01  GB-PERIOD-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GB-PERIOD-OVERFLOW     VALUE 'Y'.
       01  GB-THRU-TEXT          PIC X(08).
      *****************************************************************
      *    Department accumulators - one row per distinct requestor
      *    seen inside the billing period, in first-seen order, the
       01  GB-DEPT-TABLE.
           05 GB-DEPT-ENTRY OCCURS 200 TIMES.
              10 GB-DEPT-CODE    PIC X(04).
              10 GB-DEPT-COST-CTR PIC X(08).
              10 GB-DEPT-LINES   PIC 9(05).
              10 GB-DEPT-FATTY   PIC 9(05).
              10 GB-DEPT-SLIM    PIC 9(05).
           88 GB-IN-BALANCE          VALUE 'Y'.
           88 GB-OUT-OF-BALANCE      VALUE 'N'.
      *****************************************************************
      *    GL coding for the journal feed. Each department is debited
      *    on the chargeback expense account at its own cost center
      *    (from the department master); one without a cost center
      *    - or not on the master at all, like NONE - is debited to
      *    the service center's suspense cost center for the GL desk
      *    to reclass. The service center takes the whole amount as
      *    one credit on the recovery account.
      *****************************************************************
       01  GB-GL-SOURCE          PIC X(08) VALUE "CHINGOON".
       01  GB-GL-SERVICE-CTR     PIC X(08) VALUE "00941000".
       01  GB-GL-SUSPENSE-CTR    PIC X(08) VALUE "00949999".
       01  GB-GL-EXPENSE-ACCT    PIC X(06) VALUE "640510".
       01  GB-GL-RECOVERY-ACCT   PIC X(06) VALUE "490510".
      *****************************************************************
      *    Journal build - the run's amounts summed by cost center
      *    (departments can share one), the batch number, and the
      *    control totals that go on the header and trailer. Hash
      *    totals are kept in cents and written as dollars.
      *****************************************************************
       01  GB-CCTR-TABLE.
           05 GB-CCTR-ENTRY OCCURS 200 TIMES.
              10 GB-CCTR-CODE    PIC X(08).
              10 GB-CCTR-AMOUNT  PIC 9(11).
       01  GB-CCTR-COUNT-USED    PIC 9(03) COMP VALUE ZERO.
       01  GB-CCTR-SUB           PIC 9(03) COMP.
       01  GB-CCTR-FOUND-SWITCH  PIC X(01).
           88 GB-CCTR-FOUND          VALUE 'Y'.
       01  GB-SUSPENSE-COUNT     PIC 9(03) VALUE ZERO.
       01  GB-JNL-BATCH          PIC 9(06) VALUE ZERO.
       01  GB-JNL-ENTRY-COUNT    PIC 9(05) VALUE ZERO.
       01  GB-JNL-RECORD-COUNT   PIC 9(07) VALUE ZERO.
       01  GB-JNL-DEBIT-CENTS    PIC 9(13) VALUE ZERO.
       01  GB-JNL-CREDIT-CENTS   PIC 9(13) VALUE ZERO.
       01  GB-JNL-AMOUNT-CENTS   PIC 9(13).
       01  GB-JNL-DESC           PIC X(30).
       01  GB-JNL-WORK           PIC 9(11)V99.
       01  GB-JNL-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  GB-JNL-SWITCH         PIC X(01) VALUE 'N'.
           88 GB-JOURNAL-WRITTEN     VALUE 'Y'.
           88 GB-JOURNAL-WITHHELD    VALUE 'W'.
           88 GB-JOURNAL-FAILED      VALUE 'F'.
      *****************************************************************
      *    Billed-through control as read at the start of the run,
      *    and whether the run moved it on
      *****************************************************************
       01  GB-BTH-BILLED-THRU    PIC 9(08) VALUE ZERO.
       01  GB-BTH-LAST-BATCH     PIC 9(06) VALUE ZERO.
       01  GB-BTH-NEW-THRU       PIC 9(08).
       01  GB-BTH-SWITCH         PIC X(01) VALUE 'N'.
           88 GB-BTH-BOOKED          VALUE 'Y'.
      *****************************************************************
      *    File statuses, end-of-file switches, and run timestamp
      *****************************************************************
       01  GB-AUDIT-STATUS       PIC X(02).
       01  GB-RATE-STATUS        PIC X(02).
       01  GB-BILL-STATUS        PIC X(02).
       01  GB-DEPT-STATUS        PIC X(02).
       01  GB-JOURNAL-STATUS     PIC X(02).
       01  GB-BTH-STATUS         PIC X(02).
       01  GB-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GB-AUDIT-EOF           VALUE 'Y'.
       01  GB-RATE-EOF-SWITCH    PIC X(01) VALUE 'N'.
               STOP RUN
           END-IF

      *> Then settle the window against what is already billed
           PERFORM READ-BILLED-THRU THRU READ-BILLED-THRU-EXIT
           PERFORM SET-BILLING-WINDOW THRU SET-BILLING-WINDOW-EXIT
           IF GB-INPUT-INVALID
               DISPLAY GB-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT
           PERFORM READ-AUDIT-RECORD
           PERFORM RATE-AUDIT-RECORD THRU RATE-AUDIT-RECORD-NEXT
               UNTIL GB-AUDIT-EOF
           PERFORM ASSIGN-COST-CENTERS
           PERFORM PRINT-INVOICES
           PERFORM PRINT-GRAND-TOTALS
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           PERFORM BOOK-BILLED-THRU THRU BOOK-BILLED-THRU-EXIT
           PERFORM PRINT-JOURNAL-SUMMARY
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    Picks up the optional from/thru dates (YYYYMMDD) and the
      *    optional REBILL. A blank date is settled against the
      *    billed-through control in SET-BILLING-WINDOW.
      *****************************************************************
       PARSE-ARGUMENTS.
           ACCEPT GB-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GB-RUN-TIME FROM TIME

           MOVE 1 TO GB-ARGUMENT-NUMBER
           DISPLAY GB-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GB-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GB-THRU-ARG
           END-ACCEPT

           MOVE 3 TO GB-ARGUMENT-NUMBER
           DISPLAY GB-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GB-REBILL-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GB-REBILL-ARG
           END-ACCEPT
           INSPECT GB-REBILL-ARG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           SET GB-INPUT-VALID TO TRUE

           IF GB-REBILL-ARG = "REBILL"
               SET GB-REBILL-FORCED TO TRUE
           ELSE
               IF GB-REBILL-ARG NOT = SPACES
                   SET GB-INPUT-INVALID TO TRUE
                   MOVE "THIRD ARGUMENT MAY ONLY BE REBILL"
                       TO GB-ERROR-MSG
                   GO TO PARSE-ARGUMENTS-EXIT
               END-IF
           END-IF

           IF GB-FROM-ARG NOT = SPACES
               IF GB-FROM-ARG IS NUMERIC
                   MOVE GB-FROM-ARG TO GB-FROM-DATE
                   MOVE GB-FROM-DATE TO GB-DATE-WORK
                   IF FUNCTION INTEGER-OF-DATE(GB-DATE-WORK) = ZERO
                       SET GB-INPUT-INVALID TO TRUE
                       MOVE "FROM DATE IS NOT A VALID YYYYMMDD"
                           TO GB-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
               ELSE
                   SET GB-INPUT-INVALID TO TRUE
                   MOVE "FROM DATE IS NOT A VALID YYYYMMDD"
           IF GB-THRU-ARG NOT = SPACES
               IF GB-THRU-ARG IS NUMERIC
                   MOVE GB-THRU-ARG TO GB-THRU-DATE
                   MOVE GB-THRU-DATE TO GB-DATE-WORK
                   IF FUNCTION INTEGER-OF-DATE(GB-DATE-WORK) = ZERO
                       SET GB-INPUT-INVALID TO TRUE
                       MOVE "THRU DATE IS NOT A VALID YYYYMMDD"
                           TO GB-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
               ELSE
                   SET GB-INPUT-INVALID TO TRUE
                   MOVE "THRU DATE IS NOT A VALID YYYYMMDD"
                       TO GB-ERROR-MSG
                   GO TO PARSE-ARGUMENTS-EXIT
               END-IF
           END-IF.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    READ-BILLED-THRU
      *    Reads the GOONBTH control for the date already billed and
      *    the last journal batch number. A control that doesn't
      *    exist yet is started at zero - nothing billed; one that
      *    is there but unreadable is never guessed at, and the run
      *    stops before anything is rated.
      *****************************************************************
       READ-BILLED-THRU.
           OPEN I-O BILLED-THRU-FILE
           IF GB-BTH-STATUS = "35"
               PERFORM PRIME-BILLED-THRU
           END-IF
           IF GB-BTH-STATUS NOT = "00"
               DISPLAY "*** GOONBTH COULD NOT BE OPENED - STATUS "
                   GB-BTH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ BILLED-THRU-FILE
               AT END CONTINUE
           END-READ
           IF GB-BTH-STATUS NOT = "00"
                   OR BTH-BILLED-THRU IS NOT NUMERIC
                   OR BTH-LAST-BATCH IS NOT NUMERIC
               DISPLAY "*** GOONBTH IS EMPTY OR UNREADABLE - STATUS "
                   GB-BTH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BTH-BILLED-THRU TO GB-BTH-BILLED-THRU
           MOVE BTH-LAST-BATCH TO GB-BTH-LAST-BATCH
           CLOSE BILLED-THRU-FILE.

       READ-BILLED-THRU-EXIT.
           EXIT.

      *****************************************************************
      *    PRIME-BILLED-THRU
      *    First billing run ever - writes the control at zero and
      *    reopens it for update.
      *****************************************************************
       PRIME-BILLED-THRU.
           OPEN OUTPUT BILLED-THRU-FILE
           IF GB-BTH-STATUS = "00"
               MOVE SPACES TO BILLED-THRU-RECORD
               MOVE ZERO TO BTH-BILLED-THRU BTH-LAST-FROM
                   BTH-LAST-THRU BTH-LAST-RUN-DATE BTH-LAST-BATCH
               MOVE 'N' TO BTH-LAST-REBILL
               WRITE BILLED-THRU-RECORD
               CLOSE BILLED-THRU-FILE
               OPEN I-O BILLED-THRU-FILE
           END-IF
           EXIT.

      *****************************************************************
      *    SET-BILLING-WINDOW
      *    Fills in the open ends of the window and holds it against
      *    the billed-through date:
      *      - a blank from date is the first day not yet billed
      *      - a blank thru date is yesterday; today is never billed,
      *        its faces are still being produced
      *      - a window starting on or before the billed-through date
      *        would charge those days again and is refused, unless
      *        REBILL forces it (the GL desk having reversed or held
      *        the journal it replaces)
      *      - a window starting after the first unbilled day leaves
      *        days nobody has billed; that runs, with a warning
      *****************************************************************
       SET-BILLING-WINDOW.
           IF GB-BTH-BILLED-THRU = ZERO
               MOVE ZERO TO GB-NEXT-UNBILLED
           ELSE
               MOVE GB-BTH-BILLED-THRU TO GB-DATE-WORK
               COMPUTE GB-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(GB-DATE-WORK) + 1
               COMPUTE GB-NEXT-UNBILLED =
                   FUNCTION DATE-OF-INTEGER(GB-DAY-INT)
           END-IF

           IF GB-FROM-ARG = SPACES
               MOVE GB-NEXT-UNBILLED TO GB-FROM-DATE
           END-IF
           IF GB-THRU-ARG = SPACES
               MOVE GB-RUN-DATE TO GB-DATE-WORK
               COMPUTE GB-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(GB-DATE-WORK) - 1
               COMPUTE GB-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(GB-DAY-INT)
               MOVE GB-DATE-WORK TO GB-THRU-DATE
           END-IF

           IF GB-FROM-DATE > GB-THRU-DATE
               SET GB-INPUT-INVALID TO TRUE
               IF GB-FROM-ARG = SPACES
                   MOVE SPACES TO GB-ERROR-MSG
                   STRING "NOTHING TO BILL - ALREADY BILLED THROUGH "
                       GB-BTH-BILLED-THRU
                       DELIMITED BY SIZE INTO GB-ERROR-MSG
                   END-STRING
               ELSE
                   MOVE "DATE WINDOW IS BACKWARDS - FROM EXCEEDS THRU"
                       TO GB-ERROR-MSG
               END-IF
               GO TO SET-BILLING-WINDOW-EXIT
           END-IF
           IF GB-THRU-DATE NOT < GB-RUN-DATE
               SET GB-INPUT-INVALID TO TRUE
               MOVE "THRU DATE MUST BE BEFORE TODAY - TODAY IS OPEN"
                   TO GB-ERROR-MSG
               GO TO SET-BILLING-WINDOW-EXIT
           END-IF

           IF GB-BTH-BILLED-THRU NOT = ZERO
               IF GB-FROM-DATE NOT > GB-BTH-BILLED-THRU
                   SET GB-WINDOW-OVERLAPS TO TRUE
               END-IF
               IF GB-FROM-DATE > GB-NEXT-UNBILLED
                   SET GB-WINDOW-LEAVES-GAP TO TRUE
               END-IF
           END-IF

           IF GB-WINDOW-OVERLAPS AND NOT GB-REBILL-FORCED
               DISPLAY "*** WINDOW " GB-FROM-DATE "-" GB-THRU-DATE
                   " OVERLAPS DAYS ALREADY BILLED (THROUGH "
                   GB-BTH-BILLED-THRU ")"
               SET GB-INPUT-INVALID TO TRUE
               MOVE "RUN REFUSED - ADD REBILL AFTER THE DATES TO FORCE"
                   TO GB-ERROR-MSG
               GO TO SET-BILLING-WINDOW-EXIT
           END-IF
           IF GB-WINDOW-OVERLAPS
               DISPLAY "GOONBILL REBILL FORCED - DAYS THROUGH "
                   GB-BTH-BILLED-THRU " ARE BEING BILLED AGAIN"
           END-IF
           IF GB-WINDOW-LEAVES-GAP
               DISPLAY "*** WARNING - DAYS FROM " GB-NEXT-UNBILLED
                   " TO THE START OF THE WINDOW ARE NOT BILLED"
           END-IF

           IF GB-BTH-LAST-BATCH = 999999
               MOVE 1 TO GB-JNL-BATCH
           ELSE
               COMPUTE GB-JNL-BATCH = GB-BTH-LAST-BATCH + 1
           END-IF.

       SET-BILLING-WINDOW-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the audit log, the invoice report and the department
      *    master and writes the report banner.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN INPUT AUDIT-FILE
               STOP RUN
           END-IF

           OPEN INPUT DEPT-FILE
           IF GB-DEPT-STATUS NOT = "00"
               DISPLAY "*** GOONDPT COULD NOT BE OPENED - STATUS "
                   GB-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHINGOON CHARGEBACK BILLING" TO BILL-LINE
           WRITE BILL-LINE
           END-STRING
           WRITE BILL-LINE

           IF GB-WINDOW-OVERLAPS
               MOVE SPACES TO BILL-LINE
               STRING "*** REBILL - DAYS THROUGH " GB-BTH-BILLED-THRU
                   " WERE BILLED BEFORE ***"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
               WRITE BILL-LINE
           END-IF

           MOVE ALL "-" TO BILL-LINE
           WRITE BILL-LINE
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Closes the files and settles the return code. The rate
      *    master was already closed when the table finished loading.
      *    A run that balanced but left days unbilled or charged a
      *    department to suspense ends RC 4 for someone to look at.
      *****************************************************************
       TERMINATE-RUN.
           CLOSE AUDIT-FILE
           CLOSE BILL-FILE
           CLOSE DEPT-FILE
           IF RETURN-CODE = ZERO
                   AND (GB-WINDOW-LEAVES-GAP OR GB-SUSPENSE-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

      *****************************************************************

      *****************************************************************
      *    LOAD-RATE-RECORD
      *    Copies one rate period - branch, style, effective dates,
      *    base cents, and per-chin cents - into the next table
      *    slot. GOONRTEM edits every field on the way in, so a
      *    record that fails these checks was put there some other
      *    way and is not to be trusted.
      *****************************************************************
       LOAD-RATE-RECORD.
           ADD 1 TO GB-RATE-LINE-NBR
           IF GB-RATE-STATUS NOT = "00"
               DISPLAY "*** GOONRTE READ FAILED - STATUS "
                   GB-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF (RTE-BRANCH NOT = "FATTY" AND RTE-BRANCH NOT = "SLIM ")
                   OR RTE-STYLE = SPACE
                   OR RTE-EFF-FROM IS NOT NUMERIC
                   OR RTE-EFF-THRU IS NOT NUMERIC
                   OR RTE-EFF-THRU < RTE-EFF-FROM
                   OR RTE-BASE IS NOT NUMERIC
                   OR RTE-CHIN IS NOT NUMERIC
               PERFORM REPORT-BAD-RATE-RECORD
           END-IF
           IF GB-RATE-COUNT >= 200
               DISPLAY "*** GOONRTE HAS MORE RATES THAN THE TABLE "
                   "HOLDS (200)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO GB-RATE-COUNT
           MOVE RTE-BRANCH TO GB-RT-BRANCH(GB-RATE-COUNT)
           MOVE RTE-STYLE TO GB-RT-STYLE(GB-RATE-COUNT)
           MOVE RTE-EFF-FROM TO GB-RT-FROM(GB-RATE-COUNT)
           MOVE RTE-EFF-THRU TO GB-RT-THRU(GB-RATE-COUNT)
           MOVE RTE-BASE TO GB-RT-BASE(GB-RATE-COUNT)
           MOVE RTE-CHIN TO GB-RT-CHIN(GB-RATE-COUNT).

       LOAD-RATE-RECORD-NEXT.
           PERFORM READ-RATE-RECORD

       REPORT-BAD-RATE-RECORD.
           DISPLAY "*** GOONRTE RECORD " GB-RATE-LINE-NBR
               " NOT IN BRANCH/STYLE/PERIOD/BASE/CHIN LAYOUT"
           DISPLAY "*** " RATE-RECORD
           MOVE 8 TO RETURN-CODE
           STOP RUN
           EXIT.
      *>       A face the rate master doesn't cover can't be priced -
      *>       the line stays unrated and the run ends out of balance
               DISPLAY "*** NO RATE FOR BRANCH=" GB-AUD-BRANCH
                   " STYLE=" GB-CUR-STYLE " ON " GB-AUD-DATE
               ADD 1 TO GB-UNRATED-COUNT
               GO TO RATE-AUDIT-RECORD-NEXT
           END-IF

      *****************************************************************
      *    LOOK-UP-RATE
      *    Finds the rate-table slot for the line's branch and style
      *    whose period covers the line's audit date. Periods never
      *    overlap, so at most one slot answers. The table is small,
      *    so a plain scan does.
      *****************************************************************
       LOOK-UP-RATE.
           MOVE 'N' TO GB-RATE-FOUND-SWITCH
           ADD 1 TO GB-RATE-SUB
           IF GB-RT-BRANCH(GB-RATE-SUB) = GB-AUD-BRANCH
                   AND GB-RT-STYLE(GB-RATE-SUB) = GB-CUR-STYLE
                   AND GB-RT-FROM(GB-RATE-SUB) NOT > GB-AUD-DATE
                   AND GB-RT-THRU(GB-RATE-SUB) NOT < GB-AUD-DATE
               SET GB-RATE-FOUND TO TRUE
           END-IF
           EXIT.
                   ADD 1 TO GB-DEPT-COUNT-USED
                   MOVE GB-DEPT-COUNT-USED TO GB-DEPT-SUB
                   MOVE GB-AUD-REQ TO GB-DEPT-CODE(GB-DEPT-SUB)
                   MOVE SPACES TO GB-DEPT-COST-CTR(GB-DEPT-SUB)
                   MOVE ZERO TO GB-DEPT-LINES(GB-DEPT-SUB)
                   MOVE ZERO TO GB-DEPT-FATTY(GB-DEPT-SUB)
                   MOVE ZERO TO GB-DEPT-SLIM(GB-DEPT-SUB)
               ADD GB-LINE-AMOUNT TO GB-DEPT-AMOUNT(GB-DEPT-SUB)
               ADD 1 TO GB-GRAND-LINES
               ADD GB-LINE-AMOUNT TO GB-GRAND-AMOUNT
               PERFORM TALLY-PERIOD-LINE
           END-IF
           EXIT.

           END-IF
           EXIT.

      *****************************************************************
      *    TALLY-PERIOD-LINE
      *    Finds (or adds) the breakdown row for the line's
      *    department and rate period and folds the line in. The
      *    line is already in the department's totals, so a full
      *    breakdown table only costs the invoice its detail - the
      *    amounts due still tie.
      *****************************************************************
       TALLY-PERIOD-LINE.
           MOVE 'N' TO GB-PERIOD-FOUND-SW
           MOVE ZERO TO GB-PERIOD-SUB
           PERFORM LOOK-UP-PERIOD-SLOT
               UNTIL GB-PERIOD-FOUND
                   OR GB-PERIOD-SUB >= GB-PERIOD-COUNT-USED

           IF NOT GB-PERIOD-FOUND
               IF GB-PERIOD-COUNT-USED < 2000
                   ADD 1 TO GB-PERIOD-COUNT-USED
                   MOVE GB-PERIOD-COUNT-USED TO GB-PERIOD-SUB
                   MOVE GB-DEPT-SUB TO GB-PER-DEPT(GB-PERIOD-SUB)
                   MOVE GB-RATE-SUB TO GB-PER-RATE(GB-PERIOD-SUB)
                   MOVE ZERO TO GB-PER-LINES(GB-PERIOD-SUB)
                   MOVE ZERO TO GB-PER-AMOUNT(GB-PERIOD-SUB)
                   SET GB-PERIOD-FOUND TO TRUE
               ELSE
                   SET GB-PERIOD-OVERFLOW TO TRUE
               END-IF
           END-IF

           IF GB-PERIOD-FOUND
               ADD 1 TO GB-PER-LINES(GB-PERIOD-SUB)
               ADD GB-LINE-AMOUNT TO GB-PER-AMOUNT(GB-PERIOD-SUB)
           END-IF
           EXIT.

       LOOK-UP-PERIOD-SLOT.
           ADD 1 TO GB-PERIOD-SUB
           IF GB-PER-DEPT(GB-PERIOD-SUB) = GB-DEPT-SUB
                   AND GB-PER-RATE(GB-PERIOD-SUB) = GB-RATE-SUB
               SET GB-PERIOD-FOUND TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    PRINT-INVOICES
      *    Writes one invoice section per department, in first-seen
      *    order, with its line counts, amount due, and the rate
      *    periods its lines were priced under.
      *****************************************************************
       PRINT-INVOICES.
           MOVE ZERO TO GB-DEPT-SUB
           END-STRING
           WRITE BILL-LINE

           MOVE SPACES TO BILL-LINE
           IF GB-DEPT-COST-CTR(GB-DEPT-SUB) = GB-GL-SUSPENSE-CTR
               STRING "  COST CENTER:  " GB-DEPT-COST-CTR(GB-DEPT-SUB)
                   " (SUSPENSE - NONE ON DEPARTMENT MASTER)"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
           ELSE
               STRING "  COST CENTER:  " GB-DEPT-COST-CTR(GB-DEPT-SUB)
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
           END-IF
           WRITE BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING "  FATTY LINES:  " GB-DEPT-FATTY(GB-DEPT-SUB)
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE

           MOVE "  BILLED UNDER RATE PERIODS:" TO BILL-LINE
           WRITE BILL-LINE
           MOVE ZERO TO GB-PERIOD-SUB
           PERFORM PRINT-DEPT-PERIOD THRU PRINT-DEPT-PERIOD-EXIT
               GB-PERIOD-COUNT-USED TIMES
           IF GB-PERIOD-OVERFLOW
               MOVE "    (RATE PERIOD DETAIL INCOMPLETE - TABLE FULL)"
                   TO BILL-LINE
               WRITE BILL-LINE
           END-IF

           MOVE SPACES TO BILL-LINE
           WRITE BILL-LINE
           EXIT.

      *****************************************************************
      *    PRINT-DEPT-PERIOD
      *    One breakdown line for the department being printed:
      *    branch, style, the period's dates (OPEN for the current
      *    period), its rates, and the lines and amount billed at
      *    them.
      *****************************************************************
       PRINT-DEPT-PERIOD.
           ADD 1 TO GB-PERIOD-SUB
           IF GB-PER-DEPT(GB-PERIOD-SUB) NOT = GB-DEPT-SUB
               GO TO PRINT-DEPT-PERIOD-EXIT
           END-IF

           MOVE GB-PER-RATE(GB-PERIOD-SUB) TO GB-RATE-SUB
           IF GB-RT-THRU(GB-RATE-SUB) = "99999999"
               MOVE "OPEN" TO GB-THRU-TEXT
           ELSE
               MOVE GB-RT-THRU(GB-RATE-SUB) TO GB-THRU-TEXT
           END-IF
           COMPUTE GB-AMOUNT-WORK =
               GB-PER-AMOUNT(GB-PERIOD-SUB) / 100
           MOVE GB-AMOUNT-WORK TO GB-AMOUNT-EDIT

           MOVE SPACES TO BILL-LINE
           STRING "    " GB-RT-BRANCH(GB-RATE-SUB) " "
               GB-RT-STYLE(GB-RATE-SUB) "  "
               GB-RT-FROM(GB-RATE-SUB) "-" GB-THRU-TEXT
               "  LINES: " GB-PER-LINES(GB-PERIOD-SUB)
               "  AMOUNT: " GB-AMOUNT-EDIT
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING "      AT BASE " GB-RT-BASE(GB-RATE-SUB)
               " + CHIN " GB-RT-CHIN(GB-RATE-SUB) " (CENTS)"
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE.

       PRINT-DEPT-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT-GRAND-TOTALS
      *    Writes the grand-total page the GL desk keys from, proves
               MOVE 10 TO RETURN-CODE
           END-IF
           EXIT.

      *****************************************************************
      *    ASSIGN-COST-CENTERS
      *    Looks up each billed department's GL cost center on the
      *    department master and sums the amounts by cost center
      *    for the journal. A department with none - or not on the
      *    master - goes to suspense and is named on the job log.
      *****************************************************************
       ASSIGN-COST-CENTERS.
           MOVE ZERO TO GB-DEPT-SUB
           PERFORM ASSIGN-DEPT-COST-CTR GB-DEPT-COUNT-USED TIMES
           EXIT.

       ASSIGN-DEPT-COST-CTR.
           ADD 1 TO GB-DEPT-SUB
           MOVE GB-DEPT-CODE(GB-DEPT-SUB) TO DPT-CODE
           READ DEPT-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE GB-DEPT-STATUS
               WHEN "00"
                   MOVE DPT-COST-CENTER TO GB-DEPT-COST-CTR(GB-DEPT-SUB)
               WHEN "23"
                   MOVE SPACES TO GB-DEPT-COST-CTR(GB-DEPT-SUB)
               WHEN OTHER
                   DISPLAY "*** GOONDPT READ FAILED - STATUS "
                       GB-DEPT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF GB-DEPT-COST-CTR(GB-DEPT-SUB) = SPACES
               MOVE GB-GL-SUSPENSE-CTR TO GB-DEPT-COST-CTR(GB-DEPT-SUB)
               ADD 1 TO GB-SUSPENSE-COUNT
               DISPLAY "*** DEPARTMENT " GB-DEPT-CODE(GB-DEPT-SUB)
                   " HAS NO GL COST CENTER - DEBITED TO SUSPENSE "
                   GB-GL-SUSPENSE-CTR
           END-IF

           IF GB-DEPT-AMOUNT(GB-DEPT-SUB) > ZERO
               MOVE 'N' TO GB-CCTR-FOUND-SWITCH
               MOVE ZERO TO GB-CCTR-SUB
               PERFORM LOOK-UP-CCTR-SLOT
                   UNTIL GB-CCTR-FOUND
                       OR GB-CCTR-SUB >= GB-CCTR-COUNT-USED
      *>       At most one cost center per department, and the two
      *>       tables are the same size, so a new one always fits
               IF NOT GB-CCTR-FOUND
                   ADD 1 TO GB-CCTR-COUNT-USED
                   MOVE GB-CCTR-COUNT-USED TO GB-CCTR-SUB
                   MOVE GB-DEPT-COST-CTR(GB-DEPT-SUB)
                       TO GB-CCTR-CODE(GB-CCTR-SUB)
                   MOVE ZERO TO GB-CCTR-AMOUNT(GB-CCTR-SUB)
               END-IF
               ADD GB-DEPT-AMOUNT(GB-DEPT-SUB)
                   TO GB-CCTR-AMOUNT(GB-CCTR-SUB)
           END-IF
           EXIT.

       LOOK-UP-CCTR-SLOT.
           ADD 1 TO GB-CCTR-SUB
           IF GB-CCTR-CODE(GB-CCTR-SUB) = GB-DEPT-COST-CTR(GB-DEPT-SUB)
               SET GB-CCTR-FOUND TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    WRITE-JOURNAL
      *    Writes the run's GL journal batch: the header with the
      *    entry count and debit and credit hash totals, a debit per
      *    cost center on the chargeback expense account, one
      *    credit for the total to the service center on the
      *    recovery account, and the trailer repeating the totals
      *    with the batch's record count. A run that did not balance
      *    gets a header and trailer with no entries - the invoices
      *    are not to be keyed, and a loader handed the file posts
      *    nothing.
      *****************************************************************
       WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF GB-JOURNAL-STATUS NOT = "00"
               DISPLAY "*** GOONJNL COULD NOT BE OPENED - STATUS "
                   GB-JOURNAL-STATUS
               SET GB-JOURNAL-FAILED TO TRUE
               GO TO WRITE-JOURNAL-EXIT
           END-IF

           SET GB-JOURNAL-WRITTEN TO TRUE
           IF GB-OUT-OF-BALANCE
               SET GB-JOURNAL-WITHHELD TO TRUE
               DISPLAY "*** GOONBILL OUT OF BALANCE - JOURNAL WITHHELD"
           ELSE
               MOVE ZERO TO GB-CCTR-SUB
               PERFORM SUM-JOURNAL-DEBIT GB-CCTR-COUNT-USED TIMES
               IF GB-JNL-DEBIT-CENTS > ZERO
                   MOVE GB-JNL-DEBIT-CENTS TO GB-JNL-CREDIT-CENTS
                   ADD 1 TO GB-JNL-ENTRY-COUNT
               END-IF
           END-IF

           MOVE SPACES TO JOURNAL-RECORD
           SET JNL-HEADER TO TRUE
           MOVE GB-GL-SOURCE TO JNL-SOURCE
           MOVE GB-JNL-BATCH TO JNL-BATCH
           MOVE GB-FROM-DATE TO JNH-PERIOD-FROM
           MOVE GB-THRU-DATE TO JNH-PERIOD-THRU
           MOVE GB-RUN-DATE TO JNH-POST-DATE
           MOVE GB-JNL-ENTRY-COUNT TO JNH-ENTRY-COUNT
           COMPUTE JNH-DEBIT-HASH = GB-JNL-DEBIT-CENTS / 100
           COMPUTE JNH-CREDIT-HASH = GB-JNL-CREDIT-CENTS / 100
           IF GB-WINDOW-OVERLAPS
               MOVE 'R' TO JNH-REBILL
           ELSE
               MOVE 'N' TO JNH-REBILL
           END-IF
           PERFORM WRITE-JOURNAL-RECORD

           IF NOT GB-JOURNAL-WITHHELD
               MOVE ZERO TO GB-CCTR-SUB
               PERFORM WRITE-JOURNAL-DEBIT GB-CCTR-COUNT-USED TIMES
               IF GB-JNL-CREDIT-CENTS > ZERO
                   MOVE SPACES TO GB-JNL-DESC
                   STRING "RECOVERY   " GB-FROM-DATE "-" GB-THRU-DATE
                       DELIMITED BY SIZE INTO GB-JNL-DESC
                   END-STRING
                   MOVE SPACES TO JOURNAL-RECORD
                   SET JNL-ENTRY TO TRUE
                   MOVE GB-GL-SERVICE-CTR TO JNE-COST-CENTER
                   MOVE GB-GL-RECOVERY-ACCT TO JNE-ACCOUNT
                   SET JNE-CREDIT TO TRUE
                   MOVE GB-JNL-CREDIT-CENTS TO GB-JNL-AMOUNT-CENTS
                   PERFORM FILL-JOURNAL-ENTRY
                   PERFORM WRITE-JOURNAL-RECORD
               END-IF
           END-IF

           MOVE SPACES TO JOURNAL-RECORD
           SET JNL-TRAILER TO TRUE
           MOVE GB-GL-SOURCE TO JNL-SOURCE
           MOVE GB-JNL-BATCH TO JNL-BATCH
           MOVE GB-JNL-ENTRY-COUNT TO JNT-ENTRY-COUNT
           COMPUTE JNT-DEBIT-HASH = GB-JNL-DEBIT-CENTS / 100
           COMPUTE JNT-CREDIT-HASH = GB-JNL-CREDIT-CENTS / 100
           COMPUTE JNT-RECORD-COUNT = GB-JNL-RECORD-COUNT + 1
           PERFORM WRITE-JOURNAL-RECORD

           CLOSE JOURNAL-FILE
           IF GB-JOURNAL-FAILED
               DISPLAY "*** GOONJNL IS INCOMPLETE - DO NOT SEND IT TO "
                   "THE GL"
           END-IF.

       WRITE-JOURNAL-EXIT.
           EXIT.

       SUM-JOURNAL-DEBIT.
           ADD 1 TO GB-CCTR-SUB
           ADD GB-CCTR-AMOUNT(GB-CCTR-SUB) TO GB-JNL-DEBIT-CENTS
           ADD 1 TO GB-JNL-ENTRY-COUNT
           EXIT.

       WRITE-JOURNAL-DEBIT.
           ADD 1 TO GB-CCTR-SUB
           MOVE SPACES TO GB-JNL-DESC
           STRING "CHARGEBACK " GB-FROM-DATE "-" GB-THRU-DATE
               DELIMITED BY SIZE INTO GB-JNL-DESC
           END-STRING
           MOVE SPACES TO JOURNAL-RECORD
           SET JNL-ENTRY TO TRUE
           MOVE GB-CCTR-CODE(GB-CCTR-SUB) TO JNE-COST-CENTER
           MOVE GB-GL-EXPENSE-ACCT TO JNE-ACCOUNT
           SET JNE-DEBIT TO TRUE
           MOVE GB-CCTR-AMOUNT(GB-CCTR-SUB) TO GB-JNL-AMOUNT-CENTS
           PERFORM FILL-JOURNAL-ENTRY
           PERFORM WRITE-JOURNAL-RECORD
           EXIT.

      *****************************************************************
      *    FILL-JOURNAL-ENTRY
      *    The parts every entry shares - source, batch, sequence
      *    within the batch, amount and description.
      *****************************************************************
       FILL-JOURNAL-ENTRY.
           MOVE GB-GL-SOURCE TO JNL-SOURCE
           MOVE GB-JNL-BATCH TO JNL-BATCH
           MOVE GB-JNL-RECORD-COUNT TO JNE-SEQ
           COMPUTE JNE-AMOUNT = GB-JNL-AMOUNT-CENTS / 100
           MOVE GB-JNL-DESC TO JNE-DESC
           EXIT.

       WRITE-JOURNAL-RECORD.
           WRITE JOURNAL-RECORD
           IF GB-JOURNAL-STATUS = "00"
               ADD 1 TO GB-JNL-RECORD-COUNT
           ELSE
               DISPLAY "*** GOONJNL WRITE FAILED - STATUS "
                   GB-JOURNAL-STATUS
               SET GB-JOURNAL-FAILED TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    BOOK-BILLED-THRU
      *    Moves the billed-through date on to the end of the window
      *    (never back - a rebill of an older window leaves it where
      *    it was) and books the batch number, once the run has
      *    balanced and its journal is complete. Anything less
      *    leaves the control as it was, so the same window can
      *    simply be run again. A control that moved while this run
      *    was rating means two billing runs overlapped - nothing is
      *    booked and the run ends RC 8 for the GL desk to sort out.
      *****************************************************************
       BOOK-BILLED-THRU.
           IF GB-JOURNAL-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT GB-JOURNAL-WRITTEN
               DISPLAY "GOONBILL BILLED-THROUGH DATE NOT MOVED"
               GO TO BOOK-BILLED-THRU-EXIT
           END-IF

           OPEN I-O BILLED-THRU-FILE
           IF GB-BTH-STATUS NOT = "00"
               DISPLAY "*** GOONBTH COULD NOT BE OPENED - STATUS "
                   GB-BTH-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO BOOK-BILLED-THRU-EXIT
           END-IF
           READ BILLED-THRU-FILE
               AT END CONTINUE
           END-READ
           IF GB-BTH-STATUS NOT = "00"
                   OR BTH-BILLED-THRU NOT = GB-BTH-BILLED-THRU
                   OR BTH-LAST-BATCH NOT = GB-BTH-LAST-BATCH
               DISPLAY "*** GOONBTH CHANGED OR UNREADABLE SINCE THE "
                   "RUN STARTED - NOTHING BOOKED"
               CLOSE BILLED-THRU-FILE
               MOVE 8 TO RETURN-CODE
               GO TO BOOK-BILLED-THRU-EXIT
           END-IF

           IF GB-THRU-DATE > GB-BTH-BILLED-THRU
               MOVE GB-THRU-DATE TO GB-BTH-NEW-THRU
           ELSE
               MOVE GB-BTH-BILLED-THRU TO GB-BTH-NEW-THRU
           END-IF
           MOVE GB-BTH-NEW-THRU TO BTH-BILLED-THRU
           MOVE GB-FROM-DATE TO BTH-LAST-FROM
           MOVE GB-THRU-DATE TO BTH-LAST-THRU
           MOVE GB-RUN-DATE TO BTH-LAST-RUN-DATE
           MOVE GB-JNL-BATCH TO BTH-LAST-BATCH
           IF GB-WINDOW-OVERLAPS
               MOVE 'R' TO BTH-LAST-REBILL
           ELSE
               MOVE 'N' TO BTH-LAST-REBILL
           END-IF
           REWRITE BILLED-THRU-RECORD
           IF GB-BTH-STATUS NOT = "00"
               DISPLAY "*** GOONBTH REWRITE FAILED - STATUS "
                   GB-BTH-STATUS
               CLOSE BILLED-THRU-FILE
               MOVE 8 TO RETURN-CODE
               GO TO BOOK-BILLED-THRU-EXIT
           END-IF
           CLOSE BILLED-THRU-FILE
           SET GB-BTH-BOOKED TO TRUE.

       BOOK-BILLED-THRU-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT-JOURNAL-SUMMARY
      *    Closes the report with the journal batch's control totals
      *    - what the GL loader will balance to - and where the
      *    billed-through date now stands; the same on the job log.
      *****************************************************************
       PRINT-JOURNAL-SUMMARY.
           MOVE ALL "-" TO BILL-LINE
           WRITE BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING "GL JOURNAL BATCH:     " GB-JNL-BATCH
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING "JOURNAL ENTRIES:      " GB-JNL-ENTRY-COUNT
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE

           COMPUTE GB-JNL-WORK = GB-JNL-DEBIT-CENTS / 100
           MOVE GB-JNL-WORK TO GB-JNL-EDIT
           MOVE SPACES TO BILL-LINE
           STRING "JOURNAL DEBITS:    " GB-JNL-EDIT
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE

           COMPUTE GB-JNL-WORK = GB-JNL-CREDIT-CENTS / 100
           MOVE GB-JNL-WORK TO GB-JNL-EDIT
           MOVE SPACES TO BILL-LINE
           STRING "JOURNAL CREDITS:   " GB-JNL-EDIT
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING
           WRITE BILL-LINE

           IF GB-SUSPENSE-COUNT > ZERO
               MOVE SPACES TO BILL-LINE
               STRING "DEPARTMENTS DEBITED TO SUSPENSE: "
                   GB-SUSPENSE-COUNT
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
               WRITE BILL-LINE
           END-IF

           EVALUATE TRUE
               WHEN GB-JOURNAL-WITHHELD
                   MOVE "*** JOURNAL WITHHELD - RUN OUT OF BALANCE ***"
                       TO BILL-LINE
                   WRITE BILL-LINE
               WHEN GB-JOURNAL-FAILED
                   MOVE "*** JOURNAL INCOMPLETE - SEE JOB LOG ***"
                       TO BILL-LINE
                   WRITE BILL-LINE
           END-EVALUATE

           MOVE SPACES TO BILL-LINE
           IF GB-BTH-BOOKED
               STRING "BILLED THROUGH:       " GB-BTH-NEW-THRU
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
           ELSE
               STRING "BILLED THROUGH:       " GB-BTH-BILLED-THRU
                   " (NOT MOVED BY THIS RUN)"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
           END-IF
           WRITE BILL-LINE

           DISPLAY "GOONBILL JOURNAL BATCH:   " GB-JNL-BATCH
           DISPLAY "GOONBILL JOURNAL ENTRIES: " GB-JNL-ENTRY-COUNT
           COMPUTE GB-JNL-WORK = GB-JNL-DEBIT-CENTS / 100
           MOVE GB-JNL-WORK TO GB-JNL-EDIT
           DISPLAY "GOONBILL JOURNAL DEBITS:  " GB-JNL-EDIT
           IF GB-BTH-BOOKED
               DISPLAY "GOONBILL BILLED THROUGH:  " GB-BTH-NEW-THRU
           END-IF
           EXIT.
