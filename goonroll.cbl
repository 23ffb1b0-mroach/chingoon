       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonroll.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    AUDIT-FILE is the live CHINGOON usage log being rolled up
      *    - one line per face produced, in the fixed layout written
      *    by WRITE-AUDIT-RECORD in chingoon. It is only read here.
      *****************************************************************
           SELECT AUDIT-FILE
               ASSIGN TO GOONAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GW-AUDIT-STATUS.

      *****************************************************************
      *    USAGE-FILE is the GOONUSM monthly usage summary master
      *    (see GOONUSMR) this program builds - one record per month,
      *    department, style, branch and width, plus the roll control
      *    record. DYNAMIC access so an unfinished roll's records can
      *    be cleared in key sequence while the lines post by key.
      *****************************************************************
           SELECT USAGE-FILE
               ASSIGN TO GOONUSM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS USM-KEY
               FILE STATUS IS GW-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  USAGE-FILE.
       COPY GOONUSMR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Fixed-column view of an audit line, filled by a plain MOVE
      *    from AUDIT-LINE - the same columns GOONBILL rates from.
      *****************************************************************
       01  GW-AUDIT-DETAIL.
           05 GW-AUD-DATE        PIC X(08).
           05 FILLER             PIC X(01).
           05 GW-AUD-TIME        PIC X(08).
           05 FILLER             PIC X(08).
           05 GW-AUD-CHINS       PIC X(02).
           05 FILLER             PIC X(09).
           05 GW-AUD-BRANCH      PIC X(05).
           05 FILLER             PIC X(06).
           05 GW-AUD-REQ         PIC X(04).
           05 FILLER             PIC X(08).
           05 GW-AUD-STYLE       PIC X(01).
           05 FILLER             PIC X(08).
           05 GW-AUD-WIDTH       PIC X(02).
           05 FILLER             PIC X(10).
      *****************************************************************
      *    Thru-month argument (YYYYMM) - blank means last month. The
      *    current month is still producing faces and is never
      *    rolled.
      *****************************************************************
       01  GW-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GW-THRU-ARG           PIC X(08).
       01  GW-THRU-MONTH         PIC X(06).
       01  GW-CURRENT-MONTH      PIC X(06).
       01  GW-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GW-INPUT-VALID         VALUE 'Y'.
           88 GW-INPUT-INVALID       VALUE 'N'.
       01  GW-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    Month arithmetic - a YYYYMM month stepped a month at a
      *    time through its year and month parts.
      *****************************************************************
       01  GW-MONTH-WORK.
           05 GW-MONTH-YEAR      PIC 9(04).
           05 GW-MONTH-MM        PIC 9(02).
       01  GW-MONTH-TEXT REDEFINES GW-MONTH-WORK PIC X(06).
      *****************************************************************
      *    Roll window. The control record's rolled-through month
      *    (zero before the first roll) is read once at the start;
      *    the window runs from the month after it through the thru
      *    month. Lines in months already rolled are passed over -
      *    they are still in the live log only because GOONARCH has
      *    not got to them yet.
      *****************************************************************
       01  GW-ROLLED-THRU        PIC X(06) VALUE "000000".
       01  GW-FROM-MONTH         PIC X(06).
       01  GW-CONTROL-SWITCH     PIC X(01) VALUE 'N'.
           88 GW-CONTROL-ON-FILE     VALUE 'Y'.
       01  GW-NOTHING-SWITCH     PIC X(01) VALUE 'N'.
           88 GW-NOTHING-TO-ROLL     VALUE 'Y'.
       01  GW-ROLL-SWITCH        PIC X(01) VALUE 'Y'.
           88 GW-ROLL-OK             VALUE 'Y'.
           88 GW-ROLL-FAILED         VALUE 'N'.
       01  GW-BOOKED-SWITCH      PIC X(01) VALUE 'N'.
           88 GW-ROLL-BOOKED         VALUE 'Y'.
      *****************************************************************
      *    The summary key the current line posts to
      *****************************************************************
       01  GW-CUR-MONTH          PIC X(06).
       01  GW-CUR-DEPT           PIC X(04).
       01  GW-CUR-STYLE          PIC X(01).
       01  GW-CUR-WIDTH          PIC 9(02).
       01  GW-CUR-CHINS          PIC 9(02).
      *****************************************************************
      *    Control counts - every line read is rolled, passed over
      *    as already rolled or not yet due, or not recognized, and
      *    the rolled count only takes lines whose summary write
      *    landed. The month is only booked as rolled when the
      *    counts tie.
      *****************************************************************
       01  GW-READ-COUNT         PIC 9(09) VALUE ZERO.
       01  GW-ROLLED-COUNT       PIC 9(09) VALUE ZERO.
       01  GW-BEFORE-COUNT       PIC 9(09) VALUE ZERO.
       01  GW-LATER-COUNT        PIC 9(09) VALUE ZERO.
       01  GW-BAD-LINE-COUNT     PIC 9(09) VALUE ZERO.
       01  GW-CLEARED-COUNT      PIC 9(07) VALUE ZERO.
       01  GW-ADDED-COUNT        PIC 9(07) VALUE ZERO.
       01  GW-UPDATED-COUNT      PIC 9(09) VALUE ZERO.
      *****************************************************************
      *    File statuses and end-of-file switches
      *****************************************************************
       01  GW-AUDIT-STATUS       PIC X(02).
       01  GW-USAGE-STATUS       PIC X(02).
       01  GW-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GW-AUDIT-EOF           VALUE 'Y'.
       01  GW-USAGE-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GW-USAGE-EOF           VALUE 'Y'.
       01  GW-RUN-DATE           PIC 9(08).
       01  GW-RUN-TIME           PIC 9(08).
       PROCEDURE DIVISION.
      *> Parse the thru-month argument before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GW-INPUT-INVALID
               DISPLAY GW-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Then settle the window against what is already rolled
           PERFORM INITIALIZE-RUN
           PERFORM SET-ROLL-WINDOW
           IF GW-NOTHING-TO-ROLL
               CLOSE USAGE-FILE
               DISPLAY "GOONROLL NOTHING TO ROLL - ROLLED THROUGH "
                   GW-ROLLED-THRU
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CLEAR-ROLL-WINDOW
           PERFORM OPEN-AUDIT-FILE
           PERFORM READ-AUDIT-RECORD
           PERFORM ROLL-AUDIT-RECORD THRU ROLL-AUDIT-RECORD-NEXT
               UNTIL GW-AUDIT-EOF OR GW-ROLL-FAILED
           PERFORM BOOK-ROLLED-THRU THRU BOOK-ROLLED-THRU-EXIT
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    Picks up the optional thru month (YYYYMM). It must be a
      *    real month and before the current one.
      *****************************************************************
       PARSE-ARGUMENTS.
           ACCEPT GW-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GW-RUN-TIME FROM TIME
           MOVE GW-RUN-DATE(1:6) TO GW-CURRENT-MONTH

           MOVE 1 TO GW-ARGUMENT-NUMBER
           DISPLAY GW-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GW-THRU-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GW-THRU-ARG
           END-ACCEPT

           SET GW-INPUT-VALID TO TRUE

           IF GW-THRU-ARG = SPACES
      *>       Last month - the most recent month that is over
               MOVE GW-CURRENT-MONTH TO GW-MONTH-TEXT
               IF GW-MONTH-MM = 1
                   MOVE 12 TO GW-MONTH-MM
                   SUBTRACT 1 FROM GW-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM GW-MONTH-MM
               END-IF
               MOVE GW-MONTH-TEXT TO GW-THRU-MONTH
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF

           IF GW-THRU-ARG(1:6) IS NOT NUMERIC
                   OR GW-THRU-ARG(7:2) NOT = SPACES
               SET GW-INPUT-INVALID TO TRUE
               MOVE "THRU MONTH IS NOT A VALID YYYYMM" TO GW-ERROR-MSG
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF
           MOVE GW-THRU-ARG(1:6) TO GW-MONTH-TEXT
           IF GW-MONTH-MM < 1 OR GW-MONTH-MM > 12
               SET GW-INPUT-INVALID TO TRUE
               MOVE "THRU MONTH IS NOT A VALID YYYYMM" TO GW-ERROR-MSG
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF
           MOVE GW-MONTH-TEXT TO GW-THRU-MONTH

           IF GW-THRU-MONTH NOT < GW-CURRENT-MONTH
               SET GW-INPUT-INVALID TO TRUE
               MOVE "THRU MONTH MUST BE BEFORE THIS MONTH - IT IS OPEN"
                   TO GW-ERROR-MSG
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the summary master (starting an empty one on the
      *    first roll) and reads the roll control for the month
      *    already rolled through. A control that is there but
      *    unreadable is never guessed at.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN I-O USAGE-FILE
           IF GW-USAGE-STATUS = "35"
               OPEN OUTPUT USAGE-FILE
               IF GW-USAGE-STATUS = "00"
                   CLOSE USAGE-FILE
                   OPEN I-O USAGE-FILE
               END-IF
           END-IF
           IF GW-USAGE-STATUS NOT = "00"
               DISPLAY "*** GOONUSM COULD NOT BE OPENED - STATUS "
                   GW-USAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO USM-KEY
           SET USM-CONTROL-MONTH TO TRUE
           READ USAGE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE GW-USAGE-STATUS
               WHEN "00"
                   IF USM-ROLLED-THRU IS NOT NUMERIC
                       DISPLAY "*** GOONUSM ROLL CONTROL IS UNREADABLE"
                       CLOSE USAGE-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET GW-CONTROL-ON-FILE TO TRUE
                   MOVE USM-ROLLED-THRU TO GW-ROLLED-THRU
               WHEN "23"
      *>           No month rolled yet
                   MOVE "000000" TO GW-ROLLED-THRU
               WHEN OTHER
                   DISPLAY "*** GOONUSM ROLL CONTROL READ FAILED - "
                       "STATUS " GW-USAGE-STATUS
                   CLOSE USAGE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           EXIT.

      *****************************************************************
      *    SET-ROLL-WINDOW
      *    The window starts the month after the rolled-through
      *    month - on the first roll, at the start of the log - and
      *    ends at the thru month. A thru month already rolled
      *    leaves nothing to do.
      *****************************************************************
       SET-ROLL-WINDOW.
           IF GW-THRU-MONTH NOT > GW-ROLLED-THRU
               SET GW-NOTHING-TO-ROLL TO TRUE
           ELSE
               IF GW-ROLLED-THRU = "000000"
                   MOVE "000001" TO GW-FROM-MONTH
               ELSE
                   MOVE GW-ROLLED-THRU TO GW-MONTH-TEXT
                   IF GW-MONTH-MM = 12
                       MOVE 1 TO GW-MONTH-MM
                       ADD 1 TO GW-MONTH-YEAR
                   ELSE
                       ADD 1 TO GW-MONTH-MM
                   END-IF
                   MOVE GW-MONTH-TEXT TO GW-FROM-MONTH
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *    CLEAR-ROLL-WINDOW
      *    Deletes anything already on the master for the months
      *    about to be rolled. There is only ever something there
      *    when an earlier roll failed before it was booked - its
      *    partial totals are cleared so the rerun rolls the months
      *    from scratch rather than adding to them.
      *****************************************************************
       CLEAR-ROLL-WINDOW.
           MOVE LOW-VALUES TO USM-KEY
           MOVE GW-FROM-MONTH TO USM-MONTH
           START USAGE-FILE KEY NOT < USM-KEY
               INVALID KEY SET GW-USAGE-EOF TO TRUE
           END-START

           IF NOT GW-USAGE-EOF
               PERFORM READ-NEXT-SUMMARY
           END-IF
           PERFORM CLEAR-SUMMARY-RECORD
               UNTIL GW-USAGE-EOF OR GW-ROLL-FAILED

           IF GW-CLEARED-COUNT > ZERO
               DISPLAY "GOONROLL CLEARED FROM AN UNBOOKED ROLL: "
                   GW-CLEARED-COUNT
           END-IF
           EXIT.

       READ-NEXT-SUMMARY.
           READ USAGE-FILE NEXT RECORD
               AT END SET GW-USAGE-EOF TO TRUE
           END-READ
      *>       A failed read leaves the record just deleted in the
      *>       area - the clear stops and the roll fails unbooked
           IF NOT GW-USAGE-EOF AND GW-USAGE-STATUS NOT = "00"
               DISPLAY "*** GOONUSM READ FAILED - STATUS "
                   GW-USAGE-STATUS
               SET GW-USAGE-EOF TO TRUE
               SET GW-ROLL-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT GW-USAGE-EOF
               IF USM-MONTH > GW-THRU-MONTH
                   SET GW-USAGE-EOF TO TRUE
               END-IF
           END-IF
           EXIT.

       CLEAR-SUMMARY-RECORD.
           DELETE USAGE-FILE
           IF GW-USAGE-STATUS = "00"
               ADD 1 TO GW-CLEARED-COUNT
               PERFORM READ-NEXT-SUMMARY
           ELSE
               DISPLAY "*** GOONUSM DELETE FAILED - STATUS "
                   GW-USAGE-STATUS
               SET GW-ROLL-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       OPEN-AUDIT-FILE.
           IF GW-ROLL-FAILED
               GO TO OPEN-AUDIT-FILE-EXIT
           END-IF
           OPEN INPUT AUDIT-FILE
           IF GW-AUDIT-STATUS NOT = "00"
               DISPLAY "*** GOONAUD COULD NOT BE OPENED - STATUS "
                   GW-AUDIT-STATUS
               CLOSE USAGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-AUDIT-FILE-EXIT.
           EXIT.

       READ-AUDIT-RECORD.
           IF GW-ROLL-FAILED
               SET GW-AUDIT-EOF TO TRUE
           ELSE
               READ AUDIT-FILE
                   AT END SET GW-AUDIT-EOF TO TRUE
               END-READ
           END-IF
           EXIT.

      *****************************************************************
      *    ROLL-AUDIT-RECORD
      *    Sorts one line into the control counts and, when its
      *    month is in the window, posts it to its summary record.
      *    A line not in the expected layout goes to the
      *    not-recognized bucket and nowhere else, as in GOONBILL.
      *****************************************************************
       ROLL-AUDIT-RECORD.
           ADD 1 TO GW-READ-COUNT
           MOVE AUDIT-LINE TO GW-AUDIT-DETAIL

           IF GW-AUD-DATE IS NOT NUMERIC
                   OR GW-AUD-CHINS IS NOT NUMERIC
                   OR (GW-AUD-BRANCH NOT = "FATTY"
                       AND GW-AUD-BRANCH NOT = "SLIM ")
                   OR (GW-AUD-WIDTH NOT = SPACES
                       AND GW-AUD-WIDTH IS NOT NUMERIC)
               ADD 1 TO GW-BAD-LINE-COUNT
               GO TO ROLL-AUDIT-RECORD-NEXT
           END-IF

           MOVE GW-AUD-DATE(1:6) TO GW-CUR-MONTH
           IF GW-CUR-MONTH NOT > GW-ROLLED-THRU
               ADD 1 TO GW-BEFORE-COUNT
               GO TO ROLL-AUDIT-RECORD-NEXT
           END-IF
           IF GW-CUR-MONTH > GW-THRU-MONTH
               ADD 1 TO GW-LATER-COUNT
               GO TO ROLL-AUDIT-RECORD-NEXT
           END-IF

      *>       Lines from before the requestor, style and width went
      *>       on the record carry blanks there
           IF GW-AUD-REQ = SPACES
               MOVE "NONE" TO GW-CUR-DEPT
           ELSE
               MOVE GW-AUD-REQ TO GW-CUR-DEPT
           END-IF
           IF GW-AUD-STYLE = SPACE
               MOVE '1' TO GW-CUR-STYLE
           ELSE
               MOVE GW-AUD-STYLE TO GW-CUR-STYLE
           END-IF
           IF GW-AUD-WIDTH = SPACES
               MOVE 12 TO GW-CUR-WIDTH
           ELSE
               MOVE GW-AUD-WIDTH TO GW-CUR-WIDTH
           END-IF
           MOVE GW-AUD-CHINS TO GW-CUR-CHINS

           PERFORM POST-SUMMARY-LINE THRU POST-SUMMARY-LINE-EXIT.

       ROLL-AUDIT-RECORD-NEXT.
           PERFORM READ-AUDIT-RECORD
           EXIT.

      *****************************************************************
      *    POST-SUMMARY-LINE
      *    Adds the line's face and chin rows to its summary record,
      *    starting the record if this is the key's first line of
      *    the month. A write that fails stops the roll - nothing is
      *    booked, and the rerun clears and redoes the window.
      *****************************************************************
       POST-SUMMARY-LINE.
           PERFORM BUILD-SUMMARY-KEY
           READ USAGE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE GW-USAGE-STATUS
               WHEN "00"
                   ADD 1 TO USM-FACE-COUNT
                   ADD GW-CUR-CHINS TO USM-CHIN-ROWS
                   MOVE GW-RUN-DATE TO USM-ROLL-DATE
                   REWRITE USAGE-SUMMARY-RECORD
                   IF GW-USAGE-STATUS NOT = "00"
                       DISPLAY "*** GOONUSM REWRITE FAILED - STATUS "
                           GW-USAGE-STATUS
                       GO TO POST-SUMMARY-LINE-FAILED
                   END-IF
                   ADD 1 TO GW-UPDATED-COUNT
               WHEN "23"
                   MOVE SPACES TO USAGE-SUMMARY-RECORD
                   PERFORM BUILD-SUMMARY-KEY
                   MOVE 1 TO USM-FACE-COUNT
                   MOVE GW-CUR-CHINS TO USM-CHIN-ROWS
                   MOVE GW-RUN-DATE TO USM-ROLL-DATE
                   WRITE USAGE-SUMMARY-RECORD
                   IF GW-USAGE-STATUS NOT = "00"
                       DISPLAY "*** GOONUSM WRITE FAILED - STATUS "
                           GW-USAGE-STATUS
                       GO TO POST-SUMMARY-LINE-FAILED
                   END-IF
                   ADD 1 TO GW-ADDED-COUNT
               WHEN OTHER
                   DISPLAY "*** GOONUSM READ FAILED - STATUS "
                       GW-USAGE-STATUS
                   GO TO POST-SUMMARY-LINE-FAILED
           END-EVALUATE
           ADD 1 TO GW-ROLLED-COUNT
           GO TO POST-SUMMARY-LINE-EXIT.

       POST-SUMMARY-LINE-FAILED.
           DISPLAY "*** ROLL STOPPED AT AUDIT LINE " GW-READ-COUNT
           SET GW-ROLL-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE.

       POST-SUMMARY-LINE-EXIT.
           EXIT.

       BUILD-SUMMARY-KEY.
           MOVE GW-CUR-MONTH TO USM-MONTH
           MOVE GW-CUR-DEPT TO USM-DEPT
           MOVE GW-CUR-STYLE TO USM-STYLE
           MOVE GW-AUD-BRANCH TO USM-BRANCH
           MOVE GW-CUR-WIDTH TO USM-WIDTH
           EXIT.

      *****************************************************************
      *    BOOK-ROLLED-THRU
      *    Moves the control on to the thru month once every line
      *    read is accounted for and every summary write landed.
      *    Anything less leaves the control where it was - GOONARCH
      *    then still holds the window's months in the live log,
      *    and a rerun clears and rolls them again.
      *****************************************************************
       BOOK-ROLLED-THRU.
           IF GW-ROLL-FAILED
               DISPLAY "GOONROLL ROLLED-THROUGH MONTH NOT MOVED"
               GO TO BOOK-ROLLED-THRU-EXIT
           END-IF
           IF GW-READ-COUNT NOT = GW-ROLLED-COUNT + GW-BEFORE-COUNT
                   + GW-LATER-COUNT + GW-BAD-LINE-COUNT
               DISPLAY "*** GOONROLL CONTROL TOTALS OUT OF BALANCE"
               DISPLAY "GOONROLL ROLLED-THROUGH MONTH NOT MOVED"
               MOVE 10 TO RETURN-CODE
               GO TO BOOK-ROLLED-THRU-EXIT
           END-IF

           MOVE SPACES TO USAGE-SUMMARY-RECORD
           SET USM-CONTROL-MONTH TO TRUE
           MOVE GW-THRU-MONTH TO USM-ROLLED-THRU
           MOVE GW-RUN-DATE TO USM-LAST-RUN-DATE
           IF GW-FROM-MONTH = "000001"
               MOVE ZERO TO USM-LAST-FROM
           ELSE
               MOVE GW-FROM-MONTH TO USM-LAST-FROM
           END-IF
           MOVE GW-ROLLED-COUNT TO USM-LAST-LINES
           IF GW-CONTROL-ON-FILE
               REWRITE USAGE-SUMMARY-RECORD
           ELSE
               WRITE USAGE-SUMMARY-RECORD
           END-IF
           IF GW-USAGE-STATUS NOT = "00"
               DISPLAY "*** GOONUSM ROLL CONTROL NOT BOOKED - STATUS "
                   GW-USAGE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO BOOK-ROLLED-THRU-EXIT
           END-IF
           SET GW-ROLL-BOOKED TO TRUE.

       BOOK-ROLLED-THRU-EXIT.
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Closes the files and reports the window and control
      *    counts on the job log. A roll that booked but found lines
      *    it could not read ends RC 4 - those lines are in no
      *    month's totals.
      *****************************************************************
       TERMINATE-RUN.
           CLOSE AUDIT-FILE
           CLOSE USAGE-FILE

           IF GW-FROM-MONTH = "000001"
               DISPLAY "GOONROLL ROLL WINDOW:       START OF LOG THRU "
                   GW-THRU-MONTH
           ELSE
               DISPLAY "GOONROLL ROLL WINDOW:       " GW-FROM-MONTH
                   " THRU " GW-THRU-MONTH
           END-IF
           DISPLAY "GOONROLL LINES READ:        " GW-READ-COUNT
           DISPLAY "GOONROLL LINES ROLLED:      " GW-ROLLED-COUNT
           DISPLAY "GOONROLL ALREADY ROLLED:    " GW-BEFORE-COUNT
           DISPLAY "GOONROLL NOT YET DUE:       " GW-LATER-COUNT
           DISPLAY "GOONROLL NOT RECOGNIZED:    " GW-BAD-LINE-COUNT
           DISPLAY "GOONROLL SUMMARIES ADDED:   " GW-ADDED-COUNT
           DISPLAY "GOONROLL SUMMARIES UPDATED: " GW-UPDATED-COUNT

           IF GW-ROLL-BOOKED
               DISPLAY "GOONROLL ROLLED THROUGH:    " GW-THRU-MONTH
               IF GW-BAD-LINE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.
