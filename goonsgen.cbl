       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonsgen.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    ORDER-FILE is the GOONSTO standing-order master (see
      *    GOONSTOR), maintained through GOONSORM. Read front to back;
      *    each order queued is rewritten with the night it was
      *    queued for, so a rerun of the job queues nothing twice.
      *****************************************************************
           SELECT ORDER-FILE
               ASSIGN TO GOONSTO
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STO-KEY
               FILE STATUS IS GG-ORDER-STATUS.

      *****************************************************************
      *    DEPT-FILE is the GOONDPT department master (see GOONDPTR).
      *    An order whose department has since gone inactive, or
      *    come off the master, is not queued - it would only
      *    bounce off the edit step with reason 0008/0009.
      *****************************************************************
           SELECT DEPT-FILE
               ASSIGN TO GOONDPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GG-DEPT-STATUS.

      *****************************************************************
      *    QUEUE-FILE is the pending-request queue GOONSEL selects
      *    the night's deck from. The orders that come due are
      *    appended to it as ordinary queue cards - dated for the
      *    night, so GOONSEL takes them tonight - with a sixth
      *    token, STO=dddd-nn, naming the standing order that
      *    generated the card.
      *****************************************************************
           SELECT OPTIONAL QUEUE-FILE
               ASSIGN TO GOONQUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GG-QUEUE-STATUS.

      *****************************************************************
      *    TRACK-FILE is the GOONTRK tracking-number counter (see
      *    GOONTRKR). Every card queued here is given the next
      *    number, the same as a request keyed through GOONNTRY, so
      *    GOONTRAK can answer for it.
      *****************************************************************
           SELECT TRACK-FILE
               ASSIGN TO GOONTRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GG-TRK-STATUS.

      *****************************************************************
      *    LIST-FILE is the generation list (GOONSOL) - one line per
      *    order queued, or passed over, with the tracking number
      *    and card, for the scheduling desk.
      *****************************************************************
           SELECT LIST-FILE
               ASSIGN TO GOONSOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GG-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY GOONSTOR.

       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  QUEUE-FILE.
       01  QUEUE-RECORD              PIC X(80).

       FD  TRACK-FILE.
       COPY GOONTRKR.

       FD  LIST-FILE.
       01  LIST-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Run-date argument (YYYYMMDD) - the night being run, the
      *    same argument GOONSEL takes. Blank defaults to today.
      *****************************************************************
       01  GG-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GG-RUNDATE-ARG        PIC X(08).
       01  GG-RUN-DATE           PIC X(08).
       01  GG-RUN-TIME           PIC X(08).
       01  GG-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GG-INPUT-VALID         VALUE 'Y'.
           88 GG-INPUT-INVALID       VALUE 'N'.
       01  GG-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    Calendar work, in day numbers. An order is looked at over
      *    a window that ends tonight (or on its stop date) and
      *    starts the day after it was last queued - but never more
      *    than a week back, so a night the job did not run (a
      *    weekend, a holiday) is caught up the next night without
      *    a long-idle order flooding the queue.
      *****************************************************************
       01  GG-DATE-WORK          PIC 9(08).
       01  GG-TONIGHT-INT        PIC 9(07).
       01  GG-FROM-INT           PIC 9(07).
       01  GG-THRU-INT           PIC 9(07).
       01  GG-WORK-INT           PIC 9(07).
       01  GG-DAY-INT            PIC 9(07).
       01  GG-SCAN-DAYS          PIC 9(02) COMP.
       01  GG-SCAN-DATE          PIC 9(08).
       01  GG-NEXT-DATE          PIC 9(08).
       01  GG-WEEKS              PIC 9(07).
       01  GG-WEEKDAY            PIC 9(01).
       01  GG-DUE-DATE           PIC X(08).
       01  GG-DUE-SWITCH         PIC X(01).
           88 GG-DAY-DUE             VALUE 'Y'.
      *****************************************************************
      *    Day names for the list - 1 is MON, as on the master
      *****************************************************************
       01  GG-DAY-NAMES          PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  GG-DAY-TABLE REDEFINES GG-DAY-NAMES.
           05 GG-DAY-NAME        PIC X(03) OCCURS 7 TIMES.
       01  GG-RECUR-TEXT         PIC X(15).
      *****************************************************************
      *    Generation totals for the list and the job log
      *****************************************************************
       01  GG-ORDER-COUNT        PIC 9(05) VALUE ZERO.
       01  GG-QUEUED-COUNT       PIC 9(05) VALUE ZERO.
       01  GG-HELD-COUNT         PIC 9(05) VALUE ZERO.
       01  GG-DONE-COUNT         PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    Shared tracking-number fields
      *****************************************************************
       COPY GOONTRKW REPLACING ==:PFX:== BY ==GG==.
      *****************************************************************
      *    File statuses and end-of-file switch
      *****************************************************************
       01  GG-ORDER-STATUS       PIC X(02).
       01  GG-DEPT-STATUS        PIC X(02).
       01  GG-QUEUE-STATUS       PIC X(02).
       01  GG-LIST-STATUS        PIC X(02).
       01  GG-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GG-ORDER-EOF           VALUE 'Y'.
       PROCEDURE DIVISION.
      *> Parse the run-date argument before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GG-INPUT-INVALID
               DISPLAY GG-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-ORDER-RECORD
           PERFORM GENERATE-ONE-ORDER THRU GENERATE-ONE-ORDER-NEXT
               UNTIL GG-ORDER-EOF
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    Picks up the optional run date (YYYYMMDD); blank means
      *    tonight. The date has to be a real one - the calendar
      *    arithmetic below is done from it.
      *****************************************************************
       PARSE-ARGUMENTS.
           MOVE 1 TO GG-ARGUMENT-NUMBER
           DISPLAY GG-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GG-RUNDATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GG-RUNDATE-ARG
           END-ACCEPT

           SET GG-INPUT-VALID TO TRUE

           IF GG-RUNDATE-ARG = SPACES
               ACCEPT GG-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF GG-RUNDATE-ARG IS NOT NUMERIC
                   SET GG-INPUT-INVALID TO TRUE
                   MOVE "RUN DATE IS NOT A VALID YYYYMMDD"
                       TO GG-ERROR-MSG
                   GO TO PARSE-ARGUMENTS-EXIT
               END-IF
               MOVE GG-RUNDATE-ARG TO GG-RUN-DATE
           END-IF

           MOVE GG-RUN-DATE TO GG-DATE-WORK
           COMPUTE GG-TONIGHT-INT =
               FUNCTION INTEGER-OF-DATE(GG-DATE-WORK)
           IF GG-TONIGHT-INT = ZERO
               SET GG-INPUT-INVALID TO TRUE
               MOVE "RUN DATE IS NOT A VALID YYYYMMDD"
                   TO GG-ERROR-MSG
           END-IF.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the master for update, the department master, the
      *    queue for append, and the list. No master at all means
      *    nobody has filed a standing order yet - nothing to do.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN I-O ORDER-FILE
           IF GG-ORDER-STATUS = "35"
               DISPLAY "GOONSGEN NO GOONSTO MASTER - NO STANDING "
                   "ORDERS QUEUED"
               STOP RUN
           END-IF
           IF GG-ORDER-STATUS NOT = "00"
               DISPLAY "*** GOONSTO COULD NOT BE OPENED - STATUS "
                   GG-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DEPT-FILE
           IF GG-DEPT-STATUS NOT = "00"
               DISPLAY "*** GOONDPT COULD NOT BE OPENED - STATUS "
                   GG-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND QUEUE-FILE
           IF GG-QUEUE-STATUS = "35"
      *>       No queue yet - these are its first entries
               OPEN OUTPUT QUEUE-FILE
           END-IF
           IF GG-QUEUE-STATUS NOT = "00" AND
                   GG-QUEUE-STATUS NOT = "05"
               DISPLAY "*** GOONQUE COULD NOT BE OPENED - STATUS "
                   GG-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LIST-FILE
           IF GG-LIST-STATUS NOT = "00"
               DISPLAY "*** GOONSOL COULD NOT BE OPENED - STATUS "
                   GG-LIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT GG-RUN-TIME FROM TIME
           MOVE "CHINGOON STANDING ORDERS QUEUED" TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "BUSINESS DATE: " GG-RUN-DATE
               "   RUN TIME: " GG-RUN-TIME
               DELIMITED BY SIZE INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Closes the files and puts the totals on the list and the
      *    job log. An order passed over for its department ends the
      *    run RC 4 so the desk sees it; a card that could not be
      *    numbered, queued or booked has already set RC 8.
      *****************************************************************
       TERMINATE-RUN.
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "ORDERS ON FILE:          " GG-ORDER-COUNT
               DELIMITED BY SIZE INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "QUEUED:                  " GG-QUEUED-COUNT
               DELIMITED BY SIZE INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "NOT QUEUED (DEPARTMENT): " GG-HELD-COUNT
               DELIMITED BY SIZE INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "ALREADY QUEUED TONIGHT:  " GG-DONE-COUNT
               DELIMITED BY SIZE INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE

           CLOSE ORDER-FILE
           CLOSE DEPT-FILE
           CLOSE QUEUE-FILE
           CLOSE LIST-FILE

           DISPLAY "GOONSGEN BUSINESS DATE:   " GG-RUN-DATE
           DISPLAY "GOONSGEN ORDERS ON FILE:  " GG-ORDER-COUNT
           DISPLAY "GOONSGEN QUEUED:          " GG-QUEUED-COUNT
           DISPLAY "GOONSGEN NOT QUEUED:      " GG-HELD-COUNT
           DISPLAY "GOONSGEN ALREADY QUEUED:  " GG-DONE-COUNT

           IF GG-HELD-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       READ-ORDER-RECORD.
           READ ORDER-FILE NEXT RECORD
               AT END SET GG-ORDER-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    GENERATE-ONE-ORDER
      *    Decides whether one order comes due in its window and, if
      *    it does, queues its card once for the night - however
      *    many occurrences the window held - and books the night on
      *    the order.
      *****************************************************************
       GENERATE-ONE-ORDER.
           ADD 1 TO GG-ORDER-COUNT

           IF STO-LAST-RUN NOT < GG-RUN-DATE
      *>       Queued for tonight already - a rerun of the job
               ADD 1 TO GG-DONE-COUNT
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF
           IF STO-START-DATE > GG-RUN-DATE
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF

           PERFORM SET-ORDER-WINDOW
           IF GG-FROM-INT > GG-THRU-INT
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF

           MOVE SPACES TO GG-DUE-DATE
           MOVE GG-FROM-INT TO GG-DAY-INT
           COMPUTE GG-SCAN-DAYS = GG-THRU-INT - GG-FROM-INT + 1
           PERFORM SCAN-ONE-DAY GG-SCAN-DAYS TIMES
           IF GG-DUE-DATE = SPACES
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF

           PERFORM FORMAT-RECURRENCE

      *>       A department gone from the master, or inactive, has
      *>       the occurrence passed over - booked, so it is listed
      *>       once rather than every night of the week
           MOVE STO-DEPT TO DPT-CODE
           READ DEPT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF GG-DEPT-STATUS NOT = "00" AND GG-DEPT-STATUS NOT = "23"
               DISPLAY "*** GOONDPT READ FAILED - STATUS "
                   GG-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF
           IF GG-DEPT-STATUS = "23" OR DPT-INACTIVE
               ADD 1 TO GG-HELD-COUNT
               MOVE SPACES TO LIST-LINE
               STRING "ORDER " STO-DEPT " " STO-SEQ
                   "  DUE " GG-DUE-DATE "  " GG-RECUR-TEXT
                   "  NOT QUEUED - DEPT INACTIVE"
                   DELIMITED BY SIZE INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
               PERFORM BOOK-ORDER-RUN
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF

           PERFORM ISSUE-TRACKING-NUMBER
               THRU ISSUE-TRACKING-NUMBER-EXIT
           IF GG-TRK-FAILED
               DISPLAY "*** ORDER " STO-DEPT " " STO-SEQ
                   " NOT QUEUED - NO TRACKING NUMBER"
               MOVE 8 TO RETURN-CODE
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF

      *>       Width and date always ride the card, so the order
      *>       token lands sixth where no card reader looks for
      *>       anything
           MOVE SPACES TO QUEUE-RECORD
           STRING STO-CHINS " " STO-STYLE " " DELIMITED BY SIZE
               STO-DEPT DELIMITED BY SPACE
               " " STO-WIDTH " " GG-RUN-DATE " STO="
                   DELIMITED BY SIZE
               STO-DEPT DELIMITED BY SPACE
               "-" STO-SEQ DELIMITED BY SIZE
               INTO QUEUE-RECORD
           END-STRING
           MOVE GG-TRK-NUMBER TO QUEUE-RECORD(73:8)
           WRITE QUEUE-RECORD
           IF GG-QUEUE-STATUS NOT = "00"
               DISPLAY "*** GOONQUE WRITE FAILED - STATUS "
                   GG-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO GENERATE-ONE-ORDER-NEXT
           END-IF
           ADD 1 TO GG-QUEUED-COUNT

           MOVE SPACES TO LIST-LINE
           STRING "ORDER " STO-DEPT " " STO-SEQ
               "  DUE " GG-DUE-DATE "  " GG-RECUR-TEXT
               "  TRK " GG-TRK-NUMBER "  " QUEUE-RECORD(1:16)
               DELIMITED BY SIZE INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE

           PERFORM BOOK-ORDER-RUN.

       GENERATE-ONE-ORDER-NEXT.
           PERFORM READ-ORDER-RECORD
           EXIT.

      *****************************************************************
      *    BOOK-ORDER-RUN
      *    Stamps tonight on the order. If the stamp can't be
      *    written a rerun would queue the card again - GOONSEQ
      *    folds an exact copy, but the job log says so anyway.
      *****************************************************************
       BOOK-ORDER-RUN.
           MOVE GG-RUN-DATE TO STO-LAST-RUN
           REWRITE STANDING-ORDER-RECORD
           IF GG-ORDER-STATUS NOT = "00"
               DISPLAY "*** GOONSTO REWRITE FAILED - STATUS "
                   GG-ORDER-STATUS " - ORDER " STO-DEPT " " STO-SEQ
                   " WOULD BE QUEUED AGAIN ON A RERUN"
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *****************************************************************
      *    SET-ORDER-WINDOW
      *    The days, in day numbers, the order is looked at over:
      *    from the latest of a week back, its start date, and the
      *    day after it was last queued, through tonight or its stop
      *    date if that is earlier.
      *****************************************************************
       SET-ORDER-WINDOW.
           COMPUTE GG-FROM-INT = GG-TONIGHT-INT - 6

           MOVE STO-START-DATE TO GG-DATE-WORK
           COMPUTE GG-WORK-INT =
               FUNCTION INTEGER-OF-DATE(GG-DATE-WORK)
           IF GG-WORK-INT > GG-FROM-INT
               MOVE GG-WORK-INT TO GG-FROM-INT
           END-IF

           IF STO-LAST-RUN IS NUMERIC AND STO-LAST-RUN > "16010101"
               MOVE STO-LAST-RUN TO GG-DATE-WORK
               COMPUTE GG-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(GG-DATE-WORK) + 1
               IF GG-WORK-INT > GG-FROM-INT
                   MOVE GG-WORK-INT TO GG-FROM-INT
               END-IF
           END-IF

           MOVE GG-TONIGHT-INT TO GG-THRU-INT
           IF STO-STOP-DATE < GG-RUN-DATE
               MOVE STO-STOP-DATE TO GG-DATE-WORK
               COMPUTE GG-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(GG-DATE-WORK)
           END-IF
           EXIT.

      *****************************************************************
      *    SCAN-ONE-DAY
      *    Tests the day at GG-DAY-INT against the order's
      *    recurrence and steps on to the next. The latest due day
      *    in the window is the one the card is listed under.
      *****************************************************************
       SCAN-ONE-DAY.
           COMPUTE GG-SCAN-DATE = FUNCTION DATE-OF-INTEGER(GG-DAY-INT)
      *>       Day number 1 (1601-01-01) was a Monday
           DIVIDE GG-DAY-INT BY 7 GIVING GG-WEEKS
               REMAINDER GG-WEEKDAY
           IF GG-WEEKDAY = ZERO
               MOVE 7 TO GG-WEEKDAY
           END-IF

           MOVE 'N' TO GG-DUE-SWITCH
           EVALUATE TRUE
               WHEN STO-WEEKLY
                   IF GG-WEEKDAY = STO-RECUR-DAY
                       SET GG-DAY-DUE TO TRUE
                   END-IF
               WHEN STO-MONTHLY
                   PERFORM TEST-MONTHLY-DAY
               WHEN STO-LAST-BUS-DAY
                   PERFORM TEST-LAST-BUSINESS-DAY
           END-EVALUATE
           IF GG-DAY-DUE
               MOVE GG-SCAN-DATE TO GG-DUE-DATE
           END-IF

           ADD 1 TO GG-DAY-INT
           EXIT.

      *****************************************************************
      *    TEST-MONTHLY-DAY
      *    Due on the order's day of the month - or, in a month too
      *    short to have that day, on the month's last day.
      *****************************************************************
       TEST-MONTHLY-DAY.
           IF GG-SCAN-DATE(7:2) = STO-RECUR-DAY
               SET GG-DAY-DUE TO TRUE
           ELSE
               IF GG-SCAN-DATE(7:2) < STO-RECUR-DAY
                   COMPUTE GG-WORK-INT = GG-DAY-INT + 1
                   COMPUTE GG-NEXT-DATE =
                       FUNCTION DATE-OF-INTEGER(GG-WORK-INT)
                   IF GG-NEXT-DATE(7:2) = "01"
                       SET GG-DAY-DUE TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *    TEST-LAST-BUSINESS-DAY
      *    Due on a weekday (MON-FRI) when the next weekday falls in
      *    the following month. Holidays are not known here - a
      *    month ending on one still runs the order that day.
      *****************************************************************
       TEST-LAST-BUSINESS-DAY.
           IF GG-WEEKDAY < 6
               IF GG-WEEKDAY = 5
                   COMPUTE GG-WORK-INT = GG-DAY-INT + 3
               ELSE
                   COMPUTE GG-WORK-INT = GG-DAY-INT + 1
               END-IF
               COMPUTE GG-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(GG-WORK-INT)
               IF GG-NEXT-DATE(5:2) NOT = GG-SCAN-DATE(5:2)
                   SET GG-DAY-DUE TO TRUE
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *    FORMAT-RECURRENCE
      *    The order's recurrence in words, for the list.
      *****************************************************************
       FORMAT-RECURRENCE.
           MOVE SPACES TO GG-RECUR-TEXT
           EVALUATE TRUE
               WHEN STO-WEEKLY
                   STRING "WEEKLY " GG-DAY-NAME(STO-RECUR-DAY)
                       DELIMITED BY SIZE INTO GG-RECUR-TEXT
                   END-STRING
               WHEN STO-MONTHLY
                   STRING "MONTHLY DAY " STO-RECUR-DAY
                       DELIMITED BY SIZE INTO GG-RECUR-TEXT
                   END-STRING
               WHEN STO-LAST-BUS-DAY
                   MOVE "LAST BUS DAY" TO GG-RECUR-TEXT
           END-EVALUATE
           EXIT.

      *****************************************************************
      *    ISSUE-TRACKING-NUMBER comes from the shared GOONTRKP
      *    copybook - the one counter every queued request is
      *    numbered from.
      *****************************************************************
       COPY GOONTRKP REPLACING ==:PFX:== BY ==GG==.
