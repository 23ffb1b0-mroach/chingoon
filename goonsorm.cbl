       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonsorm.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    ORDER-FILE is the GOONSTO standing-order master this
      *    utility maintains - see GOONSTOR for the record layout.
      *    DYNAMIC access so LIST and the next-order-number walk can
      *    ride the key sequence while the maintenance functions read
      *    and rewrite by key.
      *
      *    The cluster is defined once with IDCAMS, e.g.
      *      DEFINE CLUSTER (NAME(PROD.CHINGOON.GOONSTO) -
      *        INDEXED KEYS(6 0) RECORDSIZE(60 60))
      *****************************************************************
           SELECT ORDER-FILE
               ASSIGN TO GOONSTO
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS GO-ORDER-STATUS.

      *****************************************************************
      *    DEPT-FILE is the GOONDPT department master (see GOONDPTR).
      *    An order can only be filed for a live department - the
      *    same check GOONNTRY makes on a keyed request - so the
      *    cards it queues don't bounce with reason 0008/0009 night
      *    after night.
      *****************************************************************
           SELECT DEPT-FILE
               ASSIGN TO GOONDPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GO-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY GOONSTOR.

       FD  DEPT-FILE.
       COPY GOONDPTR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Shared CHINS/WIDTH validation - an order's card is edited
      *    by the same rules as a request keyed through GOONNTRY.
      *****************************************************************
       COPY GOONVALW REPLACING ==:PFX:== BY ==GO==.
      *****************************************************************
      *    Entry working fields - one function per pass through the
      *    entry loop, the same conversational shape as GOONDPTM.
      *****************************************************************
       01  GO-FUNCTION-RAW       PIC X(10).
       01  GO-CODE-RAW           PIC X(10).
       01  GO-CODE-WORK          PIC X(04).
       01  GO-SEQ-RAW            PIC X(10).
       01  GO-SEQ-WORK           PIC 9(02).
       01  GO-STYLE-RAW          PIC X(05).
       01  GO-STYLE-CODE         PIC X(01).
       01  GO-RECUR-RAW          PIC X(05).
       01  GO-RDAY-RAW           PIC X(10).
       01  GO-RDAY-WORK          PIC 9(02).
       01  GO-DONE-SWITCH        PIC X(01) VALUE 'N'.
           88 GO-ENTRY-DONE          VALUE 'Y'.
       01  GO-CODE-SWITCH        PIC X(01) VALUE 'Y'.
           88 GO-CODE-GOOD           VALUE 'Y'.
           88 GO-CODE-BAD            VALUE 'N'.
       01  GO-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
       01  GO-LIST-COUNT         PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    Day names for weekly orders - 1 is MON, as on the master
      *****************************************************************
       01  GO-DAY-NAMES          PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  GO-DAY-TABLE REDEFINES GO-DAY-NAMES.
           05 GO-DAY-NAME        PIC X(03) OCCURS 7 TIMES.
       01  GO-DAY-SUB            PIC 9(02) COMP.
       01  GO-DAY-SWITCH         PIC X(01).
           88 GO-DAY-FOUND           VALUE 'Y'.
      *****************************************************************
      *    Date edit - eight digits that make a real calendar date,
      *    or blank for the caller's default. The day-number form is
      *    what the calendar arithmetic is done in.
      *****************************************************************
       01  GO-TODAY              PIC 9(08).
       01  GO-DATE-PROMPT        PIC X(40).
       01  GO-DATE-DEFAULT       PIC X(08).
       01  GO-DATE-RAW           PIC X(10).
       01  GO-DATE-WORK          PIC 9(08).
       01  GO-DATE-INT           PIC 9(07).
       01  GO-DATE-SWITCH        PIC X(01) VALUE 'Y'.
           88 GO-DATE-GOOD           VALUE 'Y'.
           88 GO-DATE-BAD            VALUE 'N'.
       01  GO-NEW-START          PIC X(08).
       01  GO-NEW-STOP           PIC X(08).
      *****************************************************************
      *    One order laid out for the listing
      *****************************************************************
       01  GO-RECUR-TEXT         PIC X(15).
       01  GO-THRU-TEXT          PIC X(08).
      *****************************************************************
      *    File statuses and end-of-file switch for the key walks
      *****************************************************************
       01  GO-ORDER-STATUS       PIC X(02).
       01  GO-DEPT-STATUS        PIC X(02).
       01  GO-EOF-SWITCH         PIC X(01).
           88 GO-ORDER-EOF           VALUE 'Y'.
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           DISPLAY "CHINGOON STANDING ORDER MAINTENANCE"
           DISPLAY "FUNCTIONS: ADD (NEW ORDER), STP (SET STOP DATE),"
           DISPLAY "           LST (LIST ALL OR ONE DEPARTMENT)"

           PERFORM TAKE-ONE-FUNCTION THRU TAKE-ONE-FUNCTION-EXIT
               UNTIL GO-ENTRY-DONE

           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the master for keyed read and update. A cluster
      *    that exists but has never been loaded is primed with an
      *    OPEN OUTPUT first, the same way GOONDPTM primes GOONDPT.
      *****************************************************************
       INITIALIZE-RUN.
           ACCEPT GO-TODAY FROM DATE YYYYMMDD

           OPEN I-O ORDER-FILE
           IF GO-ORDER-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
               IF GO-ORDER-STATUS = "00"
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE
               END-IF
           END-IF
           IF GO-ORDER-STATUS NOT = "00"
               DISPLAY "*** GOONSTO COULD NOT BE OPENED - STATUS "
                   GO-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DEPT-FILE
           IF GO-DEPT-STATUS NOT = "00"
               DISPLAY "*** GOONDPT COULD NOT BE OPENED - STATUS "
                   GO-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       TERMINATE-RUN.
           CLOSE ORDER-FILE
           CLOSE DEPT-FILE
           DISPLAY "MASTER UPDATES THIS SESSION: " GO-UPDATE-COUNT
           EXIT.

      *****************************************************************
      *    TAKE-ONE-FUNCTION
      *    Prompts for one function and routes it. A bad answer is
      *    reported and the prompt comes around again.
      *****************************************************************
       TAKE-ONE-FUNCTION.
           DISPLAY "FUNCTION (BLANK OR END TO FINISH): "
               WITH NO ADVANCING
           MOVE SPACES TO GO-FUNCTION-RAW
           ACCEPT GO-FUNCTION-RAW
           INSPECT GO-FUNCTION-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *>       A blank answer ends the session the same as END does -
      *>       it is also what a closed terminal hands back, so a
      *>       hung-up session can't spin on the prompt
           IF GO-FUNCTION-RAW = SPACES OR GO-FUNCTION-RAW = "END"
               SET GO-ENTRY-DONE TO TRUE
               GO TO TAKE-ONE-FUNCTION-EXIT
           END-IF

           EVALUATE GO-FUNCTION-RAW
               WHEN "ADD"
                   PERFORM ADD-ORDER THRU ADD-ORDER-EXIT
               WHEN "STP"
                   PERFORM STOP-ORDER THRU STOP-ORDER-EXIT
               WHEN "LST"
                   PERFORM LIST-ORDERS THRU LIST-ORDERS-EXIT
               WHEN OTHER
                   DISPLAY "   REJECTED: FUNCTION MUST BE ADD, STP, "
                       "OR LST"
           END-EVALUATE.

       TAKE-ONE-FUNCTION-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-DEPT-CODE
      *    Prompts for and edits the department code - the same
      *    shape rule GOONDPTM enforces, so nothing can go on the
      *    master that the queue cards could not carry. A bad
      *    answer abandons the function.
      *****************************************************************
       TAKE-DEPT-CODE.
           SET GO-CODE-GOOD TO TRUE
           DISPLAY "DEPARTMENT CODE (UP TO 4): " WITH NO ADVANCING
           MOVE SPACES TO GO-CODE-RAW
           ACCEPT GO-CODE-RAW
           INSPECT GO-CODE-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF GO-CODE-RAW = SPACES
               DISPLAY "   REJECTED: DEPARTMENT CODE IS REQUIRED"
               SET GO-CODE-BAD TO TRUE
               GO TO TAKE-DEPT-CODE-EXIT
           END-IF
           IF GO-CODE-RAW(5:6) NOT = SPACES
               DISPLAY "   REJECTED: DEPARTMENT CODE EXCEEDS 4 "
                   "CHARACTERS"
               SET GO-CODE-BAD TO TRUE
               GO TO TAKE-DEPT-CODE-EXIT
           END-IF
           IF (GO-CODE-RAW(1:1) = SPACE
                   AND GO-CODE-RAW(2:1) NOT = SPACE)
               OR (GO-CODE-RAW(2:1) = SPACE
                   AND GO-CODE-RAW(3:1) NOT = SPACE)
               OR (GO-CODE-RAW(3:1) = SPACE
                   AND GO-CODE-RAW(4:1) NOT = SPACE)
               DISPLAY "   REJECTED: DEPARTMENT CODE MAY NOT "
                   "CONTAIN SPACES"
               SET GO-CODE-BAD TO TRUE
               GO TO TAKE-DEPT-CODE-EXIT
           END-IF
           MOVE GO-CODE-RAW(1:4) TO GO-CODE-WORK.

       TAKE-DEPT-CODE-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-ORDER-KEY
      *    Prompts for the department code and order number that
      *    key an existing order, and reads it. A bad answer or an
      *    order not on file abandons the function.
      *****************************************************************
       TAKE-ORDER-KEY.
           PERFORM TAKE-DEPT-CODE THRU TAKE-DEPT-CODE-EXIT
           IF GO-CODE-BAD
               GO TO TAKE-ORDER-KEY-EXIT
           END-IF

           DISPLAY "ORDER NUMBER (01-99): " WITH NO ADVANCING
           MOVE SPACES TO GO-SEQ-RAW
           ACCEPT GO-SEQ-RAW
           IF GO-SEQ-RAW(1:2) IS NOT NUMERIC
                   OR GO-SEQ-RAW(3:8) NOT = SPACES
               DISPLAY "   REJECTED: ORDER NUMBER MUST BE TWO DIGITS"
               SET GO-CODE-BAD TO TRUE
               GO TO TAKE-ORDER-KEY-EXIT
           END-IF
           MOVE GO-SEQ-RAW(1:2) TO GO-SEQ-WORK

           MOVE GO-CODE-WORK TO STO-DEPT
           MOVE GO-SEQ-WORK TO STO-SEQ
           READ ORDER-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE GO-ORDER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   DISPLAY "   REJECTED: ORDER " GO-CODE-WORK
                       GO-SEQ-WORK " IS NOT ON THE MASTER"
                   SET GO-CODE-BAD TO TRUE
               WHEN OTHER
                   DISPLAY "*** GOONSTO READ FAILED - STATUS "
                       GO-ORDER-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET GO-CODE-BAD TO TRUE
                   SET GO-ENTRY-DONE TO TRUE
           END-EVALUATE.

       TAKE-ORDER-KEY-EXIT.
           EXIT.

      *****************************************************************
      *    ADD-ORDER
      *    Files a new order for a live department under the next
      *    free order number for that department: the card tokens,
      *    the recurrence, and the start and stop dates. The order
      *    is marked as last run the day before it could first come
      *    due, so GOONSGEN does not reach back before the day it
      *    was keyed for occurrences nobody asked for.
      *****************************************************************
       ADD-ORDER.
           PERFORM TAKE-DEPT-CODE THRU TAKE-DEPT-CODE-EXIT
           IF GO-CODE-BAD
               GO TO ADD-ORDER-EXIT
           END-IF

           MOVE GO-CODE-WORK TO DPT-CODE
           READ DEPT-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE GO-DEPT-STATUS
               WHEN "00"
                   IF DPT-INACTIVE
                       DISPLAY "   REJECTED: DEPARTMENT CODE IS "
                           "INACTIVE ON MASTER"
                       GO TO ADD-ORDER-EXIT
                   END-IF
                   DISPLAY "   DEPARTMENT: " DPT-NAME
               WHEN "23"
                   DISPLAY "   REJECTED: DEPARTMENT CODE NOT ON "
                       "MASTER"
                   GO TO ADD-ORDER-EXIT
               WHEN OTHER
                   DISPLAY "*** GOONDPT READ FAILED - STATUS "
                       GO-DEPT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET GO-ENTRY-DONE TO TRUE
                   GO TO ADD-ORDER-EXIT
           END-EVALUATE

           DISPLAY "CHINS (0-99): " WITH NO ADVANCING
           MOVE SPACES TO GO-CAND-RAW
           ACCEPT GO-CAND-RAW
           PERFORM VALIDATE-CHINS-ARG THRU VALIDATE-CHINS-ARG-EXIT
           IF GO-INPUT-INVALID
               DISPLAY "   REJECTED: " GO-ERROR-MSG
               GO TO ADD-ORDER-EXIT
           END-IF

           DISPLAY "STYLE (1 OR 2, BLANK FOR 1): " WITH NO ADVANCING
           MOVE SPACES TO GO-STYLE-RAW
           ACCEPT GO-STYLE-RAW
           EVALUATE GO-STYLE-RAW
               WHEN SPACES
                   MOVE '1' TO GO-STYLE-CODE
               WHEN '1'
                   MOVE '1' TO GO-STYLE-CODE
               WHEN '2'
                   MOVE '2' TO GO-STYLE-CODE
               WHEN OTHER
                   DISPLAY "   REJECTED: STYLE MUST BE 1 OR 2"
                   GO TO ADD-ORDER-EXIT
           END-EVALUATE

           DISPLAY "WIDTH (12-78, BLANK FOR 12): " WITH NO ADVANCING
           MOVE SPACES TO GO-WIDTH-RAW
           ACCEPT GO-WIDTH-RAW
           IF GO-WIDTH-RAW = SPACES
               MOVE 12 TO GO-WIDTH-VALUE
           ELSE
               PERFORM VALIDATE-WIDTH-ARG THRU VALIDATE-WIDTH-ARG-EXIT
               IF GO-INPUT-INVALID
                   DISPLAY "   REJECTED: " GO-ERROR-MSG
                   GO TO ADD-ORDER-EXIT
               END-IF
           END-IF

           PERFORM TAKE-RECURRENCE THRU TAKE-RECURRENCE-EXIT
           IF GO-CODE-BAD
               GO TO ADD-ORDER-EXIT
           END-IF

           MOVE "START DATE (YYYYMMDD, BLANK FOR TODAY): "
               TO GO-DATE-PROMPT
           MOVE GO-TODAY TO GO-DATE-DEFAULT
           PERFORM TAKE-DATE THRU TAKE-DATE-EXIT
           IF GO-DATE-BAD
               GO TO ADD-ORDER-EXIT
           END-IF
           MOVE GO-DATE-WORK TO GO-NEW-START

           MOVE "STOP DATE (YYYYMMDD, BLANK FOR NONE): "
               TO GO-DATE-PROMPT
           MOVE "99999999" TO GO-DATE-DEFAULT
           PERFORM TAKE-DATE THRU TAKE-DATE-EXIT
           IF GO-DATE-BAD
               GO TO ADD-ORDER-EXIT
           END-IF
           MOVE GO-DATE-WORK TO GO-NEW-STOP
           IF GO-NEW-STOP < GO-NEW-START
               DISPLAY "   REJECTED: STOP DATE IS BEFORE THE START "
                   "DATE"
               GO TO ADD-ORDER-EXIT
           END-IF

           PERFORM FIND-NEXT-ORDER-NUMBER
           IF GO-SEQ-WORK = ZERO
               DISPLAY "   REJECTED: " GO-CODE-WORK
                   " ALREADY HAS 99 ORDERS ON FILE"
               GO TO ADD-ORDER-EXIT
           END-IF

           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE GO-CODE-WORK TO STO-DEPT
           MOVE GO-SEQ-WORK TO STO-SEQ
           MOVE GO-CAND-VALUE TO STO-CHINS
           MOVE GO-STYLE-CODE TO STO-STYLE
           MOVE GO-WIDTH-VALUE TO STO-WIDTH
           MOVE GO-RECUR-RAW(1:1) TO STO-RECUR
           MOVE GO-RDAY-WORK TO STO-RECUR-DAY
           MOVE GO-NEW-START TO STO-START-DATE
           MOVE GO-NEW-STOP TO STO-STOP-DATE
      *>       The day before the later of the start date and today
           IF GO-NEW-START > GO-TODAY
               MOVE GO-NEW-START TO GO-DATE-WORK
           ELSE
               MOVE GO-TODAY TO GO-DATE-WORK
           END-IF
           COMPUTE GO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GO-DATE-WORK) - 1
           COMPUTE GO-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(GO-DATE-INT)
           MOVE GO-DATE-WORK TO STO-LAST-RUN

           WRITE STANDING-ORDER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE GO-ORDER-STATUS
               WHEN "00"
                   ADD 1 TO GO-UPDATE-COUNT
                   PERFORM FORMAT-RECURRENCE
                   DISPLAY "   ADDED: ORDER " STO-DEPT STO-SEQ "  "
                       GO-RECUR-TEXT " FROM " STO-START-DATE
               WHEN OTHER
                   DISPLAY "*** GOONSTO WRITE FAILED - STATUS "
                       GO-ORDER-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET GO-ENTRY-DONE TO TRUE
           END-EVALUATE.

       ADD-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-RECURRENCE
      *    Prompts for and edits the recurrence code and, for the
      *    weekly and monthly-date kinds, the day it falls on, into
      *    GO-RECUR-RAW and GO-RDAY-WORK. A bad answer abandons the
      *    function through the code-bad switch.
      *****************************************************************
       TAKE-RECURRENCE.
           DISPLAY "RECURRENCE (W = WEEKLY, M = MONTHLY ON A DATE,"
           DISPLAY "            L = LAST BUSINESS DAY OF MONTH): "
               WITH NO ADVANCING
           MOVE SPACES TO GO-RECUR-RAW
           ACCEPT GO-RECUR-RAW
           INSPECT GO-RECUR-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO GO-RDAY-WORK
           EVALUATE GO-RECUR-RAW
               WHEN "W"
                   DISPLAY "DAY OF WEEK (MON-SUN): " WITH NO ADVANCING
                   MOVE SPACES TO GO-RDAY-RAW
                   ACCEPT GO-RDAY-RAW
                   INSPECT GO-RDAY-RAW
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE ZERO TO GO-DAY-SUB
                   MOVE 'N' TO GO-DAY-SWITCH
                   PERFORM LOOK-UP-DAY-NAME
                       UNTIL GO-DAY-FOUND OR GO-DAY-SUB >= 7
                   IF GO-RDAY-RAW(4:7) NOT = SPACES
                           OR NOT GO-DAY-FOUND
                       DISPLAY "   REJECTED: DAY MUST BE MON, TUE, "
                           "WED, THU, FRI, SAT, OR SUN"
                       SET GO-CODE-BAD TO TRUE
                       GO TO TAKE-RECURRENCE-EXIT
                   END-IF
                   MOVE GO-DAY-SUB TO GO-RDAY-WORK
               WHEN "M"
                   DISPLAY "DAY OF MONTH (1-31): " WITH NO ADVANCING
                   MOVE SPACES TO GO-RDAY-RAW
                   ACCEPT GO-RDAY-RAW
                   IF GO-RDAY-RAW(2:1) = SPACE
                       MOVE GO-RDAY-RAW(1:1) TO GO-RDAY-RAW(2:1)
                       MOVE '0' TO GO-RDAY-RAW(1:1)
                   END-IF
                   IF GO-RDAY-RAW(1:2) IS NOT NUMERIC
                           OR GO-RDAY-RAW(3:8) NOT = SPACES
                       DISPLAY "   REJECTED: DAY MUST BE 1 TO 31"
                       SET GO-CODE-BAD TO TRUE
                       GO TO TAKE-RECURRENCE-EXIT
                   END-IF
                   MOVE GO-RDAY-RAW(1:2) TO GO-RDAY-WORK
                   IF GO-RDAY-WORK < 1 OR GO-RDAY-WORK > 31
                       DISPLAY "   REJECTED: DAY MUST BE 1 TO 31"
                       SET GO-CODE-BAD TO TRUE
                       GO TO TAKE-RECURRENCE-EXIT
                   END-IF
               WHEN "L"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "   REJECTED: RECURRENCE MUST BE W, M, "
                       "OR L"
                   SET GO-CODE-BAD TO TRUE
           END-EVALUATE.

       TAKE-RECURRENCE-EXIT.
           EXIT.

       LOOK-UP-DAY-NAME.
           ADD 1 TO GO-DAY-SUB
           IF GO-DAY-NAME(GO-DAY-SUB) = GO-RDAY-RAW(1:3)
               SET GO-DAY-FOUND TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    TAKE-DATE
      *    Prompts (with the caller's prompt) for and edits a date:
      *    blank for the caller's default in GO-DATE-DEFAULT,
      *    otherwise exactly eight digits that make a real calendar
      *    date. A bad answer abandons the function.
      *****************************************************************
       TAKE-DATE.
           SET GO-DATE-GOOD TO TRUE
           DISPLAY GO-DATE-PROMPT WITH NO ADVANCING
           MOVE SPACES TO GO-DATE-RAW
           ACCEPT GO-DATE-RAW
           IF GO-DATE-RAW = SPACES
               MOVE GO-DATE-DEFAULT TO GO-DATE-WORK
               GO TO TAKE-DATE-EXIT
           END-IF
           IF GO-DATE-RAW(1:8) IS NOT NUMERIC
                   OR GO-DATE-RAW(9:2) NOT = SPACES
               DISPLAY "   REJECTED: DATE MUST BE YYYYMMDD"
               SET GO-DATE-BAD TO TRUE
               GO TO TAKE-DATE-EXIT
           END-IF
           MOVE GO-DATE-RAW(1:8) TO GO-DATE-WORK
           IF GO-DATE-WORK(1:4) < "1601"
                   OR GO-DATE-WORK(5:2) < "01"
                   OR GO-DATE-WORK(5:2) > "12"
                   OR GO-DATE-WORK(7:2) < "01"
                   OR GO-DATE-WORK(7:2) > "31"
               DISPLAY "   REJECTED: " GO-DATE-WORK
                   " IS NOT A CALENDAR DATE"
               SET GO-DATE-BAD TO TRUE
               GO TO TAKE-DATE-EXIT
           END-IF
      *>       The month/day ranges pass 20260231 - the day-number
      *>       conversion is what refuses it
           COMPUTE GO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GO-DATE-WORK)
           IF GO-DATE-INT = ZERO
               DISPLAY "   REJECTED: " GO-DATE-WORK
                   " IS NOT A CALENDAR DATE"
               SET GO-DATE-BAD TO TRUE
           END-IF.

       TAKE-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    FIND-NEXT-ORDER-NUMBER
      *    Walks the department's orders in key sequence for the
      *    highest number used and returns the next one in
      *    GO-SEQ-WORK - zero when all 99 are taken. Numbers are
      *    never reused, so an order number on an old queue card
      *    always means the same order.
      *****************************************************************
       FIND-NEXT-ORDER-NUMBER.
           MOVE ZERO TO GO-SEQ-WORK
           MOVE 'N' TO GO-EOF-SWITCH
           MOVE GO-CODE-WORK TO STO-DEPT
           MOVE ZERO TO STO-SEQ
           START ORDER-FILE KEY NOT < STO-KEY
               INVALID KEY SET GO-ORDER-EOF TO TRUE
           END-START
           IF NOT GO-ORDER-EOF
               PERFORM READ-NEXT-ORDER
           END-IF
           PERFORM NOTE-ORDER-NUMBER
               UNTIL GO-ORDER-EOF OR STO-DEPT NOT = GO-CODE-WORK

           IF GO-SEQ-WORK = 99
               MOVE ZERO TO GO-SEQ-WORK
           ELSE
               ADD 1 TO GO-SEQ-WORK
           END-IF
           EXIT.

       NOTE-ORDER-NUMBER.
           MOVE STO-SEQ TO GO-SEQ-WORK
           PERFORM READ-NEXT-ORDER
           EXIT.

       READ-NEXT-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET GO-ORDER-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    STOP-ORDER
      *    Sets (or moves) an order's stop date - the last day it
      *    can come due. A stop date already past ends the order at
      *    once; the record stays on file so its number, and the
      *    cards it queued, still mean something.
      *****************************************************************
       STOP-ORDER.
           PERFORM TAKE-ORDER-KEY THRU TAKE-ORDER-KEY-EXIT
           IF GO-CODE-BAD
               GO TO STOP-ORDER-EXIT
           END-IF

           PERFORM FORMAT-RECURRENCE
           DISPLAY "   ORDER: " STO-CHINS " " STO-STYLE " " STO-DEPT
               " " STO-WIDTH "  " GO-RECUR-TEXT
           DISPLAY "   FROM " STO-START-DATE " THRU " GO-THRU-TEXT

           MOVE "STOP DATE (YYYYMMDD, BLANK FOR NONE): "
               TO GO-DATE-PROMPT
           MOVE "99999999" TO GO-DATE-DEFAULT
           PERFORM TAKE-DATE THRU TAKE-DATE-EXIT
           IF GO-DATE-BAD
               GO TO STOP-ORDER-EXIT
           END-IF
           IF GO-DATE-WORK < STO-START-DATE
               DISPLAY "   REJECTED: STOP DATE IS BEFORE THE START "
                   "DATE"
               GO TO STOP-ORDER-EXIT
           END-IF

           MOVE GO-DATE-WORK TO STO-STOP-DATE
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF GO-ORDER-STATUS = "00"
               ADD 1 TO GO-UPDATE-COUNT
               PERFORM FORMAT-RECURRENCE
               DISPLAY "   STOPPED: ORDER " STO-DEPT STO-SEQ
                   " THRU " GO-THRU-TEXT
           ELSE
               DISPLAY "*** GOONSTO REWRITE FAILED - STATUS "
                   GO-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               SET GO-ENTRY-DONE TO TRUE
           END-IF.

       STOP-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    LIST-ORDERS
      *    Walks the master in key sequence - every order, or one
      *    department's when a code is given - and prints each
      *    order with its card, recurrence, dates, and the night it
      *    was last queued for.
      *****************************************************************
       LIST-ORDERS.
           DISPLAY "DEPARTMENT CODE (BLANK FOR ALL): "
               WITH NO ADVANCING
           MOVE SPACES TO GO-CODE-RAW
           ACCEPT GO-CODE-RAW
           INSPECT GO-CODE-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE GO-CODE-RAW(1:4) TO GO-CODE-WORK

           MOVE 'N' TO GO-EOF-SWITCH
           MOVE ZERO TO GO-LIST-COUNT
           IF GO-CODE-WORK = SPACES
               MOVE LOW-VALUES TO STO-KEY
           ELSE
               MOVE GO-CODE-WORK TO STO-DEPT
               MOVE ZERO TO STO-SEQ
           END-IF
           START ORDER-FILE KEY NOT < STO-KEY
               INVALID KEY SET GO-ORDER-EOF TO TRUE
           END-START

           IF NOT GO-ORDER-EOF
               PERFORM READ-NEXT-ORDER
           END-IF
           PERFORM LIST-ONE-ORDER
               UNTIL GO-ORDER-EOF
                   OR (GO-CODE-WORK NOT = SPACES
                       AND STO-DEPT NOT = GO-CODE-WORK)
           DISPLAY "   STANDING ORDERS LISTED: " GO-LIST-COUNT.

       LIST-ORDERS-EXIT.
           EXIT.

       LIST-ONE-ORDER.
           ADD 1 TO GO-LIST-COUNT
           PERFORM FORMAT-RECURRENCE
           DISPLAY "   " STO-DEPT STO-SEQ "  " STO-CHINS " " STO-STYLE
               " " STO-WIDTH "  " GO-RECUR-TEXT " FROM "
               STO-START-DATE " THRU " GO-THRU-TEXT
               "  LAST RUN " STO-LAST-RUN
           PERFORM READ-NEXT-ORDER
           EXIT.

      *****************************************************************
      *    FORMAT-RECURRENCE
      *    The order's recurrence and stop date in words, for the
      *    prompts and the listing.
      *****************************************************************
       FORMAT-RECURRENCE.
           MOVE SPACES TO GO-RECUR-TEXT
           EVALUATE TRUE
               WHEN STO-WEEKLY
                   STRING "WEEKLY " GO-DAY-NAME(STO-RECUR-DAY)
                       DELIMITED BY SIZE INTO GO-RECUR-TEXT
                   END-STRING
               WHEN STO-MONTHLY
                   STRING "MONTHLY DAY " STO-RECUR-DAY
                       DELIMITED BY SIZE INTO GO-RECUR-TEXT
                   END-STRING
               WHEN STO-LAST-BUS-DAY
                   MOVE "LAST BUS DAY" TO GO-RECUR-TEXT
           END-EVALUATE
           IF STO-OPEN-ENDED
               MOVE "OPEN" TO GO-THRU-TEXT
           ELSE
               MOVE STO-STOP-DATE TO GO-THRU-TEXT
           END-IF
           EXIT.

      *****************************************************************
      *    VALIDATE-CHINS-ARG and VALIDATE-WIDTH-ARG come from the
      *    shared GOONVALP copybook - an order's card is held to the
      *    same rules as every other request.
      *****************************************************************
       COPY GOONVALP REPLACING ==:PFX:== BY ==GO==.
