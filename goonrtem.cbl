       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonrtem.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    RATE-FILE is the GOONRTE rate master this utility
      *    maintains - see GOONRTER for the record layout. DYNAMIC
      *    access so LIST and the period checks can ride the key
      *    sequence while the maintenance functions read and rewrite
      *    by key.
      *
      *    The cluster is defined once with IDCAMS, e.g.
      *      DEFINE CLUSTER (NAME(PROD.CHINGOON.GOONRTE) -
      *        INDEXED KEYS(14 0) RECORDSIZE(40 40))
      *****************************************************************
           SELECT RATE-FILE
               ASSIGN TO GOONRTE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS GV-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       COPY GOONRTER.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Entry working fields - one function per pass through the
      *    entry loop, the same conversational shape as GOONDPTM.
      *****************************************************************
       01  GV-FUNCTION-RAW       PIC X(10).
       01  GV-BRANCH-RAW         PIC X(10).
       01  GV-STYLE-RAW          PIC X(05).
       01  GV-KEY-WORK.
           05 GV-KEY-BRANCH      PIC X(05).
           05 GV-KEY-STYLE       PIC X(01).
           05 GV-KEY-FROM        PIC X(08).
       01  GV-DONE-SWITCH        PIC X(01) VALUE 'N'.
           88 GV-ENTRY-DONE          VALUE 'Y'.
       01  GV-KEY-SWITCH         PIC X(01) VALUE 'Y'.
           88 GV-KEY-GOOD            VALUE 'Y'.
           88 GV-KEY-BAD             VALUE 'N'.
       01  GV-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
       01  GV-LIST-COUNT         PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    Date edit - eight digits that make a real calendar date.
      *    The day-number form is what the calendar arithmetic (the
      *    day before a new period starts) is done in.
      *****************************************************************
       01  GV-DATE-PROMPT        PIC X(40).
       01  GV-DATE-RAW           PIC X(10).
       01  GV-DATE-WORK          PIC 9(08).
       01  GV-DATE-INT           PIC 9(07).
       01  GV-DATE-SWITCH        PIC X(01) VALUE 'Y'.
           88 GV-DATE-GOOD           VALUE 'Y'.
           88 GV-DATE-BAD            VALUE 'N'.
       01  GV-DAY-BEFORE         PIC 9(08).
      *****************************************************************
      *    Amount edit - whole cents, one to seven digits, the width
      *    the master carries. The base rate may not be zero (a
      *    face always costs something); the per-chin rate may.
      *****************************************************************
       01  GV-AMOUNT-PROMPT      PIC X(40).
       01  GV-AMOUNT-RAW         PIC X(10).
       01  GV-AMOUNT-PTR         PIC 9(02) COMP.
       01  GV-AMOUNT-WORK        PIC 9(07).
       01  GV-AMOUNT-SWITCH      PIC X(01) VALUE 'Y'.
           88 GV-AMOUNT-GOOD         VALUE 'Y'.
           88 GV-AMOUNT-BAD          VALUE 'N'.
       01  GV-NEW-BASE           PIC 9(07).
       01  GV-NEW-CHIN           PIC 9(07).
      *****************************************************************
      *    Period checks - what the walk over one branch/style's
      *    periods found: a period that would overlap the new one,
      *    the open period a new one supersedes, and the start of
      *    the period after the one being end-dated.
      *****************************************************************
       01  GV-SCAN-SWITCH        PIC X(01).
           88 GV-SCAN-DONE           VALUE 'Y'.
       01  GV-CONFLICT-SWITCH    PIC X(01).
           88 GV-PERIOD-CONFLICT     VALUE 'Y'.
       01  GV-PRIOR-SWITCH       PIC X(01).
           88 GV-PRIOR-OPEN          VALUE 'Y'.
       01  GV-PRIOR-FROM         PIC X(08).
       01  GV-NEXT-FROM          PIC X(08).
       01  GV-THRU-TEXT          PIC X(08).
      *****************************************************************
      *    File status and end-of-file switch for the LIST walk
      *****************************************************************
       01  GV-RATE-STATUS        PIC X(02).
       01  GV-EOF-SWITCH         PIC X(01).
           88 GV-RATE-EOF            VALUE 'Y'.
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           DISPLAY "CHINGOON RATE MASTER MAINTENANCE"
           DISPLAY "FUNCTIONS: ADD (NEW RATE PERIOD), CHG (AMOUNTS),"
           DISPLAY "           ENDP (END-DATE A PERIOD), LST (LIST ALL)"

           PERFORM TAKE-ONE-FUNCTION THRU TAKE-ONE-FUNCTION-EXIT
               UNTIL GV-ENTRY-DONE

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
           OPEN I-O RATE-FILE
           IF GV-RATE-STATUS = "35"
               OPEN OUTPUT RATE-FILE
               IF GV-RATE-STATUS = "00"
                   CLOSE RATE-FILE
                   OPEN I-O RATE-FILE
               END-IF
           END-IF
           IF GV-RATE-STATUS NOT = "00"
               DISPLAY "*** GOONRTE COULD NOT BE OPENED - STATUS "
                   GV-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       TERMINATE-RUN.
           CLOSE RATE-FILE
           DISPLAY "MASTER UPDATES THIS SESSION: " GV-UPDATE-COUNT
           EXIT.

      *****************************************************************
      *    TAKE-ONE-FUNCTION
      *    Prompts for one function and routes it. A bad answer is
      *    reported and the prompt comes around again.
      *****************************************************************
       TAKE-ONE-FUNCTION.
           DISPLAY "FUNCTION (BLANK OR END TO FINISH): "
               WITH NO ADVANCING
           MOVE SPACES TO GV-FUNCTION-RAW
           ACCEPT GV-FUNCTION-RAW
           INSPECT GV-FUNCTION-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *>       END finishes the session here - end-dating a period
      *>       is its own function answer, ENDP, below
           IF GV-FUNCTION-RAW = SPACES OR GV-FUNCTION-RAW = "END"
               SET GV-ENTRY-DONE TO TRUE
               GO TO TAKE-ONE-FUNCTION-EXIT
           END-IF

           EVALUATE GV-FUNCTION-RAW
               WHEN "ADD"
                   PERFORM ADD-RATE-PERIOD THRU ADD-RATE-PERIOD-EXIT
               WHEN "CHG"
                   PERFORM CHANGE-RATE-AMOUNTS
                       THRU CHANGE-RATE-AMOUNTS-EXIT
               WHEN "ENDP"
                   PERFORM END-RATE-PERIOD THRU END-RATE-PERIOD-EXIT
               WHEN "LST"
                   PERFORM LIST-RATES THRU LIST-RATES-EXIT
               WHEN OTHER
                   DISPLAY "   REJECTED: FUNCTION MUST BE ADD, CHG, "
                       "ENDP, OR LST"
           END-EVALUATE.

       TAKE-ONE-FUNCTION-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-RATE-KEY
      *    Prompts for and edits the branch, style and effective-
      *    from date that key a rate period - the same branch names
      *    and style codes the audit line carries, so every period
      *    on the master is one GOONBILL can price with. A bad answer
      *    abandons the function.
      *****************************************************************
       TAKE-RATE-KEY.
           SET GV-KEY-GOOD TO TRUE
           DISPLAY "BRANCH (FATTY OR SLIM): " WITH NO ADVANCING
           MOVE SPACES TO GV-BRANCH-RAW
           ACCEPT GV-BRANCH-RAW
           INSPECT GV-BRANCH-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF GV-BRANCH-RAW NOT = "FATTY" AND
                   GV-BRANCH-RAW NOT = "SLIM"
               DISPLAY "   REJECTED: BRANCH MUST BE FATTY OR SLIM"
               SET GV-KEY-BAD TO TRUE
               GO TO TAKE-RATE-KEY-EXIT
           END-IF
           MOVE GV-BRANCH-RAW(1:5) TO GV-KEY-BRANCH

           DISPLAY "STYLE (1 OR 2): " WITH NO ADVANCING
           MOVE SPACES TO GV-STYLE-RAW
           ACCEPT GV-STYLE-RAW
           IF GV-STYLE-RAW NOT = "1" AND GV-STYLE-RAW NOT = "2"
               DISPLAY "   REJECTED: STYLE MUST BE 1 OR 2"
               SET GV-KEY-BAD TO TRUE
               GO TO TAKE-RATE-KEY-EXIT
           END-IF
           MOVE GV-STYLE-RAW(1:1) TO GV-KEY-STYLE

           MOVE "EFFECTIVE FROM (YYYYMMDD): " TO GV-DATE-PROMPT
           PERFORM TAKE-DATE THRU TAKE-DATE-EXIT
           IF GV-DATE-BAD
               SET GV-KEY-BAD TO TRUE
               GO TO TAKE-RATE-KEY-EXIT
           END-IF
           MOVE GV-DATE-WORK TO GV-KEY-FROM.

       TAKE-RATE-KEY-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-DATE
      *    Prompts (with the caller's prompt) for and edits a date:
      *    exactly eight digits that make a real calendar date. A
      *    bad answer abandons the function.
      *****************************************************************
       TAKE-DATE.
           SET GV-DATE-GOOD TO TRUE
           DISPLAY GV-DATE-PROMPT WITH NO ADVANCING
           MOVE SPACES TO GV-DATE-RAW
           ACCEPT GV-DATE-RAW
           IF GV-DATE-RAW(1:8) IS NOT NUMERIC
                   OR GV-DATE-RAW(9:2) NOT = SPACES
               DISPLAY "   REJECTED: DATE MUST BE YYYYMMDD"
               SET GV-DATE-BAD TO TRUE
               GO TO TAKE-DATE-EXIT
           END-IF
           MOVE GV-DATE-RAW(1:8) TO GV-DATE-WORK
           IF GV-DATE-WORK(1:4) < "1601"
                   OR GV-DATE-WORK(5:2) < "01"
                   OR GV-DATE-WORK(5:2) > "12"
                   OR GV-DATE-WORK(7:2) < "01"
                   OR GV-DATE-WORK(7:2) > "31"
               DISPLAY "   REJECTED: " GV-DATE-WORK
                   " IS NOT A CALENDAR DATE"
               SET GV-DATE-BAD TO TRUE
               GO TO TAKE-DATE-EXIT
           END-IF
      *>       The month/day ranges pass 20260231 - the day-number
      *>       conversion is what refuses it
           COMPUTE GV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GV-DATE-WORK)
           IF GV-DATE-INT = ZERO
               DISPLAY "   REJECTED: " GV-DATE-WORK
                   " IS NOT A CALENDAR DATE"
               SET GV-DATE-BAD TO TRUE
           END-IF.

       TAKE-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-RATE-AMOUNTS
      *    Prompts for and edits the base rate and the per-chin
      *    rate into GV-NEW-BASE and GV-NEW-CHIN.
      *****************************************************************
       TAKE-RATE-AMOUNTS.
           MOVE "BASE RATE PER FACE (CENTS): " TO GV-AMOUNT-PROMPT
           PERFORM TAKE-CENTS-AMOUNT THRU TAKE-CENTS-AMOUNT-EXIT
           IF GV-AMOUNT-BAD
               GO TO TAKE-RATE-AMOUNTS-EXIT
           END-IF
           IF GV-AMOUNT-WORK = ZERO
               DISPLAY "   REJECTED: BASE RATE MAY NOT BE ZERO"
               SET GV-AMOUNT-BAD TO TRUE
               GO TO TAKE-RATE-AMOUNTS-EXIT
           END-IF
           MOVE GV-AMOUNT-WORK TO GV-NEW-BASE

           MOVE "RATE PER CHIN ROW (CENTS): " TO GV-AMOUNT-PROMPT
           PERFORM TAKE-CENTS-AMOUNT THRU TAKE-CENTS-AMOUNT-EXIT
           IF GV-AMOUNT-BAD
               GO TO TAKE-RATE-AMOUNTS-EXIT
           END-IF
           MOVE GV-AMOUNT-WORK TO GV-NEW-CHIN.

       TAKE-RATE-AMOUNTS-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-CENTS-AMOUNT
      *    One amount in whole cents: digits from column 1 up to the
      *    first blank, one to seven of them, nothing after - the
      *    same shape GOONDPTM takes a quota in.
      *****************************************************************
       TAKE-CENTS-AMOUNT.
           SET GV-AMOUNT-GOOD TO TRUE
           MOVE ZERO TO GV-AMOUNT-WORK
           DISPLAY GV-AMOUNT-PROMPT WITH NO ADVANCING
           MOVE SPACES TO GV-AMOUNT-RAW
           ACCEPT GV-AMOUNT-RAW
           IF GV-AMOUNT-RAW = SPACES
               DISPLAY "   REJECTED: AMOUNT IS REQUIRED"
               SET GV-AMOUNT-BAD TO TRUE
               GO TO TAKE-CENTS-AMOUNT-EXIT
           END-IF
           IF GV-AMOUNT-RAW(8:3) NOT = SPACES
               DISPLAY "   REJECTED: AMOUNT EXCEEDS 7 DIGITS"
               SET GV-AMOUNT-BAD TO TRUE
               GO TO TAKE-CENTS-AMOUNT-EXIT
           END-IF
           MOVE ZERO TO GV-AMOUNT-PTR
           INSPECT GV-AMOUNT-RAW TALLYING GV-AMOUNT-PTR
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF GV-AMOUNT-PTR = ZERO
                   OR GV-AMOUNT-RAW(1:GV-AMOUNT-PTR) IS NOT NUMERIC
                   OR GV-AMOUNT-RAW(GV-AMOUNT-PTR + 1:) NOT = SPACES
               DISPLAY "   REJECTED: AMOUNT MUST BE WHOLE CENTS"
               SET GV-AMOUNT-BAD TO TRUE
               GO TO TAKE-CENTS-AMOUNT-EXIT
           END-IF
           MOVE GV-AMOUNT-RAW(1:GV-AMOUNT-PTR) TO GV-AMOUNT-WORK.

       TAKE-CENTS-AMOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    ADD-RATE-PERIOD
      *    Files a new open-ended rate period. A period may only be
      *    added after every period already on file for its branch
      *    and style - history is corrected with CHG and ENDP, not
      *    by slotting periods in behind it. The open period the new
      *    one supersedes is ended the day before it starts; a
      *    closed period that runs past the new start is a conflict
      *    the operator has to resolve with ENDP first.
      *****************************************************************
       ADD-RATE-PERIOD.
           PERFORM TAKE-RATE-KEY THRU TAKE-RATE-KEY-EXIT
           IF GV-KEY-BAD
               GO TO ADD-RATE-PERIOD-EXIT
           END-IF

           PERFORM SCAN-BRANCH-STYLE THRU SCAN-BRANCH-STYLE-EXIT
           IF GV-ENTRY-DONE
               GO TO ADD-RATE-PERIOD-EXIT
           END-IF
           IF GV-PERIOD-CONFLICT
               GO TO ADD-RATE-PERIOD-EXIT
           END-IF

           PERFORM TAKE-RATE-AMOUNTS THRU TAKE-RATE-AMOUNTS-EXIT
           IF GV-AMOUNT-BAD
               GO TO ADD-RATE-PERIOD-EXIT
           END-IF

           IF GV-PRIOR-OPEN
               PERFORM CLOSE-PRIOR-PERIOD THRU CLOSE-PRIOR-PERIOD-EXIT
               IF GV-ENTRY-DONE
                   GO TO ADD-RATE-PERIOD-EXIT
               END-IF
           END-IF

           MOVE SPACES TO RATE-RECORD
           MOVE GV-KEY-WORK TO RTE-KEY
           SET RTE-OPEN-ENDED TO TRUE
           MOVE GV-NEW-BASE TO RTE-BASE
           MOVE GV-NEW-CHIN TO RTE-CHIN
           WRITE RATE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE GV-RATE-STATUS
               WHEN "00"
               WHEN "02"
                   ADD 1 TO GV-UPDATE-COUNT
                   DISPLAY "   ADDED: " RTE-BRANCH " " RTE-STYLE
                       " FROM " RTE-EFF-FROM "  BASE " RTE-BASE
                       "  CHIN " RTE-CHIN
               WHEN "22"
                   DISPLAY "   REJECTED: A PERIOD FROM " GV-KEY-FROM
                       " IS ALREADY ON THE MASTER - USE CHG"
               WHEN OTHER
                   DISPLAY "*** GOONRTE WRITE FAILED - STATUS "
                       GV-RATE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET GV-ENTRY-DONE TO TRUE
           END-EVALUATE.

       ADD-RATE-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      *    SCAN-BRANCH-STYLE
      *    Walks every period on file for the key's branch and style
      *    and checks the new start date against each: any period
      *    starting on or after it, or a closed one still running on
      *    it, is a conflict; the open one running on it is the
      *    prior period to end.
      *****************************************************************
       SCAN-BRANCH-STYLE.
           MOVE 'N' TO GV-CONFLICT-SWITCH
           MOVE 'N' TO GV-PRIOR-SWITCH
           MOVE 'N' TO GV-SCAN-SWITCH
           MOVE GV-KEY-BRANCH TO RTE-BRANCH
           MOVE GV-KEY-STYLE TO RTE-STYLE
           MOVE LOW-VALUES TO RTE-EFF-FROM
           START RATE-FILE KEY NOT < RTE-KEY
               INVALID KEY SET GV-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-NEXT-PERIOD THRU CHECK-NEXT-PERIOD-EXIT
               UNTIL GV-SCAN-DONE.

       SCAN-BRANCH-STYLE-EXIT.
           EXIT.

       CHECK-NEXT-PERIOD.
           READ RATE-FILE NEXT RECORD
               AT END
                   SET GV-SCAN-DONE TO TRUE
                   GO TO CHECK-NEXT-PERIOD-EXIT
           END-READ
           IF GV-RATE-STATUS NOT = "00"
               DISPLAY "*** GOONRTE READ FAILED - STATUS "
                   GV-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               SET GV-ENTRY-DONE TO TRUE
               SET GV-SCAN-DONE TO TRUE
               GO TO CHECK-NEXT-PERIOD-EXIT
           END-IF
           IF RTE-BRANCH NOT = GV-KEY-BRANCH
                   OR RTE-STYLE NOT = GV-KEY-STYLE
               SET GV-SCAN-DONE TO TRUE
               GO TO CHECK-NEXT-PERIOD-EXIT
           END-IF

           IF RTE-EFF-FROM NOT < GV-KEY-FROM
               DISPLAY "   REJECTED: A PERIOD FROM " RTE-EFF-FROM
                   " IS ALREADY ON FILE - NEW PERIODS GO AFTER IT"
               SET GV-PERIOD-CONFLICT TO TRUE
               SET GV-SCAN-DONE TO TRUE
               GO TO CHECK-NEXT-PERIOD-EXIT
           END-IF
           IF RTE-EFF-THRU NOT < GV-KEY-FROM
               IF RTE-OPEN-ENDED
                   SET GV-PRIOR-OPEN TO TRUE
                   MOVE RTE-EFF-FROM TO GV-PRIOR-FROM
               ELSE
                   DISPLAY "   REJECTED: PERIOD FROM " RTE-EFF-FROM
                       " RUNS THROUGH " RTE-EFF-THRU
                       " - USE ENDP FIRST"
                   SET GV-PERIOD-CONFLICT TO TRUE
                   SET GV-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       CHECK-NEXT-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      *    CLOSE-PRIOR-PERIOD
      *    Ends the open period a new one supersedes on the day
      *    before the new one takes effect.
      *****************************************************************
       CLOSE-PRIOR-PERIOD.
           MOVE GV-KEY-FROM TO GV-DATE-WORK
           COMPUTE GV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GV-DATE-WORK) - 1
           COMPUTE GV-DAY-BEFORE =
               FUNCTION DATE-OF-INTEGER(GV-DATE-INT)

           MOVE GV-KEY-BRANCH TO RTE-BRANCH
           MOVE GV-KEY-STYLE TO RTE-STYLE
           MOVE GV-PRIOR-FROM TO RTE-EFF-FROM
           PERFORM READ-RATE-PERIOD THRU READ-RATE-PERIOD-EXIT
           IF GV-KEY-BAD
               SET GV-ENTRY-DONE TO TRUE
               GO TO CLOSE-PRIOR-PERIOD-EXIT
           END-IF
           MOVE GV-DAY-BEFORE TO RTE-EFF-THRU
           PERFORM REWRITE-RATE-PERIOD
           IF NOT GV-ENTRY-DONE
               DISPLAY "   ENDED: " RTE-BRANCH " " RTE-STYLE
                   " FROM " RTE-EFF-FROM " THRU " RTE-EFF-THRU
           END-IF.

       CLOSE-PRIOR-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      *    CHANGE-RATE-AMOUNTS
      *    Corrects the amounts on an existing period. The dates
      *    never change here - they are what past invoices were
      *    priced under.
      *****************************************************************
       CHANGE-RATE-AMOUNTS.
           PERFORM TAKE-RATE-KEY THRU TAKE-RATE-KEY-EXIT
           IF GV-KEY-BAD
               GO TO CHANGE-RATE-AMOUNTS-EXIT
           END-IF

           MOVE GV-KEY-WORK TO RTE-KEY
           PERFORM READ-RATE-PERIOD THRU READ-RATE-PERIOD-EXIT
           IF GV-KEY-BAD
               GO TO CHANGE-RATE-AMOUNTS-EXIT
           END-IF

           DISPLAY "   CURRENT BASE " RTE-BASE "  CHIN " RTE-CHIN
           PERFORM TAKE-RATE-AMOUNTS THRU TAKE-RATE-AMOUNTS-EXIT
           IF GV-AMOUNT-BAD
               GO TO CHANGE-RATE-AMOUNTS-EXIT
           END-IF

           MOVE GV-NEW-BASE TO RTE-BASE
           MOVE GV-NEW-CHIN TO RTE-CHIN
           PERFORM REWRITE-RATE-PERIOD
           IF NOT GV-ENTRY-DONE
               DISPLAY "   CHANGED: " RTE-BRANCH " " RTE-STYLE
                   " FROM " RTE-EFF-FROM "  BASE " RTE-BASE
                   "  CHIN " RTE-CHIN
           END-IF.

       CHANGE-RATE-AMOUNTS-EXIT.
           EXIT.

      *****************************************************************
      *    END-RATE-PERIOD
      *    Sets the last day a period applies - for a rate being
      *    withdrawn with nothing to replace it, or to pull a closed
      *    period's end back. The end may not fall before the
      *    period's own start or reach the next period's.
      *****************************************************************
       END-RATE-PERIOD.
           PERFORM TAKE-RATE-KEY THRU TAKE-RATE-KEY-EXIT
           IF GV-KEY-BAD
               GO TO END-RATE-PERIOD-EXIT
           END-IF

           MOVE GV-KEY-WORK TO RTE-KEY
           PERFORM READ-RATE-PERIOD THRU READ-RATE-PERIOD-EXIT
           IF GV-KEY-BAD
               GO TO END-RATE-PERIOD-EXIT
           END-IF

      *>       The record after this one, if it is the same branch
      *>       and style, is the next period - its start is the
      *>       ceiling for the new end date
           MOVE "99999999" TO GV-NEXT-FROM
           READ RATE-FILE NEXT RECORD
               AT END CONTINUE
           END-READ
           IF GV-RATE-STATUS NOT = "00" AND GV-RATE-STATUS NOT = "10"
               DISPLAY "*** GOONRTE READ FAILED - STATUS "
                   GV-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               SET GV-ENTRY-DONE TO TRUE
               GO TO END-RATE-PERIOD-EXIT
           END-IF
           IF GV-RATE-STATUS = "00"
                   AND RTE-BRANCH = GV-KEY-BRANCH
                   AND RTE-STYLE = GV-KEY-STYLE
               MOVE RTE-EFF-FROM TO GV-NEXT-FROM
           END-IF

           MOVE GV-KEY-WORK TO RTE-KEY
           PERFORM READ-RATE-PERIOD THRU READ-RATE-PERIOD-EXIT
           IF GV-KEY-BAD
               GO TO END-RATE-PERIOD-EXIT
           END-IF

           DISPLAY "   CURRENT THRU " RTE-EFF-THRU
           MOVE "EFFECTIVE THRU (YYYYMMDD): " TO GV-DATE-PROMPT
           PERFORM TAKE-DATE THRU TAKE-DATE-EXIT
           IF GV-DATE-BAD
               GO TO END-RATE-PERIOD-EXIT
           END-IF
           IF GV-DATE-WORK < RTE-EFF-FROM
               DISPLAY "   REJECTED: END DATE IS BEFORE THE PERIOD "
                   "STARTS"
               GO TO END-RATE-PERIOD-EXIT
           END-IF
           IF GV-DATE-WORK NOT < GV-NEXT-FROM
               DISPLAY "   REJECTED: NEXT PERIOD STARTS "
                   GV-NEXT-FROM " - END DATE MUST BE BEFORE IT"
               GO TO END-RATE-PERIOD-EXIT
           END-IF

           MOVE GV-DATE-WORK TO RTE-EFF-THRU
           PERFORM REWRITE-RATE-PERIOD
           IF NOT GV-ENTRY-DONE
               DISPLAY "   ENDED: " RTE-BRANCH " " RTE-STYLE
                   " FROM " RTE-EFF-FROM " THRU " RTE-EFF-THRU
           END-IF.

       END-RATE-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      *    READ-RATE-PERIOD
      *    Keyed read of the period under RTE-KEY, reusing the
      *    key-bad switch to tell the caller the function is off.
      *****************************************************************
       READ-RATE-PERIOD.
           READ RATE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE GV-RATE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   DISPLAY "   REJECTED: NO PERIOD FOR " RTE-BRANCH
                       " " RTE-STYLE " FROM " RTE-EFF-FROM
                   SET GV-KEY-BAD TO TRUE
               WHEN OTHER
                   DISPLAY "*** GOONRTE READ FAILED - STATUS "
                       GV-RATE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET GV-KEY-BAD TO TRUE
                   SET GV-ENTRY-DONE TO TRUE
           END-EVALUATE.

       READ-RATE-PERIOD-EXIT.
           EXIT.

       REWRITE-RATE-PERIOD.
           REWRITE RATE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF GV-RATE-STATUS = "00"
               ADD 1 TO GV-UPDATE-COUNT
           ELSE
               DISPLAY "*** GOONRTE REWRITE FAILED - STATUS "
                   GV-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               SET GV-ENTRY-DONE TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    LIST-RATES
      *    Walks the whole master in key sequence - branch, style,
      *    then period - and prints each period with its amounts.
      *****************************************************************
       LIST-RATES.
           MOVE 'N' TO GV-EOF-SWITCH
           MOVE ZERO TO GV-LIST-COUNT
           MOVE LOW-VALUES TO RTE-KEY
           START RATE-FILE KEY NOT < RTE-KEY
               INVALID KEY SET GV-RATE-EOF TO TRUE
           END-START

           IF NOT GV-RATE-EOF
               PERFORM READ-NEXT-RATE
           END-IF
           PERFORM LIST-ONE-RATE UNTIL GV-RATE-EOF
           DISPLAY "   RATE PERIODS ON MASTER: " GV-LIST-COUNT.

       LIST-RATES-EXIT.
           EXIT.

       READ-NEXT-RATE.
           READ RATE-FILE NEXT RECORD
               AT END SET GV-RATE-EOF TO TRUE
           END-READ
      *>       A failed read leaves the last record in the area -
      *>       listing stops there rather than printing it again
           IF NOT GV-RATE-EOF AND GV-RATE-STATUS NOT = "00"
               DISPLAY "*** GOONRTE READ FAILED - STATUS "
                   GV-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               SET GV-ENTRY-DONE TO TRUE
               SET GV-RATE-EOF TO TRUE
           END-IF
           EXIT.

       LIST-ONE-RATE.
           ADD 1 TO GV-LIST-COUNT
           IF RTE-OPEN-ENDED
               MOVE "OPEN" TO GV-THRU-TEXT
           ELSE
               MOVE RTE-EFF-THRU TO GV-THRU-TEXT
           END-IF
           DISPLAY "   " RTE-BRANCH " " RTE-STYLE "  " RTE-EFF-FROM
               " THRU " GV-THRU-TEXT "  BASE " RTE-BASE
               "  CHIN " RTE-CHIN
           PERFORM READ-NEXT-RATE
           EXIT.
