      *
      *    The cluster is defined once with IDCAMS, e.g.
      *      DEFINE CLUSTER (NAME(PROD.CHINGOON.GOONDPT) -
      *        INDEXED KEYS(4 0) RECORDSIZE(52 52))
      *****************************************************************
           SELECT DEPT-FILE
               ASSIGN TO GOONDPT
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GD-DEPT-STATUS.

      *****************************************************************
      *    THEME-FILE is the GOONTHM face theme library (see
      *    GOONTHMR), read only to check that a theme code given to
      *    THM is one the library actually holds - a department
      *    pointed at a theme nobody keyed would just draw in the
      *    house look. No library means only the house look (blank)
      *    can be given.
      *****************************************************************
           SELECT OPTIONAL THEME-FILE
               ASSIGN TO GOONTHM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GD-THEME-STATUS.

      *****************************************************************
      *    LOG-FILE is the GOONDLG change log (see GOONDLGR). Every
      *    change made here is appended to it with the operator who
      *    made it and the record before and after, so a department
      *    that starts bouncing with reason 0009, or bills under a
      *    new name, can be traced to who changed it and when
      *    (GOONDCHG reports it). The log is required - no log, no
      *    session.
      *****************************************************************
           SELECT LOG-FILE
               ASSIGN TO GOONDLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  THEME-FILE.
       COPY GOONTHMR.

       FD  LOG-FILE.
       COPY GOONDLGR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Entry working fields - one function per pass through the
       01  GD-CODE-RAW           PIC X(10).
       01  GD-NAME-RAW           PIC X(30).
       01  GD-CODE-WORK          PIC X(04).
       01  GD-QUOTA-RAW          PIC X(10).
       01  GD-QUOTA-WORK         PIC 9(05).
       01  GD-QUOTA-PTR          PIC 9(02) COMP.
       01  GD-QUOTA-SWITCH       PIC X(01) VALUE 'Y'.
           88 GD-QUOTA-GOOD          VALUE 'Y'.
           88 GD-QUOTA-BAD           VALUE 'N'.
       01  GD-THEME-RAW          PIC X(10).
       01  GD-THEME-WORK         PIC X(04).
       01  GD-THEME-SWITCH       PIC X(01) VALUE 'Y'.
           88 GD-THEME-GOOD          VALUE 'Y'.
           88 GD-THEME-BAD           VALUE 'N'.
       01  GD-COST-CTR-RAW       PIC X(10).
       01  GD-COST-CTR-WORK      PIC X(08).
       01  GD-COST-CTR-LEN       PIC 9(02) COMP.
       01  GD-COST-CTR-SWITCH    PIC X(01) VALUE 'Y'.
           88 GD-COST-CTR-GOOD       VALUE 'Y'.
           88 GD-COST-CTR-BAD        VALUE 'N'.
       01  GD-DONE-SWITCH        PIC X(01) VALUE 'N'.
           88 GD-ENTRY-DONE          VALUE 'Y'.
       01  GD-CODE-SWITCH        PIC X(01) VALUE 'Y'.
       01  GD-DEPT-STATUS        PIC X(02).
       01  GD-EOF-SWITCH         PIC X(01).
           88 GD-DEPT-EOF            VALUE 'Y'.
      *****************************************************************
      *    Theme library status and end-of-file switch for the
      *    theme-code check
      *****************************************************************
       01  GD-THEME-STATUS       PIC X(02).
       01  GD-THEME-EOF-SWITCH   PIC X(01).
           88 GD-THEME-EOF           VALUE 'Y'.
      *****************************************************************
      *    Change logging - the operator the session runs under, and
      *    the record as it stood before and after the change
      *****************************************************************
       01  GD-OPERATOR-RAW       PIC X(10).
       01  GD-OPERATOR-ID        PIC X(08).
       01  GD-BEFORE-IMAGE       PIC X(52).
       01  GD-AFTER-IMAGE        PIC X(52).
       01  GD-LOG-STATUS         PIC X(02).
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           DISPLAY "CHINGOON DEPARTMENT MASTER MAINTENANCE"
           DISPLAY "FUNCTIONS: ADD, CHG (RENAME), DEA (DEACTIVATE),"
           DISPLAY "           ACT (REACTIVATE), QTA (MONTHLY QUOTA),"
           DISPLAY "           THM (FACE THEME), CCT (COST CENTER),"
           DISPLAY "           LST (LIST ALL)"

           PERFORM TAKE-ONE-FUNCTION THRU TAKE-ONE-FUNCTION-EXIT
               UNTIL GD-ENTRY-DONE
      *    OPEN OUTPUT first, the same way chingoon primes GOONCAT.
      *****************************************************************
       INITIALIZE-RUN.
      *>       Every change is logged under the operator who made it,
      *>       so there is no anonymous session
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO GD-OPERATOR-RAW
           ACCEPT GD-OPERATOR-RAW
           INSPECT GD-OPERATOR-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF GD-OPERATOR-RAW = SPACES
                   OR GD-OPERATOR-RAW(9:2) NOT = SPACES
               DISPLAY "*** OPERATOR ID (UP TO 8 CHARACTERS) IS "
                   "REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GD-OPERATOR-RAW(1:8) TO GD-OPERATOR-ID

           OPEN EXTEND LOG-FILE
           IF GD-LOG-STATUS = "35"
      *>       First change ever - GOONDLG doesn't exist yet
               OPEN OUTPUT LOG-FILE
           END-IF
           IF GD-LOG-STATUS NOT = "00"
               DISPLAY "*** GOONDLG COULD NOT BE OPENED - STATUS "
                   GD-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DEPT-FILE
           IF GD-DEPT-STATUS = "35"
               OPEN OUTPUT DEPT-FILE

       TERMINATE-RUN.
           CLOSE DEPT-FILE
           CLOSE LOG-FILE
           DISPLAY "MASTER UPDATES THIS SESSION: " GD-UPDATE-COUNT
           EXIT.

                   PERFORM FLAG-DEPARTMENT THRU FLAG-DEPARTMENT-EXIT
               WHEN "ACT"
                   PERFORM FLAG-DEPARTMENT THRU FLAG-DEPARTMENT-EXIT
               WHEN "QTA"
                   PERFORM SET-DEPARTMENT-QUOTA
                       THRU SET-DEPARTMENT-QUOTA-EXIT
               WHEN "THM"
                   PERFORM SET-DEPARTMENT-THEME
                       THRU SET-DEPARTMENT-THEME-EXIT
               WHEN "CCT"
                   PERFORM SET-DEPARTMENT-COST-CTR
                       THRU SET-DEPARTMENT-COST-CTR-EXIT
               WHEN "LST"
                   PERFORM LIST-DEPARTMENTS THRU LIST-DEPARTMENTS-EXIT
               WHEN OTHER
                   DISPLAY "   REJECTED: FUNCTION MUST BE ADD, CHG, "
                       "DEA, ACT, QTA, THM, CCT, OR LST"
           END-EVALUATE.

       TAKE-ONE-FUNCTION-EXIT.

      *****************************************************************
      *    ADD-DEPARTMENT
      *    Files a new active department under its code, with its
      *    monthly face quota (blank for none) and GL cost center
      *    (blank until accounting supplies one). A new department
      *    draws in the house look until THM gives it a theme.
      *****************************************************************
       ADD-DEPARTMENT.
           PERFORM TAKE-DEPT-CODE THRU TAKE-DEPT-CODE-EXIT
               GO TO ADD-DEPARTMENT-EXIT
           END-IF

           PERFORM TAKE-QUOTA-AMOUNT THRU TAKE-QUOTA-AMOUNT-EXIT
           IF GD-QUOTA-BAD
               GO TO ADD-DEPARTMENT-EXIT
           END-IF

           PERFORM TAKE-COST-CENTER THRU TAKE-COST-CENTER-EXIT
           IF GD-COST-CTR-BAD
               GO TO ADD-DEPARTMENT-EXIT
           END-IF

           MOVE GD-CODE-WORK TO DPT-CODE
           MOVE GD-NAME-RAW TO DPT-NAME
           SET DPT-ACTIVE TO TRUE
           MOVE GD-QUOTA-WORK TO DPT-MONTH-QUOTA
           MOVE SPACES TO DPT-THEME
           MOVE GD-COST-CTR-WORK TO DPT-COST-CENTER
           WRITE DEPT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
               WHEN "02"
                   ADD 1 TO GD-UPDATE-COUNT
                   DISPLAY "   ADDED: " DPT-CODE " " DPT-NAME
                   MOVE SPACES TO GD-BEFORE-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               WHEN "22"
                   DISPLAY "   REJECTED: " GD-CODE-WORK
                       " IS ALREADY ON THE MASTER - USE CHG"
       FLAG-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    SET-DEPARTMENT-QUOTA
      *    Sets or clears a department's monthly face quota. The new
      *    allowance applies to the month already under way - GOONNTRY
      *    and GOONEDIT count the month's usage so far against it, so
      *    lowering a quota below what is already used stops any more
      *    faces for the rest of the month.
      *****************************************************************
       SET-DEPARTMENT-QUOTA.
           PERFORM TAKE-DEPT-CODE THRU TAKE-DEPT-CODE-EXIT
           IF GD-CODE-BAD
               GO TO SET-DEPARTMENT-QUOTA-EXIT
           END-IF

           MOVE GD-CODE-WORK TO DPT-CODE
           PERFORM READ-DEPARTMENT THRU READ-DEPARTMENT-EXIT
           IF GD-CODE-BAD
               GO TO SET-DEPARTMENT-QUOTA-EXIT
           END-IF

           DISPLAY "   CURRENT QUOTA: " DPT-MONTH-QUOTA
           PERFORM TAKE-QUOTA-AMOUNT THRU TAKE-QUOTA-AMOUNT-EXIT
           IF GD-QUOTA-BAD
               GO TO SET-DEPARTMENT-QUOTA-EXIT
           END-IF

           MOVE GD-QUOTA-WORK TO DPT-MONTH-QUOTA
           PERFORM REWRITE-DEPARTMENT
           IF NOT GD-ENTRY-DONE
               DISPLAY "   QUOTA SET: " DPT-CODE " " DPT-MONTH-QUOTA
           END-IF.

       SET-DEPARTMENT-QUOTA-EXIT.
           EXIT.

      *****************************************************************
      *    SET-DEPARTMENT-THEME
      *    Sets or clears the face theme a department's faces are
      *    drawn in. The change takes effect from the next night's
      *    run; faces already cataloged under the old theme stay
      *    where they are for reprints of what was ordered in it.
      *****************************************************************
       SET-DEPARTMENT-THEME.
           PERFORM TAKE-DEPT-CODE THRU TAKE-DEPT-CODE-EXIT
           IF GD-CODE-BAD
               GO TO SET-DEPARTMENT-THEME-EXIT
           END-IF

           MOVE GD-CODE-WORK TO DPT-CODE
           PERFORM READ-DEPARTMENT THRU READ-DEPARTMENT-EXIT
           IF GD-CODE-BAD
               GO TO SET-DEPARTMENT-THEME-EXIT
           END-IF

           IF DPT-THEME = SPACES
               DISPLAY "   CURRENT THEME: (HOUSE)"
           ELSE
               DISPLAY "   CURRENT THEME: " DPT-THEME
           END-IF
           PERFORM TAKE-THEME-CODE THRU TAKE-THEME-CODE-EXIT
           IF GD-THEME-BAD
               GO TO SET-DEPARTMENT-THEME-EXIT
           END-IF

           MOVE GD-THEME-WORK TO DPT-THEME
           PERFORM REWRITE-DEPARTMENT
           IF NOT GD-ENTRY-DONE
               IF DPT-THEME = SPACES
                   DISPLAY "   THEME SET: " DPT-CODE " (HOUSE)"
               ELSE
                   DISPLAY "   THEME SET: " DPT-CODE " " DPT-THEME
               END-IF
           END-IF.

       SET-DEPARTMENT-THEME-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-THEME-CODE
      *    Prompts for and edits a theme code: blank for the house
      *    look, otherwise a code of up to 4 characters that the
      *    GOONTHM library holds. A bad answer abandons the
      *    function.
      *****************************************************************
       TAKE-THEME-CODE.
           SET GD-THEME-GOOD TO TRUE
           MOVE SPACES TO GD-THEME-WORK
           DISPLAY "THEME CODE (BLANK FOR HOUSE LOOK): "
               WITH NO ADVANCING
           MOVE SPACES TO GD-THEME-RAW
           ACCEPT GD-THEME-RAW
           INSPECT GD-THEME-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF GD-THEME-RAW = SPACES
               GO TO TAKE-THEME-CODE-EXIT
           END-IF
           IF GD-THEME-RAW(5:6) NOT = SPACES
               DISPLAY "   REJECTED: THEME CODE EXCEEDS 4 CHARACTERS"
               SET GD-THEME-BAD TO TRUE
               GO TO TAKE-THEME-CODE-EXIT
           END-IF
           MOVE GD-THEME-RAW(1:4) TO GD-THEME-WORK

      *>       The code must be in the library - walk it for a match
           OPEN INPUT THEME-FILE
           IF GD-THEME-STATUS NOT = "00" AND
                   GD-THEME-STATUS NOT = "05"
               DISPLAY "*** GOONTHM COULD NOT BE OPENED - STATUS "
                   GD-THEME-STATUS
               SET GD-THEME-BAD TO TRUE
               GO TO TAKE-THEME-CODE-EXIT
           END-IF
           MOVE 'N' TO GD-THEME-EOF-SWITCH
           PERFORM READ-THEME-RECORD
           PERFORM READ-THEME-RECORD
               UNTIL GD-THEME-EOF OR THM-CODE = GD-THEME-WORK
           CLOSE THEME-FILE
           IF GD-THEME-EOF
               DISPLAY "   REJECTED: THEME " GD-THEME-WORK
                   " IS NOT IN THE GOONTHM LIBRARY"
               SET GD-THEME-BAD TO TRUE
           END-IF.

       TAKE-THEME-CODE-EXIT.
           EXIT.

       READ-THEME-RECORD.
           READ THEME-FILE
               AT END SET GD-THEME-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    SET-DEPARTMENT-COST-CTR
      *    Sets or clears the GL cost center GOONBILL's journal feed
      *    debits for the department. It applies from the next
      *    billing run; journals already sent to the GL stay as they
      *    were posted.
      *****************************************************************
       SET-DEPARTMENT-COST-CTR.
           PERFORM TAKE-DEPT-CODE THRU TAKE-DEPT-CODE-EXIT
           IF GD-CODE-BAD
               GO TO SET-DEPARTMENT-COST-CTR-EXIT
           END-IF

           MOVE GD-CODE-WORK TO DPT-CODE
           PERFORM READ-DEPARTMENT THRU READ-DEPARTMENT-EXIT
           IF GD-CODE-BAD
               GO TO SET-DEPARTMENT-COST-CTR-EXIT
           END-IF

           IF DPT-COST-CENTER = SPACES
               DISPLAY "   CURRENT COST CENTER: (NONE - SUSPENSE)"
           ELSE
               DISPLAY "   CURRENT COST CENTER: " DPT-COST-CENTER
           END-IF
           PERFORM TAKE-COST-CENTER THRU TAKE-COST-CENTER-EXIT
           IF GD-COST-CTR-BAD
               GO TO SET-DEPARTMENT-COST-CTR-EXIT
           END-IF

           MOVE GD-COST-CTR-WORK TO DPT-COST-CENTER
           PERFORM REWRITE-DEPARTMENT
           IF NOT GD-ENTRY-DONE
               IF DPT-COST-CENTER = SPACES
                   DISPLAY "   COST CENTER SET: " DPT-CODE " (NONE)"
               ELSE
                   DISPLAY "   COST CENTER SET: " DPT-CODE " "
                       DPT-COST-CENTER
               END-IF
           END-IF.

       SET-DEPARTMENT-COST-CTR-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-COST-CENTER
      *    Prompts for and edits a GL cost center: blank for none,
      *    otherwise up to 8 characters with no embedded blanks -
      *    the GL loader takes the field as one token. A bad answer
      *    abandons the function.
      *****************************************************************
       TAKE-COST-CENTER.
           SET GD-COST-CTR-GOOD TO TRUE
           MOVE SPACES TO GD-COST-CTR-WORK
           DISPLAY "GL COST CENTER (BLANK FOR NONE): " WITH NO ADVANCING
           MOVE SPACES TO GD-COST-CTR-RAW
           ACCEPT GD-COST-CTR-RAW
           INSPECT GD-COST-CTR-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF GD-COST-CTR-RAW = SPACES
               GO TO TAKE-COST-CENTER-EXIT
           END-IF
           IF GD-COST-CTR-RAW(9:2) NOT = SPACES
               DISPLAY "   REJECTED: COST CENTER EXCEEDS 8 CHARACTERS"
               SET GD-COST-CTR-BAD TO TRUE
               GO TO TAKE-COST-CENTER-EXIT
           END-IF
      *>       Characters from column 1 up to the first blank, and
      *>       nothing but blanks after them
           MOVE ZERO TO GD-COST-CTR-LEN
           INSPECT GD-COST-CTR-RAW TALLYING GD-COST-CTR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF GD-COST-CTR-LEN = ZERO
                   OR GD-COST-CTR-RAW(GD-COST-CTR-LEN + 1:) NOT = SPACES
               DISPLAY "   REJECTED: COST CENTER MAY NOT CONTAIN "
                   "SPACES"
               SET GD-COST-CTR-BAD TO TRUE
               GO TO TAKE-COST-CENTER-EXIT
           END-IF
           MOVE GD-COST-CTR-RAW(1:8) TO GD-COST-CTR-WORK.

       TAKE-COST-CENTER-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE-QUOTA-AMOUNT
      *    Prompts for and edits a monthly face quota: blank or zero
      *    for no limit, otherwise a whole number of faces up to
      *    99999. A bad answer abandons the function.
      *****************************************************************
       TAKE-QUOTA-AMOUNT.
           SET GD-QUOTA-GOOD TO TRUE
           MOVE ZERO TO GD-QUOTA-WORK
           DISPLAY "MONTHLY FACE QUOTA (BLANK OR 0 FOR NO LIMIT): "
               WITH NO ADVANCING
           MOVE SPACES TO GD-QUOTA-RAW
           ACCEPT GD-QUOTA-RAW
           IF GD-QUOTA-RAW = SPACES
               GO TO TAKE-QUOTA-AMOUNT-EXIT
           END-IF
           IF GD-QUOTA-RAW(6:5) NOT = SPACES
               DISPLAY "   REJECTED: QUOTA EXCEEDS 99999 FACES"
               SET GD-QUOTA-BAD TO TRUE
               GO TO TAKE-QUOTA-AMOUNT-EXIT
           END-IF
      *>       Digits from column 1 up to the first blank, and nothing
      *>       but blanks after them
           MOVE ZERO TO GD-QUOTA-PTR
           INSPECT GD-QUOTA-RAW TALLYING GD-QUOTA-PTR
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF GD-QUOTA-PTR = ZERO
                   OR GD-QUOTA-RAW(1:GD-QUOTA-PTR) IS NOT NUMERIC
                   OR GD-QUOTA-RAW(GD-QUOTA-PTR + 1:) NOT = SPACES
               DISPLAY "   REJECTED: QUOTA MUST BE A WHOLE NUMBER"
               SET GD-QUOTA-BAD TO TRUE
               GO TO TAKE-QUOTA-AMOUNT-EXIT
           END-IF
           MOVE GD-QUOTA-RAW(1:GD-QUOTA-PTR) TO GD-QUOTA-WORK.

       TAKE-QUOTA-AMOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    READ-DEPARTMENT
      *    Keyed read of the record under GD-CODE-WORK, reusing the
      *    code-bad switch to tell the caller the function is off.
      *    The record as read is kept as the change log's before
      *    image.
      *****************************************************************
       READ-DEPARTMENT.
           READ DEPT-FILE
           END-READ
           EVALUATE GD-DEPT-STATUS
               WHEN "00"
                   MOVE DEPT-RECORD TO GD-BEFORE-IMAGE
               WHEN "23"
                   DISPLAY "   REJECTED: " GD-CODE-WORK
                       " IS NOT ON THE MASTER"
           END-REWRITE
           IF GD-DEPT-STATUS = "00"
               ADD 1 TO GD-UPDATE-COUNT
               PERFORM WRITE-CHANGE-LOG
           ELSE
               DISPLAY "*** GOONDPT REWRITE FAILED - STATUS "
                   GD-DEPT-STATUS
           END-IF
           EXIT.

      *****************************************************************
      *    WRITE-CHANGE-LOG
      *    Appends the change just made to the master: the function
      *    (still in GD-FUNCTION-RAW), the operator, the date and
      *    time, and the before and after images. A change that
      *    can't be logged ends the session - the master has it,
      *    but nothing more is changed without a trail.
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO DEPT-CHANGE-RECORD
           ACCEPT DLG-DATE FROM DATE YYYYMMDD
           ACCEPT DLG-TIME FROM TIME
           MOVE GD-OPERATOR-ID TO DLG-OPERATOR
           MOVE GD-FUNCTION-RAW(1:3) TO DLG-FUNCTION
           MOVE DPT-CODE TO DLG-DEPT
           MOVE DEPT-RECORD TO GD-AFTER-IMAGE
           MOVE GD-BEFORE-IMAGE TO DLG-BEFORE
           MOVE GD-AFTER-IMAGE TO DLG-AFTER
           WRITE DEPT-CHANGE-RECORD
           IF GD-LOG-STATUS NOT = "00"
               DISPLAY "*** GOONDLG WRITE FAILED - STATUS "
                   GD-LOG-STATUS
               DISPLAY "*** " DLG-FUNCTION " " DLG-DEPT
                   " IS ON THE MASTER BUT NOT ON THE CHANGE LOG"
               MOVE 8 TO RETURN-CODE
               SET GD-ENTRY-DONE TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    LIST-DEPARTMENTS
      *    Walks the whole master in key sequence and prints each
       LIST-ONE-DEPARTMENT.
           ADD 1 TO GD-LIST-COUNT
           IF DPT-ACTIVE
               DISPLAY "   " DPT-CODE "  " DPT-NAME "  ACTIVE  "
                   "  QUOTA " DPT-MONTH-QUOTA "  THEME " DPT-THEME
                   "  CC " DPT-COST-CENTER
           ELSE
               DISPLAY "   " DPT-CODE "  " DPT-NAME "  INACTIVE"
                   "  QUOTA " DPT-MONTH-QUOTA "  THEME " DPT-THEME
                   "  CC " DPT-COST-CENTER
           END-IF
           PERFORM READ-NEXT-DEPARTMENT
           EXIT.
