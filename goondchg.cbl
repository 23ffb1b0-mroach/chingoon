       IDENTIFICATION DIVISION.
       PROGRAM-ID. goondchg.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    LOG-FILE is the GOONDLG department master change log (see
      *    GOONDLGR) - every add, rename, deactivation, reactivation,
      *    quota, theme and cost center change GOONDPTM has made,
      *    oldest first.
      *****************************************************************
           SELECT OPTIONAL LOG-FILE
               ASSIGN TO GOONDLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GI-LOG-STATUS.

      *****************************************************************
      *    REPORT-FILE is the printed change history - three lines
      *    per change (who and when, the record before, the record
      *    after) and a trailer with the counts.
      *****************************************************************
           SELECT REPORT-FILE
               ASSIGN TO GOONDCR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GI-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       COPY GOONDLGR.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Selection arguments - DATE and a window (from and thru,
      *    YYYYMMDD; no thru date means through today), or DEPT and
      *    a department code for its whole history.
      *****************************************************************
       01  GI-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GI-SELECT-ARG         PIC X(05).
       01  GI-VALUE-ARG          PIC X(10).
       01  GI-THRU-ARG           PIC X(10).
       01  GI-VALUE-LEN          PIC 9(02) COMP.
       01  GI-SEL-FROM           PIC X(08).
       01  GI-SEL-THRU           PIC X(08).
       01  GI-SEL-DEPT           PIC X(04).
       01  GI-SELECT-SWITCH      PIC X(01).
           88 GI-BY-DATE             VALUE 'W'.
           88 GI-BY-DEPARTMENT       VALUE 'D'.
       01  GI-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GI-INPUT-VALID         VALUE 'Y'.
           88 GI-INPUT-INVALID       VALUE 'N'.
       01  GI-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    One change being printed - the fields that differ between
      *    the before and after images, and the time as HH:MM:SS
      *****************************************************************
       01  GI-FIELDS-CHANGED     PIC X(40).
       01  GI-FIELDS-PTR         PIC 9(02) COMP.
       01  GI-TIME-EDIT          PIC X(08).
      *****************************************************************
      *    Report counts
      *****************************************************************
       01  GI-READ-COUNT         PIC 9(07) VALUE ZERO.
       01  GI-LISTED-COUNT       PIC 9(05) VALUE ZERO.
       01  GI-ADD-COUNT          PIC 9(05) VALUE ZERO.
       01  GI-CHANGE-COUNT       PIC 9(05) VALUE ZERO.
       01  GI-STATUS-COUNT       PIC 9(05) VALUE ZERO.
       01  GI-QUOTA-COUNT        PIC 9(05) VALUE ZERO.
       01  GI-THEME-COUNT        PIC 9(05) VALUE ZERO.
       01  GI-COST-CTR-COUNT     PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    File statuses, end-of-file switch, and report banner
      *****************************************************************
       01  GI-LOG-STATUS         PIC X(02).
       01  GI-REPORT-STATUS      PIC X(02).
       01  GI-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GI-LOG-EOF             VALUE 'Y'.
       01  GI-RUN-DATE           PIC 9(08).
       01  GI-RUN-TIME           PIC 9(08).
       PROCEDURE DIVISION.
      *> Parse the selection before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GI-INPUT-INVALID
               DISPLAY GI-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-LOG-RECORD
           PERFORM TAKE-LOG-RECORD UNTIL GI-LOG-EOF
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    DATE yyyymmdd [yyyymmdd] or DEPT cccc.
      *****************************************************************
       PARSE-ARGUMENTS.
           ACCEPT GI-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GI-RUN-TIME FROM TIME

           MOVE 1 TO GI-ARGUMENT-NUMBER
           DISPLAY GI-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GI-SELECT-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GI-SELECT-ARG
           END-ACCEPT
           MOVE 2 TO GI-ARGUMENT-NUMBER
           DISPLAY GI-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GI-VALUE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GI-VALUE-ARG
           END-ACCEPT
           MOVE 3 TO GI-ARGUMENT-NUMBER
           DISPLAY GI-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GI-THRU-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GI-THRU-ARG
           END-ACCEPT
           INSPECT GI-SELECT-ARG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT GI-VALUE-ARG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           SET GI-INPUT-VALID TO TRUE
           MOVE ZERO TO GI-VALUE-LEN
           INSPECT GI-VALUE-ARG TALLYING GI-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE GI-SELECT-ARG
               WHEN "DATE"
                   SET GI-BY-DATE TO TRUE
                   IF GI-VALUE-LEN NOT = 8
                           OR GI-VALUE-ARG(1:8) IS NOT NUMERIC
                       SET GI-INPUT-INVALID TO TRUE
                       MOVE "FROM DATE MUST BE YYYYMMDD"
                           TO GI-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
                   MOVE GI-VALUE-ARG(1:8) TO GI-SEL-FROM
                   IF GI-THRU-ARG = SPACES
                       MOVE GI-RUN-DATE TO GI-SEL-THRU
                   ELSE
                       IF GI-THRU-ARG(1:8) IS NOT NUMERIC
                               OR GI-THRU-ARG(9:2) NOT = SPACES
                           SET GI-INPUT-INVALID TO TRUE
                           MOVE "THRU DATE MUST BE YYYYMMDD"
                               TO GI-ERROR-MSG
                           GO TO PARSE-ARGUMENTS-EXIT
                       END-IF
                       MOVE GI-THRU-ARG(1:8) TO GI-SEL-THRU
                   END-IF
                   IF GI-SEL-THRU < GI-SEL-FROM
                       SET GI-INPUT-INVALID TO TRUE
                       MOVE "THRU DATE IS BEFORE FROM DATE"
                           TO GI-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
               WHEN "DEPT"
                   SET GI-BY-DEPARTMENT TO TRUE
                   IF GI-VALUE-LEN = ZERO OR GI-VALUE-LEN > 4
                       SET GI-INPUT-INVALID TO TRUE
                       MOVE "DEPARTMENT CODE MUST BE 1 TO 4 CHARACTERS"
                           TO GI-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
                   MOVE GI-VALUE-ARG(1:4) TO GI-SEL-DEPT
               WHEN OTHER
                   SET GI-INPUT-INVALID TO TRUE
                   MOVE "SELECT BY DATE yyyymmdd yyyymmdd OR DEPT cccc"
                       TO GI-ERROR-MSG
           END-EVALUATE.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the log and the report and writes the banner. No
      *    log at all just means nothing has been changed yet.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN INPUT LOG-FILE
           IF GI-LOG-STATUS NOT = "00" AND
                   GI-LOG-STATUS NOT = "05"
               DISPLAY "*** GOONDLG COULD NOT BE OPENED - STATUS "
                   GI-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF GI-REPORT-STATUS NOT = "00"
               DISPLAY "*** GOONDCR COULD NOT BE OPENED - STATUS "
                   GI-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHINGOON DEPARTMENT MASTER CHANGE HISTORY"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " GI-RUN-DATE "   RUN TIME: " GI-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF GI-BY-DATE
               STRING "CHANGES FROM " GI-SEL-FROM " THRU " GI-SEL-THRU
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "DEPARTMENT: " GI-SEL-DEPT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "DATE     TIME     OPERATOR FUNC DEPT  FIELDS CHANGED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "           CODE NAME                           "
               "S QUOTA THEME COST CTR"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Writes the trailer and sets the return code: 0 when any
      *    change was listed, 4 when none matched.
      *****************************************************************
       TERMINATE-RUN.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF GI-LISTED-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               IF GI-BY-DATE
                   STRING "NO DEPARTMENT MASTER CHANGES FROM "
                       GI-SEL-FROM " THRU " GI-SEL-THRU
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "NO DEPARTMENT MASTER CHANGES FOR "
                       GI-SEL-DEPT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES LISTED:    " GI-LISTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ADDED:           " GI-ADD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  RENAMED:         " GI-CHANGE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  (DE)ACTIVATED:   " GI-STATUS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  QUOTA SET:       " GI-QUOTA-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  THEME SET:       " GI-THEME-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  COST CENTER SET: " GI-COST-CTR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOG RECORDS READ:  " GI-READ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE LOG-FILE
           CLOSE REPORT-FILE

           DISPLAY "GOONDCHG LOG RECORDS READ: " GI-READ-COUNT
           DISPLAY "GOONDCHG CHANGES LISTED:   " GI-LISTED-COUNT

           IF GI-LISTED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           EXIT.

       READ-LOG-RECORD.
           READ LOG-FILE
               AT END SET GI-LOG-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    TAKE-LOG-RECORD
      *    Prints a change that falls in the selection and counts it
      *    by function.
      *****************************************************************
       TAKE-LOG-RECORD.
           ADD 1 TO GI-READ-COUNT
           IF (GI-BY-DATE AND DLG-DATE NOT < GI-SEL-FROM
                   AND DLG-DATE NOT > GI-SEL-THRU)
                   OR (GI-BY-DEPARTMENT AND DLG-DEPT = GI-SEL-DEPT)
               PERFORM PRINT-CHANGE
               ADD 1 TO GI-LISTED-COUNT
               EVALUATE DLG-FUNCTION
                   WHEN "ADD"
                       ADD 1 TO GI-ADD-COUNT
                   WHEN "CHG"
                       ADD 1 TO GI-CHANGE-COUNT
                   WHEN "DEA"
                   WHEN "ACT"
                       ADD 1 TO GI-STATUS-COUNT
                   WHEN "QTA"
                       ADD 1 TO GI-QUOTA-COUNT
                   WHEN "THM"
                       ADD 1 TO GI-THEME-COUNT
                   WHEN "CCT"
                       ADD 1 TO GI-COST-CTR-COUNT
               END-EVALUATE
           END-IF
           PERFORM READ-LOG-RECORD
           EXIT.

      *****************************************************************
      *    PRINT-CHANGE
      *    The change line - date, time, operator, function,
      *    department and the fields that differ - then the record
      *    before and after. An add has no before image.
      *****************************************************************
       PRINT-CHANGE.
           PERFORM LIST-FIELDS-CHANGED
           MOVE SPACES TO GI-TIME-EDIT
           STRING DLG-TIME(1:2) ":" DLG-TIME(3:2) ":" DLG-TIME(5:2)
               DELIMITED BY SIZE INTO GI-TIME-EDIT
           END-STRING

           MOVE SPACES TO REPORT-LINE
           STRING DLG-DATE " " GI-TIME-EDIT " " DLG-OPERATOR " "
               DLG-FUNCTION "  " DLG-DEPT "  " GI-FIELDS-CHANGED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF DLG-BEFORE = SPACES
               MOVE "   BEFORE: (NOT ON MASTER)" TO REPORT-LINE
           ELSE
               STRING "   BEFORE: " DLG-BEF-CODE " " DLG-BEF-NAME " "
                   DLG-BEF-STATUS " " DLG-BEF-QUOTA " " DLG-BEF-THEME
                   "  " DLG-BEF-COST-CTR
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "   AFTER:  " DLG-AFT-CODE " " DLG-AFT-NAME " "
               DLG-AFT-STATUS " " DLG-AFT-QUOTA " " DLG-AFT-THEME
               "  " DLG-AFT-COST-CTR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *    LIST-FIELDS-CHANGED
      *    Names the fields whose before and after values differ.
      *    An add is all new; a change that left the record as it
      *    was (deactivating an inactive department, say) says so.
      *****************************************************************
       LIST-FIELDS-CHANGED.
           MOVE SPACES TO GI-FIELDS-CHANGED
           IF DLG-BEFORE = SPACES
               MOVE "NEW DEPARTMENT" TO GI-FIELDS-CHANGED
           ELSE
               MOVE 1 TO GI-FIELDS-PTR
               IF DLG-BEF-NAME NOT = DLG-AFT-NAME
                   STRING "NAME " DELIMITED BY SIZE
                       INTO GI-FIELDS-CHANGED WITH POINTER GI-FIELDS-PTR
                   END-STRING
               END-IF
               IF DLG-BEF-STATUS NOT = DLG-AFT-STATUS
                   STRING "STATUS " DELIMITED BY SIZE
                       INTO GI-FIELDS-CHANGED WITH POINTER GI-FIELDS-PTR
                   END-STRING
               END-IF
               IF DLG-BEF-QUOTA NOT = DLG-AFT-QUOTA
                   STRING "QUOTA " DELIMITED BY SIZE
                       INTO GI-FIELDS-CHANGED WITH POINTER GI-FIELDS-PTR
                   END-STRING
               END-IF
               IF DLG-BEF-THEME NOT = DLG-AFT-THEME
                   STRING "THEME " DELIMITED BY SIZE
                       INTO GI-FIELDS-CHANGED WITH POINTER GI-FIELDS-PTR
                   END-STRING
               END-IF
               IF DLG-BEF-COST-CTR NOT = DLG-AFT-COST-CTR
                   STRING "COST-CTR " DELIMITED BY SIZE
                       INTO GI-FIELDS-CHANGED WITH POINTER GI-FIELDS-PTR
                   END-STRING
               END-IF
               IF GI-FIELDS-PTR = 1
                   MOVE "(NO CHANGE)" TO GI-FIELDS-CHANGED
               END-IF
           END-IF
           EXIT.
