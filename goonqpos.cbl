       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonqpos.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    DEPT-FILE is the GOONDPT department master (see GOONDPTR),
      *    walked in key sequence - one report line per department,
      *    with the monthly face quota it carries.
      *****************************************************************
           SELECT DEPT-FILE
               ASSIGN TO GOONDPT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GP-DEPT-STATUS.

      *****************************************************************
      *    AUDIT-FILE is the CHINGOON usage log (GOONAUD) - one line
      *    per face produced - counted for the month to date the
      *    same way GOONNTRY and GOONEDIT count it.
      *****************************************************************
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO GOONAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GP-AUDIT-STATUS.

      *****************************************************************
      *    QPOS-FILE is the printed quota position: each department's
      *    allowance, faces used so far this month, and what is left,
      *    so the scheduling desk can warn a department before its
      *    requests start bouncing.
      *****************************************************************
           SELECT QPOS-FILE
               ASSIGN TO GOONQPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GP-QPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  QPOS-FILE.
       01  QPOS-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Shared monthly quota fields
      *
       COPY GOONQTAW REPLACING ==:PFX:== BY ==GP==.
      *****************************************************************
      *    As-of date argument - blank means today. The report covers
      *    the calendar month the date falls in, through that date.
      *****************************************************************
       01  GP-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GP-ASOF-ARG           PIC X(08).
       01  GP-ASOF-DATE          PIC X(08).
       01  GP-DATE-WORK          PIC 9(08).
       01  GP-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GP-INPUT-VALID         VALUE 'Y'.
           88 GP-INPUT-INVALID       VALUE 'N'.
       01  GP-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    One department's report line
      *****************************************************************
       01  GP-REMAIN-EDIT        PIC -(5)9.
       01  GP-STATUS-TEXT        PIC X(10).
       01  GP-ACTIVE-TEXT        PIC X(08).
      *****************************************************************
      *    Report totals
      *****************************************************************
       01  GP-DEPT-COUNT         PIC 9(05) VALUE ZERO.
       01  GP-LIMITED-COUNT      PIC 9(05) VALUE ZERO.
       01  GP-AT-LIMIT-COUNT     PIC 9(05) VALUE ZERO.
       01  GP-TOTAL-USED         PIC 9(07) VALUE ZERO.
      *****************************************************************
      *    File statuses and end-of-file switches
      *****************************************************************
       01  GP-DEPT-STATUS        PIC X(02).
       01  GP-AUDIT-STATUS       PIC X(02).
       01  GP-QPOS-STATUS        PIC X(02).
       01  GP-AUDIT-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GP-AUDIT-EOF           VALUE 'Y'.
       01  GP-DEPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 GP-DEPT-EOF            VALUE 'Y'.
      *****************************************************************
      *    Report banner support
      *****************************************************************
       01  GP-RUN-DATE           PIC 9(08).
       01  GP-RUN-TIME           PIC 9(08).
       PROCEDURE DIVISION.
      *> Parse the as-of date before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GP-INPUT-INVALID
               DISPLAY GP-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-AUDIT-RECORD
           PERFORM TALLY-AUDIT-RECORD UNTIL GP-AUDIT-EOF
           PERFORM READ-DEPT-RECORD
           PERFORM PRINT-DEPT-POSITION UNTIL GP-DEPT-EOF
           PERFORM PRINT-TOTALS
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    Picks up the optional as-of date (YYYYMMDD). It has to
      *    be a real date - its month picks the quota month.
      *****************************************************************
       PARSE-ARGUMENTS.
           ACCEPT GP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GP-RUN-TIME FROM TIME

           MOVE 1 TO GP-ARGUMENT-NUMBER
           DISPLAY GP-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GP-ASOF-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GP-ASOF-ARG
           END-ACCEPT

           SET GP-INPUT-VALID TO TRUE
           IF GP-ASOF-ARG = SPACES
               MOVE GP-RUN-DATE TO GP-ASOF-DATE
           ELSE
               IF GP-ASOF-ARG IS NUMERIC
                   MOVE GP-ASOF-ARG TO GP-ASOF-DATE
                   MOVE GP-ASOF-DATE TO GP-DATE-WORK
                   IF FUNCTION INTEGER-OF-DATE(GP-DATE-WORK) = ZERO
                       SET GP-INPUT-INVALID TO TRUE
                       MOVE "AS-OF DATE IS NOT A VALID YYYYMMDD"
                           TO GP-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
               ELSE
                   SET GP-INPUT-INVALID TO TRUE
                   MOVE "AS-OF DATE IS NOT A VALID YYYYMMDD"
                       TO GP-ERROR-MSG
                   GO TO PARSE-ARGUMENTS-EXIT
               END-IF
           END-IF
           MOVE GP-ASOF-DATE(1:6) TO GP-QTA-MONTH.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the master, the audit log, and the report, and
      *    writes the report banner.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN INPUT DEPT-FILE
           IF GP-DEPT-STATUS NOT = "00"
               DISPLAY "*** GOONDPT COULD NOT BE OPENED - STATUS "
                   GP-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *>       No audit log yet is a month with nothing used
           OPEN INPUT AUDIT-FILE
           IF GP-AUDIT-STATUS NOT = "00" AND
                   GP-AUDIT-STATUS NOT = "05"
               DISPLAY "*** GOONAUD COULD NOT BE OPENED - STATUS "
                   GP-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT QPOS-FILE
           IF GP-QPOS-STATUS NOT = "00"
               DISPLAY "*** GOONQPR COULD NOT BE OPENED - STATUS "
                   GP-QPOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHINGOON DEPARTMENT QUOTA POSITION" TO QPOS-LINE
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "RUN DATE: " GP-RUN-DATE "   RUN TIME: " GP-RUN-TIME
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "MONTH: " GP-QTA-MONTH "   USAGE THROUGH: "
               GP-ASOF-DATE
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE

           MOVE ALL "-" TO QPOS-LINE
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "DEPT  NAME                            ACTIVE   "
               "ALLOW   USED  REMAIN  QUOTA"
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Closes the files and sets the return code: 4 when any
      *    department has reached or passed its quota, so the
      *    scheduler can page the desk; 0 otherwise.
      *****************************************************************
       TERMINATE-RUN.
           CLOSE DEPT-FILE
           CLOSE AUDIT-FILE
           CLOSE QPOS-FILE

           DISPLAY "GOONQPOS DEPARTMENTS:      " GP-DEPT-COUNT
           DISPLAY "GOONQPOS WITH A QUOTA:     " GP-LIMITED-COUNT
           DISPLAY "GOONQPOS AT/OVER QUOTA:    " GP-AT-LIMIT-COUNT

           IF GP-AT-LIMIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           EXIT.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET GP-AUDIT-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    TALLY-AUDIT-RECORD
      *    Counts one audit line against its department - lines
      *    dated after the as-of date are left out, so a rerun for
      *    an earlier day reproduces that day's position.
      *****************************************************************
       TALLY-AUDIT-RECORD.
           MOVE AUDIT-LINE TO GP-QTA-AUDIT-DETAIL
           IF GP-QTA-AUD-DATE NOT > GP-ASOF-DATE
               PERFORM TALLY-QUOTA-AUDIT-LINE
           END-IF
           PERFORM READ-AUDIT-RECORD
           EXIT.

       READ-DEPT-RECORD.
           READ DEPT-FILE NEXT RECORD
               AT END SET GP-DEPT-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    PRINT-DEPT-POSITION
      *    One line per department on the master: allowance, used,
      *    and remaining, flagged NO LIMIT for a zero allowance and
      *    AT LIMIT / OVER once nothing is left.
      *****************************************************************
       PRINT-DEPT-POSITION.
           ADD 1 TO GP-DEPT-COUNT
           MOVE DPT-CODE TO GP-QTA-DEPT-KEY
           MOVE DPT-MONTH-QUOTA TO GP-QTA-ALLOWANCE
           PERFORM CHECK-QUOTA-POSITION
           ADD GP-QTA-DEPT-USED TO GP-TOTAL-USED

           EVALUATE TRUE
               WHEN GP-QTA-ALLOWANCE = ZERO
                   MOVE "NO LIMIT" TO GP-STATUS-TEXT
               WHEN GP-QTA-REMAINING < ZERO
                   MOVE "OVER" TO GP-STATUS-TEXT
               WHEN GP-QTA-REMAINING = ZERO
                   MOVE "AT LIMIT" TO GP-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO GP-STATUS-TEXT
           END-EVALUATE
           IF GP-QTA-ALLOWANCE > ZERO
               ADD 1 TO GP-LIMITED-COUNT
               IF GP-QTA-EXCEEDED
                   ADD 1 TO GP-AT-LIMIT-COUNT
               END-IF
           END-IF

           IF DPT-ACTIVE
               MOVE "ACTIVE" TO GP-ACTIVE-TEXT
           ELSE
               MOVE "INACTIVE" TO GP-ACTIVE-TEXT
           END-IF

           MOVE SPACES TO QPOS-LINE
           IF GP-QTA-ALLOWANCE = ZERO
               STRING DPT-CODE "  " DPT-NAME "  " GP-ACTIVE-TEXT
                   "     -  " GP-QTA-DEPT-USED "       -  "
                   GP-STATUS-TEXT
                   DELIMITED BY SIZE INTO QPOS-LINE
               END-STRING
           ELSE
               MOVE GP-QTA-REMAINING TO GP-REMAIN-EDIT
               STRING DPT-CODE "  " DPT-NAME "  " GP-ACTIVE-TEXT
                   " " GP-QTA-ALLOWANCE "  " GP-QTA-DEPT-USED
                   "  " GP-REMAIN-EDIT "  " GP-STATUS-TEXT
                   DELIMITED BY SIZE INTO QPOS-LINE
               END-STRING
           END-IF
           WRITE QPOS-LINE

           PERFORM READ-DEPT-RECORD
           EXIT.

      *****************************************************************
      *    PRINT-TOTALS
      *    Department counts and the month's faces used across the
      *    whole master.
      *****************************************************************
       PRINT-TOTALS.
           MOVE ALL "-" TO QPOS-LINE
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "DEPARTMENTS ON MASTER:  " GP-DEPT-COUNT
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "WITH A MONTHLY QUOTA:   " GP-LIMITED-COUNT
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "AT OR OVER QUOTA:       " GP-AT-LIMIT-COUNT
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE

           MOVE SPACES TO QPOS-LINE
           STRING "FACES USED THIS MONTH:  " GP-TOTAL-USED
               DELIMITED BY SIZE INTO QPOS-LINE
           END-STRING
           WRITE QPOS-LINE

           IF GP-QTA-OVERFLOW
               MOVE "  (SOME DEPARTMENTS NOT COUNTED - TABLE FULL)"
                   TO QPOS-LINE
               WRITE QPOS-LINE
           END-IF
           EXIT.

      *****************************************************************
      *    TALLY-QUOTA-AUDIT-LINE and CHECK-QUOTA-POSITION come from
      *    the shared GOONQTAP copybook - the position printed here
      *    is the one GOONNTRY and GOONEDIT enforce.
      *****************************************************************
       COPY GOONQTAP REPLACING ==:PFX:== BY ==GP==.
