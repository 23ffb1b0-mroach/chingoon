       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonvol.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    USAGE-FILE is the GOONUSM monthly usage summary master
      *    (see GOONUSMR) - face counts and chin rows by month,
      *    department, style, branch and width, built by GOONROLL
      *    and kept long after the audit lines go to the archive.
      *    DYNAMIC access so the roll control can be read by key and
      *    the report's 24 months walked in key sequence.
      *****************************************************************
           SELECT USAGE-FILE
               ASSIGN TO GOONUSM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS USM-KEY
               FILE STATUS IS GZ-USAGE-STATUS.

      *****************************************************************
      *    VOLUME-FILE is the printed volume report: by department,
      *    the trailing 12 months against the 12 before them, and
      *    the ending month against the same month a year earlier -
      *    faces and chin rows, each with its percentage change.
      *****************************************************************
           SELECT VOLUME-FILE
               ASSIGN TO GOONVOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GZ-VOLUME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-FILE.
       COPY GOONUSMR.

       FD  VOLUME-FILE.
       01  VOLUME-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Ending-month argument (YYYYMM) - blank means the last
      *    month rolled into the summary master. A later month is
      *    reported, with a warning, since its months are not all
      *    on the master yet.
      *****************************************************************
       01  GZ-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GZ-END-ARG            PIC X(08).
       01  GZ-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GZ-INPUT-VALID         VALUE 'Y'.
           88 GZ-INPUT-INVALID       VALUE 'N'.
       01  GZ-ERROR-MSG          PIC X(60).
       01  GZ-ROLLED-THRU        PIC X(06) VALUE "000000".
       01  GZ-UNROLLED-SWITCH    PIC X(01) VALUE 'N'.
           88 GZ-MONTHS-UNROLLED     VALUE 'Y'.
      *****************************************************************
      *    Report window - the ending month, the trailing 12 months
      *    ending with it, the 12 months before those, and the same
      *    month a year earlier
      *****************************************************************
       01  GZ-END-MONTH          PIC X(06).
       01  GZ-T12-FROM           PIC X(06).
       01  GZ-P12-FROM           PIC X(06).
       01  GZ-P12-THRU           PIC X(06).
      *****************************************************************
      *    Month arithmetic - a YYYYMM month stepped back a number
      *    of months through a running month count
      *****************************************************************
       01  GZ-MONTH-WORK.
           05 GZ-MONTH-YEAR      PIC 9(04).
           05 GZ-MONTH-MM        PIC 9(02).
       01  GZ-MONTH-TEXT REDEFINES GZ-MONTH-WORK PIC X(06).
       01  GZ-MONTHS-BACK        PIC 9(03) COMP.
       01  GZ-MONTH-SERIAL       PIC 9(07) COMP.
       01  GZ-MONTH-REM          PIC 9(02) COMP.
      *****************************************************************
      *    Department table - one row per department with any faces
      *    in the 24 months, in the order first met on the master.
      *    The same four pairs of totals are kept for the report as
      *    a whole.
      *****************************************************************
       01  GZ-DEPT-TABLE.
           05 GZ-DEPT-ENTRY OCCURS 200 TIMES.
              10 GZ-DEPT-CODE        PIC X(04).
              10 GZ-DEPT-T12-FACES   PIC 9(09).
              10 GZ-DEPT-T12-CHINS   PIC 9(11).
              10 GZ-DEPT-P12-FACES   PIC 9(09).
              10 GZ-DEPT-P12-CHINS   PIC 9(11).
              10 GZ-DEPT-MON-FACES   PIC 9(09).
              10 GZ-DEPT-MON-CHINS   PIC 9(11).
              10 GZ-DEPT-YAGO-FACES  PIC 9(09).
              10 GZ-DEPT-YAGO-CHINS  PIC 9(11).
       01  GZ-DEPT-COUNT-USED    PIC 9(03) VALUE ZERO.
       01  GZ-DEPT-SUB           PIC 9(03) COMP.
       01  GZ-DEPT-FOUND-SWITCH  PIC X(01) VALUE 'N'.
           88 GZ-DEPT-FOUND          VALUE 'Y'.
       01  GZ-DEPT-OVERFLOW-SW   PIC X(01) VALUE 'N'.
           88 GZ-DEPT-OVERFLOW       VALUE 'Y'.
       01  GZ-TOTALS.
           05 GZ-TOTAL-T12-FACES PIC 9(09) VALUE ZERO.
           05 GZ-TOTAL-T12-CHINS PIC 9(11) VALUE ZERO.
           05 GZ-TOTAL-P12-FACES PIC 9(09) VALUE ZERO.
           05 GZ-TOTAL-P12-CHINS PIC 9(11) VALUE ZERO.
           05 GZ-TOTAL-MON-FACES PIC 9(09) VALUE ZERO.
           05 GZ-TOTAL-MON-CHINS PIC 9(11) VALUE ZERO.
           05 GZ-TOTAL-YAGO-FACES PIC 9(09) VALUE ZERO.
           05 GZ-TOTAL-YAGO-CHINS PIC 9(11) VALUE ZERO.
      *****************************************************************
      *    One report line - a department (or TOTAL) with a pair of
      *    face counts and a pair of chin-row totals, this period
      *    first, each pair followed by its change
      *****************************************************************
       01  GZ-PRT-DEPT           PIC X(05).
       01  GZ-PRT-FACES-A        PIC 9(09).
       01  GZ-PRT-FACES-B        PIC 9(09).
       01  GZ-PRT-CHINS-A        PIC 9(11).
       01  GZ-PRT-CHINS-B        PIC 9(11).
       01  GZ-FACES-A-EDIT       PIC ZZZ,ZZZ,ZZ9.
       01  GZ-FACES-B-EDIT       PIC ZZZ,ZZZ,ZZ9.
       01  GZ-CHINS-A-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.
       01  GZ-CHINS-B-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.
       01  GZ-FACE-PCT-TEXT      PIC X(07).
       01  GZ-CHIN-PCT-TEXT      PIC X(07).
      *****************************************************************
      *    Percentage change - this period against the earlier one.
      *    An earlier period with nothing in it shows NEW (or a dash
      *    when neither has anything), and a rise too large for the
      *    column shows as HIGH.
      *****************************************************************
       01  GZ-PCT-CUR            PIC 9(11).
       01  GZ-PCT-PRIOR          PIC 9(11).
       01  GZ-PCT-WORK           PIC S9(04)V9.
       01  GZ-PCT-EDIT           PIC -ZZZ9.9.
       01  GZ-PCT-TEXT           PIC X(07).
      *****************************************************************
      *    Counts, file statuses and end-of-file switch
      *****************************************************************
       01  GZ-READ-COUNT         PIC 9(07) VALUE ZERO.
       01  GZ-USAGE-STATUS       PIC X(02).
       01  GZ-VOLUME-STATUS      PIC X(02).
       01  GZ-USAGE-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GZ-USAGE-EOF           VALUE 'Y'.
       01  GZ-READ-FAILED-SW     PIC X(01) VALUE 'N'.
           88 GZ-READ-FAILED         VALUE 'Y'.
       01  GZ-RUN-DATE           PIC 9(08).
       01  GZ-RUN-TIME           PIC 9(08).
       PROCEDURE DIVISION.
      *> Settle the ending month against the roll control first
           PERFORM INITIALIZE-RUN
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GZ-INPUT-INVALID
               CLOSE USAGE-FILE
               DISPLAY GZ-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SET-REPORT-WINDOW
           PERFORM OPEN-VOLUME-REPORT
           PERFORM POSITION-SUMMARY
           PERFORM TALLY-SUMMARY-RECORD UNTIL GZ-USAGE-EOF
           PERFORM PRINT-T12-SECTION
           PERFORM PRINT-MONTH-SECTION
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the summary master and reads the roll control for
      *    the last month rolled. No control yet is no month rolled.
      *****************************************************************
       INITIALIZE-RUN.
           ACCEPT GZ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GZ-RUN-TIME FROM TIME

           OPEN INPUT USAGE-FILE
           IF GZ-USAGE-STATUS NOT = "00"
               DISPLAY "*** GOONUSM COULD NOT BE OPENED - STATUS "
                   GZ-USAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO USM-KEY
           SET USM-CONTROL-MONTH TO TRUE
           READ USAGE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF GZ-USAGE-STATUS = "00" AND USM-ROLLED-THRU IS NUMERIC
               MOVE USM-ROLLED-THRU TO GZ-ROLLED-THRU
           END-IF
           EXIT.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    Picks up the optional ending month (YYYYMM).
      *****************************************************************
       PARSE-ARGUMENTS.
           MOVE 1 TO GZ-ARGUMENT-NUMBER
           DISPLAY GZ-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GZ-END-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GZ-END-ARG
           END-ACCEPT

           SET GZ-INPUT-VALID TO TRUE

           IF GZ-END-ARG = SPACES
               IF GZ-ROLLED-THRU = "000000"
                   SET GZ-INPUT-INVALID TO TRUE
                   MOVE "NO MONTH HAS BEEN ROLLED - NOTHING TO REPORT"
                       TO GZ-ERROR-MSG
               ELSE
                   MOVE GZ-ROLLED-THRU TO GZ-END-MONTH
               END-IF
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF

           IF GZ-END-ARG(1:6) IS NOT NUMERIC
                   OR GZ-END-ARG(7:2) NOT = SPACES
               SET GZ-INPUT-INVALID TO TRUE
               MOVE "ENDING MONTH IS NOT A VALID YYYYMM" TO GZ-ERROR-MSG
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF
           MOVE GZ-END-ARG(1:6) TO GZ-MONTH-TEXT
           IF GZ-MONTH-MM < 1 OR GZ-MONTH-MM > 12
               SET GZ-INPUT-INVALID TO TRUE
               MOVE "ENDING MONTH IS NOT A VALID YYYYMM" TO GZ-ERROR-MSG
               GO TO PARSE-ARGUMENTS-EXIT
           END-IF
           MOVE GZ-MONTH-TEXT TO GZ-END-MONTH

           IF GZ-END-MONTH > GZ-ROLLED-THRU
               SET GZ-MONTHS-UNROLLED TO TRUE
               DISPLAY "*** WARNING - MONTHS AFTER " GZ-ROLLED-THRU
                   " ARE NOT ROLLED - THEIR VOLUME IS NOT SHOWN"
           END-IF.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    SET-REPORT-WINDOW
      *    Steps back from the ending month to the start of the
      *    trailing 12 months (11 back), the end of the prior 12
      *    (12 back) and the start of the prior 12 (23 back). The
      *    month a year before the ending month is the end of the
      *    prior 12.
      *****************************************************************
       SET-REPORT-WINDOW.
           MOVE 11 TO GZ-MONTHS-BACK
           PERFORM STEP-BACK-MONTHS
           MOVE GZ-MONTH-TEXT TO GZ-T12-FROM

           MOVE 12 TO GZ-MONTHS-BACK
           PERFORM STEP-BACK-MONTHS
           MOVE GZ-MONTH-TEXT TO GZ-P12-THRU

           MOVE 23 TO GZ-MONTHS-BACK
           PERFORM STEP-BACK-MONTHS
           MOVE GZ-MONTH-TEXT TO GZ-P12-FROM
           EXIT.

       STEP-BACK-MONTHS.
           MOVE GZ-END-MONTH TO GZ-MONTH-TEXT
           COMPUTE GZ-MONTH-SERIAL =
               GZ-MONTH-YEAR * 12 + GZ-MONTH-MM - 1 - GZ-MONTHS-BACK
           DIVIDE GZ-MONTH-SERIAL BY 12
               GIVING GZ-MONTH-YEAR REMAINDER GZ-MONTH-REM
           COMPUTE GZ-MONTH-MM = GZ-MONTH-REM + 1
           EXIT.

      *****************************************************************
      *    OPEN-VOLUME-REPORT
      *    Opens the report and writes the banner and the window.
      *****************************************************************
       OPEN-VOLUME-REPORT.
           OPEN OUTPUT VOLUME-FILE
           IF GZ-VOLUME-STATUS NOT = "00"
               DISPLAY "*** GOONVOR COULD NOT BE OPENED - STATUS "
                   GZ-VOLUME-STATUS
               CLOSE USAGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHINGOON DEPARTMENT VOLUME - TRAILING 12 MONTHS"
               TO VOLUME-LINE
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "RUN DATE: " GZ-RUN-DATE "   RUN TIME: " GZ-RUN-TIME
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "TRAILING 12 MONTHS: " GZ-T12-FROM " THRU "
               GZ-END-MONTH "   PRIOR 12: " GZ-P12-FROM " THRU "
               GZ-P12-THRU
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "SUMMARY ROLLED THROUGH: " GZ-ROLLED-THRU
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           IF GZ-MONTHS-UNROLLED
               MOVE SPACES TO VOLUME-LINE
               STRING "*** MONTHS AFTER " GZ-ROLLED-THRU
                   " ARE NOT ROLLED YET - TOTALS ARE SHORT ***"
                   DELIMITED BY SIZE INTO VOLUME-LINE
               END-STRING
               WRITE VOLUME-LINE
           END-IF
           EXIT.

      *****************************************************************
      *    POSITION-SUMMARY
      *    Starts the key-sequence walk at the first month of the
      *    prior 12 - the roll control, keyed month 000000, is
      *    always before it.
      *****************************************************************
       POSITION-SUMMARY.
           MOVE LOW-VALUES TO USM-KEY
           MOVE GZ-P12-FROM TO USM-MONTH
           START USAGE-FILE KEY NOT < USM-KEY
               INVALID KEY SET GZ-USAGE-EOF TO TRUE
           END-START
           IF NOT GZ-USAGE-EOF
               PERFORM READ-NEXT-SUMMARY
           END-IF
           EXIT.

       READ-NEXT-SUMMARY.
           READ USAGE-FILE NEXT RECORD
               AT END SET GZ-USAGE-EOF TO TRUE
           END-READ
      *>       A failed read leaves the last record in the area -
      *>       the tally stops there rather than counting it again
           IF NOT GZ-USAGE-EOF AND GZ-USAGE-STATUS NOT = "00"
               DISPLAY "*** GOONUSM READ FAILED - STATUS "
                   GZ-USAGE-STATUS
               SET GZ-USAGE-EOF TO TRUE
               SET GZ-READ-FAILED TO TRUE
           END-IF
           IF NOT GZ-USAGE-EOF
               IF USM-MONTH > GZ-END-MONTH
                   SET GZ-USAGE-EOF TO TRUE
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *    TALLY-SUMMARY-RECORD
      *    Folds one summary record into its department's row and
      *    the report totals: the trailing or prior 12 by its month,
      *    and the month pair when it is the ending month or the
      *    same month a year before.
      *****************************************************************
       TALLY-SUMMARY-RECORD.
           ADD 1 TO GZ-READ-COUNT
           PERFORM FIND-DEPT-ROW
           IF GZ-DEPT-FOUND
               IF USM-MONTH < GZ-T12-FROM
                   ADD USM-FACE-COUNT TO GZ-DEPT-P12-FACES(GZ-DEPT-SUB)
                                         GZ-TOTAL-P12-FACES
                   ADD USM-CHIN-ROWS TO GZ-DEPT-P12-CHINS(GZ-DEPT-SUB)
                                        GZ-TOTAL-P12-CHINS
               ELSE
                   ADD USM-FACE-COUNT TO GZ-DEPT-T12-FACES(GZ-DEPT-SUB)
                                         GZ-TOTAL-T12-FACES
                   ADD USM-CHIN-ROWS TO GZ-DEPT-T12-CHINS(GZ-DEPT-SUB)
                                        GZ-TOTAL-T12-CHINS
               END-IF
               IF USM-MONTH = GZ-END-MONTH
                   ADD USM-FACE-COUNT TO GZ-DEPT-MON-FACES(GZ-DEPT-SUB)
                                         GZ-TOTAL-MON-FACES
                   ADD USM-CHIN-ROWS TO GZ-DEPT-MON-CHINS(GZ-DEPT-SUB)
                                        GZ-TOTAL-MON-CHINS
               END-IF
               IF USM-MONTH = GZ-P12-THRU
                   ADD USM-FACE-COUNT
                       TO GZ-DEPT-YAGO-FACES(GZ-DEPT-SUB)
                          GZ-TOTAL-YAGO-FACES
                   ADD USM-CHIN-ROWS
                       TO GZ-DEPT-YAGO-CHINS(GZ-DEPT-SUB)
                          GZ-TOTAL-YAGO-CHINS
               END-IF
           END-IF
           PERFORM READ-NEXT-SUMMARY
           EXIT.

      *****************************************************************
      *    FIND-DEPT-ROW
      *    Finds (or adds) the record's department row. A full table
      *    leaves the record out and the run ends RC 4.
      *****************************************************************
       FIND-DEPT-ROW.
           MOVE 'N' TO GZ-DEPT-FOUND-SWITCH
           MOVE ZERO TO GZ-DEPT-SUB
           PERFORM LOOK-UP-DEPT-SLOT
               UNTIL GZ-DEPT-FOUND OR GZ-DEPT-SUB >= GZ-DEPT-COUNT-USED

           IF NOT GZ-DEPT-FOUND
               IF GZ-DEPT-COUNT-USED < 200
                   ADD 1 TO GZ-DEPT-COUNT-USED
                   MOVE GZ-DEPT-COUNT-USED TO GZ-DEPT-SUB
                   MOVE USM-DEPT TO GZ-DEPT-CODE(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-T12-FACES(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-T12-CHINS(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-P12-FACES(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-P12-CHINS(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-MON-FACES(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-MON-CHINS(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-YAGO-FACES(GZ-DEPT-SUB)
                   MOVE ZERO TO GZ-DEPT-YAGO-CHINS(GZ-DEPT-SUB)
                   SET GZ-DEPT-FOUND TO TRUE
               ELSE
                   IF NOT GZ-DEPT-OVERFLOW
                       DISPLAY "*** DEPARTMENT TABLE FULL - "
                           USM-DEPT " AND LATER ARE LEFT OUT"
                   END-IF
                   SET GZ-DEPT-OVERFLOW TO TRUE
               END-IF
           END-IF
           EXIT.

       LOOK-UP-DEPT-SLOT.
           ADD 1 TO GZ-DEPT-SUB
           IF GZ-DEPT-CODE(GZ-DEPT-SUB) = USM-DEPT
               SET GZ-DEPT-FOUND TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    PRINT-T12-SECTION
      *    Trailing 12 months against the 12 before them, one line
      *    per department and a total.
      *****************************************************************
       PRINT-T12-SECTION.
           MOVE ALL "-" TO VOLUME-LINE
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "TRAILING 12 MONTHS VS PRIOR 12 MONTHS"
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "DEPT   T12M FACES   PRIOR 12M   CHANGE     "
               "T12M CHINS   PRIOR CHINS   CHANGE"
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE ZERO TO GZ-DEPT-SUB
           PERFORM PRINT-DEPT-T12 GZ-DEPT-COUNT-USED TIMES

           MOVE "TOTAL" TO GZ-PRT-DEPT
           MOVE GZ-TOTAL-T12-FACES TO GZ-PRT-FACES-A
           MOVE GZ-TOTAL-P12-FACES TO GZ-PRT-FACES-B
           MOVE GZ-TOTAL-T12-CHINS TO GZ-PRT-CHINS-A
           MOVE GZ-TOTAL-P12-CHINS TO GZ-PRT-CHINS-B
           PERFORM PRINT-VOLUME-LINE
           EXIT.

       PRINT-DEPT-T12.
           ADD 1 TO GZ-DEPT-SUB
           MOVE GZ-DEPT-CODE(GZ-DEPT-SUB) TO GZ-PRT-DEPT
           MOVE GZ-DEPT-T12-FACES(GZ-DEPT-SUB) TO GZ-PRT-FACES-A
           MOVE GZ-DEPT-P12-FACES(GZ-DEPT-SUB) TO GZ-PRT-FACES-B
           MOVE GZ-DEPT-T12-CHINS(GZ-DEPT-SUB) TO GZ-PRT-CHINS-A
           MOVE GZ-DEPT-P12-CHINS(GZ-DEPT-SUB) TO GZ-PRT-CHINS-B
           PERFORM PRINT-VOLUME-LINE
           EXIT.

      *****************************************************************
      *    PRINT-MONTH-SECTION
      *    The ending month against the same month a year before,
      *    one line per department and a total.
      *****************************************************************
       PRINT-MONTH-SECTION.
           MOVE ALL "-" TO VOLUME-LINE
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "MONTH " GZ-END-MONTH " VS " GZ-P12-THRU
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "DEPT  MONTH FACES    YEAR AGO   CHANGE    "
               "MONTH CHINS      YEAR AGO   CHANGE"
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE ZERO TO GZ-DEPT-SUB
           PERFORM PRINT-DEPT-MONTH GZ-DEPT-COUNT-USED TIMES

           MOVE "TOTAL" TO GZ-PRT-DEPT
           MOVE GZ-TOTAL-MON-FACES TO GZ-PRT-FACES-A
           MOVE GZ-TOTAL-YAGO-FACES TO GZ-PRT-FACES-B
           MOVE GZ-TOTAL-MON-CHINS TO GZ-PRT-CHINS-A
           MOVE GZ-TOTAL-YAGO-CHINS TO GZ-PRT-CHINS-B
           PERFORM PRINT-VOLUME-LINE
           EXIT.

       PRINT-DEPT-MONTH.
           ADD 1 TO GZ-DEPT-SUB
           MOVE GZ-DEPT-CODE(GZ-DEPT-SUB) TO GZ-PRT-DEPT
           MOVE GZ-DEPT-MON-FACES(GZ-DEPT-SUB) TO GZ-PRT-FACES-A
           MOVE GZ-DEPT-YAGO-FACES(GZ-DEPT-SUB) TO GZ-PRT-FACES-B
           MOVE GZ-DEPT-MON-CHINS(GZ-DEPT-SUB) TO GZ-PRT-CHINS-A
           MOVE GZ-DEPT-YAGO-CHINS(GZ-DEPT-SUB) TO GZ-PRT-CHINS-B
           PERFORM PRINT-VOLUME-LINE
           EXIT.

      *****************************************************************
      *    PRINT-VOLUME-LINE
      *    Edits and writes one line from the print fields.
      *****************************************************************
       PRINT-VOLUME-LINE.
           MOVE GZ-PRT-FACES-A TO GZ-FACES-A-EDIT GZ-PCT-CUR
           MOVE GZ-PRT-FACES-B TO GZ-FACES-B-EDIT GZ-PCT-PRIOR
           PERFORM SET-PERCENT-CHANGE THRU SET-PERCENT-CHANGE-EXIT
           MOVE GZ-PCT-TEXT TO GZ-FACE-PCT-TEXT

           MOVE GZ-PRT-CHINS-A TO GZ-CHINS-A-EDIT GZ-PCT-CUR
           MOVE GZ-PRT-CHINS-B TO GZ-CHINS-B-EDIT GZ-PCT-PRIOR
           PERFORM SET-PERCENT-CHANGE THRU SET-PERCENT-CHANGE-EXIT
           MOVE GZ-PCT-TEXT TO GZ-CHIN-PCT-TEXT

           MOVE SPACES TO VOLUME-LINE
           STRING GZ-PRT-DEPT " " GZ-FACES-A-EDIT " " GZ-FACES-B-EDIT
               "  " GZ-FACE-PCT-TEXT "  " GZ-CHINS-A-EDIT " "
               GZ-CHINS-B-EDIT "  " GZ-CHIN-PCT-TEXT
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE
           EXIT.

       SET-PERCENT-CHANGE.
           IF GZ-PCT-PRIOR = ZERO
               IF GZ-PCT-CUR = ZERO
                   MOVE "      -" TO GZ-PCT-TEXT
               ELSE
                   MOVE "    NEW" TO GZ-PCT-TEXT
               END-IF
               GO TO SET-PERCENT-CHANGE-EXIT
           END-IF

           COMPUTE GZ-PCT-WORK ROUNDED =
               (GZ-PCT-CUR - GZ-PCT-PRIOR) * 100 / GZ-PCT-PRIOR
               ON SIZE ERROR
                   MOVE "   HIGH" TO GZ-PCT-TEXT
                   GO TO SET-PERCENT-CHANGE-EXIT
           END-COMPUTE
           MOVE GZ-PCT-WORK TO GZ-PCT-EDIT
           MOVE GZ-PCT-EDIT TO GZ-PCT-TEXT.

       SET-PERCENT-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Closes the files and settles the return code: 4 when the
      *    report is short - months not yet rolled, or departments
      *    the table could not hold - and 8 when the master could
      *    not be read to the end.
      *****************************************************************
       TERMINATE-RUN.
           MOVE ALL "-" TO VOLUME-LINE
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "DEPARTMENTS:            " GZ-DEPT-COUNT-USED
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           MOVE SPACES TO VOLUME-LINE
           STRING "SUMMARY RECORDS READ:   " GZ-READ-COUNT
               DELIMITED BY SIZE INTO VOLUME-LINE
           END-STRING
           WRITE VOLUME-LINE

           IF GZ-DEPT-OVERFLOW
               MOVE "*** DEPARTMENT TABLE FULL - SOME LEFT OUT ***"
                   TO VOLUME-LINE
               WRITE VOLUME-LINE
           END-IF
           IF GZ-READ-FAILED
               MOVE "*** GOONUSM READ FAILED - REPORT INCOMPLETE ***"
                   TO VOLUME-LINE
               WRITE VOLUME-LINE
           END-IF

           CLOSE USAGE-FILE
           CLOSE VOLUME-FILE

           DISPLAY "GOONVOL ENDING MONTH:     " GZ-END-MONTH
           DISPLAY "GOONVOL DEPARTMENTS:      " GZ-DEPT-COUNT-USED
           DISPLAY "GOONVOL SUMMARY RECORDS:  " GZ-READ-COUNT

           EVALUATE TRUE
               WHEN GZ-READ-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN GZ-MONTHS-UNROLLED OR GZ-DEPT-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           EXIT.
