               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GA-KEEP-STATUS.

      *****************************************************************
      *    USAGE-FILE is the GOONUSM monthly usage summary master
      *    (see GOONUSMR), read only for its roll control: no month
      *    goes to the archive until GOONROLL has rolled it into
      *    the summary, so its volume is still on hand once the
      *    lines are on tape.
      *****************************************************************
           SELECT USAGE-FILE
               ASSIGN TO GOONUSM
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS USM-KEY
               FILE STATUS IS GA-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE              PIC X(120).

       FD  KEEP-FILE.
       01  KEEP-LINE                 PIC X(120).

       FD  USAGE-FILE.
       COPY GOONUSMR.

       WORKING-STORAGE SECTION.
      *****************************************************************
           88 GA-INPUT-INVALID       VALUE 'N'.
       01  GA-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    Rolled-month check - the last month the cutoff would send
      *    to the archive (the cutoff's own month, or the month
      *    before when the cutoff is the first of a month) against
      *    the month the summary master is rolled through.
      *****************************************************************
       01  GA-MONTH-WORK.
           05 GA-MONTH-YEAR      PIC 9(04).
           05 GA-MONTH-MM        PIC 9(02).
       01  GA-MONTH-TEXT REDEFINES GA-MONTH-WORK PIC X(06).
       01  GA-LAST-ARCH-MONTH    PIC X(06).
       01  GA-ROLLED-THRU        PIC X(06).
      *****************************************************************
      *    Control counts - the proof the job's replace step is
      *    conditioned on: every line read must have been archived
      *    or kept, counting only writes that actually landed, so a
       01  GA-AUDIT-STATUS       PIC X(02).
       01  GA-ARCHIVE-STATUS     PIC X(02).
       01  GA-KEEP-STATUS        PIC X(02).
       01  GA-USAGE-STATUS       PIC X(02).
       01  GA-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GA-AUDIT-EOF           VALUE 'Y'.
       PROCEDURE DIVISION.
               STOP RUN
           END-IF

      *> Nothing archives that the summary master doesn't hold
           PERFORM CHECK-MONTHS-ROLLED THRU CHECK-MONTHS-ROLLED-EXIT
           IF GA-INPUT-INVALID
               DISPLAY GA-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-AUDIT-RECORD
           PERFORM SPLIT-AUDIT-RECORD THRU SPLIT-AUDIT-RECORD-NEXT
       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    CHECK-MONTHS-ROLLED
      *    Reads the GOONUSM roll control and refuses the run, before
      *    any output is opened, when a month the cutoff would
      *    archive is later than the month rolled through. No
      *    master, or no control on it, means nothing is rolled.
      *****************************************************************
       CHECK-MONTHS-ROLLED.
           MOVE GA-CUTOFF-DATE(1:6) TO GA-MONTH-TEXT
           IF GA-CUTOFF-DATE(7:2) NOT > "01"
               IF GA-MONTH-MM = 1
                   MOVE 12 TO GA-MONTH-MM
                   SUBTRACT 1 FROM GA-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM GA-MONTH-MM
               END-IF
           END-IF
           MOVE GA-MONTH-TEXT TO GA-LAST-ARCH-MONTH
           MOVE "000000" TO GA-ROLLED-THRU

           OPEN INPUT USAGE-FILE
           IF GA-USAGE-STATUS = "00"
               MOVE SPACES TO USM-KEY
               SET USM-CONTROL-MONTH TO TRUE
               READ USAGE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF GA-USAGE-STATUS = "00"
                       AND USM-ROLLED-THRU IS NUMERIC
                   MOVE USM-ROLLED-THRU TO GA-ROLLED-THRU
               END-IF
               CLOSE USAGE-FILE
           ELSE
               IF GA-USAGE-STATUS NOT = "35"
                   DISPLAY "*** GOONUSM COULD NOT BE OPENED - STATUS "
                       GA-USAGE-STATUS
                   SET GA-INPUT-INVALID TO TRUE
                   MOVE "ARCHIVE REFUSED - ROLL CONTROL UNREADABLE"
                       TO GA-ERROR-MSG
                   GO TO CHECK-MONTHS-ROLLED-EXIT
               END-IF
           END-IF

           DISPLAY "GOONARCH LAST MONTH TO ARCHIVE: " GA-LAST-ARCH-MONTH
           DISPLAY "GOONARCH SUMMARY ROLLED THRU:   " GA-ROLLED-THRU
           IF GA-LAST-ARCH-MONTH > GA-ROLLED-THRU
               SET GA-INPUT-INVALID TO TRUE
               MOVE "ARCHIVE REFUSED - MONTHS NOT ROLLED BY GOONROLL"
                   TO GA-ERROR-MSG
           END-IF.

       CHECK-MONTHS-ROLLED-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the live log and both output files.
