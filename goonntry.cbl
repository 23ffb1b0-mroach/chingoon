      *    GOONJOB cycle picks up as its GOONIN deck. Each record is
      *    in the GOONIN card layout - CHINS, style, requestor, and
      *    width tokens, plus an optional requested run date as a
      *    fifth token the GOONDUE selection step honors, and the
      *    request's tracking number in columns 73-80 - so the
      *    batch side needs no translation. Entries append across
      *    the day; the job reloads the queue with only the
      *    not-yet-due entries after a clean cycle.
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GN-DEPT-STATUS.

      *****************************************************************
      *    AUDIT-FILE is the CHINGOON usage log (GOONAUD), read once
      *    at start-up for each department's faces so far this month,
      *    so a request that would take the department past its
      *    monthly quota is refused at the terminal rather than
      *    rejected overnight.
      *****************************************************************
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO GOONAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GN-AUDIT-STATUS.

      *****************************************************************
      *    TRACK-FILE is the GOONTRK tracking-number counter (see
      *    GOONTRKR). Every request queued here is given the next
      *    number, printed back to the submitter and carried in
      *    columns 73-80 of the queue card, so it can be asked
      *    after later by number (GOONTRAK).
      *****************************************************************
           SELECT TRACK-FILE
               ASSIGN TO GOONTRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GN-TRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  TRACK-FILE.
       COPY GOONTRKR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Shared CHINS/WIDTH validation - the same rules the batch
      *****************************************************************
       COPY GOONVALW REPLACING ==:PFX:== BY ==GN==.
      *****************************************************************
      *    Shared monthly quota fields. Usage is what GOONAUD shows
      *    for this month plus what is already waiting on the queue
      *    to run this month, plus what this session queues.
      *****************************************************************
       COPY GOONQTAW REPLACING ==:PFX:== BY ==GN==.
       01  GN-TODAY              PIC 9(08).
       01  GN-QUOTA-SWITCH       PIC X(01).
           88 GN-QUOTA-APPLIES       VALUE 'Y'.
      *****************************************************************
      *    Shared tracking-number fields
      *****************************************************************
       COPY GOONTRKW REPLACING ==:PFX:== BY ==GN==.
      *****************************************************************
      *    A waiting queue card pulled apart for the quota count
      *****************************************************************
       01  GN-QUE-CHINS-TOK      PIC X(10).
       01  GN-QUE-STYLE-TOK      PIC X(02).
       01  GN-QUE-REQ-TOK        PIC X(05).
       01  GN-QUE-WIDTH-TOK      PIC X(05).
       01  GN-QUE-DATE-TOK       PIC X(09).
      *****************************************************************
      *    Entry working fields - one request per pass through the
      *    entry loop
      *****************************************************************
       01  GN-QUEUED-COUNT       PIC 9(05) VALUE ZERO.
       01  GN-QUEUE-STATUS       PIC X(02).
       01  GN-DEPT-STATUS        PIC X(02).
       01  GN-AUDIT-STATUS       PIC X(02).
       01  GN-LOAD-EOF-SWITCH    PIC X(01).
           88 GN-LOAD-EOF            VALUE 'Y'.
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the queue for append - requests keyed today join
      *    whatever is already waiting for tonight's cycle - once the
      *    month's quota usage has been counted.
      *****************************************************************
       INITIALIZE-RUN.
           PERFORM LOAD-QUOTA-USAGE

           OPEN EXTEND QUEUE-FILE
           IF GN-QUEUE-STATUS = "35"
      *>       First request ever - the queue doesn't exist yet
           END-IF
           EXIT.

      *****************************************************************
      *    LOAD-QUOTA-USAGE
      *    Counts each department's faces so far this calendar
      *    month: the GOONAUD lines already produced, and the
      *    entries already on the queue that will run this month
      *    (no run date, or one not past this month). Done before
      *    the queue is opened for append.
      *****************************************************************
       LOAD-QUOTA-USAGE.
           ACCEPT GN-TODAY FROM DATE YYYYMMDD
           MOVE GN-TODAY(1:6) TO GN-QTA-MONTH

           OPEN INPUT AUDIT-FILE
           IF GN-AUDIT-STATUS NOT = "00" AND
                   GN-AUDIT-STATUS NOT = "05"
               DISPLAY "*** GOONAUD COULD NOT BE OPENED - STATUS "
                   GN-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO GN-LOAD-EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
           PERFORM TALLY-AUDIT-RECORD UNTIL GN-LOAD-EOF
           CLOSE AUDIT-FILE

      *>       No queue yet is the same as an empty one
           OPEN INPUT QUEUE-FILE
           IF GN-QUEUE-STATUS = "00"
               MOVE 'N' TO GN-LOAD-EOF-SWITCH
               PERFORM READ-QUEUE-RECORD
               PERFORM TALLY-QUEUE-RECORD UNTIL GN-LOAD-EOF
               CLOSE QUEUE-FILE
           ELSE
               IF GN-QUEUE-STATUS = "05"
                   CLOSE QUEUE-FILE
               END-IF
           END-IF
           EXIT.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET GN-LOAD-EOF TO TRUE
           END-READ
           EXIT.

       TALLY-AUDIT-RECORD.
           MOVE AUDIT-LINE TO GN-QTA-AUDIT-DETAIL
           PERFORM TALLY-QUOTA-AUDIT-LINE
           PERFORM READ-AUDIT-RECORD
           EXIT.

       READ-QUEUE-RECORD.
           READ QUEUE-FILE
               AT END SET GN-LOAD-EOF TO TRUE
           END-READ
           EXIT.

       TALLY-QUEUE-RECORD.
           MOVE SPACES TO GN-QUE-CHINS-TOK GN-QUE-STYLE-TOK
               GN-QUE-REQ-TOK GN-QUE-WIDTH-TOK GN-QUE-DATE-TOK
           UNSTRING QUEUE-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO GN-QUE-CHINS-TOK GN-QUE-STYLE-TOK
               GN-QUE-REQ-TOK GN-QUE-WIDTH-TOK GN-QUE-DATE-TOK
           END-UNSTRING
           IF GN-QUE-REQ-TOK NOT = SPACES
                   AND (GN-QUE-DATE-TOK = SPACES
                       OR GN-QUE-DATE-TOK(1:6) NOT > GN-QTA-MONTH)
               MOVE GN-QUE-REQ-TOK(1:4) TO GN-QTA-DEPT-KEY
               PERFORM COUNT-QUOTA-FACE
           END-IF
           PERFORM READ-QUEUE-RECORD
           EXIT.

       TERMINATE-RUN.
           CLOSE QUEUE-FILE
           CLOSE DEPT-FILE
                       GO TO TAKE-ONE-REQUEST-EXIT
                   END-IF
                   DISPLAY "   DEPARTMENT: " DPT-NAME
                   MOVE DPT-MONTH-QUOTA TO GN-QTA-ALLOWANCE
               WHEN "23"
                   DISPLAY "   REJECTED: DEPARTMENT CODE NOT ON "
                       "MASTER"
               MOVE GN-RUNDT-RAW(1:8) TO GN-RUN-DATE
           END-IF

      *>       The quota is this month's - a request deferred into a
      *>       later month is held to that month's count by GOONEDIT
      *>       when it comes due
           MOVE 'N' TO GN-QUOTA-SWITCH
           IF GN-RUN-DATE = SPACES
                   OR GN-RUN-DATE(1:6) NOT > GN-QTA-MONTH
               SET GN-QUOTA-APPLIES TO TRUE
               MOVE GN-DEPT-CODE TO GN-QTA-DEPT-KEY
               PERFORM CHECK-QUOTA-POSITION
               IF GN-QTA-EXCEEDED
                   DISPLAY "   REJECTED: DEPARTMENT MONTHLY QUOTA OF "
                       GN-QTA-ALLOWANCE " FACES REACHED"
                   GO TO TAKE-ONE-REQUEST-EXIT
               END-IF
           END-IF

           PERFORM WRITE-QUEUE-RECORD THRU WRITE-QUEUE-RECORD-EXIT.

       TAKE-ONE-REQUEST-EXIT.
           EXIT.
      *    classic three-token card. A requested run date always
      *    rides as the fifth token - the width goes on the card
      *    too, default or not, so the date can't slide into the
      *    width position. The request's tracking number goes in
      *    columns 73-80, clear of the tokens; a request that can't
      *    be given a number is not queued at all, since nobody
      *    could ever ask after it.
      *****************************************************************
       WRITE-QUEUE-RECORD.
           PERFORM ISSUE-TRACKING-NUMBER
               THRU ISSUE-TRACKING-NUMBER-EXIT
           IF GN-TRK-FAILED
               DISPLAY "*** REQUEST NOT QUEUED - NO TRACKING NUMBER"
               MOVE 8 TO RETURN-CODE
               SET GN-ENTRY-DONE TO TRUE
               GO TO WRITE-QUEUE-RECORD-EXIT
           END-IF

           MOVE SPACES TO QUEUE-RECORD
           EVALUATE TRUE
               WHEN GN-RUN-DATE NOT = SPACES
                       DELIMITED BY SIZE INTO QUEUE-RECORD
                   END-STRING
           END-EVALUATE
           MOVE GN-TRK-NUMBER TO QUEUE-RECORD(73:8)
           WRITE QUEUE-RECORD
           IF GN-QUEUE-STATUS = "00"
               ADD 1 TO GN-QUEUED-COUNT
               DISPLAY "   QUEUED: " QUEUE-RECORD(1:20)
                   "  TRACKING NUMBER " GN-TRK-NUMBER
               IF GN-QUOTA-APPLIES
                   MOVE GN-DEPT-CODE TO GN-QTA-DEPT-KEY
                   PERFORM COUNT-QUOTA-FACE
               END-IF
           ELSE
               DISPLAY "*** GOONQUE WRITE FAILED - STATUS "
                   GN-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               SET GN-ENTRY-DONE TO TRUE
           END-IF.

       WRITE-QUEUE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *    and the face generator all enforce the same rules.
      *****************************************************************
       COPY GOONVALP REPLACING ==:PFX:== BY ==GN==.

      *****************************************************************
      *    TALLY-QUOTA-AUDIT-LINE, CHECK-QUOTA-POSITION, and
      *    COUNT-QUOTA-FACE come from the shared GOONQTAP copybook -
      *    the same month-to-date count GOONEDIT rejects cards on.
      *****************************************************************
       COPY GOONQTAP REPLACING ==:PFX:== BY ==GN==.

      *****************************************************************
      *    ISSUE-TRACKING-NUMBER comes from the shared GOONTRKP
      *    copybook - the one counter every queued request is
      *    numbered from.
      *****************************************************************
       COPY GOONTRKP REPLACING ==:PFX:== BY ==GN==.
