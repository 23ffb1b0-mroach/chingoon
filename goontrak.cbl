       IDENTIFICATION DIVISION.
       PROGRAM-ID. goontrak.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    REJECT-FILE is the GOONREJ backlog - a request the edit
      *    step bounced shows here with its reason code until the
      *    desk works it (WRKD, requeued under the same tracking
      *    number) or drops it (DROP) through GOONRFIX.
      *****************************************************************
           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO GOONREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GK-REJECT-STATUS.

      *****************************************************************
      *    QUEUE-FILE is the pending-request queue (GOONQUE) - a
      *    request still waiting for a cycle, either tonight's or,
      *    when it carries a requested run date, a later one.
      *****************************************************************
           SELECT OPTIONAL QUEUE-FILE
               ASSIGN TO GOONQUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GK-QUEUE-STATUS.

      *****************************************************************
      *    FOLD-FILE is the GOONFLD fold log (see GOONFLDR) - a
      *    request GOONSEQ folded into an identical card, which
      *    printed under the other card's tracking number.
      *****************************************************************
           SELECT OPTIONAL FOLD-FILE
               ASSIGN TO GOONFLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GK-FOLD-STATUS.

      *****************************************************************
      *    AUDIT-FILE is the live CHINGOON usage log (GOONAUD) - a
      *    request whose face has printed, with the night it printed.
      *    Lines GOONARCH has already moved to tape are not searched.
      *****************************************************************
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO GOONAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GK-AUDIT-STATUS.

      *****************************************************************
      *    INQUIRY-FILE is the printed answer - one line per request
      *    with where it stands, and a trailer with the counts.
      *****************************************************************
           SELECT INQUIRY-FILE
               ASSIGN TO GOONINQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GK-INQUIRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-RECORD             PIC X(91).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD              PIC X(80).

       FD  FOLD-FILE.
       COPY GOONFLDR.

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  INQUIRY-FILE.
       01  INQUIRY-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Selection arguments - TRK and a tracking number (leading
      *    zeros optional), or DEPT and a department code. One
      *    number answers one submitter's question; a department
      *    lists every tracked request it has on file.
      *****************************************************************
       01  GK-ARGUMENT-NUMBER    PIC 9(02) COMP.
       01  GK-SELECT-ARG         PIC X(05).
       01  GK-VALUE-ARG          PIC X(10).
       01  GK-VALUE-LEN          PIC 9(02) COMP.
       01  GK-SEL-TRK-NUM        PIC 9(08).
       01  GK-SEL-TRK            PIC X(08).
       01  GK-SEL-DEPT           PIC X(04).
       01  GK-SELECT-SWITCH      PIC X(01).
           88 GK-BY-TRACKING         VALUE 'T'.
           88 GK-BY-DEPARTMENT       VALUE 'D'.
       01  GK-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88 GK-INPUT-VALID         VALUE 'Y'.
           88 GK-INPUT-INVALID       VALUE 'N'.
       01  GK-ERROR-MSG          PIC X(60).
      *****************************************************************
      *    Reject record layout - the same picture GOONEDIT writes
      *****************************************************************
       01  GK-REJECT-DETAIL.
           05 GK-REJ-CARD-NBR    PIC X(05).
           05 FILLER             PIC X(01).
           05 GK-REJ-REASON      PIC X(04).
           05 FILLER             PIC X(01).
           05 GK-REJ-CARD        PIC X(80).
      *****************************************************************
      *    Fixed-column view of an audit line - the date, the
      *    requestor billed, and the tracking number after WIDTH
      *****************************************************************
       01  GK-AUDIT-DETAIL.
           05 GK-AUD-DATE        PIC X(08).
           05 FILLER             PIC X(39).
           05 GK-AUD-REQ         PIC X(04).
           05 FILLER             PIC X(19).
           05 GK-AUD-TRK-TAG     PIC X(06).
           05 GK-AUD-TRK         PIC X(08).
           05 FILLER             PIC X(36).
      *****************************************************************
      *    A card pulled apart into its tokens - just as far as the
      *    requestor and the run date
      *****************************************************************
       01  GK-TOK-CHINS          PIC X(10).
       01  GK-TOK-STYLE          PIC X(02).
       01  GK-TOK-REQ            PIC X(05).
       01  GK-TOK-WIDTH          PIC X(05).
       01  GK-TOK-DATE           PIC X(09).
      *****************************************************************
      *    One sighting of a request on one of the files, handed to
      *    RECORD-SIGHTING. The state says where it was seen:
      *      R  rejected, outstanding on GOONREJ
      *      W  rejected, worked and requeued through GOONRFIX
      *      X  rejected, dropped through GOONRFIX
      *      Q  queued for the next cycle
      *      F  queued, deferred to a later run date
      *      D  folded into a duplicate by GOONSEQ
      *      P  produced - the face is on GOONAUD
      *    A request is usually seen more than once over its life
      *    (rejected, corrected, queued again, produced), so each
      *    state has a rank and the furthest-along sighting is the
      *    one reported; between equal ranks the later record wins.
      *****************************************************************
       01  GK-HIT-TRK            PIC X(08).
       01  GK-HIT-REQ            PIC X(04).
       01  GK-HIT-STATE          PIC X(01).
       01  GK-HIT-RANK           PIC 9(01).
       01  GK-HIT-TEXT           PIC X(60).
       01  GK-REASON-TEXT        PIC X(40).
      *****************************************************************
      *    The requests found. 5000 slots holds any one department's
      *    tracked history on the live files many times over; a
      *    request past the end is left off and the trailer says so.
      *****************************************************************
       01  GK-REQ-TABLE.
           05 GK-REQ-ENTRY OCCURS 5000 TIMES.
              10 GK-REQ-TRK      PIC X(08).
              10 GK-REQ-DEPT     PIC X(04).
              10 GK-REQ-STATE    PIC X(01).
              10 GK-REQ-RANK     PIC 9(01).
              10 GK-REQ-TEXT     PIC X(60).
              10 GK-REQ-PRINTED  PIC X(01).
       01  GK-REQ-COUNT-USED     PIC 9(04) COMP VALUE ZERO.
       01  GK-REQ-SUB            PIC 9(04) COMP.
       01  GK-LOW-SUB            PIC 9(04) COMP.
       01  GK-FOUND-SWITCH       PIC X(01).
           88 GK-REQ-FOUND           VALUE 'Y'.
       01  GK-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88 GK-TABLE-OVERFLOW      VALUE 'Y'.
      *****************************************************************
      *    Trailer counts, one per state
      *****************************************************************
       01  GK-QUEUED-COUNT       PIC 9(05) VALUE ZERO.
       01  GK-DEFERRED-COUNT     PIC 9(05) VALUE ZERO.
       01  GK-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
       01  GK-WORKED-COUNT       PIC 9(05) VALUE ZERO.
       01  GK-DROPPED-COUNT      PIC 9(05) VALUE ZERO.
       01  GK-FOLDED-COUNT       PIC 9(05) VALUE ZERO.
       01  GK-PRODUCED-COUNT     PIC 9(05) VALUE ZERO.
       01  GK-LISTED-COUNT       PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    File statuses, end-of-file switch, and report banner
      *****************************************************************
       01  GK-REJECT-STATUS      PIC X(02).
       01  GK-QUEUE-STATUS       PIC X(02).
       01  GK-FOLD-STATUS        PIC X(02).
       01  GK-AUDIT-STATUS       PIC X(02).
       01  GK-INQUIRY-STATUS     PIC X(02).
       01  GK-EOF-SWITCH         PIC X(01).
           88 GK-FILE-EOF            VALUE 'Y'.
       01  GK-RUN-DATE           PIC 9(08).
       01  GK-RUN-TIME           PIC 9(08).
       PROCEDURE DIVISION.
      *> Parse the selection before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
           IF GK-INPUT-INVALID
               DISPLAY GK-ERROR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM SCAN-REJECTS
           PERFORM SCAN-QUEUE
           PERFORM SCAN-FOLD-LOG
           PERFORM SCAN-AUDIT-LOG
           PERFORM PRINT-REQUESTS
           PERFORM TERMINATE-RUN
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    PARSE-ARGUMENTS
      *    TRK nnnnnnnn or DEPT cccc. The number is taken as up to
      *    eight digits and zero-filled, so 123 finds 00000123.
      *****************************************************************
       PARSE-ARGUMENTS.
           ACCEPT GK-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GK-RUN-TIME FROM TIME

           MOVE 1 TO GK-ARGUMENT-NUMBER
           DISPLAY GK-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GK-SELECT-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GK-SELECT-ARG
           END-ACCEPT
           MOVE 2 TO GK-ARGUMENT-NUMBER
           DISPLAY GK-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT GK-VALUE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO GK-VALUE-ARG
           END-ACCEPT
           INSPECT GK-SELECT-ARG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT GK-VALUE-ARG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           SET GK-INPUT-VALID TO TRUE
           MOVE ZERO TO GK-VALUE-LEN
           INSPECT GK-VALUE-ARG TALLYING GK-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE GK-SELECT-ARG
               WHEN "TRK"
                   SET GK-BY-TRACKING TO TRUE
                   IF GK-VALUE-LEN = ZERO OR GK-VALUE-LEN > 8
                       SET GK-INPUT-INVALID TO TRUE
                       MOVE "TRACKING NUMBER MUST BE 1 TO 8 DIGITS"
                           TO GK-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
                   IF GK-VALUE-ARG(1:GK-VALUE-LEN) IS NOT NUMERIC
                       SET GK-INPUT-INVALID TO TRUE
                       MOVE "TRACKING NUMBER MUST BE 1 TO 8 DIGITS"
                           TO GK-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
                   MOVE GK-VALUE-ARG(1:GK-VALUE-LEN) TO GK-SEL-TRK-NUM
                   MOVE GK-SEL-TRK-NUM TO GK-SEL-TRK
               WHEN "DEPT"
                   SET GK-BY-DEPARTMENT TO TRUE
                   IF GK-VALUE-LEN = ZERO OR GK-VALUE-LEN > 4
                       SET GK-INPUT-INVALID TO TRUE
                       MOVE "DEPARTMENT CODE MUST BE 1 TO 4 CHARACTERS"
                           TO GK-ERROR-MSG
                       GO TO PARSE-ARGUMENTS-EXIT
                   END-IF
                   MOVE GK-VALUE-ARG(1:4) TO GK-SEL-DEPT
               WHEN OTHER
                   SET GK-INPUT-INVALID TO TRUE
                   MOVE "SELECT BY TRK nnnnnnnn OR DEPT cccc"
                       TO GK-ERROR-MSG
           END-EVALUATE.

       PARSE-ARGUMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    INITIALIZE-RUN
      *    Opens the inquiry report and writes its banner. The files
      *    searched are opened one at a time as they are scanned.
      *****************************************************************
       INITIALIZE-RUN.
           OPEN OUTPUT INQUIRY-FILE
           IF GK-INQUIRY-STATUS NOT = "00"
               DISPLAY "*** GOONINQ COULD NOT BE OPENED - STATUS "
                   GK-INQUIRY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHINGOON REQUEST STATUS INQUIRY" TO INQUIRY-LINE
           WRITE INQUIRY-LINE

           MOVE SPACES TO INQUIRY-LINE
           STRING "RUN DATE: " GK-RUN-DATE "   RUN TIME: " GK-RUN-TIME
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE

           MOVE SPACES TO INQUIRY-LINE
           IF GK-BY-TRACKING
               STRING "TRACKING NUMBER: " GK-SEL-TRK
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
           ELSE
               STRING "DEPARTMENT: " GK-SEL-DEPT
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
           END-IF
           WRITE INQUIRY-LINE

           MOVE ALL "-" TO INQUIRY-LINE
           WRITE INQUIRY-LINE

           MOVE "TRACKING  DEPT  STATUS" TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Writes the trailer and sets the return code: 0 when
      *    anything was found, 4 when nothing was (or the table
      *    filled and some requests were left off).
      *****************************************************************
       TERMINATE-RUN.
           MOVE ALL "-" TO INQUIRY-LINE
           WRITE INQUIRY-LINE

           IF GK-LISTED-COUNT = ZERO
               MOVE SPACES TO INQUIRY-LINE
               IF GK-BY-TRACKING
                   STRING "TRACKING NUMBER " GK-SEL-TRK
                       " NOT FOUND ON ANY LIVE FILE"
                       DELIMITED BY SIZE INTO INQUIRY-LINE
                   END-STRING
               ELSE
                   STRING "NO TRACKED REQUESTS ON FILE FOR "
                       GK-SEL-DEPT
                       DELIMITED BY SIZE INTO INQUIRY-LINE
                   END-STRING
               END-IF
               WRITE INQUIRY-LINE
           END-IF

           MOVE SPACES TO INQUIRY-LINE
           STRING "REQUESTS LISTED:      " GK-LISTED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  QUEUED:             " GK-QUEUED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  DEFERRED:           " GK-DEFERRED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  REJECTED:           " GK-REJECTED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  CORRECTED/REQUEUED: " GK-WORKED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  DROPPED:            " GK-DROPPED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  FOLDED:             " GK-FOLDED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "  PRODUCED:           " GK-PRODUCED-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           IF GK-TABLE-OVERFLOW
               MOVE "  (SOME REQUESTS NOT LISTED - TABLE FULL)"
                   TO INQUIRY-LINE
               WRITE INQUIRY-LINE
           END-IF

           CLOSE INQUIRY-FILE

           DISPLAY "GOONTRAK REQUESTS LISTED: " GK-LISTED-COUNT

           IF GK-LISTED-COUNT = ZERO OR GK-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           EXIT.

      *****************************************************************
      *    SCAN-REJECTS
      *    Every GOONREJ record, outstanding or worked. The card's
      *    tracking number and requestor ride in the card image.
      *****************************************************************
       SCAN-REJECTS.
           OPEN INPUT REJECT-FILE
           IF GK-REJECT-STATUS NOT = "00" AND
                   GK-REJECT-STATUS NOT = "05"
               DISPLAY "*** GOONREJ COULD NOT BE OPENED - STATUS "
                   GK-REJECT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO GK-EOF-SWITCH
           PERFORM READ-REJECT-RECORD
           PERFORM TAKE-REJECT-RECORD UNTIL GK-FILE-EOF
           CLOSE REJECT-FILE
           EXIT.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END SET GK-FILE-EOF TO TRUE
           END-READ
           EXIT.

       TAKE-REJECT-RECORD.
           MOVE REJECT-RECORD TO GK-REJECT-DETAIL
           MOVE GK-REJ-CARD(73:8) TO GK-HIT-TRK
           MOVE GK-REJ-CARD TO QUEUE-RECORD
           PERFORM SPLIT-CARD-TOKENS

           MOVE SPACES TO GK-HIT-TEXT
           EVALUATE GK-REJ-REASON
               WHEN "WRKD"
                   MOVE 'W' TO GK-HIT-STATE
                   MOVE "REJECTED - CORRECTED AND REQUEUED"
                       TO GK-HIT-TEXT
               WHEN "DROP"
                   MOVE 'X' TO GK-HIT-STATE
                   MOVE "REJECTED - DROPPED AT REJECT CORRECTION"
                       TO GK-HIT-TEXT
               WHEN OTHER
                   MOVE 'R' TO GK-HIT-STATE
                   PERFORM SET-REASON-TEXT
                   STRING "REJECTED " GK-REJ-REASON " "
                       GK-REASON-TEXT
                       DELIMITED BY SIZE INTO GK-HIT-TEXT
                   END-STRING
           END-EVALUATE
           MOVE 1 TO GK-HIT-RANK
           PERFORM RECORD-SIGHTING THRU RECORD-SIGHTING-EXIT
           PERFORM READ-REJECT-RECORD
           EXIT.

      *****************************************************************
      *    SET-REASON-TEXT
      *    The message text behind each reason code, from the
      *    GOONVALW roster - the wording GOONRFIX shows the desk.
      *****************************************************************
       SET-REASON-TEXT.
           EVALUATE GK-REJ-REASON
               WHEN "0001"
                   MOVE "CHINS VALUE IS MISSING" TO GK-REASON-TEXT
               WHEN "0002"
                   MOVE "CHINS VALUE IS NOT NUMERIC"
                       TO GK-REASON-TEXT
               WHEN "0003"
                   MOVE "CHINS VALUE IS OUT OF RANGE (MAX 99)"
                       TO GK-REASON-TEXT
               WHEN "0004"
                   MOVE "CHINS VALUE MAY NOT BE NEGATIVE"
                       TO GK-REASON-TEXT
               WHEN "0005"
                   MOVE "REQUESTOR CODE EXCEEDS 4 CHARACTERS"
                       TO GK-REASON-TEXT
               WHEN "0006"
                   MOVE "WIDTH VALUE IS NOT NUMERIC"
                       TO GK-REASON-TEXT
               WHEN "0007"
                   MOVE "WIDTH VALUE IS OUT OF RANGE (12-78)"
                       TO GK-REASON-TEXT
               WHEN "0008"
                   MOVE "REQUESTOR CODE NOT ON DEPARTMENT MASTER"
                       TO GK-REASON-TEXT
               WHEN "0009"
                   MOVE "REQUESTOR CODE IS INACTIVE ON MASTER"
                       TO GK-REASON-TEXT
               WHEN "0010"
                   MOVE "DEPARTMENT MONTHLY FACE QUOTA REACHED"
                       TO GK-REASON-TEXT
               WHEN OTHER
                   MOVE "(REASON CODE NOT RECOGNIZED)"
                       TO GK-REASON-TEXT
           END-EVALUATE
           EXIT.

      *****************************************************************
      *    SCAN-QUEUE
      *    Every entry still waiting on GOONQUE. One with a run date
      *    after today is deferred to that date; anything else goes
      *    in the next cycle - the same call GOONDUE makes.
      *****************************************************************
       SCAN-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF GK-QUEUE-STATUS NOT = "00" AND
                   GK-QUEUE-STATUS NOT = "05"
               DISPLAY "*** GOONQUE COULD NOT BE OPENED - STATUS "
                   GK-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO GK-EOF-SWITCH
           PERFORM READ-QUEUE-RECORD
           PERFORM TAKE-QUEUE-RECORD UNTIL GK-FILE-EOF
           CLOSE QUEUE-FILE
           EXIT.

       READ-QUEUE-RECORD.
           READ QUEUE-FILE
               AT END SET GK-FILE-EOF TO TRUE
           END-READ
           EXIT.

       TAKE-QUEUE-RECORD.
           MOVE QUEUE-RECORD(73:8) TO GK-HIT-TRK
           PERFORM SPLIT-CARD-TOKENS

           MOVE SPACES TO GK-HIT-TEXT
           IF GK-TOK-DATE(1:8) IS NUMERIC
                   AND GK-TOK-DATE(9:1) = SPACE
                   AND GK-TOK-DATE(1:8) > GK-RUN-DATE
               MOVE 'F' TO GK-HIT-STATE
               STRING "QUEUED - DEFERRED TO RUN DATE "
                   GK-TOK-DATE(1:8)
                   DELIMITED BY SIZE INTO GK-HIT-TEXT
               END-STRING
           ELSE
               MOVE 'Q' TO GK-HIT-STATE
               MOVE "QUEUED FOR THE NEXT CYCLE" TO GK-HIT-TEXT
           END-IF
           MOVE 2 TO GK-HIT-RANK
           PERFORM RECORD-SIGHTING THRU RECORD-SIGHTING-EXIT
           PERFORM READ-QUEUE-RECORD
           EXIT.

      *****************************************************************
      *    SPLIT-CARD-TOKENS
      *    Pulls the card in QUEUE-RECORD apart on its token columns
      *    (1-72) and sets the requestor the sighting belongs to - a
      *    card with no requestor token bills to NONE.
      *****************************************************************
       SPLIT-CARD-TOKENS.
           MOVE SPACES TO GK-TOK-CHINS GK-TOK-STYLE GK-TOK-REQ
               GK-TOK-WIDTH GK-TOK-DATE
           UNSTRING QUEUE-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO GK-TOK-CHINS GK-TOK-STYLE GK-TOK-REQ
               GK-TOK-WIDTH GK-TOK-DATE
           END-UNSTRING
           IF GK-TOK-REQ = SPACES
               MOVE "NONE" TO GK-HIT-REQ
           ELSE
               MOVE GK-TOK-REQ(1:4) TO GK-HIT-REQ
           END-IF
           EXIT.

      *****************************************************************
      *    SCAN-FOLD-LOG
      *    Every GOONFLD record - the request folded into another
      *    card on the night shown.
      *****************************************************************
       SCAN-FOLD-LOG.
           OPEN INPUT FOLD-FILE
           IF GK-FOLD-STATUS NOT = "00" AND
                   GK-FOLD-STATUS NOT = "05"
               DISPLAY "*** GOONFLD COULD NOT BE OPENED - STATUS "
                   GK-FOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO GK-EOF-SWITCH
           PERFORM READ-FOLD-RECORD
           PERFORM TAKE-FOLD-RECORD UNTIL GK-FILE-EOF
           CLOSE FOLD-FILE
           EXIT.

       READ-FOLD-RECORD.
           READ FOLD-FILE
               AT END SET GK-FILE-EOF TO TRUE
           END-READ
           EXIT.

       TAKE-FOLD-RECORD.
           MOVE FLD-TRACKING TO GK-HIT-TRK
           MOVE FLD-REQUESTOR TO GK-HIT-REQ
           MOVE 'D' TO GK-HIT-STATE
           MOVE 3 TO GK-HIT-RANK
           MOVE SPACES TO GK-HIT-TEXT
           STRING "FOLDED INTO DUPLICATE " FLD-INTO-TRACKING
               " ON " FLD-RUN-DATE
               DELIMITED BY SIZE INTO GK-HIT-TEXT
           END-STRING
           PERFORM RECORD-SIGHTING THRU RECORD-SIGHTING-EXIT
           PERFORM READ-FOLD-RECORD
           EXIT.

      *****************************************************************
      *    SCAN-AUDIT-LOG
      *    Every live GOONAUD line that carries a tracking number -
      *    the request's face printed on the date at the front of
      *    the line.
      *****************************************************************
       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF GK-AUDIT-STATUS NOT = "00" AND
                   GK-AUDIT-STATUS NOT = "05"
               DISPLAY "*** GOONAUD COULD NOT BE OPENED - STATUS "
                   GK-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO GK-EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
           PERFORM TAKE-AUDIT-RECORD UNTIL GK-FILE-EOF
           CLOSE AUDIT-FILE
           EXIT.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET GK-FILE-EOF TO TRUE
           END-READ
           EXIT.

       TAKE-AUDIT-RECORD.
           MOVE AUDIT-LINE TO GK-AUDIT-DETAIL
      *>       Lines from before the tracking number went on the
      *>       record have nothing in these columns
           IF GK-AUD-TRK-TAG = "  TRK="
               MOVE GK-AUD-TRK TO GK-HIT-TRK
               MOVE GK-AUD-REQ TO GK-HIT-REQ
               MOVE 'P' TO GK-HIT-STATE
               MOVE 4 TO GK-HIT-RANK
               MOVE SPACES TO GK-HIT-TEXT
               STRING "PRODUCED ON " GK-AUD-DATE
                   DELIMITED BY SIZE INTO GK-HIT-TEXT
               END-STRING
               PERFORM RECORD-SIGHTING THRU RECORD-SIGHTING-EXIT
           END-IF
           PERFORM READ-AUDIT-RECORD
           EXIT.

      *****************************************************************
      *    RECORD-SIGHTING
      *    Files one sighting against its request when it matches
      *    the selection. Untracked work (blank number) is nobody's
      *    request and is passed over.
      *****************************************************************
       RECORD-SIGHTING.
           IF GK-HIT-TRK = SPACES
               GO TO RECORD-SIGHTING-EXIT
           END-IF
           IF GK-BY-TRACKING AND GK-HIT-TRK NOT = GK-SEL-TRK
               GO TO RECORD-SIGHTING-EXIT
           END-IF
           IF GK-BY-DEPARTMENT AND GK-HIT-REQ NOT = GK-SEL-DEPT
               GO TO RECORD-SIGHTING-EXIT
           END-IF

           MOVE 'N' TO GK-FOUND-SWITCH
           MOVE ZERO TO GK-REQ-SUB
           PERFORM LOOK-UP-REQUEST-SLOT
               UNTIL GK-REQ-FOUND OR GK-REQ-SUB >= GK-REQ-COUNT-USED
           IF NOT GK-REQ-FOUND
               IF GK-REQ-COUNT-USED >= 5000
                   SET GK-TABLE-OVERFLOW TO TRUE
                   GO TO RECORD-SIGHTING-EXIT
               END-IF
               ADD 1 TO GK-REQ-COUNT-USED
               MOVE GK-REQ-COUNT-USED TO GK-REQ-SUB
               MOVE GK-HIT-TRK TO GK-REQ-TRK(GK-REQ-SUB)
               MOVE ZERO TO GK-REQ-RANK(GK-REQ-SUB)
               MOVE 'N' TO GK-REQ-PRINTED(GK-REQ-SUB)
           END-IF

           IF GK-HIT-RANK NOT < GK-REQ-RANK(GK-REQ-SUB)
               MOVE GK-HIT-REQ TO GK-REQ-DEPT(GK-REQ-SUB)
               MOVE GK-HIT-STATE TO GK-REQ-STATE(GK-REQ-SUB)
               MOVE GK-HIT-RANK TO GK-REQ-RANK(GK-REQ-SUB)
               MOVE GK-HIT-TEXT TO GK-REQ-TEXT(GK-REQ-SUB)
           END-IF.

       RECORD-SIGHTING-EXIT.
           EXIT.

       LOOK-UP-REQUEST-SLOT.
           ADD 1 TO GK-REQ-SUB
           IF GK-REQ-TRK(GK-REQ-SUB) = GK-HIT-TRK
               SET GK-REQ-FOUND TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    PRINT-REQUESTS
      *    One line per request found, in tracking-number order.
      *****************************************************************
       PRINT-REQUESTS.
           PERFORM PRINT-NEXT-REQUEST THRU PRINT-NEXT-REQUEST-EXIT
               GK-REQ-COUNT-USED TIMES
           EXIT.

       PRINT-NEXT-REQUEST.
           MOVE ZERO TO GK-LOW-SUB
           MOVE ZERO TO GK-REQ-SUB
           PERFORM FIND-LOWEST-REQUEST GK-REQ-COUNT-USED TIMES
           IF GK-LOW-SUB = ZERO
               GO TO PRINT-NEXT-REQUEST-EXIT
           END-IF
           MOVE 'Y' TO GK-REQ-PRINTED(GK-LOW-SUB)
           ADD 1 TO GK-LISTED-COUNT

           EVALUATE GK-REQ-STATE(GK-LOW-SUB)
               WHEN 'Q'
                   ADD 1 TO GK-QUEUED-COUNT
               WHEN 'F'
                   ADD 1 TO GK-DEFERRED-COUNT
               WHEN 'R'
                   ADD 1 TO GK-REJECTED-COUNT
               WHEN 'W'
                   ADD 1 TO GK-WORKED-COUNT
               WHEN 'X'
                   ADD 1 TO GK-DROPPED-COUNT
               WHEN 'D'
                   ADD 1 TO GK-FOLDED-COUNT
               WHEN 'P'
                   ADD 1 TO GK-PRODUCED-COUNT
           END-EVALUATE

           MOVE SPACES TO INQUIRY-LINE
           STRING GK-REQ-TRK(GK-LOW-SUB) "  "
               GK-REQ-DEPT(GK-LOW-SUB) "  "
               GK-REQ-TEXT(GK-LOW-SUB)
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-NEXT-REQUEST-EXIT.
           EXIT.

       FIND-LOWEST-REQUEST.
           ADD 1 TO GK-REQ-SUB
           IF GK-REQ-PRINTED(GK-REQ-SUB) = 'N'
               IF GK-LOW-SUB = ZERO
                   MOVE GK-REQ-SUB TO GK-LOW-SUB
               ELSE
                   IF GK-REQ-TRK(GK-REQ-SUB) < GK-REQ-TRK(GK-LOW-SUB)
                       MOVE GK-REQ-SUB TO GK-LOW-SUB
                   END-IF
               END-IF
           END-IF
           EXIT.
