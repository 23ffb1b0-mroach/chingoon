      *****************************************************************
      *    GOONIN is the raw request deck as submitted - the same
      *    records the face-generation step would otherwise read
      *    directly. The tokens sit in columns 1-72; columns 73-80
      *    carry the request's tracking number (see GOONTRKR), which
      *    rides through to the clean or reject file with the card.
      *****************************************************************
           SELECT OPTIONAL GOONIN-FILE
               ASSIGN TO GOONIN
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GE-DEPT-STATUS.

      *****************************************************************
      *    AUDIT-FILE is the CHINGOON usage log (GOONAUD), read once
      *    at start-up to count each department's faces so far this
      *    month against its quota on the master. No log yet just
      *    means nobody has used anything.
      *****************************************************************
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO GOONAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GE-AUDIT-STATUS.

      *****************************************************************
      *    CYCLE-FILE is the GOONCYC business-date cycle control
      *    master (see GOONCYCR). The edit is the GOONEDT step of the
      *    night: it runs only while the night is open, GOONSEL has
      *    selected the deck, and it has not already edited it - a
      *    second pass would file every reject on GOONREJ twice.
      *****************************************************************
           SELECT CYCLE-FILE
               ASSIGN TO GOONCYC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS GE-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOONIN-FILE.
       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  CYCLE-FILE.
       COPY GOONCYCR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Shared CHINS validation fields and reason codes
      *
       COPY GOONVALW REPLACING ==:PFX:== BY ==GE==.
      *****************************************************************
      *    Shared monthly quota fields - usage so far this month per
      *    department
      *
       COPY GOONQTAW REPLACING ==:PFX:== BY ==GE==.
      *****************************************************************
      *    Reject record layout - card number, reason code, and the
      *    offending card in full
      *
       01  GE-CLEAN-STATUS       PIC X(02).
       01  GE-REJECT-STATUS      PIC X(02).
       01  GE-DEPT-STATUS        PIC X(02).
       01  GE-AUDIT-STATUS       PIC X(02).
       01  GE-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GE-GOONIN-EOF          VALUE 'Y'.
       01  GE-AUDIT-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GE-AUDIT-EOF           VALUE 'Y'.
       01  GE-GOONIN-STYLE-TOK   PIC X(02).
      *****************************************************************
      *    Requestor/department token - optional third token on the
      *    through the shared width edit when present.
      *****************************************************************
       01  GE-GOONIN-WIDTH-TOK   PIC X(05).
      *****************************************************************
      *    Business-date cycle control (GOONCYCP)
      *****************************************************************
       COPY GOONCYCW REPLACING ==:PFX:== BY ==GE==.
       PROCEDURE DIVISION.
      *> Nothing is touched unless the night's cycle record says
      *> this step is due
           MOVE "GOONEDT" TO GE-CYC-STEP-NAME
           PERFORM CHECK-CYCLE-STEP THRU CHECK-CYCLE-STEP-EXIT
           IF GE-CYC-SKIP-STEP
               STOP RUN
           END-IF
           IF GE-CYC-STOP-STEP
               MOVE GE-CYC-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-GOONIN-RECORD
           PERFORM EDIT-GOONIN-RECORD UNTIL GE-GOONIN-EOF
           PERFORM TERMINATE-RUN

      *> Book the step on the night's cycle record unless it failed
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO GE-CYC-RC
               PERFORM MARK-CYCLE-STEP-DONE
               IF GE-CYC-NOT-MARKED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> Terminate
           STOP RUN.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-QUOTA-USAGE
           EXIT.

      *****************************************************************
      *    LOAD-QUOTA-USAGE
      *    Counts the business date's month of GOONAUD lines per
      *    department so the quota edit starts from what has already
      *    been produced - the night's month, not the clock's, so a
      *    night that runs past midnight into a new month still
      *    counts against the month it belongs to. The cards
      *    accepted tonight are added on as they pass, so a deck
      *    can't spend the same allowance twice.
      *****************************************************************
       LOAD-QUOTA-USAGE.
           MOVE GE-CYC-BUS-DATE(1:6) TO GE-QTA-MONTH

           OPEN INPUT AUDIT-FILE
           IF GE-AUDIT-STATUS NOT = "00" AND
                   GE-AUDIT-STATUS NOT = "05"
               DISPLAY "*** GOONAUD COULD NOT BE OPENED - STATUS "
                   GE-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-AUDIT-RECORD
           PERFORM TALLY-AUDIT-RECORD UNTIL GE-AUDIT-EOF
           CLOSE AUDIT-FILE

           IF GE-QTA-OVERFLOW
               DISPLAY "GOONEDIT WARNING: QUOTA TABLE FULL - SOME "
                   "DEPARTMENTS NOT CHECKED"
           END-IF
           EXIT.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET GE-AUDIT-EOF TO TRUE
           END-READ
           EXIT.

       TALLY-AUDIT-RECORD.
           MOVE AUDIT-LINE TO GE-QTA-AUDIT-DETAIL
           PERFORM TALLY-QUOTA-AUDIT-LINE
           PERFORM READ-AUDIT-RECORD
           EXIT.

      *****************************************************************

           MOVE SPACES TO GE-CAND-RAW GE-GOONIN-STYLE-TOK
               GE-GOONIN-REQ-TOK GE-GOONIN-WIDTH-TOK
           UNSTRING GOONIN-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO GE-CAND-RAW GE-GOONIN-STYLE-TOK
               GE-GOONIN-REQ-TOK GE-GOONIN-WIDTH-TOK
           END-UNSTRING
               MOVE GE-GOONIN-WIDTH-TOK TO GE-WIDTH-RAW
               PERFORM VALIDATE-WIDTH-ARG THRU VALIDATE-WIDTH-ARG-EXIT
           END-IF
      *>       The quota is checked last, once the card is otherwise
      *>       good - a card that was going to bounce anyway mustn't
      *>       use up any of the department's allowance
           IF GE-INPUT-VALID AND GE-GOONIN-REQ-TOK NOT = SPACES
               PERFORM CHECK-REQUESTOR-QUOTA
           END-IF
           IF GE-INPUT-INVALID
               ADD 1 TO GE-REJECT-COUNT
               MOVE GE-CARD-NBR TO GE-REJ-CARD-NBR
                           TO GE-ERROR-MSG
                       MOVE "0009" TO GE-REASON-CODE
                   END-IF
                   MOVE DPT-MONTH-QUOTA TO GE-QTA-ALLOWANCE
               WHEN "23"
                   SET GE-INPUT-INVALID TO TRUE
                   MOVE "REQUESTOR CODE NOT ON DEPARTMENT MASTER"
       CHECK-REQUESTOR-CODE-EXIT.
           EXIT.

      *****************************************************************
      *    CHECK-REQUESTOR-QUOTA
      *    Holds the card against the department's monthly face
      *    quota (the allowance CHECK-REQUESTOR-CODE picked up from
      *    the master). A card that would take the department past
      *    it rejects with 0010; one that fits is counted, so the
      *    next card from the same department sees it. Exact
      *    duplicates GOONSEQ later folds into one face still count
      *    once each here - the edit can't see the fold coming.
      *****************************************************************
       CHECK-REQUESTOR-QUOTA.
           MOVE GE-GOONIN-REQ-TOK(1:4) TO GE-QTA-DEPT-KEY
           PERFORM CHECK-QUOTA-POSITION
           IF GE-QTA-EXCEEDED
               SET GE-INPUT-INVALID TO TRUE
               MOVE "DEPARTMENT MONTHLY FACE QUOTA REACHED"
                   TO GE-ERROR-MSG
               MOVE "0010" TO GE-REASON-CODE
           ELSE
               PERFORM COUNT-QUOTA-FACE
           END-IF
           EXIT.

      *****************************************************************
      *    VALIDATE-CHINS-ARG comes from the shared GOONVALP
      *    copybook - the same rules the face-generation step
      *    enforces, applied here before that step ever runs.
      *****************************************************************
       COPY GOONVALP REPLACING ==:PFX:== BY ==GE==.

      *****************************************************************
      *    TALLY-QUOTA-AUDIT-LINE, CHECK-QUOTA-POSITION, and
      *    COUNT-QUOTA-FACE come from the shared GOONQTAP copybook -
      *    the same month-to-date count GOONNTRY refuses entries on.
      *****************************************************************
       COPY GOONQTAP REPLACING ==:PFX:== BY ==GE==.

      *****************************************************************
      *    CHECK-CYCLE-STEP and MARK-CYCLE-STEP-DONE come from the
      *    shared GOONCYCP copybook, so every GOONJOB step reads and
      *    books the night the same way.
      *****************************************************************
       COPY GOONCYCP REPLACING ==:PFX:== BY ==GE==.
