      *    card already validated, but in whatever order the
      *    GOONNTRY sessions queued them, so the same requestor can
      *    appear in several runs of cards and the same card can
      *    appear several times. Each card's tracking number (columns
      *    73-80, see GOONTRKR) rides through with it.
      *****************************************************************
           SELECT OPTIONAL GOONIN-FILE
               ASSIGN TO GOONIN
      *    card that had copies collapsed, with the copy count, so
      *    the chargeback desk can still see the demand the
      *    collapsed copies represented even though only one face
      *    prints and bills. Each collapsed copy is listed under it
      *    by tracking number, with the number of the card that
      *    printed in its place.
      *****************************************************************
           SELECT MERGE-FILE
               ASSIGN TO GOONMRG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GQ-MERGE-STATUS.

      *****************************************************************
      *    FOLD-FILE is the GOONFLD fold log (see GOONFLDR) - the
      *    same collapsed copies, one record each, appended night
      *    after night so a folded request can still be asked after
      *    by its tracking number once the printed GOONMRG is gone.
      *****************************************************************
           SELECT FOLD-FILE
               ASSIGN TO GOONFLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GQ-FOLD-STATUS.

      *****************************************************************
      *    CYCLE-FILE is the GOONCYC business-date cycle control
      *    master (see GOONCYCR). Sequencing is the GOONSEQ step of
      *    the night: it runs only once GOONEDT has completed and
      *    not again after it has - a second pass would append every
      *    fold to GOONFLD twice.
      *****************************************************************
           SELECT CYCLE-FILE
               ASSIGN TO GOONCYC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS GQ-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOONIN-FILE.
       FD  MERGE-FILE.
       01  MERGE-LINE                PIC X(80).

       FD  FOLD-FILE.
       COPY GOONFLDR.

       FD  CYCLE-FILE.
       COPY GOONCYCR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    The deck held whole for sequencing. 2000 card slots is
       01  GQ-GOONIN-STATUS      PIC X(02).
       01  GQ-SEQ-STATUS         PIC X(02).
       01  GQ-MERGE-STATUS       PIC X(02).
       01  GQ-FOLD-STATUS        PIC X(02).
       01  GQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GQ-GOONIN-EOF          VALUE 'Y'.
       01  GQ-RUN-DATE           PIC 9(08).
       01  GQ-RUN-TIME           PIC 9(08).
      *****************************************************************
      *    Business-date cycle control (GOONCYCP)
      *****************************************************************
       COPY GOONCYCW REPLACING ==:PFX:== BY ==GQ==.
       PROCEDURE DIVISION.
      *> Nothing is touched unless the night's cycle record says
      *> this step is due
           MOVE "GOONSEQ" TO GQ-CYC-STEP-NAME
           PERFORM CHECK-CYCLE-STEP THRU CHECK-CYCLE-STEP-EXIT
           IF GQ-CYC-SKIP-STEP
               STOP RUN
           END-IF
           IF GQ-CYC-STOP-STEP
               MOVE GQ-CYC-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-GOONIN-RECORD
           PERFORM LOAD-DECK-CARD THRU LOAD-DECK-CARD-NEXT
               UNTIL GQ-GOONIN-EOF
           PERFORM SEQUENCE-DECK
           PERFORM TERMINATE-RUN

      *> Book the step on the night's cycle record unless it failed
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO GQ-CYC-RC
               PERFORM MARK-CYCLE-STEP-DONE
               IF GQ-CYC-NOT-MARKED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> Terminate
           STOP RUN.

               STOP RUN
           END-IF

           OPEN EXTEND FOLD-FILE
           IF GQ-FOLD-STATUS = "35"
      *>       First run - GOONFLD doesn't exist yet
               OPEN OUTPUT FOLD-FILE
           END-IF
           IF GQ-FOLD-STATUS NOT = "00"
               DISPLAY "*** GOONFLD COULD NOT BE OPENED - STATUS "
                   GQ-FOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT GQ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GQ-RUN-TIME FROM TIME

           CLOSE GOONIN-FILE
           CLOSE SEQ-FILE
           CLOSE MERGE-FILE
           CLOSE FOLD-FILE

           DISPLAY "GOONSEQ CARDS READ:       " GQ-READ-COUNT
           DISPLAY "GOONSEQ CARDS WRITTEN:    " GQ-WRITTEN-COUNT
               IF GQ-TABLE-OVERFLOW
                   DISPLAY "GOONSEQ PASSED UNSEQUENCED: "
                       GQ-PASSTHRU-COUNT
      *>               A fold-log write failure has already set RC 8
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           EXIT.
           MOVE 'P' TO GQ-CARD-STATE(GQ-CARD-COUNT-USED)

           MOVE SPACES TO GQ-TOK-CHINS GQ-TOK-STYLE GQ-TOK-REQ
           UNSTRING GOONIN-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO GQ-TOK-CHINS GQ-TOK-STYLE GQ-TOK-REQ
           END-UNSTRING
      *>       A card with no requestor token bills to NONE, so it
      *    Writes the card at GQ-CARD-SUB, folds its later exact
      *    copies (same requestor by definition - the whole card
      *    matches), and reports the consolidation when there were
      *    any. "Exact" is the tokens in columns 1-72: every queued
      *    request has a tracking number of its own, so copies of
      *    one request never match in 73-80.
      *****************************************************************
       EMIT-ONE-CARD.
           MOVE GQ-CARD(GQ-CARD-SUB) TO SEQ-RECORD
               MOVE SPACES TO MERGE-LINE
               STRING "REQUESTOR " GQ-CUR-REQ
                   "  COPIES " GQ-COPY-COUNT
                   "  TRK " GQ-CARD(GQ-CARD-SUB)(73:8)
                   "  CARD: " GQ-CARD(GQ-CARD-SUB)(1:30)
                   DELIMITED BY SIZE INTO MERGE-LINE
               END-STRING
               WRITE MERGE-LINE

               MOVE GQ-CARD-SUB TO GQ-SCAN-SUB
               PERFORM LIST-FOLDED-SLOT
                   UNTIL GQ-SCAN-SUB >= GQ-CARD-COUNT-USED
           END-IF
           EXIT.

       FOLD-DUPLICATE-SLOT.
           ADD 1 TO GQ-SCAN-SUB
           IF GQ-CARD-PENDING(GQ-SCAN-SUB)
                   AND GQ-CARD(GQ-SCAN-SUB)(1:72)
                       = GQ-CARD(GQ-CARD-SUB)(1:72)
               MOVE 'D' TO GQ-CARD-STATE(GQ-SCAN-SUB)
               ADD 1 TO GQ-FOLDED-COUNT
               ADD 1 TO GQ-COPY-COUNT
           END-IF
           EXIT.

      *****************************************************************
      *    LIST-FOLDED-SLOT
      *    Second pass behind a fold: each copy just folded into the
      *    card at GQ-CARD-SUB goes on the consolidation report and
      *    the fold log by tracking number. A folded card later in
      *    the table with the same tokens can only have been folded
      *    by this card - an earlier twin would have folded this
      *    card too.
      *****************************************************************
       LIST-FOLDED-SLOT.
           ADD 1 TO GQ-SCAN-SUB
           IF GQ-CARD-FOLDED(GQ-SCAN-SUB)
                   AND GQ-CARD(GQ-SCAN-SUB)(1:72)
                       = GQ-CARD(GQ-CARD-SUB)(1:72)
               MOVE SPACES TO MERGE-LINE
               STRING "    FOLDED TRK " GQ-CARD(GQ-SCAN-SUB)(73:8)
                   " INTO TRK " GQ-CARD(GQ-CARD-SUB)(73:8)
                   DELIMITED BY SIZE INTO MERGE-LINE
               END-STRING
               WRITE MERGE-LINE

               MOVE SPACES TO FOLD-RECORD
               MOVE GQ-CYC-BUS-DATE TO FLD-RUN-DATE
               MOVE GQ-CARD(GQ-SCAN-SUB)(73:8) TO FLD-TRACKING
               MOVE GQ-CARD(GQ-CARD-SUB)(73:8) TO FLD-INTO-TRACKING
               MOVE GQ-CUR-REQ TO FLD-REQUESTOR
               MOVE GQ-CARD(GQ-SCAN-SUB)(1:48) TO FLD-CARD
               WRITE FOLD-RECORD
               IF GQ-FOLD-STATUS NOT = "00"
                   DISPLAY "*** GOONFLD WRITE FAILED - STATUS "
                       GQ-FOLD-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *    PASS-OVERFLOW-CARDS
      *    The cards that never fit in the table went unread past
           END-IF
           PERFORM READ-GOONIN-RECORD
           EXIT.

      *****************************************************************
      *    CHECK-CYCLE-STEP and MARK-CYCLE-STEP-DONE come from the
      *    shared GOONCYCP copybook, so every GOONJOB step reads and
      *    books the night the same way.
      *****************************************************************
       COPY GOONCYCP REPLACING ==:PFX:== BY ==GQ==.
