      *    QUEUE-FILE is the pending-request queue the departments
      *    fill through GOONNTRY - GOONIN card layout, with an
      *    optional requested run date as a fifth token on entries
      *    deferred to a later night, and the tracking number
      *    GOONNTRY gave the request in columns 73-80. Cards GOONSGEN
      *    queues from standing orders are dated for their night and
      *    carry a sixth token naming the order; it comes off with
      *    the date.
      *****************************************************************
           SELECT OPTIONAL QUEUE-FILE
               ASSIGN TO GOONQUE
      *    date, plus the dated entries that have come due. The
      *    date token comes off a due card, so the edit step and
      *    the face generator read exactly the card layout they
      *    always have - tracking number and all.
      *****************************************************************
           SELECT DUE-FILE
               ASSIGN TO GOONDUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GU-CARRY-STATUS.

      *****************************************************************
      *    CYCLE-FILE is the GOONCYC business-date cycle control
      *    master (see GOONCYCR). Selection is the first step of the
      *    night, so this is where the night is opened: the run date
      *    is the business date every later GOONJOB step works
      *    under, and a night already complete goes no further.
      *****************************************************************
           SELECT CYCLE-FILE
               ASSIGN TO GOONCYC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS GU-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       FD  CARRY-FILE.
       01  CARRY-RECORD              PIC X(80).

       FD  CYCLE-FILE.
       COPY GOONCYCR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Run-date argument (YYYYMMDD) - the night being run.
       01  GU-CARRY-STATUS       PIC X(02).
       01  GU-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 GU-QUEUE-EOF           VALUE 'Y'.
      *****************************************************************
      *    Business-date cycle control (GOONCYCP)
      *****************************************************************
       COPY GOONCYCW REPLACING ==:PFX:== BY ==GU==.
       PROCEDURE DIVISION.
      *> Parse the run-date argument before doing any real work
           PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT
               STOP RUN
           END-IF

      *> Open (or pick up) the night on the cycle control master
           MOVE GU-RUN-DATE TO GU-CYC-BUS-DATE
           PERFORM START-BUSINESS-CYCLE THRU START-BUSINESS-CYCLE-EXIT
           IF GU-CYC-SKIP-STEP
               STOP RUN
           END-IF
           IF GU-CYC-STOP-STEP
               MOVE GU-CYC-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-QUEUE-RECORD
           PERFORM SELECT-QUEUE-RECORD THRU SELECT-QUEUE-RECORD-NEXT
               UNTIL GU-QUEUE-EOF
           PERFORM TERMINATE-RUN

      *> Book the selection on the night's cycle record, with the
      *> count of queue entries taken for the reload to drop
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO GU-CYC-RC
               MOVE GU-READ-COUNT TO GU-CYC-QUEUE-TAKEN
               PERFORM MARK-CYCLE-STEP-DONE
               IF GU-CYC-NOT-MARKED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> Terminate
           STOP RUN.


           MOVE SPACES TO GU-TOK-CHINS GU-TOK-STYLE
               GU-TOK-REQ GU-TOK-WIDTH GU-TOK-DATE
           UNSTRING QUEUE-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO GU-TOK-CHINS GU-TOK-STYLE
               GU-TOK-REQ GU-TOK-WIDTH GU-TOK-DATE
           END-UNSTRING
      *    BUILD-DUE-CARD
      *    Restrings the card without its date token - trailing
      *    tokens only when present - so tonight's deck carries the
      *    classic layout. The tracking number keeps its columns.
      *****************************************************************
       BUILD-DUE-CARD.
           MOVE SPACES TO GU-NEW-CARD
                   INTO GU-NEW-CARD WITH POINTER GU-CARD-PTR
               END-STRING
           END-IF
           MOVE QUEUE-RECORD(73:8) TO GU-NEW-CARD(73:8)
           MOVE GU-NEW-CARD TO DUE-RECORD
           EXIT.

      *****************************************************************
      *    START-BUSINESS-CYCLE and MARK-CYCLE-STEP-DONE come from the
      *    shared GOONCYCP copybook, so every GOONJOB step reads and
      *    books the night the same way.
      *****************************************************************
       COPY GOONCYCP REPLACING ==:PFX:== BY ==GU==.
