      *****************************************************************
      *    GOONCYCP
      *    Business-date cycle control paragraphs. COPY this into the
      *    PROCEDURE DIVISION, REPLACING ==:PFX:== BY the program's
      *    data-name prefix, with GOONCYCW supplying the working
      *    fields and GOONCYCR the record under CYCLE-FILE's FD (the
      *    SELECT is INDEXED, ACCESS RANDOM, RECORD KEY CYC-KEY, and
      *    names :PFX:-CYC-STATUS as its file status).
      *
      *    GOONSEL calls START-BUSINESS-CYCLE; every later step calls
      *    CHECK-CYCLE-STEP. Both run before the step opens anything
      *    else, so a skipped or stopped step leaves every dataset
      *    exactly as it found it. A step that finishes well enough
      *    for the job to carry on calls MARK-CYCLE-STEP-DONE with
      *    its return code in :PFX:-CYC-RC. A step whose output
      *    can't be taken back once it starts (GOONSTP) calls
      *    MARK-CYCLE-STEP-STARTED before it writes any.
      *****************************************************************
      *****************************************************************
      *    START-BUSINESS-CYCLE
      *    Opens the night for the business date in
      *    :PFX:-CYC-BUS-DATE and makes it the current cycle. A night
      *    already complete stops here - a second submission runs
      *    nothing. A night already open is a rerun: its selection
      *    is redone until the edit step has taken the deck (so
      *    cards corrected after a failed edit get picked up) and
      *    stands after that. A new night may not start while the
      *    current one has produced faces but not finished; a
      *    current night that never got as far as faces is marked
      *    abandoned, its queue still standing for the new night.
      *****************************************************************
       START-BUSINESS-CYCLE.
           MOVE 1 TO :PFX:-CYC-STEP-NBR
           MOVE :PFX:-CYC-STEP-LIST(1) TO :PFX:-CYC-STEP-NAME
           SET :PFX:-CYC-STOP-STEP TO TRUE
           MOVE 8 TO :PFX:-CYC-STOP-RC

           OPEN I-O CYCLE-FILE
           IF :PFX:-CYC-STATUS = "35"
      *>       First night ever - GOONCYC is empty
               OPEN OUTPUT CYCLE-FILE
               CLOSE CYCLE-FILE
               OPEN I-O CYCLE-FILE
           END-IF
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC COULD NOT BE OPENED - STATUS "
                   :PFX:-CYC-STATUS
               GO TO START-BUSINESS-CYCLE-EXIT
           END-IF

           MOVE :PFX:-CYC-BUS-DATE TO CYC-KEY
           READ CYCLE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE :PFX:-CYC-STATUS
               WHEN "00"
                   PERFORM RESUME-BUSINESS-CYCLE
                       THRU RESUME-BUSINESS-CYCLE-EXIT
               WHEN "23"
                   PERFORM OPEN-BUSINESS-CYCLE
                       THRU OPEN-BUSINESS-CYCLE-EXIT
               WHEN OTHER
                   DISPLAY "*** GOONCYC READ FAILED - STATUS "
                       :PFX:-CYC-STATUS
           END-EVALUATE
           CLOSE CYCLE-FILE.

       START-BUSINESS-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      *    RESUME-BUSINESS-CYCLE
      *    The business date already has a cycle record.
      *****************************************************************
       RESUME-BUSINESS-CYCLE.
           MOVE 12 TO :PFX:-CYC-STOP-RC
           IF CYC-COMPLETE
               DISPLAY "*** CYCLE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " IS ALREADY COMPLETE"
               DISPLAY "*** RESUBMISSION STOPPED - NOTHING WAS RUN"
               GO TO RESUME-BUSINESS-CYCLE-EXIT
           END-IF
           IF CYC-ABANDONED
               DISPLAY "*** CYCLE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " WAS ABANDONED - ITS QUEUE "
                   "WENT INTO THE " CYC-ROLLED-INTO " CYCLE"
               DISPLAY "*** RESUBMISSION STOPPED - NOTHING WAS RUN"
               GO TO RESUME-BUSINESS-CYCLE-EXIT
           END-IF

           MOVE CYC-QUEUE-TAKEN TO :PFX:-CYC-QUEUE-TAKEN
           IF CYC-STEP-COMPLETE(2)
               DISPLAY :PFX:-CYC-STEP-NAME
                   " ALREADY COMPLETE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " - STEP SKIPPED"
               SET :PFX:-CYC-SKIP-STEP TO TRUE
           ELSE
               DISPLAY :PFX:-CYC-STEP-NAME
                   " RERUN FOR BUSINESS DATE " :PFX:-CYC-BUS-DATE
               SET :PFX:-CYC-RUN-STEP TO TRUE
           END-IF

           PERFORM MAKE-CYCLE-CURRENT
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC CURRENT RECORD NOT UPDATED - "
                   "STATUS " :PFX:-CYC-STATUS
               MOVE 8 TO :PFX:-CYC-STOP-RC
               SET :PFX:-CYC-STOP-STEP TO TRUE
           END-IF.

       RESUME-BUSINESS-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      *    OPEN-BUSINESS-CYCLE
      *    First submission for the business date: settles the
      *    current cycle, if any, then files the new night's record
      *    and points CURRENT at it.
      *****************************************************************
       OPEN-BUSINESS-CYCLE.
           SET CYC-CURRENT-POINTER TO TRUE
           READ CYCLE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF :PFX:-CYC-STATUS = "00"
               MOVE CYC-CURRENT-DATE TO :PFX:-CYC-PRIOR-DATE
               PERFORM SETTLE-PRIOR-CYCLE THRU SETTLE-PRIOR-CYCLE-EXIT
               IF :PFX:-CYC-STOP-STEP
                   GO TO OPEN-BUSINESS-CYCLE-EXIT
               END-IF
           END-IF

           INITIALIZE CYCLE-RECORD
           MOVE :PFX:-CYC-BUS-DATE TO CYC-KEY
           SET CYC-OPEN TO TRUE
           WRITE CYCLE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC WRITE FAILED - STATUS "
                   :PFX:-CYC-STATUS
               GO TO OPEN-BUSINESS-CYCLE-EXIT
           END-IF

           PERFORM MAKE-CYCLE-CURRENT
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC CURRENT RECORD NOT UPDATED - "
                   "STATUS " :PFX:-CYC-STATUS
               GO TO OPEN-BUSINESS-CYCLE-EXIT
           END-IF

           DISPLAY "CYCLE OPENED FOR BUSINESS DATE "
               :PFX:-CYC-BUS-DATE
           SET :PFX:-CYC-RUN-STEP TO TRUE.

       OPEN-BUSINESS-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      *    SETTLE-PRIOR-CYCLE
      *    Looks at the cycle CURRENT still points to before a new
      *    night replaces it. A finished (or already abandoned) one
      *    is left alone. One that has produced faces - or started
      *    to, GOONSTP having marked its slot started - must be
      *    finished first: starting over would select the same
      *    queue again and print and bill those faces twice. One
      *    that stopped short of faces is marked abandoned: nothing
      *    left the building and its queue was never reloaded, so
      *    the new night simply selects it again.
      *****************************************************************
       SETTLE-PRIOR-CYCLE.
           MOVE :PFX:-CYC-PRIOR-DATE TO CYC-KEY
           READ CYCLE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF :PFX:-CYC-STATUS NOT = "00"
               GO TO SETTLE-PRIOR-CYCLE-EXIT
           END-IF
           IF NOT CYC-OPEN
               GO TO SETTLE-PRIOR-CYCLE-EXIT
           END-IF

           IF CYC-STEP-COMPLETE(4) OR CYC-STEP-STARTED(4)
               DISPLAY "*** CYCLE FOR BUSINESS DATE "
                   :PFX:-CYC-PRIOR-DATE
                   " PRODUCED FACES BUT IS NOT COMPLETE"
               DISPLAY "*** RERUN GOONJOB FOR " :PFX:-CYC-PRIOR-DATE
                   " TO FINISH IT BEFORE STARTING "
                   :PFX:-CYC-BUS-DATE
               IF CYC-STEP-STARTED(4)
                   DISPLAY "*** GOONSTP DID NOT COMPLETE - RUN IT "
                       "WITH PARM='RESTART'"
               END-IF
               MOVE 12 TO :PFX:-CYC-STOP-RC
               SET :PFX:-CYC-STOP-STEP TO TRUE
               GO TO SETTLE-PRIOR-CYCLE-EXIT
           END-IF

           SET CYC-ABANDONED TO TRUE
           MOVE :PFX:-CYC-BUS-DATE TO CYC-ROLLED-INTO
           REWRITE CYCLE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC REWRITE FAILED - STATUS "
                   :PFX:-CYC-STATUS
               SET :PFX:-CYC-STOP-STEP TO TRUE
               GO TO SETTLE-PRIOR-CYCLE-EXIT
           END-IF
           DISPLAY "CYCLE FOR BUSINESS DATE " :PFX:-CYC-PRIOR-DATE
               " ABANDONED BEFORE FACES - ITS QUEUE ROLLS INTO "
               :PFX:-CYC-BUS-DATE.

       SETTLE-PRIOR-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      *    MAKE-CYCLE-CURRENT
      *    Points the CURRENT record at :PFX:-CYC-BUS-DATE, writing
      *    it the first time round.
      *****************************************************************
       MAKE-CYCLE-CURRENT.
           MOVE SPACES TO CYCLE-RECORD
           SET CYC-CURRENT-POINTER TO TRUE
           MOVE :PFX:-CYC-BUS-DATE TO CYC-CURRENT-DATE
           REWRITE CYCLE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF :PFX:-CYC-STATUS = "23"
               WRITE CYCLE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           EXIT.

      *****************************************************************
      *    CHECK-CYCLE-STEP
      *    Start-up check for every step after GOONSEL, named in
      *    :PFX:-CYC-STEP-NAME. Finds the current business date and
      *    decides: already complete for the night - skip; the step
      *    it depends on not complete - stop; otherwise run. A
      *    cycle that is already complete stops the step outright,
      *    and so does a step marked started but not complete
      *    unless :PFX:-CYC-RESTART says this run carries it on.
      *****************************************************************
       CHECK-CYCLE-STEP.
           SET :PFX:-CYC-STOP-STEP TO TRUE
           MOVE 8 TO :PFX:-CYC-STOP-RC
           MOVE ZERO TO :PFX:-CYC-STEP-NBR
           MOVE ZERO TO :PFX:-CYC-SUB
           PERFORM LOOK-UP-CYCLE-STEP 6 TIMES
           IF :PFX:-CYC-STEP-NBR = ZERO
               DISPLAY "*** " :PFX:-CYC-STEP-NAME
                   " IS NOT A GOONJOB STEP"
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF

           OPEN INPUT CYCLE-FILE
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC COULD NOT BE OPENED - STATUS "
                   :PFX:-CYC-STATUS
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF

           MOVE 12 TO :PFX:-CYC-STOP-RC
           SET CYC-CURRENT-POINTER TO TRUE
           READ CYCLE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** NO BUSINESS-DATE CYCLE IS OPEN - "
                   "GOONSEL STARTS ONE"
               CLOSE CYCLE-FILE
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF
           MOVE CYC-CURRENT-DATE TO :PFX:-CYC-BUS-DATE

           MOVE :PFX:-CYC-BUS-DATE TO CYC-KEY
           READ CYCLE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC HAS NO RECORD FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " - STATUS " :PFX:-CYC-STATUS
               CLOSE CYCLE-FILE
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF
           CLOSE CYCLE-FILE

           IF CYC-COMPLETE
               DISPLAY "*** CYCLE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " IS ALREADY COMPLETE"
               DISPLAY "*** RESUBMISSION STOPPED - NOTHING WAS RUN"
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF
           IF NOT CYC-OPEN
               DISPLAY "*** CYCLE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " IS NOT OPEN"
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF

           IF CYC-STEP-COMPLETE(:PFX:-CYC-STEP-NBR)
               DISPLAY :PFX:-CYC-STEP-NAME
                   " ALREADY COMPLETE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE " - STEP SKIPPED"
               SET :PFX:-CYC-SKIP-STEP TO TRUE
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF
           IF CYC-STEP-STARTED(:PFX:-CYC-STEP-NBR)
                   AND NOT :PFX:-CYC-RESTART
               DISPLAY "*** " :PFX:-CYC-STEP-NAME
                   " STARTED BUT DID NOT COMPLETE FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE
               DISPLAY "*** RESUBMIT IT WITH RESTART - A RUN FROM THE "
                   "TOP WOULD REDO WHAT IT ALREADY WROTE"
               GO TO CHECK-CYCLE-STEP-EXIT
           END-IF

           MOVE :PFX:-CYC-NEED-STEP(:PFX:-CYC-STEP-NBR)
               TO :PFX:-CYC-NEED-NBR
           IF :PFX:-CYC-NEED-NBR > ZERO
               IF NOT CYC-STEP-COMPLETE(:PFX:-CYC-NEED-NBR)
                   DISPLAY "*** " :PFX:-CYC-STEP-NAME " NOT RUN - "
                       :PFX:-CYC-STEP-LIST(:PFX:-CYC-NEED-NBR)
                       " HAS NOT COMPLETED FOR BUSINESS DATE "
                       :PFX:-CYC-BUS-DATE
                   GO TO CHECK-CYCLE-STEP-EXIT
               END-IF
           END-IF

           MOVE CYC-QUEUE-TAKEN TO :PFX:-CYC-QUEUE-TAKEN
           DISPLAY :PFX:-CYC-STEP-NAME " RUNNING FOR BUSINESS DATE "
               :PFX:-CYC-BUS-DATE
           SET :PFX:-CYC-RUN-STEP TO TRUE.

       CHECK-CYCLE-STEP-EXIT.
           EXIT.

       LOOK-UP-CYCLE-STEP.
           ADD 1 TO :PFX:-CYC-SUB
           IF :PFX:-CYC-STEP-LIST(:PFX:-CYC-SUB) = :PFX:-CYC-STEP-NAME
               MOVE :PFX:-CYC-SUB TO :PFX:-CYC-STEP-NBR
           END-IF
           EXIT.

      *****************************************************************
      *    MARK-CYCLE-STEP-DONE
      *    Books the step complete for the business date with the
      *    return code in :PFX:-CYC-RC (GOONSEL also files how many
      *    queue entries it took), and closes the cycle once all six
      *    steps are in. If the record can't be updated the caller
      *    gets :PFX:-CYC-NOT-MARKED - a rerun would do the step
      *    over, so the job must stop and be looked at.
      *****************************************************************
       MARK-CYCLE-STEP-DONE.
           SET :PFX:-CYC-BOOK-DONE TO TRUE
           PERFORM BOOK-CYCLE-STEP THRU BOOK-CYCLE-STEP-EXIT
           IF :PFX:-CYC-NOT-MARKED
               DISPLAY "*** " :PFX:-CYC-STEP-NAME
                   " NOT BOOKED COMPLETE ON GOONCYC - A RERUN WOULD "
                   "DO IT AGAIN"
           END-IF
           EXIT.

      *****************************************************************
      *    MARK-CYCLE-STEP-STARTED
      *    Marks the step started for the business date, so that if
      *    it dies part way a rerun has to be a RESTART and the next
      *    night can't abandon this one. If the record can't be
      *    updated the caller gets :PFX:-CYC-NOT-MARKED and must not
      *    go on - nothing would then stop a rerun from the top.
      *****************************************************************
       MARK-CYCLE-STEP-STARTED.
           SET :PFX:-CYC-BOOK-START TO TRUE
           PERFORM BOOK-CYCLE-STEP THRU BOOK-CYCLE-STEP-EXIT
           IF :PFX:-CYC-NOT-MARKED
               DISPLAY "*** " :PFX:-CYC-STEP-NAME
                   " NOT MARKED STARTED ON GOONCYC - STEP STOPPED"
           END-IF
           EXIT.

       BOOK-CYCLE-STEP.
           SET :PFX:-CYC-NOT-MARKED TO TRUE

           OPEN I-O CYCLE-FILE
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC COULD NOT BE OPENED - STATUS "
                   :PFX:-CYC-STATUS
               GO TO BOOK-CYCLE-STEP-EXIT
           END-IF

           MOVE :PFX:-CYC-BUS-DATE TO CYC-KEY
           READ CYCLE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC READ FAILED - STATUS "
                   :PFX:-CYC-STATUS
               CLOSE CYCLE-FILE
               GO TO BOOK-CYCLE-STEP-EXIT
           END-IF

           ACCEPT :PFX:-CYC-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT :PFX:-CYC-NOW-TIME FROM TIME
           MOVE :PFX:-CYC-NOW-DATE TO CYC-STEP-DATE(:PFX:-CYC-STEP-NBR)
           MOVE :PFX:-CYC-NOW-TIME TO CYC-STEP-TIME(:PFX:-CYC-STEP-NBR)
           IF :PFX:-CYC-BOOK-START
               MOVE 'S' TO CYC-STEP-DONE(:PFX:-CYC-STEP-NBR)
               MOVE ZERO TO CYC-STEP-RC(:PFX:-CYC-STEP-NBR)
               GO TO REWRITE-CYCLE-STEP
           END-IF
           MOVE 'Y' TO CYC-STEP-DONE(:PFX:-CYC-STEP-NBR)
           MOVE :PFX:-CYC-RC TO CYC-STEP-RC(:PFX:-CYC-STEP-NBR)
           IF :PFX:-CYC-STEP-NBR = 1
               MOVE :PFX:-CYC-QUEUE-TAKEN TO CYC-QUEUE-TAKEN
           END-IF

           MOVE ZERO TO :PFX:-CYC-DONE-COUNT
           MOVE ZERO TO :PFX:-CYC-SUB
           PERFORM COUNT-CYCLE-STEP-DONE 6 TIMES
           IF :PFX:-CYC-DONE-COUNT = 6
               SET CYC-COMPLETE TO TRUE
           END-IF.

       REWRITE-CYCLE-STEP.
           REWRITE CYCLE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF :PFX:-CYC-STATUS NOT = "00"
               DISPLAY "*** GOONCYC REWRITE FAILED - STATUS "
                   :PFX:-CYC-STATUS
               CLOSE CYCLE-FILE
               GO TO BOOK-CYCLE-STEP-EXIT
           END-IF
           CLOSE CYCLE-FILE
           SET :PFX:-CYC-MARKED TO TRUE

           IF :PFX:-CYC-BOOK-START
               DISPLAY :PFX:-CYC-STEP-NAME
                   " MARKED STARTED FOR BUSINESS DATE "
                   :PFX:-CYC-BUS-DATE
               GO TO BOOK-CYCLE-STEP-EXIT
           END-IF
           DISPLAY :PFX:-CYC-STEP-NAME " COMPLETE FOR BUSINESS DATE "
               :PFX:-CYC-BUS-DATE
           IF CYC-COMPLETE
               DISPLAY "CYCLE FOR BUSINESS DATE " :PFX:-CYC-BUS-DATE
                   " IS COMPLETE"
           END-IF.

       BOOK-CYCLE-STEP-EXIT.
           EXIT.

       COUNT-CYCLE-STEP-DONE.
           ADD 1 TO :PFX:-CYC-SUB
           IF CYC-STEP-COMPLETE(:PFX:-CYC-SUB)
               ADD 1 TO :PFX:-CYC-DONE-COUNT
           END-IF
           EXIT.
