       IDENTIFICATION DIVISION.
       PROGRAM-ID. goonqclr.
       AUTHOR. mroach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *    QUEUE-FILE is the pending-request queue (GOONQUE). It is
      *    read first - the entries GOONSEL took for the night lead
      *    it, and anything GOONNTRY or GOONRFIX appended since sits
      *    behind them - then rewritten from the carried-forward
      *    deck plus those late arrivals.
      *****************************************************************
           SELECT OPTIONAL QUEUE-FILE
               ASSIGN TO GOONQUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GC-QUEUE-STATUS.

      *****************************************************************
      *    CARRY-FILE is GOONSEL's carried-forward deck (GOONFWD) -
      *    the entries dated after the night, byte for byte.
      *****************************************************************
           SELECT CARRY-FILE
               ASSIGN TO GOONFWD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GC-CARRY-STATUS.

      *****************************************************************
      *    CYCLE-FILE is the GOONCYC business-date cycle control
      *    master (see GOONCYCR). The reload is the GOONQCLR step of
      *    the night, the last one: it runs only once GOONSTP has
      *    completed cleanly and never twice - a second reload
      *    would throw away everything queued since the first. The
      *    cycle record also says how many queue entries GOONSEL
      *    took, which is how the late arrivals are told apart.
      *****************************************************************
           SELECT CYCLE-FILE
               ASSIGN TO GOONCYC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS GC-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD              PIC X(80).

       FD  CARRY-FILE.
       01  CARRY-RECORD              PIC X(80).

       FD  CYCLE-FILE.
       COPY GOONCYCR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Entries queued while the cycle ran - held here between
      *    reading the old queue and writing the new one. 2000 is
      *    far more than a night's batch window ever sees; past it
      *    the queue is left standing rather than cut short.
      *****************************************************************
       01  GC-LATE-TABLE.
           05 GC-LATE-ENTRY      PIC X(80) OCCURS 2000 TIMES.
       01  GC-LATE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  GC-LATE-SUB           PIC 9(04) COMP.
       01  GC-LATE-OVERFLOW-SW   PIC X(01) VALUE 'N'.
           88 GC-LATE-OVERFLOW       VALUE 'Y'.
      *****************************************************************
      *    Reload totals - entries written must equal carried plus
      *    late, and the job log shows them every night.
      *****************************************************************
       01  GC-QUEUE-READ         PIC 9(07) VALUE ZERO.
       01  GC-LATE-TOTAL         PIC 9(05) VALUE ZERO.
       01  GC-CARRY-COUNT        PIC 9(05) VALUE ZERO.
       01  GC-WRITE-COUNT        PIC 9(05) VALUE ZERO.
      *****************************************************************
      *    File statuses and end-of-file switches
      *****************************************************************
       01  GC-QUEUE-STATUS       PIC X(02).
       01  GC-CARRY-STATUS       PIC X(02).
       01  GC-QUEUE-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GC-QUEUE-EOF           VALUE 'Y'.
       01  GC-CARRY-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GC-CARRY-EOF           VALUE 'Y'.
      *****************************************************************
      *    Business-date cycle control (GOONCYCP)
      *****************************************************************
       COPY GOONCYCW REPLACING ==:PFX:== BY ==GC==.
       PROCEDURE DIVISION.
      *> Nothing is touched unless the night's cycle record says
      *> this step is due
           MOVE "GOONQCLR" TO GC-CYC-STEP-NAME
           PERFORM CHECK-CYCLE-STEP THRU CHECK-CYCLE-STEP-EXIT
           IF GC-CYC-SKIP-STEP
               STOP RUN
           END-IF
           IF GC-CYC-STOP-STEP
               MOVE GC-CYC-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SAVE-LATE-ENTRIES THRU SAVE-LATE-ENTRIES-EXIT
           PERFORM RELOAD-QUEUE THRU RELOAD-QUEUE-EXIT
           PERFORM TERMINATE-RUN

      *> Book the step on the night's cycle record unless it failed
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO GC-CYC-RC
               PERFORM MARK-CYCLE-STEP-DONE
               IF GC-CYC-NOT-MARKED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> Terminate
           STOP RUN.

      *****************************************************************
      *    SAVE-LATE-ENTRIES
      *    Reads the queue as it stands. The first entries - as
      *    many as GOONSEL took - were the night's and are done
      *    with; the rest were queued while the cycle ran and must
      *    survive the reload. A queue shorter than what GOONSEL
      *    took has been touched by something else, and a reload
      *    over it could lose requests, so the run stops with the
      *    queue untouched.
      *****************************************************************
       SAVE-LATE-ENTRIES.
           OPEN INPUT QUEUE-FILE
      *>       "05" is the status for an OPTIONAL file that isn't
      *>       present - nothing was queued, nothing to keep
           IF GC-QUEUE-STATUS NOT = "00" AND
                   GC-QUEUE-STATUS NOT = "05"
               DISPLAY "*** GOONQUE COULD NOT BE OPENED - STATUS "
                   GC-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-QUEUE-RECORD
           PERFORM SAVE-LATE-ENTRY UNTIL GC-QUEUE-EOF
           CLOSE QUEUE-FILE

           IF GC-QUEUE-READ < GC-CYC-QUEUE-TAKEN
               DISPLAY "*** GOONQUE HOLDS " GC-QUEUE-READ
                   " ENTRIES BUT GOONSEL TOOK " GC-CYC-QUEUE-TAKEN
               DISPLAY "*** QUEUE NOT RELOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GC-LATE-OVERFLOW
               DISPLAY "*** MORE THAN 2000 ENTRIES QUEUED DURING THE "
                   "CYCLE"
               DISPLAY "*** QUEUE NOT RELOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SAVE-LATE-ENTRIES-EXIT.
           EXIT.

       SAVE-LATE-ENTRY.
           ADD 1 TO GC-QUEUE-READ
           IF GC-QUEUE-READ > GC-CYC-QUEUE-TAKEN
               IF GC-LATE-COUNT < 2000
                   ADD 1 TO GC-LATE-COUNT
                   MOVE QUEUE-RECORD TO GC-LATE-ENTRY(GC-LATE-COUNT)
               ELSE
                   SET GC-LATE-OVERFLOW TO TRUE
               END-IF
           END-IF
           PERFORM READ-QUEUE-RECORD
           EXIT.

       READ-QUEUE-RECORD.
           READ QUEUE-FILE
               AT END SET GC-QUEUE-EOF TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *    RELOAD-QUEUE
      *    Rewrites the queue: the carried-forward deck first, then
      *    the entries queued during the cycle in the order they
      *    arrived, so tomorrow's selection sees them all.
      *****************************************************************
       RELOAD-QUEUE.
           OPEN INPUT CARRY-FILE
           IF GC-CARRY-STATUS NOT = "00"
               DISPLAY "*** GOONFWD COULD NOT BE OPENED - STATUS "
                   GC-CARRY-STATUS
               DISPLAY "*** QUEUE NOT RELOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT QUEUE-FILE
           IF GC-QUEUE-STATUS NOT = "00"
               DISPLAY "*** GOONQUE COULD NOT BE OPENED - STATUS "
                   GC-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CARRY-RECORD
           PERFORM COPY-CARRY-RECORD UNTIL GC-CARRY-EOF
           MOVE ZERO TO GC-LATE-SUB
           PERFORM COPY-LATE-ENTRY GC-LATE-COUNT TIMES

           CLOSE CARRY-FILE
           CLOSE QUEUE-FILE.

       RELOAD-QUEUE-EXIT.
           EXIT.

       READ-CARRY-RECORD.
           READ CARRY-FILE
               AT END SET GC-CARRY-EOF TO TRUE
           END-READ
           EXIT.

       COPY-CARRY-RECORD.
           ADD 1 TO GC-CARRY-COUNT
           MOVE CARRY-RECORD TO QUEUE-RECORD
           PERFORM WRITE-QUEUE-RECORD
           PERFORM READ-CARRY-RECORD
           EXIT.

       COPY-LATE-ENTRY.
           ADD 1 TO GC-LATE-SUB
           ADD 1 TO GC-LATE-TOTAL
           MOVE GC-LATE-ENTRY(GC-LATE-SUB) TO QUEUE-RECORD
           PERFORM WRITE-QUEUE-RECORD
           EXIT.

       WRITE-QUEUE-RECORD.
           WRITE QUEUE-RECORD
           IF GC-QUEUE-STATUS = "00"
               ADD 1 TO GC-WRITE-COUNT
           ELSE
               DISPLAY "*** GOONQUE WRITE FAILED - STATUS "
                   GC-QUEUE-STATUS
           END-IF
           EXIT.

      *****************************************************************
      *    TERMINATE-RUN
      *    Reports the reload totals on the job log. A queue that
      *    did not take every entry ends the run RC 8 - it now holds
      *    less than it should, and the GOONFWD deck and the job log
      *    are what it must be put back from.
      *****************************************************************
       TERMINATE-RUN.
           DISPLAY "GOONQCLR BUSINESS DATE:    " GC-CYC-BUS-DATE
           DISPLAY "GOONQCLR ENTRIES SELECTED: " GC-CYC-QUEUE-TAKEN
           DISPLAY "GOONQCLR CARRIED FORWARD:  " GC-CARRY-COUNT
           DISPLAY "GOONQCLR QUEUED IN CYCLE:  " GC-LATE-TOTAL
           DISPLAY "GOONQCLR QUEUE RELOADED:   " GC-WRITE-COUNT

           IF GC-WRITE-COUNT NOT = GC-CARRY-COUNT + GC-LATE-TOTAL
               DISPLAY "*** GOONQCLR RELOAD OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *****************************************************************
      *    CHECK-CYCLE-STEP and MARK-CYCLE-STEP-DONE come from the
      *    shared GOONCYCP copybook, so every GOONJOB step reads and
      *    books the night the same way.
      *****************************************************************
       COPY GOONCYCP REPLACING ==:PFX:== BY ==GC==.
