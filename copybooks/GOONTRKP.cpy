      *****************************************************************
      *    GOONTRKP
      *    Tracking-number paragraphs. COPY this into the PROCEDURE
      *    DIVISION, REPLACING ==:PFX:== BY the program's data-name
      *    prefix, with GOONTRKW supplying the working fields and
      *    GOONTRKR the record under TRACK-FILE's FD (the SELECT
      *    names :PFX:-TRK-STATUS as its file status).
      *****************************************************************
      *****************************************************************
      *    ISSUE-TRACKING-NUMBER
      *    Takes the next number off the GOONTRK counter into
      *    :PFX:-TRK-NUMBER. The counter is opened, stepped, and
      *    rewritten for every number, so a number once handed out
      *    is never handed out again however the session ends, and
      *    the dataset is free between requests. A counter that
      *    doesn't exist yet is started at zero; one that is there
      *    but unreadable is never guessed at - the caller gets
      *    :PFX:-TRK-FAILED and must not file the request.
      *****************************************************************
       ISSUE-TRACKING-NUMBER.
           SET :PFX:-TRK-FAILED TO TRUE
           MOVE SPACES TO :PFX:-TRK-NUMBER

           OPEN I-O TRACK-FILE
           IF :PFX:-TRK-STATUS = "35"
               PERFORM PRIME-TRACKING-COUNTER
           END-IF
           IF :PFX:-TRK-STATUS NOT = "00"
               DISPLAY "*** GOONTRK COULD NOT BE OPENED - STATUS "
                   :PFX:-TRK-STATUS
               GO TO ISSUE-TRACKING-NUMBER-EXIT
           END-IF

           READ TRACK-FILE
               AT END CONTINUE
           END-READ
           IF :PFX:-TRK-STATUS NOT = "00"
                   OR TRK-LAST-ISSUED IS NOT NUMERIC
               DISPLAY "*** GOONTRK IS EMPTY OR UNREADABLE - STATUS "
                   :PFX:-TRK-STATUS
               CLOSE TRACK-FILE
               GO TO ISSUE-TRACKING-NUMBER-EXIT
           END-IF

           ADD 1 TO TRK-LAST-ISSUED
           REWRITE TRACK-RECORD
           IF :PFX:-TRK-STATUS NOT = "00"
               DISPLAY "*** GOONTRK REWRITE FAILED - STATUS "
                   :PFX:-TRK-STATUS
               CLOSE TRACK-FILE
               GO TO ISSUE-TRACKING-NUMBER-EXIT
           END-IF
           MOVE TRK-LAST-ISSUED TO :PFX:-TRK-NUMBER
           CLOSE TRACK-FILE
           SET :PFX:-TRK-ISSUED TO TRUE.

       ISSUE-TRACKING-NUMBER-EXIT.
           EXIT.

      *****************************************************************
      *    PRIME-TRACKING-COUNTER
      *    First number ever - writes the counter record at zero and
      *    reopens it for update.
      *****************************************************************
       PRIME-TRACKING-COUNTER.
           OPEN OUTPUT TRACK-FILE
           IF :PFX:-TRK-STATUS = "00"
               MOVE SPACES TO TRACK-RECORD
               MOVE ZERO TO TRK-LAST-ISSUED
               WRITE TRACK-RECORD
               CLOSE TRACK-FILE
               OPEN I-O TRACK-FILE
           END-IF
           EXIT.
