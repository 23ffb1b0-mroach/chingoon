      *****************************************************************
      *    GOONQTAP
      *    Monthly department face quota paragraphs. COPY this into
      *    the PROCEDURE DIVISION, REPLACING ==:PFX:== BY the
      *    program's data-name prefix, with GOONQTAW supplying the
      *    matching fields. The caller sets :PFX:-QTA-MONTH and
      *    feeds every GOONAUD line through TALLY-QUOTA-AUDIT-LINE
      *    (moving the line into :PFX:-QTA-AUDIT-DETAIL first), then
      *    asks CHECK-QUOTA-POSITION about one department at a time.
      *****************************************************************
      *****************************************************************
      *    TALLY-QUOTA-AUDIT-LINE
      *    Counts one audit line against its department when it falls
      *    in the quota month. Lines with no requestor (written before
      *    the requestor went on the record) and NONE (command-line
      *    work) belong to no department and count against nothing.
      *****************************************************************
       TALLY-QUOTA-AUDIT-LINE.
           IF :PFX:-QTA-AUD-DATE(1:6) = :PFX:-QTA-MONTH
                   AND :PFX:-QTA-AUD-REQ NOT = SPACES
                   AND :PFX:-QTA-AUD-REQ NOT = "NONE"
               MOVE :PFX:-QTA-AUD-REQ TO :PFX:-QTA-DEPT-KEY
               PERFORM COUNT-QUOTA-FACE
           END-IF
           EXIT.

      *****************************************************************
      *    COUNT-QUOTA-FACE
      *    Adds one face to the month-to-date count for the
      *    department in :PFX:-QTA-DEPT-KEY.
      *****************************************************************
       COUNT-QUOTA-FACE.
           PERFORM FIND-QUOTA-SLOT
           IF :PFX:-QTA-FOUND
               ADD 1 TO :PFX:-QTA-USED(:PFX:-QTA-SUB)
           END-IF
           EXIT.

      *****************************************************************
      *    CHECK-QUOTA-POSITION
      *    Works out the position of the department in
      *    :PFX:-QTA-DEPT-KEY against the allowance the caller moved
      *    to :PFX:-QTA-ALLOWANCE: faces used, faces remaining, and
      *    whether one more face still fits. A zero allowance is no
      *    limit at all.
      *****************************************************************
       CHECK-QUOTA-POSITION.
           PERFORM FIND-QUOTA-SLOT
           IF :PFX:-QTA-FOUND
               MOVE :PFX:-QTA-USED(:PFX:-QTA-SUB) TO :PFX:-QTA-DEPT-USED
           ELSE
               MOVE ZERO TO :PFX:-QTA-DEPT-USED
           END-IF
           COMPUTE :PFX:-QTA-REMAINING =
               :PFX:-QTA-ALLOWANCE - :PFX:-QTA-DEPT-USED
           IF :PFX:-QTA-ALLOWANCE = ZERO
                   OR :PFX:-QTA-DEPT-USED < :PFX:-QTA-ALLOWANCE
               SET :PFX:-QTA-WITHIN TO TRUE
           ELSE
               SET :PFX:-QTA-EXCEEDED TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *    FIND-QUOTA-SLOT
      *    Finds (or adds) the table row for :PFX:-QTA-DEPT-KEY. A
      *    full table leaves the department uncounted and sets the
      *    overflow switch for the caller to report.
      *****************************************************************
       FIND-QUOTA-SLOT.
           MOVE 'N' TO :PFX:-QTA-FOUND-SWITCH
           MOVE ZERO TO :PFX:-QTA-SUB
           PERFORM LOOK-UP-QUOTA-SLOT
               UNTIL :PFX:-QTA-FOUND
                   OR :PFX:-QTA-SUB >= :PFX:-QTA-COUNT-USED

           IF NOT :PFX:-QTA-FOUND
               IF :PFX:-QTA-COUNT-USED < 200
                   ADD 1 TO :PFX:-QTA-COUNT-USED
                   MOVE :PFX:-QTA-COUNT-USED TO :PFX:-QTA-SUB
                   MOVE :PFX:-QTA-DEPT-KEY
                       TO :PFX:-QTA-DEPT(:PFX:-QTA-SUB)
                   MOVE ZERO TO :PFX:-QTA-USED(:PFX:-QTA-SUB)
                   SET :PFX:-QTA-FOUND TO TRUE
               ELSE
                   SET :PFX:-QTA-OVERFLOW TO TRUE
               END-IF
           END-IF
           EXIT.

       LOOK-UP-QUOTA-SLOT.
           ADD 1 TO :PFX:-QTA-SUB
           IF :PFX:-QTA-DEPT(:PFX:-QTA-SUB) = :PFX:-QTA-DEPT-KEY
               SET :PFX:-QTA-FOUND TO TRUE
           END-IF
           EXIT.
