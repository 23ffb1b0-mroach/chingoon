               FILE STATUS IS GT-CATALOG-STATUS.

      *****************************************************************
      *    DEPT-FILE is the GOONDPT department master, read to put
      *    full names on the deliverable banners and to learn the
      *    face theme each department was drawn in, which is part
      *    of the catalog key - missing DD just means bare codes
      *    and the house look, as on the combined report.
      *****************************************************************
           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO GOONDPT
               RECORD KEY IS DPT-CODE
               FILE STATUS IS GT-DEPT-STATUS.

      *****************************************************************
      *    THEME-FILE is the GOONTHM face theme library, read only
      *    for its theme codes: a department naming a theme the
      *    library doesn't hold was drawn in the house look by the
      *    face-generation step, so its faces are cataloged under
      *    the blank theme and must be looked for there. No library
      *    at all means every face is in the house look, the same
      *    as in chingoon; a library that is there but won't open
      *    stops the step, since the faces can't then be found.
      *****************************************************************
           SELECT OPTIONAL THEME-FILE
               ASSIGN TO GOONTHM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GT-THEME-STATUS.

      *****************************************************************
      *    DEPTRPT1-8 are the deliverable bank - one output per
      *    department served tonight, assigned in the order the
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GT-SUMMARY-STATUS.

      *****************************************************************
      *    CYCLE-FILE is the GOONCYC business-date cycle control
      *    master (see GOONCYCR). Distribution is the GOONDST step of
      *    the night: it runs only once GOONSTP has completed cleanly
      *    and never twice - deliverables that already went out to
      *    the departments are not cut again on a rerun.
      *****************************************************************
           SELECT CYCLE-FILE
               ASSIGN TO GOONCYC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS GT-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOONIN-FILE.
       FD  DEPT-FILE.
       COPY GOONDPTR.

       FD  THEME-FILE.
       COPY GOONTHMR.

       FD  DEPT1-FILE.
       01  DEPT1-LINE                PIC X(80).
       FD  DEPT2-FILE.
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE              PIC X(80).

       FD  CYCLE-FILE.
       COPY GOONCYCR.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Card tokens from the sequenced deck. The deck ran under
       01  GT-CUR-REQ            PIC X(04).
       01  GT-PREV-REQ           PIC X(04) VALUE SPACES.
      *****************************************************************
      *    Face theme of the department being delivered - blank for
      *    the house look - and the library's theme codes, so the
      *    catalog key matches the one the faces were filed under.
      *****************************************************************
       01  GT-CUR-THEME          PIC X(04) VALUE SPACES.
       01  GT-THEME-TABLE.
           05 GT-THM-CODE        PIC X(04) OCCURS 50 TIMES.
       01  GT-THM-COUNT-USED     PIC 9(03) COMP VALUE ZERO.
       01  GT-THM-SUB            PIC 9(03) COMP.
       01  GT-THEME-STATUS       PIC X(02).
       01  GT-THEME-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 GT-THEME-EOF           VALUE 'Y'.
      *****************************************************************
      *    Deliverable-bank bookkeeping - which DD the open
      *    section is writing, and the detail line every writer
      *    funnels through so the dispatch lives in one spot.
           88 GT-GOONIN-EOF          VALUE 'Y'.
       01  GT-RUN-DATE           PIC 9(08).
       01  GT-RUN-TIME           PIC 9(08).
      *****************************************************************
      *    Business-date cycle control (GOONCYCP)
      *****************************************************************
       COPY GOONCYCW REPLACING ==:PFX:== BY ==GT==.
       PROCEDURE DIVISION.
      *> Nothing is touched unless the night's cycle record says
      *> this step is due
           MOVE "GOONDST" TO GT-CYC-STEP-NAME
           PERFORM CHECK-CYCLE-STEP THRU CHECK-CYCLE-STEP-EXIT
           IF GT-CYC-SKIP-STEP
               STOP RUN
           END-IF
           IF GT-CYC-STOP-STEP
               MOVE GT-CYC-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-RUN
           PERFORM READ-GOONIN-RECORD
           PERFORM DISTRIBUTE-CARD THRU DISTRIBUTE-CARD-NEXT
           END-IF
           PERFORM WRITE-DIST-SUMMARY
           PERFORM TERMINATE-RUN

      *> Book the step on the night's cycle record unless it failed
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO GT-CYC-RC
               PERFORM MARK-CYCLE-STEP-DONE
               IF GT-CYC-NOT-MARKED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> Terminate
           STOP RUN.

               SET GT-DEPT-BYPASS TO TRUE
           END-IF

      *>       No library is the house look only, as in chingoon
           OPEN INPUT THEME-FILE
           IF GT-THEME-STATUS NOT = "00" AND
                   GT-THEME-STATUS NOT = "35" AND
                   GT-THEME-STATUS NOT = "05"
               DISPLAY "*** GOONTHM COULD NOT BE OPENED - STATUS "
                   GT-THEME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GT-THEME-STATUS = "00"
               PERFORM READ-THEME-RECORD
               PERFORM LOAD-THEME-CODE UNTIL GT-THEME-EOF
               CLOSE THEME-FILE
           END-IF

           OPEN OUTPUT SUMMARY-FILE
           IF GT-SUMMARY-STATUS NOT = "00"
               DISPLAY "*** GOONDSM COULD NOT BE OPENED - STATUS "
           END-IF
           EXIT.

       READ-THEME-RECORD.
           READ THEME-FILE
               AT END SET GT-THEME-EOF TO TRUE
           END-READ
           EXIT.

      *>   Blank codes and codes past the table are passed over, the
      *>   same as the face-generation step passes them over
       LOAD-THEME-CODE.
           IF THM-CODE NOT = SPACES AND GT-THM-COUNT-USED < 50
               ADD 1 TO GT-THM-COUNT-USED
               MOVE THM-CODE TO GT-THM-CODE(GT-THM-COUNT-USED)
           END-IF
           PERFORM READ-THEME-RECORD
           EXIT.

       READ-GOONIN-RECORD.
           READ GOONIN-FILE
               AT END SET GT-GOONIN-EOF TO TRUE

           MOVE SPACES TO GT-TOK-CHINS GT-TOK-STYLE
               GT-TOK-REQ GT-TOK-WIDTH
           UNSTRING GOONIN-RECORD(1:72) DELIMITED BY ALL SPACE
               INTO GT-TOK-CHINS GT-TOK-STYLE
               GT-TOK-REQ GT-TOK-WIDTH
           END-UNSTRING
           MOVE ZERO TO GT-SECT-FACE-COUNT
           SET GT-SECTION-OPEN TO TRUE

      *>       The master gives the department's name and the theme
      *>       its faces were drawn in - read even when the bank is
      *>       spent, so the face lookups below use the right key
           IF GT-DEPT-ACTIVE AND GT-CUR-REQ NOT = "NONE"
               MOVE GT-CUR-REQ TO DPT-CODE
               READ DEPT-FILE
           ELSE
               MOVE "23" TO GT-DEPT-STATUS
           END-IF
           PERFORM SELECT-THEME

           IF GT-CUR-DD = ZERO
               GO TO START-DELIVERABLE-EXIT
           END-IF

      *>       The deliverable's own banner - department name from
      *>       the master when it is known
           MOVE SPACES TO GT-DETAIL-LINE
           IF GT-DEPT-STATUS = "00"
               STRING "CHINGOON FACES FOR " GT-CUR-REQ " - " DPT-NAME
                   DELIMITED BY SIZE INTO GT-DETAIL-LINE
       START-DELIVERABLE-EXIT.
           EXIT.

      *****************************************************************
      *    SELECT-THEME
      *    The department's theme, when the master names one the
      *    library holds; blank (the house look) otherwise - the
      *    same choice the face-generation step made drawing it.
      *****************************************************************
       SELECT-THEME.
           MOVE SPACES TO GT-CUR-THEME
           IF GT-DEPT-STATUS = "00" AND DPT-THEME NOT = SPACES
               MOVE 1 TO GT-THM-SUB
               PERFORM FIND-THEME-SLOT
                   UNTIL GT-THM-SUB > GT-THM-COUNT-USED
                   OR GT-THM-CODE(GT-THM-SUB) = DPT-THEME
               IF GT-THM-SUB NOT > GT-THM-COUNT-USED
                   MOVE DPT-THEME TO GT-CUR-THEME
               END-IF
           END-IF
           EXIT.

       FIND-THEME-SLOT.
           ADD 1 TO GT-THM-SUB
           EXIT.

      *****************************************************************
      *    END-DELIVERABLE
      *    Writes the subtotal trailer that proves the deliverable
      *    department can see something was owed.
      *****************************************************************
       DELIVER-FACE.
           MOVE GT-CUR-THEME TO CAT-THEME
           MOVE GT-CUR-STYLE TO CAT-STYLE
           MOVE GT-CUR-CHINS TO CAT-CHINS
           MOVE GT-CUR-WIDTH TO CAT-WIDTH
           IF GT-CATALOG-STATUS NOT = "00"
               ADD 1 TO GT-MISS-COUNT
               MOVE SPACES TO GT-DETAIL-LINE
               STRING "(FACE NOT IN CATALOG - THEME " GT-CUR-THEME
                   " STYLE " GT-CUR-STYLE
                   " CHINS " GT-CUR-CHINS
                   " WIDTH " GT-CUR-WIDTH ")"
                   DELIMITED BY SIZE INTO GT-DETAIL-LINE
           END-IF
           WRITE SUMMARY-LINE
           EXIT.

      *****************************************************************
      *    CHECK-CYCLE-STEP and MARK-CYCLE-STEP-DONE come from the
      *    shared GOONCYCP copybook, so every GOONJOB step reads and
      *    books the night the same way.
      *****************************************************************
       COPY GOONCYCP REPLACING ==:PFX:== BY ==GT==.
