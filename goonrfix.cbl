           05 FILLER             PIC X(01).
           05 GF-REJ-CARD        PIC X(80).
      *****************************************************************
      *    The card pulled apart into its four tokens, where any
      *    tokens after them (a run date, a standing order's STO=)
      *    start and end, and the corrected card rebuilt from them
      *****************************************************************
       01  GF-TOK-CHINS          PIC X(10).
       01  GF-TOK-STYLE          PIC X(02).
       01  GF-TOK-REQ            PIC X(05).
       01  GF-TOK-WIDTH          PIC X(05).
       01  GF-TAIL-PTR           PIC 9(03) COMP.
       01  GF-TAIL-END           PIC 9(03) COMP.
       01  GF-NEW-CARD           PIC X(80).
       01  GF-CARD-PTR           PIC 9(03) COMP.
      *****************************************************************
           DISPLAY "CARD " GF-REJ-CARD-NBR "  REASON "
               GF-REJ-REASON " - " GF-REASON-TEXT
           DISPLAY "CARD IMAGE: " GF-REJ-CARD(1:40)
           IF GF-REJ-CARD(73:8) NOT = SPACES
               DISPLAY "TRACKING NUMBER: " GF-REJ-CARD(73:8)
           END-IF

           PERFORM SPLIT-CARD-TOKENS
           PERFORM TAKE-CORRECTION THRU TAKE-CORRECTION-EXIT.
               WHEN "0009"
                   MOVE "REQUESTOR CODE IS INACTIVE ON MASTER"
                       TO GF-REASON-TEXT
               WHEN "0010"
                   MOVE "DEPARTMENT MONTHLY FACE QUOTA REACHED"
                       TO GF-REASON-TEXT
               WHEN OTHER
                   MOVE "(REASON CODE NOT RECOGNIZED)"
                       TO GF-REASON-TEXT
       SPLIT-CARD-TOKENS.
           MOVE SPACES TO GF-TOK-CHINS GF-TOK-STYLE
               GF-TOK-REQ GF-TOK-WIDTH
           MOVE 1 TO GF-TAIL-PTR
           UNSTRING GF-REJ-CARD(1:72) DELIMITED BY ALL SPACE
               INTO GF-TOK-CHINS GF-TOK-STYLE
               GF-TOK-REQ GF-TOK-WIDTH
               WITH POINTER GF-TAIL-PTR
           END-UNSTRING
      *>       The pointer now sits on the fifth token, if any; back
      *>       the end off column 72 to the last character of the
      *>       last one
           MOVE 72 TO GF-TAIL-END
           PERFORM BACK-OFF-TAIL-END
               UNTIL GF-TAIL-END < GF-TAIL-PTR
                   OR GF-REJ-CARD(GF-TAIL-END:1) NOT = SPACE
           EXIT.

       BACK-OFF-TAIL-END.
           SUBTRACT 1 FROM GF-TAIL-END
           EXIT.

      *****************************************************************
               WHEN "0005"
               WHEN "0008"
               WHEN "0009"
      *>           Over quota: charge the card to another department,
      *>           or re-key the same code once GOONDPTM has raised
      *>           the allowance - GOONEDIT holds it to the quota
      *>           again tonight either way
               WHEN "0010"
                   DISPLAY "CORRECTED DEPARTMENT CODE: "
                       WITH NO ADVANCING
               WHEN "0006"
               WHEN "0005"
               WHEN "0008"
               WHEN "0009"
               WHEN "0010"
                   MOVE GF-ANSWER-RAW(1:5) TO GF-TOK-REQ
               WHEN "0006"
               WHEN "0007"
      *    BUILD-CORRECTED-CARD
      *    Restrings the four tokens - trailing ones only when
      *    present - back into the one-card layout the queue
      *    carries, followed unchanged by whatever the card carried
      *    after them, so a dated or standing-order card goes back
      *    dated and marked. The card keeps its original tracking
      *    number, so the request is followed under one number from
      *    the rejection through the night it finally prints.
      *****************************************************************
       BUILD-CORRECTED-CARD.
           MOVE SPACES TO GF-NEW-CARD
                   INTO GF-NEW-CARD WITH POINTER GF-CARD-PTR
               END-STRING
           END-IF
           IF GF-TAIL-END NOT < GF-TAIL-PTR
               STRING " " DELIMITED BY SIZE
                   GF-REJ-CARD(GF-TAIL-PTR:
                       GF-TAIL-END - GF-TAIL-PTR + 1)
                       DELIMITED BY SIZE
                   INTO GF-NEW-CARD WITH POINTER GF-CARD-PTR
               END-STRING
           END-IF
           MOVE GF-REJ-CARD(73:8) TO GF-NEW-CARD(73:8)
           EXIT.

      *****************************************************************
           IF GF-INPUT-INVALID
               GO TO VALIDATE-CORRECTED-CARD-EXIT
           END-IF
      *>       A longer token can push the carried tokens past column
      *>       72, into the tracking number
           IF GF-CARD-PTR > 73
               SET GF-INPUT-INVALID TO TRUE
               MOVE "CORRECTED CARD RUNS PAST COLUMN 72"
                   TO GF-ERROR-MSG
               GO TO VALIDATE-CORRECTED-CARD-EXIT
           END-IF
           IF GF-TOK-REQ(5:1) NOT = SPACE
               SET GF-INPUT-INVALID TO TRUE
               MOVE "REQUESTOR CODE EXCEEDS 4 CHARACTERS"
