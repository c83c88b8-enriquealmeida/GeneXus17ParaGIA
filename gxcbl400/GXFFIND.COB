*> AFTER THE LAST HIT AND WRAPS TO THE TOP.  THE GENERATED
*> PROGRAM SUPPLIES #1, WHICH MOVES THE SEARCHABLE TEXT OF THE
*> SUBFILE ROW AT GX-SFLRECNBR INTO GX-FIND-ROWTEXT.
*>
*> WITH GX-FIND-CLOSE-TO SET (THE GENERATED PROGRAM FLIPS
*> GX-FIND-MODE FROM ITS F-KEY TOGGLE, AS IT DOES THE NAME-FILTER
*> MODE) NO PATTERN HAS TO MATCH: EVERY LOADED ROW IS SCORED AGAINST
*> THE FRAGMENT WITH GX-SIMILARITY, THE ROWS SCORING
*> GX-FIND-CLOSE-MIN OR BETTER ARE RANKED BEST FIRST, AND THE FIND
*> AND REPEAT-FIND KEYS STEP DOWN THAT RANKING INSTEAD.
GX-SFL-FIND.

    SET GX-FIND-NOT-CANCELLED TO TRUE
       GO TO GX-SFL-FIND-EXIT
    END-IF
    MOVE 0 TO GX-FIND-LAST-HIT
    IF GX-FIND-CLOSE-TO
       PERFORM GX-FIND-RANK-ROWS
           THRU GX-FIND-RANK-ROWS-EXIT
    END-IF
    PERFORM GX-SFL-FIND-NEXT
        THRU GX-SFL-FIND-NEXT-EXIT.

    IF GX-FIND-ARG = SPACES
       GO TO GX-SFL-FIND-NEXT-EXIT
    END-IF
    IF GX-FIND-CLOSE-TO
       PERFORM GX-FIND-NEXT-CLOSE
           THRU GX-FIND-NEXT-CLOSE-EXIT
       GO TO GX-SFL-FIND-NEXT-EXIT
    END-IF
    SET GX-FIND-NOT-FOUND TO TRUE
    COMPUTE GX-FIND-FROM = GX-FIND-LAST-HIT + 1
    PERFORM GX-FIND-SCAN

GX-FIND-SCAN-EXIT.
    EXIT.

*> SCORE EVERY LOADED ROW AND KEEP THE BEST GX-FIND-RANK-MAX, BEST
*> FIRST.  THE FRAGMENT IS SET AGAINST EACH RUN OF AS MANY
*> NEIGHBOURING WORDS OF THE ROW AS IT HAS WORDS ITSELF, AND THE ROW
*> TAKES ITS BEST RUN - SO 'MEYR GMBH' FINDS '004711 MAIER GMBH
*> BERLIN' WITHOUT THE ACCOUNT NUMBER AND CITY DRAGGING IT DOWN.
GX-FIND-RANK-ROWS.

    MOVE 0 TO GX-FIND-RANK-COUNT
    MOVE 0 TO GX-FIND-RANK-AT
    MOVE GX-FIND-ARG TO GX-FIND-SPLIT-IN
    PERFORM GX-FIND-SPLIT
        THRU GX-FIND-SPLIT-EXIT
    MOVE GX-FIND-SPLIT-COUNT TO GX-FIND-ARG-WORDS
    MOVE GX-FIND-SPLIT-OUT   TO GX-FIND-ARG-TEXT
    PERFORM GX-FIND-RANK-ONE
        THRU GX-FIND-RANK-ONE-EXIT
        VARYING GX-FIND-I FROM 1 BY 1
        UNTIL GX-FIND-I > GX-SFLRELRECNBR.

GX-FIND-RANK-ROWS-EXIT.
    EXIT.

GX-FIND-RANK-ONE.

    MOVE GX-FIND-I TO GX-SFLRECNBR
    PERFORM #1
    MOVE GX-FIND-ROWTEXT TO GX-FIND-SPLIT-IN
    PERFORM GX-FIND-SPLIT
        THRU GX-FIND-SPLIT-EXIT
    MOVE 0 TO GX-FIND-ROW-SCORE
    SET GX-SIM-CHAR-MODE TO TRUE
    MOVE GX-FIND-ARG-TEXT TO GX-SIM-STRING-1
    IF GX-FIND-SPLIT-COUNT NOT GREATER GX-FIND-ARG-WORDS
       MOVE GX-FIND-SPLIT-OUT TO GX-SIM-STRING-2
       PERFORM GX-SIMILARITY
           THRU GX-SIMILARITY-EXIT
       MOVE GX-SIM-SCORE TO GX-FIND-ROW-SCORE
    ELSE
       PERFORM GX-FIND-SCORE-RUN
           THRU GX-FIND-SCORE-RUN-EXIT
           VARYING GX-FIND-W FROM 1 BY 1
           UNTIL GX-FIND-W >
                 GX-FIND-SPLIT-COUNT - GX-FIND-ARG-WORDS + 1
    END-IF
    IF GX-FIND-ROW-SCORE LESS GX-FIND-CLOSE-MIN
       GO TO GX-FIND-RANK-ONE-EXIT
    END-IF
*> INSERT IN SCORE ORDER; A FULL TABLE DROPS ITS WEAKEST ROW
    IF GX-FIND-RANK-COUNT LESS GX-FIND-RANK-MAX
       ADD 1 TO GX-FIND-RANK-COUNT
    ELSE
       IF GX-FIND-ROW-SCORE NOT GREATER
          GX-FIND-RANK-SCORE (GX-FIND-RANK-COUNT)
          GO TO GX-FIND-RANK-ONE-EXIT
       END-IF
    END-IF
    MOVE GX-FIND-RANK-COUNT TO GX-FIND-R
    PERFORM UNTIL GX-FIND-R = 1
               OR GX-FIND-RANK-SCORE (GX-FIND-R - 1)
                  NOT LESS GX-FIND-ROW-SCORE
       MOVE GX-FIND-RANK (GX-FIND-R - 1) TO GX-FIND-RANK (GX-FIND-R)
       SUBTRACT 1 FROM GX-FIND-R
    END-PERFORM
    MOVE GX-FIND-I         TO GX-FIND-RANK-RRN (GX-FIND-R)
    MOVE GX-FIND-ROW-SCORE TO GX-FIND-RANK-SCORE (GX-FIND-R).

GX-FIND-RANK-ONE-EXIT.
    EXIT.

GX-FIND-SCORE-RUN.

    MOVE SPACES TO GX-SIM-STRING-2
    MOVE 1      TO GX-FIND-PTR
    PERFORM VARYING GX-FIND-R FROM GX-FIND-W BY 1
            UNTIL GX-FIND-R > GX-FIND-W + GX-FIND-ARG-WORDS - 1
       STRING GX-FIND-WORD (GX-FIND-R) DELIMITED BY SPACE
              ' '                      DELIMITED BY SIZE
              INTO GX-SIM-STRING-2
              WITH POINTER GX-FIND-PTR
       END-STRING
    END-PERFORM
    PERFORM GX-SIMILARITY
        THRU GX-SIMILARITY-EXIT
    IF GX-SIM-SCORE GREATER GX-FIND-ROW-SCORE
       MOVE GX-SIM-SCORE TO GX-FIND-ROW-SCORE
    END-IF.

GX-FIND-SCORE-RUN-EXIT.
    EXIT.

*> GX-FIND-SPLIT-IN'S WORDS INTO GX-FIND-WORD, IN ORDER, AND BACK
*> TOGETHER ONE SPACE APART IN GX-FIND-SPLIT-OUT
GX-FIND-SPLIT.

    MOVE 0      TO GX-FIND-SPLIT-COUNT
    MOVE SPACES TO GX-FIND-SPLIT-OUT
    MOVE 1      TO GX-FIND-PTR
    PERFORM GX-FIND-SPLIT-WORD
        THRU GX-FIND-SPLIT-WORD-EXIT
        UNTIL GX-FIND-PTR > 80
           OR GX-FIND-SPLIT-COUNT NOT LESS 40
    MOVE 1 TO GX-FIND-PTR
    PERFORM VARYING GX-FIND-R FROM 1 BY 1
            UNTIL GX-FIND-R > GX-FIND-SPLIT-COUNT
       STRING GX-FIND-WORD (GX-FIND-R) DELIMITED BY SPACE
              ' '                      DELIMITED BY SIZE
              INTO GX-FIND-SPLIT-OUT
              WITH POINTER GX-FIND-PTR
       END-STRING
    END-PERFORM.

GX-FIND-SPLIT-EXIT.
    EXIT.

GX-FIND-SPLIT-WORD.

    MOVE SPACES TO GX-FIND-WORD-W
    UNSTRING GX-FIND-SPLIT-IN DELIMITED BY ALL SPACE
             INTO GX-FIND-WORD-W
             WITH POINTER GX-FIND-PTR
    END-UNSTRING
    IF GX-FIND-WORD-W NOT = SPACES
       ADD 1 TO GX-FIND-SPLIT-COUNT
       MOVE GX-FIND-WORD-W TO GX-FIND-WORD (GX-FIND-SPLIT-COUNT)
    END-IF.

GX-FIND-SPLIT-WORD-EXIT.
    EXIT.

*> NEXT ROW DOWN THE RANKING, BACK TO THE BEST AFTER THE LAST
GX-FIND-NEXT-CLOSE.

    IF GX-FIND-RANK-COUNT = 0
       MOVE 'NO LOADED ROW CLOSE TO THE SEARCH VALUE'
         TO MSG-DESCRIPTION
       PERFORM SEND-ERROR-MSG-WS
       GO TO GX-FIND-NEXT-CLOSE-EXIT
    END-IF
    ADD 1 TO GX-FIND-RANK-AT
    IF GX-FIND-RANK-AT > GX-FIND-RANK-COUNT
       MOVE 1 TO GX-FIND-RANK-AT
    END-IF
    MOVE GX-FIND-RANK-RRN (GX-FIND-RANK-AT) TO GX-FIND-LAST-HIT
    MOVE GX-FIND-RANK-RRN (GX-FIND-RANK-AT) TO GX-POSTO-RRN
    PERFORM GX-POSITION-TO-RECORD
    MOVE GX-FIND-RANK-AT                      TO GX-FIND-MSG-AT
    MOVE GX-FIND-RANK-COUNT                   TO GX-FIND-MSG-OF
    MOVE GX-FIND-RANK-SCORE (GX-FIND-RANK-AT) TO GX-FIND-MSG-SCORE
    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'CLOSE MATCH ' GX-FIND-MSG-AT ' OF ' GX-FIND-MSG-OF
           ', SCORE ' GX-FIND-MSG-SCORE
           DELIMITED BY SIZE INTO MSG-DESCRIPTION
    PERFORM SEND-ERROR-MSG-WS.

GX-FIND-NEXT-CLOSE-EXIT.
    EXIT.
