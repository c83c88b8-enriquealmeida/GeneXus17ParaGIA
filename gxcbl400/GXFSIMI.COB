*> GX-SIMILARITY SCORES GX-SIM-STRING-1 AGAINST GX-SIM-STRING-2 FROM
*> 0 (NOTHING ALIKE) TO 100 (THE SAME) IN GX-SIM-SCORE.  BOTH SIDES
*> ARE ACCENT-FOLDED AND UPPER-CASED FIRST WITH THE SAME TRANSLATE
*> TABLES GX-CALL-LIKE USES.  THE SCORE IS THE EDIT DISTANCE - ONE
*> FOR EVERY CHARACTER ADDED, DROPPED OR CHANGED, AND ONE FOR TWO
*> NEIGHBOURS TYPED THE WRONG WAY ROUND - TAKEN AS A SHARE OF THE
*> LONGER STRING.  WHERE GX-PHONETIC HEARS SMITH AND SMYTH AS ONE
*> NAME, THIS CATCHES THE TYPO IN A REFERENCE NUMBER AND THE
*> TRANSPOSED LETTERS IN A LONG NAME.
*>
*> GX-SIM-CHAR-MODE COMPARES THE STRINGS AS TYPED.  GX-SIM-TOKEN-MODE
*> BREAKS EACH INTO WORDS (PUNCTUATION COUNTS AS A SPACE), PUTS THE
*> WORDS IN ORDER AND COMPARES THOSE, SO 'MAIER GMBH HANS' SCORES
*> 100 AGAINST 'HANS MAIER GMBH'.
GX-SIMILARITY.

    MOVE GX-SIM-STRING-1 TO GX-SIM-A
    MOVE GX-SIM-STRING-2 TO GX-SIM-B
    INSPECT GX-SIM-A
       CONVERTING GX-LIKE-ACC-FROM TO GX-LIKE-ACC-TO
    INSPECT GX-SIM-A
       CONVERTING GX-LIKE-LC-ALPHA TO GX-LIKE-UC-ALPHA
    INSPECT GX-SIM-B
       CONVERTING GX-LIKE-ACC-FROM TO GX-LIKE-ACC-TO
    INSPECT GX-SIM-B
       CONVERTING GX-LIKE-LC-ALPHA TO GX-LIKE-UC-ALPHA

    IF GX-SIM-TOKEN-MODE
       MOVE GX-SIM-A TO GX-SIM-TOK-IN
       PERFORM GX-SIM-SORT-WORDS
           THRU GX-SIM-SORT-WORDS-EXIT
       MOVE GX-SIM-TOK-OUT TO GX-SIM-A
       MOVE GX-SIM-B TO GX-SIM-TOK-IN
       PERFORM GX-SIM-SORT-WORDS
           THRU GX-SIM-SORT-WORDS-EXIT
       MOVE GX-SIM-TOK-OUT TO GX-SIM-B
    END-IF

    MOVE 80 TO GX-SIM-LEN-A
    PERFORM UNTIL GX-SIM-LEN-A = 0
               OR GX-SIM-A (GX-SIM-LEN-A:1) NOT = SPACE
       SUBTRACT 1 FROM GX-SIM-LEN-A
    END-PERFORM
    MOVE 80 TO GX-SIM-LEN-B
    PERFORM UNTIL GX-SIM-LEN-B = 0
               OR GX-SIM-B (GX-SIM-LEN-B:1) NOT = SPACE
       SUBTRACT 1 FROM GX-SIM-LEN-B
    END-PERFORM

    IF GX-SIM-LEN-A = 0 AND GX-SIM-LEN-B = 0
       MOVE 100 TO GX-SIM-SCORE
       GO TO GX-SIMILARITY-EXIT
    END-IF
    IF GX-SIM-LEN-A = 0 OR GX-SIM-LEN-B = 0
       MOVE 0 TO GX-SIM-SCORE
       GO TO GX-SIMILARITY-EXIT
    END-IF

    PERFORM GX-SIM-DISTANCE
        THRU GX-SIM-DISTANCE-EXIT
    IF GX-SIM-LEN-A GREATER GX-SIM-LEN-B
       MOVE GX-SIM-LEN-A TO GX-SIM-MAXLEN
    ELSE
       MOVE GX-SIM-LEN-B TO GX-SIM-MAXLEN
    END-IF
    COMPUTE GX-SIM-TRY = (GX-SIM-MAXLEN - GX-SIM-DIST) * 100
    DIVIDE GX-SIM-MAXLEN INTO GX-SIM-TRY
        GIVING GX-SIM-SCORE ROUNDED.

GX-SIMILARITY-EXIT.
    EXIT.

*> THE DISTANCE TABLE: CELL (I + 1, J + 1) HOLDS THE EDITS THAT TURN
*> THE FIRST I CHARACTERS OF A INTO THE FIRST J OF B.  ROW AND
*> COLUMN ONE ARE THE EMPTY PREFIXES.
GX-SIM-DISTANCE.

    PERFORM VARYING GX-SIM-I FROM 0 BY 1
            UNTIL GX-SIM-I > GX-SIM-LEN-A
       MOVE GX-SIM-I TO GX-SIM-CELL (GX-SIM-I + 1, 1)
    END-PERFORM
    PERFORM VARYING GX-SIM-J FROM 0 BY 1
            UNTIL GX-SIM-J > GX-SIM-LEN-B
       MOVE GX-SIM-J TO GX-SIM-CELL (1, GX-SIM-J + 1)
    END-PERFORM
    PERFORM GX-SIM-CELL-STEP
        THRU GX-SIM-CELL-STEP-EXIT
        VARYING GX-SIM-I FROM 1 BY 1 UNTIL GX-SIM-I > GX-SIM-LEN-A
          AFTER GX-SIM-J FROM 1 BY 1 UNTIL GX-SIM-J > GX-SIM-LEN-B
    MOVE GX-SIM-CELL (GX-SIM-LEN-A + 1, GX-SIM-LEN-B + 1)
      TO GX-SIM-DIST.

GX-SIM-DISTANCE-EXIT.
    EXIT.

GX-SIM-CELL-STEP.

    IF GX-SIM-A (GX-SIM-I:1) = GX-SIM-B (GX-SIM-J:1)
       MOVE 0 TO GX-SIM-COST
    ELSE
       MOVE 1 TO GX-SIM-COST
    END-IF
*> CHANGE ONE CHARACTER
    COMPUTE GX-SIM-BEST = GX-SIM-CELL (GX-SIM-I, GX-SIM-J)
                        + GX-SIM-COST
*> DROP ONE FROM A
    COMPUTE GX-SIM-TRY = GX-SIM-CELL (GX-SIM-I, GX-SIM-J + 1) + 1
    IF GX-SIM-TRY LESS GX-SIM-BEST
       MOVE GX-SIM-TRY TO GX-SIM-BEST
    END-IF
*> ADD ONE TO A
    COMPUTE GX-SIM-TRY = GX-SIM-CELL (GX-SIM-I + 1, GX-SIM-J) + 1
    IF GX-SIM-TRY LESS GX-SIM-BEST
       MOVE GX-SIM-TRY TO GX-SIM-BEST
    END-IF
*> TWO NEIGHBOURS THE WRONG WAY ROUND COUNT AS ONE EDIT, NOT TWO
    IF GX-SIM-I GREATER 1 AND GX-SIM-J GREATER 1
       IF GX-SIM-A (GX-SIM-I:1)     = GX-SIM-B (GX-SIM-J - 1:1) AND
          GX-SIM-A (GX-SIM-I - 1:1) = GX-SIM-B (GX-SIM-J:1)
          COMPUTE GX-SIM-TRY =
                  GX-SIM-CELL (GX-SIM-I - 1, GX-SIM-J - 1) + 1
          IF GX-SIM-TRY LESS GX-SIM-BEST
             MOVE GX-SIM-TRY TO GX-SIM-BEST
          END-IF
       END-IF
    END-IF
    MOVE GX-SIM-BEST TO GX-SIM-CELL (GX-SIM-I + 1, GX-SIM-J + 1).

GX-SIM-CELL-STEP-EXIT.
    EXIT.

*> GX-SIM-TOK-IN'S WORDS, IN ORDER, ONE SPACE APART IN GX-SIM-TOK-OUT
GX-SIM-SORT-WORDS.

    INSPECT GX-SIM-TOK-IN
       CONVERTING GX-SIM-PUNCT TO GX-SIM-PUNCT-SPACES
    MOVE 0 TO GX-SIM-WORD-COUNT
    MOVE 1 TO GX-SIM-PTR
    PERFORM GX-SIM-NEXT-WORD
        THRU GX-SIM-NEXT-WORD-EXIT
        UNTIL GX-SIM-PTR > 80
           OR GX-SIM-WORD-COUNT NOT LESS 20

    PERFORM VARYING GX-SIM-I FROM 1 BY 1
            UNTIL GX-SIM-I NOT LESS GX-SIM-WORD-COUNT
       PERFORM VARYING GX-SIM-J FROM 1 BY 1
               UNTIL GX-SIM-J > GX-SIM-WORD-COUNT - GX-SIM-I
          IF GX-SIM-WORD (GX-SIM-J) GREATER GX-SIM-WORD (GX-SIM-J + 1)
             MOVE GX-SIM-WORD (GX-SIM-J)     TO GX-SIM-WORD-W
             MOVE GX-SIM-WORD (GX-SIM-J + 1) TO GX-SIM-WORD (GX-SIM-J)
             MOVE GX-SIM-WORD-W TO GX-SIM-WORD (GX-SIM-J + 1)
          END-IF
       END-PERFORM
    END-PERFORM

    MOVE SPACES TO GX-SIM-TOK-OUT
    MOVE 1      TO GX-SIM-PTR
    PERFORM VARYING GX-SIM-I FROM 1 BY 1
            UNTIL GX-SIM-I > GX-SIM-WORD-COUNT
       STRING GX-SIM-WORD (GX-SIM-I) DELIMITED BY SPACE
              ' '                    DELIMITED BY SIZE
              INTO GX-SIM-TOK-OUT
              WITH POINTER GX-SIM-PTR
       END-STRING
    END-PERFORM.

GX-SIM-SORT-WORDS-EXIT.
    EXIT.

GX-SIM-NEXT-WORD.

    MOVE SPACES TO GX-SIM-WORD-W
    UNSTRING GX-SIM-TOK-IN DELIMITED BY ALL SPACE
             INTO GX-SIM-WORD-W
             WITH POINTER GX-SIM-PTR
    END-UNSTRING
    IF GX-SIM-WORD-W NOT = SPACES
       ADD 1 TO GX-SIM-WORD-COUNT
       MOVE GX-SIM-WORD-W TO GX-SIM-WORD (GX-SIM-WORD-COUNT)
    END-IF.

GX-SIM-NEXT-WORD-EXIT.
    EXIT.
