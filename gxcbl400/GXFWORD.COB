*> AMOUNT IN WORDS FOR CHEQUES, PAYMENT ADVICES AND PARTNER
*> CONFIRMATIONS.  GX-AMT-WORDS SPELLS GX-WRD-AMT IN THE CURRENCY
*> GX-WRD-CUR: CURRMST SUPPLIES THE DECIMAL PLACES (THE AMOUNT IS
*> ROUNDED HALF-UP TO THEM, AS GX-CURFMT DOES) AND THE MAJOR AND
*> MINOR UNIT NAMES; THE WORDS THEMSELVES COME FROM TXTTBL IN THE
*> USER'S FMTPROF LANGUAGE THROUGH GX-TRANSLATE, WITH THE COMPILED
*> ENGLISH STANDING WHEREVER A ROW IS MISSING - A NEW LANGUAGE IS
*> A SET OF AMTW ROWS, NOT A PROGRAM CHANGE.  1234.50 USD COMES
*> BACK AS ONE THOUSAND TWO HUNDRED THIRTY-FOUR DOLLARS AND FIFTY
*> CENTS; A ZERO MINOR AMOUNT IS LEFT OFF.  GX-WRD-STATUS SAYS
*> WHEN THE AMOUNT WAS TOO LARGE TO SPELL OR THE WORDING DID NOT
*> FIT, AND GX-WRD-OUT IS THEN LEFT BLANK RATHER THAN CUT SHORT.
GX-AMT-WORDS.

    MOVE SPACES TO GX-WRD-OUT
    SET  GX-WRD-OK     TO TRUE
    SET  GX-WRD-SPACED TO TRUE
    MOVE 1 TO GX-WRD-PTR

    IF NOT GX-CUR-LOADED
       PERFORM GX-LOAD-CURRMST
    END-IF
    MOVE GX-WRD-CUR TO GX-CUR-CODE
    PERFORM GX-CUR-FIND
    IF GX-CUR-X = 0
       SET  GX-WRD-NO-CURRENCY TO TRUE
       MOVE 2      TO GX-WRD-DECS
       MOVE SPACES TO GX-WRD-MAJOR-NAME
       MOVE SPACES TO GX-WRD-MINOR-NAME
    ELSE
       MOVE GX-CUR-T-DECS  (GX-CUR-X) TO GX-WRD-DECS
       MOVE GX-CUR-T-MAJOR (GX-CUR-X) TO GX-WRD-MAJOR-NAME
       MOVE GX-CUR-T-MINOR (GX-CUR-X) TO GX-WRD-MINOR-NAME
    END-IF
    MOVE 'AMTC'     TO GX-LANG-ID
    MOVE GX-WRD-CUR TO GX-LANG-ID (5:3)
    MOVE GX-WRD-MAJOR-NAME TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    MOVE GX-WRD-PIECE TO GX-WRD-MAJOR-NAME
    MOVE 'AMTM'     TO GX-LANG-ID
    MOVE GX-WRD-CUR TO GX-LANG-ID (5:3)
    MOVE GX-WRD-MINOR-NAME TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    MOVE GX-WRD-PIECE TO GX-WRD-MINOR-NAME

    COMPUTE GX-WRD-FACTOR = 10 ** GX-WRD-DECS
    COMPUTE GX-WRD-SCALED ROUNDED = GX-WRD-AMT * GX-WRD-FACTOR
    IF GX-WRD-SCALED LESS ZERO
       SET  GX-WRD-NEG TO TRUE
       COMPUTE GX-WRD-SCALED = GX-WRD-SCALED * -1
    ELSE
       SET  GX-WRD-POS TO TRUE
    END-IF
    DIVIDE GX-WRD-SCALED BY GX-WRD-FACTOR
           GIVING GX-WRD-MAJOR REMAINDER GX-WRD-MINOR
    IF GX-WRD-MAJOR GREATER 999999999999
       SET GX-WRD-TOO-LARGE TO TRUE
       GO TO GX-AMT-WORDS-EXIT
    END-IF

    MOVE 'AMTWORDER' TO GX-LANG-ID
    MOVE 'TU'        TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    IF GX-WRD-PIECE (1:2) = 'UT'
       SET GX-WRD-UNITS-FIRST TO TRUE
    ELSE
       SET GX-WRD-TENS-FIRST  TO TRUE
    END-IF

    IF GX-WRD-NEG
       MOVE 'AMTWNEG'    TO GX-LANG-ID
       MOVE GX-WRD-MINUS TO GX-WRD-PIECE
       PERFORM GX-WRD-LOOKUP
       PERFORM GX-WRD-APPEND
           THRU GX-WRD-APPEND-EXIT
    END-IF
    MOVE GX-WRD-MAJOR TO GX-WRD-NUM
    PERFORM GX-WRD-NUMBER
        THRU GX-WRD-NUMBER-EXIT
    MOVE GX-WRD-MAJOR-NAME TO GX-WRD-PIECE
    PERFORM GX-WRD-APPEND
        THRU GX-WRD-APPEND-EXIT
    IF GX-WRD-MINOR GREATER ZERO
       MOVE 'AMTWAND'  TO GX-LANG-ID
       MOVE GX-WRD-AND TO GX-WRD-PIECE
       PERFORM GX-WRD-LOOKUP
       PERFORM GX-WRD-APPEND
           THRU GX-WRD-APPEND-EXIT
       MOVE GX-WRD-MINOR TO GX-WRD-NUM
       PERFORM GX-WRD-NUMBER
           THRU GX-WRD-NUMBER-EXIT
       MOVE GX-WRD-MINOR-NAME TO GX-WRD-PIECE
       PERFORM GX-WRD-APPEND
           THRU GX-WRD-APPEND-EXIT
    END-IF
    IF GX-WRD-TOO-LONG
       MOVE SPACES TO GX-WRD-OUT
    END-IF.

GX-AMT-WORDS-EXIT.
    EXIT.

*> GX-WRD-NUM (UP TO 999,999,999,999) IN THREE-DIGIT GROUPS FROM
*> THE BILLIONS DOWN, EACH FOLLOWED BY ITS SCALE WORD
GX-WRD-NUMBER.

    IF GX-WRD-NUM = 0
       MOVE 0 TO GX-WRD-NN
       PERFORM GX-WRD-TWO-DIGITS
           THRU GX-WRD-TWO-DIGITS-EXIT
       GO TO GX-WRD-NUMBER-EXIT
    END-IF
    MOVE GX-WRD-NUM  TO GX-WRD-REST
    MOVE 1000000000 TO GX-WRD-SCALE-DIV
    PERFORM VARYING GX-WRD-K FROM 3 BY -1 UNTIL GX-WRD-K < 1
       DIVIDE GX-WRD-REST BY GX-WRD-SCALE-DIV
              GIVING GX-WRD-GROUP REMAINDER GX-WRD-REST
       IF GX-WRD-GROUP GREATER 0
          PERFORM GX-WRD-SCALED-GROUP
              THRU GX-WRD-SCALED-GROUP-EXIT
       END-IF
       DIVIDE GX-WRD-SCALE-DIV BY 1000 GIVING GX-WRD-SCALE-DIV
    END-PERFORM
    MOVE GX-WRD-REST TO GX-WRD-GROUP
    IF GX-WRD-GROUP GREATER 0
       PERFORM GX-WRD-GROUP-WORDS
           THRU GX-WRD-GROUP-WORDS-EXIT
    END-IF.

GX-WRD-NUMBER-EXIT.
    EXIT.

*> A THOUSANDS, MILLIONS OR BILLIONS GROUP.  A GROUP OF EXACTLY ONE
*> TAKES THE LANGUAGE'S AMTWSnONE PHRASE WHEN IT HAS ONE (MIL, UN
*> MILLON), SO NO LANGUAGE IS STUCK WITH ONE THOUSAND
GX-WRD-SCALED-GROUP.

    MOVE GX-WRD-K TO GX-WRD-D1
    IF GX-WRD-GROUP = 1
       MOVE 'AMTWS'   TO GX-LANG-ID
       MOVE GX-WRD-D1 TO GX-LANG-ID (6:1)
       MOVE 'ONE'     TO GX-LANG-ID (7:3)
       MOVE SPACES    TO GX-WRD-PIECE
       PERFORM GX-WRD-LOOKUP
       IF GX-LANG-FOUND
          PERFORM GX-WRD-APPEND
              THRU GX-WRD-APPEND-EXIT
          GO TO GX-WRD-SCALED-GROUP-EXIT
       END-IF
    END-IF
    PERFORM GX-WRD-GROUP-WORDS
        THRU GX-WRD-GROUP-WORDS-EXIT
    MOVE 'AMTWS'   TO GX-LANG-ID
    MOVE GX-WRD-D1 TO GX-LANG-ID (6:1)
    MOVE GX-WRD-SCALE (GX-WRD-K) TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    PERFORM GX-WRD-APPEND
        THRU GX-WRD-APPEND-EXIT.

GX-WRD-SCALED-GROUP-EXIT.
    EXIT.

*> ONE GROUP OF 1-999: THE HUNDREDS, THEN THE LAST TWO DIGITS
GX-WRD-GROUP-WORDS.

    DIVIDE GX-WRD-GROUP BY 100 GIVING GX-WRD-H REMAINDER GX-WRD-R
    IF GX-WRD-H GREATER 0
       PERFORM GX-WRD-HUNDREDS
           THRU GX-WRD-HUNDREDS-EXIT
    END-IF
    IF GX-WRD-R GREATER 0
       MOVE GX-WRD-R TO GX-WRD-NN
       PERFORM GX-WRD-TWO-DIGITS
           THRU GX-WRD-TWO-DIGITS-EXIT
    END-IF.

GX-WRD-GROUP-WORDS-EXIT.
    EXIT.

GX-WRD-HUNDREDS.

    MOVE GX-WRD-H TO GX-WRD-D1
    IF GX-WRD-R = 0
       MOVE 'AMTWH'   TO GX-LANG-ID
       MOVE GX-WRD-D1 TO GX-LANG-ID (6:1)
       MOVE '00'      TO GX-LANG-ID (7:2)
       MOVE SPACES    TO GX-WRD-PIECE
       PERFORM GX-WRD-LOOKUP
       IF GX-LANG-FOUND
          PERFORM GX-WRD-APPEND
              THRU GX-WRD-APPEND-EXIT
          GO TO GX-WRD-HUNDREDS-EXIT
       END-IF
    END-IF
    MOVE 'AMTWH'   TO GX-LANG-ID
    MOVE GX-WRD-D1 TO GX-LANG-ID (6:1)
    MOVE SPACES    TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    IF GX-LANG-FOUND
       PERFORM GX-WRD-APPEND
           THRU GX-WRD-APPEND-EXIT
       GO TO GX-WRD-HUNDREDS-EXIT
    END-IF
    MOVE GX-WRD-H TO GX-WRD-NN
    PERFORM GX-WRD-TWO-DIGITS
        THRU GX-WRD-TWO-DIGITS-EXIT
    MOVE 'AMTWHUND'     TO GX-LANG-ID
    MOVE GX-WRD-HUNDRED TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    PERFORM GX-WRD-APPEND
        THRU GX-WRD-APPEND-EXIT.

GX-WRD-HUNDREDS-EXIT.
    EXIT.

*> 0-99: A WHOLE WORD FOR THE NUMBER WHEN THERE IS ONE, ELSE THE
*> TENS AND UNITS WORDS AROUND AMTWJOIN IN THE LANGUAGE'S ORDER
GX-WRD-TWO-DIGITS.

    MOVE 'AMTW'    TO GX-LANG-ID
    MOVE GX-WRD-NN TO GX-LANG-ID (5:2)
    MOVE SPACES    TO GX-WRD-PIECE
    IF GX-WRD-NN LESS 20
       MOVE GX-WRD-UNIT (GX-WRD-NN + 1) TO GX-WRD-PIECE
    ELSE
       DIVIDE GX-WRD-NN BY 10 GIVING GX-WRD-T REMAINDER GX-WRD-U
       IF GX-WRD-U = 0
          MOVE GX-WRD-TEN (GX-WRD-T - 1) TO GX-WRD-PIECE
       END-IF
    END-IF
    PERFORM GX-WRD-LOOKUP
    IF GX-WRD-PIECE NOT = SPACES
       PERFORM GX-WRD-APPEND
           THRU GX-WRD-APPEND-EXIT
       GO TO GX-WRD-TWO-DIGITS-EXIT
    END-IF

    IF GX-WRD-UNITS-FIRST
       PERFORM GX-WRD-PUT-UNITS
       PERFORM GX-WRD-PUT-JOIN
       PERFORM GX-WRD-PUT-TENS
    ELSE
       PERFORM GX-WRD-PUT-TENS
       PERFORM GX-WRD-PUT-JOIN
       PERFORM GX-WRD-PUT-UNITS
    END-IF.

GX-WRD-TWO-DIGITS-EXIT.
    EXIT.

GX-WRD-PUT-UNITS.

    MOVE 'AMTW0'   TO GX-LANG-ID
    MOVE GX-WRD-U  TO GX-WRD-D1
    MOVE GX-WRD-D1 TO GX-LANG-ID (6:1)
    MOVE GX-WRD-UNIT (GX-WRD-U + 1) TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    PERFORM GX-WRD-APPEND
        THRU GX-WRD-APPEND-EXIT.

GX-WRD-PUT-TENS.

    MOVE 'AMTW'    TO GX-LANG-ID
    MOVE GX-WRD-T  TO GX-WRD-D1
    MOVE GX-WRD-D1 TO GX-LANG-ID (5:1)
    MOVE '0'       TO GX-LANG-ID (6:1)
    MOVE GX-WRD-TEN (GX-WRD-T - 1) TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    PERFORM GX-WRD-APPEND
        THRU GX-WRD-APPEND-EXIT.

*> THE JOINER AND THE WORD AFTER IT GO ON WITHOUT A SPACE
GX-WRD-PUT-JOIN.

    MOVE 'AMTWJOIN'  TO GX-LANG-ID
    MOVE GX-WRD-JOIN TO GX-WRD-PIECE
    PERFORM GX-WRD-LOOKUP
    SET GX-WRD-GLUED TO TRUE
    PERFORM GX-WRD-APPEND
        THRU GX-WRD-APPEND-EXIT
    SET GX-WRD-GLUED TO TRUE.

*> THE CALLER'S DEFAULT IN GX-WRD-PIECE STANDS UNLESS THE USER'S
*> LANGUAGE HAS A ROW FOR GX-LANG-ID
GX-WRD-LOOKUP.

    MOVE GX-WRD-PIECE TO GX-LANG-TEXT
    PERFORM GX-TRANSLATE
        THRU GX-TRANSLATE-EXIT
    MOVE GX-LANG-TEXT TO GX-WRD-PIECE.

*> ADDS GX-WRD-PIECE TO GX-WRD-OUT, A SPACE AHEAD OF IT UNLESS IT
*> IS GLUED.  THE LENGTH IS TAKEN BEFORE UNDERSCORES BECOME
*> SPACES, SO A KEPT TRAILING SPACE SURVIVES
GX-WRD-APPEND.

    IF GX-WRD-TOO-LONG OR GX-WRD-PIECE = SPACES
       SET GX-WRD-SPACED TO TRUE
       GO TO GX-WRD-APPEND-EXIT
    END-IF
    MOVE 74 TO GX-WRD-PIECE-L
    PERFORM UNTIL GX-WRD-PIECE-L = 0
               OR GX-WRD-PIECE (GX-WRD-PIECE-L:1) NOT = SPACE
       SUBTRACT 1 FROM GX-WRD-PIECE-L
    END-PERFORM
    INSPECT GX-WRD-PIECE CONVERTING '_' TO ' '
    IF GX-WRD-SPACED AND GX-WRD-PTR GREATER 1
       ADD 1 TO GX-WRD-PTR
    END-IF
    IF GX-WRD-PTR + GX-WRD-PIECE-L - 1 GREATER 200
       SET GX-WRD-TOO-LONG TO TRUE
       GO TO GX-WRD-APPEND-EXIT
    END-IF
    MOVE GX-WRD-PIECE (1:GX-WRD-PIECE-L)
      TO GX-WRD-OUT (GX-WRD-PTR:GX-WRD-PIECE-L)
    ADD GX-WRD-PIECE-L TO GX-WRD-PTR
    SET GX-WRD-SPACED TO TRUE.

GX-WRD-APPEND-EXIT.
    EXIT.
