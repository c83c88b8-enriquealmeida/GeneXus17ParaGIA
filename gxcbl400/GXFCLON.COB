*> DOCUMENT CLONING ON THE MAINTENANCE SCREENS.  THE CLONE FUNCTION
*> KEY, WITH A RECORD ON SCREEN AND GX-CHGH-FILE/KEY LOADED FOR IT AS
*> FOR ANY UPDATE, PERFORMS GX-CLON-BEGIN: THE SOURCE IS REMEMBERED
*> AND THE GENERATED #1 SWITCHES TO THE ADD FORMAT WITH EVERY FIELD
*> CARRIED OVER EXCEPT THE KEY FIELDS AND THE SYSTEM STAMPS, WHICH
*> IT CLEARS.  NOTHING IS DRAWN YET - A CLONE THE USER ABANDONS
*> LEAVES NO TRACE.  THE GX400-57 CHAIN PERFORMS GX-CLON-DRAW ONLY
*> ONCE THE ADD HAS PASSED EVERY EDIT AND IS ABOUT TO BE WRITTEN:
*> FOR A SERIES-NUMBERED RECORD TYPE THE NEXT NUMBER COMES FROM
*> GX-GETNBR THERE AND THE GENERATED #2 MOVES IT INTO THE KEY AND
*> INTO GX-CHGH-KEY, SO NBRLOG NEVER SHOWS A GAP FOR A CLONE THAT
*> WAS NOT CONFIRMED.
*> AFTER THE WRITE GX-CLON-NOTE QUEUES A CHGHIST ROW ON THE NEW
*> RECORD NAMING THE RECORD IT WAS CLONED FROM.
GX-CLON-BEGIN.

    SET  GX-CLON-ACTIVE  TO TRUE
    MOVE GX-CHGH-FILE    TO GX-CLON-FILE
    MOVE GX-CHGH-KEY     TO GX-CLON-SRC-KEY
    MOVE 0               TO GX-CLON-NBR
    PERFORM #1
    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'CLONED FROM '     DELIMITED BY SIZE
           GX-CLON-SRC-KEY    DELIMITED BY '  '
           ' - CHANGE AS NEEDED AND CONFIRM'
                              DELIMITED BY SIZE
           INTO MSG-DESCRIPTION.

*> F12 OR A SWITCH BACK TO THE RECORD ABANDONS THE CLONE
GX-CLON-CANCEL.

    SET  GX-CLON-INACTIVE TO TRUE
    MOVE SPACES TO GX-CLON-SRC-KEY.

GX-CLON-DRAW.

    IF GX-CLON-SERIES = SPACES
       GO TO GX-CLON-DRAW-EXIT
    END-IF
    MOVE GX-CLON-SERIES TO GX-NBRA-SERIES
    PERFORM GX-GETNBR
    IF GX-NBRA-FAILED
       MOVE 'NO DOCUMENT NUMBER COULD BE ASSIGNED - TRY AGAIN'
         TO MSG-DESCRIPTION
       MOVE 'GXCLONNBR' TO GX-LANG-ID
       PERFORM GX-SEND-ERROR-TRANSLATED
       GO TO GX-CLON-DRAW-EXIT
    END-IF
    MOVE GX-NBRA-NBR TO GX-CLON-NBR
    PERFORM #2.

GX-CLON-DRAW-EXIT.
    EXIT.

*> THE TRAIL ROW IS QUEUED, SO THE CHAIN'S FLUSH WRITES IT ONLY
*> WHEN THE ADD WENT THROUGH
GX-CLON-NOTE.

    SET  GX-CHGH-ACTIVE  TO TRUE
    MOVE 'A'             TO GX-CHGH-ACTION
    MOVE '*CLONEDFRM'    TO GX-CHGH-FIELD
    MOVE GX-CLON-SRC-KEY TO GX-CHGH-OLDVAL
    MOVE GX-CHGH-KEY     TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
    SET  GX-CLON-INACTIVE TO TRUE.
