    IF GX-SORT-CANCELLED
       GO TO GX-SFL-SORT-EXIT
    END-IF
    PERFORM GX-SFL-SORT-RESEQ
        THRU GX-SFL-SORT-RESEQ-EXIT.

GX-SFL-SORT-EXIT.
    EXIT.

*> GX-SFL-SORT-RESEQ IS THE SORT ITSELF ON THE COLUMN AND DIRECTION
*> ALREADY IN GX-SORT-COL/GX-SORT-DIR, WITH NO PROMPT - GXFVSAV
*> PERFORMS IT TO RE-APPLY A SAVED VIEW'S SORT TO A FRESH LOAD
GX-SFL-SORT-RESEQ.

    IF GX-SFLRELRECNBR < 2 OR GX-SFLRELRECNBR > GX-SORT-MAX
       GO TO GX-SFL-SORT-RESEQ-EXIT
    END-IF

*> FIRST PASS - BUFFER EVERY ROW AND ITS SORT KEY
    MOVE 0 TO GX-SFLLSTMOD
    MOVE 1 TO WS-FIRST-SFL-REC.

GX-SFL-SORT-RESEQ-EXIT.
    EXIT.

GX-SORT-PROMPT.
