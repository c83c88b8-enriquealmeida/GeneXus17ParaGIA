PERFORM GX-SUMM-READ
    THRU GX-SUMM-READ-EXIT
IF GX-SUMM-FOUND
   MOVE GX-SUMM-TOTAL TO #1
   MOVE GX-SUMM-ROWS  TO #3
   SET  CCIO-RCD-FOUND TO TRUE
ELSE
   PERFORM #2
END-IF
