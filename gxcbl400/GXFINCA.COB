    MOVE INCIDENT-MEMBERS    TO INMBR  OF GXINCASR-O
    MOVE INCIDENT-OPENED-TS  TO INOTS  OF GXINCASR-O
    MOVE INCIDENT-ACK-USER   TO INAUS  OF GXINCASR-O
    MOVE INCIDENT-DIAG       TO INDIA  OF GXINCASR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
