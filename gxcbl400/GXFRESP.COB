*> GX-FLUSH-RESPSTAT WRITES ONE RESPSTAT ROW PER FORMAT AT
*> GX-NORMAL-EOJ, NEXT TO THE IOSTATS ROWS.  RESPRPT TURNS THE
*> BUCKETS INTO THE DAILY MEDIAN AND 95TH PERCENTILE.
*> THE FIRST MARK ALSO OPENS THE SESSION LEDGER ROW WHEN GX-TODAY
*> HAS NOT ALREADY DONE SO.
GX-RESP-MARK.

    PERFORM GX-SESS-OPEN
        THRU GX-SESS-OPEN-EXIT
    ACCEPT GX-RESP-TIME-NOW FROM TIME
    COMPUTE GX-RESP-START-HS =
            GX-RESP-NOW-HH * 360000 +
