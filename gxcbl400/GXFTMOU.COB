*> EXISTING GX-WRITE-SFLCKPT, THE EVENT IS LOGGED TO MSGLOG, AND
*> THE PROGRAM LEAVES THROUGH GX-NORMAL-EOJ - WHICH ENDS THE JOB
*> STEP AND WITH IT EVERY RECORD LOCK THE ABANDONED SESSION HELD.
*> THE SESSION LEDGER ROW IS CLOSED THERE WITH END REASON T.
GX-READ-SCREEN-TIMED.

    SET GX-TMOU-NOT-FIRED TO TRUE
    PERFORM GX-WRITE-MSGLOG-LONG
        THRU GX-WRITE-MSGLOG-LONG-EXIT

    MOVE 'T' TO GX-SESS-END-REASON
    PERFORM GX-NORMAL-EOJ.

GX-TMOU-ABANDON-EXIT.
