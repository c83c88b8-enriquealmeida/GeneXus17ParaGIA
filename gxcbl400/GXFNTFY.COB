*> NOTIFICATIONS FROM THE SCREENS AND THEIR FRAGMENTS.  THE CALLER
*> FILLS NF-TYPE, NF-LEVEL, NF-USER (A USER, *ONCALL OR *ALL),
*> NF-EXCLUDE, NF-REF AND NF-TEXT AND PERFORMS GX-NOTIFY; GXNOTIFY
*> PICKS THE CHANNELS FROM THE ADDRESSEE'S NTFPREF ROWS, HONORS
*> THEIR QUIET HOURS AND DELEGATE AND LOGS EACH DELIVERY.
GX-NOTIFY.

    MOVE GX-AUDIT-PGM TO NF-CALLER
    MOVE SPACES       TO NF-RESULT
    MOVE 0            TO NF-SENT-COUNT
    CALL 'GXNOTIFY' USING NF-CTL.
