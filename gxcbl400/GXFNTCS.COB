*> THE USER'S GROUP IS QUEUED THROUGH GX-ADD-MSG AND SHOWN IN THE
*> STANDARD GXCPUMSG POPUP, AND THE ACT OF PRESSING THROUGH THE
*> POPUP IS RECORDED TO MSGLOG PER NOTICE SO THE OPERATORS CAN
*> SEE WHO SAW WHAT.  A NOTICE WHOSE TARGET IS THE USER'S OWN
*> PROFILE (THE TICKNTC FOLLOW-UP COUNT) IS SHOWN TO THAT USER ONLY.
*> THE FRZNTC CHANGE-FREEZE NOTICES ARE BLANK-TARGETED, SO EVERY USER
*> IS WARNED OF A FREEZE AHEAD OR IN FORCE.
GX-SHOW-NOTICES.

    MOVE GX-AUDIT-TS (1:4) TO GX-NOTICE-TODAY (1:4)
    IF GX-NOTICE-TODAY-N NOT LESS NOTICES-FROM-DATE AND
       GX-NOTICE-TODAY-N NOT GREATER NOTICES-TO-DATE AND
       (NOTICES-GROUP = SPACES OR
        NOTICES-GROUP = GX-NOTICE-USRGRP OR
        NOTICES-GROUP = GX-MSGLOG-USER)
       IF GX-NOTICE-SHOWN LESS GX-NOTICE-MAX
          ADD 1 TO GX-NOTICE-SHOWN
          MOVE NOTICES-ID TO GX-NOTICE-IDS (GX-NOTICE-SHOWN)
