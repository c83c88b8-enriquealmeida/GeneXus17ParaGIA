000287*                   DELIVERY QUEUE (EVTSHIP MOVES THEM TO   *
000288*                   /GXEVENTS ON THE BRIDGE'S ACK) INSTEAD  *
000289*                   OF A FIRE-AND-FORGET CPYTOSTMF          *
000290*   2026-10-15  RH  A REPRINT PASSES THE NAMED USER TO      *
000291*                   SPLREPRT FOR THE REPORT USAGE REGISTER  *
000292*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-ISERIES.
004740                           CP-RPR-FROM
004750                           CP-RPR-TO
004760                           CP-OUTQ
004764                           CP-USER
004770     MOVE 1 TO CP-CMD-PTR
004780     MOVE SPACES TO CP-CMD
004790     STRING 'DLTOVR FILE(SPLTEXT)'
