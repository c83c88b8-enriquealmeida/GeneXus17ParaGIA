*> (GXFBHRS, GXFCURR, SLAALERT'S CALENDARS, DEADLGEN'S RULES) AND
*> GXFCLSC'S CLOSESTAT KEY THEN CARRY.  A USER WITHOUT A USRCOMP
*> ROW RUNS UNDER THE BLANK COMPANY - THE SINGLE-ENTITY BEHAVIOUR
*> EVERYTHING HAD BEFORE.  THE USER'S ROW-LEVEL DATA SCOPE
*> (GXFSCOP) IS LOADED HERE TOO, SINCE IT FALLS BACK TO THIS
*> COMPANY.
GX-SET-COMPANY.

    MOVE SPACES TO GX-COMPANY
       NOT INVALID KEY
          MOVE USRCOMP-COMPANY TO GX-COMPANY
    END-READ
    MOVE GX-COMPANY TO GX-CLSC-COMPANY
    PERFORM GX-SCOP-LOAD
        THRU GX-SCOP-LOAD-EXIT.
