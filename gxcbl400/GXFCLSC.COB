*> SETS THE SWITCH IS UNTOUCHED.  THE REJECT GOES OUT THROUGH THE
*> SAME SEND-ERROR-MSG-WS PATH EVERY OTHER EDIT USES, SO IT SHOWS
*> IN THE GXCPUMSG POPUP AND SETS ERRORS-FOUND FOR THE CHAIN.
*> A PROGRAM THAT LEAVES GX-CLSC-DATE ZERO IS CHECKED AGAINST THE
*> CURRENT BUSINESS DATE GX-TODAY HOLDS.
GX-CHECK-CLOSED-PERIOD.

    IF GX-CLSC-DATE = 0
       MOVE GX-TDAY-BUSDATE (1:6) TO GX-CLSC-PERIOD
    ELSE
       MOVE GX-CLSC-DATE (1:6)    TO GX-CLSC-PERIOD
    END-IF
    MOVE GX-CLSC-COMPANY     TO CLOSESTAT-COMPANY
    MOVE GX-CLSC-PERIOD      TO CLOSESTAT-PERIOD
    SET  GX-CLSC-PERIOD-OPEN TO TRUE
