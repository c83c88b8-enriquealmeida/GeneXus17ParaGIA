01  GX-DECI-QUESTION               PIC  X(060).
01  GX-DECI-ALLOWED                PIC  X(020).
01  GX-DECI-ANSWER                 PIC  X(010).
*> WHO IS TOLD THE QUESTION IS WAITING; BLANK = THE DUTY OPERATOR
01  GX-DECI-NOTIFY                 PIC  X(010) VALUE SPACES.
01  GX-DECI-WAIT-SW                PIC S9(001) COMP-3.
    88 GX-DECI-WAITING                             VALUE 0.
    88 GX-DECI-ANSWERED                             VALUE 1.
