01  GX-LANG-ID                     PIC  X(010).
01  GX-LANG-TEXT                   PIC  X(074).
01  GX-LANG-TABLE.
    05 GX-LANG-T-ENTRY OCCURS 200 TIMES.
       10 GX-LANG-T-ID             PIC  X(010).
       10 GX-LANG-T-TEXT           PIC  X(074).
77  GX-LANG-CNT                    PIC S9(003) COMP-3 VALUE 0.
