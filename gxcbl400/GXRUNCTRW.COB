*> GX-WRITE-RUNSUM LATCHES IT WHEN THE CALLER NEVER SET IT), SO
*> THE RUNSUM ROW CAN CARRY THE RUN'S ELAPSED SECONDS NEXT TO ITS
*> COUNTERS - THE DURATION HISTORY THE FORECASTER FEEDS ON
*> - AND RUNSUM-BUSDATE THE BUSINESS DATE THE RUN BELONGS TO; THE
*> TIMESTAMP STAYS MACHINE TIME FOR THE AUDIT TRAIL
01  GX-RUN-START-TS                PIC  X(026) VALUE SPACES.
77  GX-RUN-L-SEC                   PIC S9(007) COMP-3.
77  GX-RUN-R-SEC                   PIC S9(007) COMP-3.
    05 RUNSUM-DISPLAYED            PIC S9(007) COMP-3.
    05 RUNSUM-PROCESSED            PIC S9(007) COMP-3.
    05 RUNSUM-ELAPSED              PIC S9(007) COMP-3.
    05 RUNSUM-BUSDATE              PIC  9(008).
