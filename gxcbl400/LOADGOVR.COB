000210*                   RUNNING LESS AT ONCE.  THE SCHEDULER    *
000220*                   RUNS ONE PASS EVERY FEW MINUTES; EACH   *
000230*                   PASS REPORTS ITS DECISIONS TO GOVRPT    *
000234*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE    *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000860     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000870     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000880     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000884     05 RUNSUM-BUSDATE           PIC  9(008).
000890 FD  GOVRPT.
000900 01  GOVRPT-LINE                 PIC  X(080).
000910 WORKING-STORAGE SECTION.
