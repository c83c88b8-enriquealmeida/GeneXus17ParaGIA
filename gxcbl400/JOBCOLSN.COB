000174*                   MARKER GXIOEL NOW WRITES ARE COUNTED    *
000176*                   SEPARATELY AND KEPT OUT OF THE ORDINARY *
000178*                   CONTENTION MATRIX                       *
000179*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE    *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000520     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000530     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000532     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000535     05 RUNSUM-BUSDATE           PIC  9(008).
000540 FD  COLSNRPT.
000550 01  COLSNRPT-LINE               PIC  X(080).
000560 WORKING-STORAGE SECTION.
