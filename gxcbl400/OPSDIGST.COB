000190*                   END-OF-REPORT TRAILER ARE FILTERED SO   *
000200*                   THEY ARE NEITHER COPIED NOR COUNTED AS  *
000210*                   EXCEPTIONS                              *
000211*   2026-10-15  RH  ABENDSIG LAYOUT GAINS THE BUNDLE PATH  *
000215*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE   *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000550     05 ABENDSIG-JOB             PIC  X(010).
000560     05 ABENDSIG-PGM             PIC  X(010).
000570     05 ABENDSIG-MSGID           PIC  X(007).
000575     05 ABENDSIG-BUNDLE          PIC  X(060).
000580 FD  ALERTRPT.
000590 01  ALERTRPT-LINE               PIC  X(080).
000600 FD  DATERPT.
000740     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000750     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000752     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000755     05 RUNSUM-BUSDATE           PIC  9(008).
000760 FD  DIGSTRPT.
000770 01  DIGSTRPT-LINE               PIC  X(080).
000780 WORKING-STORAGE SECTION.
