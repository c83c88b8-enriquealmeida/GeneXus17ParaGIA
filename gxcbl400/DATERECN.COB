000140*                   WRITER - PAGE BREAKS, PAGE NUMBERS, RUN  *
000150*                   TIMESTAMP AND REPRINTED HEADINGS COME    *
000160*                   FROM THE COMMON SERVICE                  *
000164*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE     *
000170*----------------------------------------------------------*
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000820     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000830     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000832     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000835     05 RUNSUM-BUSDATE           PIC  9(008).
000840 FD  DATERPT.
000850 01  DATERPT-LINE                PIC  X(080).
000860 WORKING-STORAGE SECTION.
