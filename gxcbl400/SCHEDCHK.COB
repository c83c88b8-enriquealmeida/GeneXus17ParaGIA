000130*                   WEEKDAY/HOLIDAY/MONTH-END RULES USE THE *
000140*                   SAME DAY-NUMBER ARITHMETIC AS GXFDTON   *
000150*                   AND THE HOLCAL CALENDAR                 *
000154*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE    *
000160*----------------------------------------------------------*
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000690     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000700     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000702     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000705     05 RUNSUM-BUSDATE           PIC  9(008).
000710 FD  SCHEDRPT.
000720 01  SCHEDRPT-LINE               PIC  X(080).
000730 WORKING-STORAGE SECTION.
