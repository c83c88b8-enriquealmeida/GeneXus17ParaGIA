000180*                   LAST-WINTER BECOMES ANSWERABLE.  A      *
000190*                   MONTH ALREADY ROLLED UP IS NOT ROLLED   *
000200*                   UP AGAIN                                *
000203*   2026-10-15  RH  RUNS FOLD INTO THE PERIOD OF THE        *
000206*                   BUSINESS DATE THE RUNSUM ROW CARRIES    *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000620     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000630     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000640     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000644     05 RUNSUM-BUSDATE           PIC  9(008).
000650 FD  IOSTATS.
000660 01  IOSTATS-RECORD.
000670     05 IOSTATS-TIMESTAMP        PIC  X(026).
001350 77  HR-FILE-COUNT               PIC S9(004) COMP-3 VALUE 0.
001360 77  HR-LOCK-COUNT               PIC S9(004) COMP-3 VALUE 0.
001370 77  HR-MAX-ENTRIES              PIC S9(004) COMP-3 VALUE 200.
001374 77  HR-RUN-PERIOD               PIC  X(006).
001380 77  HR-FOUND-SW                 PIC  X(001).
001390     88 HR-FOUND                                 VALUE 'Y'.
001400     88 HR-NOT-FOUND                              VALUE 'N'.
002650 2100-READ-RUNSUM-EXIT.
002660     EXIT.
002670 2200-FOLD-RUN.
002673     MOVE RUNSUM-TIMESTAMP (1:4) TO HR-RUN-PERIOD (1:4)
002676     MOVE RUNSUM-TIMESTAMP (6:2) TO HR-RUN-PERIOD (5:2)
002679     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
002682        MOVE RUNSUM-BUSDATE (1:6) TO HR-RUN-PERIOD
002685     END-IF
002690     IF HR-RUN-PERIOD NOT = HR-HDG-PERIOD
002700        GO TO 2200-NEXT-RUN
002710     END-IF
002720     SET HR-NOT-FOUND TO TRUE
