000240*                   RULE'S PREVIOUS CALENDAR ENTRY, NOT     *
000250*                   ONLY ON/AFTER THE DUE DATE - A FILING   *
000260*                   MADE A DAY EARLY COUNTS AS MET          *
000263*   2026-10-15  RH  RUNS ARE DATED BY THE BUSINESS DATE THE *
000266*                   RUNSUM ROW CARRIES                      *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000760     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000770     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000780     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000784     05 RUNSUM-BUSDATE           PIC  9(008).
000790 FD  XPRTLEDG.
000800 01  XPRTLEDG-RECORD.
000810     05 XPRTLEDG-KEY.
002470          TO DM-RUN-DATE (DM-RUN-COUNT) (5:2)
002480        MOVE RUNSUM-TIMESTAMP (9:2)
002490          TO DM-RUN-DATE (DM-RUN-COUNT) (7:2)
002492        IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
002494           MOVE RUNSUM-BUSDATE TO DM-RUN-DATE (DM-RUN-COUNT)
002496        END-IF
002500        MOVE RUNSUM-TIMESTAMP TO DM-RUN-TS (DM-RUN-COUNT)
002510     END-IF
002520     PERFORM 2100-READ-RUNSUM
