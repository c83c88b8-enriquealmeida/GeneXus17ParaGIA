000210*                   - A SILENTLY SKIPPED DAY SURFACES       *
000220*                   ITSELF INSTEAD OF WAITING FOR QUARTER   *
000230*                   END                                     *
000232*   2026-10-15  RH  A LEDGER ROW MARKED R HAS BEEN          *
000234*                   SUPERSEDED BY A CHGFEED RESEND AND      *
000236*                   NO LONGER WAITS FOR A RECEIPT           *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
001760        SET XR-LEDG-AT-EOF TO TRUE
001770        GO TO 2300-SCAN-LEDGER-EXIT
001780     END-IF
001790     IF XPRTLEDG-ACK = 'Y' OR XPRTLEDG-ACK = 'R'
001800        GO TO 2300-SCAN-LEDGER-EXIT
001810     END-IF
001820     IF XPRTLEDG-ROWS = RCPTIN-ROWS
002210            SET XR-LEDG-AT-EOF TO TRUE
002220            GO TO 3100-CHECK-ONE-EXIT
002230     END-READ
002240     IF XPRTLEDG-ACK = 'Y' OR XPRTLEDG-ACK = 'R'
002250        GO TO 3100-CHECK-ONE-EXIT
002260     END-IF
002270     MOVE XPRTLEDG-TS (1:4) TO XR-REC-YY
