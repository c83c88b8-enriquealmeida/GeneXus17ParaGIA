000190*                   SHARED GXCMDX SERVICE - ALLOW-LISTED,   *
000200*                   LOGGED TO CMDLOG WITH CALLER AND        *
000210*                   OUTCOME                                 *
000211*   2026-10-15  RH  EVERY COPY DELIVERED IS RECORDED IN     *
000212*                   THE RPTUSE REPORT USAGE REGISTER        *
000213*                   THROUGH GXRUSE - A USER MESSAGE UNDER   *
000214*                   THE PROFILE, AN EMAIL OR FOLDER DROP    *
000215*                   UNDER *EMAIL OR *IFSDROP                *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000820     05 CX-CMD                   PIC  X(512).
000830     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
000840     05 CX-RESULT                PIC  X(002).
000841*----------------------------------------------------------*
000842* SHARED REPORT-USAGE RECORDER (GXRUSE)                     *
000843*----------------------------------------------------------*
000844 01  RU-CTL.
000845     05 RU-REPORT                PIC  X(010).
000846     05 RU-EVENT                 PIC  X(001).
000847     05 RU-USER                  PIC  X(010).
000848     05 RU-PGM                   PIC  X(010).
000849     05 RU-REF                   PIC  X(128).
000850 01  RD-HDG-LINE-1.
000860     05 FILLER                   PIC  X(028)
000870                VALUE 'REPORT DISTRIBUTION RESULTS '.
001660        MOVE DISTLIST-RECIPIENT TO RD-DTL-RECIPIENT
001670        IF RD-CALL-OK
001680           ADD 1 TO RD-SENT-COUNT
001682           PERFORM 3900-RECORD-USAGE
001684               THRU 3900-RECORD-USAGE-EXIT
001690           MOVE 'OK'   TO RD-DTL-STATUS
001700        ELSE
001710           MOVE 'FAIL' TO RD-DTL-STATUS
002570     END-IF.
002580 3300-DROP-IFS-EXIT.
002590     EXIT.
002591*----------------------------------------------------------*
002592* 3900-RECORD-USAGE - THE DELIVERY IS A READ OF THE REPORT  *
002593*                     FOR THE USAGE REGISTER.  ONLY A USER  *
002594*                     MESSAGE NAMES A PROFILE               *
002595*----------------------------------------------------------*
002596 3900-RECORD-USAGE.
002597     MOVE RD-REPORT           TO RU-REPORT
002598     MOVE 'D'                 TO RU-EVENT
002599     EVALUATE DISTLIST-METHOD
002600        WHEN 'M'
002601           MOVE DISTLIST-RECIPIENT (1:10) TO RU-USER
002602        WHEN 'E'
002603           MOVE '*EMAIL'       TO RU-USER
002604        WHEN OTHER
002605           MOVE '*IFSDROP'     TO RU-USER
002606     END-EVALUATE
002607     MOVE 'RPTDIST'           TO RU-PGM
002608     MOVE DISTLIST-RECIPIENT  TO RU-REF
002609     CALL 'GXRUSE' USING RU-CTL.
002610 3900-RECORD-USAGE-EXIT.
002611     EXIT.
002612 6000-PRINT-SUMMARY.
002613     MOVE RD-SENT-COUNT TO RD-SUM-COUNT
002620     WRITE DISTRPT-LINE FROM RD-SUM-LINE.
002630 6000-PRINT-SUMMARY-EXIT.
002640     EXIT.
