000212*   2026-09-02  RH  THE CLRPFM/CPYF SWAP NOW ROUTES THROUGH *
000214*                   THE SHARED GXCMDX SERVICE - ALLOW-      *
000216*                   LISTED AND LOGGED TO CMDLOG             *
000217*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE    *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000830     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000840     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000850     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000854     05 RUNSUM-BUSDATE           PIC  9(008).
000860 FD  FILESTAT.
000870 01  FILESTAT-RECORD.
000880     05 FILESTAT-DATE            PIC  9(008).
