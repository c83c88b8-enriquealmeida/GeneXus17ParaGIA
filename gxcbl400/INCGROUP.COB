000180*                   THE INCIDENT ROW AND ITS INCJRNL        *
000190*                   JOURNAL; THE GXFINCA SCREEN WORKS THE   *
000200*                   INCIDENTS                               *
000201*   2026-10-15  RH  ABEND ALERTS CARRY THE NAME OF THE      *
000202*                   ABORT'S /GXDIAG BUNDLE; ITS PATH IS     *
000203*                   COPIED ONTO THE INCIDENT THE ALERT JOINS*
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000700     05 INCIDENT-SEVERITY        PIC  9(001).
000710     05 INCIDENT-ACK-USER        PIC  X(010).
000720     05 INCIDENT-ACK-TS          PIC  X(026).
000721*----------------------------------------------------------*
000722* DIAGNOSTIC BUNDLE OF THE FIRST ABEND ALERT TO JOIN        *
000723*----------------------------------------------------------*
000724     05 INCIDENT-DIAG            PIC  X(060).
000730 FD  INCMEMBR.
000740 01  INCMEMBR-RECORD.
000750     05 INCMEMBR-KEY.
003170     MOVE ALERTS-SEVERITY   TO INCIDENT-SEVERITY
003180     MOVE SPACES            TO INCIDENT-ACK-USER
003190     MOVE SPACES            TO INCIDENT-ACK-TS
003195     MOVE SPACES            TO INCIDENT-DIAG
003200     WRITE INCIDENT-RECORD
003210        INVALID KEY
003220           CONTINUE
003550     IF ALERTS-SEVERITY GREATER INCIDENT-SEVERITY
003560        MOVE ALERTS-SEVERITY TO INCIDENT-SEVERITY
003570     END-IF
003572     IF ALERTS-TYPE = 'ABEND' AND INCIDENT-DIAG = SPACES
003574        STRING '/GXDIAG/' ALERTS-DETAIL
003576               DELIMITED BY SIZE INTO INCIDENT-DIAG
003578     END-IF
003580     REWRITE INCIDENT-RECORD
003590        INVALID KEY
003600           CONTINUE
