000190*                   THE XPRTLEDG ACKNOWLEDGMENT LEDGER WITH *
000200*                   ITS ROW COUNT, FOR EXPRECON TO MATCH    *
000210*                   THE CONSUMER'S RECEIPT AGAINST          *
000211*   2026-10-15  RH  ABENDSIG LAYOUT GAINS THE BUNDLE PATH  *
000215*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE   *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000620     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000630     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000640     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000644     05 RUNSUM-BUSDATE           PIC  9(008).
000650 FD  ABENDSIG.
000660 01  ABENDSIG-RECORD.
000670     05 ABENDSIG-TIMESTAMP       PIC  X(026).
000680     05 ABENDSIG-JOB             PIC  X(010).
000690     05 ABENDSIG-PGM             PIC  X(010).
000700     05 ABENDSIG-MSGID           PIC  X(007).
000705     05 ABENDSIG-BUNDLE          PIC  X(060).
000710 FD  LOCKWAIT.
000720 01  LOCKWAIT-RECORD.
000730     05 LOCKWAIT-TIMESTAMP       PIC  X(026).
