000160*                   CAP; AT THE CAP, OR FOR A NON-          *
000170*                   RESTARTABLE CLASS, THE OPERATOR MESSAGE *
000180*                   QUEUE GETS THE ESCALATION INSTEAD       *
000181*   2026-10-15  RH  ABENDSIG LAYOUT GAINS THE BUNDLE PATH  *
000182*   2026-10-15  RH  THE ESCALATION NOW GOES THROUGH         *
000183*                   THE GXNOTIFY SERVICE TO THE DUTY        *
000184*                   OPERATOR AS A SEVERITY 5 ALERT, BY      *
000185*                   THEIR NTFPREF CHANNELS; WITH NOBODY     *
000186*                   ON THE ONCALL ROSTER IT STILL GOES TO   *
000187*                   QSYSOPR                                 *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000430     05 ABENDSIG-JOB             PIC  X(010).
000440     05 ABENDSIG-PGM             PIC  X(010).
000450     05 ABENDSIG-MSGID           PIC  X(007).
000455     05 ABENDSIG-BUNDLE          PIC  X(060).
000460 FD  RSTRLOG.
000470 01  RSTRLOG-RECORD.
000480     05 RSTRLOG-TIMESTAMP        PIC  X(026).
001040 01  RM-CMD                      PIC  X(512).
001050 77  RM-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001060 77  RM-CMD-PTR                  PIC S9(004) COMP-3.
001061*----------------------------------------------------------*
001062* SHARED NOTIFICATION SERVICE INTERFACE (GXNOTIFY)          *
001063*----------------------------------------------------------*
001064 01  NF-CTL.
001065     05 NF-TYPE                  PIC  X(003).
001066     05 NF-LEVEL                 PIC  9(001).
001067     05 NF-USER                  PIC  X(010).
001068     05 NF-EXCLUDE               PIC  X(010).
001069     05 NF-CALLER                PIC  X(010).
001070     05 NF-REF                   PIC  X(030).
001071     05 NF-TEXT                  PIC  X(100).
001072     05 NF-RESULT                PIC  X(002).
001073     05 NF-SENT-COUNT            PIC  9(003).
001074 01  RM-HDG-LINE-1.
001080     05 FILLER                   PIC  X(031)
001090                VALUE 'AUTOMATIC RESTART MONITOR RUN  '.
001100     05 RM-HDG-DATE              PIC  9(008).
003070 4100-RESUBMIT-EXIT.
003080     EXIT.
003090 4200-ESCALATE.
003100     MOVE 'ALR'              TO NF-TYPE
003110     MOVE 5                  TO NF-LEVEL
003120     MOVE '*ONCALL'          TO NF-USER
003130     MOVE SPACES             TO NF-EXCLUDE
003140     MOVE 'RSTRMON'          TO NF-CALLER
003150     MOVE RM-JT-JOB (RM-I)   TO NF-REF
003160     MOVE SPACES             TO NF-TEXT
003170     STRING 'RESTART MONITOR: JOB ' RM-JT-JOB (RM-I)
003180            ' NEEDS OPERATOR ATTENTION'
003190            DELIMITED BY SIZE INTO NF-TEXT
003200     CALL 'GXNOTIFY' USING NF-CTL.
003220 4200-ESCALATE-EXIT.
003230     EXIT.
003240 9000-TERMINATE.
