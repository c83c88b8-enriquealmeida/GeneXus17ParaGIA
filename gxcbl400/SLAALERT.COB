000664*                   SCANS - A SAME-DAY RE-BREACH USED TO    *
000666*                   RE-INITIALIZE THE RESOLVED ROW BEFORE   *
000668*                   ITS EPISODE REACHED ALERTHIST           *
000669*   2026-10-15  RH  LAPSED RUNBKACT APPROVALS ARE NOT RUN   *
000670*   2026-10-15  RH  ALERTS TO THE DUTY OPERATOR GO THROUGH  *
000671*                   THE GXNOTIFY NOTIFICATION SERVICE -     *
000672*                   THEIR NTFPREF CHANNELS FOR THE SEVERITY,*
000673*                   QUIET HOURS AND DELEGATE; THE SNDMSG AND*
000674*                   THE EVTQ PAGER EVENT ARE SENT THERE NOW *
000675*----------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-ISERIES.
001160         ACCESS MODE  IS RANDOM
001170         RECORD KEY   IS SLATHRS-KEY
001180         FILE STATUS  IS SA-FS-SLATHRS.
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  AUDITLOG.
002090     05 RUNBKACT-CMD             PIC  X(200).
002100     05 RUNBKACT-MAXTRY         PIC  9(002).
002110*----------------------------------------------------------*
002111* APPROVAL: WHO SIGNED THE ACTION OFF AND THE LAST DAY THE  *
002112* SIGN-OFF HOLDS (ZERO = STANDING APPROVAL)                 *
002113*----------------------------------------------------------*
002114     05 RUNBKACT-APPR-BY         PIC  X(010).
002115     05 RUNBKACT-APPR-TO         PIC  9(008).
002116*----------------------------------------------------------*
002120* AUDITLOGO IS AUDITLOG OPENED A SECOND TIME FOR EXTEND -   *
002130* THE ACTION OUTCOMES ARE EVIDENCE                          *
002140*----------------------------------------------------------*
002430        10 SLATHRS-COND          PIC  X(010).
002440        10 SLATHRS-SOURCE        PIC  X(010).
002450     05 SLATHRS-LIMIT            PIC S9(009) COMP-3.
002570 WORKING-STORAGE SECTION.
002580 77  SA-FS-AUDITLOG              PIC  X(002).
002590     88 SA-AUDITLOG-OK                          VALUE '00'.
002680 77  SA-FS-ALERTS                PIC  X(002).
002690     88 SA-ALERTS-OK                             VALUE '00'.
002700 77  SA-FS-ONCALL                PIC  X(002).
002720 77  SA-FS-COMPCTL               PIC  X(002).
002730 77  SA-FS-SLATHRS               PIC  X(002).
002740 01  SA-COMPANY                  PIC  X(003) VALUE SPACES.
003540     05 CX-CMD                   PIC  X(512).
003550     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
003560     05 CX-RESULT                PIC  X(002).
003561*----------------------------------------------------------*
003562* SHARED NOTIFICATION SERVICE INTERFACE (GXNOTIFY)          *
003563*----------------------------------------------------------*
003564 01  NF-CTL.
003565     05 NF-TYPE                  PIC  X(003).
003566     05 NF-LEVEL                 PIC  9(001).
003567     05 NF-USER                  PIC  X(010).
003568     05 NF-EXCLUDE               PIC  X(010).
003569     05 NF-CALLER                PIC  X(010).
003570     05 NF-REF                   PIC  X(030).
003571     05 NF-TEXT                  PIC  X(100).
003572     05 NF-RESULT                PIC  X(002).
003573     05 NF-SENT-COUNT            PIC  9(003).
003574 01  SA-EVT-SEV-A                PIC  9(001).
003580 77  SA-ALERT-FOUND-SW           PIC  X(001).
003590     88 SA-ALERT-ON-FILE                         VALUE 'Y'.
003600     88 SA-ALERT-NOT-ON-FILE                      VALUE 'N'.
004970     OPEN EXTEND AUDITLOGO
004980     OPEN INPUT  COMPCTL
004990     OPEN INPUT  SLATHRS
005010     ACCEPT SA-TODAY-DATE FROM DATE YYYYMMDD
005020     ACCEPT SA-NOW-TIME   FROM TIME
005030     MOVE SPACES TO SA-NOW-TS
011220*                    APPROVED COMMAND ONCE AND RECORDS THE  *
011230*                    OUTCOME ON THE ROW AND IN AUDITLOG.    *
011240*                    ONLY FAILURES AND UNDEFINED ALERTS GO  *
011250*                    ON TO PAGE THE ONCALL OPERATOR, AS DO  *
011255*                    ACTIONS WHOSE APPROVAL HAS LAPSED      *
011260*----------------------------------------------------------*
011270 7550-RUN-ACTIONS.
011280     MOVE LOW-VALUES TO ALERTS-KEY
011620           SET SA-ACTION-FOUND TO TRUE
011630     END-READ
011640     IF SA-ACTION-NOT-FOUND
011641        GO TO 7560-ACT-ON-ONE-EXIT
011642     END-IF
011643     MOVE SA-TODAY-DATE TO SA-TODAY-NUM
011644     IF RUNBKACT-APPR-TO NOT = 0 AND
011645        RUNBKACT-APPR-TO LESS SA-TODAY-NUM
011650        GO TO 7560-ACT-ON-ONE-EXIT
011660     END-IF
011670     IF ALERTS-ACT-TRIES NOT LESS RUNBKACT-MAXTRY
012940        ALERTS-SEVERITY NOT LESS SA-DUTY-SEVFLOOR
012950        ADD 1 TO SA-ROUTED-COUNT
012960        MOVE ALERTS-SEVERITY TO SA-EVT-SEV-A
012970        MOVE 'ALR'            TO NF-TYPE
012980        MOVE ALERTS-SEVERITY  TO NF-LEVEL
012990        MOVE SA-DUTY-OPERATOR TO NF-USER
012991        MOVE SPACES           TO NF-EXCLUDE
012992        MOVE 'SLAALERT'       TO NF-CALLER
012993        MOVE ALERTS-SOURCE    TO NF-REF
012994        MOVE SPACES           TO NF-TEXT
012995        STRING 'SLA ALERT SEV ' SA-EVT-SEV-A
013000               ' ' ALERTS-TYPE ' ' ALERTS-SOURCE ' '
013060               ALERTS-DETAIL
013070               DELIMITED BY SIZE INTO NF-TEXT
013080        CALL 'GXNOTIFY' USING NF-CTL
013100     END-IF.
013110 7850-SEND-ONE-ALERT-EXIT.
013560     EXIT.
013570*----------------------------------------------------------*
013580* 9000-TERMINATE - CLOSE FILES                              *
013730     CLOSE RUNBKACT
013740     CLOSE ALERTHIST
013750     CLOSE AUDITLOGO
013760     CLOSE SLATHRS.
013780 9000-TERMINATE-EXIT.
013790     EXIT.
013800*----------------------------------------------------------*
