000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GXNOTIFY.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - NOTIFICATION         *
000100*                   SERVICE. EVERY SENDER - SLAALERT AND   *
000110*                   RSTRMON ALERTS, GXFDECI DECISION       *
000120*                   QUESTIONS, TICKNTC TASKS DUE, GXFFEYE  *
000130*                   APPROVALS WAITING - CALLS HERE WITH    *
000140*                   THE KIND, THE SEVERITY AND THE         *
000150*                   ADDRESSEE.  THE ADDRESSEE'S NTFPREF    *
000160*                   ROWS PICK THE CHANNELS (SNDMSG, EMAIL  *
000170*                   BY THE RPTDIST SNDSMTPEMM METHOD, AN   *
000180*                   EVTQ EVENT FOR THE PAGER BRIDGE),      *
000190*                   THEIR QUIET HOURS HOLD BACK THE        *
000200*                   MESSAGE AND PAGER CHANNELS, AND A      *
000210*                   DELEGATE STANDS IN WHILE THEY ARE      *
000220*                   AWAY.  *ONCALL ADDRESSES THE DUTY      *
000230*                   OPERATOR, *ALL EVERY USER WITH A       *
000240*                   PREFERENCE ROW FOR THE KIND.  EVERY    *
000250*                   CHANNEL TRIED IS LOGGED TO NTFLOG.  A  *
000260*                   PREFERENCE FILE THAT CANNOT BE OPENED  *
000270*                   LEAVES THE DEFAULTS, WHICH ARE WHAT    *
000280*                   EACH SENDER DID BEFORE                 *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-ISERIES.
000330 OBJECT-COMPUTER.   IBM-ISERIES.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT NTFPREF    ASSIGN TO DATABASE-NTFPREF
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS DYNAMIC
000390         RECORD KEY   IS NTFPREF-KEY
000400         FILE STATUS  IS NF-FS-NTFPREF.
000410     SELECT ONCALL     ASSIGN TO DATABASE-ONCALL
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS  IS NF-FS-ONCALL.
000440     SELECT EVTQ       ASSIGN TO DATABASE-EVTQ
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE  IS RANDOM
000470         RECORD KEY   IS EVTQ-KEY
000480         FILE STATUS  IS NF-FS-EVTQ.
000490     SELECT NTFLOG     ASSIGN TO DATABASE-NTFLOG
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS NF-FS-NTFLOG.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------*
000550* NTFPREF - PER USER: ONE *** ROW (LEVEL 0) WITH THE EMAIL *
000560* ADDRESS, QUIET HOURS AND DELEGATE, AND ONE ROW PER KIND  *
000570* (ALR DEC TSK APR) NAMING THE CHANNELS.  AN ALR ROW MAY   *
000580* BE FOR ONE SEVERITY; LEVEL 0 COVERS THE REST             *
000590*----------------------------------------------------------*
000600 FD  NTFPREF.
000610 01  NTFPREF-RECORD.
000620     05 NTFPREF-KEY.
000630        10 NTFPREF-USER          PIC  X(010).
000640        10 NTFPREF-TYPE          PIC  X(003).
000650        10 NTFPREF-LEVEL         PIC  9(001).
000660     05 NTFPREF-DATA             PIC  X(090).
000670     05 NTFPREF-CHANNELS REDEFINES NTFPREF-DATA.
000680        10 NTFPREF-BY-MSG        PIC  X(001).
000690        10 NTFPREF-BY-EMAIL      PIC  X(001).
000700        10 NTFPREF-BY-PAGER      PIC  X(001).
000710*----------------------------------------------------------*
000720* Y = DELIVERED EVEN INSIDE THE USER'S QUIET HOURS         *
000730*----------------------------------------------------------*
000740        10 NTFPREF-QUIET-OK      PIC  X(001).
000750        10 FILLER                PIC  X(086).
000760     05 NTFPREF-PROFILE REDEFINES NTFPREF-DATA.
000770        10 NTFPREF-EMAIL         PIC  X(050).
000780        10 NTFPREF-QUIET-FROM    PIC  9(004).
000790        10 NTFPREF-QUIET-TO      PIC  9(004).
000800        10 NTFPREF-DELEGATE      PIC  X(010).
000810        10 NTFPREF-AWAY-FROM     PIC  9(008).
000820        10 NTFPREF-AWAY-TO       PIC  9(008).
000830        10 FILLER                PIC  X(006).
000840 FD  ONCALL.
000850 01  ONCALL-RECORD.
000860     05 ONCALL-KEY.
000870        10 ONCALL-FROM-DATE      PIC  9(008).
000880        10 ONCALL-OPERATOR       PIC  X(010).
000890     05 ONCALL-TO-DATE           PIC  9(008).
000900     05 ONCALL-SHIFT-START       PIC  9(004).
000910     05 ONCALL-SHIFT-END         PIC  9(004).
000920     05 ONCALL-SEVFLOOR          PIC  9(001).
000930 FD  EVTQ.
000940 01  EVTQ-RECORD.
000950     05 EVTQ-KEY.
000960        10 EVTQ-TS               PIC  X(026).
000970        10 EVTQ-SUFFIX           PIC  X(010).
000980        10 EVTQ-SEQ              PIC  9(003).
000990     05 EVTQ-STATE               PIC  X(001).
001000        88 EVTQ-STATE-NEW                        VALUE 'N'.
001010     05 EVTQ-TRIES               PIC  9(003).
001020     05 EVTQ-LAST-TS             PIC  X(026).
001030     05 EVTQ-PAYLOAD             PIC  X(290).
001040*----------------------------------------------------------*
001050* NTFLOG - ONE ROW PER CHANNEL TRIED.  STATUS S SENT, F    *
001060* FAILED, Q HELD FOR QUIET HOURS, N NO CHANNEL CHOSEN      *
001070*----------------------------------------------------------*
001080 FD  NTFLOG.
001090 01  NTFLOG-RECORD.
001100     05 NTFLOG-TS                PIC  X(026).
001110     05 NTFLOG-TYPE              PIC  X(003).
001120     05 NTFLOG-LEVEL             PIC  9(001).
001130     05 NTFLOG-USER              PIC  X(010).
001140     05 NTFLOG-SENT-TO           PIC  X(010).
001150     05 NTFLOG-CHANNEL           PIC  X(001).
001160     05 NTFLOG-STATUS            PIC  X(001).
001170     05 NTFLOG-CALLER            PIC  X(010).
001180     05 NTFLOG-REF               PIC  X(030).
001190     05 NTFLOG-TEXT              PIC  X(100).
001200 WORKING-STORAGE SECTION.
001210 77  NF-FS-NTFPREF               PIC  X(002).
001220 77  NF-FS-ONCALL                PIC  X(002).
001230 77  NF-FS-EVTQ                  PIC  X(002).
001240 77  NF-FS-NTFLOG                PIC  X(002).
001250 77  NF-EOF-SW                   PIC  X(001).
001260     88 NF-AT-EOF                                VALUE 'Y'.
001270 77  NF-FOUND-SW                 PIC  X(001).
001280     88 NF-ROW-FOUND                             VALUE 'Y'.
001290     88 NF-ROW-MISSING                            VALUE 'N'.
001300 77  NF-QUIET-SW                 PIC  X(001).
001310     88 NF-IN-QUIET                              VALUE 'Y'.
001320 77  NF-SENT-SW                  PIC  X(001).
001330     88 NF-CHANNEL-SENT                          VALUE 'Y'.
001340     88 NF-CHANNEL-FAILED                         VALUE 'N'.
001350 77  NF-ANY-SENT                 PIC S9(005) COMP-3.
001360 77  NF-ANY-QUIET                PIC S9(005) COMP-3.
001370 77  NF-ANY-FAILED               PIC S9(005) COMP-3.
001380 77  NF-I                        PIC S9(005) COMP-3.
001390 77  NF-J                        PIC S9(005) COMP-3.
001400 77  NF-U                        PIC S9(005) COMP-3.
001410 77  NF-MAX-USERS                PIC S9(005) COMP-3 VALUE 200.
001420 77  NF-USER-COUNT               PIC S9(005) COMP-3.
001430 01  NF-USER-TABLE.
001440     05 NF-UT-USER OCCURS 200 TIMES
001450                                 PIC  X(010).
001460 01  NF-TODAY-DATE               PIC  9(008).
001470 01  NF-TODAY-R REDEFINES NF-TODAY-DATE.
001480     05 NF-TODAY-YY              PIC  9(004).
001490     05 NF-TODAY-MM              PIC  9(002).
001500     05 NF-TODAY-DD              PIC  9(002).
001510 01  NF-NOW-TIME.
001520     05 NF-NOW-HH                PIC  9(002).
001530     05 NF-NOW-MI                PIC  9(002).
001540     05 NF-NOW-SS                PIC  9(002).
001550     05 NF-NOW-HS                PIC  9(002).
001560 01  NF-NOW-HHMM                 PIC  9(004).
001570 01  NF-NOW-TS                   PIC  X(026).
001580*----------------------------------------------------------*
001590* THE ADDRESSEE, WHO ACTUALLY RECEIVES (THE DELEGATE WHILE *
001600* THE ADDRESSEE IS AWAY) AND THE RECEIVER'S SETTINGS       *
001610*----------------------------------------------------------*
001620 01  NF-ADDRESSEE                PIC  X(010).
001630 01  NF-TARGET                   PIC  X(010).
001640 01  NF-P-EMAIL                  PIC  X(050).
001650 01  NF-P-QUIET-FROM             PIC  9(004).
001660 01  NF-P-QUIET-TO               PIC  9(004).
001670 01  NF-P-DELEGATE               PIC  X(010).
001680 01  NF-P-AWAY-FROM              PIC  9(008).
001690 01  NF-P-AWAY-TO                PIC  9(008).
001700 01  NF-C-MSG                    PIC  X(001).
001710 01  NF-C-EMAIL                  PIC  X(001).
001720 01  NF-C-PAGER                  PIC  X(001).
001730 01  NF-C-QUIET-OK               PIC  X(001).
001740 01  NF-CHANNEL                  PIC  X(001).
001750 01  NF-STATUS                   PIC  X(001).
001760 01  NF-DUTY-OPERATOR            PIC  X(010).
001770 01  NF-LEVEL-A                  PIC  9(001).
001780*----------------------------------------------------------*
001790* THE TEXT WITH ITS APOSTROPHES DOUBLED FOR A COMMAND      *
001800* STRING, AND ESCAPED FOR THE JSON EVENT AS GX-WRITE-      *
001810* EVTFILE ESCAPES ITS MESSAGE DATA                         *
001820*----------------------------------------------------------*
001830 01  NF-QTEXT                    PIC  X(200).
001840 77  NF-QLEN                     PIC S9(005) COMP-3.
001850 01  NF-JTEXT                    PIC  X(120).
001860 77  NF-JLEN                     PIC S9(005) COMP-3.
001870 01  NF-CHAR                     PIC  X(001).
001880 01  NF-SUBJECT                  PIC  X(020).
001890 01  NF-CMD                      PIC  X(512).
001900 77  NF-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001910 77  NF-CMD-PTR                  PIC S9(004) COMP-3.
001920*----------------------------------------------------------*
001930* SHARED COMMAND-EXECUTION INTERFACE (GXCMDX) - THE        *
001940* SERVICE OWNS THE ALLOW-LIST AND THE COMMAND LOG          *
001950*----------------------------------------------------------*
001960 01  CX-CTL.
001970     05 CX-CALLER                PIC  X(010).
001980     05 CX-CMD                   PIC  X(512).
001990     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
002000     05 CX-RESULT                PIC  X(002).
002010 LINKAGE SECTION.
002020*----------------------------------------------------------*
002030* NF-CTL - THE KIND (ALR ALERT, DEC DECISION QUESTION, TSK *
002040* TASK DUE, APR APPROVAL WAITING), THE SEVERITY FOR AN     *
002050* ALERT, THE ADDRESSEE (A USER, *ONCALL OR *ALL), A USER   *
002060* *ALL LEAVES OUT, THE SENDING PROGRAM, WHAT IT IS ABOUT   *
002070* AND THE TEXT.  NF-RESULT COMES BACK OK WHEN ANY CHANNEL  *
002080* DELIVERED, QH WHEN QUIET HOURS HELD IT ALL, NG WHEN      *
002090* EVERY CHANNEL FAILED, NC WHEN NO CHANNEL WAS CHOSEN      *
002100*----------------------------------------------------------*
002110 01  NF-CTL.
002120     05 NF-TYPE                  PIC  X(003).
002130        88 NF-ALERT                              VALUE 'ALR'.
002140        88 NF-DECISION                           VALUE 'DEC'.
002150        88 NF-TASK                               VALUE 'TSK'.
002160        88 NF-APPROVAL                           VALUE 'APR'.
002170     05 NF-LEVEL                 PIC  9(001).
002180     05 NF-USER                  PIC  X(010).
002190     05 NF-EXCLUDE               PIC  X(010).
002200     05 NF-CALLER                PIC  X(010).
002210     05 NF-REF                   PIC  X(030).
002220     05 NF-TEXT                  PIC  X(100).
002230     05 NF-RESULT                PIC  X(002).
002240     05 NF-SENT-COUNT            PIC  9(003).
002250 PROCEDURE DIVISION USING NF-CTL.
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE
002280         THRU 1000-INITIALIZE-EXIT
002290     EVALUATE NF-USER
002300        WHEN '*ALL'
002310           PERFORM 3000-BROADCAST
002320               THRU 3000-BROADCAST-EXIT
002330        WHEN '*ONCALL'
002340           PERFORM 1500-FIND-ONCALL
002350               THRU 1500-FIND-ONCALL-EXIT
002360           IF NF-DUTY-OPERATOR = SPACES
002370              PERFORM 2900-OPERATOR-QUEUE
002380                  THRU 2900-OPERATOR-QUEUE-EXIT
002390           ELSE
002400              MOVE NF-DUTY-OPERATOR TO NF-ADDRESSEE
002410              PERFORM 2000-NOTIFY-USER
002420                  THRU 2000-NOTIFY-USER-EXIT
002430           END-IF
002440        WHEN OTHER
002450           MOVE NF-USER TO NF-ADDRESSEE
002460           PERFORM 2000-NOTIFY-USER
002470               THRU 2000-NOTIFY-USER-EXIT
002480     END-EVALUATE
002490     EVALUATE TRUE
002500        WHEN NF-ANY-SENT > 0
002510           MOVE 'OK' TO NF-RESULT
002520        WHEN NF-ANY-QUIET > 0
002530           MOVE 'QH' TO NF-RESULT
002540        WHEN NF-ANY-FAILED > 0
002550           MOVE 'NG' TO NF-RESULT
002560        WHEN OTHER
002570           MOVE 'NC' TO NF-RESULT
002580     END-EVALUATE
002590     MOVE NF-ANY-SENT TO NF-SENT-COUNT
002600     CLOSE NTFPREF
002610     CLOSE EVTQ
002620     CLOSE NTFLOG
002630     GO TO 9999-EXIT.
002640 1000-INITIALIZE.
002650     MOVE 0 TO NF-ANY-SENT
002660     MOVE 0 TO NF-ANY-QUIET
002670     MOVE 0 TO NF-ANY-FAILED
002680     MOVE SPACES TO NF-DUTY-OPERATOR
002690     ACCEPT NF-TODAY-DATE FROM DATE YYYYMMDD
002700     ACCEPT NF-NOW-TIME   FROM TIME
002710     COMPUTE NF-NOW-HHMM = (NF-NOW-HH * 100) + NF-NOW-MI
002720     MOVE SPACES TO NF-NOW-TS
002730     STRING NF-TODAY-YY '-' NF-TODAY-MM '-' NF-TODAY-DD '-'
002740            NF-NOW-HH '.' NF-NOW-MI '.' NF-NOW-SS '.'
002750            NF-NOW-HS '0000'
002760            DELIMITED BY SIZE INTO NF-NOW-TS
002770     MOVE NF-LEVEL TO NF-LEVEL-A
002780     OPEN INPUT  NTFPREF
002790     OPEN I-O    EVTQ
002800     OPEN EXTEND NTFLOG
002810     PERFORM 8500-QUOTE-TEXT
002820         THRU 8500-QUOTE-TEXT-EXIT
002830     PERFORM 8550-ESCAPE-TEXT
002840         THRU 8550-ESCAPE-TEXT-EXIT
002850     EVALUATE TRUE
002860        WHEN NF-ALERT
002870           MOVE 'ALERT'    TO NF-SUBJECT
002880        WHEN NF-DECISION
002890           MOVE 'DECISION' TO NF-SUBJECT
002900        WHEN NF-TASK
002910           MOVE 'TASK DUE' TO NF-SUBJECT
002920        WHEN NF-APPROVAL
002930           MOVE 'APPROVAL' TO NF-SUBJECT
002940        WHEN OTHER
002950           MOVE 'NOTICE'   TO NF-SUBJECT
002960     END-EVALUATE.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.
002990*----------------------------------------------------------*
003000* 1500-FIND-ONCALL - THE ROSTER ROW COVERING NOW, THE SAME *
003010*                    MATCH SLAALERT MAKES: TODAY INSIDE    *
003020*                    ITS DATES, THE CLOCK INSIDE ITS SHIFT *
003030*                    (AN END BEFORE THE START SPANS        *
003040*                    MIDNIGHT)                             *
003050*----------------------------------------------------------*
003060 1500-FIND-ONCALL.
003070     OPEN INPUT ONCALL
003080     IF NF-FS-ONCALL NOT = '00'
003090        GO TO 1500-FIND-ONCALL-EXIT
003100     END-IF
003110     MOVE 'N' TO NF-EOF-SW
003120     PERFORM 1510-MATCH-ONCALL
003130         THRU 1510-MATCH-ONCALL-EXIT
003140         UNTIL NF-AT-EOF OR NF-DUTY-OPERATOR NOT = SPACES
003150     CLOSE ONCALL.
003160 1500-FIND-ONCALL-EXIT.
003170     EXIT.
003180 1510-MATCH-ONCALL.
003190     READ ONCALL
003200         AT END
003210            SET NF-AT-EOF TO TRUE
003220            GO TO 1510-MATCH-ONCALL-EXIT
003230     END-READ
003240     IF NF-TODAY-DATE LESS ONCALL-FROM-DATE OR
003250        NF-TODAY-DATE GREATER ONCALL-TO-DATE
003260        GO TO 1510-MATCH-ONCALL-EXIT
003270     END-IF
003280     IF ONCALL-SHIFT-START NOT GREATER ONCALL-SHIFT-END
003290        IF NF-NOW-HHMM NOT LESS ONCALL-SHIFT-START AND
003300           NF-NOW-HHMM NOT GREATER ONCALL-SHIFT-END
003310           MOVE ONCALL-OPERATOR TO NF-DUTY-OPERATOR
003320        END-IF
003330     ELSE
003340        IF NF-NOW-HHMM NOT LESS ONCALL-SHIFT-START OR
003350           NF-NOW-HHMM NOT GREATER ONCALL-SHIFT-END
003360           MOVE ONCALL-OPERATOR TO NF-DUTY-OPERATOR
003370        END-IF
003380     END-IF.
003390 1510-MATCH-ONCALL-EXIT.
003400     EXIT.
003410*----------------------------------------------------------*
003420* 2000-NOTIFY-USER - NF-ADDRESSEE, OR THEIR DELEGATE WHILE *
003430*                    THEY ARE AWAY (ONE STEP ONLY - A      *
003440*                    DELEGATE'S OWN DELEGATE IS NOT        *
003450*                    FOLLOWED), BY EACH CHOSEN CHANNEL     *
003460*----------------------------------------------------------*
003470 2000-NOTIFY-USER.
003480     MOVE NF-ADDRESSEE TO NF-TARGET
003490     PERFORM 2100-READ-PROFILE
003500         THRU 2100-READ-PROFILE-EXIT
003510     IF NF-P-DELEGATE NOT = SPACES AND
003520        NF-P-DELEGATE NOT = NF-ADDRESSEE AND
003530        NF-P-AWAY-FROM > 0 AND
003540        NF-TODAY-DATE NOT LESS NF-P-AWAY-FROM AND
003550        (NF-P-AWAY-TO = 0 OR
003560         NF-TODAY-DATE NOT GREATER NF-P-AWAY-TO)
003570        MOVE NF-P-DELEGATE TO NF-TARGET
003580        PERFORM 2100-READ-PROFILE
003590            THRU 2100-READ-PROFILE-EXIT
003600     END-IF
003610     PERFORM 2200-READ-CHANNELS
003620         THRU 2200-READ-CHANNELS-EXIT
003630     IF NF-C-MSG NOT = 'Y' AND NF-C-EMAIL NOT = 'Y' AND
003640        NF-C-PAGER NOT = 'Y'
003650        MOVE SPACE TO NF-CHANNEL
003660        MOVE 'N'   TO NF-STATUS
003670        PERFORM 8000-LOG-DELIVERY
003680            THRU 8000-LOG-DELIVERY-EXIT
003690        GO TO 2000-NOTIFY-USER-EXIT
003700     END-IF
003710     MOVE 'N' TO NF-QUIET-SW
003720     IF NF-C-QUIET-OK NOT = 'Y' AND
003730        NF-P-QUIET-FROM NOT = NF-P-QUIET-TO
003740        IF NF-P-QUIET-FROM < NF-P-QUIET-TO
003750           IF NF-NOW-HHMM NOT LESS NF-P-QUIET-FROM AND
003760              NF-NOW-HHMM LESS NF-P-QUIET-TO
003770              SET NF-IN-QUIET TO TRUE
003780           END-IF
003790        ELSE
003800           IF NF-NOW-HHMM NOT LESS NF-P-QUIET-FROM OR
003810              NF-NOW-HHMM LESS NF-P-QUIET-TO
003820              SET NF-IN-QUIET TO TRUE
003830           END-IF
003840        END-IF
003850     END-IF
003860     IF NF-C-MSG = 'Y'
003870        MOVE 'M' TO NF-CHANNEL
003880        PERFORM 2500-DELIVER
003890            THRU 2500-DELIVER-EXIT
003900     END-IF
003910     IF NF-C-EMAIL = 'Y'
003920        MOVE 'E' TO NF-CHANNEL
003930        PERFORM 2500-DELIVER
003940            THRU 2500-DELIVER-EXIT
003950     END-IF
003960     IF NF-C-PAGER = 'Y'
003970        MOVE 'P' TO NF-CHANNEL
003980        PERFORM 2500-DELIVER
003990            THRU 2500-DELIVER-EXIT
004000     END-IF.
004010 2000-NOTIFY-USER-EXIT.
004020     EXIT.
004030 2100-READ-PROFILE.
004040     MOVE SPACES TO NF-P-EMAIL
004050     MOVE SPACES TO NF-P-DELEGATE
004060     MOVE 0      TO NF-P-QUIET-FROM
004070     MOVE 0      TO NF-P-QUIET-TO
004080     MOVE 0      TO NF-P-AWAY-FROM
004090     MOVE 0      TO NF-P-AWAY-TO
004100     MOVE NF-TARGET TO NTFPREF-USER
004110     MOVE '***'     TO NTFPREF-TYPE
004120     MOVE 0         TO NTFPREF-LEVEL
004130     PERFORM 8100-READ-PREF
004140         THRU 8100-READ-PREF-EXIT
004150     IF NF-ROW-MISSING
004160        GO TO 2100-READ-PROFILE-EXIT
004170     END-IF
004180     MOVE NTFPREF-EMAIL    TO NF-P-EMAIL
004190     MOVE NTFPREF-DELEGATE TO NF-P-DELEGATE
004200     IF NTFPREF-QUIET-FROM NUMERIC AND NTFPREF-QUIET-TO NUMERIC
004210        MOVE NTFPREF-QUIET-FROM TO NF-P-QUIET-FROM
004220        MOVE NTFPREF-QUIET-TO   TO NF-P-QUIET-TO
004230     END-IF
004240     IF NTFPREF-AWAY-FROM NUMERIC AND NTFPREF-AWAY-TO NUMERIC
004250        MOVE NTFPREF-AWAY-FROM  TO NF-P-AWAY-FROM
004260        MOVE NTFPREF-AWAY-TO    TO NF-P-AWAY-TO
004270     END-IF.
004280 2100-READ-PROFILE-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310* 2200-READ-CHANNELS - THE KIND'S ROW AT THIS SEVERITY,    *
004320*                      ELSE AT LEVEL 0, ELSE WHAT THE      *
004330*                      SENDER DID BEFORE THERE WERE        *
004340*                      PREFERENCES: ALERTS BY MESSAGE AND  *
004350*                      PAGER, DECISIONS BY PAGER, TASKS    *
004360*                      AND APPROVALS BY MESSAGE            *
004370*----------------------------------------------------------*
004380 2200-READ-CHANNELS.
004390     MOVE NF-TARGET TO NTFPREF-USER
004400     MOVE NF-TYPE   TO NTFPREF-TYPE
004410     MOVE NF-LEVEL  TO NTFPREF-LEVEL
004420     PERFORM 8100-READ-PREF
004430         THRU 8100-READ-PREF-EXIT
004440     IF NF-ROW-MISSING AND NF-LEVEL NOT = 0
004450        MOVE 0 TO NTFPREF-LEVEL
004460        PERFORM 8100-READ-PREF
004470            THRU 8100-READ-PREF-EXIT
004480     END-IF
004490     IF NF-ROW-FOUND
004500        MOVE NTFPREF-BY-MSG   TO NF-C-MSG
004510        MOVE NTFPREF-BY-EMAIL TO NF-C-EMAIL
004520        MOVE NTFPREF-BY-PAGER TO NF-C-PAGER
004530        MOVE NTFPREF-QUIET-OK TO NF-C-QUIET-OK
004540        GO TO 2200-READ-CHANNELS-EXIT
004550     END-IF
004560     MOVE 'N' TO NF-C-MSG
004570     MOVE 'N' TO NF-C-EMAIL
004580     MOVE 'N' TO NF-C-PAGER
004590     MOVE 'N' TO NF-C-QUIET-OK
004600     EVALUATE TRUE
004610        WHEN NF-ALERT
004620           MOVE 'Y' TO NF-C-MSG
004630           MOVE 'Y' TO NF-C-PAGER
004640        WHEN NF-DECISION
004650           MOVE 'Y' TO NF-C-PAGER
004660        WHEN OTHER
004670           MOVE 'Y' TO NF-C-MSG
004680     END-EVALUATE.
004690 2200-READ-CHANNELS-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720* 2500-DELIVER - ONE CHANNEL. QUIET HOURS HOLD THE MESSAGE *
004730*                AND PAGER CHANNELS BACK; EMAIL WAITS IN   *
004740*                THE MAILBOX ANYWAY AND ALWAYS GOES        *
004750*----------------------------------------------------------*
004760 2500-DELIVER.
004770     IF NF-IN-QUIET AND NF-CHANNEL NOT = 'E'
004780        MOVE 'Q' TO NF-STATUS
004790        ADD 1 TO NF-ANY-QUIET
004800        PERFORM 8000-LOG-DELIVERY
004810            THRU 8000-LOG-DELIVERY-EXIT
004820        GO TO 2500-DELIVER-EXIT
004830     END-IF
004840     SET NF-CHANNEL-FAILED TO TRUE
004850     EVALUATE NF-CHANNEL
004860        WHEN 'M'
004870           PERFORM 2600-SEND-MESSAGE
004880               THRU 2600-SEND-MESSAGE-EXIT
004890        WHEN 'E'
004900           PERFORM 2700-SEND-EMAIL
004910               THRU 2700-SEND-EMAIL-EXIT
004920        WHEN 'P'
004930           PERFORM 2800-STAGE-EVENT
004940               THRU 2800-STAGE-EVENT-EXIT
004950     END-EVALUATE
004960     IF NF-CHANNEL-SENT
004970        MOVE 'S' TO NF-STATUS
004980        ADD 1 TO NF-ANY-SENT
004990     ELSE
005000        MOVE 'F' TO NF-STATUS
005010        ADD 1 TO NF-ANY-FAILED
005020     END-IF
005030     PERFORM 8000-LOG-DELIVERY
005040         THRU 8000-LOG-DELIVERY-EXIT.
005050 2500-DELIVER-EXIT.
005060     EXIT.
005070 2600-SEND-MESSAGE.
005080     MOVE 1 TO NF-CMD-PTR
005090     MOVE SPACES TO NF-CMD
005100     STRING 'SNDMSG MSG(''' DELIMITED BY SIZE
005110            NF-QTEXT (1:NF-QLEN) DELIMITED BY SIZE
005120            ''') TOUSR('    DELIMITED BY SIZE
005130            NF-TARGET       DELIMITED BY SPACE
005140            ')'             DELIMITED BY SIZE
005150            INTO NF-CMD
005160            POINTER NF-CMD-PTR
005170     PERFORM 8800-RUN-COMMAND
005180         THRU 8800-RUN-COMMAND-EXIT.
005190 2600-SEND-MESSAGE-EXIT.
005200     EXIT.
005210*----------------------------------------------------------*
005220* 2700-SEND-EMAIL - THE RPTDIST SNDSMTPEMM METHOD, TO THE  *
005230*                   ADDRESS ON THE RECEIVER'S *** ROW      *
005240*----------------------------------------------------------*
005250 2700-SEND-EMAIL.
005260     IF NF-P-EMAIL = SPACES
005270        GO TO 2700-SEND-EMAIL-EXIT
005280     END-IF
005290     MOVE 1 TO NF-CMD-PTR
005300     MOVE SPACES TO NF-CMD
005310     STRING 'SNDSMTPEMM RCP((''' DELIMITED BY SIZE
005320            NF-P-EMAIL          DELIMITED BY SPACE
005330            ''')) SUBJECT(''GX ' DELIMITED BY SIZE
005340            NF-SUBJECT          DELIMITED BY '  '
005350            ' '                 DELIMITED BY SIZE
005360            NF-REF              DELIMITED BY '  '
005370            ''') NOTE('''       DELIMITED BY SIZE
005380            NF-QTEXT (1:NF-QLEN) DELIMITED BY SIZE
005390            ''')'               DELIMITED BY SIZE
005400            INTO NF-CMD
005410            POINTER NF-CMD-PTR
005420     PERFORM 8800-RUN-COMMAND
005430         THRU 8800-RUN-COMMAND-EXIT.
005440 2700-SEND-EMAIL-EXIT.
005450     EXIT.
005460*----------------------------------------------------------*
005470* 2800-STAGE-EVENT - THE PAGER BRIDGE'S JSON LINE, STAGED  *
005480*                    TO EVTQ FOR EVTSHIP AS SLAALERT'S     *
005490*                    ALERT EVENTS ALWAYS WERE              *
005500*----------------------------------------------------------*
005510 2800-STAGE-EVENT.
005520     IF NF-FS-EVTQ NOT = '00'
005530        GO TO 2800-STAGE-EVENT-EXIT
005540     END-IF
005550     MOVE SPACES TO EVTQ-PAYLOAD
005560     STRING '{"timestamp":"'  DELIMITED BY SIZE
005570            NF-NOW-TS         DELIMITED BY SIZE
005580            '","type":"'      DELIMITED BY SIZE
005590            NF-CALLER         DELIMITED BY SPACE
005600            '","kind":"'      DELIMITED BY SIZE
005610            NF-TYPE           DELIMITED BY SIZE
005620            '","severity":'   DELIMITED BY SIZE
005630            NF-LEVEL-A        DELIMITED BY SIZE
005640            ',"operator":"'   DELIMITED BY SIZE
005650            NF-TARGET         DELIMITED BY SPACE
005660            '","ref":"'       DELIMITED BY SIZE
005670            NF-REF            DELIMITED BY '  '
005680            '","detail":"'    DELIMITED BY SIZE
005690            NF-JTEXT (1:NF-JLEN) DELIMITED BY SIZE
005700            '"}'              DELIMITED BY SIZE
005710            INTO EVTQ-PAYLOAD
005720            ON OVERFLOW
005730               MOVE '{"timestamp":"TRUNCATED"}'
005740                 TO EVTQ-PAYLOAD
005750     END-STRING
005760     MOVE NF-NOW-TS TO EVTQ-TS
005770     MOVE NF-CALLER TO EVTQ-SUFFIX
005780     MOVE 0         TO EVTQ-SEQ
005790     SET  EVTQ-STATE-NEW TO TRUE
005800     MOVE 0         TO EVTQ-TRIES
005810     MOVE SPACES    TO EVTQ-LAST-TS
005820     PERFORM 2850-WRITE-EVENT
005830         THRU 2850-WRITE-EVENT-EXIT.
005840 2800-STAGE-EVENT-EXIT.
005850     EXIT.
005860*----------------------------------------------------------*
005870* 2850-WRITE-EVENT - TWO EVENTS IN THE SAME INSTANT JUST   *
005880*                    BUMP THE SEQUENCE                     *
005890*----------------------------------------------------------*
005900 2850-WRITE-EVENT.
005910     WRITE EVTQ-RECORD
005920        INVALID KEY
005930           IF EVTQ-SEQ LESS 999
005940              ADD 1 TO EVTQ-SEQ
005950              GO TO 2850-WRITE-EVENT
005960           END-IF
005970           GO TO 2850-WRITE-EVENT-EXIT
005980     END-WRITE
005990     SET NF-CHANNEL-SENT TO TRUE.
006000 2850-WRITE-EVENT-EXIT.
006010     EXIT.
006020*----------------------------------------------------------*
006030* 2900-OPERATOR-QUEUE - *ONCALL WITH NOBODY ON THE ROSTER  *
006040*                       FALLS BACK TO QSYSOPR, WHERE THE   *
006050*                       OPERATOR MESSAGES ALWAYS WENT      *
006060*----------------------------------------------------------*
006070 2900-OPERATOR-QUEUE.
006080     MOVE '*ONCALL' TO NF-ADDRESSEE
006090     MOVE 'QSYSOPR' TO NF-TARGET
006100     MOVE 'M'       TO NF-CHANNEL
006110     SET NF-CHANNEL-FAILED TO TRUE
006120     MOVE 1 TO NF-CMD-PTR
006130     MOVE SPACES TO NF-CMD
006140     STRING 'SNDMSG MSG(''' DELIMITED BY SIZE
006150            NF-QTEXT (1:NF-QLEN) DELIMITED BY SIZE
006160            ''') TOMSGQ(QSYSOPR)' DELIMITED BY SIZE
006170            INTO NF-CMD
006180            POINTER NF-CMD-PTR
006190     PERFORM 8800-RUN-COMMAND
006200         THRU 8800-RUN-COMMAND-EXIT
006210     IF NF-CHANNEL-SENT
006220        MOVE 'S' TO NF-STATUS
006230        ADD 1 TO NF-ANY-SENT
006240     ELSE
006250        MOVE 'F' TO NF-STATUS
006260        ADD 1 TO NF-ANY-FAILED
006270     END-IF
006280     PERFORM 8000-LOG-DELIVERY
006290         THRU 8000-LOG-DELIVERY-EXIT.
006300 2900-OPERATOR-QUEUE-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330* 3000-BROADCAST - *ALL: EVERY USER WITH A ROW FOR THE     *
006340*                  KIND EXCEPT NF-EXCLUDE. THE USERS ARE   *
006350*                  LISTED FIRST SO THE PREFERENCE READS    *
006360*                  FOR EACH DO NOT LOSE THE PLACE IN THE   *
006370*                  FILE                                    *
006380*----------------------------------------------------------*
006390 3000-BROADCAST.
006400     MOVE 0 TO NF-USER-COUNT
006410     IF NF-FS-NTFPREF NOT = '00'
006420        GO TO 3000-BROADCAST-EXIT
006430     END-IF
006440     MOVE LOW-VALUES TO NTFPREF-KEY
006450     START NTFPREF KEY NOT LESS NTFPREF-KEY
006460         INVALID KEY
006470            GO TO 3000-BROADCAST-EXIT
006480     END-START
006490     MOVE 'N' TO NF-EOF-SW
006500     PERFORM 3100-LIST-USER
006510         THRU 3100-LIST-USER-EXIT
006520         UNTIL NF-AT-EOF
006530     PERFORM VARYING NF-U FROM 1 BY 1
006540             UNTIL NF-U > NF-USER-COUNT
006550        MOVE NF-UT-USER (NF-U) TO NF-ADDRESSEE
006560        PERFORM 2000-NOTIFY-USER
006570            THRU 2000-NOTIFY-USER-EXIT
006580     END-PERFORM.
006590 3000-BROADCAST-EXIT.
006600     EXIT.
006610 3100-LIST-USER.
006620     READ NTFPREF NEXT RECORD
006630         AT END
006640            SET NF-AT-EOF TO TRUE
006650            GO TO 3100-LIST-USER-EXIT
006660     END-READ
006670     IF NTFPREF-TYPE NOT = NF-TYPE OR
006680        NTFPREF-USER = NF-EXCLUDE
006690        GO TO 3100-LIST-USER-EXIT
006700     END-IF
006710     IF NF-USER-COUNT > 0
006720        IF NF-UT-USER (NF-USER-COUNT) = NTFPREF-USER
006730           GO TO 3100-LIST-USER-EXIT
006740        END-IF
006750     END-IF
006760     IF NF-USER-COUNT < NF-MAX-USERS
006770        ADD 1 TO NF-USER-COUNT
006780        MOVE NTFPREF-USER TO NF-UT-USER (NF-USER-COUNT)
006790     END-IF.
006800 3100-LIST-USER-EXIT.
006810     EXIT.
006820 8000-LOG-DELIVERY.
006830     IF NF-FS-NTFLOG NOT = '00'
006840        GO TO 8000-LOG-DELIVERY-EXIT
006850     END-IF
006860     MOVE NF-NOW-TS    TO NTFLOG-TS
006870     MOVE NF-TYPE      TO NTFLOG-TYPE
006880     MOVE NF-LEVEL     TO NTFLOG-LEVEL
006890     MOVE NF-ADDRESSEE TO NTFLOG-USER
006900     MOVE NF-TARGET    TO NTFLOG-SENT-TO
006910     MOVE NF-CHANNEL   TO NTFLOG-CHANNEL
006920     MOVE NF-STATUS    TO NTFLOG-STATUS
006930     MOVE NF-CALLER    TO NTFLOG-CALLER
006940     MOVE NF-REF       TO NTFLOG-REF
006950     MOVE NF-TEXT      TO NTFLOG-TEXT
006960     WRITE NTFLOG-RECORD.
006970 8000-LOG-DELIVERY-EXIT.
006980     EXIT.
006990 8100-READ-PREF.
007000     SET NF-ROW-MISSING TO TRUE
007010     IF NF-FS-NTFPREF NOT = '00'
007020        GO TO 8100-READ-PREF-EXIT
007030     END-IF
007040     READ NTFPREF RECORD
007050         INVALID KEY
007060            GO TO 8100-READ-PREF-EXIT
007070     END-READ
007080     SET NF-ROW-FOUND TO TRUE.
007090 8100-READ-PREF-EXIT.
007100     EXIT.
007110*----------------------------------------------------------*
007120* 8500-QUOTE-TEXT - NF-TEXT, TRAILING BLANKS DROPPED, WITH *
007130*                   EACH APOSTROPHE DOUBLED                *
007140*----------------------------------------------------------*
007150 8500-QUOTE-TEXT.
007160     MOVE SPACES TO NF-QTEXT
007170     MOVE 0 TO NF-QLEN
007180     MOVE 0 TO NF-J
007190     PERFORM VARYING NF-I FROM 100 BY -1
007200             UNTIL NF-I < 1 OR NF-J > 0
007210        IF NF-TEXT (NF-I:1) NOT = SPACE
007220           MOVE NF-I TO NF-J
007230        END-IF
007240     END-PERFORM
007250     PERFORM VARYING NF-I FROM 1 BY 1
007260             UNTIL NF-I > NF-J
007270        ADD 1 TO NF-QLEN
007280        MOVE NF-TEXT (NF-I:1) TO NF-QTEXT (NF-QLEN:1)
007290        IF NF-TEXT (NF-I:1) = ''''
007300           ADD 1 TO NF-QLEN
007310           MOVE '''' TO NF-QTEXT (NF-QLEN:1)
007320        END-IF
007330     END-PERFORM
007340     IF NF-QLEN = 0
007350        MOVE 1 TO NF-QLEN
007360     END-IF.
007370 8500-QUOTE-TEXT-EXIT.
007380     EXIT.
007390*----------------------------------------------------------*
007400* 8550-ESCAPE-TEXT - NF-TEXT FOR THE JSON DETAIL, QUOTES   *
007410*                    AND BACKSLASHES ESCAPED, KEPT TO WHAT *
007420*                    FITS THE EVTQ PAYLOAD                 *
007430*----------------------------------------------------------*
007440 8550-ESCAPE-TEXT.
007450     MOVE SPACES TO NF-JTEXT
007460     MOVE 0 TO NF-JLEN
007470     PERFORM VARYING NF-I FROM 1 BY 1
007480             UNTIL NF-I > NF-J OR NF-JLEN > 100
007490        MOVE NF-TEXT (NF-I:1) TO NF-CHAR
007500        IF NF-CHAR = '"' OR NF-CHAR = '\'
007510           ADD 1 TO NF-JLEN
007520           MOVE '\' TO NF-JTEXT (NF-JLEN:1)
007530        END-IF
007540        ADD 1 TO NF-JLEN
007550        MOVE NF-CHAR TO NF-JTEXT (NF-JLEN:1)
007560     END-PERFORM
007570     IF NF-JLEN = 0
007580        MOVE 1 TO NF-JLEN
007590     END-IF.
007600 8550-ESCAPE-TEXT-EXIT.
007610     EXIT.
007620*----------------------------------------------------------*
007630* 8800-RUN-COMMAND - ONE TRIP THROUGH THE SHARED COMMAND   *
007640*                    SERVICE, UNDER THE SENDER'S NAME      *
007650*----------------------------------------------------------*
007660 8800-RUN-COMMAND.
007670     COMPUTE NF-CMDLEN = NF-CMD-PTR - 1
007680     MOVE NF-CALLER  TO CX-CALLER
007690     MOVE NF-CMD     TO CX-CMD
007700     MOVE NF-CMDLEN  TO CX-CMDLEN
007710     CALL 'GXCMDX' USING CX-CTL
007720     IF CX-RESULT = 'OK'
007730        SET NF-CHANNEL-SENT TO TRUE
007740     END-IF.
007750 8800-RUN-COMMAND-EXIT.
007760     EXIT.
007770 9999-EXIT.
007780     GOBACK.
