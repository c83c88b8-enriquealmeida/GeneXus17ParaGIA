000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPWATCH.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - DAILY EXPIRY WATCH    *
000100*                   OVER THE EFFECTIVE-DATED CONFIGURATION  *
000110*                   ROWS (SECAUTH GRANTS, NOTICES, THE      *
000120*                   ONCALL ROSTER, EXCHRATE AGAINST THE     *
000130*                   CURRMST MAXIMUM AGE, NEXT YEAR'S        *
000140*                   HOLCAL AND RUNBKACT APPROVALS) OVER A   *
000150*                   LOOKAHEAD IN BUSINESS DAYS - ONE        *
000160*                   EXPRPT REPORT GROUPED BY OWNER, AND AN  *
000170*                   ALERTS ROW FOR EVERY GAP THAT WILL      *
000180*                   BREAK SOMETHING                         *
000182*   2026-10-15  RH  CURRMST CARRIES THE MAJOR AND MINOR     *
000184*                   UNIT NAMES FOR AMOUNTS IN WORDS         *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-ISERIES.
000230 OBJECT-COMPUTER.   IBM-ISERIES.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT COMPCTL    ASSIGN TO DATABASE-COMPCTL
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS  IS EW-FS-COMPCTL.
000290     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS RANDOM
000320         RECORD KEY   IS BUSDATE-COMPANY
000330         FILE STATUS  IS EW-FS-BUSDATE.
000340     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS EW-FS-HOLCAL.
000370     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS EW-FS-SECAUTH.
000400     SELECT NOTICES    ASSIGN TO DATABASE-NOTICES
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS SEQUENTIAL
000430         RECORD KEY   IS NOTICES-ID
000440         FILE STATUS  IS EW-FS-NOTICES.
000450     SELECT ONCALL     ASSIGN TO DATABASE-ONCALL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS  IS EW-FS-ONCALL.
000480     SELECT COMPCURR   ASSIGN TO DATABASE-COMPCURR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS COMPCURR-COMPANY
000520         FILE STATUS  IS EW-FS-COMPCURR.
000530     SELECT CURRMST    ASSIGN TO DATABASE-CURRMST
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS EW-FS-CURRMST.
000560     SELECT EXCHRATE   ASSIGN TO DATABASE-EXCHRATE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS  IS EW-FS-EXCHRATE.
000590     SELECT RUNBKACT   ASSIGN TO DATABASE-RUNBKACT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE  IS SEQUENTIAL
000620         RECORD KEY   IS RUNBKACT-KEY
000630         FILE STATUS  IS EW-FS-RUNBKACT.
000640     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS DYNAMIC
000670         RECORD KEY   IS ALERTS-KEY
000680         FILE STATUS  IS EW-FS-ALERTS.
000690     SELECT EXPRPT     ASSIGN TO DATABASE-EXPRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS  IS EW-FS-EXPRPT.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  COMPCTL.
000750 01  COMPCTL-RECORD.
000760     05 COMPCTL-COMPANY          PIC  X(003).
000770 FD  BUSDATE.
000780 01  BUSDATE-RECORD.
000790     05 BUSDATE-COMPANY          PIC  X(003).
000800     05 BUSDATE-CURRENT          PIC  9(008).
000810     05 BUSDATE-PREVIOUS         PIC  9(008).
000820     05 BUSDATE-LOC              PIC  X(010).
000830     05 BUSDATE-ROLLED-BY        PIC  X(010).
000840     05 BUSDATE-ROLLED-TS        PIC  X(026).
000850 FD  HOLCAL.
000860 01  HOLCAL-RECORD.
000870     05 HOLCAL-DATE.
000880        10 HOLCAL-YY             PIC  9(004).
000890        10 HOLCAL-MM             PIC  9(002).
000900        10 HOLCAL-DD             PIC  9(002).
000910     05 HOLCAL-LOC               PIC  X(010).
000920     05 HOLCAL-DESC              PIC  X(030).
000930*----------------------------------------------------------*
000940* AN EFFTO OF ZERO IS A STANDING GRANT                      *
000950*----------------------------------------------------------*
000960 FD  SECAUTH.
000970 01  SECAUTH-RECORD.
000980     05 SECAUTH-USER             PIC  X(010).
000990     05 SECAUTH-PGM              PIC  X(010).
001000     05 SECAUTH-ACTION           PIC  X(001).
001010     05 SECAUTH-EFFTO            PIC  9(008).
001020     05 SECAUTH-FOUREYES         PIC  X(001).
001030 FD  NOTICES.
001040 01  NOTICES-RECORD.
001050     05 NOTICES-ID.
001060        10 NOTICES-ID-MARK       PIC  X(001).
001070        10 NOTICES-ID-USER       PIC  X(009).
001080     05 NOTICES-FROM-DATE        PIC  9(008).
001090     05 NOTICES-TO-DATE          PIC  9(008).
001100     05 NOTICES-SEVERITY         PIC  9(001).
001110     05 NOTICES-GROUP            PIC  X(010).
001120     05 NOTICES-TEXT             PIC  X(074).
001130 FD  ONCALL.
001140 01  ONCALL-RECORD.
001150     05 ONCALL-KEY.
001160        10 ONCALL-FROM-DATE      PIC  9(008).
001170        10 ONCALL-OPERATOR       PIC  X(010).
001180     05 ONCALL-TO-DATE           PIC  9(008).
001190     05 ONCALL-SHIFT-START       PIC  9(004).
001200     05 ONCALL-SHIFT-END         PIC  9(004).
001210     05 ONCALL-SEVFLOOR          PIC  9(001).
001220 FD  COMPCURR.
001230 01  COMPCURR-RECORD.
001240     05 COMPCURR-COMPANY         PIC  X(003).
001250     05 COMPCURR-BASE            PIC  X(003).
001260     05 COMPCURR-GAIN-ACCT       PIC  X(010).
001270     05 COMPCURR-LOSS-ACCT       PIC  X(010).
001280     05 COMPCURR-SERIES          PIC  X(010).
001290 FD  CURRMST.
001300 01  CURRMST-RECORD.
001310     05 CURRMST-CODE             PIC  X(003).
001320     05 CURRMST-DECS             PIC  9(001).
001330     05 CURRMST-SYMBOL           PIC  X(003).
001340     05 CURRMST-ROUND            PIC  X(001).
001350     05 CURRMST-MAXAGE           PIC  9(003).
001360     05 CURRMST-COMPANY          PIC  X(003).
001362     05 CURRMST-MAJOR-WORD       PIC  X(015).
001364     05 CURRMST-MINOR-WORD       PIC  X(015).
001370 FD  EXCHRATE.
001380 01  EXCHRATE-RECORD.
001390     05 EXCHRATE-FROM            PIC  X(003).
001400     05 EXCHRATE-TO              PIC  X(003).
001410     05 EXCHRATE-EFF             PIC  9(008).
001420     05 EXCHRATE-RATE            PIC S9(007)V9(007) COMP-3.
001430*----------------------------------------------------------*
001440* APPROVAL: WHO SIGNED THE ACTION OFF AND THE LAST DAY THE  *
001450* SIGN-OFF HOLDS (ZERO = STANDING APPROVAL)                 *
001460*----------------------------------------------------------*
001470 FD  RUNBKACT.
001480 01  RUNBKACT-RECORD.
001490     05 RUNBKACT-KEY.
001500        10 RUNBKACT-TYPE         PIC  X(010).
001510        10 RUNBKACT-SOURCE       PIC  X(010).
001520        10 RUNBKACT-DETAIL       PIC  X(030).
001530     05 RUNBKACT-CMD             PIC  X(200).
001540     05 RUNBKACT-MAXTRY          PIC  9(002).
001550     05 RUNBKACT-APPR-BY         PIC  X(010).
001560     05 RUNBKACT-APPR-TO         PIC  9(008).
001570 FD  ALERTS.
001580 01  ALERTS-RECORD.
001590     05 ALERTS-KEY.
001600        10 ALERTS-TYPE           PIC  X(010).
001610        10 ALERTS-SOURCE         PIC  X(010).
001620        10 ALERTS-DETAIL         PIC  X(030).
001630     05 ALERTS-STATUS            PIC  X(001).
001640        88 ALERTS-NEW                            VALUE 'N'.
001650        88 ALERTS-ACKNOWLEDGED                    VALUE 'A'.
001660        88 ALERTS-RESOLVED                        VALUE 'R'.
001670     05 ALERTS-SEVERITY          PIC  9(001).
001680     05 ALERTS-VALUE             PIC S9(009) COMP-3.
001690     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
001700     05 ALERTS-RAISED-TS         PIC  X(026).
001710     05 ALERTS-BREACHES          PIC S9(004) COMP-3.
001720     05 ALERTS-ACK-USER          PIC  X(010).
001730     05 ALERTS-ACK-TS            PIC  X(026).
001740     05 ALERTS-RES-TS            PIC  X(026).
001750     05 ALERTS-BUSAGE            PIC S9(009) COMP-3.
001760     05 ALERTS-ACT-STATUS        PIC  X(001).
001770     05 ALERTS-ACT-TRIES         PIC S9(003) COMP-3.
001780     05 ALERTS-ACT-TS            PIC  X(026).
001790 FD  EXPRPT.
001800 01  EXPRPT-LINE                 PIC  X(080).
001810 WORKING-STORAGE SECTION.
001820 77  EW-FS-COMPCTL               PIC  X(002).
001830 77  EW-FS-BUSDATE               PIC  X(002).
001840 77  EW-FS-HOLCAL                PIC  X(002).
001850 77  EW-FS-SECAUTH               PIC  X(002).
001860 77  EW-FS-NOTICES               PIC  X(002).
001870 77  EW-FS-ONCALL                PIC  X(002).
001880 77  EW-FS-COMPCURR              PIC  X(002).
001890 77  EW-FS-CURRMST               PIC  X(002).
001900 77  EW-FS-EXCHRATE              PIC  X(002).
001910 77  EW-FS-RUNBKACT              PIC  X(002).
001920 77  EW-FS-ALERTS                PIC  X(002).
001930 77  EW-FS-EXPRPT                PIC  X(002).
001940 77  EW-EOF-SW                   PIC  X(001)     VALUE 'N'.
001950     88 EW-AT-EOF                                VALUE 'Y'.
001960 01  EW-COMPANY                  PIC  X(003) VALUE SPACES.
001970 01  EW-LOC                      PIC  X(010) VALUE SPACES.
001980 01  EW-BASE                     PIC  X(003) VALUE SPACES.
001990*----------------------------------------------------------*
002000* THE LOOKAHEAD IS COUNTED IN BUSINESS DAYS FROM THE        *
002010* BUSINESS DATE - A WEEK OF WORKDAYS, SO FRIDAY'S RUN STILL *
002020* SEES THE WHOLE OF NEXT WEEK.  NEXT YEAR'S HOLIDAY         *
002030* CALENDAR IS CHASED FROM EW-HOL-LEAD-MONTHS BEFORE YEAR    *
002040* END, AND ALERTED ONCE THE LOOKAHEAD CROSSES INTO IT       *
002050*----------------------------------------------------------*
002060 77  EW-LOOKAHEAD                PIC S9(003) COMP-3 VALUE 5.
002070 77  EW-HOL-LEAD-MONTHS          PIC S9(003) COMP-3 VALUE 3.
002080 77  EW-WD-SEEN                  PIC S9(003) COMP-3.
002090 77  EW-TODAY-NUM                PIC S9(009) COMP-3.
002100 77  EW-HORIZON-NUM              PIC S9(009) COMP-3.
002110 77  EW-WALK-NUM                 PIC S9(009) COMP-3.
002120 77  EW-STALE-NUM                PIC S9(009) COMP-3.
002130 77  EW-AGE-DAYS                 PIC S9(009) COMP-3.
002140 77  EW-I                        PIC S9(004) COMP-3.
002150 77  EW-J                        PIC S9(004) COMP-3.
002160 77  EW-K                        PIC S9(004) COMP-3.
002170 77  EW-H                        PIC S9(003) COMP-3.
002180 77  EW-H-FROM                   PIC S9(003) COMP-3.
002190 77  EW-H-TO                     PIC S9(003) COMP-3.
002200 77  EW-GAP-FROM                 PIC S9(003) COMP-3.
002210 77  EW-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
002220 77  EW-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
002230 77  EW-NEXT-YEAR-HOLS           PIC S9(005) COMP-3 VALUE 0.
002240 77  EW-WORKDAY-SW               PIC  X(001).
002250     88 EW-IS-WORKDAY                            VALUE 'Y'.
002260     88 EW-NOT-WORKDAY                            VALUE 'N'.
002270 77  EW-PRINTED-SW               PIC  X(001).
002280     88 EW-OWNER-PRINTED                         VALUE 'Y'.
002290     88 EW-OWNER-NOT-PRINTED                      VALUE 'N'.
002300 01  EW-TODAY-DATE.
002310     05 EW-TODAY-YY              PIC  9(004).
002320     05 EW-TODAY-MM              PIC  9(002).
002330     05 EW-TODAY-DD              PIC  9(002).
002340 01  EW-TODAY-DATE-N REDEFINES EW-TODAY-DATE
002350                                 PIC  9(008).
002360 01  EW-SYS-DATE                 PIC  9(008).
002370 01  EW-PREV-DATE                PIC  9(008) VALUE 0.
002380 01  EW-HORIZON-DATE             PIC  9(008).
002390 01  EW-NEXT-YEAR                PIC  9(004).
002400 01  EW-NOW-TS                   PIC  X(026).
002410 01  EW-NOW-TIME.
002420     05 EW-NOW-HH                PIC  9(002).
002430     05 EW-NOW-MIN               PIC  9(002).
002440     05 EW-NOW-SS                PIC  9(002).
002450     05 EW-NOW-HS                PIC  9(002).
002460*----------------------------------------------------------*
002470* DAY-NUMBER ARITHMETIC, AS DEADLGEN                        *
002480*----------------------------------------------------------*
002490 01  EW-DTON-DATE.
002500     05 EW-DTON-YY               PIC  9(004).
002510     05 EW-DTON-MM               PIC  9(002).
002520     05 EW-DTON-DD               PIC  9(002).
002530 01  EW-DTON-DATE-N REDEFINES EW-DTON-DATE
002540                                 PIC  9(008).
002550 01  EW-DTON-DW.
002560     05 EW-DW-YY                 PIC S9(005) COMP-3.
002570     05 EW-DW-MM                 PIC S9(003) COMP-3.
002580     05 EW-DW-DD                 PIC S9(003) COMP-3.
002590 77  EW-DTON-D                   PIC S9(003) COMP-3.
002600 77  EW-DTON-L4                  PIC S9(005) COMP-3.
002610 77  EW-DTON-L100                PIC S9(005) COMP-3.
002620 77  EW-DTON-L400                PIC S9(005) COMP-3.
002630 77  EW-DTON-NUM                 PIC S9(009) COMP-3.
002640 77  EW-WD-TMP                   PIC S9(009) COMP-3.
002650 77  EW-WD-Q                     PIC S9(009) COMP-3.
002660 77  EW-WD                       PIC S9(003) COMP-3.
002670 77  EW-CHK-NUM                  PIC S9(009) COMP-3.
002680 01  EW-OUT-DATE.
002690     05 EW-OUT-YY                PIC  9(004).
002700     05 EW-OUT-MM                PIC  9(002).
002710     05 EW-OUT-DD                PIC  9(002).
002720 01  EW-OUT-DATE-N REDEFINES EW-OUT-DATE
002730                                 PIC  9(008).
002740 01  EW-HOL-TABLE.
002750     05 EW-HOL-NUM OCCURS 60     PIC S9(009) COMP-3.
002760*----------------------------------------------------------*
002770* ONCALL COVERAGE - ONE HOUR MAP PER CALENDAR DAY FROM THE  *
002780* BUSINESS DATE TO THE HORIZON; Y = SOME ROSTER ROW COVERS  *
002790* THE HOUR                                                  *
002800*----------------------------------------------------------*
002810 77  EW-DAY-COUNT                PIC S9(003) COMP-3 VALUE 0.
002820 77  EW-MAX-DAYS                 PIC S9(003) COMP-3 VALUE 31.
002830 01  EW-DAY-TABLE.
002840     05 EW-DAY OCCURS 31.
002850        10 EW-DAY-DATE           PIC  9(008).
002860        10 EW-DAY-MAP            PIC  X(024).
002870 01  EW-GAP-HH1                  PIC  9(002).
002880 01  EW-GAP-HH2                  PIC  9(002).
002890*----------------------------------------------------------*
002900* CURRENCIES IN USE BY THE COMPANY AND THE NEWEST RATE INTO *
002910* THE BASE CURRENCY EFFECTIVE BY TODAY AND BY THE HORIZON   *
002920*----------------------------------------------------------*
002930 77  EW-CUR-COUNT                PIC S9(003) COMP-3 VALUE 0.
002940 77  EW-MAX-CURS                 PIC S9(003) COMP-3 VALUE 30.
002950 01  EW-CUR-TABLE.
002960     05 EW-CUR OCCURS 30.
002970        10 EW-CUR-CODE           PIC  X(003).
002980        10 EW-CUR-MAXAGE         PIC  9(003).
002990        10 EW-CUR-EFF-NOW        PIC  9(008).
003000        10 EW-CUR-EFF-AHEAD      PIC  9(008).
003010*----------------------------------------------------------*
003020* OWNERS IN REPORT ORDER, AND THE OWNER OF EACH FILE        *
003030*----------------------------------------------------------*
003040 01  EW-OWNER-NAMES.
003050     05 FILLER                   PIC  X(010) VALUE 'SECURITY'.
003060     05 FILLER                   PIC  X(010) VALUE 'OPERATIONS'.
003070     05 FILLER                   PIC  X(010) VALUE 'TREASURY'.
003080     05 FILLER                   PIC  X(010) VALUE 'CALENDAR'.
003090 01  EW-OWNER-TABLE REDEFINES EW-OWNER-NAMES.
003100     05 EW-OWNER-NAME OCCURS 4   PIC  X(010).
003110 77  EW-OWNER-COUNT              PIC S9(003) COMP-3 VALUE 4.
003120 01  EW-CAT-OWNERS.
003130     05 FILLER                   PIC  X(009) VALUE 'SECAUTH 1'.
003140     05 FILLER                   PIC  X(009) VALUE 'NOTICES 2'.
003150     05 FILLER                   PIC  X(009) VALUE 'ONCALL  2'.
003160     05 FILLER                   PIC  X(009) VALUE 'RUNBKACT2'.
003170     05 FILLER                   PIC  X(009) VALUE 'EXCHRATE3'.
003180     05 FILLER                   PIC  X(009) VALUE 'COMPCURR3'.
003190     05 FILLER                   PIC  X(009) VALUE 'HOLCAL  4'.
003200 01  EW-CAT-TABLE REDEFINES EW-CAT-OWNERS.
003210     05 EW-CAT OCCURS 7.
003220        10 EW-CAT-NAME           PIC  X(008).
003230        10 EW-CAT-OWNER          PIC  9(001).
003240 77  EW-CAT-COUNT                PIC S9(003) COMP-3 VALUE 7.
003250*----------------------------------------------------------*
003260* FINDINGS, COLLECTED ACROSS THE SCANS AND PRINTED BY OWNER *
003270* STATUS: E = EXPIRING SOON, L = ALREADY LAPSED, G = GAP    *
003280*----------------------------------------------------------*
003290 77  EW-FND-COUNT                PIC S9(004) COMP-3 VALUE 0.
003300 77  EW-MAX-FNDS                 PIC S9(004) COMP-3 VALUE 500.
003310 77  EW-FND-DROPPED              PIC S9(005) COMP-3 VALUE 0.
003320 01  EW-FND-TABLE.
003330     05 EW-FND OCCURS 500.
003340        10 EW-FND-OWNER          PIC  9(001).
003350        10 EW-FND-STATUS         PIC  X(001).
003360        10 EW-FND-CAT            PIC  X(008).
003370        10 EW-FND-KEY            PIC  X(030).
003380        10 EW-FND-DATE           PIC  9(008).
003390        10 EW-FND-TEXT           PIC  X(022).
003400 01  EW-NEW-FINDING.
003410     05 EW-NEW-STATUS            PIC  X(001).
003420        88 EW-NEW-EXPIRING                       VALUE 'E'.
003430        88 EW-NEW-LAPSED                          VALUE 'L'.
003440        88 EW-NEW-GAP                             VALUE 'G'.
003450     05 EW-NEW-CAT               PIC  X(008).
003460     05 EW-NEW-KEY               PIC  X(030).
003470     05 EW-NEW-DATE              PIC  9(008).
003480     05 EW-NEW-TEXT              PIC  X(022).
003490*----------------------------------------------------------*
003500* ALERT RAISED WITH THE FINDING WHEN THE GAP WILL BREAK     *
003510* SOMETHING - THE DETAIL IS THE CONDITION KEY               *
003520*----------------------------------------------------------*
003530 01  EW-NEW-ALERT-SW             PIC  X(001).
003540     88 EW-NEW-ALERTS                            VALUE 'Y'.
003550     88 EW-NEW-NO-ALERT                           VALUE 'N'.
003560 01  EW-NEW-DETAIL               PIC  X(030).
003570 77  EW-UPS-VALUE                PIC S9(009) COMP-3.
003580 77  EW-UPS-THRESHOLD            PIC S9(009) COMP-3.
003590 77  EW-ALERT-SW                 PIC  X(001).
003600     88 EW-ALERT-ON-FILE                         VALUE 'Y'.
003610     88 EW-ALERT-NOT-ON-FILE                      VALUE 'N'.
003620 77  EW-EXPIRING-CNT             PIC S9(005) COMP-3 VALUE 0.
003630 77  EW-LAPSED-CNT               PIC S9(005) COMP-3 VALUE 0.
003640 77  EW-GAP-CNT                  PIC S9(005) COMP-3 VALUE 0.
003650 77  EW-ALERT-CNT                PIC S9(005) COMP-3 VALUE 0.
003660 77  EW-OWNER-ITEMS              PIC S9(005) COMP-3.
003670 77  EW-PTR                      PIC S9(003) COMP-3.
003680*----------------------------------------------------------*
003690* REPORT LINES                                              *
003700*----------------------------------------------------------*
003710 01  EW-HDG-LINE-1.
003720     05 FILLER                   PIC  X(050)
003730        VALUE 'CONFIGURATION EXPIRY WATCH'.
003740 01  EW-HDG-LINE-2.
003750     05 FILLER                   PIC  X(009) VALUE 'STATUS'.
003760     05 FILLER                   PIC  X(009) VALUE 'FILE'.
003770     05 FILLER                   PIC  X(031) VALUE 'ITEM'.
003780     05 FILLER                   PIC  X(009) VALUE 'DATE'.
003790     05 FILLER                   PIC  X(022) VALUE 'DETAIL'.
003800 01  EW-OWN-LINE.
003810     05 FILLER                   PIC  X(007) VALUE 'OWNER: '.
003820     05 EW-OWN-NAME              PIC  X(010).
003830     05 FILLER                   PIC  X(002) VALUE SPACES.
003840     05 EW-OWN-ITEMS             PIC  ZZZZ9.
003850     05 FILLER                   PIC  X(008) VALUE ' ITEM(S)'.
003860     05 FILLER                   PIC  X(048) VALUE SPACES.
003870 01  EW-DTL-LINE.
003880     05 EW-DTL-STATUS            PIC  X(008).
003890     05 FILLER                   PIC  X(001) VALUE SPACE.
003900     05 EW-DTL-CAT               PIC  X(008).
003910     05 FILLER                   PIC  X(001) VALUE SPACE.
003920     05 EW-DTL-KEY               PIC  X(030).
003930     05 FILLER                   PIC  X(001) VALUE SPACE.
003940     05 EW-DTL-DATE              PIC  X(008).
003950     05 FILLER                   PIC  X(001) VALUE SPACE.
003960     05 EW-DTL-TEXT              PIC  X(022).
003970 01  EW-DTL-DATE-N               PIC  9(008).
003980 01  EW-SUM-LINE.
003990     05 FILLER                   PIC  X(009) VALUE 'EXPIRING '.
004000     05 EW-SUM-EXPIRING          PIC  ZZZZ9.
004010     05 FILLER                   PIC  X(009) VALUE '  LAPSED '.
004020     05 EW-SUM-LAPSED            PIC  ZZZZ9.
004030     05 FILLER                   PIC  X(007) VALUE '  GAPS '.
004040     05 EW-SUM-GAPS              PIC  ZZZZ9.
004050     05 FILLER                   PIC  X(009) VALUE '  ALERTS '.
004060     05 EW-SUM-ALERTS            PIC  ZZZZ9.
004070     05 FILLER                   PIC  X(010) VALUE '  HORIZON '.
004080     05 EW-SUM-HORIZON           PIC  9(008).
004090     05 FILLER                   PIC  X(008) VALUE SPACES.
004100 01  EW-DROP-LINE.
004110     05 FILLER                   PIC  X(031)
004120        VALUE 'FINDINGS NOT LISTED (TABLE FULL'.
004130     05 FILLER                   PIC  X(003) VALUE '): '.
004140     05 EW-DROP-COUNT            PIC  ZZZZ9.
004150     05 FILLER                   PIC  X(041) VALUE SPACES.
004160 01  EW-NONE-LINE.
004170     05 FILLER                   PIC  X(040)
004180        VALUE 'NOTHING EXPIRING, LAPSED OR UNCOVERED'.
004190     05 FILLER                   PIC  X(040)
004200        VALUE ' WITHIN THE HORIZON'.
004210*----------------------------------------------------------*
004220* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
004230* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
004240*----------------------------------------------------------*
004250 01  RW-CTL.
004260     05 RW-FUNC                  PIC  X(001).
004270     05 RW-TITLE                 PIC  X(050).
004280     05 RW-TITLE-ID              PIC  X(010).
004290     05 RW-LANG                  PIC  X(003).
004300     05 RW-COLS                  PIC  X(080).
004310     05 RW-LINE                  PIC  X(080).
004320     05 RW-PAGE-SIZE             PIC  9(003).
004330 01  RW-OUT.
004340     05 RW-OUT-COUNT             PIC  9(001).
004350     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
004360 77  RW-X                        PIC S9(003) COMP-3.
004370 PROCEDURE DIVISION.
004380 0000-MAINLINE.
004390     PERFORM 1000-INITIALIZE
004400         THRU 1000-INITIALIZE-EXIT
004410     PERFORM 1100-LOAD-HOLCAL
004420         THRU 1100-LOAD-HOLCAL-EXIT
004430     PERFORM 1200-SET-HORIZON
004440         THRU 1200-SET-HORIZON-EXIT
004450     PERFORM 2000-SCAN-SECAUTH
004460         THRU 2000-SCAN-SECAUTH-EXIT
004470     PERFORM 2500-SCAN-NOTICES
004480         THRU 2500-SCAN-NOTICES-EXIT
004490     PERFORM 3000-CHECK-ONCALL
004500         THRU 3000-CHECK-ONCALL-EXIT
004510     PERFORM 4000-CHECK-RATES
004520         THRU 4000-CHECK-RATES-EXIT
004530     PERFORM 5000-CHECK-HOLCAL
004540         THRU 5000-CHECK-HOLCAL-EXIT
004550     PERFORM 5500-SCAN-RUNBKACT
004560         THRU 5500-SCAN-RUNBKACT-EXIT
004570     PERFORM 6000-PRINT-REPORT
004580         THRU 6000-PRINT-REPORT-EXIT
004590     PERFORM 9000-TERMINATE
004600         THRU 9000-TERMINATE-EXIT
004610     GO TO 9999-EXIT.
004620*----------------------------------------------------------*
004630* 1000-INITIALIZE - OPEN FILES, FIX THE BUSINESS DATE       *
004640*----------------------------------------------------------*
004650 1000-INITIALIZE.
004660     OPEN INPUT  COMPCTL
004670     OPEN INPUT  BUSDATE
004680     OPEN INPUT  HOLCAL
004690     OPEN INPUT  SECAUTH
004700     OPEN INPUT  NOTICES
004710     OPEN INPUT  ONCALL
004720     OPEN INPUT  COMPCURR
004730     OPEN INPUT  CURRMST
004740     OPEN INPUT  EXCHRATE
004750     OPEN INPUT  RUNBKACT
004760     OPEN I-O    ALERTS
004770     OPEN OUTPUT EXPRPT
004780     ACCEPT EW-TODAY-DATE FROM DATE YYYYMMDD
004790     ACCEPT EW-NOW-TIME   FROM TIME
004800     MOVE EW-TODAY-DATE-N TO EW-SYS-DATE
004810     MOVE SPACES TO EW-NOW-TS
004820     STRING EW-TODAY-YY '-' EW-TODAY-MM '-' EW-TODAY-DD '-'
004830            EW-NOW-HH '.' EW-NOW-MIN '.' EW-NOW-SS '.000000'
004840            DELIMITED BY SIZE INTO EW-NOW-TS
004850     READ COMPCTL
004860         AT END
004870            CONTINUE
004880         NOT AT END
004890            MOVE COMPCTL-COMPANY TO EW-COMPANY
004900     END-READ
004910     MOVE EW-HDG-LINE-1 TO RW-TITLE
004920     MOVE 'EXPRPT' TO RW-TITLE-ID
004930     MOVE SPACES TO RW-LANG
004940     MOVE EW-HDG-LINE-2 TO RW-COLS
004950     MOVE 60 TO RW-PAGE-SIZE
004960     MOVE 'I' TO RW-FUNC
004970     PERFORM 8900-RW-PUT
004980         THRU 8900-RW-PUT-EXIT
004990     IF EW-FS-BUSDATE NOT = '00'
005000        GO TO 1000-INITIALIZE-EXIT
005010     END-IF
005020     MOVE EW-COMPANY TO BUSDATE-COMPANY
005030     READ BUSDATE
005040         INVALID KEY
005050            MOVE SPACES TO BUSDATE-COMPANY
005060            READ BUSDATE
005070                INVALID KEY
005080                   MOVE 0 TO BUSDATE-CURRENT
005090            END-READ
005100     END-READ
005110     IF BUSDATE-CURRENT NOT = 0
005120        MOVE BUSDATE-CURRENT  TO EW-TODAY-DATE-N
005130        MOVE BUSDATE-PREVIOUS TO EW-PREV-DATE
005140        MOVE BUSDATE-LOC      TO EW-LOC
005150     END-IF.
005160 1000-INITIALIZE-EXIT.
005170     EXIT.
005180*----------------------------------------------------------*
005190* 1100-LOAD-HOLCAL - HOLIDAY DAY NUMBERS FOR THE COMPANY'S  *
005200*                    LOCATION (BLANK ROWS SERVE EVERY ONE), *
005210*                    COUNTING NEXT YEAR'S ROWS ON THE WAY   *
005220*----------------------------------------------------------*
005230 1100-LOAD-HOLCAL.
005240     COMPUTE EW-NEXT-YEAR = EW-TODAY-YY + 1
005250     MOVE 'N' TO EW-EOF-SW
005260     PERFORM 1110-READ-HOLCAL
005270         THRU 1110-READ-HOLCAL-EXIT
005280     PERFORM 1120-STORE-HOLIDAY
005290         THRU 1120-STORE-HOLIDAY-EXIT
005300         UNTIL EW-AT-EOF.
005310 1100-LOAD-HOLCAL-EXIT.
005320     EXIT.
005330 1110-READ-HOLCAL.
005340     READ HOLCAL
005350         AT END
005360            SET EW-AT-EOF TO TRUE
005370     END-READ.
005380 1110-READ-HOLCAL-EXIT.
005390     EXIT.
005400 1120-STORE-HOLIDAY.
005410     IF HOLCAL-LOC = SPACES OR HOLCAL-LOC = EW-LOC
005420        IF HOLCAL-YY = EW-NEXT-YEAR
005430           ADD 1 TO EW-NEXT-YEAR-HOLS
005440        END-IF
005450        IF EW-HOL-COUNT < EW-MAX-HOLS
005460           MOVE HOLCAL-DATE TO EW-DTON-DATE
005470           PERFORM 8000-DATE-TO-DAYNUM
005480               THRU 8000-DATE-TO-DAYNUM-EXIT
005490           ADD 1 TO EW-HOL-COUNT
005500           MOVE EW-DTON-NUM TO EW-HOL-NUM (EW-HOL-COUNT)
005510        END-IF
005520     END-IF
005530     PERFORM 1110-READ-HOLCAL
005540         THRU 1110-READ-HOLCAL-EXIT.
005550 1120-STORE-HOLIDAY-EXIT.
005560     EXIT.
005570*----------------------------------------------------------*
005580* 1200-SET-HORIZON - WALK FORWARD FROM THE BUSINESS DATE    *
005590*                    UNTIL EW-LOOKAHEAD WORKDAYS HAVE BEEN  *
005600*                    PASSED; THAT DAY IS THE HORIZON        *
005610*----------------------------------------------------------*
005620 1200-SET-HORIZON.
005630     MOVE EW-TODAY-DATE TO EW-DTON-DATE
005640     PERFORM 8000-DATE-TO-DAYNUM
005650         THRU 8000-DATE-TO-DAYNUM-EXIT
005660     MOVE EW-DTON-NUM TO EW-TODAY-NUM
005670     MOVE EW-TODAY-NUM TO EW-WALK-NUM
005680     MOVE 0 TO EW-WD-SEEN
005690     PERFORM 1210-WALK-ONE-DAY
005700         THRU 1210-WALK-ONE-DAY-EXIT
005710         UNTIL EW-WD-SEEN NOT LESS EW-LOOKAHEAD
005720     MOVE EW-WALK-NUM TO EW-HORIZON-NUM
005730     MOVE EW-HORIZON-NUM TO EW-DTON-NUM
005740     PERFORM 8500-DAYNUM-TO-DATE
005750         THRU 8500-DAYNUM-TO-DATE-EXIT
005760     MOVE EW-OUT-DATE-N TO EW-HORIZON-DATE.
005770 1200-SET-HORIZON-EXIT.
005780     EXIT.
005790 1210-WALK-ONE-DAY.
005800     ADD 1 TO EW-WALK-NUM
005810     MOVE EW-WALK-NUM TO EW-CHK-NUM
005820     COMPUTE EW-WD-TMP = EW-CHK-NUM + 1
005830     DIVIDE EW-WD-TMP BY 7 GIVING EW-WD-Q
005840                    REMAINDER EW-WD
005850     PERFORM 8400-IS-WORKDAY-NUM
005860         THRU 8400-IS-WORKDAY-NUM-EXIT
005870     IF EW-IS-WORKDAY
005880        ADD 1 TO EW-WD-SEEN
005890     END-IF.
005900 1210-WALK-ONE-DAY-EXIT.
005910     EXIT.
005920*----------------------------------------------------------*
005930* 2000-SCAN-SECAUTH - GRANTS PAST THEIR EFFTO STILL ON FILE *
005940*                     AND GRANTS ENDING INSIDE THE HORIZON  *
005950*----------------------------------------------------------*
005960 2000-SCAN-SECAUTH.
005970     MOVE 'N' TO EW-EOF-SW
005980     PERFORM 2010-READ-SECAUTH
005990         THRU 2010-READ-SECAUTH-EXIT
006000     PERFORM 2020-CHECK-SECAUTH
006010         THRU 2020-CHECK-SECAUTH-EXIT
006020         UNTIL EW-AT-EOF.
006030 2000-SCAN-SECAUTH-EXIT.
006040     EXIT.
006050 2010-READ-SECAUTH.
006060     READ SECAUTH
006070         AT END
006080            SET EW-AT-EOF TO TRUE
006090     END-READ.
006100 2010-READ-SECAUTH-EXIT.
006110     EXIT.
006120 2020-CHECK-SECAUTH.
006130     IF SECAUTH-EFFTO = 0 OR
006140        SECAUTH-EFFTO GREATER EW-HORIZON-DATE
006150        GO TO 2020-CHECK-SECAUTH-NEXT
006160     END-IF
006170     INITIALIZE EW-NEW-FINDING
006180     MOVE 'SECAUTH' TO EW-NEW-CAT
006190     MOVE 1 TO EW-PTR
006200     STRING SECAUTH-USER   DELIMITED BY SPACE
006210            '/'            DELIMITED BY SIZE
006220            SECAUTH-PGM    DELIMITED BY SPACE
006230            '/'            DELIMITED BY SIZE
006240            SECAUTH-ACTION DELIMITED BY SIZE
006250            INTO EW-NEW-KEY
006260            POINTER EW-PTR
006270     MOVE SECAUTH-EFFTO TO EW-NEW-DATE
006280     IF SECAUTH-EFFTO LESS EW-TODAY-DATE-N
006290        SET EW-NEW-LAPSED TO TRUE
006300        MOVE 'GRANT ENDED' TO EW-NEW-TEXT
006310     ELSE
006320        SET EW-NEW-EXPIRING TO TRUE
006330        MOVE 'GRANT ENDS' TO EW-NEW-TEXT
006340     END-IF
006350     SET EW-NEW-NO-ALERT TO TRUE
006360     PERFORM 7100-ADD-FINDING
006370         THRU 7100-ADD-FINDING-EXIT.
006380 2020-CHECK-SECAUTH-NEXT.
006390     PERFORM 2010-READ-SECAUTH
006400         THRU 2010-READ-SECAUTH-EXIT.
006410 2020-CHECK-SECAUTH-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440* 2500-SCAN-NOTICES - NOTICES COMING DOWN INSIDE THE        *
006450*                     HORIZON, AND THOSE THAT CAME DOWN     *
006460*                     SINCE THE PREVIOUS BUSINESS DATE      *
006470*----------------------------------------------------------*
006480 2500-SCAN-NOTICES.
006490     IF EW-PREV-DATE = 0
006500        MOVE EW-TODAY-DATE-N TO EW-PREV-DATE
006510     END-IF
006520     MOVE 'N' TO EW-EOF-SW
006530     PERFORM 2510-READ-NOTICES
006540         THRU 2510-READ-NOTICES-EXIT
006550     PERFORM 2520-CHECK-NOTICE
006560         THRU 2520-CHECK-NOTICE-EXIT
006570         UNTIL EW-AT-EOF.
006580 2500-SCAN-NOTICES-EXIT.
006590     EXIT.
006600 2510-READ-NOTICES.
006610     READ NOTICES NEXT RECORD
006620         AT END
006630            SET EW-AT-EOF TO TRUE
006640     END-READ.
006650 2510-READ-NOTICES-EXIT.
006660     EXIT.
006670 2520-CHECK-NOTICE.
006680     IF NOTICES-TO-DATE LESS EW-PREV-DATE OR
006690        NOTICES-TO-DATE GREATER EW-HORIZON-DATE
006700        GO TO 2520-CHECK-NOTICE-NEXT
006710     END-IF
006720     INITIALIZE EW-NEW-FINDING
006730     MOVE 'NOTICES' TO EW-NEW-CAT
006740     MOVE 1 TO EW-PTR
006750     STRING NOTICES-ID     DELIMITED BY SPACE
006760            ' '            DELIMITED BY SIZE
006770            NOTICES-GROUP  DELIMITED BY SIZE
006780            INTO EW-NEW-KEY
006790            POINTER EW-PTR
006800     MOVE NOTICES-TO-DATE TO EW-NEW-DATE
006810     MOVE NOTICES-TEXT TO EW-NEW-TEXT
006820     IF NOTICES-TO-DATE LESS EW-TODAY-DATE-N
006830        SET EW-NEW-LAPSED TO TRUE
006840     ELSE
006850        SET EW-NEW-EXPIRING TO TRUE
006860     END-IF
006870     SET EW-NEW-NO-ALERT TO TRUE
006880     PERFORM 7100-ADD-FINDING
006890         THRU 7100-ADD-FINDING-EXIT.
006900 2520-CHECK-NOTICE-NEXT.
006910     PERFORM 2510-READ-NOTICES
006920         THRU 2510-READ-NOTICES-EXIT.
006930 2520-CHECK-NOTICE-EXIT.
006940     EXIT.
006950*----------------------------------------------------------*
006960* 3000-CHECK-ONCALL - LAY EVERY ROSTER ROW OVER AN HOUR MAP *
006970*                     OF EACH DAY TO THE HORIZON THE WAY    *
006980*                     SLAALERT MATCHES THE DUTY OPERATOR (A *
006990*                     SHIFT ENDING BEFORE ITS START SPANS   *
007000*                     MIDNIGHT), THEN REPORT AND ALERT EACH *
007010*                     RUN OF UNCOVERED HOURS                *
007020*----------------------------------------------------------*
007030 3000-CHECK-ONCALL.
007040     COMPUTE EW-DAY-COUNT = EW-HORIZON-NUM - EW-TODAY-NUM + 1
007050     IF EW-DAY-COUNT GREATER EW-MAX-DAYS
007060        MOVE EW-MAX-DAYS TO EW-DAY-COUNT
007070     END-IF
007080     PERFORM VARYING EW-I FROM 1 BY 1
007090             UNTIL EW-I > EW-DAY-COUNT
007100        COMPUTE EW-DTON-NUM = EW-TODAY-NUM + EW-I - 1
007110        PERFORM 8500-DAYNUM-TO-DATE
007120            THRU 8500-DAYNUM-TO-DATE-EXIT
007130        MOVE EW-OUT-DATE-N TO EW-DAY-DATE (EW-I)
007140        MOVE ALL 'N' TO EW-DAY-MAP (EW-I)
007150     END-PERFORM
007160     MOVE 'N' TO EW-EOF-SW
007170     PERFORM 3010-READ-ONCALL
007180         THRU 3010-READ-ONCALL-EXIT
007190     PERFORM 3020-LAY-ROSTER-ROW
007200         THRU 3020-LAY-ROSTER-ROW-EXIT
007210         UNTIL EW-AT-EOF
007220     PERFORM 3100-REPORT-DAY-GAPS
007230         THRU 3100-REPORT-DAY-GAPS-EXIT
007240         VARYING EW-I FROM 1 BY 1
007250         UNTIL EW-I > EW-DAY-COUNT.
007260 3000-CHECK-ONCALL-EXIT.
007270     EXIT.
007280 3010-READ-ONCALL.
007290     READ ONCALL
007300         AT END
007310            SET EW-AT-EOF TO TRUE
007320     END-READ.
007330 3010-READ-ONCALL-EXIT.
007340     EXIT.
007350 3020-LAY-ROSTER-ROW.
007360     PERFORM VARYING EW-I FROM 1 BY 1
007370             UNTIL EW-I > EW-DAY-COUNT
007380        IF EW-DAY-DATE (EW-I) NOT LESS ONCALL-FROM-DATE AND
007390           EW-DAY-DATE (EW-I) NOT GREATER ONCALL-TO-DATE
007400           IF ONCALL-SHIFT-START NOT GREATER ONCALL-SHIFT-END
007410              COMPUTE EW-H-FROM = ONCALL-SHIFT-START / 100
007420              COMPUTE EW-H-TO   = (ONCALL-SHIFT-END - 1) / 100
007430              PERFORM 3030-MARK-HOURS
007440                  THRU 3030-MARK-HOURS-EXIT
007450           ELSE
007460              COMPUTE EW-H-FROM = ONCALL-SHIFT-START / 100
007470              MOVE 23 TO EW-H-TO
007480              PERFORM 3030-MARK-HOURS
007490                  THRU 3030-MARK-HOURS-EXIT
007500              MOVE 0 TO EW-H-FROM
007510              COMPUTE EW-H-TO   = (ONCALL-SHIFT-END - 1) / 100
007520              PERFORM 3030-MARK-HOURS
007530                  THRU 3030-MARK-HOURS-EXIT
007540           END-IF
007550        END-IF
007560     END-PERFORM
007570     PERFORM 3010-READ-ONCALL
007580         THRU 3010-READ-ONCALL-EXIT.
007590 3020-LAY-ROSTER-ROW-EXIT.
007600     EXIT.
007610 3030-MARK-HOURS.
007620     IF EW-H-TO GREATER 23
007630        MOVE 23 TO EW-H-TO
007640     END-IF
007650     PERFORM VARYING EW-H FROM EW-H-FROM BY 1
007660             UNTIL EW-H > EW-H-TO
007670        MOVE 'Y' TO EW-DAY-MAP (EW-I) (EW-H + 1:1)
007680     END-PERFORM.
007690 3030-MARK-HOURS-EXIT.
007700     EXIT.
007710*----------------------------------------------------------*
007720* 3100-REPORT-DAY-GAPS - ONE FINDING AND ONE ALERT PER RUN  *
007730*                        OF UNCOVERED HOURS.  ON THE        *
007740*                        CURRENT CALENDAR DAY THE HOURS     *
007750*                        ALREADY GONE ARE NOT CHASED        *
007760*----------------------------------------------------------*
007770 3100-REPORT-DAY-GAPS.
007780     MOVE 0 TO EW-H-FROM
007790     IF EW-DAY-DATE (EW-I) = EW-SYS-DATE
007800        MOVE EW-NOW-HH TO EW-H-FROM
007810     END-IF
007820     MOVE -1 TO EW-GAP-FROM
007830     PERFORM VARYING EW-H FROM EW-H-FROM BY 1
007840             UNTIL EW-H > 23
007850        IF EW-DAY-MAP (EW-I) (EW-H + 1:1) = 'N'
007860           IF EW-GAP-FROM LESS 0
007870              MOVE EW-H TO EW-GAP-FROM
007880           END-IF
007890        ELSE
007900           IF EW-GAP-FROM NOT LESS 0
007910              COMPUTE EW-H-TO = EW-H - 1
007920              PERFORM 3110-ONCALL-GAP
007930                  THRU 3110-ONCALL-GAP-EXIT
007940              MOVE -1 TO EW-GAP-FROM
007950           END-IF
007960        END-IF
007970     END-PERFORM
007980     IF EW-GAP-FROM NOT LESS 0
007990        MOVE 23 TO EW-H-TO
008000        PERFORM 3110-ONCALL-GAP
008010            THRU 3110-ONCALL-GAP-EXIT
008020     END-IF.
008030 3100-REPORT-DAY-GAPS-EXIT.
008040     EXIT.
008050 3110-ONCALL-GAP.
008060     MOVE EW-GAP-FROM TO EW-GAP-HH1
008070     MOVE EW-H-TO     TO EW-GAP-HH2
008080     INITIALIZE EW-NEW-FINDING
008090     SET EW-NEW-GAP TO TRUE
008100     MOVE 'ONCALL' TO EW-NEW-CAT
008110     MOVE 'DUTY ROSTER' TO EW-NEW-KEY
008120     MOVE EW-DAY-DATE (EW-I) TO EW-NEW-DATE
008130     STRING 'NO OPERATOR ' EW-GAP-HH1 '00-' EW-GAP-HH2 '59'
008140            DELIMITED BY SIZE INTO EW-NEW-TEXT
008150     SET EW-NEW-ALERTS TO TRUE
008160     MOVE SPACES TO EW-NEW-DETAIL
008170     STRING 'NO ONCALL ' EW-DAY-DATE (EW-I) ' '
008180            EW-GAP-HH1 '00-' EW-GAP-HH2 '59'
008190            DELIMITED BY SIZE INTO EW-NEW-DETAIL
008200     COMPUTE EW-UPS-VALUE = EW-H-TO - EW-GAP-FROM + 1
008210     MOVE 0 TO EW-UPS-THRESHOLD
008220     PERFORM 7100-ADD-FINDING
008230         THRU 7100-ADD-FINDING-EXIT.
008240 3110-ONCALL-GAP-EXIT.
008250     EXIT.
008260*----------------------------------------------------------*
008270* 4000-CHECK-RATES - EVERY CURRENCY THE COMPANY USES NEEDS  *
008280*                    A RATE INTO ITS BASE CURRENCY THAT IS  *
008290*                    NOT PAST THE CURRMST MAXIMUM AGE - THE *
008300*                    SAME TEST GXFCURR BLOCKS CONVERSIONS   *
008310*                    ON.  A MISSING OR ALREADY STALE RATE   *
008320*                    IS ALERTED; ONE GOING STALE INSIDE THE *
008330*                    HORIZON WITH NO NEWER ROW LOADED IS    *
008340*                    REPORTED                               *
008350*----------------------------------------------------------*
008360 4000-CHECK-RATES.
008370     MOVE EW-COMPANY TO COMPCURR-COMPANY
008380     READ COMPCURR
008390         INVALID KEY
008400            INITIALIZE EW-NEW-FINDING
008410            SET EW-NEW-GAP TO TRUE
008420            MOVE 'COMPCURR' TO EW-NEW-CAT
008430            STRING 'COMPANY ' EW-COMPANY
008440                   DELIMITED BY SIZE INTO EW-NEW-KEY
008450            MOVE 'NO BASE CURRENCY' TO EW-NEW-TEXT
008460            SET EW-NEW-ALERTS TO TRUE
008470            MOVE SPACES TO EW-NEW-DETAIL
008480            STRING 'NO BASE CURRENCY ' EW-COMPANY
008490                   DELIMITED BY SIZE INTO EW-NEW-DETAIL
008500            MOVE 0 TO EW-UPS-VALUE
008510            MOVE 0 TO EW-UPS-THRESHOLD
008520            PERFORM 7100-ADD-FINDING
008530                THRU 7100-ADD-FINDING-EXIT
008540            GO TO 4000-CHECK-RATES-EXIT
008550     END-READ
008560     MOVE COMPCURR-BASE TO EW-BASE
008570     MOVE 'N' TO EW-EOF-SW
008580     PERFORM 4010-READ-CURRMST
008590         THRU 4010-READ-CURRMST-EXIT
008600     PERFORM 4020-STORE-CURRENCY
008610         THRU 4020-STORE-CURRENCY-EXIT
008620         UNTIL EW-AT-EOF
008630     MOVE 'N' TO EW-EOF-SW
008640     PERFORM 4030-READ-EXCHRATE
008650         THRU 4030-READ-EXCHRATE-EXIT
008660     PERFORM 4040-NOTE-RATE
008670         THRU 4040-NOTE-RATE-EXIT
008680         UNTIL EW-AT-EOF
008690     PERFORM 4100-CHECK-ONE-CURRENCY
008700         THRU 4100-CHECK-ONE-CURRENCY-EXIT
008710         VARYING EW-J FROM 1 BY 1
008720         UNTIL EW-J > EW-CUR-COUNT.
008730 4000-CHECK-RATES-EXIT.
008740     EXIT.
008750 4010-READ-CURRMST.
008760     READ CURRMST
008770         AT END
008780            SET EW-AT-EOF TO TRUE
008790     END-READ.
008800 4010-READ-CURRMST-EXIT.
008810     EXIT.
008820 4020-STORE-CURRENCY.
008830     IF (CURRMST-COMPANY = SPACES OR
008840         CURRMST-COMPANY = EW-COMPANY) AND
008850        CURRMST-CODE NOT = EW-BASE AND
008860        EW-CUR-COUNT LESS EW-MAX-CURS
008870        ADD 1 TO EW-CUR-COUNT
008880        MOVE CURRMST-CODE   TO EW-CUR-CODE      (EW-CUR-COUNT)
008890        MOVE CURRMST-MAXAGE TO EW-CUR-MAXAGE    (EW-CUR-COUNT)
008900        MOVE 0              TO EW-CUR-EFF-NOW   (EW-CUR-COUNT)
008910        MOVE 0              TO EW-CUR-EFF-AHEAD (EW-CUR-COUNT)
008920     END-IF
008930     PERFORM 4010-READ-CURRMST
008940         THRU 4010-READ-CURRMST-EXIT.
008950 4020-STORE-CURRENCY-EXIT.
008960     EXIT.
008970 4030-READ-EXCHRATE.
008980     READ EXCHRATE
008990         AT END
009000            SET EW-AT-EOF TO TRUE
009010     END-READ.
009020 4030-READ-EXCHRATE-EXIT.
009030     EXIT.
009040 4040-NOTE-RATE.
009050     IF EXCHRATE-TO = EW-BASE
009060        PERFORM VARYING EW-J FROM 1 BY 1
009070                UNTIL EW-J > EW-CUR-COUNT
009080           IF EW-CUR-CODE (EW-J) = EXCHRATE-FROM
009090              IF EXCHRATE-EFF NOT GREATER EW-TODAY-DATE-N AND
009100                 EXCHRATE-EFF GREATER EW-CUR-EFF-NOW (EW-J)
009110                 MOVE EXCHRATE-EFF TO EW-CUR-EFF-NOW (EW-J)
009120              END-IF
009130              IF EXCHRATE-EFF NOT GREATER EW-HORIZON-DATE AND
009140                 EXCHRATE-EFF GREATER EW-CUR-EFF-AHEAD (EW-J)
009150                 MOVE EXCHRATE-EFF TO EW-CUR-EFF-AHEAD (EW-J)
009160              END-IF
009170           END-IF
009180        END-PERFORM
009190     END-IF
009200     PERFORM 4030-READ-EXCHRATE
009210         THRU 4030-READ-EXCHRATE-EXIT.
009220 4040-NOTE-RATE-EXIT.
009230     EXIT.
009240 4100-CHECK-ONE-CURRENCY.
009250     INITIALIZE EW-NEW-FINDING
009260     MOVE 'EXCHRATE' TO EW-NEW-CAT
009270     STRING EW-CUR-CODE (EW-J) ' TO ' EW-BASE
009280            DELIMITED BY SIZE INTO EW-NEW-KEY
009290     MOVE EW-CUR-MAXAGE (EW-J) TO EW-UPS-THRESHOLD
009300     IF EW-CUR-EFF-NOW (EW-J) = 0
009310        SET EW-NEW-GAP TO TRUE
009320        MOVE EW-CUR-EFF-AHEAD (EW-J) TO EW-NEW-DATE
009330        IF EW-CUR-EFF-AHEAD (EW-J) = 0
009340           MOVE 'NO RATE ON FILE' TO EW-NEW-TEXT
009350        ELSE
009360           MOVE 'NO RATE UNTIL' TO EW-NEW-TEXT
009370        END-IF
009380        SET EW-NEW-ALERTS TO TRUE
009390        MOVE SPACES TO EW-NEW-DETAIL
009400        STRING 'NO RATE ' EW-CUR-CODE (EW-J) ' TO ' EW-BASE
009410               DELIMITED BY SIZE INTO EW-NEW-DETAIL
009420        MOVE 0 TO EW-UPS-VALUE
009430        PERFORM 7100-ADD-FINDING
009440            THRU 7100-ADD-FINDING-EXIT
009450        GO TO 4100-CHECK-ONE-CURRENCY-EXIT
009460     END-IF
009470     IF EW-CUR-MAXAGE (EW-J) = 0
009480        GO TO 4100-CHECK-ONE-CURRENCY-EXIT
009490     END-IF
009500     MOVE EW-CUR-EFF-NOW (EW-J) TO EW-DTON-DATE-N
009510     PERFORM 8000-DATE-TO-DAYNUM
009520         THRU 8000-DATE-TO-DAYNUM-EXIT
009530     COMPUTE EW-AGE-DAYS = EW-TODAY-NUM - EW-DTON-NUM
009540     IF EW-AGE-DAYS GREATER EW-CUR-MAXAGE (EW-J)
009550        SET EW-NEW-LAPSED TO TRUE
009560        MOVE EW-CUR-EFF-NOW (EW-J) TO EW-NEW-DATE
009570        MOVE 'RATE PAST MAXIMUM AGE' TO EW-NEW-TEXT
009580        SET EW-NEW-ALERTS TO TRUE
009590        MOVE SPACES TO EW-NEW-DETAIL
009600        STRING 'STALE RATE ' EW-CUR-CODE (EW-J) ' TO ' EW-BASE
009610               DELIMITED BY SIZE INTO EW-NEW-DETAIL
009620        MOVE EW-AGE-DAYS TO EW-UPS-VALUE
009630        PERFORM 7100-ADD-FINDING
009640            THRU 7100-ADD-FINDING-EXIT
009650        GO TO 4100-CHECK-ONE-CURRENCY-EXIT
009660     END-IF
009670     MOVE EW-CUR-EFF-AHEAD (EW-J) TO EW-DTON-DATE-N
009680     PERFORM 8000-DATE-TO-DAYNUM
009690         THRU 8000-DATE-TO-DAYNUM-EXIT
009700     COMPUTE EW-STALE-NUM = EW-DTON-NUM + EW-CUR-MAXAGE (EW-J) + 1
009710     IF EW-STALE-NUM GREATER EW-HORIZON-NUM
009720        GO TO 4100-CHECK-ONE-CURRENCY-EXIT
009730     END-IF
009740     MOVE EW-STALE-NUM TO EW-DTON-NUM
009750     PERFORM 8500-DAYNUM-TO-DATE
009760         THRU 8500-DAYNUM-TO-DATE-EXIT
009770     SET EW-NEW-EXPIRING TO TRUE
009780     MOVE EW-OUT-DATE-N TO EW-NEW-DATE
009790     MOVE 'RATE GOES STALE' TO EW-NEW-TEXT
009800     SET EW-NEW-NO-ALERT TO TRUE
009810     PERFORM 7100-ADD-FINDING
009820         THRU 7100-ADD-FINDING-EXIT.
009830 4100-CHECK-ONE-CURRENCY-EXIT.
009840     EXIT.
009850*----------------------------------------------------------*
009860* 5000-CHECK-HOLCAL - NEXT YEAR'S HOLIDAYS MUST BE KEYED    *
009870*                     BEFORE THE WORKDAY ARITHMETIC REACHES *
009880*                     THEM.  REPORTED FROM EW-HOL-LEAD-     *
009890*                     MONTHS OUT, ALERTED ONCE THE HORIZON  *
009900*                     IS INSIDE THE UNCOVERED YEAR          *
009910*----------------------------------------------------------*
009920 5000-CHECK-HOLCAL.
009930     IF EW-NEXT-YEAR-HOLS GREATER 0 OR
009940        EW-TODAY-MM NOT GREATER (12 - EW-HOL-LEAD-MONTHS)
009950        GO TO 5000-CHECK-HOLCAL-EXIT
009960     END-IF
009970     INITIALIZE EW-NEW-FINDING
009980     SET EW-NEW-GAP TO TRUE
009990     MOVE 'HOLCAL' TO EW-NEW-CAT
010000     STRING 'LOCATION ' EW-LOC
010010            DELIMITED BY SIZE INTO EW-NEW-KEY
010020     COMPUTE EW-NEW-DATE = (EW-NEXT-YEAR * 10000) + 101
010030     STRING 'NO HOLIDAYS FOR ' EW-NEXT-YEAR
010040            DELIMITED BY SIZE INTO EW-NEW-TEXT
010050     SET EW-NEW-NO-ALERT TO TRUE
010060     IF EW-HORIZON-DATE (1:4) NOT LESS EW-NEXT-YEAR
010070        SET EW-NEW-ALERTS TO TRUE
010080        MOVE SPACES TO EW-NEW-DETAIL
010090        STRING 'NO HOLIDAYS ' EW-NEXT-YEAR ' ' EW-LOC
010100               DELIMITED BY SIZE INTO EW-NEW-DETAIL
010110        MOVE 0 TO EW-UPS-VALUE
010120        MOVE 0 TO EW-UPS-THRESHOLD
010130     END-IF
010140     PERFORM 7100-ADD-FINDING
010150         THRU 7100-ADD-FINDING-EXIT.
010160 5000-CHECK-HOLCAL-EXIT.
010170     EXIT.
010180*----------------------------------------------------------*
010190* 5500-SCAN-RUNBKACT - RUNBOOK ACTIONS WHOSE APPROVAL HAS   *
010200*                      LAPSED (SLAALERT NO LONGER RUNS     *
010210*                      THEM) OR LAPSES INSIDE THE HORIZON   *
010220*----------------------------------------------------------*
010230 5500-SCAN-RUNBKACT.
010240     MOVE 'N' TO EW-EOF-SW
010250     PERFORM 5510-READ-RUNBKACT
010260         THRU 5510-READ-RUNBKACT-EXIT
010270     PERFORM 5520-CHECK-ACTION
010280         THRU 5520-CHECK-ACTION-EXIT
010290         UNTIL EW-AT-EOF.
010300 5500-SCAN-RUNBKACT-EXIT.
010310     EXIT.
010320 5510-READ-RUNBKACT.
010330     READ RUNBKACT NEXT RECORD
010340         AT END
010350            SET EW-AT-EOF TO TRUE
010360     END-READ.
010370 5510-READ-RUNBKACT-EXIT.
010380     EXIT.
010390 5520-CHECK-ACTION.
010400     IF RUNBKACT-APPR-TO = 0 OR
010410        RUNBKACT-APPR-TO GREATER EW-HORIZON-DATE
010420        GO TO 5520-CHECK-ACTION-NEXT
010430     END-IF
010440     INITIALIZE EW-NEW-FINDING
010450     MOVE 'RUNBKACT' TO EW-NEW-CAT
010460     MOVE 1 TO EW-PTR
010470     STRING RUNBKACT-TYPE   DELIMITED BY SPACE
010480            '/'             DELIMITED BY SIZE
010490            RUNBKACT-SOURCE DELIMITED BY SPACE
010500            '/'             DELIMITED BY SIZE
010510            RUNBKACT-DETAIL DELIMITED BY SIZE
010520            INTO EW-NEW-KEY
010530            POINTER EW-PTR
010540     MOVE RUNBKACT-APPR-TO TO EW-NEW-DATE
010550     IF RUNBKACT-APPR-TO LESS EW-TODAY-DATE-N
010560        SET EW-NEW-LAPSED TO TRUE
010570        MOVE 'APPROVAL LAPSED' TO EW-NEW-TEXT
010580     ELSE
010590        SET EW-NEW-EXPIRING TO TRUE
010600        MOVE 'APPROVAL ENDS' TO EW-NEW-TEXT
010610     END-IF
010620     SET EW-NEW-NO-ALERT TO TRUE
010630     PERFORM 7100-ADD-FINDING
010640         THRU 7100-ADD-FINDING-EXIT.
010650 5520-CHECK-ACTION-NEXT.
010660     PERFORM 5510-READ-RUNBKACT
010670         THRU 5510-READ-RUNBKACT-EXIT.
010680 5520-CHECK-ACTION-EXIT.
010690     EXIT.
010700*----------------------------------------------------------*
010710* 6000-PRINT-REPORT - ONE BLOCK PER OWNER, IN OWNER ORDER,  *
010720*                     FINDINGS IN THE ORDER THEY WERE FOUND *
010730*----------------------------------------------------------*
010740 6000-PRINT-REPORT.
010750     IF EW-FND-COUNT = 0
010760        MOVE EW-NONE-LINE TO RW-LINE
010770        MOVE 'D' TO RW-FUNC
010780        PERFORM 8900-RW-PUT
010790            THRU 8900-RW-PUT-EXIT
010800     END-IF
010810     PERFORM 6100-PRINT-OWNER
010820         THRU 6100-PRINT-OWNER-EXIT
010830         VARYING EW-J FROM 1 BY 1
010840         UNTIL EW-J > EW-OWNER-COUNT
010850     IF EW-FND-DROPPED GREATER 0
010860        MOVE EW-FND-DROPPED TO EW-DROP-COUNT
010870        MOVE EW-DROP-LINE TO RW-LINE
010880        MOVE 'D' TO RW-FUNC
010890        PERFORM 8900-RW-PUT
010900            THRU 8900-RW-PUT-EXIT
010910     END-IF
010920     MOVE EW-EXPIRING-CNT TO EW-SUM-EXPIRING
010930     MOVE EW-LAPSED-CNT   TO EW-SUM-LAPSED
010940     MOVE EW-GAP-CNT      TO EW-SUM-GAPS
010950     MOVE EW-ALERT-CNT    TO EW-SUM-ALERTS
010960     MOVE EW-HORIZON-DATE TO EW-SUM-HORIZON
010970     MOVE EW-SUM-LINE TO RW-LINE
010980     MOVE 'T' TO RW-FUNC
010990     PERFORM 8900-RW-PUT
011000         THRU 8900-RW-PUT-EXIT.
011010 6000-PRINT-REPORT-EXIT.
011020     EXIT.
011030 6100-PRINT-OWNER.
011040     MOVE 0 TO EW-OWNER-ITEMS
011050     PERFORM VARYING EW-I FROM 1 BY 1
011060             UNTIL EW-I > EW-FND-COUNT
011070        IF EW-FND-OWNER (EW-I) = EW-J
011080           ADD 1 TO EW-OWNER-ITEMS
011090        END-IF
011100     END-PERFORM
011110     IF EW-OWNER-ITEMS = 0
011120        GO TO 6100-PRINT-OWNER-EXIT
011130     END-IF
011140     MOVE EW-OWNER-NAME (EW-J) TO EW-OWN-NAME
011150     MOVE EW-OWNER-ITEMS TO EW-OWN-ITEMS
011160     MOVE SPACES TO RW-LINE
011170     MOVE 'D' TO RW-FUNC
011180     PERFORM 8900-RW-PUT
011190         THRU 8900-RW-PUT-EXIT
011200     MOVE EW-OWN-LINE TO RW-LINE
011210     MOVE 'D' TO RW-FUNC
011220     PERFORM 8900-RW-PUT
011230         THRU 8900-RW-PUT-EXIT
011240     PERFORM 6200-PRINT-FINDING
011250         THRU 6200-PRINT-FINDING-EXIT
011260         VARYING EW-I FROM 1 BY 1
011270         UNTIL EW-I > EW-FND-COUNT.
011280 6100-PRINT-OWNER-EXIT.
011290     EXIT.
011300 6200-PRINT-FINDING.
011310     IF EW-FND-OWNER (EW-I) NOT = EW-J
011320        GO TO 6200-PRINT-FINDING-EXIT
011330     END-IF
011340     EVALUATE EW-FND-STATUS (EW-I)
011350        WHEN 'E'
011360           MOVE 'EXPIRING' TO EW-DTL-STATUS
011370        WHEN 'L'
011380           MOVE 'LAPSED'   TO EW-DTL-STATUS
011390        WHEN OTHER
011400           MOVE 'GAP'      TO EW-DTL-STATUS
011410     END-EVALUATE
011420     MOVE EW-FND-CAT (EW-I) TO EW-DTL-CAT
011430     MOVE EW-FND-KEY (EW-I) TO EW-DTL-KEY
011440     IF EW-FND-DATE (EW-I) = 0
011450        MOVE SPACES TO EW-DTL-DATE
011460     ELSE
011470        MOVE EW-FND-DATE (EW-I) TO EW-DTL-DATE-N
011480        MOVE EW-DTL-DATE-N TO EW-DTL-DATE
011490     END-IF
011500     MOVE EW-FND-TEXT (EW-I) TO EW-DTL-TEXT
011510     MOVE EW-DTL-LINE TO RW-LINE
011520     MOVE 'D' TO RW-FUNC
011530     PERFORM 8900-RW-PUT
011540         THRU 8900-RW-PUT-EXIT.
011550 6200-PRINT-FINDING-EXIT.
011560     EXIT.
011570*----------------------------------------------------------*
011580* 7000-UPSERT-ALERT - ONE LIFECYCLE ROW PER CONDITION, THE  *
011590*                     SAME RULES AS SLAALERT: A GAP STILL   *
011600*                     OPEN ON THE NEXT RUN RAISES THE       *
011610*                     SEVERITY, ONE AGAINST A RESOLVED ROW  *
011620*                     STARTS A FRESH CYCLE AT SEVERITY 1    *
011630*----------------------------------------------------------*
011640 7000-UPSERT-ALERT.
011650     MOVE 'EXPIRY'      TO ALERTS-TYPE
011660     MOVE EW-NEW-CAT    TO ALERTS-SOURCE
011670     MOVE EW-NEW-DETAIL TO ALERTS-DETAIL
011680     SET EW-ALERT-NOT-ON-FILE TO TRUE
011690     READ ALERTS RECORD
011700         INVALID KEY
011710            CONTINUE
011720         NOT INVALID KEY
011730            SET EW-ALERT-ON-FILE TO TRUE
011740     END-READ
011750     MOVE EW-UPS-VALUE     TO ALERTS-VALUE
011760     MOVE EW-UPS-THRESHOLD TO ALERTS-THRESHOLD
011770     ADD 1 TO EW-ALERT-CNT
011780     IF EW-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
011790        ADD 1 TO ALERTS-BREACHES
011800        IF ALERTS-SEVERITY LESS 9
011810           ADD 1 TO ALERTS-SEVERITY
011820        END-IF
011830        REWRITE ALERTS-RECORD
011840           INVALID KEY
011850              CONTINUE
011860        END-REWRITE
011870     ELSE
011880        SET  ALERTS-NEW       TO TRUE
011890        MOVE 1                TO ALERTS-SEVERITY
011900        MOVE 1                TO ALERTS-BREACHES
011910        MOVE EW-NOW-TS        TO ALERTS-RAISED-TS
011920        MOVE SPACES           TO ALERTS-ACK-USER
011930        MOVE SPACES           TO ALERTS-ACK-TS
011940        MOVE SPACES           TO ALERTS-RES-TS
011950        MOVE 0                TO ALERTS-BUSAGE
011960        MOVE SPACES           TO ALERTS-ACT-STATUS
011970        MOVE 0                TO ALERTS-ACT-TRIES
011980        MOVE SPACES           TO ALERTS-ACT-TS
011990        IF EW-ALERT-ON-FILE
012000           REWRITE ALERTS-RECORD
012010              INVALID KEY
012020                 CONTINUE
012030           END-REWRITE
012040        ELSE
012050           WRITE ALERTS-RECORD
012060              INVALID KEY
012070                 CONTINUE
012080           END-WRITE
012090        END-IF
012100     END-IF.
012110 7000-UPSERT-ALERT-EXIT.
012120     EXIT.
012130*----------------------------------------------------------*
012140* 7100-ADD-FINDING - FILE EW-NEW-FINDING UNDER ITS OWNER    *
012150*                    AND RAISE ITS ALERT IF IT CARRIES ONE  *
012160*----------------------------------------------------------*
012170 7100-ADD-FINDING.
012180     EVALUATE TRUE
012190        WHEN EW-NEW-EXPIRING
012200           ADD 1 TO EW-EXPIRING-CNT
012210        WHEN EW-NEW-LAPSED
012220           ADD 1 TO EW-LAPSED-CNT
012230        WHEN OTHER
012240           ADD 1 TO EW-GAP-CNT
012250     END-EVALUATE
012260     IF EW-NEW-ALERTS
012270        PERFORM 7000-UPSERT-ALERT
012280            THRU 7000-UPSERT-ALERT-EXIT
012290     END-IF
012300     IF EW-FND-COUNT NOT LESS EW-MAX-FNDS
012310        ADD 1 TO EW-FND-DROPPED
012320        GO TO 7100-ADD-FINDING-EXIT
012330     END-IF
012340     ADD 1 TO EW-FND-COUNT
012350     MOVE EW-NEW-STATUS TO EW-FND-STATUS (EW-FND-COUNT)
012360     MOVE EW-NEW-CAT    TO EW-FND-CAT    (EW-FND-COUNT)
012370     MOVE EW-NEW-KEY    TO EW-FND-KEY    (EW-FND-COUNT)
012380     MOVE EW-NEW-DATE   TO EW-FND-DATE   (EW-FND-COUNT)
012390     MOVE EW-NEW-TEXT   TO EW-FND-TEXT   (EW-FND-COUNT)
012400     MOVE 2 TO EW-FND-OWNER (EW-FND-COUNT)
012410     PERFORM VARYING EW-K FROM 1 BY 1
012420             UNTIL EW-K > EW-CAT-COUNT
012430        IF EW-CAT-NAME (EW-K) = EW-NEW-CAT
012440           MOVE EW-CAT-OWNER (EW-K) TO EW-FND-OWNER (EW-FND-COUNT)
012450        END-IF
012460     END-PERFORM.
012470 7100-ADD-FINDING-EXIT.
012480     EXIT.
012490*----------------------------------------------------------*
012500* 8000-DATE-TO-DAYNUM - EW-DTON-DATE TO A DAY NUMBER, WITH  *
012510*                       EW-WD THE WEEKDAY (0=MON..6=SUN)    *
012520*----------------------------------------------------------*
012530 8000-DATE-TO-DAYNUM.
012540     MOVE EW-DTON-YY TO EW-DW-YY
012550     MOVE EW-DTON-MM TO EW-DW-MM
012560     MOVE EW-DTON-DD TO EW-DW-DD
012570     IF EW-DW-MM GREATER 2
012580        SUBTRACT 3 FROM EW-DW-MM
012590     ELSE
012600        ADD 9 TO EW-DW-MM
012610        SUBTRACT 1 FROM EW-DW-YY
012620     END-IF
012630     COMPUTE EW-DTON-D = ((153 * EW-DW-MM) + 2) / 5
012640     COMPUTE EW-DTON-L4 = EW-DW-YY / 4
012650     COMPUTE EW-DTON-L100 = EW-DW-YY / 100
012660     COMPUTE EW-DTON-L400 = EW-DW-YY / 400
012670     COMPUTE EW-DTON-NUM = EW-DW-YY * 365 +
012680                           EW-DTON-L4 -
012690                           EW-DTON-L100 +
012700                           EW-DTON-L400 +
012710                           EW-DTON-D +
012720                           EW-DW-DD
012730     COMPUTE EW-WD-TMP = EW-DTON-NUM + 1
012740     DIVIDE EW-WD-TMP BY 7 GIVING EW-WD-Q
012750                    REMAINDER EW-WD.
012760 8000-DATE-TO-DAYNUM-EXIT.
012770     EXIT.
012780*----------------------------------------------------------*
012790* 8400-IS-WORKDAY-NUM - EW-CHK-NUM AND EW-WD IN,            *
012800*                       EW-WORKDAY-SW OUT                   *
012810*----------------------------------------------------------*
012820 8400-IS-WORKDAY-NUM.
012830     SET EW-IS-WORKDAY TO TRUE
012840     IF EW-WD = 5 OR EW-WD = 6
012850        SET EW-NOT-WORKDAY TO TRUE
012860     END-IF
012870     IF EW-IS-WORKDAY
012880        PERFORM VARYING EW-I FROM 1 BY 1
012890                UNTIL EW-I > EW-HOL-COUNT OR EW-NOT-WORKDAY
012900           IF EW-HOL-NUM (EW-I) = EW-CHK-NUM
012910              SET EW-NOT-WORKDAY TO TRUE
012920           END-IF
012930        END-PERFORM
012940     END-IF.
012950 8400-IS-WORKDAY-NUM-EXIT.
012960     EXIT.
012970*----------------------------------------------------------*
012980* 8500-DAYNUM-TO-DATE - EW-DTON-NUM BACK TO EW-OUT-DATE,    *
012990*                       THE INVERSE OF 8000                 *
013000*----------------------------------------------------------*
013010 8500-DAYNUM-TO-DATE.
013020     COMPUTE EW-WD-TMP = EW-DTON-NUM - 1
013030     DIVIDE EW-WD-TMP BY 146097 GIVING EW-WD-Q
013040     COMPUTE EW-CHK-NUM = EW-WD-TMP - (EW-WD-Q * 146097)
013050     IF EW-CHK-NUM LESS ZERO
013060        SUBTRACT 1 FROM EW-WD-Q
013070        ADD 146097 TO EW-CHK-NUM
013080     END-IF
013090     MOVE EW-WD-Q TO EW-DTON-L400
013100     DIVIDE EW-CHK-NUM BY 1460 GIVING EW-DTON-L4
013110     DIVIDE EW-CHK-NUM BY 36524 GIVING EW-DTON-L100
013120     DIVIDE EW-CHK-NUM BY 146096 GIVING EW-WD-Q
013130     COMPUTE EW-WD-TMP = EW-CHK-NUM - EW-DTON-L4 +
013140                         EW-DTON-L100 - EW-WD-Q
013150     DIVIDE EW-WD-TMP BY 365 GIVING EW-DTON-D
013160     COMPUTE EW-DW-YY = EW-DTON-D + (EW-DTON-L400 * 400)
013170     DIVIDE EW-DTON-D BY 4 GIVING EW-DTON-L4
013180     DIVIDE EW-DTON-D BY 100 GIVING EW-DTON-L100
013190     COMPUTE EW-WD-TMP = EW-CHK-NUM - (365 * EW-DTON-D)
013200                         - EW-DTON-L4 + EW-DTON-L100
013210     COMPUTE EW-WD-Q = (5 * EW-WD-TMP) + 2
013220     DIVIDE EW-WD-Q BY 153 GIVING EW-DW-MM
013230     COMPUTE EW-WD-Q = (153 * EW-DW-MM) + 2
013240     DIVIDE EW-WD-Q BY 5 GIVING EW-DTON-L4
013250     COMPUTE EW-DW-DD = EW-WD-TMP - EW-DTON-L4 + 1
013260     IF EW-DW-MM LESS 10
013270        COMPUTE EW-DW-MM = EW-DW-MM + 3
013280     ELSE
013290        COMPUTE EW-DW-MM = EW-DW-MM - 9
013300     END-IF
013310     IF EW-DW-MM LESS 3
013320        COMPUTE EW-OUT-YY = EW-DW-YY + 1
013330     ELSE
013340        MOVE EW-DW-YY TO EW-OUT-YY
013350     END-IF
013360     MOVE EW-DW-MM TO EW-OUT-MM
013370     MOVE EW-DW-DD TO EW-OUT-DD.
013380 8500-DAYNUM-TO-DATE-EXIT.
013390     EXIT.
013400 8900-RW-PUT.
013410     CALL 'GXRPTW' USING RW-CTL RW-OUT
013420     PERFORM VARYING RW-X FROM 1 BY 1
013430             UNTIL RW-X > RW-OUT-COUNT
013440        WRITE EXPRPT-LINE FROM RW-OUT-LINE (RW-X)
013450     END-PERFORM.
013460 8900-RW-PUT-EXIT.
013470     EXIT.
013480*----------------------------------------------------------*
013490* 9000-TERMINATE - CLOSE FILES                              *
013500*----------------------------------------------------------*
013510 9000-TERMINATE.
013520     MOVE 'C' TO RW-FUNC
013530     PERFORM 8900-RW-PUT
013540         THRU 8900-RW-PUT-EXIT
013550     CLOSE COMPCTL
013560     CLOSE BUSDATE
013570     CLOSE HOLCAL
013580     CLOSE SECAUTH
013590     CLOSE NOTICES
013600     CLOSE ONCALL
013610     CLOSE COMPCURR
013620     CLOSE CURRMST
013630     CLOSE EXCHRATE
013640     CLOSE RUNBKACT
013650     CLOSE ALERTS
013660     CLOSE EXPRPT.
013670 9000-TERMINATE-EXIT.
013680     EXIT.
013690 9999-EXIT.
013700     STOP RUN.
