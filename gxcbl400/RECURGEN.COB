000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RECURGEN.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - RECURRING POSTING     *
000100*                   GENERATOR.  EVERY ACTIVE RECURTPL       *
000110*                   TEMPLATE (GXFRCUR SCREEN) IS RESOLVED   *
000120*                   AGAINST THE BUSINESS DATE WITH THE      *
000130*                   DEADLGEN RULE VOCABULARY AND WORKDAY    *
000140*                   ARITHMETIC; EACH OCCURRENCE DUE RUNS    *
000150*                   THE SAME CHECKS THE GX400-57 INSERT     *
000160*                   CHAIN APPLIES - AUTHORITY, CLOSED       *
000170*                   PERIOD, THE POSTING EDITS, TRIAL-POST   *
000180*                   JUDGING - AND IS STAGED ON POSTSTG      *
000190*                   UNDER A GX-GETNBR DOCUMENT NUMBER.  THE *
000200*                   RECURLOG REGISTER HOLDS ONE ROW PER     *
000210*                   TEMPLATE AND OCCURRENCE DATE, SO A      *
000220*                   RERUN SKIPS WHAT WAS ALREADY CREATED    *
000230*                   AND RETRIES WHAT WAS REFUSED.  LAST     *
000240*                   MONTH'S OCCURRENCE IS STILL PICKED UP   *
000250*                   WHEN THE RUN FOR ITS DAY WAS MISSED.    *
000260*                   RECGRPT LISTS WHAT WAS CREATED AND WHAT *
000270*                   WAS REFUSED, THROUGH GXRPTW             *
000271*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF  *
000272*                   THE USER THE JOB RUNS UNDER - THE LINE  *
000273*                   FOR A TEMPLATE OF A COMPANY OUTSIDE IT  *
000274*                   IS WITHHELD AND COUNTED; THE RUN ITSELF *
000275*                   IS UNCHANGED                            *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-ISERIES.
000320 OBJECT-COMPUTER.   IBM-ISERIES.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RECGCTL    ASSIGN TO DATABASE-RECGCTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS RG-FS-RECGCTL.
000380     SELECT RECURTPL   ASSIGN TO DATABASE-RECURTPL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS SEQUENTIAL
000410         RECORD KEY   IS RECURTPL-ID
000420         FILE STATUS  IS RG-FS-RECURTPL.
000430     SELECT RECURLOG   ASSIGN TO DATABASE-RECURLOG
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS RANDOM
000460         RECORD KEY   IS RECURLOG-KEY
000470         FILE STATUS  IS RG-FS-RECURLOG.
000480     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS BUSDATE-COMPANY
000520         FILE STATUS  IS RG-FS-BUSDATE.
000530     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS RG-FS-HOLCAL.
000560     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE  IS RANDOM
000590         RECORD KEY   IS SECAUTH-KEY
000600         FILE STATUS  IS RG-FS-SECAUTH.
000610     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE  IS RANDOM
000640         RECORD KEY   IS CLOSESTAT-KEY
000650         FILE STATUS  IS RG-FS-CLOSESTAT.
000660     SELECT NBRASGN    ASSIGN TO DATABASE-NBRASGN
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE  IS RANDOM
000690         RECORD KEY   IS NBRASGN-SERIES
000700         FILE STATUS  IS RG-FS-NBRASGN.
000710     SELECT NBRLOG     ASSIGN TO DATABASE-NBRLOG
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS  IS RG-FS-NBRLOG.
000740     SELECT POSTSTG    ASSIGN TO DATABASE-POSTSTG
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS  IS RG-FS-POSTSTG.
000770     SELECT EDITREG    ASSIGN TO DATABASE-EDITREG
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS  IS RG-FS-EDITREG.
000800     SELECT RECGRPT    ASSIGN TO DATABASE-RECGRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS  IS RG-FS-RECGRPT.
000830 DATA DIVISION.
000840 FILE SECTION.
000850*----------------------------------------------------------*
000860* RUN CONTROL - AN OPTIONAL RUN DATE (ZERO TAKES EACH       *
000870* COMPANY'S BUSINESS DATE) AND THE MODE: T IS A TRIAL-POST  *
000880* REHEARSAL THAT JUDGES EVERY OCCURRENCE DUE BUT POSTS      *
000890* NOTHING AND UPDATES NEITHER REGISTER NOR TEMPLATE         *
000900*----------------------------------------------------------*
000910 FD  RECGCTL.
000920 01  RECGCTL-RECORD.
000930     05 RECGCTL-RUN-DATE         PIC  9(008).
000940     05 RECGCTL-MODE             PIC  X(001).
000950 FD  RECURTPL.
000960 01  RECURTPL-RECORD.
000970     05 RECURTPL-ID              PIC  X(010).
000980     05 RECURTPL-DESC            PIC  X(040).
000990     05 RECURTPL-COMPANY         PIC  X(003).
001000     05 RECURTPL-DR-ACCOUNT      PIC  X(010).
001010     05 RECURTPL-DR-DEPT         PIC  X(010).
001020     05 RECURTPL-CR-ACCOUNT      PIC  X(010).
001030     05 RECURTPL-CR-DEPT         PIC  X(010).
001040     05 RECURTPL-AMOUNT          PIC S9(013)V9(002) COMP-3.
001050     05 RECURTPL-CURRENCY        PIC  X(003).
001060     05 RECURTPL-REFERENCE       PIC  X(030).
001070     05 RECURTPL-SERIES          PIC  X(010).
001080     05 RECURTPL-RULE-TYPE       PIC  X(008).
001090     05 RECURTPL-P1              PIC  9(003).
001100     05 RECURTPL-P2              PIC  9(003).
001110     05 RECURTPL-EVERY           PIC  9(002).
001120     05 RECURTPL-START           PIC  9(008).
001130     05 RECURTPL-END             PIC  9(008).
001140     05 RECURTPL-MAX-COUNT       PIC  9(005).
001150     05 RECURTPL-GEN-COUNT       PIC  9(005).
001160     05 RECURTPL-LAST-DATE       PIC  9(008).
001170     05 RECURTPL-STATUS          PIC  X(001).
001180        88 RECURTPL-ACTIVE                       VALUE 'A'.
001190     05 RECURTPL-OWNER           PIC  X(010).
001200     05 RECURTPL-CHANGED-TS      PIC  X(026).
001210*----------------------------------------------------------*
001220* OCCURRENCE REGISTER - C = CREATED (THE DOCUMENT NUMBER    *
001230* STAGED), R = REFUSED (THE FIRST REASON).  A CREATED ROW   *
001240* IS NEVER GENERATED AGAIN; A REFUSED ROW IS RETRIED        *
001250*----------------------------------------------------------*
001260 FD  RECURLOG.
001270 01  RECURLOG-RECORD.
001280     05 RECURLOG-KEY.
001290        10 RECURLOG-TEMPLATE     PIC  X(010).
001300        10 RECURLOG-OCC-DATE     PIC  9(008).
001310     05 RECURLOG-STATUS          PIC  X(001).
001320        88 RECURLOG-CREATED                      VALUE 'C'.
001330        88 RECURLOG-REFUSED                      VALUE 'R'.
001340     05 RECURLOG-DOCNBR          PIC  X(013).
001350     05 RECURLOG-REASON          PIC  X(060).
001360     05 RECURLOG-USER            PIC  X(010).
001370     05 RECURLOG-TIMESTAMP       PIC  X(026).
001380 FD  BUSDATE.
001390 01  BUSDATE-RECORD.
001400     05 BUSDATE-COMPANY          PIC  X(003).
001410     05 BUSDATE-CURRENT          PIC  9(008).
001420     05 BUSDATE-PREVIOUS         PIC  9(008).
001430     05 BUSDATE-LOC              PIC  X(010).
001440     05 BUSDATE-ROLLED-BY        PIC  X(010).
001450     05 BUSDATE-ROLLED-TS        PIC  X(026).
001460 FD  HOLCAL.
001470 01  HOLCAL-RECORD.
001480     05 HOLCAL-DATE.
001490        10 HOLCAL-YY             PIC  9(004).
001500        10 HOLCAL-MM             PIC  9(002).
001510        10 HOLCAL-DD             PIC  9(002).
001520     05 HOLCAL-LOC               PIC  X(010).
001530     05 HOLCAL-DESC              PIC  X(030).
001540 FD  SECAUTH.
001550 01  SECAUTH-RECORD.
001560     05 SECAUTH-KEY.
001570        10 SECAUTH-USER          PIC  X(010).
001580        10 SECAUTH-PGM           PIC  X(010).
001590        10 SECAUTH-ACTION        PIC  X(001).
001600     05 SECAUTH-EFFTO            PIC  9(008).
001610     05 SECAUTH-FOUREYES         PIC  X(001).
001620 FD  CLOSESTAT.
001630 01  CLOSESTAT-RECORD.
001640     05 CLOSESTAT-KEY.
001650        10 CLOSESTAT-COMPANY     PIC  X(003).
001660        10 CLOSESTAT-PERIOD      PIC  9(006).
001670     05 CLOSESTAT-STATUS         PIC  X(001).
001680        88 CLOSESTAT-OPEN                        VALUE 'O'.
001690        88 CLOSESTAT-CLOSED                       VALUE 'C'.
001700     05 CLOSESTAT-CLOSED-BY      PIC  X(010).
001710     05 CLOSESTAT-CLOSED-TS      PIC  X(026).
001720 FD  NBRASGN.
001730 01  NBRASGN-RECORD.
001740     05 NBRASGN-SERIES           PIC  X(010).
001750     05 NBRASGN-PREFIX           PIC  X(004).
001760     05 NBRASGN-NEXTNBR          PIC  9(009).
001770     05 NBRASGN-ROLLOVER         PIC  9(009).
001780 FD  NBRLOG.
001790 01  NBRLOG-RECORD.
001800     05 NBRLOG-SERIES            PIC  X(010).
001810     05 NBRLOG-NBR               PIC  9(009).
001820     05 NBRLOG-TIMESTAMP         PIC  X(026).
001830     05 NBRLOG-USER              PIC  X(010).
001840     05 NBRLOG-PGM               PIC  X(010).
001850*----------------------------------------------------------*
001860* POSTING STAGING - ONE ROW PER DOCUMENT LINE, CONSUMED BY  *
001870* THE POSTING PROGRAM'S INSERT CHAIN THE WAY IMPOUT IS      *
001880*----------------------------------------------------------*
001890 FD  POSTSTG.
001900 01  POSTSTG-RECORD.
001910     05 POSTSTG-DOCNBR           PIC  X(013).
001920     05 POSTSTG-LINE             PIC  9(003).
001930     05 POSTSTG-COMPANY          PIC  X(003).
001940     05 POSTSTG-DATE             PIC  9(008).
001950     05 POSTSTG-ACCOUNT          PIC  X(010).
001960     05 POSTSTG-DEPT             PIC  X(010).
001970     05 POSTSTG-DC               PIC  X(001).
001980     05 POSTSTG-AMOUNT           PIC S9(013)V9(002) COMP-3.
001990     05 POSTSTG-CURRENCY         PIC  X(003).
002000     05 POSTSTG-FC-AMOUNT        PIC S9(013)V9(002) COMP-3.
002010     05 POSTSTG-SOURCE           PIC  X(010).
002020     05 POSTSTG-REFERENCE        PIC  X(030).
002030     05 POSTSTG-REVERSE          PIC  X(001).
002040     05 POSTSTG-USER             PIC  X(010).
002050     05 POSTSTG-TIMESTAMP        PIC  X(026).
002060*----------------------------------------------------------*
002070* TRIAL-POST EDIT REGISTER - THE GXFTRLP LAYOUT             *
002080*----------------------------------------------------------*
002090 FD  EDITREG.
002100 01  EDITREG-RECORD.
002110     05 EDITREG-TIMESTAMP        PIC  X(026).
002120     05 EDITREG-PGM              PIC  X(010).
002130     05 EDITREG-KEY              PIC  X(030).
002140     05 EDITREG-MSGID            PIC  X(007).
002150     05 EDITREG-TEXT             PIC  X(080).
002160 FD  RECGRPT.
002170 01  RECGRPT-LINE                PIC  X(080).
002180 WORKING-STORAGE SECTION.
002190 77  RG-FS-RECGCTL               PIC  X(002).
002200 77  RG-FS-RECURTPL              PIC  X(002).
002210 77  RG-FS-RECURLOG              PIC  X(002).
002220 77  RG-FS-BUSDATE               PIC  X(002).
002230 77  RG-FS-HOLCAL                PIC  X(002).
002240 77  RG-FS-SECAUTH               PIC  X(002).
002250 77  RG-FS-CLOSESTAT             PIC  X(002).
002260 77  RG-FS-NBRASGN               PIC  X(002).
002270 77  RG-FS-NBRLOG                PIC  X(002).
002280 77  RG-FS-POSTSTG               PIC  X(002).
002290 77  RG-FS-EDITREG               PIC  X(002).
002300 77  RG-FS-RECGRPT               PIC  X(002).
002310 77  RG-EOF-SW                   PIC  X(001)     VALUE 'N'.
002320     88 RG-AT-EOF                                VALUE 'Y'.
002330 77  RG-LOG-SW                   PIC  X(001).
002340     88 RG-LOG-FOUND                             VALUE 'Y'.
002350     88 RG-LOG-NOT-FOUND                          VALUE 'N'.
002360 77  RG-TPL-SW                   PIC  X(001).
002370     88 RG-TPL-CHANGED                           VALUE 'Y'.
002380     88 RG-TPL-UNCHANGED                          VALUE 'N'.
002390 77  RG-CREATED                  PIC S9(007) COMP-3 VALUE 0.
002400 77  RG-REFUSED                  PIC S9(007) COMP-3 VALUE 0.
002410 77  RG-SKIPPED                  PIC S9(007) COMP-3 VALUE 0.
002415 77  RG-WITHHELD                 PIC S9(007) COMP-3 VALUE 0.
002420 77  RG-TEMPLATES                PIC S9(007) COMP-3 VALUE 0.
002430 77  RG-CREATED-AMT              PIC S9(013)V9(002) COMP-3
002440                                                 VALUE 0.
002450 77  RG-I                        PIC S9(004) COMP-3.
002460 77  RG-MONTH-IX                 PIC S9(003) COMP-3.
002470 77  RG-MONTHS                   PIC S9(005) COMP-3.
002480 77  RG-MONTHS-Q                 PIC S9(005) COMP-3.
002490 77  RG-MONTHS-R                 PIC S9(003) COMP-3.
002500 77  RG-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
002510 77  RG-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
002520 77  RG-WORK-YY                  PIC S9(005) COMP-3.
002530 77  RG-WORK-MM                  PIC S9(003) COMP-3.
002540 77  RG-MONTH-LEN                PIC S9(003) COMP-3.
002550 77  RG-TARGET-DD                PIC S9(003) COMP-3.
002560 77  RG-WD-NEEDED                PIC S9(003) COMP-3.
002570 77  RG-WD-SEEN                  PIC S9(003) COMP-3.
002580 77  RG-TARGET-SW                PIC  X(001).
002590     88 RG-TARGET-FOUND                          VALUE 'Y'.
002600     88 RG-TARGET-NOT-FOUND                       VALUE 'N'.
002610 77  RG-WORKDAY-SW               PIC  X(001).
002620     88 RG-IS-WORKDAY                            VALUE 'Y'.
002630     88 RG-NOT-WORKDAY                            VALUE 'N'.
002640 01  RG-MODE                     PIC  X(001)     VALUE 'P'.
002650 01  RG-BD-COMPANY               PIC  X(003)
002660                                         VALUE HIGH-VALUES.
002670 01  RG-BD-DATE                  PIC  9(008)     VALUE 0.
002680 01  RG-TODAY-DATE.
002690     05 RG-TODAY-YY              PIC  9(004).
002700     05 RG-TODAY-MM              PIC  9(002).
002710     05 RG-TODAY-DD              PIC  9(002).
002720 01  RG-TODAY-N REDEFINES RG-TODAY-DATE
002730                                 PIC  9(008).
002740 01  RG-NOW-TIME.
002750     05 RG-NOW-HH                PIC  9(002).
002760     05 RG-NOW-MIN               PIC  9(002).
002770     05 RG-NOW-SS                PIC  9(002).
002780     05 RG-NOW-HS                PIC  9(002).
002790 01  RG-NOW-TS                   PIC  X(026).
002800*----------------------------------------------------------*
002810* THE DATE THE TEMPLATE IS JUDGED AS OF, AND ITS START DATE *
002820*----------------------------------------------------------*
002830 01  RG-RUN-DATE.
002840     05 RG-RUN-YY                PIC  9(004).
002850     05 RG-RUN-MM                PIC  9(002).
002860     05 RG-RUN-DD                PIC  9(002).
002870 01  RG-RUN-N REDEFINES RG-RUN-DATE
002880                                 PIC  9(008).
002890 01  RG-START-DATE.
002900     05 RG-START-YY              PIC  9(004).
002910     05 RG-START-MM              PIC  9(002).
002920     05 RG-START-DD              PIC  9(002).
002930 01  RG-START-N REDEFINES RG-START-DATE
002940                                 PIC  9(008).
002950*----------------------------------------------------------*
002960* DAY-NUMBER AND WORKDAY WORK FIELDS - THE DEADLGEN SET     *
002970*----------------------------------------------------------*
002980 01  RG-DTON-DATE.
002990     05 RG-DTON-YY               PIC  9(004).
003000     05 RG-DTON-MM               PIC  9(002).
003010     05 RG-DTON-DD               PIC  9(002).
003020 01  RG-DTON-DW.
003030     05 RG-DW-YY                 PIC S9(005) COMP-3.
003040     05 RG-DW-MM                 PIC S9(003) COMP-3.
003050     05 RG-DW-DD                 PIC S9(003) COMP-3.
003060 77  RG-DTON-D                   PIC S9(003) COMP-3.
003070 77  RG-DTON-L4                  PIC S9(005) COMP-3.
003080 77  RG-DTON-L100                PIC S9(005) COMP-3.
003090 77  RG-DTON-L400                PIC S9(005) COMP-3.
003100 77  RG-DTON-NUM                 PIC S9(009) COMP-3.
003110 77  RG-WD-TMP                   PIC S9(009) COMP-3.
003120 77  RG-WD-Q                     PIC S9(009) COMP-3.
003130 77  RG-WD                       PIC S9(003) COMP-3.
003140 77  RG-CHK-NUM                  PIC S9(009) COMP-3.
003150 77  RG-R4                       PIC S9(003) COMP-3.
003160 77  RG-R100                     PIC S9(003) COMP-3.
003170 77  RG-R400                     PIC S9(003) COMP-3.
003180 01  RG-MONTH-DAYS-INIT.
003190     05 FILLER                   PIC S9(003) VALUE 31.
003200     05 FILLER                   PIC S9(003) VALUE 28.
003210     05 FILLER                   PIC S9(003) VALUE 31.
003220     05 FILLER                   PIC S9(003) VALUE 30.
003230     05 FILLER                   PIC S9(003) VALUE 31.
003240     05 FILLER                   PIC S9(003) VALUE 30.
003250     05 FILLER                   PIC S9(003) VALUE 31.
003260     05 FILLER                   PIC S9(003) VALUE 31.
003270     05 FILLER                   PIC S9(003) VALUE 30.
003280     05 FILLER                   PIC S9(003) VALUE 31.
003290     05 FILLER                   PIC S9(003) VALUE 30.
003300     05 FILLER                   PIC S9(003) VALUE 31.
003310 01  RG-MONTH-DAYS REDEFINES RG-MONTH-DAYS-INIT.
003320     05 RG-MONTH-DAY OCCURS 12   PIC S9(003).
003330 01  RG-HOL-TABLE.
003340     05 RG-HOL-NUM OCCURS 60     PIC S9(009) COMP-3.
003350 01  RG-OUT-DATE.
003360     05 RG-OUT-YY                PIC  9(004).
003370     05 RG-OUT-MM                PIC  9(002).
003380     05 RG-OUT-DD                PIC  9(002).
003390 01  RG-OUT-DATE-N REDEFINES RG-OUT-DATE
003400                                 PIC  9(008).
003410*----------------------------------------------------------*
003420* MESSAGES QUEUED AGAINST ONE OCCURRENCE, AS THE GXCPUMSG   *
003430* QUEUE HOLDS THEM FOR AN ONLINE INSERT                     *
003440*----------------------------------------------------------*
003450 77  RG-MSG-COUNT                PIC S9(003) COMP-3 VALUE 0.
003460 77  RG-MSG-MAX                  PIC S9(003) COMP-3 VALUE 5.
003470 01  RG-MSG-NEW-ID               PIC  X(007).
003480 01  RG-MSG-NEW-TEXT             PIC  X(060).
003490 01  RG-MSG-TABLE.
003500     05 RG-MSG-ENTRY OCCURS 5.
003510        10 RG-MSG-ID             PIC  X(007).
003520        10 RG-MSG-TEXT           PIC  X(060).
003530*----------------------------------------------------------*
003540* GX-AUTH-SW / GX-CLSC-SW / GX-TRIAL-SW - SAME SWITCH       *
003550* SHAPES THE RUNTIME FRAGMENTS GXFAUTH, GXFCLSC AND GXFTRLP *
003560* DECLARE, KEPT UNDER THEIR LIBRARY NAMES SO THE CHAIN      *
003570* BELOW STAYS RECOGNIZABLE AGAINST GX400-57 (SEE CSVIMPRT)  *
003580*----------------------------------------------------------*
003590 01  GX-AUTH-SW                  PIC S9(001) COMP-3.
003600     88 GX-AUTH-ALLOWED                          VALUE 0.
003610     88 GX-AUTH-DENIED                            VALUE 1.
003620 01  GX-CLSC-DATE                PIC  9(008).
003630 01  GX-CLSC-PERIOD              PIC  9(006).
003640 01  GX-CLSC-SW                  PIC S9(001) COMP-3.
003650     88 GX-CLSC-PERIOD-OPEN                      VALUE 0.
003660     88 GX-CLSC-PERIOD-CLOSED                     VALUE 1.
003670 01  GX-TRIAL-SW                 PIC S9(001) COMP-3 VALUE 0.
003680     88 GX-TRIAL-ACTIVE                          VALUE 1.
003690     88 GX-TRIAL-INACTIVE                         VALUE 0.
003700 01  GX-TRIAL-KEY                PIC  X(030).
003710 77  GX-TRIAL-CHECKED            PIC S9(007) COMP-3 VALUE 0.
003720 77  GX-TRIAL-FAILED             PIC S9(007) COMP-3 VALUE 0.
003730 77  GX-TRIAL-I                  PIC S9(003) COMP-3.
003740*----------------------------------------------------------*
003750* GX-NBRA - THE GXFNBRA DOCUMENT-NUMBER WORK FIELDS         *
003760*----------------------------------------------------------*
003770 01  GX-NBRA-SERIES              PIC  X(010).
003780 01  GX-NBRA-NBR                 PIC  9(009).
003790 01  GX-NBRA-NBR-A               PIC  9(009).
003800 01  GX-NBRA-FULL                PIC  X(013).
003810 77  GX-NBRA-TRIES               PIC S9(004) COMP-3.
003820 77  GX-LOCK-MAX                 PIC S9(004) COMP-3 VALUE 10.
003830 01  GX-NBRA-RESULT-SW           PIC S9(001) COMP-3.
003840     88 GX-NBRA-OK                               VALUE 0.
003850     88 GX-NBRA-FAILED                            VALUE 1.
003860 01  GX-NBRA-DONE-SW             PIC S9(001) COMP-3.
003870     88 GX-NBRA-DONE                             VALUE 1.
003880     88 GX-NBRA-NOT-DONE                          VALUE 0.
003890 01  RG-TITLE-LINE.
003900     05 FILLER                   PIC  X(030)
003910                VALUE 'RECURRING POSTING GENERATION  '.
003920     05 RG-TTL-MODE              PIC  X(011).
003930     05 FILLER                   PIC  X(009) VALUE SPACES.
003940 01  RG-COLS-LINE.
003950     05 FILLER                   PIC  X(024) VALUE
003960                                       'TEMPLATE   OCCURS   CO'.
003970     05 FILLER                   PIC  X(013) VALUE
003980                                       '       AMOUNT'.
003990     05 FILLER                   PIC  X(043) VALUE ' RESULT'.
004000 01  RG-DTL-LINE.
004010     05 RG-DTL-ID                PIC  X(010).
004020     05 FILLER                   PIC  X(001) VALUE SPACES.
004030     05 RG-DTL-DATE              PIC  9(008).
004040     05 FILLER                   PIC  X(001) VALUE SPACES.
004050     05 RG-DTL-CO                PIC  X(003).
004060     05 FILLER                   PIC  X(001) VALUE SPACES.
004070     05 RG-DTL-AMT               PIC ZZZZZZZZ9.99-.
004080     05 FILLER                   PIC  X(001) VALUE SPACES.
004090     05 RG-DTL-RESULT            PIC  X(042).
004100 01  RG-SUM-LINE.
004110     05 RG-SUM-LABEL             PIC  X(040).
004120     05 FILLER                   PIC  X(027) VALUE SPACES.
004130     05 RG-SUM-AMT               PIC ZZZZZZZZ9.99-.
004140 01  RG-CNT-LINE.
004150     05 RG-CNT-LABEL             PIC  X(040).
004160     05 FILLER                   PIC  X(031) VALUE SPACES.
004170     05 RG-CNT-VALUE             PIC ZZZ,ZZ9.
004180     05 FILLER                   PIC  X(002) VALUE SPACES.
004190*----------------------------------------------------------*
004200* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
004210* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
004220*----------------------------------------------------------*
004230 01  RW-CTL.
004240     05 RW-FUNC                  PIC  X(001).
004250     05 RW-TITLE                 PIC  X(050).
004260     05 RW-TITLE-ID              PIC  X(010).
004270     05 RW-LANG                  PIC  X(003).
004280     05 RW-COLS                  PIC  X(080).
004290     05 RW-LINE                  PIC  X(080).
004300     05 RW-PAGE-SIZE             PIC  9(003).
004310 01  RW-OUT.
004320     05 RW-OUT-COUNT             PIC  9(001).
004330     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
004340 77  RW-X                        PIC S9(003) COMP-3.
004350 PROCEDURE DIVISION.
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE
004380         THRU 1000-INITIALIZE-EXIT
004390     PERFORM 2000-LOAD-HOLCAL
004400         THRU 2000-LOAD-HOLCAL-EXIT
004410     PERFORM 3000-PROCESS-TEMPLATES
004420         THRU 3000-PROCESS-TEMPLATES-EXIT
004430     PERFORM 6000-PRINT-SUMMARY
004440         THRU 6000-PRINT-SUMMARY-EXIT
004450     PERFORM 9000-TERMINATE
004460         THRU 9000-TERMINATE-EXIT
004470     GO TO 9999-EXIT.
004480*----------------------------------------------------------*
004490* 1000-INITIALIZE - OPEN FILES, THE RUN CONTROL, THE RUN    *
004500*                   TIMESTAMP AND THE REGISTER HEADINGS     *
004510*----------------------------------------------------------*
004520 1000-INITIALIZE.
004530     OPEN INPUT  RECGCTL
004540     OPEN I-O    RECURTPL
004550     OPEN I-O    RECURLOG
004560     OPEN INPUT  BUSDATE
004570     OPEN INPUT  HOLCAL
004580     OPEN INPUT  SECAUTH
004590     OPEN INPUT  CLOSESTAT
004600     OPEN I-O    NBRASGN
004610     OPEN EXTEND NBRLOG
004620     OPEN EXTEND POSTSTG
004630     OPEN EXTEND EDITREG
004640     OPEN OUTPUT RECGRPT
004650     ACCEPT RG-TODAY-DATE FROM DATE YYYYMMDD
004660     ACCEPT RG-NOW-TIME   FROM TIME
004670     MOVE SPACES TO RG-NOW-TS
004680     STRING RG-TODAY-YY '-' RG-TODAY-MM '-' RG-TODAY-DD '-'
004690            RG-NOW-HH '.' RG-NOW-MIN '.' RG-NOW-SS '.000000'
004700            DELIMITED BY SIZE INTO RG-NOW-TS
004710     MOVE 0      TO RECGCTL-RUN-DATE
004720     MOVE SPACES TO RECGCTL-MODE
004730     IF RG-FS-RECGCTL = '00'
004740        READ RECGCTL
004750            AT END
004760               MOVE 0      TO RECGCTL-RUN-DATE
004770               MOVE SPACES TO RECGCTL-MODE
004780        END-READ
004790     END-IF
004800     IF RECGCTL-MODE = 'T'
004810        SET GX-TRIAL-ACTIVE TO TRUE
004820        MOVE 'TRIAL RUN'   TO RG-TTL-MODE
004830     ELSE
004840        SET GX-TRIAL-INACTIVE TO TRUE
004850        MOVE 'POSTING RUN' TO RG-TTL-MODE
004860     END-IF
004870     MOVE RG-TITLE-LINE  TO RW-TITLE
004880     MOVE 'RECGRPT'      TO RW-TITLE-ID
004890     MOVE SPACES         TO RW-LANG
004900     MOVE RG-COLS-LINE   TO RW-COLS
004910     MOVE 60  TO RW-PAGE-SIZE
004920     MOVE 'I' TO RW-FUNC
004930     PERFORM 8900-RW-PUT
004940         THRU 8900-RW-PUT-EXIT.
004950 1000-INITIALIZE-EXIT.
004960     EXIT.
004970*----------------------------------------------------------*
004980* 2000-LOAD-HOLCAL - HOLIDAY DAY NUMBERS, AS DEADLGEN       *
004990*----------------------------------------------------------*
005000 2000-LOAD-HOLCAL.
005010     MOVE 'N' TO RG-EOF-SW
005020     PERFORM 2100-READ-HOLCAL
005030         THRU 2100-READ-HOLCAL-EXIT
005040     PERFORM 2200-STORE-HOLIDAY
005050         THRU 2200-STORE-HOLIDAY-EXIT
005060         UNTIL RG-AT-EOF.
005070 2000-LOAD-HOLCAL-EXIT.
005080     EXIT.
005090 2100-READ-HOLCAL.
005100     READ HOLCAL
005110         AT END
005120            SET RG-AT-EOF TO TRUE
005130     END-READ.
005140 2100-READ-HOLCAL-EXIT.
005150     EXIT.
005160 2200-STORE-HOLIDAY.
005170     IF RG-HOL-COUNT < RG-MAX-HOLS
005180        MOVE HOLCAL-DATE TO RG-DTON-DATE
005190        PERFORM 8000-DATE-TO-DAYNUM
005200            THRU 8000-DATE-TO-DAYNUM-EXIT
005210        ADD 1 TO RG-HOL-COUNT
005220        MOVE RG-DTON-NUM TO RG-HOL-NUM (RG-HOL-COUNT)
005230     END-IF
005240     PERFORM 2100-READ-HOLCAL
005250         THRU 2100-READ-HOLCAL-EXIT.
005260 2200-STORE-HOLIDAY-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290* 3000-PROCESS-TEMPLATES - EVERY ACTIVE TEMPLATE, IN KEY    *
005300*                          ORDER                            *
005310*----------------------------------------------------------*
005320 3000-PROCESS-TEMPLATES.
005330     MOVE 'N' TO RG-EOF-SW
005340     PERFORM 3100-READ-TEMPLATE
005350         THRU 3100-READ-TEMPLATE-EXIT
005360     PERFORM 3200-PROCESS-ONE-TEMPLATE
005370         THRU 3200-PROCESS-ONE-TEMPLATE-EXIT
005380         UNTIL RG-AT-EOF.
005390 3000-PROCESS-TEMPLATES-EXIT.
005400     EXIT.
005410 3100-READ-TEMPLATE.
005420     READ RECURTPL NEXT RECORD
005430         AT END
005440            SET RG-AT-EOF TO TRUE
005450     END-READ.
005460 3100-READ-TEMPLATE-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 3200-PROCESS-ONE-TEMPLATE - LAST MONTH AND THIS MONTH ARE *
005500*                             RESOLVED, SO AN OCCURRENCE    *
005510*                             WHOSE DAY'S RUN WAS MISSED    *
005520*                             STILL POSTS ON THE NEXT RUN   *
005530*----------------------------------------------------------*
005540 3200-PROCESS-ONE-TEMPLATE.
005550     IF NOT RECURTPL-ACTIVE
005560        GO TO 3200-PROCESS-NEXT
005570     END-IF
005580     PERFORM 3250-SET-RUN-DATE
005590         THRU 3250-SET-RUN-DATE-EXIT
005600     IF RECURTPL-START > RG-RUN-N
005610        GO TO 3200-PROCESS-NEXT
005620     END-IF
005630     ADD 1 TO RG-TEMPLATES
005640     MOVE RECURTPL-START TO RG-START-N
005650     SET RG-TPL-UNCHANGED TO TRUE
005660     PERFORM VARYING RG-MONTH-IX FROM -1 BY 1
005670             UNTIL RG-MONTH-IX > 0
005680        COMPUTE RG-WORK-MM = RG-RUN-MM + RG-MONTH-IX
005690        MOVE RG-RUN-YY TO RG-WORK-YY
005700        IF RG-WORK-MM < 1
005710           ADD 12 TO RG-WORK-MM
005720           SUBTRACT 1 FROM RG-WORK-YY
005730        END-IF
005740        PERFORM 3300-RESOLVE-FOR-MONTH
005750            THRU 3300-RESOLVE-FOR-MONTH-EXIT
005760     END-PERFORM
005770     IF RG-TPL-CHANGED
005780        REWRITE RECURTPL-RECORD
005790     END-IF.
005800 3200-PROCESS-NEXT.
005810     PERFORM 3100-READ-TEMPLATE
005820         THRU 3100-READ-TEMPLATE-EXIT.
005830 3200-PROCESS-ONE-TEMPLATE-EXIT.
005840     EXIT.
005850*----------------------------------------------------------*
005860* 3250-SET-RUN-DATE - THE RUN CONTROL DATE WHEN GIVEN, ELSE *
005870*                     THE COMPANY'S BUSDATE BUSINESS DATE   *
005880*                     (THE INSTALLATION ROW WHEN THE        *
005890*                     COMPANY HAS NONE), ELSE THE SYSTEM    *
005900*                     DATE                                  *
005910*----------------------------------------------------------*
005920 3250-SET-RUN-DATE.
005930     IF RECGCTL-RUN-DATE NOT = 0
005940        MOVE RECGCTL-RUN-DATE TO RG-RUN-N
005950        GO TO 3250-SET-RUN-DATE-EXIT
005960     END-IF
005970     IF RECURTPL-COMPANY NOT = RG-BD-COMPANY
005980        MOVE RECURTPL-COMPANY TO RG-BD-COMPANY
005990        MOVE 0 TO RG-BD-DATE
006000        IF RG-FS-BUSDATE = '00'
006010           MOVE RECURTPL-COMPANY TO BUSDATE-COMPANY
006020           READ BUSDATE
006030               INVALID KEY
006040                  MOVE SPACES TO BUSDATE-COMPANY
006050                  READ BUSDATE
006060                      INVALID KEY
006070                         MOVE 0 TO BUSDATE-CURRENT
006080                  END-READ
006090           END-READ
006100           MOVE BUSDATE-CURRENT TO RG-BD-DATE
006110        END-IF
006120     END-IF
006130     IF RG-BD-DATE NOT = 0
006140        MOVE RG-BD-DATE TO RG-RUN-N
006150     ELSE
006160        MOVE RG-TODAY-N TO RG-RUN-N
006170     END-IF.
006180 3250-SET-RUN-DATE-EXIT.
006190     EXIT.
006200*----------------------------------------------------------*
006210* 3300-RESOLVE-FOR-MONTH - THE TEMPLATE'S DATE IN           *
006220*                          RG-WORK-YY/MM, WHEN THE MONTH IS *
006230*                          ONE OF ITS MONTHS                *
006240*----------------------------------------------------------*
006250 3300-RESOLVE-FOR-MONTH.
006260     SET RG-TARGET-NOT-FOUND TO TRUE
006270     IF RECURTPL-EVERY > 1 AND RECURTPL-RULE-TYPE NOT = '*WDAFTQE'
006280        COMPUTE RG-MONTHS = (RG-WORK-YY * 12 + RG-WORK-MM) -
006290                            (RG-START-YY * 12 + RG-START-MM)
006300        IF RG-MONTHS < 0
006310           GO TO 3300-RESOLVE-FOR-MONTH-EXIT
006320        END-IF
006330        DIVIDE RG-MONTHS BY RECURTPL-EVERY GIVING RG-MONTHS-Q
006340                       REMAINDER RG-MONTHS-R
006350        IF RG-MONTHS-R NOT = 0
006360           GO TO 3300-RESOLVE-FOR-MONTH-EXIT
006370        END-IF
006380     END-IF
006390     PERFORM 8200-MONTH-LENGTH
006400         THRU 8200-MONTH-LENGTH-EXIT
006410     EVALUATE RECURTPL-RULE-TYPE
006420        WHEN '*EOMWD'
006430           PERFORM 4000-LAST-WORKDAY
006440               THRU 4000-LAST-WORKDAY-EXIT
006450        WHEN '*NTHDOW'
006460           PERFORM 4100-NTH-DOW
006470               THRU 4100-NTH-DOW-EXIT
006480        WHEN '*NTHWD'
006490           PERFORM 4200-NTH-WORKDAY
006500               THRU 4200-NTH-WORKDAY-EXIT
006510        WHEN '*WDAFTQE'
006520           PERFORM 4300-WD-AFTER-QTR-END
006530               THRU 4300-WD-AFTER-QTR-END-EXIT
006540        WHEN '*FIXED'
006550           PERFORM 4400-FIXED-DAY
006560               THRU 4400-FIXED-DAY-EXIT
006570     END-EVALUATE
006580     IF RG-TARGET-NOT-FOUND
006590        GO TO 3300-RESOLVE-FOR-MONTH-EXIT
006600     END-IF
006610     IF RECURTPL-RULE-TYPE NOT = '*WDAFTQE'
006620        MOVE RG-WORK-YY   TO RG-OUT-YY
006630        MOVE RG-WORK-MM   TO RG-OUT-MM
006640        MOVE RG-TARGET-DD TO RG-OUT-DD
006650     END-IF
006660     PERFORM 3400-CHECK-OCCURRENCE
006670         THRU 3400-CHECK-OCCURRENCE-EXIT.
006680 3300-RESOLVE-FOR-MONTH-EXIT.
006690     EXIT.
006700*----------------------------------------------------------*
006710* 3400-CHECK-OCCURRENCE - DUE WHEN ON OR BEFORE THE RUN     *
006720*                         DATE, INSIDE THE TEMPLATE'S DATE  *
006730*                         RANGE AND COUNT, AND NOT ALREADY  *
006740*                         CREATED                           *
006750*----------------------------------------------------------*
006760 3400-CHECK-OCCURRENCE.
006770     IF RG-OUT-DATE-N < RECURTPL-START OR
006780        RG-OUT-DATE-N > RG-RUN-N
006790        GO TO 3400-CHECK-OCCURRENCE-EXIT
006800     END-IF
006810     IF RECURTPL-END NOT = 0 AND RG-OUT-DATE-N > RECURTPL-END
006820        GO TO 3400-CHECK-OCCURRENCE-EXIT
006830     END-IF
006840     MOVE RECURTPL-ID   TO RECURLOG-TEMPLATE
006850     MOVE RG-OUT-DATE-N TO RECURLOG-OCC-DATE
006860     SET RG-LOG-NOT-FOUND TO TRUE
006870     READ RECURLOG
006880         INVALID KEY
006890            CONTINUE
006900         NOT INVALID KEY
006910            SET RG-LOG-FOUND TO TRUE
006920     END-READ
006930     IF RG-LOG-FOUND AND RECURLOG-CREATED
006940        ADD 1 TO RG-SKIPPED
006950        GO TO 3400-CHECK-OCCURRENCE-EXIT
006960     END-IF
006970     IF RECURTPL-MAX-COUNT NOT = 0 AND
006980        RECURTPL-GEN-COUNT NOT LESS RECURTPL-MAX-COUNT
006990        GO TO 3400-CHECK-OCCURRENCE-EXIT
007000     END-IF
007010     PERFORM 5000-INSERT-CHAIN
007020         THRU 5000-INSERT-CHAIN-EXIT.
007030 3400-CHECK-OCCURRENCE-EXIT.
007040     EXIT.
007050*----------------------------------------------------------*
007060* 4000-LAST-WORKDAY - STEP BACK FROM MONTH END TO THE       *
007070*                     FIRST WORKDAY                         *
007080*----------------------------------------------------------*
007090 4000-LAST-WORKDAY.
007100     MOVE RG-MONTH-LEN TO RG-TARGET-DD
007110     PERFORM 8300-CHECK-WORKDAY
007120         THRU 8300-CHECK-WORKDAY-EXIT
007130     PERFORM UNTIL RG-IS-WORKDAY OR RG-TARGET-DD < 1
007140        SUBTRACT 1 FROM RG-TARGET-DD
007150        IF RG-TARGET-DD > 0
007160           PERFORM 8300-CHECK-WORKDAY
007170               THRU 8300-CHECK-WORKDAY-EXIT
007180        END-IF
007190     END-PERFORM
007200     IF RG-TARGET-DD > 0
007210        SET RG-TARGET-FOUND TO TRUE
007220     END-IF.
007230 4000-LAST-WORKDAY-EXIT.
007240     EXIT.
007250*----------------------------------------------------------*
007260* 4100-NTH-DOW - P1-TH OCCURRENCE OF WEEKDAY P2 (1=MONDAY   *
007270*                .. 7=SUNDAY); SKIPPED WHEN THE MONTH HAS   *
007280*                NO SUCH OCCURRENCE                         *
007290*----------------------------------------------------------*
007300 4100-NTH-DOW.
007310     IF RECURTPL-P1 < 1 OR RECURTPL-P2 < 1 OR RECURTPL-P2 > 7
007320        GO TO 4100-NTH-DOW-EXIT
007330     END-IF
007340     MOVE 1 TO RG-TARGET-DD
007350     PERFORM 8300-CHECK-WORKDAY
007360         THRU 8300-CHECK-WORKDAY-EXIT
007370     COMPUTE RG-TARGET-DD = 1 + RECURTPL-P2 - 1 - RG-WD
007380     IF RG-TARGET-DD < 1
007390        ADD 7 TO RG-TARGET-DD
007400     END-IF
007410     COMPUTE RG-TARGET-DD = RG-TARGET-DD +
007420                            ((RECURTPL-P1 - 1) * 7)
007430     IF RG-TARGET-DD NOT GREATER RG-MONTH-LEN
007440        SET RG-TARGET-FOUND TO TRUE
007450     END-IF.
007460 4100-NTH-DOW-EXIT.
007470     EXIT.
007480*----------------------------------------------------------*
007490* 4200-NTH-WORKDAY - COUNT WORKDAYS FROM THE FIRST OF THE   *
007500*                    MONTH                                  *
007510*----------------------------------------------------------*
007520 4200-NTH-WORKDAY.
007530     IF RECURTPL-P1 < 1
007540        GO TO 4200-NTH-WORKDAY-EXIT
007550     END-IF
007560     MOVE RECURTPL-P1 TO RG-WD-NEEDED
007570     MOVE 0           TO RG-WD-SEEN
007580     PERFORM VARYING RG-TARGET-DD FROM 1 BY 1
007590             UNTIL RG-TARGET-DD > RG-MONTH-LEN OR
007600                   RG-TARGET-FOUND
007610        PERFORM 8300-CHECK-WORKDAY
007620            THRU 8300-CHECK-WORKDAY-EXIT
007630        IF RG-IS-WORKDAY
007640           ADD 1 TO RG-WD-SEEN
007650           IF RG-WD-SEEN = RG-WD-NEEDED
007660              SET RG-TARGET-FOUND TO TRUE
007670              SUBTRACT 1 FROM RG-TARGET-DD
007680           END-IF
007690        END-IF
007700     END-PERFORM.
007710 4200-NTH-WORKDAY-EXIT.
007720     EXIT.
007730*----------------------------------------------------------*
007740* 4300-WD-AFTER-QTR-END - ONLY FIRES IN THE MONTH AFTER A   *
007750*                         QUARTER END; WALKS P1 WORKDAYS    *
007760*                         FORWARD FROM THE QUARTER-END DATE *
007770*----------------------------------------------------------*
007780 4300-WD-AFTER-QTR-END.
007790     IF RG-WORK-MM NOT = 1 AND RG-WORK-MM NOT = 4 AND
007800        RG-WORK-MM NOT = 7 AND RG-WORK-MM NOT = 10
007810        GO TO 4300-WD-AFTER-QTR-END-EXIT
007820     END-IF
007830     IF RECURTPL-P1 < 1
007840        GO TO 4300-WD-AFTER-QTR-END-EXIT
007850     END-IF
007860     MOVE RG-WORK-YY TO RG-DTON-YY
007870     MOVE RG-WORK-MM TO RG-DTON-MM
007880     MOVE 1          TO RG-DTON-DD
007890     PERFORM 8000-DATE-TO-DAYNUM
007900         THRU 8000-DATE-TO-DAYNUM-EXIT
007910     SUBTRACT 1 FROM RG-DTON-NUM
007920     MOVE 0 TO RG-WD-SEEN
007930     PERFORM UNTIL RG-WD-SEEN = RECURTPL-P1
007940        ADD 1 TO RG-DTON-NUM
007950        MOVE RG-DTON-NUM TO RG-CHK-NUM
007960        COMPUTE RG-WD-TMP = RG-CHK-NUM + 1
007970        DIVIDE RG-WD-TMP BY 7 GIVING RG-WD-Q
007980                       REMAINDER RG-WD
007990        PERFORM 8400-IS-WORKDAY-NUM
008000            THRU 8400-IS-WORKDAY-NUM-EXIT
008010        IF RG-IS-WORKDAY
008020           ADD 1 TO RG-WD-SEEN
008030        END-IF
008040     END-PERFORM
008050     PERFORM 8500-DAYNUM-TO-DATE
008060         THRU 8500-DAYNUM-TO-DATE-EXIT
008070     SET RG-TARGET-FOUND TO TRUE.
008080 4300-WD-AFTER-QTR-END-EXIT.
008090     EXIT.
008100*----------------------------------------------------------*
008110* 4400-FIXED-DAY - DAY P1, PULLED BACK TO THE PRIOR WORKDAY *
008120*----------------------------------------------------------*
008130 4400-FIXED-DAY.
008140     IF RECURTPL-P1 < 1
008150        GO TO 4400-FIXED-DAY-EXIT
008160     END-IF
008170     MOVE RECURTPL-P1 TO RG-TARGET-DD
008180     IF RG-TARGET-DD > RG-MONTH-LEN
008190        MOVE RG-MONTH-LEN TO RG-TARGET-DD
008200     END-IF
008210     PERFORM 8300-CHECK-WORKDAY
008220         THRU 8300-CHECK-WORKDAY-EXIT
008230     PERFORM UNTIL RG-IS-WORKDAY OR RG-TARGET-DD < 1
008240        SUBTRACT 1 FROM RG-TARGET-DD
008250        IF RG-TARGET-DD > 0
008260           PERFORM 8300-CHECK-WORKDAY
008270               THRU 8300-CHECK-WORKDAY-EXIT
008280        END-IF
008290     END-PERFORM
008300     IF RG-TARGET-DD > 0
008310        SET RG-TARGET-FOUND TO TRUE
008320     END-IF.
008330 4400-FIXED-DAY-EXIT.
008340     EXIT.
008350*----------------------------------------------------------*
008360* 5000-INSERT-CHAIN - THE GX400-57 ORDER: AUTHORITY AND     *
008370*                     CLOSED PERIOD, THEN THE POSTING EDITS *
008380*                     WHEN THOSE PASS; A TRIAL RUN JUDGES   *
008390*                     AND STOPS THERE, A POSTING RUN TAKES  *
008400*                     THE DOCUMENT NUMBER AND STAGES THE    *
008410*                     DOCUMENT OR RECORDS THE REFUSAL       *
008420*----------------------------------------------------------*
008430 5000-INSERT-CHAIN.
008440     MOVE 0 TO RG-MSG-COUNT
008450     MOVE SPACES TO GX-TRIAL-KEY
008460     STRING RECURTPL-ID ' ' RG-OUT-DATE-N
008470            DELIMITED BY SIZE INTO GX-TRIAL-KEY
008480     MOVE RECURTPL-ID      TO RG-DTL-ID
008490     MOVE RG-OUT-DATE-N    TO RG-DTL-DATE
008500     MOVE RECURTPL-COMPANY TO RG-DTL-CO
008510     MOVE RECURTPL-AMOUNT  TO RG-DTL-AMT
008520     PERFORM GX-CHECK-AUTHORITY
008530         THRU GX-CHECK-AUTHORITY-EXIT
008540     IF GX-AUTH-DENIED
008550        MOVE 'GXRCAUT' TO RG-MSG-NEW-ID
008560        MOVE 'TEMPLATE OWNER NOT AUTHORIZED TO POST'
008570          TO RG-MSG-NEW-TEXT
008580        PERFORM 5900-QUEUE-MSG
008590            THRU 5900-QUEUE-MSG-EXIT
008600     END-IF
008610     MOVE RG-OUT-DATE-N TO GX-CLSC-DATE
008620     PERFORM GX-CHECK-CLOSED-PERIOD
008630         THRU GX-CHECK-CLOSED-PERIOD-EXIT
008640     IF GX-CLSC-PERIOD-CLOSED
008650        MOVE 'GXRCCLS' TO RG-MSG-NEW-ID
008660        MOVE 'POSTING PERIOD IS CLOSED' TO RG-MSG-NEW-TEXT
008670        PERFORM 5900-QUEUE-MSG
008680            THRU 5900-QUEUE-MSG-EXIT
008690     END-IF
008700     IF RG-MSG-COUNT = 0
008710        PERFORM 5100-EDIT-POSTING
008720            THRU 5100-EDIT-POSTING-EXIT
008730     END-IF
008740     IF GX-TRIAL-ACTIVE
008750        PERFORM GX-TRIAL-JUDGE
008760            THRU GX-TRIAL-JUDGE-EXIT
008770        IF RG-MSG-COUNT = 0
008780           MOVE 'TRIAL - WOULD BE CREATED' TO RG-DTL-RESULT
008790        ELSE
008800           MOVE SPACES TO RG-DTL-RESULT
008810           STRING 'TRIAL - ' RG-MSG-TEXT (1)
008820                  DELIMITED BY SIZE INTO RG-DTL-RESULT
008830        END-IF
008840        PERFORM 5500-PUT-DETAIL
008850            THRU 5500-PUT-DETAIL-EXIT
008880        GO TO 5000-INSERT-CHAIN-EXIT
008890     END-IF
008900     IF RG-MSG-COUNT = 0
008910        PERFORM 5200-POST-OCCURRENCE
008920            THRU 5200-POST-OCCURRENCE-EXIT
008930     END-IF
008940     IF RG-MSG-COUNT > 0
008950        PERFORM 5300-REFUSE-OCCURRENCE
008960            THRU 5300-REFUSE-OCCURRENCE-EXIT
008970     END-IF.
008980 5000-INSERT-CHAIN-EXIT.
008990     EXIT.
009000*----------------------------------------------------------*
009010* 5100-EDIT-POSTING - THE TEMPLATE IS RE-EDITED AT POSTING  *
009020*                     TIME; A ROW LOADED AROUND THE SCREEN  *
009030*                     GETS NO FURTHER THAN IT WOULD ONLINE  *
009040*----------------------------------------------------------*
009050 5100-EDIT-POSTING.
009060     IF RECURTPL-COMPANY = SPACES
009070        MOVE 'GXRCCMP' TO RG-MSG-NEW-ID
009080        MOVE 'TEMPLATE CARRIES NO COMPANY' TO RG-MSG-NEW-TEXT
009090        PERFORM 5900-QUEUE-MSG
009100            THRU 5900-QUEUE-MSG-EXIT
009110     END-IF
009120     IF RECURTPL-DR-ACCOUNT = SPACES OR
009130        RECURTPL-CR-ACCOUNT = SPACES
009140        MOVE 'GXRCACC' TO RG-MSG-NEW-ID
009150        MOVE 'DEBIT AND CREDIT ACCOUNTS ARE REQUIRED'
009160          TO RG-MSG-NEW-TEXT
009170        PERFORM 5900-QUEUE-MSG
009180            THRU 5900-QUEUE-MSG-EXIT
009190     END-IF
009200     IF RECURTPL-AMOUNT NOT GREATER 0
009210        MOVE 'GXRCAMT' TO RG-MSG-NEW-ID
009220        MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO RG-MSG-NEW-TEXT
009230        PERFORM 5900-QUEUE-MSG
009240            THRU 5900-QUEUE-MSG-EXIT
009250     END-IF
009260     IF RECURTPL-SERIES = SPACES
009270        MOVE 'GXRCSER' TO RG-MSG-NEW-ID
009280        MOVE 'TEMPLATE CARRIES NO NUMBER SERIES'
009290          TO RG-MSG-NEW-TEXT
009300        PERFORM 5900-QUEUE-MSG
009310            THRU 5900-QUEUE-MSG-EXIT
009320     END-IF.
009330 5100-EDIT-POSTING-EXIT.
009340     EXIT.
009350*----------------------------------------------------------*
009360* 5200-POST-OCCURRENCE - DEBIT AND CREDIT LINES UNDER ONE   *
009370*                        GX-GETNBR NUMBER, THEN THE         *
009380*                        REGISTER ROW AND THE TEMPLATE'S    *
009390*                        COUNT                              *
009400*----------------------------------------------------------*
009410 5200-POST-OCCURRENCE.
009420     MOVE RECURTPL-SERIES TO GX-NBRA-SERIES
009430     PERFORM GX-GETNBR
009440         THRU GX-GETNBR-EXIT
009450     IF GX-NBRA-FAILED
009460        MOVE 'GXRCNBR' TO RG-MSG-NEW-ID
009470        MOVE 'NO DOCUMENT NUMBER FROM THE SERIES'
009480          TO RG-MSG-NEW-TEXT
009490        PERFORM 5900-QUEUE-MSG
009500            THRU 5900-QUEUE-MSG-EXIT
009510        GO TO 5200-POST-OCCURRENCE-EXIT
009520     END-IF
009530     MOVE SPACES              TO POSTSTG-RECORD
009540     MOVE GX-NBRA-FULL        TO POSTSTG-DOCNBR
009550     MOVE RECURTPL-COMPANY    TO POSTSTG-COMPANY
009560     MOVE RG-OUT-DATE-N       TO POSTSTG-DATE
009570     MOVE RECURTPL-AMOUNT     TO POSTSTG-AMOUNT
009580     MOVE RECURTPL-CURRENCY   TO POSTSTG-CURRENCY
009590     MOVE 0                   TO POSTSTG-FC-AMOUNT
009600     MOVE 'RECURGEN'          TO POSTSTG-SOURCE
009610     IF RECURTPL-REFERENCE NOT = SPACES
009620        MOVE RECURTPL-REFERENCE TO POSTSTG-REFERENCE
009630     ELSE
009640        STRING 'RECURRING ' RECURTPL-ID
009650               DELIMITED BY SIZE INTO POSTSTG-REFERENCE
009660     END-IF
009670     MOVE 'N'                 TO POSTSTG-REVERSE
009680     MOVE RECURTPL-OWNER      TO POSTSTG-USER
009690     MOVE RG-NOW-TS           TO POSTSTG-TIMESTAMP
009700     MOVE 1                   TO POSTSTG-LINE
009710     MOVE RECURTPL-DR-ACCOUNT TO POSTSTG-ACCOUNT
009720     MOVE RECURTPL-DR-DEPT    TO POSTSTG-DEPT
009730     MOVE 'D'                 TO POSTSTG-DC
009740     WRITE POSTSTG-RECORD
009750     MOVE 2                   TO POSTSTG-LINE
009760     MOVE RECURTPL-CR-ACCOUNT TO POSTSTG-ACCOUNT
009770     MOVE RECURTPL-CR-DEPT    TO POSTSTG-DEPT
009780     MOVE 'C'                 TO POSTSTG-DC
009790     WRITE POSTSTG-RECORD
009800     SET RECURLOG-CREATED TO TRUE
009810     MOVE GX-NBRA-FULL TO RECURLOG-DOCNBR
009820     MOVE SPACES       TO RECURLOG-REASON
009830     PERFORM 5400-WRITE-REGISTER
009840         THRU 5400-WRITE-REGISTER-EXIT
009850     ADD 1 TO RECURTPL-GEN-COUNT
009860     IF RG-OUT-DATE-N > RECURTPL-LAST-DATE
009870        MOVE RG-OUT-DATE-N TO RECURTPL-LAST-DATE
009880     END-IF
009890     SET RG-TPL-CHANGED TO TRUE
009900     ADD 1 TO RG-CREATED
009910     ADD RECURTPL-AMOUNT TO RG-CREATED-AMT
009920     MOVE SPACES TO RG-DTL-RESULT
009930     STRING 'CREATED ' GX-NBRA-FULL
009940            DELIMITED BY SIZE INTO RG-DTL-RESULT
009950     PERFORM 5500-PUT-DETAIL
009960         THRU 5500-PUT-DETAIL-EXIT.
009990 5200-POST-OCCURRENCE-EXIT.
010000     EXIT.
010010*----------------------------------------------------------*
010020* 5300-REFUSE-OCCURRENCE - THE FIRST QUEUED REASON GOES ON  *
010030*                          THE REGISTER AND THE REPORT; THE *
010040*                          NEXT RUN TRIES AGAIN             *
010050*----------------------------------------------------------*
010060 5300-REFUSE-OCCURRENCE.
010070     SET RECURLOG-REFUSED TO TRUE
010080     MOVE SPACES          TO RECURLOG-DOCNBR
010090     MOVE RG-MSG-TEXT (1) TO RECURLOG-REASON
010100     PERFORM 5400-WRITE-REGISTER
010110         THRU 5400-WRITE-REGISTER-EXIT
010120     ADD 1 TO RG-REFUSED
010130     MOVE SPACES TO RG-DTL-RESULT
010140     STRING 'REFUSED ' RG-MSG-TEXT (1)
010150            DELIMITED BY SIZE INTO RG-DTL-RESULT
010160     PERFORM 5500-PUT-DETAIL
010170         THRU 5500-PUT-DETAIL-EXIT.
010200 5300-REFUSE-OCCURRENCE-EXIT.
010210     EXIT.
010220 5400-WRITE-REGISTER.
010230     MOVE RECURTPL-ID      TO RECURLOG-TEMPLATE
010240     MOVE RG-OUT-DATE-N    TO RECURLOG-OCC-DATE
010250     MOVE RECURTPL-OWNER   TO RECURLOG-USER
010260     MOVE RG-NOW-TS        TO RECURLOG-TIMESTAMP
010270     IF RG-LOG-FOUND
010280        REWRITE RECURLOG-RECORD
010290     ELSE
010300        WRITE RECURLOG-RECORD
010310     END-IF.
010320 5400-WRITE-REGISTER-EXIT.
010330     EXIT.
010331*----------------------------------------------------------*
010332* 5500-PUT-DETAIL - THE TEMPLATE'S LINE, UNLESS ITS COMPANY *
010333*                   IS OUTSIDE THE DATA SCOPE OF THE USER   *
010334*                   THE JOB RUNS UNDER                      *
010335*----------------------------------------------------------*
010336 5500-PUT-DETAIL.
010337     MOVE SPACES           TO RW-LINE
010338     MOVE RECURTPL-COMPANY TO RW-LINE (1:3)
010339     MOVE 'K' TO RW-FUNC
010340     PERFORM 8900-RW-PUT
010341         THRU 8900-RW-PUT-EXIT
010342     IF RW-OUT-LINE (1) = 'N'
010343        ADD 1 TO RG-WITHHELD
010344        GO TO 5500-PUT-DETAIL-EXIT
010345     END-IF
010346     MOVE RG-DTL-LINE TO RW-LINE
010347     MOVE 'D' TO RW-FUNC
010348     PERFORM 8900-RW-PUT
010349         THRU 8900-RW-PUT-EXIT.
010350 5500-PUT-DETAIL-EXIT.
010351     EXIT.
010352 5900-QUEUE-MSG.
010353     IF RG-MSG-COUNT < RG-MSG-MAX
010360        ADD 1 TO RG-MSG-COUNT
010370        MOVE RG-MSG-NEW-ID   TO RG-MSG-ID (RG-MSG-COUNT)
010380        MOVE RG-MSG-NEW-TEXT TO RG-MSG-TEXT (RG-MSG-COUNT)
010390     END-IF.
010400 5900-QUEUE-MSG-EXIT.
010410     EXIT.
010420*----------------------------------------------------------*
010430* 6000-PRINT-SUMMARY - WHAT THE RUN CREATED, REFUSED AND    *
010440*                      SKIPPED AS ALREADY GENERATED         *
010450*----------------------------------------------------------*
010460 6000-PRINT-SUMMARY.
010470     MOVE SPACES TO RW-LINE
010480     MOVE 'D' TO RW-FUNC
010490     PERFORM 8900-RW-PUT
010500         THRU 8900-RW-PUT-EXIT
010510     MOVE 'TEMPLATES IN EFFECT'           TO RG-CNT-LABEL
010520     MOVE RG-TEMPLATES                    TO RG-CNT-VALUE
010530     PERFORM 6100-PUT-COUNT
010540         THRU 6100-PUT-COUNT-EXIT
010550     IF GX-TRIAL-ACTIVE
010560        MOVE 'OCCURRENCES JUDGED'         TO RG-CNT-LABEL
010570        MOVE GX-TRIAL-CHECKED             TO RG-CNT-VALUE
010580        PERFORM 6100-PUT-COUNT
010590            THRU 6100-PUT-COUNT-EXIT
010600        MOVE 'OCCURRENCES THAT WOULD BE REFUSED' TO RG-CNT-LABEL
010610        MOVE GX-TRIAL-FAILED              TO RG-CNT-VALUE
010620        PERFORM 6100-PUT-COUNT
010630            THRU 6100-PUT-COUNT-EXIT
010640     ELSE
010650        MOVE 'OCCURRENCES CREATED'        TO RG-CNT-LABEL
010660        MOVE RG-CREATED                   TO RG-CNT-VALUE
010670        PERFORM 6100-PUT-COUNT
010680            THRU 6100-PUT-COUNT-EXIT
010690        MOVE 'OCCURRENCES REFUSED'        TO RG-CNT-LABEL
010700        MOVE RG-REFUSED                   TO RG-CNT-VALUE
010710        PERFORM 6100-PUT-COUNT
010720            THRU 6100-PUT-COUNT-EXIT
010730        MOVE 'AMOUNT CREATED'             TO RG-SUM-LABEL
010740        MOVE RG-CREATED-AMT               TO RG-SUM-AMT
010750        MOVE RG-SUM-LINE TO RW-LINE
010760        MOVE 'D' TO RW-FUNC
010770        PERFORM 8900-RW-PUT
010780            THRU 8900-RW-PUT-EXIT
010790     END-IF
010800     MOVE 'ALREADY GENERATED - SKIPPED'   TO RG-CNT-LABEL
010810     MOVE RG-SKIPPED                      TO RG-CNT-VALUE
010820     PERFORM 6100-PUT-COUNT
010830         THRU 6100-PUT-COUNT-EXIT
010831     IF RG-WITHHELD > 0
010832        MOVE '** LINES WITHHELD - OUTSIDE DATA SCOPE'
010833          TO RG-CNT-LABEL
010834        MOVE RG-WITHHELD                    TO RG-CNT-VALUE
010835        PERFORM 6100-PUT-COUNT
010836            THRU 6100-PUT-COUNT-EXIT
010837     END-IF.
010840 6000-PRINT-SUMMARY-EXIT.
010850     EXIT.
010860 6100-PUT-COUNT.
010870     MOVE RG-CNT-LINE TO RW-LINE
010880     MOVE 'D' TO RW-FUNC
010890     PERFORM 8900-RW-PUT
010900         THRU 8900-RW-PUT-EXIT.
010910 6100-PUT-COUNT-EXIT.
010920     EXIT.
010930*----------------------------------------------------------*
010940* GX-CHECK-AUTHORITY - ACTION-LEVEL AUTHORITY, THE SAME     *
010950*                      GRANT LOOKUP GXFAUTH RUNS FOR THE    *
010960*                      ONLINE CHAINS, FOR THE TEMPLATE      *
010970*                      OWNER: AN UNEXPIRED ADD GRANT ON     *
010980*                      RECURGEN, ELSE THE *PUBLIC GRANT     *
010990*----------------------------------------------------------*
011000 GX-CHECK-AUTHORITY.
011010     SET GX-AUTH-DENIED TO TRUE
011020     MOVE RECURTPL-OWNER TO SECAUTH-USER
011030     MOVE 'RECURGEN'     TO SECAUTH-PGM
011040     MOVE 'A'            TO SECAUTH-ACTION
011050     READ SECAUTH RECORD
011060        INVALID KEY
011070           CONTINUE
011080        NOT INVALID KEY
011090           IF SECAUTH-EFFTO = 0 OR
011100              SECAUTH-EFFTO NOT LESS RG-RUN-N
011110              SET GX-AUTH-ALLOWED TO TRUE
011120           END-IF
011130     END-READ
011140     IF GX-AUTH-DENIED
011150        MOVE '*PUBLIC'   TO SECAUTH-USER
011160        READ SECAUTH RECORD
011170           INVALID KEY
011180              CONTINUE
011190           NOT INVALID KEY
011200              IF SECAUTH-EFFTO = 0 OR
011210                 SECAUTH-EFFTO NOT LESS RG-RUN-N
011220                 SET GX-AUTH-ALLOWED TO TRUE
011230              END-IF
011240        END-READ
011250     END-IF.
011260 GX-CHECK-AUTHORITY-EXIT.
011270     EXIT.
011280*----------------------------------------------------------*
011290* GX-CHECK-CLOSED-PERIOD - THE GXFCLSC CLOSESTAT LOOKUP FOR *
011300*                          THE OCCURRENCE'S POSTING PERIOD  *
011310*----------------------------------------------------------*
011320 GX-CHECK-CLOSED-PERIOD.
011330     MOVE GX-CLSC-DATE (1:6)  TO GX-CLSC-PERIOD
011340     MOVE RECURTPL-COMPANY    TO CLOSESTAT-COMPANY
011350     MOVE GX-CLSC-PERIOD      TO CLOSESTAT-PERIOD
011360     SET  GX-CLSC-PERIOD-OPEN TO TRUE
011370     READ CLOSESTAT RECORD
011380        INVALID KEY
011390           CONTINUE
011400        NOT INVALID KEY
011410           IF CLOSESTAT-CLOSED
011420              SET GX-CLSC-PERIOD-CLOSED TO TRUE
011430           END-IF
011440     END-READ.
011450 GX-CHECK-CLOSED-PERIOD-EXIT.
011460     EXIT.
011470*----------------------------------------------------------*
011480* GX-TRIAL-JUDGE - THE GXFTRLP REHEARSAL VERDICT: ONE       *
011490*                  EDITREG ROW PER QUEUED MESSAGE OF AN     *
011500*                  OCCURRENCE THAT WOULD HAVE BEEN REFUSED  *
011510*----------------------------------------------------------*
011520 GX-TRIAL-JUDGE.
011530     ADD 1 TO GX-TRIAL-CHECKED
011540     IF RG-MSG-COUNT > 0
011550        ADD 1 TO GX-TRIAL-FAILED
011560        PERFORM VARYING GX-TRIAL-I FROM 1 BY 1
011570                UNTIL GX-TRIAL-I > RG-MSG-COUNT
011580           MOVE RG-NOW-TS                TO EDITREG-TIMESTAMP
011590           MOVE 'RECURGEN'               TO EDITREG-PGM
011600           MOVE GX-TRIAL-KEY             TO EDITREG-KEY
011610           MOVE RG-MSG-ID (GX-TRIAL-I)   TO EDITREG-MSGID
011620           MOVE RG-MSG-TEXT (GX-TRIAL-I) TO EDITREG-TEXT
011630           WRITE EDITREG-RECORD
011640        END-PERFORM
011650     END-IF.
011660 GX-TRIAL-JUDGE-EXIT.
011670     EXIT.
011680*----------------------------------------------------------*
011690* GX-GETNBR - NEXT NUMBER OF THE SERIES, THE GXFNBRA WAY:   *
011700*             THE SERIES ROW READ FOR UPDATE IS THE         *
011710*             SERIALIZER, A LOCKED ROW IS RETRIED UP TO     *
011720*             GX-LOCK-MAX TIMES, EVERY NUMBER HANDED OUT    *
011730*             GOES TO NBRLOG                                *
011740*----------------------------------------------------------*
011750 GX-GETNBR.
011760     SET GX-NBRA-OK TO TRUE
011770     MOVE 0 TO GX-NBRA-TRIES
011780     SET GX-NBRA-NOT-DONE TO TRUE
011790     PERFORM GX-NBRA-TRY-ONCE
011800         THRU GX-NBRA-TRY-ONCE-EXIT
011810         UNTIL GX-NBRA-DONE OR
011820               GX-NBRA-TRIES NOT LESS GX-LOCK-MAX
011830     IF GX-NBRA-NOT-DONE
011840        SET GX-NBRA-FAILED TO TRUE
011850     END-IF.
011860 GX-GETNBR-EXIT.
011870     EXIT.
011880 GX-NBRA-TRY-ONCE.
011890     ADD 1 TO GX-NBRA-TRIES
011900     MOVE GX-NBRA-SERIES TO NBRASGN-SERIES
011910     READ NBRASGN
011920         INVALID KEY
011930            SET GX-NBRA-FAILED TO TRUE
011940            SET GX-NBRA-DONE   TO TRUE
011950            GO TO GX-NBRA-TRY-ONCE-EXIT
011960     END-READ
011970     IF RG-FS-NBRASGN = '9D' OR RG-FS-NBRASGN = '92' OR
011980        RG-FS-NBRASGN = '90'
011990        GO TO GX-NBRA-TRY-ONCE-EXIT
012000     END-IF
012010     IF RG-FS-NBRASGN NOT = '00'
012020        SET GX-NBRA-FAILED TO TRUE
012030        SET GX-NBRA-DONE   TO TRUE
012040        GO TO GX-NBRA-TRY-ONCE-EXIT
012050     END-IF
012060     MOVE NBRASGN-NEXTNBR TO GX-NBRA-NBR
012070     COMPUTE NBRASGN-NEXTNBR = NBRASGN-NEXTNBR + 1
012080     IF NBRASGN-ROLLOVER GREATER 0 AND
012090        NBRASGN-NEXTNBR GREATER NBRASGN-ROLLOVER
012100        MOVE 1 TO NBRASGN-NEXTNBR
012110     END-IF
012120     REWRITE NBRASGN-RECORD
012130         INVALID KEY
012140            SET GX-NBRA-FAILED TO TRUE
012150            SET GX-NBRA-DONE   TO TRUE
012160            GO TO GX-NBRA-TRY-ONCE-EXIT
012170     END-REWRITE
012180     MOVE GX-NBRA-NBR TO GX-NBRA-NBR-A
012190     MOVE SPACES TO GX-NBRA-FULL
012200     STRING NBRASGN-PREFIX DELIMITED BY SPACE
012210            GX-NBRA-NBR-A  DELIMITED BY SIZE
012220            INTO GX-NBRA-FULL
012230     MOVE GX-NBRA-SERIES TO NBRLOG-SERIES
012240     MOVE GX-NBRA-NBR    TO NBRLOG-NBR
012250     MOVE RG-NOW-TS      TO NBRLOG-TIMESTAMP
012260     MOVE RECURTPL-OWNER TO NBRLOG-USER
012270     MOVE 'RECURGEN'     TO NBRLOG-PGM
012280     WRITE NBRLOG-RECORD
012290     SET GX-NBRA-DONE TO TRUE.
012300 GX-NBRA-TRY-ONCE-EXIT.
012310     EXIT.
012320*----------------------------------------------------------*
012330* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
012340*----------------------------------------------------------*
012350 8000-DATE-TO-DAYNUM.
012360     MOVE RG-DTON-YY TO RG-DW-YY
012370     MOVE RG-DTON-MM TO RG-DW-MM
012380     MOVE RG-DTON-DD TO RG-DW-DD
012390     IF RG-DW-MM GREATER 2
012400        SUBTRACT 3 FROM RG-DW-MM
012410     ELSE
012420        ADD 9 TO RG-DW-MM
012430        SUBTRACT 1 FROM RG-DW-YY
012440     END-IF
012450     COMPUTE RG-DTON-D = ((153 * RG-DW-MM) + 2) / 5
012460     COMPUTE RG-DTON-L4 = RG-DW-YY / 4
012470     COMPUTE RG-DTON-L100 = RG-DW-YY / 100
012480     COMPUTE RG-DTON-L400 = RG-DW-YY / 400
012490     COMPUTE RG-DTON-NUM = RG-DW-YY * 365 +
012500                           RG-DTON-L4 -
012510                           RG-DTON-L100 +
012520                           RG-DTON-L400 +
012530                           RG-DTON-D +
012540                           RG-DW-DD
012550     COMPUTE RG-WD-TMP = RG-DTON-NUM + 1
012560     DIVIDE RG-WD-TMP BY 7 GIVING RG-WD-Q
012570                    REMAINDER RG-WD.
012580 8000-DATE-TO-DAYNUM-EXIT.
012590     EXIT.
012600*----------------------------------------------------------*
012610* 8200-MONTH-LENGTH - DAYS IN RG-WORK-YY/RG-WORK-MM         *
012620*----------------------------------------------------------*
012630 8200-MONTH-LENGTH.
012640     MOVE RG-MONTH-DAY (RG-WORK-MM) TO RG-MONTH-LEN
012650     IF RG-WORK-MM = 2
012660        DIVIDE RG-WORK-YY BY 4 GIVING RG-WD-Q
012670                       REMAINDER RG-R4
012680        DIVIDE RG-WORK-YY BY 100 GIVING RG-WD-Q
012690                       REMAINDER RG-R100
012700        DIVIDE RG-WORK-YY BY 400 GIVING RG-WD-Q
012710                       REMAINDER RG-R400
012720        IF (RG-R4 = 0 AND RG-R100 NOT = 0) OR RG-R400 = 0
012730           ADD 1 TO RG-MONTH-LEN
012740        END-IF
012750     END-IF.
012760 8200-MONTH-LENGTH-EXIT.
012770     EXIT.
012780*----------------------------------------------------------*
012790* 8300-CHECK-WORKDAY - RG-WORK-YY/MM + RG-TARGET-DD IN,     *
012800*                      RG-WORKDAY-SW AND RG-WD OUT          *
012810*----------------------------------------------------------*
012820 8300-CHECK-WORKDAY.
012830     MOVE RG-WORK-YY   TO RG-DTON-YY
012840     MOVE RG-WORK-MM   TO RG-DTON-MM
012850     MOVE RG-TARGET-DD TO RG-DTON-DD
012860     PERFORM 8000-DATE-TO-DAYNUM
012870         THRU 8000-DATE-TO-DAYNUM-EXIT
012880     MOVE RG-DTON-NUM TO RG-CHK-NUM
012890     PERFORM 8400-IS-WORKDAY-NUM
012900         THRU 8400-IS-WORKDAY-NUM-EXIT.
012910 8300-CHECK-WORKDAY-EXIT.
012920     EXIT.
012930 8400-IS-WORKDAY-NUM.
012940     SET RG-IS-WORKDAY TO TRUE
012950     IF RG-WD = 5 OR RG-WD = 6
012960        SET RG-NOT-WORKDAY TO TRUE
012970     END-IF
012980     IF RG-IS-WORKDAY
012990        PERFORM VARYING RG-I FROM 1 BY 1
013000                UNTIL RG-I > RG-HOL-COUNT OR RG-NOT-WORKDAY
013010           IF RG-HOL-NUM (RG-I) = RG-CHK-NUM
013020              SET RG-NOT-WORKDAY TO TRUE
013030           END-IF
013040        END-PERFORM
013050     END-IF.
013060 8400-IS-WORKDAY-NUM-EXIT.
013070     EXIT.
013080*----------------------------------------------------------*
013090* 8500-DAYNUM-TO-DATE - RG-DTON-NUM BACK TO RG-OUT-DATE,    *
013100*                       THE DEADLGEN CIVIL-FROM-DAYS        *
013110*----------------------------------------------------------*
013120 8500-DAYNUM-TO-DATE.
013130     COMPUTE RG-WD-TMP = RG-DTON-NUM - 1
013140     DIVIDE RG-WD-TMP BY 146097 GIVING RG-WD-Q
013150     COMPUTE RG-CHK-NUM = RG-WD-TMP - (RG-WD-Q * 146097)
013160     IF RG-CHK-NUM LESS ZERO
013170        SUBTRACT 1 FROM RG-WD-Q
013180        ADD 146097 TO RG-CHK-NUM
013190     END-IF
013200     MOVE RG-WD-Q TO RG-DTON-L400
013210     DIVIDE RG-CHK-NUM BY 1460 GIVING RG-DTON-L4
013220     DIVIDE RG-CHK-NUM BY 36524 GIVING RG-DTON-L100
013230     DIVIDE RG-CHK-NUM BY 146096 GIVING RG-WD-Q
013240     COMPUTE RG-WD-TMP = RG-CHK-NUM - RG-DTON-L4 +
013250                         RG-DTON-L100 - RG-WD-Q
013260     DIVIDE RG-WD-TMP BY 365 GIVING RG-DTON-D
013270     COMPUTE RG-DW-YY = RG-DTON-D + (RG-DTON-L400 * 400)
013280     DIVIDE RG-DTON-D BY 4 GIVING RG-DTON-L4
013290     DIVIDE RG-DTON-D BY 100 GIVING RG-DTON-L100
013300     COMPUTE RG-WD-TMP = RG-CHK-NUM - (365 * RG-DTON-D)
013310                         - RG-DTON-L4 + RG-DTON-L100
013320     COMPUTE RG-WD-Q = (5 * RG-WD-TMP) + 2
013330     DIVIDE RG-WD-Q BY 153 GIVING RG-DW-MM
013340     COMPUTE RG-WD-Q = (153 * RG-DW-MM) + 2
013350     DIVIDE RG-WD-Q BY 5 GIVING RG-DTON-L4
013360     COMPUTE RG-DW-DD = RG-WD-TMP - RG-DTON-L4 + 1
013370     IF RG-DW-MM LESS 10
013380        COMPUTE RG-DW-MM = RG-DW-MM + 3
013390     ELSE
013400        COMPUTE RG-DW-MM = RG-DW-MM - 9
013410     END-IF
013420     IF RG-DW-MM LESS 3
013430        COMPUTE RG-OUT-YY = RG-DW-YY + 1
013440     ELSE
013450        MOVE RG-DW-YY TO RG-OUT-YY
013460     END-IF
013470     MOVE RG-DW-MM TO RG-OUT-MM
013480     MOVE RG-DW-DD TO RG-OUT-DD.
013490 8500-DAYNUM-TO-DATE-EXIT.
013500     EXIT.
013510 8900-RW-PUT.
013520     CALL 'GXRPTW' USING RW-CTL RW-OUT
013530     PERFORM VARYING RW-X FROM 1 BY 1
013540             UNTIL RW-X > RW-OUT-COUNT
013550        WRITE RECGRPT-LINE FROM RW-OUT-LINE (RW-X)
013560     END-PERFORM.
013570 8900-RW-PUT-EXIT.
013580     EXIT.
013590*----------------------------------------------------------*
013600* 9000-TERMINATE - CLOSE THE REGISTER AND FILES             *
013610*----------------------------------------------------------*
013620 9000-TERMINATE.
013630     MOVE 'C' TO RW-FUNC
013640     PERFORM 8900-RW-PUT
013650         THRU 8900-RW-PUT-EXIT
013660     CLOSE RECGCTL
013670     CLOSE RECURTPL
013680     CLOSE RECURLOG
013690     CLOSE BUSDATE
013700     CLOSE HOLCAL
013710     CLOSE SECAUTH
013720     CLOSE CLOSESTAT
013730     CLOSE NBRASGN
013740     CLOSE NBRLOG
013750     CLOSE POSTSTG
013760     CLOSE EDITREG
013770     CLOSE RECGRPT.
013780 9000-TERMINATE-EXIT.
013790     EXIT.
013800 9999-EXIT.
013810     STOP RUN.
