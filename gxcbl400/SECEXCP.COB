000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SECEXCP.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - NIGHTLY SECURITY     *
000100*                   EXCEPTION REPORT OVER THE AUDITLOG      *
000110*                   ROWS WRITTEN SINCE THE LAST RUN.  IT    *
000120*                   FINDS REPEATED *SECURITY DENIALS OF ONE *
000130*                   USER ON ONE PROGRAM INSIDE A SHORT      *
000140*                   WINDOW, DENIALS AND SUCCESSFUL ACTIONS  *
000150*                   OUTSIDE THE USER'S COMPANY SHIFTCAL     *
000160*                   HOURS OR ON ITS HOLCAL HOLIDAYS, THE    *
000170*                   FIRST-EVER USE OF A PROGRAM BY A USER   *
000180*                   (KEPT IN THE SECSEEN REGISTER) AND ANY  *
000190*                   ACTIVITY BY A USER WHOSE SECAUTH GRANTS *
000200*                   HAVE ALL EXPIRED.  EVERY FINDING HAS A  *
000210*                   SEVERITY; THE HIGH ONES ARE RAISED ON   *
000220*                   THE ALERTS FILE                         *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-ISERIES.
000270 OBJECT-COMPUTER.   IBM-ISERIES.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS SX-FS-AUDITLOG.
000330     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS SX-FS-SECAUTH.
000360     SELECT USRCOMP    ASSIGN TO DATABASE-USRCOMP
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS SX-FS-USRCOMP.
000390     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS SX-FS-BUSDATE.
000420     SELECT SHIFTCAL   ASSIGN TO DATABASE-SHIFTCAL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS SX-FS-SHIFTCAL.
000450     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS  IS SX-FS-HOLCAL.
000480     SELECT TZTABLE    ASSIGN TO DATABASE-TZTABLE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS  IS SX-FS-TZTABLE.
000510     SELECT SECSEEN    ASSIGN TO DATABASE-SECSEEN
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE  IS RANDOM
000540         RECORD KEY   IS SECSEEN-KEY
000550         FILE STATUS  IS SX-FS-SECSEEN.
000560     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE  IS RANDOM
000590         RECORD KEY   IS ALERTS-KEY
000600         FILE STATUS  IS SX-FS-ALERTS.
000610     SELECT SECEXRPT   ASSIGN TO DATABASE-SECEXRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS  IS SX-FS-SECEXRPT.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUDITLOG.
000670 01  AUDITLOG-RECORD.
000680     05 AUDITLOG-TIMESTAMP       PIC  X(026).
000690     05 AUDITLOG-TS-X REDEFINES AUDITLOG-TIMESTAMP.
000700        10 AUDITLOG-TS-YY        PIC  9(004).
000710        10 FILLER                PIC  X(001).
000720        10 AUDITLOG-TS-MM        PIC  9(002).
000730        10 FILLER                PIC  X(001).
000740        10 AUDITLOG-TS-DD        PIC  9(002).
000750        10 FILLER                PIC  X(001).
000760        10 AUDITLOG-TS-HH        PIC  9(002).
000770        10 FILLER                PIC  X(001).
000780        10 AUDITLOG-TS-MIN       PIC  9(002).
000790        10 FILLER                PIC  X(001).
000800        10 AUDITLOG-TS-SS        PIC  9(002).
000810        10 FILLER                PIC  X(007).
000820     05 AUDITLOG-JOB             PIC  X(010).
000830     05 AUDITLOG-PGM             PIC  X(010).
000840     05 AUDITLOG-FILE            PIC  X(010).
000850     05 AUDITLOG-OPER            PIC  X(006).
000860     05 AUDITLOG-STATUS          PIC  X(002).
000870     05 AUDITLOG-CHECK           PIC  9(009).
000880 FD  SECAUTH.
000890 01  SECAUTH-RECORD.
000900     05 SECAUTH-USER             PIC  X(010).
000910     05 SECAUTH-PGM              PIC  X(010).
000920     05 SECAUTH-ACTION           PIC  X(001).
000930     05 SECAUTH-EFFTO            PIC  9(008).
000940     05 SECAUTH-FOUREYES         PIC  X(001).
000950 FD  USRCOMP.
000960 01  USRCOMP-RECORD.
000970     05 USRCOMP-USER             PIC  X(010).
000980     05 USRCOMP-COMPANY          PIC  X(003).
000990 FD  BUSDATE.
001000 01  BUSDATE-RECORD.
001010     05 BUSDATE-COMPANY          PIC  X(003).
001020     05 BUSDATE-CURRENT          PIC  9(008).
001030     05 BUSDATE-PREVIOUS         PIC  9(008).
001040     05 BUSDATE-LOC              PIC  X(010).
001050     05 BUSDATE-ROLLED-BY        PIC  X(010).
001060     05 BUSDATE-ROLLED-TS        PIC  X(026).
001070 FD  SHIFTCAL.
001080 01  SHIFTCAL-RECORD.
001090     05 SHIFTCAL-WEEKDAY         PIC  9(001).
001100     05 SHIFTCAL-START           PIC  9(004).
001110     05 SHIFTCAL-END             PIC  9(004).
001120     05 SHIFTCAL-COMPANY         PIC  X(003).
001130 FD  HOLCAL.
001140 01  HOLCAL-RECORD.
001150     05 HOLCAL-DATE.
001160        10 HOLCAL-YY             PIC  9(004).
001170        10 HOLCAL-MM             PIC  9(002).
001180        10 HOLCAL-DD             PIC  9(002).
001190     05 HOLCAL-LOC               PIC  X(010).
001200     05 HOLCAL-DESC              PIC  X(030).
001210 FD  TZTABLE.
001220 01  TZTABLE-RECORD.
001230     05 TZTABLE-ZONE             PIC  X(010).
001240     05 TZTABLE-UTCOFF           PIC S9(004) COMP-3.
001250     05 TZTABLE-DST-START        PIC  9(008).
001260     05 TZTABLE-DST-END          PIC  9(008).
001270     05 TZTABLE-DST-OFF          PIC S9(004) COMP-3.
001280*----------------------------------------------------------*
001290* FIRST USE OF EACH PROGRAM BY EACH USER.  THE RESERVED     *
001300* *LASTRUN ROW KEEPS THE LAST AUDITLOG STAMP THE REPORT HAS *
001310* READ; WHILE IT IS MISSING THE RUN ONLY SEEDS THE REGISTER *
001320*----------------------------------------------------------*
001330 FD  SECSEEN.
001340 01  SECSEEN-RECORD.
001350     05 SECSEEN-KEY.
001360        10 SECSEEN-USER          PIC  X(010).
001370        10 SECSEEN-PGM           PIC  X(010).
001380     05 SECSEEN-FIRST-TS         PIC  X(026).
001390 FD  ALERTS.
001400 01  ALERTS-RECORD.
001410     05 ALERTS-KEY.
001420        10 ALERTS-TYPE           PIC  X(010).
001430        10 ALERTS-SOURCE         PIC  X(010).
001440        10 ALERTS-DETAIL         PIC  X(030).
001450     05 ALERTS-STATUS            PIC  X(001).
001460        88 ALERTS-NEW                            VALUE 'N'.
001470        88 ALERTS-ACKNOWLEDGED                    VALUE 'A'.
001480        88 ALERTS-RESOLVED                        VALUE 'R'.
001490     05 ALERTS-SEVERITY          PIC  9(001).
001500     05 ALERTS-VALUE             PIC S9(009) COMP-3.
001510     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
001520     05 ALERTS-RAISED-TS         PIC  X(026).
001530     05 ALERTS-BREACHES          PIC S9(004) COMP-3.
001540     05 ALERTS-ACK-USER          PIC  X(010).
001550     05 ALERTS-ACK-TS            PIC  X(026).
001560     05 ALERTS-RES-TS            PIC  X(026).
001570     05 ALERTS-BUSAGE            PIC S9(009) COMP-3.
001580     05 ALERTS-ACT-STATUS        PIC  X(001).
001590     05 ALERTS-ACT-TRIES         PIC S9(003) COMP-3.
001600     05 ALERTS-ACT-TS            PIC  X(026).
001610 FD  SECEXRPT.
001620 01  SECEXRPT-LINE               PIC  X(080).
001630 WORKING-STORAGE SECTION.
001640 77  SX-FS-AUDITLOG              PIC  X(002).
001650 77  SX-FS-SECAUTH               PIC  X(002).
001660 77  SX-FS-USRCOMP               PIC  X(002).
001670 77  SX-FS-BUSDATE               PIC  X(002).
001680 77  SX-FS-SHIFTCAL              PIC  X(002).
001690 77  SX-FS-HOLCAL                PIC  X(002).
001700 77  SX-FS-TZTABLE               PIC  X(002).
001710 77  SX-FS-SECSEEN               PIC  X(002).
001720 77  SX-FS-ALERTS                PIC  X(002).
001730 77  SX-FS-SECEXRPT              PIC  X(002).
001740 77  SX-EOF-SW                   PIC  X(001)     VALUE 'N'.
001750     88 SX-AT-EOF                                VALUE 'Y'.
001760 77  SX-SEED-SW                  PIC  X(001)     VALUE 'N'.
001770     88 SX-SEEDING                               VALUE 'Y'.
001780 77  SX-ROW-KIND                 PIC  X(001).
001790     88 SX-ROW-DENIAL                            VALUE 'D'.
001800     88 SX-ROW-ACTION                            VALUE 'A'.
001810     88 SX-ROW-SKIP                              VALUE 'S'.
001820 77  SX-OFF-SW                   PIC  X(001).
001830     88 SX-IS-OFF-HOURS                          VALUE 'O'.
001840     88 SX-IS-HOLIDAY                            VALUE 'H'.
001850     88 SX-IS-IN-HOURS                           VALUE 'N'.
001860 77  SX-ALERT-FOUND-SW           PIC  X(001).
001870     88 SX-ALERT-ON-FILE                         VALUE 'Y'.
001880     88 SX-ALERT-NOT-ON-FILE                      VALUE 'N'.
001890*----------------------------------------------------------*
001900* TUNING - DENIALS OF ONE PROGRAM BY ONE USER THAT MAKE A   *
001910* REPEAT INSIDE THE WINDOW (SECONDS), AND THE SEVERITY FROM *
001920* WHICH A FINDING IS RAISED ON ALERTS                       *
001930*----------------------------------------------------------*
001940 77  SX-DENY-LIMIT               PIC S9(003) COMP-3 VALUE 3.
001950 77  SX-DENY-WINDOW              PIC S9(005) COMP-3 VALUE 900.
001960 77  SX-ALERT-LEVEL              PIC  9(001)        VALUE 7.
001970 77  SX-I                        PIC S9(004) COMP-3.
001980 77  SX-U                        PIC S9(004) COMP-3.
001990 77  SX-C                        PIC S9(004) COMP-3.
002000 77  SX-D                        PIC S9(004) COMP-3.
002010 77  SX-O                        PIC S9(004) COMP-3.
002020 77  SX-WDX                      PIC S9(003) COMP-3.
002030 77  SX-ROWS-READ                PIC S9(007) COMP-3 VALUE 0.
002040 77  SX-FINDINGS                 PIC S9(005) COMP-3 VALUE 0.
002050 77  SX-ALERT-COUNT              PIC S9(005) COMP-3 VALUE 0.
002060 01  SX-HIGH-WATER               PIC  X(026)     VALUE SPACES.
002070 01  SX-MAX-TS                   PIC  X(026)     VALUE SPACES.
002080 01  SX-TODAY-DATE.
002090     05 SX-TODAY-YY              PIC  9(004).
002100     05 SX-TODAY-MM              PIC  9(002).
002110     05 SX-TODAY-DD              PIC  9(002).
002120 01  SX-TODAY-DATE-N REDEFINES SX-TODAY-DATE
002130                                 PIC  9(008).
002140 01  SX-NOW-TIME.
002150     05 SX-NOW-HH                PIC  9(002).
002160     05 SX-NOW-MIN               PIC  9(002).
002170     05 SX-NOW-SS                PIC  9(002).
002180     05 SX-NOW-HS                PIC  9(002).
002190 01  SX-NOW-TS                   PIC  X(026).
002200*----------------------------------------------------------*
002210* AUDITLOG STAMPS ARE UTC WHEN TZTABLE CARRIES THE *JOB     *
002220* ZONE; THE SAME OFFSET AND DAYLIGHT RULE GX-TZCONV USES    *
002230* BRINGS THEM BACK TO LOCAL TIME FOR THE SHIFT CHECKS       *
002240*----------------------------------------------------------*
002250 77  SX-TZ-SW                    PIC  X(001)     VALUE 'N'.
002260     88 SX-TZ-KNOWN                              VALUE 'Y'.
002270 77  SX-TZ-UTCOFF                PIC S9(004) COMP-3 VALUE 0.
002280 77  SX-TZ-DSTFR                 PIC  9(008)        VALUE 0.
002290 77  SX-TZ-DSTTO                 PIC  9(008)        VALUE 0.
002300 77  SX-TZ-DSTOFF                PIC S9(004) COMP-3 VALUE 0.
002310 77  SX-TZ-OFFSET                PIC S9(004) COMP-3.
002320 01  SX-ROW-DATE.
002330     05 SX-ROW-YY                PIC  9(004).
002340     05 SX-ROW-MM                PIC  9(002).
002350     05 SX-ROW-DD                PIC  9(002).
002360 01  SX-ROW-DATE-N REDEFINES SX-ROW-DATE
002370                                 PIC  9(008).
002380 77  SX-ABS                      PIC S9(013) COMP-3.
002390 77  SX-LDAY                     PIC S9(009) COMP-3.
002400 77  SX-LSEC                     PIC S9(007) COMP-3.
002410 77  SX-LWD                      PIC S9(003) COMP-3.
002420 77  SX-SH-FROM                  PIC S9(007) COMP-3.
002430 77  SX-SH-TO                    PIC S9(007) COMP-3.
002440 77  SX-HH                       PIC  9(002).
002450 77  SX-MI                       PIC  9(002).
002460 01  SX-WHEN                     PIC  X(016).
002470*----------------------------------------------------------*
002480* USERS KNOWN TO SECAUTH OR USRCOMP - ONLY THEIR ROWS ARE   *
002490* JUDGED.  GRANTS/LIVE COUNT THE USER'S OWN SECAUTH ROWS    *
002500*----------------------------------------------------------*
002510 77  SX-USR-COUNT                PIC S9(004) COMP-3 VALUE 0.
002520 77  SX-MAX-USRS                 PIC S9(004) COMP-3 VALUE 500.
002530 01  SX-USR-TABLE.
002540     05 SX-USR-ENTRY OCCURS 500 TIMES.
002550        10 SX-UT-USER            PIC  X(010).
002560        10 SX-UT-COMPANY         PIC  X(003).
002570        10 SX-UT-GRANTS          PIC S9(005) COMP-3.
002580        10 SX-UT-LIVE            PIC S9(005) COMP-3.
002590        10 SX-UT-ACTS            PIC S9(007) COMP-3.
002600        10 SX-UT-FIRST-TS        PIC  X(026).
002610 01  SX-KEY-USER                 PIC  X(010).
002620*----------------------------------------------------------*
002630* SHIFT HOURS PER COMPANY AND WEEKDAY (1 = MONDAY) IN       *
002640* SECONDS OF THE DAY.  ENTRY 1 HOLDS THE BLANK-COMPANY ROWS *
002650* EVERY COMPANY FALLS BACK TO FOR A WEEKDAY OF ITS OWN THAT *
002660* HAS NO ROW                                                *
002670*----------------------------------------------------------*
002680 77  SX-CO-COUNT                 PIC S9(004) COMP-3 VALUE 1.
002690 77  SX-MAX-COS                  PIC S9(004) COMP-3 VALUE 50.
002700 01  SX-CO-TABLE.
002710     05 SX-CO-ENTRY OCCURS 50 TIMES.
002720        10 SX-CT-COMPANY         PIC  X(003).
002730        10 SX-CT-LOC             PIC  X(010).
002740        10 SX-CT-ANY             PIC  X(001).
002750        10 SX-CT-DAY OCCURS 7 TIMES.
002760           15 SX-CT-SET          PIC  X(001).
002770           15 SX-CT-FROM         PIC S9(007) COMP-3.
002780           15 SX-CT-TO           PIC S9(007) COMP-3.
002790 01  SX-KEY-COMPANY              PIC  X(003).
002800 77  SX-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
002810 77  SX-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 200.
002820 01  SX-HOL-TABLE.
002830     05 SX-HOL-ENTRY OCCURS 200 TIMES.
002840        10 SX-HOL-NUM            PIC S9(009) COMP-3.
002850        10 SX-HOL-LOC            PIC  X(010).
002860*----------------------------------------------------------*
002870* DENIAL WINDOWS - ONE ENTRY PER USER AND PROGRAM, OPENED   *
002880* BY THE FIRST DENIAL AND RESTARTED WHEN A DENIAL FALLS     *
002890* OUTSIDE IT                                                *
002900*----------------------------------------------------------*
002910 77  SX-DNY-COUNT                PIC S9(004) COMP-3 VALUE 0.
002920 77  SX-MAX-DNYS                 PIC S9(004) COMP-3 VALUE 500.
002930 01  SX-DNY-TABLE.
002940     05 SX-DNY-ENTRY OCCURS 500 TIMES.
002950        10 SX-DT-USER            PIC  X(010).
002960        10 SX-DT-PGM             PIC  X(010).
002970        10 SX-DT-START           PIC S9(013) COMP-3.
002980        10 SX-DT-HITS            PIC S9(005) COMP-3.
002990*----------------------------------------------------------*
003000* OUT-OF-HOURS ACTIVITY, ONE ENTRY PER USER AND LOCAL DAY   *
003010*----------------------------------------------------------*
003020 77  SX-OH-COUNT                 PIC S9(004) COMP-3 VALUE 0.
003030 77  SX-MAX-OHS                  PIC S9(004) COMP-3 VALUE 1000.
003040 01  SX-OH-TABLE.
003050     05 SX-OH-ENTRY OCCURS 1000 TIMES.
003060        10 SX-OT-USER            PIC  X(010).
003070        10 SX-OT-DAY             PIC S9(009) COMP-3.
003080        10 SX-OT-HOLIDAY         PIC  X(001).
003090        10 SX-OT-FIRST-SEC       PIC S9(007) COMP-3.
003100        10 SX-OT-DENIALS         PIC S9(005) COMP-3.
003110        10 SX-OT-ACTIONS         PIC S9(007) COMP-3.
003120*----------------------------------------------------------*
003130* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE  *
003140* RUNTIME'S GXFDTON, AND THE SAME BREAKDOWN BACK TO A DATE  *
003150* BDROLL USES                                               *
003160*----------------------------------------------------------*
003170 01  SX-DTON-DATE.
003180     05 SX-DTON-YY               PIC  9(004).
003190     05 SX-DTON-MM               PIC  9(002).
003200     05 SX-DTON-DD               PIC  9(002).
003210 01  SX-DTON-DW.
003220     05 SX-DW-YY                 PIC S9(005) COMP-3.
003230     05 SX-DW-MM                 PIC S9(003) COMP-3.
003240     05 SX-DW-DD                 PIC S9(003) COMP-3.
003250 77  SX-DTON-D                   PIC S9(003) COMP-3.
003260 77  SX-DTON-L4                  PIC S9(005) COMP-3.
003270 77  SX-DTON-L100                PIC S9(005) COMP-3.
003280 77  SX-DTON-L400                PIC S9(005) COMP-3.
003290 77  SX-DTON-NUM                 PIC S9(009) COMP-3.
003300 77  SX-WD-TMP                   PIC S9(009) COMP-3.
003310 77  SX-WD-Q                     PIC S9(009) COMP-3.
003320 77  SX-CHK-NUM                  PIC S9(009) COMP-3.
003330 01  SX-OUT-DATE.
003340     05 SX-OUT-YY                PIC  9(004).
003350     05 SX-OUT-MM                PIC  9(002).
003360     05 SX-OUT-DD                PIC  9(002).
003370 01  SX-HDG-LINE-1.
003380     05 FILLER                   PIC  X(026)
003390                VALUE 'SECURITY EXCEPTION REPORT'.
003400     05 FILLER                   PIC  X(054) VALUE SPACES.
003410 01  SX-HDG-LINE-2.
003420     05 FILLER                   PIC  X(004) VALUE 'SEV'.
003430     05 FILLER                   PIC  X(012) VALUE 'FINDING'.
003440     05 FILLER                   PIC  X(012) VALUE 'USER'.
003450     05 FILLER                   PIC  X(012) VALUE 'PROGRAM'.
003460     05 FILLER                   PIC  X(018) VALUE 'WHEN (LOCAL)'.
003470     05 FILLER                   PIC  X(022) VALUE 'DETAIL'.
003480 01  SX-DTL-LINE.
003490     05 SX-DTL-SEV               PIC  X(001).
003500     05 FILLER                   PIC  X(003) VALUE SPACES.
003510     05 SX-DTL-CODE              PIC  X(010).
003520     05 FILLER                   PIC  X(002) VALUE SPACES.
003530     05 SX-DTL-USER              PIC  X(010).
003540     05 FILLER                   PIC  X(002) VALUE SPACES.
003550     05 SX-DTL-PGM               PIC  X(010).
003560     05 FILLER                   PIC  X(002) VALUE SPACES.
003570     05 SX-DTL-WHEN              PIC  X(016).
003580     05 FILLER                   PIC  X(002) VALUE SPACES.
003590     05 SX-DTL-DETAIL            PIC  X(022).
003600*----------------------------------------------------------*
003610* SEVERITY OF THE FINDING BEING PRINTED - H/M/L ON THE      *
003620* REPORT, THE NUMBER ON THE ALERTS ROW                      *
003630*----------------------------------------------------------*
003640 77  SX-SEV                      PIC  9(001).
003650 77  SX-ALERT-VALUE              PIC S9(009) COMP-3.
003660 77  SX-ALERT-LIMIT              PIC S9(009) COMP-3.
003670 01  SX-CNT-ED                   PIC  ZZZZZ9.
003680 01  SX-CNT-ED2                  PIC  ZZZZZ9.
003690 01  SX-SUM-LINE-1.
003700     05 FILLER           PIC X(024) VALUE 'AUDITLOG ROWS READ:'.
003710     05 SX-SUM-ROWS              PIC Z,ZZZ,ZZ9.
003720     05 FILLER                   PIC  X(047) VALUE SPACES.
003730 01  SX-SUM-LINE-2.
003740     05 FILLER           PIC X(024) VALUE 'FINDINGS:'.
003750     05 SX-SUM-FINDINGS          PIC Z,ZZZ,ZZ9.
003760     05 FILLER                   PIC  X(047) VALUE SPACES.
003770 01  SX-SUM-LINE-3.
003780     05 FILLER           PIC X(024) VALUE 'ALERTS RAISED:'.
003790     05 SX-SUM-ALERTS            PIC Z,ZZZ,ZZ9.
003800     05 FILLER                   PIC  X(047) VALUE SPACES.
003810 01  SX-SEED-LINE.
003820     05 FILLER                   PIC  X(080) VALUE
003830        'FIRST RUN - FIRST-USE REGISTER SEEDED, NO FINDINGS'.
003840*----------------------------------------------------------*
003850* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
003860* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
003870*----------------------------------------------------------*
003880 01  RW-CTL.
003890     05 RW-FUNC                  PIC  X(001).
003900     05 RW-TITLE                 PIC  X(050).
003910     05 RW-TITLE-ID              PIC  X(010).
003920     05 RW-LANG                  PIC  X(003).
003930     05 RW-COLS                  PIC  X(080).
003940     05 RW-LINE                  PIC  X(080).
003950     05 RW-PAGE-SIZE             PIC  9(003).
003960 01  RW-OUT.
003970     05 RW-OUT-COUNT             PIC  9(001).
003980     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003990 77  RW-X                        PIC S9(003) COMP-3.
004000 PROCEDURE DIVISION.
004010 0000-MAINLINE.
004020     PERFORM 1000-INITIALIZE
004030         THRU 1000-INITIALIZE-EXIT
004040     PERFORM 1100-LOAD-TZTABLE
004050         THRU 1100-LOAD-TZTABLE-EXIT
004060     PERFORM 1200-LOAD-BUSDATE
004070         THRU 1200-LOAD-BUSDATE-EXIT
004080     PERFORM 1300-LOAD-SHIFTCAL
004090         THRU 1300-LOAD-SHIFTCAL-EXIT
004100     PERFORM 1400-LOAD-HOLCAL
004110         THRU 1400-LOAD-HOLCAL-EXIT
004120     PERFORM 1500-LOAD-SECAUTH
004130         THRU 1500-LOAD-SECAUTH-EXIT
004140     PERFORM 1600-LOAD-USRCOMP
004150         THRU 1600-LOAD-USRCOMP-EXIT
004160     PERFORM 2000-SCAN-AUDITLOG
004170         THRU 2000-SCAN-AUDITLOG-EXIT
004180     IF SX-SEEDING
004190        MOVE SX-SEED-LINE TO RW-LINE
004200        MOVE 'D' TO RW-FUNC
004210        PERFORM 8900-RW-PUT
004220            THRU 8900-RW-PUT-EXIT
004230     ELSE
004240        PERFORM 3000-REPORT-OFF-HOURS
004250            THRU 3000-REPORT-OFF-HOURS-EXIT
004260        PERFORM 3500-REPORT-EXPIRED
004270            THRU 3500-REPORT-EXPIRED-EXIT
004280     END-IF
004290     PERFORM 4000-SAVE-HIGH-WATER
004300         THRU 4000-SAVE-HIGH-WATER-EXIT
004310     PERFORM 6000-PRINT-SUMMARY
004320         THRU 6000-PRINT-SUMMARY-EXIT
004330     PERFORM 9000-TERMINATE
004340         THRU 9000-TERMINATE-EXIT
004350     GO TO 9999-EXIT.
004360*----------------------------------------------------------*
004370* 1000-INITIALIZE - OPEN FILES, FIND WHERE THE LAST RUN     *
004380*                   STOPPED, START THE REPORT               *
004390*----------------------------------------------------------*
004400 1000-INITIALIZE.
004410     OPEN INPUT  AUDITLOG
004420     OPEN INPUT  SECAUTH
004430     OPEN INPUT  USRCOMP
004440     OPEN INPUT  BUSDATE
004450     OPEN INPUT  SHIFTCAL
004460     OPEN INPUT  HOLCAL
004470     OPEN INPUT  TZTABLE
004480     OPEN I-O    SECSEEN
004490     OPEN I-O    ALERTS
004500     OPEN OUTPUT SECEXRPT
004510     ACCEPT SX-TODAY-DATE FROM DATE YYYYMMDD
004520     ACCEPT SX-NOW-TIME   FROM TIME
004530     MOVE SPACES TO SX-NOW-TS
004540     STRING SX-TODAY-YY '-' SX-TODAY-MM '-' SX-TODAY-DD '-'
004550            SX-NOW-HH '.' SX-NOW-MIN '.' SX-NOW-SS '.000000'
004560            DELIMITED BY SIZE INTO SX-NOW-TS
004570     MOVE '*LASTRUN' TO SECSEEN-USER
004580     MOVE SPACES     TO SECSEEN-PGM
004590     READ SECSEEN RECORD
004600         INVALID KEY
004610            SET SX-SEEDING TO TRUE
004620         NOT INVALID KEY
004630            MOVE SECSEEN-FIRST-TS TO SX-HIGH-WATER
004640     END-READ
004650     MOVE SX-HIGH-WATER TO SX-MAX-TS
004660     MOVE SPACES TO SX-CO-TABLE
004670     MOVE SPACES TO SX-CT-COMPANY (1)
004680     MOVE SPACES TO SX-CT-LOC (1)
004690     MOVE 'N'    TO SX-CT-ANY (1)
004700     PERFORM VARYING SX-D FROM 1 BY 1 UNTIL SX-D > 7
004710        MOVE 'N' TO SX-CT-SET (1 SX-D)
004720        MOVE 0   TO SX-CT-FROM (1 SX-D)
004730        MOVE 0   TO SX-CT-TO (1 SX-D)
004740     END-PERFORM
004750     MOVE SX-HDG-LINE-1 TO RW-TITLE
004760     MOVE 'SECEXRPT' TO RW-TITLE-ID
004770     MOVE SPACES TO RW-LANG
004780     MOVE SX-HDG-LINE-2 TO RW-COLS
004790     MOVE 60 TO RW-PAGE-SIZE
004800     MOVE 'I' TO RW-FUNC
004810     PERFORM 8900-RW-PUT
004820         THRU 8900-RW-PUT-EXIT.
004830 1000-INITIALIZE-EXIT.
004840     EXIT.
004850*----------------------------------------------------------*
004860* 1100-LOAD-TZTABLE - THE *JOB ZONE, IF THE SITE STAMPS UTC *
004870*----------------------------------------------------------*
004880 1100-LOAD-TZTABLE.
004890     MOVE 'N' TO SX-EOF-SW
004900     PERFORM 1110-READ-TZTABLE
004910         THRU 1110-READ-TZTABLE-EXIT
004920         UNTIL SX-AT-EOF OR SX-TZ-KNOWN.
004930 1100-LOAD-TZTABLE-EXIT.
004940     EXIT.
004950 1110-READ-TZTABLE.
004960     READ TZTABLE
004970         AT END
004980            SET SX-AT-EOF TO TRUE
004990            GO TO 1110-READ-TZTABLE-EXIT
005000     END-READ
005010     IF TZTABLE-ZONE = '*JOB'
005020        SET  SX-TZ-KNOWN       TO TRUE
005030        MOVE TZTABLE-UTCOFF    TO SX-TZ-UTCOFF
005040        MOVE TZTABLE-DST-START TO SX-TZ-DSTFR
005050        MOVE TZTABLE-DST-END   TO SX-TZ-DSTTO
005060        MOVE TZTABLE-DST-OFF   TO SX-TZ-DSTOFF
005070     END-IF.
005080 1110-READ-TZTABLE-EXIT.
005090     EXIT.
005100*----------------------------------------------------------*
005110* 1200-LOAD-BUSDATE - EACH COMPANY AND ITS HOLCAL LOCATION  *
005120*----------------------------------------------------------*
005130 1200-LOAD-BUSDATE.
005140     MOVE 'N' TO SX-EOF-SW
005150     PERFORM 1210-READ-BUSDATE
005160         THRU 1210-READ-BUSDATE-EXIT
005170         UNTIL SX-AT-EOF.
005180 1200-LOAD-BUSDATE-EXIT.
005190     EXIT.
005200 1210-READ-BUSDATE.
005210     READ BUSDATE
005220         AT END
005230            SET SX-AT-EOF TO TRUE
005240            GO TO 1210-READ-BUSDATE-EXIT
005250     END-READ
005260     IF BUSDATE-COMPANY = SPACES
005270        MOVE BUSDATE-LOC TO SX-CT-LOC (1)
005280        GO TO 1210-READ-BUSDATE-EXIT
005290     END-IF
005300     MOVE BUSDATE-COMPANY TO SX-KEY-COMPANY
005310     PERFORM 8200-FIND-COMPANY
005320         THRU 8200-FIND-COMPANY-EXIT
005330     IF SX-C > 0
005340        MOVE BUSDATE-LOC TO SX-CT-LOC (SX-C)
005350     END-IF.
005360 1210-READ-BUSDATE-EXIT.
005370     EXIT.
005380*----------------------------------------------------------*
005390* 1300-LOAD-SHIFTCAL - CONTRACTED HOURS PER COMPANY AND     *
005400*                      WEEKDAY, THE SLAALERT CONVERSION TO  *
005410*                      SECONDS OF THE DAY                   *
005420*----------------------------------------------------------*
005430 1300-LOAD-SHIFTCAL.
005440     MOVE 'N' TO SX-EOF-SW
005450     PERFORM 1310-READ-SHIFTCAL
005460         THRU 1310-READ-SHIFTCAL-EXIT
005470         UNTIL SX-AT-EOF.
005480 1300-LOAD-SHIFTCAL-EXIT.
005490     EXIT.
005500 1310-READ-SHIFTCAL.
005510     READ SHIFTCAL
005520         AT END
005530            SET SX-AT-EOF TO TRUE
005540            GO TO 1310-READ-SHIFTCAL-EXIT
005550     END-READ
005560     IF SHIFTCAL-WEEKDAY < 1 OR SHIFTCAL-WEEKDAY > 7
005570        GO TO 1310-READ-SHIFTCAL-EXIT
005580     END-IF
005590     IF SHIFTCAL-COMPANY = SPACES
005600        MOVE 1 TO SX-C
005610     ELSE
005620        MOVE SHIFTCAL-COMPANY TO SX-KEY-COMPANY
005630        PERFORM 8200-FIND-COMPANY
005640            THRU 8200-FIND-COMPANY-EXIT
005650        IF SX-C = 0
005660           GO TO 1310-READ-SHIFTCAL-EXIT
005670        END-IF
005680     END-IF
005690     MOVE SHIFTCAL-WEEKDAY TO SX-D
005700     MOVE 'Y' TO SX-CT-ANY (SX-C)
005710     MOVE 'Y' TO SX-CT-SET (SX-C SX-D)
005720     COMPUTE SX-CT-FROM (SX-C SX-D) =
005730             ((SHIFTCAL-START / 100) * 3600) +
005740             ((SHIFTCAL-START -
005750              ((SHIFTCAL-START / 100) * 100)) * 60)
005760     COMPUTE SX-CT-TO (SX-C SX-D) =
005770             ((SHIFTCAL-END / 100) * 3600) +
005780             ((SHIFTCAL-END -
005790              ((SHIFTCAL-END / 100) * 100)) * 60).
005800 1310-READ-SHIFTCAL-EXIT.
005810     EXIT.
005820*----------------------------------------------------------*
005830* 1400-LOAD-HOLCAL - HOLIDAY DAY NUMBERS WITH LOCATIONS     *
005840*----------------------------------------------------------*
005850 1400-LOAD-HOLCAL.
005860     MOVE 'N' TO SX-EOF-SW
005870     PERFORM 1410-READ-HOLCAL
005880         THRU 1410-READ-HOLCAL-EXIT
005890         UNTIL SX-AT-EOF.
005900 1400-LOAD-HOLCAL-EXIT.
005910     EXIT.
005920 1410-READ-HOLCAL.
005930     READ HOLCAL
005940         AT END
005950            SET SX-AT-EOF TO TRUE
005960            GO TO 1410-READ-HOLCAL-EXIT
005970     END-READ
005980     IF SX-HOL-COUNT < SX-MAX-HOLS
005990        MOVE HOLCAL-DATE TO SX-DTON-DATE
006000        PERFORM 8000-DATE-TO-DAYNUM
006010            THRU 8000-DATE-TO-DAYNUM-EXIT
006020        ADD 1 TO SX-HOL-COUNT
006030        MOVE SX-DTON-NUM TO SX-HOL-NUM (SX-HOL-COUNT)
006040        MOVE HOLCAL-LOC  TO SX-HOL-LOC (SX-HOL-COUNT)
006050     END-IF.
006060 1410-READ-HOLCAL-EXIT.
006070     EXIT.
006080*----------------------------------------------------------*
006090* 1500-LOAD-SECAUTH - EVERY USER'S OWN GRANTS, COUNTING THE *
006100*                     ONES STILL LIVE TODAY                 *
006110*----------------------------------------------------------*
006120 1500-LOAD-SECAUTH.
006130     MOVE 'N' TO SX-EOF-SW
006140     PERFORM 1510-READ-SECAUTH
006150         THRU 1510-READ-SECAUTH-EXIT
006160         UNTIL SX-AT-EOF.
006170 1500-LOAD-SECAUTH-EXIT.
006180     EXIT.
006190 1510-READ-SECAUTH.
006200     READ SECAUTH
006210         AT END
006220            SET SX-AT-EOF TO TRUE
006230            GO TO 1510-READ-SECAUTH-EXIT
006240     END-READ
006250     IF SECAUTH-USER = '*PUBLIC'
006260        GO TO 1510-READ-SECAUTH-EXIT
006270     END-IF
006280     MOVE SECAUTH-USER TO SX-KEY-USER
006290     PERFORM 8100-FIND-USER
006300         THRU 8100-FIND-USER-EXIT
006310     IF SX-U = 0
006320        GO TO 1510-READ-SECAUTH-EXIT
006330     END-IF
006340     ADD 1 TO SX-UT-GRANTS (SX-U)
006350     IF SECAUTH-EFFTO = 0 OR
006360        SECAUTH-EFFTO NOT LESS SX-TODAY-DATE-N
006370        ADD 1 TO SX-UT-LIVE (SX-U)
006380     END-IF.
006390 1510-READ-SECAUTH-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 1600-LOAD-USRCOMP - THE COMPANY WHOSE CALENDAR A USER     *
006430*                     WORKS TO (THE FIRST ROW OF THE USER)  *
006440*----------------------------------------------------------*
006450 1600-LOAD-USRCOMP.
006460     MOVE 'N' TO SX-EOF-SW
006470     PERFORM 1610-READ-USRCOMP
006480         THRU 1610-READ-USRCOMP-EXIT
006490         UNTIL SX-AT-EOF.
006500 1600-LOAD-USRCOMP-EXIT.
006510     EXIT.
006520 1610-READ-USRCOMP.
006530     READ USRCOMP
006540         AT END
006550            SET SX-AT-EOF TO TRUE
006560            GO TO 1610-READ-USRCOMP-EXIT
006570     END-READ
006580     MOVE USRCOMP-USER TO SX-KEY-USER
006590     PERFORM 8100-FIND-USER
006600         THRU 8100-FIND-USER-EXIT
006610     IF SX-U > 0
006620        IF SX-UT-COMPANY (SX-U) = SPACES
006630           MOVE USRCOMP-COMPANY TO SX-UT-COMPANY (SX-U)
006640        END-IF
006650     END-IF.
006660 1610-READ-USRCOMP-EXIT.
006670     EXIT.
006680*----------------------------------------------------------*
006690* 2000-SCAN-AUDITLOG - EVERY ROW WRITTEN SINCE THE LAST RUN *
006700*----------------------------------------------------------*
006710 2000-SCAN-AUDITLOG.
006720     MOVE 'N' TO SX-EOF-SW
006730     PERFORM 2100-READ-AUDITLOG
006740         THRU 2100-READ-AUDITLOG-EXIT
006750         UNTIL SX-AT-EOF.
006760 2000-SCAN-AUDITLOG-EXIT.
006770     EXIT.
006780*----------------------------------------------------------*
006790* 2100-READ-AUDITLOG - A *SECURITY ROW IS A DENIAL; ANY     *
006800*                      OTHER *-MARKER ROW IS BOOKKEEPING    *
006810*                      AND SKIPPED; A FILE ROW WITH A GOOD  *
006820*                      STATUS IS A SUCCESSFUL ACTION.  THE  *
006830*                      JOB COLUMN CARRIES THE USER          *
006840*----------------------------------------------------------*
006850 2100-READ-AUDITLOG.
006860     READ AUDITLOG
006870         AT END
006880            SET SX-AT-EOF TO TRUE
006890            GO TO 2100-READ-AUDITLOG-EXIT
006900     END-READ
006910     IF SX-HIGH-WATER NOT = SPACES AND
006920        AUDITLOG-TIMESTAMP NOT GREATER SX-HIGH-WATER
006930        GO TO 2100-READ-AUDITLOG-EXIT
006940     END-IF
006950     IF AUDITLOG-TIMESTAMP GREATER SX-MAX-TS
006960        MOVE AUDITLOG-TIMESTAMP TO SX-MAX-TS
006970     END-IF
006980     ADD 1 TO SX-ROWS-READ
006990     EVALUATE TRUE
007000        WHEN AUDITLOG-FILE = '*SECURITY'
007010           SET SX-ROW-DENIAL TO TRUE
007020        WHEN AUDITLOG-FILE (1:1) = '*'
007030           SET SX-ROW-SKIP   TO TRUE
007040        WHEN AUDITLOG-STATUS (1:1) = '0'
007050           SET SX-ROW-ACTION TO TRUE
007060        WHEN OTHER
007070           SET SX-ROW-SKIP   TO TRUE
007080     END-EVALUATE
007090     IF SX-ROW-SKIP OR AUDITLOG-PGM = SPACES
007100        GO TO 2100-READ-AUDITLOG-EXIT
007110     END-IF
007120     MOVE AUDITLOG-JOB TO SX-KEY-USER
007130     PERFORM 8150-LOOKUP-USER
007140         THRU 8150-LOOKUP-USER-EXIT
007150     IF SX-U = 0
007160        GO TO 2100-READ-AUDITLOG-EXIT
007170     END-IF
007180     PERFORM 8300-LOCAL-TIME
007190         THRU 8300-LOCAL-TIME-EXIT
007200     PERFORM 2200-FIRST-USE
007210         THRU 2200-FIRST-USE-EXIT
007220     IF SX-SEEDING
007230        GO TO 2100-READ-AUDITLOG-EXIT
007240     END-IF
007250     IF SX-ROW-DENIAL
007260        PERFORM 2300-REPEATED-DENIAL
007270            THRU 2300-REPEATED-DENIAL-EXIT
007280     END-IF
007290     PERFORM 2400-OFF-HOURS
007300         THRU 2400-OFF-HOURS-EXIT
007310     IF SX-UT-GRANTS (SX-U) > 0 AND SX-UT-LIVE (SX-U) = 0
007320        IF SX-UT-ACTS (SX-U) = 0
007330           MOVE AUDITLOG-TIMESTAMP TO SX-UT-FIRST-TS (SX-U)
007340        END-IF
007350        ADD 1 TO SX-UT-ACTS (SX-U)
007360     END-IF.
007370 2100-READ-AUDITLOG-EXIT.
007380     EXIT.
007390*----------------------------------------------------------*
007400* 2200-FIRST-USE - A USER AND PROGRAM NOT YET IN SECSEEN    *
007410*                  IS REGISTERED, AND REPORTED UNLESS THE   *
007420*                  REGISTER IS BEING SEEDED                 *
007430*----------------------------------------------------------*
007440 2200-FIRST-USE.
007450     MOVE AUDITLOG-JOB TO SECSEEN-USER
007460     MOVE AUDITLOG-PGM TO SECSEEN-PGM
007470     READ SECSEEN RECORD
007480         INVALID KEY
007490            CONTINUE
007500         NOT INVALID KEY
007510            GO TO 2200-FIRST-USE-EXIT
007520     END-READ
007530     MOVE AUDITLOG-TIMESTAMP TO SECSEEN-FIRST-TS
007540     WRITE SECSEEN-RECORD
007550         INVALID KEY
007560            CONTINUE
007570     END-WRITE
007580     IF SX-SEEDING
007590        GO TO 2200-FIRST-USE-EXIT
007600     END-IF
007610     MOVE 5             TO SX-SEV
007620     MOVE 'FIRSTUSE'    TO SX-DTL-CODE
007630     MOVE AUDITLOG-JOB  TO SX-DTL-USER
007640     MOVE AUDITLOG-PGM  TO SX-DTL-PGM
007650     PERFORM 8700-FORMAT-WHEN
007660         THRU 8700-FORMAT-WHEN-EXIT
007670     MOVE SX-WHEN       TO SX-DTL-WHEN
007680     IF SX-ROW-DENIAL
007690        MOVE 'FIRST ATTEMPT DENIED' TO SX-DTL-DETAIL
007700     ELSE
007710        MOVE 'FIRST USE OF PROGRAM' TO SX-DTL-DETAIL
007720     END-IF
007730     PERFORM 5000-PUT-FINDING
007740         THRU 5000-PUT-FINDING-EXIT.
007750 2200-FIRST-USE-EXIT.
007760     EXIT.
007770*----------------------------------------------------------*
007780* 2300-REPEATED-DENIAL - THE DENIAL THAT BRINGS A USER'S    *
007790*                        WINDOW ON ONE PROGRAM TO THE LIMIT *
007800*                        IS A HIGH FINDING; THE WINDOW THEN *
007810*                        RESTARTS                           *
007820*----------------------------------------------------------*
007830 2300-REPEATED-DENIAL.
007840     MOVE 0 TO SX-O
007850     PERFORM VARYING SX-I FROM 1 BY 1
007860             UNTIL SX-I > SX-DNY-COUNT OR SX-O > 0
007870        IF SX-DT-USER (SX-I) = AUDITLOG-JOB AND
007880           SX-DT-PGM (SX-I)  = AUDITLOG-PGM
007890           MOVE SX-I TO SX-O
007900        END-IF
007910     END-PERFORM
007920     IF SX-O = 0
007930        IF SX-DNY-COUNT NOT < SX-MAX-DNYS
007940           GO TO 2300-REPEATED-DENIAL-EXIT
007950        END-IF
007960        ADD 1 TO SX-DNY-COUNT
007970        MOVE SX-DNY-COUNT TO SX-O
007980        MOVE AUDITLOG-JOB TO SX-DT-USER (SX-O)
007990        MOVE AUDITLOG-PGM TO SX-DT-PGM (SX-O)
008000        MOVE SX-ABS       TO SX-DT-START (SX-O)
008010        MOVE 0            TO SX-DT-HITS (SX-O)
008020     END-IF
008030     IF SX-ABS - SX-DT-START (SX-O) > SX-DENY-WINDOW
008040        MOVE SX-ABS TO SX-DT-START (SX-O)
008050        MOVE 0      TO SX-DT-HITS (SX-O)
008060     END-IF
008070     ADD 1 TO SX-DT-HITS (SX-O)
008080     IF SX-DT-HITS (SX-O) < SX-DENY-LIMIT
008090        GO TO 2300-REPEATED-DENIAL-EXIT
008100     END-IF
008110     MOVE 8             TO SX-SEV
008120     MOVE 'REPEATDENY'  TO SX-DTL-CODE
008130     MOVE AUDITLOG-JOB  TO SX-DTL-USER
008140     MOVE AUDITLOG-PGM  TO SX-DTL-PGM
008150     PERFORM 8700-FORMAT-WHEN
008160         THRU 8700-FORMAT-WHEN-EXIT
008170     MOVE SX-WHEN       TO SX-DTL-WHEN
008180     MOVE SX-DT-HITS (SX-O) TO SX-CNT-ED
008190     MOVE SX-DENY-WINDOW    TO SX-CNT-ED2
008200     MOVE SPACES        TO SX-DTL-DETAIL
008210     STRING SX-CNT-ED ' IN ' SX-CNT-ED2 ' SEC'
008220            DELIMITED BY SIZE INTO SX-DTL-DETAIL
008230     MOVE SX-DT-HITS (SX-O) TO SX-ALERT-VALUE
008240     MOVE SX-DENY-LIMIT     TO SX-ALERT-LIMIT
008250     PERFORM 5000-PUT-FINDING
008260         THRU 5000-PUT-FINDING-EXIT
008270     MOVE SX-ABS TO SX-DT-START (SX-O)
008280     MOVE 0      TO SX-DT-HITS (SX-O).
008290 2300-REPEATED-DENIAL-EXIT.
008300     EXIT.
008310*----------------------------------------------------------*
008320* 2400-OFF-HOURS - A ROW ON A HOLIDAY OF THE USER'S COMPANY *
008330*                  LOCATION, ON A WEEKDAY WITHOUT HOURS OR  *
008340*                  OUTSIDE THE WEEKDAY'S SHIFT IS COUNTED   *
008350*                  AGAINST THE USER AND LOCAL DAY.  A       *
008360*                  COMPANY WITH NO SHIFTCAL ROWS AT ALL -   *
008370*                  NOR BLANK-COMPANY ROWS - IS NOT JUDGED   *
008380*----------------------------------------------------------*
008390 2400-OFF-HOURS.
008400     MOVE 1 TO SX-C
008410     IF SX-UT-COMPANY (SX-U) NOT = SPACES
008420        MOVE SX-UT-COMPANY (SX-U) TO SX-KEY-COMPANY
008430        PERFORM 8250-LOOKUP-COMPANY
008440            THRU 8250-LOOKUP-COMPANY-EXIT
008450        IF SX-C = 0
008460           MOVE 1 TO SX-C
008470        END-IF
008480     END-IF
008490     IF SX-CT-ANY (SX-C) NOT = 'Y' AND SX-CT-ANY (1) NOT = 'Y'
008500        GO TO 2400-OFF-HOURS-EXIT
008510     END-IF
008520     SET SX-IS-IN-HOURS TO TRUE
008530     PERFORM VARYING SX-I FROM 1 BY 1
008540             UNTIL SX-I > SX-HOL-COUNT OR SX-IS-HOLIDAY
008550        IF SX-HOL-NUM (SX-I) = SX-LDAY AND
008560           (SX-HOL-LOC (SX-I) = SPACES OR
008570            SX-HOL-LOC (SX-I) = SX-CT-LOC (SX-C))
008580           SET SX-IS-HOLIDAY TO TRUE
008590        END-IF
008600     END-PERFORM
008610     IF SX-IS-IN-HOURS
008620        COMPUTE SX-D = SX-LWD + 1
008630        MOVE 0 TO SX-SH-FROM
008640        MOVE 0 TO SX-SH-TO
008650        IF SX-CT-SET (SX-C SX-D) = 'Y'
008660           MOVE SX-CT-FROM (SX-C SX-D) TO SX-SH-FROM
008670           MOVE SX-CT-TO (SX-C SX-D)   TO SX-SH-TO
008680        ELSE
008690           IF SX-CT-SET (1 SX-D) = 'Y'
008700              MOVE SX-CT-FROM (1 SX-D) TO SX-SH-FROM
008710              MOVE SX-CT-TO (1 SX-D)   TO SX-SH-TO
008720           END-IF
008730        END-IF
008740        IF SX-SH-TO NOT GREATER SX-SH-FROM OR
008750           SX-LSEC < SX-SH-FROM OR
008760           SX-LSEC NOT < SX-SH-TO
008770           SET SX-IS-OFF-HOURS TO TRUE
008780        END-IF
008790     END-IF
008800     IF SX-IS-IN-HOURS
008810        GO TO 2400-OFF-HOURS-EXIT
008820     END-IF
008830     MOVE 0 TO SX-O
008840     PERFORM VARYING SX-I FROM 1 BY 1
008850             UNTIL SX-I > SX-OH-COUNT OR SX-O > 0
008860        IF SX-OT-USER (SX-I) = AUDITLOG-JOB AND
008870           SX-OT-DAY (SX-I)  = SX-LDAY
008880           MOVE SX-I TO SX-O
008890        END-IF
008900     END-PERFORM
008910     IF SX-O = 0
008920        IF SX-OH-COUNT NOT < SX-MAX-OHS
008930           GO TO 2400-OFF-HOURS-EXIT
008940        END-IF
008950        ADD 1 TO SX-OH-COUNT
008960        MOVE SX-OH-COUNT  TO SX-O
008970        MOVE AUDITLOG-JOB TO SX-OT-USER (SX-O)
008980        MOVE SX-LDAY      TO SX-OT-DAY (SX-O)
008990        MOVE SX-OFF-SW    TO SX-OT-HOLIDAY (SX-O)
009000        MOVE SX-LSEC      TO SX-OT-FIRST-SEC (SX-O)
009010        MOVE 0            TO SX-OT-DENIALS (SX-O)
009020        MOVE 0            TO SX-OT-ACTIONS (SX-O)
009030     END-IF
009040     IF SX-ROW-DENIAL
009050        ADD 1 TO SX-OT-DENIALS (SX-O)
009060     ELSE
009070        ADD 1 TO SX-OT-ACTIONS (SX-O)
009080     END-IF.
009090 2400-OFF-HOURS-EXIT.
009100     EXIT.
009110*----------------------------------------------------------*
009120* 3000-REPORT-OFF-HOURS - ONE FINDING PER USER AND DAY; A   *
009130*                         DAY THAT ALSO HAS DENIALS RANKS   *
009140*                         ABOVE ONE WITH ACTIONS ONLY       *
009150*----------------------------------------------------------*
009160 3000-REPORT-OFF-HOURS.
009170     PERFORM VARYING SX-O FROM 1 BY 1
009180             UNTIL SX-O > SX-OH-COUNT
009190        IF SX-OT-DENIALS (SX-O) > 0
009200           MOVE 6 TO SX-SEV
009210        ELSE
009220           MOVE 4 TO SX-SEV
009230        END-IF
009240        IF SX-OT-HOLIDAY (SX-O) = 'H'
009250           MOVE 'HOLIDAY'  TO SX-DTL-CODE
009260        ELSE
009270           MOVE 'OFFHOURS' TO SX-DTL-CODE
009280        END-IF
009290        MOVE SX-OT-USER (SX-O)      TO SX-DTL-USER
009300        MOVE SPACES                 TO SX-DTL-PGM
009310        MOVE SX-OT-DAY (SX-O)       TO SX-LDAY
009320        MOVE SX-OT-FIRST-SEC (SX-O) TO SX-LSEC
009330        PERFORM 8700-FORMAT-WHEN
009340            THRU 8700-FORMAT-WHEN-EXIT
009350        MOVE SX-WHEN                TO SX-DTL-WHEN
009360        MOVE SX-OT-DENIALS (SX-O)   TO SX-CNT-ED
009370        MOVE SX-OT-ACTIONS (SX-O)   TO SX-CNT-ED2
009380        MOVE SPACES                 TO SX-DTL-DETAIL
009390        STRING 'DENY' SX-CNT-ED ' DONE' SX-CNT-ED2
009400               DELIMITED BY SIZE INTO SX-DTL-DETAIL
009410        PERFORM 5000-PUT-FINDING
009420            THRU 5000-PUT-FINDING-EXIT
009430     END-PERFORM.
009440 3000-REPORT-OFF-HOURS-EXIT.
009450     EXIT.
009460*----------------------------------------------------------*
009470* 3500-REPORT-EXPIRED - ACTIVITY BY A USER WHOSE OWN        *
009480*                       SECAUTH GRANTS HAVE ALL EXPIRED     *
009490*----------------------------------------------------------*
009500 3500-REPORT-EXPIRED.
009510     PERFORM VARYING SX-U FROM 1 BY 1
009520             UNTIL SX-U > SX-USR-COUNT
009530        IF SX-UT-ACTS (SX-U) > 0
009540           MOVE 8                   TO SX-SEV
009550           MOVE 'EXPIREDPRF'        TO SX-DTL-CODE
009560           MOVE SX-UT-USER (SX-U)   TO SX-DTL-USER
009570           MOVE SPACES              TO SX-DTL-PGM
009580           MOVE SX-UT-FIRST-TS (SX-U) (1:10) TO SX-DTL-WHEN
009590           MOVE SX-UT-ACTS (SX-U)   TO SX-CNT-ED
009600           MOVE SPACES              TO SX-DTL-DETAIL
009610           STRING SX-CNT-ED ' ROWS, NO LIVE GRANT'
009620                  DELIMITED BY SIZE INTO SX-DTL-DETAIL
009630           MOVE SX-UT-ACTS (SX-U)   TO SX-ALERT-VALUE
009640           MOVE 0                   TO SX-ALERT-LIMIT
009650           PERFORM 5000-PUT-FINDING
009660               THRU 5000-PUT-FINDING-EXIT
009670        END-IF
009680     END-PERFORM.
009690 3500-REPORT-EXPIRED-EXIT.
009700     EXIT.
009710*----------------------------------------------------------*
009720* 4000-SAVE-HIGH-WATER - THE NEXT RUN STARTS AFTER THE LAST *
009730*                        ROW READ TONIGHT                   *
009740*----------------------------------------------------------*
009750 4000-SAVE-HIGH-WATER.
009760     MOVE '*LASTRUN' TO SECSEEN-USER
009770     MOVE SPACES     TO SECSEEN-PGM
009780     MOVE SX-MAX-TS  TO SECSEEN-FIRST-TS
009790     IF SX-SEEDING
009800        WRITE SECSEEN-RECORD
009810            INVALID KEY
009820               CONTINUE
009830        END-WRITE
009840     ELSE
009850        REWRITE SECSEEN-RECORD
009860            INVALID KEY
009870               CONTINUE
009880        END-REWRITE
009890     END-IF.
009900 4000-SAVE-HIGH-WATER-EXIT.
009910     EXIT.
009920*----------------------------------------------------------*
009930* 5000-PUT-FINDING - PRINT THE FINDING WITH ITS SEVERITY;   *
009940*                    A HIGH ONE ALSO GOES TO ALERTS         *
009950*----------------------------------------------------------*
009960 5000-PUT-FINDING.
009970     ADD 1 TO SX-FINDINGS
009980     EVALUATE TRUE
009990        WHEN SX-SEV NOT < SX-ALERT-LEVEL
010000           MOVE 'H' TO SX-DTL-SEV
010010        WHEN SX-SEV NOT < 4
010020           MOVE 'M' TO SX-DTL-SEV
010030        WHEN OTHER
010040           MOVE 'L' TO SX-DTL-SEV
010050     END-EVALUATE
010060     MOVE SX-DTL-LINE TO RW-LINE
010070     MOVE 'D' TO RW-FUNC
010080     PERFORM 8900-RW-PUT
010090         THRU 8900-RW-PUT-EXIT
010100     IF SX-SEV NOT < SX-ALERT-LEVEL
010110        PERFORM 5100-RAISE-ALERT
010120            THRU 5100-RAISE-ALERT-EXIT
010130     END-IF.
010140 5000-PUT-FINDING-EXIT.
010150     EXIT.
010160*----------------------------------------------------------*
010170* 5100-RAISE-ALERT - THE SLAALERT LIFECYCLE SHAPE, ONE ROW  *
010180*                    PER FINDING, USER AND PROGRAM          *
010190*----------------------------------------------------------*
010200 5100-RAISE-ALERT.
010210     MOVE 'SECEXCEPT'   TO ALERTS-TYPE
010220     MOVE SX-DTL-CODE   TO ALERTS-SOURCE
010230     MOVE SPACES        TO ALERTS-DETAIL
010240     STRING SX-DTL-USER ' ' SX-DTL-PGM
010250            DELIMITED BY SIZE INTO ALERTS-DETAIL
010260     SET SX-ALERT-NOT-ON-FILE TO TRUE
010270     READ ALERTS RECORD
010280         INVALID KEY
010290            CONTINUE
010300         NOT INVALID KEY
010310            SET SX-ALERT-ON-FILE TO TRUE
010320     END-READ
010330     MOVE SX-ALERT-VALUE   TO ALERTS-VALUE
010340     MOVE SX-ALERT-LIMIT   TO ALERTS-THRESHOLD
010350     ADD 1 TO SX-ALERT-COUNT
010360     IF SX-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
010370        ADD 1 TO ALERTS-BREACHES
010380        IF ALERTS-SEVERITY < 9
010390           ADD 1 TO ALERTS-SEVERITY
010400        END-IF
010410        REWRITE ALERTS-RECORD
010420           INVALID KEY
010430              CONTINUE
010440        END-REWRITE
010450     ELSE
010460        SET  ALERTS-NEW       TO TRUE
010470        MOVE SX-SEV           TO ALERTS-SEVERITY
010480        MOVE 1                TO ALERTS-BREACHES
010490        MOVE SX-NOW-TS        TO ALERTS-RAISED-TS
010500        MOVE SPACES           TO ALERTS-ACK-USER
010510        MOVE SPACES           TO ALERTS-ACK-TS
010520        MOVE SPACES           TO ALERTS-RES-TS
010530        MOVE 0                TO ALERTS-BUSAGE
010540        MOVE SPACES           TO ALERTS-ACT-STATUS
010550        MOVE 0                TO ALERTS-ACT-TRIES
010560        MOVE SPACES           TO ALERTS-ACT-TS
010570        IF SX-ALERT-ON-FILE
010580           REWRITE ALERTS-RECORD
010590              INVALID KEY
010600                 CONTINUE
010610           END-REWRITE
010620        ELSE
010630           WRITE ALERTS-RECORD
010640              INVALID KEY
010650                 CONTINUE
010660           END-WRITE
010670        END-IF
010680     END-IF.
010690 5100-RAISE-ALERT-EXIT.
010700     EXIT.
010710*----------------------------------------------------------*
010720* 6000-PRINT-SUMMARY - ROWS READ, FINDINGS, ALERTS          *
010730*----------------------------------------------------------*
010740 6000-PRINT-SUMMARY.
010750     MOVE SX-ROWS-READ    TO SX-SUM-ROWS
010760     MOVE SX-FINDINGS     TO SX-SUM-FINDINGS
010770     MOVE SX-ALERT-COUNT  TO SX-SUM-ALERTS
010780     MOVE 'T' TO RW-FUNC
010790     MOVE SX-SUM-LINE-1 TO RW-LINE
010800     PERFORM 8900-RW-PUT
010810         THRU 8900-RW-PUT-EXIT
010820     MOVE SX-SUM-LINE-2 TO RW-LINE
010830     PERFORM 8900-RW-PUT
010840         THRU 8900-RW-PUT-EXIT
010850     MOVE SX-SUM-LINE-3 TO RW-LINE
010860     PERFORM 8900-RW-PUT
010870         THRU 8900-RW-PUT-EXIT.
010880 6000-PRINT-SUMMARY-EXIT.
010890     EXIT.
010900*----------------------------------------------------------*
010910* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
010920*----------------------------------------------------------*
010930 8000-DATE-TO-DAYNUM.
010940     MOVE SX-DTON-YY TO SX-DW-YY
010950     MOVE SX-DTON-MM TO SX-DW-MM
010960     MOVE SX-DTON-DD TO SX-DW-DD
010970     IF SX-DW-MM GREATER 2
010980        SUBTRACT 3 FROM SX-DW-MM
010990     ELSE
011000        ADD 9 TO SX-DW-MM
011010        SUBTRACT 1 FROM SX-DW-YY
011020     END-IF
011030     COMPUTE SX-DTON-D = ((153 * SX-DW-MM) + 2) / 5
011040     COMPUTE SX-DTON-L4 = SX-DW-YY / 4
011050     COMPUTE SX-DTON-L100 = SX-DW-YY / 100
011060     COMPUTE SX-DTON-L400 = SX-DW-YY / 400
011070     COMPUTE SX-DTON-NUM = SX-DW-YY * 365 +
011080                           SX-DTON-L4 -
011090                           SX-DTON-L100 +
011100                           SX-DTON-L400 +
011110                           SX-DTON-D +
011120                           SX-DW-DD.
011130 8000-DATE-TO-DAYNUM-EXIT.
011140     EXIT.
011150*----------------------------------------------------------*
011160* 8100-FIND-USER - SX-KEY-USER TO ITS TABLE ENTRY, ADDING   *
011170*                  IT WHEN NEW; SX-U = 0 WHEN THE TABLE IS  *
011180*                  FULL                                     *
011190*----------------------------------------------------------*
011200 8100-FIND-USER.
011210     PERFORM 8150-LOOKUP-USER
011220         THRU 8150-LOOKUP-USER-EXIT
011230     IF SX-U > 0 OR SX-USR-COUNT NOT < SX-MAX-USRS
011240        GO TO 8100-FIND-USER-EXIT
011250     END-IF
011260     ADD 1 TO SX-USR-COUNT
011270     MOVE SX-USR-COUNT TO SX-U
011280     MOVE SX-KEY-USER  TO SX-UT-USER (SX-U)
011290     MOVE SPACES       TO SX-UT-COMPANY (SX-U)
011300     MOVE 0            TO SX-UT-GRANTS (SX-U)
011310     MOVE 0            TO SX-UT-LIVE (SX-U)
011320     MOVE 0            TO SX-UT-ACTS (SX-U)
011330     MOVE SPACES       TO SX-UT-FIRST-TS (SX-U).
011340 8100-FIND-USER-EXIT.
011350     EXIT.
011360 8150-LOOKUP-USER.
011370     MOVE 0 TO SX-U
011380     PERFORM VARYING SX-I FROM 1 BY 1
011390             UNTIL SX-I > SX-USR-COUNT OR SX-U > 0
011400        IF SX-UT-USER (SX-I) = SX-KEY-USER
011410           MOVE SX-I TO SX-U
011420        END-IF
011430     END-PERFORM.
011440 8150-LOOKUP-USER-EXIT.
011450     EXIT.
011460*----------------------------------------------------------*
011470* 8200-FIND-COMPANY - SX-KEY-COMPANY TO ITS TABLE ENTRY,    *
011480*                     ADDING IT WHEN NEW                    *
011490*----------------------------------------------------------*
011500 8200-FIND-COMPANY.
011510     PERFORM 8250-LOOKUP-COMPANY
011520         THRU 8250-LOOKUP-COMPANY-EXIT
011530     IF SX-C > 0 OR SX-CO-COUNT NOT < SX-MAX-COS
011540        GO TO 8200-FIND-COMPANY-EXIT
011550     END-IF
011560     ADD 1 TO SX-CO-COUNT
011570     MOVE SX-CO-COUNT    TO SX-C
011580     MOVE SX-KEY-COMPANY TO SX-CT-COMPANY (SX-C)
011590     MOVE SPACES         TO SX-CT-LOC (SX-C)
011600     MOVE 'N'            TO SX-CT-ANY (SX-C)
011610     PERFORM VARYING SX-D FROM 1 BY 1 UNTIL SX-D > 7
011620        MOVE 'N' TO SX-CT-SET (SX-C SX-D)
011630        MOVE 0   TO SX-CT-FROM (SX-C SX-D)
011640        MOVE 0   TO SX-CT-TO (SX-C SX-D)
011650     END-PERFORM.
011660 8200-FIND-COMPANY-EXIT.
011670     EXIT.
011680 8250-LOOKUP-COMPANY.
011690     MOVE 0 TO SX-C
011700     PERFORM VARYING SX-I FROM 2 BY 1
011710             UNTIL SX-I > SX-CO-COUNT OR SX-C > 0
011720        IF SX-CT-COMPANY (SX-I) = SX-KEY-COMPANY
011730           MOVE SX-I TO SX-C
011740        END-IF
011750     END-PERFORM.
011760 8250-LOOKUP-COMPANY-EXIT.
011770     EXIT.
011780*----------------------------------------------------------*
011790* 8300-LOCAL-TIME - THE ROW'S STAMP AS LOCAL DAY NUMBER,    *
011800*                   SECOND OF THE DAY, WEEKDAY (0 = MONDAY) *
011810*                   AND AN ABSOLUTE SECOND COUNT            *
011820*----------------------------------------------------------*
011830 8300-LOCAL-TIME.
011840     MOVE AUDITLOG-TS-YY TO SX-DTON-YY
011850     MOVE AUDITLOG-TS-MM TO SX-DTON-MM
011860     MOVE AUDITLOG-TS-DD TO SX-DTON-DD
011870     PERFORM 8000-DATE-TO-DAYNUM
011880         THRU 8000-DATE-TO-DAYNUM-EXIT
011890     COMPUTE SX-ABS = (SX-DTON-NUM * 86400) +
011900                      (AUDITLOG-TS-HH * 3600) +
011910                      (AUDITLOG-TS-MIN * 60) +
011920                      AUDITLOG-TS-SS
011930     IF SX-TZ-KNOWN
011940        MOVE SX-TZ-UTCOFF TO SX-TZ-OFFSET
011950        MOVE SX-DTON-DATE TO SX-ROW-DATE
011960        IF SX-TZ-DSTFR NOT = 0
011970           IF SX-TZ-DSTFR NOT GREATER SX-TZ-DSTTO
011980              IF SX-ROW-DATE-N NOT LESS SX-TZ-DSTFR AND
011990                 SX-ROW-DATE-N NOT GREATER SX-TZ-DSTTO
012000                 ADD SX-TZ-DSTOFF TO SX-TZ-OFFSET
012010              END-IF
012020           ELSE
012030              IF SX-ROW-DATE-N NOT LESS SX-TZ-DSTFR OR
012040                 SX-ROW-DATE-N NOT GREATER SX-TZ-DSTTO
012050                 ADD SX-TZ-DSTOFF TO SX-TZ-OFFSET
012060              END-IF
012070           END-IF
012080        END-IF
012090        COMPUTE SX-ABS = SX-ABS + (SX-TZ-OFFSET * 60)
012100     END-IF
012110     DIVIDE SX-ABS BY 86400 GIVING SX-LDAY
012120     COMPUTE SX-LSEC = SX-ABS - (SX-LDAY * 86400)
012130     COMPUTE SX-WD-TMP = SX-LDAY + 1
012140     DIVIDE SX-WD-TMP BY 7 GIVING SX-WD-Q
012150                    REMAINDER SX-LWD.
012160 8300-LOCAL-TIME-EXIT.
012170     EXIT.
012180*----------------------------------------------------------*
012190* 8500-DAYNUM-TO-DATE - SX-DTON-NUM BACK TO SX-OUT-DATE,    *
012200*                       THE SAME ERA BREAKDOWN GXFTADD'S    *
012210*                       CIVIL-FROM-DAYS USES                *
012220*----------------------------------------------------------*
012230 8500-DAYNUM-TO-DATE.
012240     COMPUTE SX-WD-TMP = SX-DTON-NUM - 1
012250     DIVIDE SX-WD-TMP BY 146097 GIVING SX-WD-Q
012260     COMPUTE SX-CHK-NUM = SX-WD-TMP - (SX-WD-Q * 146097)
012270     IF SX-CHK-NUM LESS ZERO
012280        SUBTRACT 1 FROM SX-WD-Q
012290        ADD 146097 TO SX-CHK-NUM
012300     END-IF
012310     MOVE SX-WD-Q TO SX-DTON-L400
012320     DIVIDE SX-CHK-NUM BY 1460 GIVING SX-DTON-L4
012330     DIVIDE SX-CHK-NUM BY 36524 GIVING SX-DTON-L100
012340     DIVIDE SX-CHK-NUM BY 146096 GIVING SX-WD-Q
012350     COMPUTE SX-WD-TMP = SX-CHK-NUM - SX-DTON-L4 +
012360                         SX-DTON-L100 - SX-WD-Q
012370     DIVIDE SX-WD-TMP BY 365 GIVING SX-DTON-D
012380     COMPUTE SX-DW-YY = SX-DTON-D + (SX-DTON-L400 * 400)
012390     DIVIDE SX-DTON-D BY 4 GIVING SX-DTON-L4
012400     DIVIDE SX-DTON-D BY 100 GIVING SX-DTON-L100
012410     COMPUTE SX-WD-TMP = SX-CHK-NUM - (365 * SX-DTON-D)
012420                         - SX-DTON-L4 + SX-DTON-L100
012430     COMPUTE SX-WD-Q = (5 * SX-WD-TMP) + 2
012440     DIVIDE SX-WD-Q BY 153 GIVING SX-DW-MM
012450     COMPUTE SX-WD-Q = (153 * SX-DW-MM) + 2
012460     DIVIDE SX-WD-Q BY 5 GIVING SX-DTON-L4
012470     COMPUTE SX-DW-DD = SX-WD-TMP - SX-DTON-L4 + 1
012480     IF SX-DW-MM LESS 10
012490        COMPUTE SX-DW-MM = SX-DW-MM + 3
012500     ELSE
012510        COMPUTE SX-DW-MM = SX-DW-MM - 9
012520     END-IF
012530     IF SX-DW-MM LESS 3
012540        COMPUTE SX-OUT-YY = SX-DW-YY + 1
012550     ELSE
012560        MOVE SX-DW-YY TO SX-OUT-YY
012570     END-IF
012580     MOVE SX-DW-MM TO SX-OUT-MM
012590     MOVE SX-DW-DD TO SX-OUT-DD.
012600 8500-DAYNUM-TO-DATE-EXIT.
012610     EXIT.
012620*----------------------------------------------------------*
012630* 8700-FORMAT-WHEN - SX-LDAY/SX-LSEC AS YYYY-MM-DD HH.MM    *
012640*----------------------------------------------------------*
012650 8700-FORMAT-WHEN.
012660     MOVE SX-LDAY TO SX-DTON-NUM
012670     PERFORM 8500-DAYNUM-TO-DATE
012680         THRU 8500-DAYNUM-TO-DATE-EXIT
012690     DIVIDE SX-LSEC BY 3600 GIVING SX-HH
012700     COMPUTE SX-MI = (SX-LSEC - (SX-HH * 3600)) / 60
012710     MOVE SPACES TO SX-WHEN
012720     STRING SX-OUT-YY '-' SX-OUT-MM '-' SX-OUT-DD ' '
012730            SX-HH '.' SX-MI
012740            DELIMITED BY SIZE INTO SX-WHEN.
012750 8700-FORMAT-WHEN-EXIT.
012760     EXIT.
012770*----------------------------------------------------------*
012780* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN    *
012790*               WRITE WHATEVER IT HANDED BACK               *
012800*----------------------------------------------------------*
012810 8900-RW-PUT.
012820     CALL 'GXRPTW' USING RW-CTL RW-OUT
012830     PERFORM VARYING RW-X FROM 1 BY 1
012840             UNTIL RW-X > RW-OUT-COUNT
012850        WRITE SECEXRPT-LINE FROM RW-OUT-LINE (RW-X)
012860     END-PERFORM.
012870 8900-RW-PUT-EXIT.
012880     EXIT.
012890*----------------------------------------------------------*
012900* 9000-TERMINATE - CLOSE THE REPORT AND THE FILES           *
012910*----------------------------------------------------------*
012920 9000-TERMINATE.
012930     MOVE 'C' TO RW-FUNC
012940     PERFORM 8900-RW-PUT
012950         THRU 8900-RW-PUT-EXIT
012960     CLOSE AUDITLOG
012970     CLOSE SECAUTH
012980     CLOSE USRCOMP
012990     CLOSE BUSDATE
013000     CLOSE SHIFTCAL
013010     CLOSE HOLCAL
013020     CLOSE TZTABLE
013030     CLOSE SECSEEN
013040     CLOSE ALERTS
013050     CLOSE SECEXRPT.
013060 9000-TERMINATE-EXIT.
013070     EXIT.
013080 9999-EXIT.
013090     STOP RUN.
