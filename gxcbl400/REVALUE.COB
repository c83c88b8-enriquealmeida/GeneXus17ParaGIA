000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REVALUE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - PERIOD-END FOREIGN-  *
000100*                   CURRENCY REVALUATION.  RUNS IN THE      *
000110*                   CLOSE STREAM AHEAD OF CLOSECHK ON THE   *
000120*                   SAME CLOSEREQ REQUEST.  EVERY OPEN      *
000130*                   FXOPEN ITEM OF THE COMPANY IS CONVERTED *
000140*                   TO THE COMPANY'S COMPCURR BASE CURRENCY *
000150*                   AT THE PERIOD-END EXCHRATE RATE - THE   *
000160*                   GXFCURR GX-CURCNV RULES, KEPT UNDER     *
000170*                   THEIR LIBRARY NAMES - AND THE           *
000180*                   DIFFERENCE TO THE BOOKED VALUE IS       *
000190*                   STAGED ON POSTSTG AS AN UNREALIZED      *
000200*                   GAIN OR LOSS DOCUMENT NUMBERED FROM     *
000210*                   NBRASGN, FOR THE POSTING INSERT CHAIN.  *
000220*                   THE RUN REFUSES TO POST ANYTHING WHEN   *
000230*                   A RATE IT NEEDS IS MISSING OR STALE,    *
000240*                   THE PERIOD IS CLOSED OR ALREADY         *
000250*                   REVALUED.  THE REGISTER PRINTS THROUGH  *
000260*                   GXRPTW FOR THE CLOSE PACK               *
000262*   2026-10-15  RH  CURRMST CARRIES THE MAJOR AND MINOR     *
000264*                   UNIT NAMES FOR AMOUNTS IN WORDS         *
000265*   2026-10-15  RH  THE REGISTER IS CUT TO THE DATA SCOPE OF*
000266*                   THE CLOSEREQ USER - A COMPANY OUTSIDE IT*
000267*                   PRINTS ONE LINE SAYING SO AND NO DETAIL *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-ISERIES.
000310 OBJECT-COMPUTER.   IBM-ISERIES.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLOSEREQ   ASSIGN TO DATABASE-CLOSEREQ
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS RV-FS-CLOSEREQ.
000370     SELECT COMPCURR   ASSIGN TO DATABASE-COMPCURR
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE  IS RANDOM
000400         RECORD KEY   IS COMPCURR-COMPANY
000410         FILE STATUS  IS RV-FS-COMPCURR.
000420     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS RANDOM
000450         RECORD KEY   IS CLOSESTAT-KEY
000460         FILE STATUS  IS RV-FS-CLOSESTAT.
000470     SELECT CURRMST    ASSIGN TO DATABASE-CURRMST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS RV-FS-CURRMST.
000500     SELECT EXCHRATE   ASSIGN TO DATABASE-EXCHRATE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS RV-FS-EXCHRATE.
000530     SELECT STALELOG   ASSIGN TO DATABASE-STALELOG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS RV-FS-STALELOG.
000560     SELECT FXOPEN     ASSIGN TO DATABASE-FXOPEN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS  IS RV-FS-FXOPEN.
000590     SELECT NBRASGN    ASSIGN TO DATABASE-NBRASGN
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE  IS RANDOM
000620         RECORD KEY   IS NBRASGN-SERIES
000630         FILE STATUS  IS RV-FS-NBRASGN.
000640     SELECT NBRLOG     ASSIGN TO DATABASE-NBRLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS  IS RV-FS-NBRLOG.
000670     SELECT POSTSTG    ASSIGN TO DATABASE-POSTSTG
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS  IS RV-FS-POSTSTG.
000700     SELECT REVALHSTI  ASSIGN TO DATABASE-REVALHST
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS  IS RV-FS-REVALHSTI.
000730     SELECT REVALHST   ASSIGN TO DATABASE-REVALHST
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS  IS RV-FS-REVALHST.
000760     SELECT REVALRPT   ASSIGN TO DATABASE-REVALRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS  IS RV-FS-REVALRPT.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CLOSEREQ.
000820 01  CLOSEREQ-RECORD.
000830     05 CLOSEREQ-COMPANY         PIC  X(003).
000840     05 CLOSEREQ-PERIOD          PIC  9(006).
000850     05 CLOSEREQ-USER            PIC  X(010).
000860*----------------------------------------------------------*
000870* COMPANY CURRENCY PROFILE - THE BASE (FUNCTIONAL) CURRENCY *
000880* THE BOOKS ARE KEPT IN, THE UNREALIZED GAIN AND LOSS       *
000890* ACCOUNTS AND THE NBRASGN SERIES REVALUATION DOCUMENTS     *
000900* ARE NUMBERED FROM                                         *
000910*----------------------------------------------------------*
000920 FD  COMPCURR.
000930 01  COMPCURR-RECORD.
000940     05 COMPCURR-COMPANY         PIC  X(003).
000950     05 COMPCURR-BASE            PIC  X(003).
000960     05 COMPCURR-GAIN-ACCT       PIC  X(010).
000970     05 COMPCURR-LOSS-ACCT       PIC  X(010).
000980     05 COMPCURR-SERIES          PIC  X(010).
000990 FD  CLOSESTAT.
001000 01  CLOSESTAT-RECORD.
001010     05 CLOSESTAT-KEY.
001020        10 CLOSESTAT-COMPANY     PIC  X(003).
001030        10 CLOSESTAT-PERIOD      PIC  9(006).
001040     05 CLOSESTAT-STATUS         PIC  X(001).
001050        88 CLOSESTAT-OPEN                        VALUE 'O'.
001060        88 CLOSESTAT-CLOSED                       VALUE 'C'.
001070     05 CLOSESTAT-CLOSED-BY      PIC  X(010).
001080     05 CLOSESTAT-CLOSED-TS      PIC  X(026).
001090 FD  CURRMST.
001100 01  CURRMST-RECORD.
001110     05 CURRMST-CODE             PIC  X(003).
001120     05 CURRMST-DECS             PIC  9(001).
001130     05 CURRMST-SYMBOL           PIC  X(003).
001140     05 CURRMST-ROUND            PIC  X(001).
001150     05 CURRMST-MAXAGE           PIC  9(003).
001160     05 CURRMST-COMPANY          PIC  X(003).
001162     05 CURRMST-MAJOR-WORD       PIC  X(015).
001164     05 CURRMST-MINOR-WORD       PIC  X(015).
001170 FD  EXCHRATE.
001180 01  EXCHRATE-RECORD.
001190     05 EXCHRATE-FROM            PIC  X(003).
001200     05 EXCHRATE-TO              PIC  X(003).
001210     05 EXCHRATE-EFF             PIC  9(008).
001220     05 EXCHRATE-RATE            PIC S9(007)V9(007) COMP-3.
001230 FD  STALELOG.
001240 01  STALELOG-RECORD.
001250     05 STALELOG-TIMESTAMP       PIC  X(026).
001260     05 STALELOG-USER            PIC  X(010).
001270     05 STALELOG-PGM             PIC  X(010).
001280     05 STALELOG-FROM            PIC  X(003).
001290     05 STALELOG-TO              PIC  X(003).
001300     05 STALELOG-ASOF            PIC  9(008).
001310     05 STALELOG-RATE-EFF        PIC  9(008).
001320*----------------------------------------------------------*
001330* OPEN FOREIGN-CURRENCY ITEMS - THE TRANSACTION-CURRENCY    *
001340* AMOUNT STILL OPEN AND ITS VALUE AS BOOKED IN THE BASE     *
001350* CURRENCY.  O = OPEN, S = SETTLED                          *
001360*----------------------------------------------------------*
001370 FD  FXOPEN.
001380 01  FXOPEN-RECORD.
001390     05 FXOPEN-COMPANY           PIC  X(003).
001400     05 FXOPEN-ACCOUNT           PIC  X(010).
001410     05 FXOPEN-REFERENCE         PIC  X(020).
001420     05 FXOPEN-CURRENCY          PIC  X(003).
001430     05 FXOPEN-FC-AMT            PIC S9(013)V9(002) COMP-3.
001440     05 FXOPEN-BOOKED-AMT        PIC S9(013)V9(002) COMP-3.
001450     05 FXOPEN-STATUS            PIC  X(001).
001460        88 FXOPEN-IS-OPEN                        VALUE 'O'.
001470 FD  NBRASGN.
001480 01  NBRASGN-RECORD.
001490     05 NBRASGN-SERIES           PIC  X(010).
001500     05 NBRASGN-PREFIX           PIC  X(004).
001510     05 NBRASGN-NEXTNBR          PIC  9(009).
001520     05 NBRASGN-ROLLOVER         PIC  9(009).
001530 FD  NBRLOG.
001540 01  NBRLOG-RECORD.
001550     05 NBRLOG-SERIES            PIC  X(010).
001560     05 NBRLOG-NBR               PIC  9(009).
001570     05 NBRLOG-TIMESTAMP         PIC  X(026).
001580     05 NBRLOG-USER              PIC  X(010).
001590     05 NBRLOG-PGM               PIC  X(010).
001600*----------------------------------------------------------*
001610* POSTING STAGING - ONE ROW PER DOCUMENT LINE, CONSUMED BY  *
001620* THE POSTING PROGRAM'S INSERT CHAIN THE WAY IMPOUT IS.     *
001630* AMOUNT IS IN THE BASE CURRENCY; REVERSE = Y ASKS FOR THE  *
001640* DOCUMENT TO BE REVERSED WHEN THE NEXT PERIOD OPENS        *
001650*----------------------------------------------------------*
001660 FD  POSTSTG.
001670 01  POSTSTG-RECORD.
001680     05 POSTSTG-DOCNBR           PIC  X(013).
001690     05 POSTSTG-LINE             PIC  9(003).
001700     05 POSTSTG-COMPANY          PIC  X(003).
001710     05 POSTSTG-DATE             PIC  9(008).
001720     05 POSTSTG-ACCOUNT          PIC  X(010).
001730     05 POSTSTG-DEPT             PIC  X(010).
001740     05 POSTSTG-DC               PIC  X(001).
001750     05 POSTSTG-AMOUNT           PIC S9(013)V9(002) COMP-3.
001760     05 POSTSTG-CURRENCY         PIC  X(003).
001770     05 POSTSTG-FC-AMOUNT        PIC S9(013)V9(002) COMP-3.
001780     05 POSTSTG-SOURCE           PIC  X(010).
001790     05 POSTSTG-REFERENCE        PIC  X(030).
001800     05 POSTSTG-REVERSE          PIC  X(001).
001810     05 POSTSTG-USER             PIC  X(010).
001820     05 POSTSTG-TIMESTAMP        PIC  X(026).
001830*----------------------------------------------------------*
001840* ONE ROW PER REVALUATION RUN.  P = POSTED, R = REFUSED; A  *
001850* POSTED PERIOD IS NOT REVALUED A SECOND TIME               *
001860*----------------------------------------------------------*
001870 FD  REVALHSTI.
001880 01  REVALHSTI-RECORD.
001890     05 REVALHSTI-COMPANY        PIC  X(003).
001900     05 REVALHSTI-PERIOD         PIC  9(006).
001910     05 REVALHSTI-STATUS         PIC  X(001).
001920     05 REVALHSTI-FILLER         PIC  X(071).
001930 FD  REVALHST.
001940 01  REVALHST-RECORD.
001950     05 REVALHST-COMPANY         PIC  X(003).
001960     05 REVALHST-PERIOD          PIC  9(006).
001970     05 REVALHST-STATUS          PIC  X(001).
001980     05 REVALHST-TIMESTAMP       PIC  X(026).
001990     05 REVALHST-USER            PIC  X(010).
002000     05 REVALHST-ITEMS           PIC S9(007) COMP-3.
002010     05 REVALHST-DOCS            PIC S9(007) COMP-3.
002020     05 REVALHST-GAIN            PIC S9(013)V9(002) COMP-3.
002030     05 REVALHST-LOSS            PIC S9(013)V9(002) COMP-3.
002040     05 FILLER                   PIC  X(019).
002050 FD  REVALRPT.
002060 01  REVALRPT-LINE               PIC  X(080).
002070 WORKING-STORAGE SECTION.
002080 77  RV-FS-CLOSEREQ              PIC  X(002).
002090 77  RV-FS-COMPCURR              PIC  X(002).
002100 77  RV-FS-CLOSESTAT             PIC  X(002).
002110 77  RV-FS-CURRMST               PIC  X(002).
002120 77  RV-FS-EXCHRATE              PIC  X(002).
002130 77  RV-FS-STALELOG              PIC  X(002).
002140 77  RV-FS-FXOPEN                PIC  X(002).
002150 77  RV-FS-NBRASGN               PIC  X(002).
002160 77  RV-FS-NBRLOG                PIC  X(002).
002170 77  RV-FS-POSTSTG               PIC  X(002).
002180 77  RV-FS-REVALHSTI             PIC  X(002).
002190 77  RV-FS-REVALHST              PIC  X(002).
002200 77  RV-FS-REVALRPT              PIC  X(002).
002210 77  RV-EOF-SW                   PIC  X(001)     VALUE 'N'.
002220     88 RV-AT-EOF                                VALUE 'Y'.
002230 77  RV-REFUSE-SW                PIC  X(001)     VALUE 'N'.
002240     88 RV-REFUSED                               VALUE 'Y'.
002250     88 RV-NOT-REFUSED                            VALUE 'N'.
002260 77  RV-I                        PIC S9(004) COMP-3.
002270 77  RV-X                        PIC S9(004) COMP-3.
002280 77  RV-ITEMS                    PIC S9(007) COMP-3 VALUE 0.
002290 77  RV-DOCS                     PIC S9(007) COMP-3 VALUE 0.
002300 77  RV-NBR-FAILS                PIC S9(007) COMP-3 VALUE 0.
002310 77  RV-GAIN-TOTAL               PIC S9(013)V9(002) COMP-3
002320                                                 VALUE 0.
002330 77  RV-LOSS-TOTAL               PIC S9(013)V9(002) COMP-3
002340                                                 VALUE 0.
002350 77  RV-NEW-AMT                  PIC S9(013)V9(002) COMP-3.
002360 77  RV-DIFF                     PIC S9(013)V9(002) COMP-3.
002370 77  RV-ABS-DIFF                 PIC S9(013)V9(002) COMP-3.
002380 77  RV-MONTH-LEN                PIC S9(003) COMP-3.
002390 77  RV-R4                       PIC S9(003) COMP-3.
002400 77  RV-R100                     PIC S9(003) COMP-3.
002410 77  RV-R400                     PIC S9(003) COMP-3.
002420 77  RV-Q                        PIC S9(005) COMP-3.
002430 01  RV-REQ-COMPANY              PIC  X(003).
002440 01  RV-REQ-PERIOD               PIC  9(006).
002450 01  RV-REQ-USER                 PIC  X(010).
002460 01  RV-BASE                     PIC  X(003).
002470 01  RV-REFUSE-TEXT              PIC  X(060).
002480*----------------------------------------------------------*
002490* THE PERIOD-END DATE THE RATES ARE TAKEN AS OF             *
002500*----------------------------------------------------------*
002510 01  RV-PEND-DATE.
002520     05 RV-PEND-YY               PIC  9(004).
002530     05 RV-PEND-MM               PIC  9(002).
002540     05 RV-PEND-DD               PIC  9(002).
002550 01  RV-PEND-N REDEFINES RV-PEND-DATE
002560                                 PIC  9(008).
002570 01  RV-MONTH-DAYS-INIT.
002580     05 FILLER                   PIC S9(003) VALUE 31.
002590     05 FILLER                   PIC S9(003) VALUE 28.
002600     05 FILLER                   PIC S9(003) VALUE 31.
002610     05 FILLER                   PIC S9(003) VALUE 30.
002620     05 FILLER                   PIC S9(003) VALUE 31.
002630     05 FILLER                   PIC S9(003) VALUE 30.
002640     05 FILLER                   PIC S9(003) VALUE 31.
002650     05 FILLER                   PIC S9(003) VALUE 31.
002660     05 FILLER                   PIC S9(003) VALUE 30.
002670     05 FILLER                   PIC S9(003) VALUE 31.
002680     05 FILLER                   PIC S9(003) VALUE 30.
002690     05 FILLER                   PIC S9(003) VALUE 31.
002700 01  RV-MONTH-DAYS REDEFINES RV-MONTH-DAYS-INIT.
002710     05 RV-MONTH-DAY OCCURS 12   PIC S9(003).
002720 01  RV-TODAY-DATE.
002730     05 RV-TODAY-YY              PIC  9(004).
002740     05 RV-TODAY-MM              PIC  9(002).
002750     05 RV-TODAY-DD              PIC  9(002).
002760 01  RV-NOW-TIME.
002770     05 RV-NOW-HH                PIC  9(002).
002780     05 RV-NOW-MIN               PIC  9(002).
002790     05 RV-NOW-SS                PIC  9(002).
002800     05 RV-NOW-HS                PIC  9(002).
002810 01  RV-NOW-TS                   PIC  X(026).
002820*----------------------------------------------------------*
002830* ONE ENTRY PER FOREIGN CURRENCY HELD - THE RATE THE RUN    *
002840* USES AND WHAT IT DID.  STATUS: SPACE = USABLE, M = NO     *
002850* RATE ON OR BEFORE THE PERIOD END, S = RATE TOO OLD        *
002860*----------------------------------------------------------*
002870 77  RV-CCY-COUNT                PIC S9(003) COMP-3 VALUE 0.
002880 01  RV-CCY-TABLE.
002890     05 RV-CCY-ENTRY OCCURS 30 TIMES.
002900        10 RV-CT-CODE            PIC  X(003).
002910        10 RV-CT-STATUS          PIC  X(001).
002920        10 RV-CT-RATE            PIC S9(007)V9(007) COMP-3.
002930        10 RV-CT-EFF             PIC  9(008).
002940        10 RV-CT-ITEMS           PIC S9(007) COMP-3.
002950        10 RV-CT-NET             PIC S9(013)V9(002) COMP-3.
002960*----------------------------------------------------------*
002970* GX-CUR / GX-EXR / GX-CURC / GX-DTON - THE WORK FIELDS THE *
002980* GXFCURR AND GXFDTON LIBRARY ROUTINES DECLARE, KEPT UNDER  *
002990* THEIR LIBRARY NAMES SO THE CONVERSION BELOW STAYS         *
003000* RECOGNIZABLE AGAINST GX-CURCNV                            *
003010*----------------------------------------------------------*
003020 01  GX-CUR-TABLE.
003030     05 GX-CUR-T-ENTRY OCCURS 30 TIMES.
003040        10 GX-CUR-T-CODE         PIC  X(003).
003050        10 GX-CUR-T-DECS         PIC  9(001).
003060        10 GX-CUR-T-SYM          PIC  X(003).
003070        10 GX-CUR-T-RND          PIC  X(001).
003080        10 GX-CUR-T-MAXAGE       PIC  9(003).
003090 77  GX-CUR-CNT                  PIC S9(003) COMP-3 VALUE 0.
003100 01  GX-EXR-TABLE.
003110     05 GX-EXR-T-ENTRY OCCURS 100 TIMES.
003120        10 GX-EXR-T-FROM         PIC  X(003).
003130        10 GX-EXR-T-TO           PIC  X(003).
003140        10 GX-EXR-T-EFF          PIC  9(008).
003150        10 GX-EXR-T-RATE         PIC S9(007)V9(007) COMP-3.
003160 77  GX-EXR-CNT                  PIC S9(003) COMP-3 VALUE 0.
003170 77  GX-CUR-I                    PIC S9(003) COMP-3.
003180 77  GX-CUR-X                    PIC S9(003) COMP-3.
003190 01  GX-CUR-CODE                 PIC  X(003).
003200 01  GX-CURC-AMT                 PIC S9(013)V9(004) COMP-3.
003210 01  GX-CURC-OUT                 PIC S9(013)V9(004) COMP-3.
003220 01  GX-CURC-FROM                PIC  X(003).
003230 01  GX-CURC-TO                  PIC  X(003).
003240 01  GX-CURC-DATE                PIC  9(008).
003250 01  GX-CURC-BEST-EFF            PIC  9(008).
003260 01  GX-CURC-FACTOR              PIC S9(005) COMP-3.
003270 01  GX-CURC-SCALED              PIC S9(017) COMP-3.
003280 01  GX-CURC-RATE-SW             PIC S9(001) COMP-3.
003290     88 GX-CURC-RATE-OK                          VALUE 0.
003300     88 GX-CURC-NO-RATE                           VALUE 1.
003310 01  GX-CURC-STALE-SW            PIC S9(001) COMP-3 VALUE 0.
003320     88 GX-CURC-STALE                            VALUE 1.
003330     88 GX-CURC-FRESH                             VALUE 0.
003340 01  GX-CURC-NEWEST-EFF          PIC  9(008).
003350 77  GX-CURC-EFF-NUM             PIC S9(009) COMP-3.
003360 77  GX-CURC-ASOF-NUM            PIC S9(009) COMP-3.
003370 77  GX-CURC-AGE-DAYS            PIC S9(009) COMP-3.
003380 77  GX-CURC-MAXAGE              PIC S9(003) COMP-3.
003390 77  GX-CURC-RATE-X              PIC S9(003) COMP-3.
003400 01  GX-DTON-INDATE.
003410     02 YY                       PIC  9(004).
003420     02 MM                       PIC  9(002).
003430     02 DD                       PIC  9(002).
003440 01  GX-DTON-DW.
003450     02 YY                       PIC S9(005) COMP-3.
003460     02 MM                       PIC S9(003) COMP-3.
003470     02 DD                       PIC S9(003) COMP-3.
003480 01  GX-DTON-D                   PIC S9(003) COMP-3.
003490 01  GX-DTON-L-4                 PIC S9(005) COMP-3.
003500 01  GX-DTON-L-400               PIC S9(005) COMP-3.
003510 01  GX-DTON-L-100               PIC S9(005) COMP-3.
003520 01  GX-DTON-OUTNUM              PIC S9(009) COMP-3.
003530*----------------------------------------------------------*
003540* GX-NBRA - THE GXFNBRA DOCUMENT-NUMBER WORK FIELDS         *
003550*----------------------------------------------------------*
003560 01  GX-NBRA-SERIES              PIC  X(010).
003570 01  GX-NBRA-NBR                 PIC  9(009).
003580 01  GX-NBRA-NBR-A               PIC  9(009).
003590 01  GX-NBRA-FULL                PIC  X(013).
003600 77  GX-NBRA-TRIES               PIC S9(004) COMP-3.
003610 77  GX-LOCK-MAX                 PIC S9(004) COMP-3 VALUE 10.
003620 01  GX-NBRA-RESULT-SW           PIC S9(001) COMP-3.
003630     88 GX-NBRA-OK                               VALUE 0.
003640     88 GX-NBRA-FAILED                            VALUE 1.
003650 01  GX-NBRA-DONE-SW             PIC S9(001) COMP-3.
003660     88 GX-NBRA-DONE                             VALUE 1.
003670     88 GX-NBRA-NOT-DONE                          VALUE 0.
003680 01  RV-TITLE-LINE.
003690     05 FILLER                   PIC  X(030)
003700                VALUE 'FX REVALUATION REGISTER       '.
003710     05 RV-TTL-COMPANY           PIC  X(003).
003720     05 FILLER                   PIC  X(001) VALUE '/'.
003730     05 RV-TTL-PERIOD            PIC  9(006).
003740     05 FILLER                   PIC  X(006) VALUE ' BASE '.
003750     05 RV-TTL-BASE              PIC  X(003).
003760     05 FILLER                   PIC  X(001) VALUE SPACES.
003770 01  RV-COLS-LINE.
003780     05 FILLER                   PIC  X(021) VALUE
003790                                       'ACCOUNT    REFERENCE'.
003800     05 FILLER                   PIC  X(004) VALUE ' CCY'.
003810     05 FILLER                   PIC  X(014) VALUE
003820                                       '     FC AMOUNT'.
003830     05 FILLER                   PIC  X(014) VALUE
003840                                       '     REVALUED'.
003850     05 FILLER                   PIC  X(014) VALUE
003860                                       '   GAIN/LOSS'.
003870     05 FILLER                   PIC  X(013) VALUE
003880                                       ' DOCUMENT'.
003890 01  RV-DTL-LINE.
003900     05 RV-DTL-ACCOUNT           PIC  X(010).
003910     05 FILLER                   PIC  X(001) VALUE SPACES.
003920     05 RV-DTL-REF               PIC  X(009).
003930     05 FILLER                   PIC  X(001) VALUE SPACES.
003940     05 RV-DTL-CCY               PIC  X(003).
003950     05 FILLER                   PIC  X(001) VALUE SPACES.
003960     05 RV-DTL-FC                PIC ZZZZZZZZ9.99-.
003970     05 FILLER                   PIC  X(001) VALUE SPACES.
003980     05 RV-DTL-NEW               PIC ZZZZZZZZ9.99-.
003990     05 FILLER                   PIC  X(001) VALUE SPACES.
004000     05 RV-DTL-DIFF              PIC ZZZZZZZZ9.99-.
004010     05 FILLER                   PIC  X(001) VALUE SPACES.
004020     05 RV-DTL-DOC               PIC  X(013).
004030 01  RV-RATE-LINE.
004040     05 FILLER                   PIC  X(005) VALUE 'RATE '.
004050     05 RV-RT-CCY                PIC  X(003).
004060     05 FILLER                   PIC  X(001) VALUE '/'.
004070     05 RV-RT-BASE               PIC  X(003).
004080     05 FILLER                   PIC  X(001) VALUE SPACES.
004090     05 RV-RT-RATE               PIC ZZZZZZ9.9999999.
004100     05 FILLER                   PIC  X(005) VALUE ' EFF '.
004110     05 RV-RT-EFF                PIC  9(008).
004120     05 FILLER                   PIC  X(001) VALUE SPACES.
004130     05 RV-RT-NOTE               PIC  X(020).
004140     05 RV-RT-NET                PIC ZZZZZZZZ9.99-.
004150     05 FILLER                   PIC  X(005) VALUE SPACES.
004160 01  RV-SUM-LINE.
004170     05 RV-SUM-LABEL             PIC  X(040).
004180     05 FILLER                   PIC  X(027) VALUE SPACES.
004190     05 RV-SUM-AMT               PIC ZZZZZZZZ9.99-.
004200 01  RV-CNT-LINE.
004210     05 RV-CNT-LABEL             PIC  X(040).
004220     05 FILLER                   PIC  X(031) VALUE SPACES.
004230     05 RV-CNT-VALUE             PIC ZZZ,ZZ9.
004240     05 FILLER                   PIC  X(002) VALUE SPACES.
004250*----------------------------------------------------------*
004260* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
004270* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
004280*----------------------------------------------------------*
004290 01  RW-CTL.
004300     05 RW-FUNC                  PIC  X(001).
004310     05 RW-TITLE                 PIC  X(050).
004320     05 RW-TITLE-ID              PIC  X(010).
004330     05 RW-LANG                  PIC  X(003).
004340     05 RW-COLS                  PIC  X(080).
004350     05 RW-LINE                  PIC  X(080).
004360     05 RW-PAGE-SIZE             PIC  9(003).
004370 01  RW-OUT.
004380     05 RW-OUT-COUNT             PIC  9(001).
004390     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
004400 77  RW-X                        PIC S9(003) COMP-3.
004402 77  RV-SCOPE-SW                 PIC  X(001)     VALUE 'Y'.
004404     88 RV-IN-SCOPE                              VALUE 'Y'.
004406     88 RV-OUT-OF-SCOPE                           VALUE 'N'.
004410 PROCEDURE DIVISION.
004420 0000-MAINLINE.
004430     PERFORM 1000-INITIALIZE
004440         THRU 1000-INITIALIZE-EXIT
004450     IF RV-NOT-REFUSED
004460        PERFORM 2000-CHECK-RATES
004470            THRU 2000-CHECK-RATES-EXIT
004480     END-IF
004490     IF RV-NOT-REFUSED
004500        PERFORM 3000-REVALUE
004510            THRU 3000-REVALUE-EXIT
004520     END-IF
004530     PERFORM 4000-PRINT-SUMMARY
004540         THRU 4000-PRINT-SUMMARY-EXIT
004550     PERFORM 5000-WRITE-HISTORY
004560         THRU 5000-WRITE-HISTORY-EXIT
004570     PERFORM 9000-TERMINATE
004580         THRU 9000-TERMINATE-EXIT
004590     GO TO 9999-EXIT.
004600*----------------------------------------------------------*
004610* 1000-INITIALIZE - THE CLOSE REQUEST, THE PERIOD-END DATE, *
004620*                   THE COMPANY'S BASE CURRENCY, AND THE    *
004630*                   CHECKS THAT NEED NO RATES               *
004640*----------------------------------------------------------*
004650 1000-INITIALIZE.
004660     OPEN INPUT  CLOSEREQ
004670     OPEN INPUT  COMPCURR
004680     OPEN INPUT  CLOSESTAT
004690     OPEN OUTPUT REVALRPT
004700     ACCEPT RV-TODAY-DATE FROM DATE YYYYMMDD
004710     ACCEPT RV-NOW-TIME   FROM TIME
004720     MOVE SPACES TO RV-NOW-TS
004730     STRING RV-TODAY-YY '-' RV-TODAY-MM '-' RV-TODAY-DD '-'
004740            RV-NOW-HH '.' RV-NOW-MIN '.' RV-NOW-SS '.000000'
004750            DELIMITED BY SIZE INTO RV-NOW-TS
004760     MOVE SPACES TO CLOSEREQ-RECORD
004770     MOVE 0      TO CLOSEREQ-PERIOD
004780     READ CLOSEREQ
004790         AT END
004800            CONTINUE
004810     END-READ
004820     MOVE CLOSEREQ-COMPANY TO RV-REQ-COMPANY
004830     MOVE CLOSEREQ-PERIOD  TO RV-REQ-PERIOD
004840     MOVE CLOSEREQ-USER    TO RV-REQ-USER
004850     MOVE SPACES TO RV-BASE
004860     MOVE RV-REQ-COMPANY TO COMPCURR-COMPANY
004870     READ COMPCURR
004880         INVALID KEY
004890            SET RV-REFUSED TO TRUE
004900            MOVE 'NO COMPCURR BASE-CURRENCY ROW FOR THE COMPANY'
004910              TO RV-REFUSE-TEXT
004920         NOT INVALID KEY
004930            MOVE COMPCURR-BASE TO RV-BASE
004940     END-READ
004950     MOVE RV-REQ-COMPANY TO RV-TTL-COMPANY
004960     MOVE RV-REQ-PERIOD  TO RV-TTL-PERIOD
004970     MOVE RV-BASE        TO RV-TTL-BASE
004980     MOVE RV-TITLE-LINE  TO RW-TITLE
004990     MOVE 'REVALRPT'     TO RW-TITLE-ID
005000     MOVE SPACES         TO RW-LANG
005010     MOVE RV-COLS-LINE   TO RW-COLS
005020     MOVE 60  TO RW-PAGE-SIZE
005021     MOVE SPACES TO RW-LINE
005022     MOVE RV-REQ-USER TO RW-LINE (1:10)
005023     MOVE 'S' TO RW-FUNC
005024     PERFORM 8900-RW-PUT
005025         THRU 8900-RW-PUT-EXIT
005030     MOVE 'I' TO RW-FUNC
005040     PERFORM 8900-RW-PUT
005050         THRU 8900-RW-PUT-EXIT
005051     MOVE SPACES TO RW-LINE
005052     MOVE RV-REQ-COMPANY TO RW-LINE (1:3)
005053     MOVE 'K' TO RW-FUNC
005054     PERFORM 8900-RW-PUT
005055         THRU 8900-RW-PUT-EXIT
005056     IF RW-OUT-LINE (1) = 'N'
005057        MOVE SPACES TO RW-LINE
005058        STRING '** COMPANY ' RV-REQ-COMPANY
005059               ' IS OUTSIDE THE DATA SCOPE - NO DETAIL'
005060               ' PRINTED'
005061               DELIMITED BY SIZE INTO RW-LINE
005062        MOVE 'D' TO RW-FUNC
005063        PERFORM 8900-RW-PUT
005064            THRU 8900-RW-PUT-EXIT
005065        SET RV-OUT-OF-SCOPE TO TRUE
005066     END-IF
005067     PERFORM 1100-SET-PERIOD-END
005070         THRU 1100-SET-PERIOD-END-EXIT
005080     IF RV-NOT-REFUSED
005090        PERFORM 1200-CHECK-PERIOD
005100            THRU 1200-CHECK-PERIOD-EXIT
005110     END-IF.
005120 1000-INITIALIZE-EXIT.
005130     EXIT.
005140*----------------------------------------------------------*
005150* 1100-SET-PERIOD-END - LAST CALENDAR DAY OF THE PERIOD     *
005160*----------------------------------------------------------*
005170 1100-SET-PERIOD-END.
005180     MOVE RV-REQ-PERIOD (1:4) TO RV-PEND-YY
005190     MOVE RV-REQ-PERIOD (5:2) TO RV-PEND-MM
005200     IF RV-PEND-MM < 1 OR RV-PEND-MM > 12
005210        SET RV-REFUSED TO TRUE
005220        MOVE 'CLOSE REQUEST CARRIES NO VALID PERIOD'
005230          TO RV-REFUSE-TEXT
005240        MOVE 0 TO RV-PEND-N
005250        GO TO 1100-SET-PERIOD-END-EXIT
005260     END-IF
005270     MOVE RV-MONTH-DAY (RV-PEND-MM) TO RV-MONTH-LEN
005280     IF RV-PEND-MM = 2
005290        DIVIDE RV-PEND-YY BY 4   GIVING RV-Q REMAINDER RV-R4
005300        DIVIDE RV-PEND-YY BY 100 GIVING RV-Q REMAINDER RV-R100
005310        DIVIDE RV-PEND-YY BY 400 GIVING RV-Q REMAINDER RV-R400
005320        IF (RV-R4 = 0 AND RV-R100 NOT = 0) OR RV-R400 = 0
005330           MOVE 29 TO RV-MONTH-LEN
005340        END-IF
005350     END-IF
005360     MOVE RV-MONTH-LEN TO RV-PEND-DD.
005370 1100-SET-PERIOD-END-EXIT.
005380     EXIT.
005390*----------------------------------------------------------*
005400* 1200-CHECK-PERIOD - A CLOSED PERIOD TAKES NO POSTINGS AND *
005410*                     A PERIOD ALREADY REVALUED IS NOT      *
005420*                     REVALUED TWICE                        *
005430*----------------------------------------------------------*
005440 1200-CHECK-PERIOD.
005450     MOVE RV-REQ-COMPANY TO CLOSESTAT-COMPANY
005460     MOVE RV-REQ-PERIOD  TO CLOSESTAT-PERIOD
005470     READ CLOSESTAT
005480         INVALID KEY
005490            CONTINUE
005500         NOT INVALID KEY
005510            IF CLOSESTAT-CLOSED
005520               SET RV-REFUSED TO TRUE
005530               MOVE 'PERIOD IS ALREADY CLOSED' TO RV-REFUSE-TEXT
005540               GO TO 1200-CHECK-PERIOD-EXIT
005550            END-IF
005560     END-READ
005570     OPEN INPUT REVALHSTI
005580     IF RV-FS-REVALHSTI NOT = '00'
005590        GO TO 1200-CHECK-PERIOD-EXIT
005600     END-IF
005610     MOVE 'N' TO RV-EOF-SW
005620     PERFORM 1210-CHECK-ONE-RUN
005630         THRU 1210-CHECK-ONE-RUN-EXIT
005640         UNTIL RV-AT-EOF OR RV-REFUSED
005650     CLOSE REVALHSTI.
005660 1200-CHECK-PERIOD-EXIT.
005670     EXIT.
005680 1210-CHECK-ONE-RUN.
005690     READ REVALHSTI
005700         AT END
005710            SET RV-AT-EOF TO TRUE
005720            GO TO 1210-CHECK-ONE-RUN-EXIT
005730     END-READ
005740     IF REVALHSTI-COMPANY = RV-REQ-COMPANY AND
005750        REVALHSTI-PERIOD  = RV-REQ-PERIOD  AND
005760        REVALHSTI-STATUS  = 'P'
005770        SET RV-REFUSED TO TRUE
005780        MOVE 'PERIOD ALREADY REVALUED - NOTHING POSTED'
005790          TO RV-REFUSE-TEXT
005800     END-IF.
005810 1210-CHECK-ONE-RUN-EXIT.
005820     EXIT.
005830*----------------------------------------------------------*
005840* 2000-CHECK-RATES - FIRST PASS.  EVERY FOREIGN CURRENCY    *
005850*                    HELD MUST HAVE A FRESH PERIOD-END RATE *
005860*                    BEFORE A SINGLE DOCUMENT IS STAGED     *
005870*----------------------------------------------------------*
005880 2000-CHECK-RATES.
005890     OPEN INPUT  CURRMST
005900     OPEN INPUT  EXCHRATE
005910     OPEN EXTEND STALELOG
005920     PERFORM GX-LOAD-CURRMST
005930         THRU GX-LOAD-CURRMST-EXIT
005940     PERFORM GX-LOAD-EXCHRATE
005950         THRU GX-LOAD-EXCHRATE-EXIT
005960     CLOSE CURRMST
005970     CLOSE EXCHRATE
005980     OPEN INPUT FXOPEN
005990     MOVE 'N' TO RV-EOF-SW
006000     PERFORM 2100-READ-FXOPEN
006010         THRU 2100-READ-FXOPEN-EXIT
006020     PERFORM 2200-CHECK-ONE-ITEM
006030         THRU 2200-CHECK-ONE-ITEM-EXIT
006040         UNTIL RV-AT-EOF
006050     CLOSE FXOPEN
006060     CLOSE STALELOG
006070     PERFORM VARYING RV-X FROM 1 BY 1
006080             UNTIL RV-X > RV-CCY-COUNT
006090        IF RV-CT-STATUS (RV-X) NOT = SPACE
006100           SET RV-REFUSED TO TRUE
006110           MOVE 'A RATE NEEDED IS MISSING OR STALE'
006120             TO RV-REFUSE-TEXT
006130        END-IF
006140     END-PERFORM.
006150 2000-CHECK-RATES-EXIT.
006160     EXIT.
006170 2100-READ-FXOPEN.
006180     READ FXOPEN
006190         AT END
006200            SET RV-AT-EOF TO TRUE
006210     END-READ.
006220 2100-READ-FXOPEN-EXIT.
006230     EXIT.
006240 2200-CHECK-ONE-ITEM.
006250     IF FXOPEN-COMPANY = RV-REQ-COMPANY AND FXOPEN-IS-OPEN AND
006260        FXOPEN-CURRENCY NOT = RV-BASE
006270        PERFORM 2300-FIND-CCY
006280            THRU 2300-FIND-CCY-EXIT
006290     END-IF
006300     PERFORM 2100-READ-FXOPEN
006310         THRU 2100-READ-FXOPEN-EXIT.
006320 2200-CHECK-ONE-ITEM-EXIT.
006330     EXIT.
006340*----------------------------------------------------------*
006350* 2300-FIND-CCY - THE CURRENCY'S TABLE ENTRY IN RV-X; A NEW *
006360*                 CURRENCY IS TRIED ONCE THROUGH GX-CURCNV  *
006370*                 TO LEARN ITS RATE OR WHY THERE IS NONE    *
006380*----------------------------------------------------------*
006390 2300-FIND-CCY.
006400     MOVE 0 TO RV-X
006410     PERFORM VARYING RV-I FROM 1 BY 1
006420             UNTIL RV-I > RV-CCY-COUNT OR RV-X > 0
006430        IF RV-CT-CODE (RV-I) = FXOPEN-CURRENCY
006440           MOVE RV-I TO RV-X
006450        END-IF
006460     END-PERFORM
006470     IF RV-X > 0 OR RV-CCY-COUNT NOT < 30
006480        GO TO 2300-FIND-CCY-EXIT
006490     END-IF
006500     ADD 1 TO RV-CCY-COUNT
006510     MOVE RV-CCY-COUNT    TO RV-X
006520     MOVE FXOPEN-CURRENCY TO RV-CT-CODE (RV-X)
006530     MOVE SPACE           TO RV-CT-STATUS (RV-X)
006540     MOVE 0               TO RV-CT-RATE (RV-X)
006550     MOVE 0               TO RV-CT-EFF (RV-X)
006560     MOVE 0               TO RV-CT-ITEMS (RV-X)
006570     MOVE 0               TO RV-CT-NET (RV-X)
006580     MOVE 1               TO GX-CURC-AMT
006590     MOVE FXOPEN-CURRENCY TO GX-CURC-FROM
006600     MOVE RV-BASE         TO GX-CURC-TO
006610     MOVE RV-PEND-N       TO GX-CURC-DATE
006620     SET GX-CURC-FRESH TO TRUE
006630     PERFORM GX-CURCNV
006640         THRU GX-CURCNV-EXIT
006650     EVALUATE TRUE
006660        WHEN GX-CURC-NO-RATE
006670           MOVE 'M' TO RV-CT-STATUS (RV-X)
006680        WHEN GX-CURC-STALE
006690           MOVE 'S' TO RV-CT-STATUS (RV-X)
006700           MOVE GX-EXR-T-RATE (GX-CURC-RATE-X)
006710             TO RV-CT-RATE (RV-X)
006720           MOVE GX-CURC-NEWEST-EFF TO RV-CT-EFF (RV-X)
006730        WHEN OTHER
006740           MOVE GX-EXR-T-RATE (GX-CURC-RATE-X)
006750             TO RV-CT-RATE (RV-X)
006760           MOVE GX-CURC-NEWEST-EFF TO RV-CT-EFF (RV-X)
006770     END-EVALUATE.
006780 2300-FIND-CCY-EXIT.
006790     EXIT.
006800*----------------------------------------------------------*
006810* 3000-REVALUE - SECOND PASS.  EACH OPEN ITEM AT THE PERIOD-*
006820*                END RATE AGAINST ITS BOOKED VALUE; A       *
006830*                DIFFERENCE BECOMES A TWO-LINE DOCUMENT     *
006840*----------------------------------------------------------*
006850 3000-REVALUE.
006860     OPEN INPUT  FXOPEN
006870     OPEN I-O    NBRASGN
006880     OPEN EXTEND NBRLOG
006890     OPEN EXTEND POSTSTG
006900     OPEN EXTEND STALELOG
006910     MOVE 'N' TO RV-EOF-SW
006920     PERFORM 2100-READ-FXOPEN
006930         THRU 2100-READ-FXOPEN-EXIT
006940     PERFORM 3100-REVALUE-ONE-ITEM
006950         THRU 3100-REVALUE-ONE-ITEM-EXIT
006960         UNTIL RV-AT-EOF
006970     CLOSE FXOPEN
006980     CLOSE NBRASGN
006990     CLOSE NBRLOG
007000     CLOSE POSTSTG
007010     CLOSE STALELOG.
007020 3000-REVALUE-EXIT.
007030     EXIT.
007040 3100-REVALUE-ONE-ITEM.
007050     IF FXOPEN-COMPANY NOT = RV-REQ-COMPANY OR
007060        NOT FXOPEN-IS-OPEN OR
007070        FXOPEN-CURRENCY = RV-BASE
007080        GO TO 3100-REVALUE-NEXT
007090     END-IF
007100     PERFORM 2300-FIND-CCY
007110         THRU 2300-FIND-CCY-EXIT
007120     IF RV-X = 0
007130        GO TO 3100-REVALUE-NEXT
007140     END-IF
007150     ADD 1 TO RV-ITEMS
007160     ADD 1 TO RV-CT-ITEMS (RV-X)
007170     MOVE FXOPEN-FC-AMT   TO GX-CURC-AMT
007180     MOVE FXOPEN-CURRENCY TO GX-CURC-FROM
007190     MOVE RV-BASE         TO GX-CURC-TO
007200     MOVE RV-PEND-N       TO GX-CURC-DATE
007210     PERFORM GX-CURCNV
007220         THRU GX-CURCNV-EXIT
007230     MOVE GX-CURC-OUT TO RV-NEW-AMT
007240     COMPUTE RV-DIFF = RV-NEW-AMT - FXOPEN-BOOKED-AMT
007250     MOVE FXOPEN-ACCOUNT     TO RV-DTL-ACCOUNT
007260     MOVE FXOPEN-REFERENCE   TO RV-DTL-REF
007270     MOVE FXOPEN-CURRENCY    TO RV-DTL-CCY
007280     MOVE FXOPEN-FC-AMT      TO RV-DTL-FC
007290     MOVE RV-NEW-AMT         TO RV-DTL-NEW
007300     MOVE RV-DIFF            TO RV-DTL-DIFF
007310     MOVE SPACES             TO RV-DTL-DOC
007320     IF RV-DIFF NOT = 0
007330        PERFORM 3200-STAGE-DOCUMENT
007340            THRU 3200-STAGE-DOCUMENT-EXIT
007350     END-IF
007360     MOVE RV-DTL-LINE TO RW-LINE
007370     MOVE 'D' TO RW-FUNC
007380     PERFORM 8900-RW-PUT
007390         THRU 8900-RW-PUT-EXIT.
007400 3100-REVALUE-NEXT.
007410     PERFORM 2100-READ-FXOPEN
007420         THRU 2100-READ-FXOPEN-EXIT.
007430 3100-REVALUE-ONE-ITEM-EXIT.
007440     EXIT.
007450*----------------------------------------------------------*
007460* 3200-STAGE-DOCUMENT - A GAIN DEBITS THE ITEM'S ACCOUNT    *
007470*                       AND CREDITS UNREALIZED GAIN; A LOSS *
007480*                       DEBITS UNREALIZED LOSS AND CREDITS  *
007490*                       THE ITEM'S ACCOUNT.  THE DOCUMENT   *
007500*                       REVERSES WHEN THE NEXT PERIOD OPENS *
007510*----------------------------------------------------------*
007520 3200-STAGE-DOCUMENT.
007530     MOVE COMPCURR-SERIES TO GX-NBRA-SERIES
007540     PERFORM GX-GETNBR
007550         THRU GX-GETNBR-EXIT
007560     IF GX-NBRA-FAILED
007570        ADD 1 TO RV-NBR-FAILS
007580        MOVE '*NO NUMBER' TO RV-DTL-DOC
007590        GO TO 3200-STAGE-DOCUMENT-EXIT
007600     END-IF
007610     ADD 1 TO RV-DOCS
007620     ADD RV-DIFF TO RV-CT-NET (RV-X)
007630     MOVE GX-NBRA-FULL TO RV-DTL-DOC
007640     MOVE SPACES            TO POSTSTG-RECORD
007650     MOVE GX-NBRA-FULL      TO POSTSTG-DOCNBR
007660     MOVE RV-REQ-COMPANY    TO POSTSTG-COMPANY
007670     MOVE RV-PEND-N         TO POSTSTG-DATE
007680     MOVE SPACES            TO POSTSTG-DEPT
007690     MOVE FXOPEN-CURRENCY   TO POSTSTG-CURRENCY
007700     MOVE 0                 TO POSTSTG-FC-AMOUNT
007710     MOVE 'REVALUE'         TO POSTSTG-SOURCE
007720     MOVE SPACES            TO POSTSTG-REFERENCE
007730     STRING 'FX REVAL ' FXOPEN-REFERENCE
007740            DELIMITED BY SIZE INTO POSTSTG-REFERENCE
007750     MOVE 'Y'               TO POSTSTG-REVERSE
007760     MOVE RV-REQ-USER       TO POSTSTG-USER
007770     MOVE RV-NOW-TS         TO POSTSTG-TIMESTAMP
007780     IF RV-DIFF > 0
007790        MOVE RV-DIFF TO RV-ABS-DIFF
007800        ADD RV-DIFF  TO RV-GAIN-TOTAL
007810        MOVE 1                  TO POSTSTG-LINE
007820        MOVE FXOPEN-ACCOUNT     TO POSTSTG-ACCOUNT
007830        MOVE 'D'                TO POSTSTG-DC
007840        MOVE RV-ABS-DIFF        TO POSTSTG-AMOUNT
007850        WRITE POSTSTG-RECORD
007860        MOVE 2                  TO POSTSTG-LINE
007870        MOVE COMPCURR-GAIN-ACCT TO POSTSTG-ACCOUNT
007880        MOVE 'C'                TO POSTSTG-DC
007890        WRITE POSTSTG-RECORD
007900     ELSE
007910        COMPUTE RV-ABS-DIFF = 0 - RV-DIFF
007920        ADD RV-ABS-DIFF TO RV-LOSS-TOTAL
007930        MOVE 1                  TO POSTSTG-LINE
007940        MOVE COMPCURR-LOSS-ACCT TO POSTSTG-ACCOUNT
007950        MOVE 'D'                TO POSTSTG-DC
007960        MOVE RV-ABS-DIFF        TO POSTSTG-AMOUNT
007970        WRITE POSTSTG-RECORD
007980        MOVE 2                  TO POSTSTG-LINE
007990        MOVE FXOPEN-ACCOUNT     TO POSTSTG-ACCOUNT
008000        MOVE 'C'                TO POSTSTG-DC
008010        WRITE POSTSTG-RECORD
008020     END-IF.
008030 3200-STAGE-DOCUMENT-EXIT.
008040     EXIT.
008050*----------------------------------------------------------*
008060* 4000-PRINT-SUMMARY - RATES USED PER CURRENCY, THE GAIN    *
008070*                      AND LOSS TOTALS - OR WHY NOTHING WAS *
008080*                      POSTED                               *
008090*----------------------------------------------------------*
008100 4000-PRINT-SUMMARY.
008110     IF RV-REFUSED
008120        MOVE SPACES TO RW-LINE
008130        STRING '** REVALUATION REFUSED - ' RV-REFUSE-TEXT
008140               DELIMITED BY SIZE INTO RW-LINE
008150        MOVE 'D' TO RW-FUNC
008160        PERFORM 8900-RW-PUT
008170            THRU 8900-RW-PUT-EXIT
008180     END-IF
008190     PERFORM VARYING RV-X FROM 1 BY 1
008200             UNTIL RV-X > RV-CCY-COUNT
008210        MOVE RV-CT-CODE (RV-X) TO RV-RT-CCY
008220        MOVE RV-BASE           TO RV-RT-BASE
008230        MOVE RV-CT-RATE (RV-X) TO RV-RT-RATE
008240        MOVE RV-CT-EFF (RV-X)  TO RV-RT-EFF
008250        MOVE RV-CT-NET (RV-X)  TO RV-RT-NET
008260        EVALUATE RV-CT-STATUS (RV-X)
008270           WHEN 'M'
008280              MOVE '** NO RATE'     TO RV-RT-NOTE
008290           WHEN 'S'
008300              MOVE '** RATE STALE'  TO RV-RT-NOTE
008310           WHEN OTHER
008320              MOVE SPACES           TO RV-RT-NOTE
008330        END-EVALUATE
008340        MOVE RV-RATE-LINE TO RW-LINE
008350        MOVE 'D' TO RW-FUNC
008360        PERFORM 8900-RW-PUT
008370            THRU 8900-RW-PUT-EXIT
008380     END-PERFORM
008390     MOVE 'OPEN ITEMS REVALUED'  TO RV-CNT-LABEL
008400     MOVE RV-ITEMS               TO RV-CNT-VALUE
008410     MOVE RV-CNT-LINE TO RW-LINE
008420     MOVE 'T' TO RW-FUNC
008430     PERFORM 8900-RW-PUT
008440         THRU 8900-RW-PUT-EXIT
008450     MOVE 'DOCUMENTS STAGED'     TO RV-CNT-LABEL
008460     MOVE RV-DOCS                TO RV-CNT-VALUE
008470     MOVE RV-CNT-LINE TO RW-LINE
008480     PERFORM 8900-RW-PUT
008490         THRU 8900-RW-PUT-EXIT
008500     IF RV-NBR-FAILS > 0
008510        MOVE '** ITEMS WITH NO DOCUMENT NUMBER' TO RV-CNT-LABEL
008520        MOVE RV-NBR-FAILS        TO RV-CNT-VALUE
008530        MOVE RV-CNT-LINE TO RW-LINE
008540        PERFORM 8900-RW-PUT
008550            THRU 8900-RW-PUT-EXIT
008560     END-IF
008570     MOVE 'UNREALIZED GAIN'      TO RV-SUM-LABEL
008580     MOVE RV-GAIN-TOTAL          TO RV-SUM-AMT
008590     MOVE RV-SUM-LINE TO RW-LINE
008600     PERFORM 8900-RW-PUT
008610         THRU 8900-RW-PUT-EXIT
008620     MOVE 'UNREALIZED LOSS'      TO RV-SUM-LABEL
008630     MOVE RV-LOSS-TOTAL          TO RV-SUM-AMT
008640     MOVE RV-SUM-LINE TO RW-LINE
008650     PERFORM 8900-RW-PUT
008660         THRU 8900-RW-PUT-EXIT
008670     MOVE 'NET REVALUATION'      TO RV-SUM-LABEL
008680     COMPUTE RV-DIFF = RV-GAIN-TOTAL - RV-LOSS-TOTAL
008690     MOVE RV-DIFF                TO RV-SUM-AMT
008700     MOVE RV-SUM-LINE TO RW-LINE
008710     PERFORM 8900-RW-PUT
008720         THRU 8900-RW-PUT-EXIT.
008730 4000-PRINT-SUMMARY-EXIT.
008740     EXIT.
008750 5000-WRITE-HISTORY.
008760     OPEN EXTEND REVALHST
008770     MOVE SPACES          TO REVALHST-RECORD
008780     MOVE RV-REQ-COMPANY  TO REVALHST-COMPANY
008790     MOVE RV-REQ-PERIOD   TO REVALHST-PERIOD
008800     IF RV-REFUSED
008810        MOVE 'R' TO REVALHST-STATUS
008820     ELSE
008830        MOVE 'P' TO REVALHST-STATUS
008840     END-IF
008850     MOVE RV-NOW-TS       TO REVALHST-TIMESTAMP
008860     MOVE RV-REQ-USER     TO REVALHST-USER
008870     MOVE RV-ITEMS        TO REVALHST-ITEMS
008880     MOVE RV-DOCS         TO REVALHST-DOCS
008890     MOVE RV-GAIN-TOTAL   TO REVALHST-GAIN
008900     MOVE RV-LOSS-TOTAL   TO REVALHST-LOSS
008910     WRITE REVALHST-RECORD
008920     CLOSE REVALHST.
008930 5000-WRITE-HISTORY-EXIT.
008940     EXIT.
008950*----------------------------------------------------------*
008960* GX-LOAD-CURRMST - THE COMPANY'S CURRENCY ROWS, AS GXFCURR *
008970*                   LOADS THEM                              *
008980*----------------------------------------------------------*
008990 GX-LOAD-CURRMST.
009000     MOVE 0 TO GX-CUR-CNT
009010     MOVE 'N' TO RV-EOF-SW
009020     PERFORM GX-LOAD-CURRMST-ONE
009030         THRU GX-LOAD-CURRMST-ONE-EXIT
009040         UNTIL RV-AT-EOF.
009050 GX-LOAD-CURRMST-EXIT.
009060     EXIT.
009070 GX-LOAD-CURRMST-ONE.
009080     READ CURRMST
009090         AT END
009100            SET RV-AT-EOF TO TRUE
009110            GO TO GX-LOAD-CURRMST-ONE-EXIT
009120     END-READ
009130     IF GX-CUR-CNT LESS 30 AND
009140        (CURRMST-COMPANY = SPACES OR
009150         CURRMST-COMPANY = RV-REQ-COMPANY)
009160        ADD 1 TO GX-CUR-CNT
009170        MOVE CURRMST-CODE   TO GX-CUR-T-CODE (GX-CUR-CNT)
009180        MOVE CURRMST-DECS   TO GX-CUR-T-DECS (GX-CUR-CNT)
009190        MOVE CURRMST-SYMBOL TO GX-CUR-T-SYM  (GX-CUR-CNT)
009200        MOVE CURRMST-ROUND  TO GX-CUR-T-RND  (GX-CUR-CNT)
009210        MOVE CURRMST-MAXAGE TO GX-CUR-T-MAXAGE (GX-CUR-CNT)
009220     END-IF.
009230 GX-LOAD-CURRMST-ONE-EXIT.
009240     EXIT.
009250*----------------------------------------------------------*
009260* GX-LOAD-EXCHRATE - ONLY THE RATES INTO THE BASE CURRENCY  *
009270*                    ARE KEPT, AND OF THOSE ONLY THE NEWEST *
009280*                    ROW PER PAIR ON OR BEFORE THE PERIOD   *
009290*                    END - THE ROW GX-CURCNV WOULD PICK -   *
009300*                    SO THE TABLE HOLDS ONE ROW PER         *
009310*                    CURRENCY HOWEVER LONG THE HISTORY      *
009320*----------------------------------------------------------*
009330 GX-LOAD-EXCHRATE.
009340     MOVE 0 TO GX-EXR-CNT
009350     MOVE 'N' TO RV-EOF-SW
009360     PERFORM GX-LOAD-EXCHRATE-ONE
009370         THRU GX-LOAD-EXCHRATE-ONE-EXIT
009380         UNTIL RV-AT-EOF.
009390 GX-LOAD-EXCHRATE-EXIT.
009400     EXIT.
009410 GX-LOAD-EXCHRATE-ONE.
009420     READ EXCHRATE
009430         AT END
009440            SET RV-AT-EOF TO TRUE
009450            GO TO GX-LOAD-EXCHRATE-ONE-EXIT
009460     END-READ
009470     IF EXCHRATE-TO NOT = RV-BASE OR
009480        EXCHRATE-EFF GREATER RV-PEND-N
009490        GO TO GX-LOAD-EXCHRATE-ONE-EXIT
009500     END-IF
009510     MOVE 0 TO GX-CUR-X
009520     PERFORM VARYING GX-CUR-I FROM 1 BY 1
009530             UNTIL GX-CUR-I > GX-EXR-CNT OR GX-CUR-X > 0
009540        IF GX-EXR-T-FROM (GX-CUR-I) = EXCHRATE-FROM
009550           MOVE GX-CUR-I TO GX-CUR-X
009560        END-IF
009570     END-PERFORM
009580     IF GX-CUR-X = 0
009590        IF GX-EXR-CNT NOT LESS 100
009600           GO TO GX-LOAD-EXCHRATE-ONE-EXIT
009610        END-IF
009620        ADD 1 TO GX-EXR-CNT
009630        MOVE GX-EXR-CNT TO GX-CUR-X
009640     ELSE
009650        IF EXCHRATE-EFF LESS GX-EXR-T-EFF (GX-CUR-X)
009660           GO TO GX-LOAD-EXCHRATE-ONE-EXIT
009670        END-IF
009680     END-IF
009690     MOVE EXCHRATE-FROM TO GX-EXR-T-FROM (GX-CUR-X)
009700     MOVE EXCHRATE-TO   TO GX-EXR-T-TO   (GX-CUR-X)
009710     MOVE EXCHRATE-EFF  TO GX-EXR-T-EFF  (GX-CUR-X)
009720     MOVE EXCHRATE-RATE TO GX-EXR-T-RATE (GX-CUR-X).
009730 GX-LOAD-EXCHRATE-ONE-EXIT.
009740     EXIT.
009750 GX-CUR-FIND.
009760     MOVE 0 TO GX-CUR-X
009770     PERFORM VARYING GX-CUR-I FROM 1 BY 1
009780             UNTIL GX-CUR-I > GX-CUR-CNT OR GX-CUR-X > 0
009790        IF GX-CUR-T-CODE (GX-CUR-I) = GX-CUR-CODE
009800           MOVE GX-CUR-I TO GX-CUR-X
009810        END-IF
009820     END-PERFORM.
009830 GX-CUR-FIND-EXIT.
009840     EXIT.
009850*----------------------------------------------------------*
009860* GX-CURCNV - THE GXFCURR CONVERSION: LATEST RATE ON OR     *
009870*             BEFORE GX-CURC-DATE, STALENESS CHECKED        *
009880*             AGAINST THE SOURCE CURRENCY'S MAXIMUM AGE,    *
009890*             RESULT ROUNDED TO THE TARGET'S DECIMALS BY    *
009900*             ITS ROUNDING RULE                             *
009910*----------------------------------------------------------*
009920 GX-CURCNV.
009930     SET  GX-CURC-RATE-OK TO TRUE
009940     SET  GX-CURC-FRESH   TO TRUE
009950     IF GX-CURC-FROM = GX-CURC-TO
009960        MOVE GX-CURC-AMT TO GX-CURC-OUT
009970        GO TO GX-CURCNV-EXIT
009980     END-IF
009990     MOVE 0 TO GX-CUR-X
010000     MOVE 0 TO GX-CURC-BEST-EFF
010010     PERFORM VARYING GX-CUR-I FROM 1 BY 1
010020             UNTIL GX-CUR-I > GX-EXR-CNT
010030        IF GX-EXR-T-FROM (GX-CUR-I) = GX-CURC-FROM AND
010040           GX-EXR-T-TO   (GX-CUR-I) = GX-CURC-TO AND
010050           GX-EXR-T-EFF  (GX-CUR-I) NOT GREATER GX-CURC-DATE AND
010060           GX-EXR-T-EFF  (GX-CUR-I) NOT LESS GX-CURC-BEST-EFF
010070           MOVE GX-CUR-I                TO GX-CUR-X
010080           MOVE GX-EXR-T-EFF (GX-CUR-I) TO GX-CURC-BEST-EFF
010090        END-IF
010100     END-PERFORM
010110     IF GX-CUR-X = 0
010120        SET  GX-CURC-NO-RATE TO TRUE
010130        MOVE GX-CURC-AMT TO GX-CURC-OUT
010140        GO TO GX-CURCNV-EXIT
010150     END-IF
010160     MOVE GX-CUR-X TO GX-CURC-RATE-X
010170     MOVE GX-EXR-T-EFF (GX-CURC-RATE-X) TO GX-CURC-NEWEST-EFF
010180     PERFORM GX-CURC-CHECK-STALE
010190         THRU GX-CURC-CHECK-STALE-EXIT
010200     IF GX-CURC-STALE
010210        MOVE GX-CURC-AMT TO GX-CURC-OUT
010220        GO TO GX-CURCNV-EXIT
010230     END-IF
010240     COMPUTE GX-CURC-OUT =
010250             GX-CURC-AMT * GX-EXR-T-RATE (GX-CURC-RATE-X)
010260     MOVE GX-CURC-TO TO GX-CUR-CODE
010270     PERFORM GX-CUR-FIND
010280         THRU GX-CUR-FIND-EXIT
010290     IF GX-CUR-X GREATER 0
010300        COMPUTE GX-CURC-FACTOR = 10 ** GX-CUR-T-DECS (GX-CUR-X)
010310        IF GX-CUR-T-RND (GX-CUR-X) = 'D'
010320           COMPUTE GX-CURC-SCALED =
010330                   GX-CURC-OUT * GX-CURC-FACTOR
010340        ELSE
010350           COMPUTE GX-CURC-SCALED ROUNDED =
010360                   GX-CURC-OUT * GX-CURC-FACTOR
010370        END-IF
010380        COMPUTE GX-CURC-OUT = GX-CURC-SCALED / GX-CURC-FACTOR
010390     END-IF.
010400 GX-CURCNV-EXIT.
010410     EXIT.
010420*----------------------------------------------------------*
010430* GX-CURC-CHECK-STALE - A RATE OLDER THAN THE CURRENCY'S    *
010440*                       ALLOWED AGE AT THE AS-OF DATE IS    *
010450*                       REFUSED AND LEFT ON STALELOG FOR    *
010460*                       THE RATELOAD REPORT                 *
010470*----------------------------------------------------------*
010480 GX-CURC-CHECK-STALE.
010490     SET GX-CURC-FRESH TO TRUE
010500     MOVE GX-CURC-FROM TO GX-CUR-CODE
010510     PERFORM GX-CUR-FIND
010520         THRU GX-CUR-FIND-EXIT
010530     IF GX-CUR-X = 0
010540        GO TO GX-CURC-CHECK-STALE-EXIT
010550     END-IF
010560     MOVE GX-CUR-T-MAXAGE (GX-CUR-X) TO GX-CURC-MAXAGE
010570     IF GX-CURC-MAXAGE = 0
010580        GO TO GX-CURC-CHECK-STALE-EXIT
010590     END-IF
010600     MOVE GX-CURC-NEWEST-EFF (1:4) TO YY OF GX-DTON-INDATE
010610     MOVE GX-CURC-NEWEST-EFF (5:2) TO MM OF GX-DTON-INDATE
010620     MOVE GX-CURC-NEWEST-EFF (7:2) TO DD OF GX-DTON-INDATE
010630     PERFORM GX-DTON
010640         THRU GX-DTON-EXIT
010650     MOVE GX-DTON-OUTNUM TO GX-CURC-EFF-NUM
010660     MOVE GX-CURC-DATE (1:4) TO YY OF GX-DTON-INDATE
010670     MOVE GX-CURC-DATE (5:2) TO MM OF GX-DTON-INDATE
010680     MOVE GX-CURC-DATE (7:2) TO DD OF GX-DTON-INDATE
010690     PERFORM GX-DTON
010700         THRU GX-DTON-EXIT
010710     MOVE GX-DTON-OUTNUM TO GX-CURC-ASOF-NUM
010720     COMPUTE GX-CURC-AGE-DAYS = GX-CURC-ASOF-NUM - GX-CURC-EFF-NUM
010730     IF GX-CURC-AGE-DAYS GREATER GX-CURC-MAXAGE
010740        SET GX-CURC-STALE TO TRUE
010750        MOVE RV-NOW-TS          TO STALELOG-TIMESTAMP
010760        MOVE RV-REQ-USER        TO STALELOG-USER
010770        MOVE 'REVALUE'          TO STALELOG-PGM
010780        MOVE GX-CURC-FROM       TO STALELOG-FROM
010790        MOVE GX-CURC-TO         TO STALELOG-TO
010800        MOVE GX-CURC-DATE       TO STALELOG-ASOF
010810        MOVE GX-CURC-NEWEST-EFF TO STALELOG-RATE-EFF
010820        WRITE STALELOG-RECORD
010830     END-IF.
010840 GX-CURC-CHECK-STALE-EXIT.
010850     EXIT.
010860*----------------------------------------------------------*
010870* GX-DTON - THE DAY-NUMBER PART OF THE GXFDTON ROUTINE      *
010880*----------------------------------------------------------*
010890 GX-DTON.
010900     MOVE ZERO TO GX-DTON-OUTNUM
010910     IF GX-DTON-INDATE > ZEROES
010920        MOVE CORR GX-DTON-INDATE TO GX-DTON-DW
010930        IF MM OF GX-DTON-DW GREATER 2
010940           SUBTRACT 3 FROM MM OF GX-DTON-DW
010950        ELSE
010960           ADD 9 TO MM OF GX-DTON-DW
010970           SUBTRACT 1 FROM YY OF GX-DTON-DW
010980        END-IF
010990        COMPUTE GX-DTON-D = (( 153 * MM OF GX-DTON-DW) + 2) / 5
011000        COMPUTE GX-DTON-L-4 = YY OF GX-DTON-DW / 4
011010        COMPUTE GX-DTON-L-400 = YY OF GX-DTON-DW / 400
011020        COMPUTE GX-DTON-L-100 = YY OF GX-DTON-DW / 100
011030        COMPUTE GX-DTON-OUTNUM = YY OF GX-DTON-DW * 365 +
011040                                 GX-DTON-L-4 -
011050                                 GX-DTON-L-100 +
011060                                 GX-DTON-L-400 +
011070                                 GX-DTON-D +
011080                                 DD OF GX-DTON-DW
011090     END-IF.
011100 GX-DTON-EXIT.
011110     EXIT.
011120*----------------------------------------------------------*
011130* GX-GETNBR - NEXT NUMBER OF THE SERIES, THE GXFNBRA WAY:   *
011140*             THE SERIES ROW READ FOR UPDATE IS THE         *
011150*             SERIALIZER, A LOCKED ROW IS RETRIED UP TO     *
011160*             GX-LOCK-MAX TIMES, EVERY NUMBER HANDED OUT    *
011170*             GOES TO NBRLOG                                *
011180*----------------------------------------------------------*
011190 GX-GETNBR.
011200     SET GX-NBRA-OK TO TRUE
011210     MOVE 0 TO GX-NBRA-TRIES
011220     SET GX-NBRA-NOT-DONE TO TRUE
011230     PERFORM GX-NBRA-TRY-ONCE
011240         THRU GX-NBRA-TRY-ONCE-EXIT
011250         UNTIL GX-NBRA-DONE OR
011260               GX-NBRA-TRIES NOT LESS GX-LOCK-MAX
011270     IF GX-NBRA-NOT-DONE
011280        SET GX-NBRA-FAILED TO TRUE
011290     END-IF.
011300 GX-GETNBR-EXIT.
011310     EXIT.
011320 GX-NBRA-TRY-ONCE.
011330     ADD 1 TO GX-NBRA-TRIES
011340     MOVE GX-NBRA-SERIES TO NBRASGN-SERIES
011350     READ NBRASGN
011360         INVALID KEY
011370            SET GX-NBRA-FAILED TO TRUE
011380            SET GX-NBRA-DONE   TO TRUE
011390            GO TO GX-NBRA-TRY-ONCE-EXIT
011400     END-READ
011410     IF RV-FS-NBRASGN = '9D' OR RV-FS-NBRASGN = '92' OR
011420        RV-FS-NBRASGN = '90'
011430        GO TO GX-NBRA-TRY-ONCE-EXIT
011440     END-IF
011450     IF RV-FS-NBRASGN NOT = '00'
011460        SET GX-NBRA-FAILED TO TRUE
011470        SET GX-NBRA-DONE   TO TRUE
011480        GO TO GX-NBRA-TRY-ONCE-EXIT
011490     END-IF
011500     MOVE NBRASGN-NEXTNBR TO GX-NBRA-NBR
011510     COMPUTE NBRASGN-NEXTNBR = NBRASGN-NEXTNBR + 1
011520     IF NBRASGN-ROLLOVER GREATER 0 AND
011530        NBRASGN-NEXTNBR GREATER NBRASGN-ROLLOVER
011540        MOVE 1 TO NBRASGN-NEXTNBR
011550     END-IF
011560     REWRITE NBRASGN-RECORD
011570         INVALID KEY
011580            SET GX-NBRA-FAILED TO TRUE
011590            SET GX-NBRA-DONE   TO TRUE
011600            GO TO GX-NBRA-TRY-ONCE-EXIT
011610     END-REWRITE
011620     MOVE GX-NBRA-NBR TO GX-NBRA-NBR-A
011630     MOVE SPACES TO GX-NBRA-FULL
011640     STRING NBRASGN-PREFIX DELIMITED BY SPACE
011650            GX-NBRA-NBR-A  DELIMITED BY SIZE
011660            INTO GX-NBRA-FULL
011670     MOVE GX-NBRA-SERIES TO NBRLOG-SERIES
011680     MOVE GX-NBRA-NBR    TO NBRLOG-NBR
011690     MOVE RV-NOW-TS      TO NBRLOG-TIMESTAMP
011700     MOVE RV-REQ-USER    TO NBRLOG-USER
011710     MOVE 'REVALUE'      TO NBRLOG-PGM
011720     WRITE NBRLOG-RECORD
011730     SET GX-NBRA-DONE TO TRUE.
011740 GX-NBRA-TRY-ONCE-EXIT.
011750     EXIT.
011760 8900-RW-PUT.
011762     IF RV-OUT-OF-SCOPE AND
011764        (RW-FUNC = 'D' OR RW-FUNC = 'T')
011766        GO TO 8900-RW-PUT-EXIT
011768     END-IF
011770     CALL 'GXRPTW' USING RW-CTL RW-OUT
011780     PERFORM VARYING RW-X FROM 1 BY 1
011790             UNTIL RW-X > RW-OUT-COUNT
011800        WRITE REVALRPT-LINE FROM RW-OUT-LINE (RW-X)
011810     END-PERFORM.
011820 8900-RW-PUT-EXIT.
011830     EXIT.
011840 9000-TERMINATE.
011850     MOVE 'C' TO RW-FUNC
011860     PERFORM 8900-RW-PUT
011870         THRU 8900-RW-PUT-EXIT
011880     CLOSE CLOSEREQ
011890     CLOSE COMPCURR
011900     CLOSE CLOSESTAT
011910     CLOSE REVALRPT.
011920 9000-TERMINATE-EXIT.
011930     EXIT.
011940 9999-EXIT.
011950     STOP RUN.
