000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTNSCORE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - MONTHLY PARTNER      *
000100*                   DELIVERY SCORECARD.  EVERY PTNFILE ROW *
000110*                   SAYS WHEN A PARTNER PROMISED A FILE -  *
000120*                   EACH BUSINESS DAY, A WEEKDAY, OR A DAY *
000130*                   OF THE MONTH, ROLLED TO THE PARTNER'S  *
000140*                   NEXT BUSINESS DAY BY THE HOLCAL ROWS   *
000150*                   OF ITS CALENDAR LOCATION - AND THE     *
000160*                   WINDOW IT SHOULD ARRIVE IN.  EACH      *
000170*                   DELIVERY DUE IN THE PRIOR MONTH IS     *
000180*                   JUDGED FROM INBLOG: THE FIRST ACCEPTED *
000190*                   ARRIVAL BEFORE THE NEXT ONE WAS DUE IS *
000200*                   ON TIME BY THE WINDOW'S CLOSE ON THE   *
000210*                   DAY, LATE AFTER IT, AND MISSING        *
000220*                   WITHOUT ONE.  MANIFEST REJECTS COME    *
000230*                   FROM INBLOG, FAILED ROWS FROM IMPLOG,  *
000240*                   THE MATCH RATE FROM MATCHITM AND THE   *
000250*                   CHASERS FROM PTNCHLOG.  THE MONTH IS   *
000260*                   KEPT ON PTNHIST AND PTNSRPT SHOWS IT   *
000270*                   AGAINST THE PRIOR MONTH AND THE THREE- *
000280*                   MONTH AVERAGE, THROUGH GXRPTW          *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-ISERIES.
000330 OBJECT-COMPUTER.   IBM-ISERIES.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARTNER    ASSIGN TO DATABASE-PARTNER
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS SEQUENTIAL
000390         RECORD KEY   IS PARTNER-ID
000400         FILE STATUS  IS PS-FS-PARTNER.
000410     SELECT PTNFILE    ASSIGN TO DATABASE-PTNFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS SEQUENTIAL
000440         RECORD KEY   IS PTNFILE-KEY
000450         FILE STATUS  IS PS-FS-PTNFILE.
000460     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS PS-FS-HOLCAL.
000490     SELECT INBLOG     ASSIGN TO DATABASE-INBLOG
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS PS-FS-INBLOG.
000520     SELECT IMPLOG     ASSIGN TO DATABASE-IMPLOG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS  IS PS-FS-IMPLOG.
000550     SELECT MATCHITM   ASSIGN TO DATABASE-MATCHITM
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS SEQUENTIAL
000580         RECORD KEY   IS MATCHITM-KEY
000590         FILE STATUS  IS PS-FS-MATCHITM.
000600     SELECT PTNCHLOG   ASSIGN TO DATABASE-PTNCHLOG
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS SEQUENTIAL
000630         RECORD KEY   IS PTNCHLOG-KEY
000640         FILE STATUS  IS PS-FS-PTNCHLOG.
000650     SELECT PTNHIST    ASSIGN TO DATABASE-PTNHIST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE  IS RANDOM
000680         RECORD KEY   IS PTNHIST-KEY
000690         FILE STATUS  IS PS-FS-PTNHIST.
000700     SELECT PTNSRPT    ASSIGN TO DATABASE-PTNSRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS  IS PS-FS-PTNSRPT.
000730 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------*
000760* PARTNER MASTER - ONE ROW PER TRADING PARTNER.  THE       *
000770* CALENDAR LOCATION PICKS THE HOLCAL ROWS THAT ARE NOT     *
000780* BUSINESS DAYS FOR THEM (ROWS WITH NO LOCATION APPLY TO   *
000790* EVERY PARTNER)                                           *
000800*----------------------------------------------------------*
000810 FD  PARTNER.
000820 01  PARTNER-RECORD.
000830     05 PARTNER-ID               PIC  X(010).
000840     05 PARTNER-NAME             PIC  X(040).
000850     05 PARTNER-CONTACT          PIC  X(030).
000860     05 PARTNER-EMAIL            PIC  X(050).
000870     05 PARTNER-PHONE            PIC  X(020).
000880     05 PARTNER-ALT-CONTACT      PIC  X(030).
000890     05 PARTNER-ALT-EMAIL        PIC  X(050).
000900     05 PARTNER-CAL-LOC          PIC  X(010).
000910     05 PARTNER-STATUS           PIC  X(001).
000920        88 PARTNER-ACTIVE                        VALUE 'A'.
000930        88 PARTNER-INACTIVE                      VALUE 'I'.
000940*----------------------------------------------------------*
000950* EXPECTED FILES - ONE ROW PER PARTNER FILE TYPE, FILE     *
000960* BEING THE NAME THE MANIFEST CARRIES INTO INBLOG.  FREQ   *
000970* D = EVERY BUSINESS DAY, W = WEEKLY ON DAY 1-7 (MONDAY    *
000980* TO SUNDAY), M = MONTHLY ON DAY 1-31 (PAST THE MONTH'S    *
000990* END MEANS ITS LAST DAY); A W OR M DAY THAT IS NOT A      *
001000* BUSINESS DAY ROLLS TO THE NEXT.  THE WINDOW IS HHMM;     *
001010* GRACE IS THE MINUTES PAST ITS CLOSE BEFORE PTNCHASE      *
001020* SENDS THE CHASER, CHASE N TURNS THE CHASER OFF           *
001030*----------------------------------------------------------*
001040 FD  PTNFILE.
001050 01  PTNFILE-RECORD.
001060     05 PTNFILE-KEY.
001070        10 PTNFILE-PARTNER       PIC  X(010).
001080        10 PTNFILE-FILE          PIC  X(010).
001090     05 PTNFILE-DESC             PIC  X(030).
001100     05 PTNFILE-FREQ             PIC  X(001).
001110        88 PTNFILE-DAILY                         VALUE 'D'.
001120        88 PTNFILE-WEEKLY                        VALUE 'W'.
001130        88 PTNFILE-MONTHLY                       VALUE 'M'.
001140     05 PTNFILE-DAY              PIC  9(002).
001150     05 PTNFILE-WIN-FROM         PIC  9(004).
001160     05 PTNFILE-WIN-TO           PIC  9(004).
001170     05 PTNFILE-GRACE            PIC  9(004).
001180     05 PTNFILE-CHASE            PIC  X(001).
001190 FD  HOLCAL.
001200 01  HOLCAL-RECORD.
001210     05 HOLCAL-DATE.
001220        10 HOLCAL-YY             PIC  9(004).
001230        10 HOLCAL-MM             PIC  9(002).
001240        10 HOLCAL-DD             PIC  9(002).
001250     05 HOLCAL-LOC               PIC  X(010).
001260     05 HOLCAL-DESC              PIC  X(030).
001270 FD  INBLOG.
001280 01  INBLOG-RECORD.
001290     05 INBLOG-TIMESTAMP         PIC  X(026).
001300     05 INBLOG-FILE              PIC  X(010).
001310     05 INBLOG-RECCOUNT          PIC  9(009).
001320     05 INBLOG-HASHTOT           PIC  9(013).
001330     05 INBLOG-VERDICT           PIC  X(001).
001340 FD  IMPLOG.
001350 01  IMPLOG-RECORD.
001360     05 IMPLOG-TIMESTAMP         PIC  X(026).
001370     05 IMPLOG-INBFILE           PIC  X(010).
001380     05 IMPLOG-TARGET            PIC  X(010).
001390     05 IMPLOG-USER              PIC  X(010).
001400     05 IMPLOG-READ              PIC  9(007).
001410     05 IMPLOG-GOOD              PIC  9(007).
001420     05 IMPLOG-BAD               PIC  9(007).
001430 FD  MATCHITM.
001440 01  MATCHITM-RECORD.
001450     05 MATCHITM-KEY.
001460        10 MATCHITM-FILE         PIC  X(010).
001470        10 MATCHITM-SEQ          PIC  9(007).
001480     05 MATCHITM-PARTNER         PIC  X(010).
001490     05 MATCHITM-ITEM-ID         PIC  X(020).
001500     05 MATCHITM-OUR-REF         PIC  X(030).
001510     05 MATCHITM-PARTNER-REF     PIC  X(030).
001520     05 MATCHITM-ITEM-DATE       PIC  9(008).
001530     05 MATCHITM-AMOUNT          PIC S9(013)V9(002) COMP-3.
001540     05 MATCHITM-CURRENCY        PIC  X(003).
001550     05 MATCHITM-STATUS          PIC  X(001).
001560        88 MATCHITM-UNMATCHED                    VALUE 'U'.
001570        88 MATCHITM-PROPOSED                      VALUE 'P'.
001580        88 MATCHITM-AUTO-SETTLED                  VALUE 'S'.
001590        88 MATCHITM-CONFIRMED                     VALUE 'C'.
001600     05 MATCHITM-METHOD          PIC  X(008).
001610     05 MATCHITM-CAND-SERIES     PIC  X(010).
001620     05 MATCHITM-CAND-NBR        PIC  9(009).
001630     05 MATCHITM-CAND-DOCNBR     PIC  X(013).
001640     05 MATCHITM-CAND-AMOUNT     PIC S9(013)V9(002) COMP-3.
001650     05 MATCHITM-REJ-SERIES      PIC  X(010).
001660     05 MATCHITM-REJ-NBR         PIC  9(009).
001670     05 MATCHITM-LOADED          PIC  9(008).
001680     05 MATCHITM-RUNS            PIC  9(003).
001690     05 MATCHITM-DECIDED-BY      PIC  X(010).
001700     05 MATCHITM-DECIDED-TS      PIC  X(026).
001710*----------------------------------------------------------*
001720* CHASERS - ONE ROW PER LATE DELIVERY CHASED BY PTNCHASE,  *
001730* KEYED BY THE DAY THE FILE WAS DUE                        *
001740*----------------------------------------------------------*
001750 FD  PTNCHLOG.
001760 01  PTNCHLOG-RECORD.
001770     05 PTNCHLOG-KEY.
001780        10 PTNCHLOG-PARTNER      PIC  X(010).
001790        10 PTNCHLOG-FILE         PIC  X(010).
001800        10 PTNCHLOG-DUE-DATE     PIC  9(008).
001810     05 PTNCHLOG-SENT-TS         PIC  X(026).
001820     05 PTNCHLOG-SENT-TO         PIC  X(050).
001830     05 PTNCHLOG-RESULT          PIC  X(002).
001840*----------------------------------------------------------*
001850* SCORECARD HISTORY - ONE ROW PER PARTNER AND MONTH; A     *
001860* RERUN OF THE MONTH REPLACES ITS ROW                      *
001870*----------------------------------------------------------*
001880 FD  PTNHIST.
001890 01  PTNHIST-RECORD.
001900     05 PTNHIST-KEY.
001910        10 PTNHIST-PARTNER       PIC  X(010).
001920        10 PTNHIST-MONTH         PIC  9(006).
001930     05 PTNHIST-EXPECTED         PIC  9(005).
001940     05 PTNHIST-ONTIME           PIC  9(005).
001950     05 PTNHIST-LATE             PIC  9(005).
001960     05 PTNHIST-MISSING          PIC  9(005).
001970     05 PTNHIST-REJECTS          PIC  9(005).
001980     05 PTNHIST-CHASERS          PIC  9(005).
001990     05 PTNHIST-IMP-READ         PIC  9(007).
002000     05 PTNHIST-IMP-BAD          PIC  9(007).
002010     05 PTNHIST-MAT-LOADED       PIC  9(007).
002020     05 PTNHIST-MAT-DONE         PIC  9(007).
002030     05 PTNHIST-ONTIME-PCT       PIC  9(003)V9(001).
002040     05 PTNHIST-MATCH-PCT        PIC  9(003)V9(001).
002050     05 PTNHIST-RUN-TS           PIC  X(026).
002060 FD  PTNSRPT.
002070 01  PTNSRPT-LINE                PIC  X(080).
002080 WORKING-STORAGE SECTION.
002090 77  PS-FS-PARTNER               PIC  X(002).
002100 77  PS-FS-PTNFILE               PIC  X(002).
002110 77  PS-FS-HOLCAL                PIC  X(002).
002120 77  PS-FS-INBLOG                PIC  X(002).
002130 77  PS-FS-IMPLOG                PIC  X(002).
002140 77  PS-FS-MATCHITM              PIC  X(002).
002150 77  PS-FS-PTNCHLOG              PIC  X(002).
002160 77  PS-FS-PTNHIST               PIC  X(002).
002170 77  PS-FS-PTNSRPT               PIC  X(002).
002180 77  PS-EOF-SW                   PIC  X(001)     VALUE 'N'.
002190     88 PS-AT-EOF                                VALUE 'Y'.
002200 77  PS-BUS-SW                   PIC  X(001).
002210     88 PS-IS-BUSDAY                             VALUE 'Y'.
002220     88 PS-NOT-BUSDAY                            VALUE 'N'.
002230 77  PS-FOUND-SW                 PIC  X(001).
002240     88 PS-FOUND                                 VALUE 'Y'.
002250     88 PS-NOT-FOUND                             VALUE 'N'.
002260 77  PS-PREV-SW                  PIC  X(001).
002270     88 PS-HAS-PREV                              VALUE 'Y'.
002280     88 PS-NO-PREV                               VALUE 'N'.
002290 77  PS-I                        PIC S9(005) COMP-3.
002300 77  PS-A                        PIC S9(005) COMP-3.
002310 77  PS-F                        PIC S9(005) COMP-3.
002320 77  PS-P                        PIC S9(005) COMP-3.
002330 77  PS-M                        PIC S9(003) COMP-3.
002340 77  PS-PTN-COUNT                PIC S9(005) COMP-3 VALUE 0.
002350 77  PS-PTN-MAX                  PIC S9(005) COMP-3 VALUE 200.
002360 77  PS-FIL-COUNT                PIC S9(005) COMP-3 VALUE 0.
002370 77  PS-FIL-MAX                  PIC S9(005) COMP-3 VALUE 300.
002380 77  PS-ARR-COUNT                PIC S9(005) COMP-3 VALUE 0.
002390 77  PS-ARR-MAX                  PIC S9(005) COMP-3 VALUE 5000.
002400 77  PS-HOL-COUNT                PIC S9(005) COMP-3 VALUE 0.
002410 77  PS-HOL-MAX                  PIC S9(005) COMP-3 VALUE 500.
002420 77  PS-TODAY-NUM                PIC S9(009) COMP-3.
002430 77  PS-WALK-FROM-NUM            PIC S9(009) COMP-3.
002440 77  PS-WALK-TO-NUM              PIC S9(009) COMP-3.
002450 77  PS-MON-FROM-NUM             PIC S9(009) COMP-3.
002460 77  PS-MON-TO-NUM               PIC S9(009) COMP-3.
002470 77  PS-CUR-NUM                  PIC S9(009) COMP-3.
002480 77  PS-BOUND-NUM                PIC S9(009) COMP-3.
002490 77  PS-BEST-NUM                 PIC S9(009) COMP-3.
002500 77  PS-BEST-HHMM                PIC S9(005) COMP-3.
002510 77  PS-NOMINAL                  PIC S9(003) COMP-3.
002520 77  PS-MLEN-CUR                 PIC S9(003) COMP-3.
002530 77  PS-LEAP-Q                   PIC S9(005) COMP-3.
002540 77  PS-LEAP-R4                  PIC S9(003) COMP-3.
002550 77  PS-LEAP-R100                PIC S9(003) COMP-3.
002560 77  PS-LEAP-R400                PIC S9(003) COMP-3.
002570 77  PS-WD-TMP                   PIC S9(009) COMP-3.
002580 77  PS-WD-Q                     PIC S9(009) COMP-3.
002590 77  PS-WD                       PIC S9(003) COMP-3.
002600 77  PS-ONTIME-PCT               PIC S9(003)V9(001) COMP-3.
002610 77  PS-MATCH-PCT                PIC S9(003)V9(001) COMP-3.
002620 77  PS-BAD-PCT                  PIC S9(003)V9(001) COMP-3.
002630 77  PS-PREV-ONTIME              PIC S9(003)V9(001) COMP-3.
002640 77  PS-PREV-MATCH               PIC S9(003)V9(001) COMP-3.
002650 77  PS-AVG-SUM                  PIC S9(005)V9(001) COMP-3.
002660 77  PS-AVG-N                    PIC S9(003) COMP-3.
002670 77  PS-AVG-PCT                  PIC S9(003)V9(001) COMP-3.
002680 77  PS-CHG                      PIC S9(003)V9(001) COMP-3.
002690 77  PS-TOT-PARTNERS             PIC S9(005) COMP-3 VALUE 0.
002700 77  PS-TOT-EXPECT               PIC S9(007) COMP-3 VALUE 0.
002710 77  PS-TOT-ONTIME               PIC S9(007) COMP-3 VALUE 0.
002720 77  PS-TOT-LATE                 PIC S9(007) COMP-3 VALUE 0.
002730 77  PS-TOT-MISSING              PIC S9(007) COMP-3 VALUE 0.
002740 01  PS-TODAY-DATE.
002750     05 PS-TODAY-YY              PIC  9(004).
002760     05 PS-TODAY-MM              PIC  9(002).
002770     05 PS-TODAY-DD              PIC  9(002).
002780 01  PS-TODAY-N REDEFINES PS-TODAY-DATE
002790                                 PIC  9(008).
002800 01  PS-NOW-TIME.
002810     05 PS-NOW-HH                PIC  9(002).
002820     05 PS-NOW-MIN               PIC  9(002).
002830     05 PS-NOW-SS                PIC  9(002).
002840     05 PS-NOW-HS                PIC  9(002).
002850 01  PS-NOW-TS                   PIC  X(026).
002860*----------------------------------------------------------*
002870* THE REPORT MONTH AND A WORK MONTH FOR WALKING BACK       *
002880* THROUGH THE HISTORY                                      *
002890*----------------------------------------------------------*
002900 01  PS-RPT-MONTH.
002910     05 PS-RPT-YY                PIC  9(004).
002920     05 PS-RPT-MM                PIC  9(002).
002930 01  PS-RPT-MONTH-N REDEFINES PS-RPT-MONTH
002940                                 PIC  9(006).
002950 01  PS-WRK-MONTH.
002960     05 PS-WRK-YY                PIC  9(004).
002970     05 PS-WRK-MM                PIC  9(002).
002980 01  PS-WRK-MONTH-N REDEFINES PS-WRK-MONTH
002990                                 PIC  9(006).
003000 01  PS-MON-FROM-N               PIC  9(008).
003010 01  PS-MON-TO-N                 PIC  9(008).
003020*----------------------------------------------------------*
003030* THE CALENDAR WALK RUNS FROM THE FIRST OF THE MONTH       *
003040* BEFORE THE REPORT MONTH, SO A DELIVERY ROLLED INTO IT IS *
003050* SEEN, TO THE END OF THE MONTH AFTER IT OR TODAY, SO A    *
003060* LATE FILE FOR ITS LAST DELIVERY IS STILL FOUND           *
003070*----------------------------------------------------------*
003080 01  PS-CUR-DATE.
003090     05 PS-CUR-YY                PIC  9(004).
003100     05 PS-CUR-MM                PIC  9(002).
003110     05 PS-CUR-DD                PIC  9(002).
003120 01  PS-CUR-N REDEFINES PS-CUR-DATE
003130                                 PIC  9(008).
003140 01  PS-ML-YY                    PIC  9(004).
003150 01  PS-ML-MM                    PIC  9(002).
003160 01  PS-MLEN-VALUES              PIC  X(024)
003170                VALUE '312831303130313130313031'.
003180 01  PS-MLEN-TABLE REDEFINES PS-MLEN-VALUES.
003190     05 PS-MLEN OCCURS 12        PIC  9(002).
003200 01  PS-TS-DATE.
003210     05 PS-TS-YY                 PIC  9(004).
003220     05 PS-TS-MM                 PIC  9(002).
003230     05 PS-TS-DD                 PIC  9(002).
003240 01  PS-TS-N REDEFINES PS-TS-DATE
003250                                 PIC  9(008).
003260 01  PS-TS-TIME.
003270     05 PS-TS-HH                 PIC  9(002).
003280     05 PS-TS-MIN                PIC  9(002).
003290 01  PS-TS-HHMM REDEFINES PS-TS-TIME
003300                                 PIC  9(004).
003310 01  PS-DTON-DATE.
003320     05 PS-DTON-YY               PIC  9(004).
003330     05 PS-DTON-MM               PIC  9(002).
003340     05 PS-DTON-DD               PIC  9(002).
003350 01  PS-DTON-N REDEFINES PS-DTON-DATE
003360                                 PIC  9(008).
003370 01  PS-DTON-DW.
003380     05 PS-DW-YY                 PIC S9(005) COMP-3.
003390     05 PS-DW-MM                 PIC S9(003) COMP-3.
003400     05 PS-DW-DD                 PIC S9(003) COMP-3.
003410 77  PS-DTON-D                   PIC S9(003) COMP-3.
003420 77  PS-DTON-L4                  PIC S9(005) COMP-3.
003430 77  PS-DTON-L100                PIC S9(005) COMP-3.
003440 77  PS-DTON-L400                PIC S9(005) COMP-3.
003450 77  PS-DTON-NUM                 PIC S9(009) COMP-3.
003460 01  PS-HOL-TABLE.
003470     05 PS-HOL-ENTRY OCCURS 500.
003480        10 PS-HL-NUM             PIC S9(009) COMP-3.
003490        10 PS-HL-LOC             PIC  X(010).
003500*----------------------------------------------------------*
003510* ONE ENTRY PER PARTNER WITH ITS MONTH'S COUNTS            *
003520*----------------------------------------------------------*
003530 01  PS-PTN-TABLE.
003540     05 PS-PTN-ENTRY OCCURS 200.
003550        10 PS-PT-ID              PIC  X(010).
003560        10 PS-PT-NAME            PIC  X(040).
003570        10 PS-PT-LOC             PIC  X(010).
003580        10 PS-PT-EXPECT          PIC S9(005) COMP-3.
003590        10 PS-PT-ONTIME          PIC S9(005) COMP-3.
003600        10 PS-PT-LATE            PIC S9(005) COMP-3.
003610        10 PS-PT-MISSING         PIC S9(005) COMP-3.
003620        10 PS-PT-REJECTS         PIC S9(005) COMP-3.
003630        10 PS-PT-CHASERS         PIC S9(005) COMP-3.
003640        10 PS-PT-IMP-READ        PIC S9(007) COMP-3.
003650        10 PS-PT-IMP-BAD         PIC S9(007) COMP-3.
003660        10 PS-PT-MAT-LOADED      PIC S9(007) COMP-3.
003670        10 PS-PT-MAT-DONE        PIC S9(007) COMP-3.
003680*----------------------------------------------------------*
003690* ONE ENTRY PER EXPECTED FILE.  PENDING IS SET ON THE DAY  *
003700* A W OR M DELIVERY FALLS DUE AND CLEARED ON THE BUSINESS  *
003710* DAY IT IS ACTUALLY EXPECTED; OCC-NUM IS THAT DAY FOR THE *
003720* DELIVERY STILL OPEN (ZERO FOR NONE)                      *
003730*----------------------------------------------------------*
003740 01  PS-FIL-TABLE.
003750     05 PS-FIL-ENTRY OCCURS 300.
003760        10 PS-FL-PTN             PIC S9(005) COMP-3.
003770        10 PS-FL-FILE            PIC  X(010).
003780        10 PS-FL-FREQ            PIC  X(001).
003790        10 PS-FL-DAY             PIC  9(002).
003800        10 PS-FL-WIN-TO          PIC  9(004).
003810        10 PS-FL-PENDING         PIC  X(001).
003820        10 PS-FL-OCC-NUM         PIC S9(009) COMP-3.
003830*----------------------------------------------------------*
003840* THE INBLOG ARRIVALS OF THE EXPECTED FILES INSIDE THE     *
003850* CALENDAR WALK, IN LOG ORDER                              *
003860*----------------------------------------------------------*
003870 01  PS-ARR-TABLE.
003880     05 PS-ARR-ENTRY OCCURS 5000.
003890        10 PS-AR-FIL             PIC S9(005) COMP-3.
003900        10 PS-AR-NUM             PIC S9(009) COMP-3.
003910        10 PS-AR-HHMM            PIC  9(004).
003920        10 PS-AR-VERDICT         PIC  X(001).
003930 01  PS-HDG-LINE-1.
003940     05 FILLER                   PIC  X(034)
003950                VALUE 'PARTNER DELIVERY SCORECARD FOR    '.
003960     05 PS-HDG-YY                PIC  9(004).
003970     05 FILLER                   PIC  X(001) VALUE '-'.
003980     05 PS-HDG-MM                PIC  9(002).
003990     05 FILLER                   PIC  X(039) VALUE SPACES.
004000 01  PS-HDG-LINE-2.
004010     05 FILLER                   PIC  X(011) VALUE 'PARTNER'.
004020     05 FILLER                   PIC  X(007) VALUE ' EXPECT'.
004030     05 FILLER                   PIC  X(006) VALUE ' ONTME'.
004040     05 FILLER                   PIC  X(006) VALUE '  LATE'.
004050     05 FILLER                   PIC  X(006) VALUE '  MISS'.
004060     05 FILLER                   PIC  X(006) VALUE '   REJ'.
004070     05 FILLER                   PIC  X(006) VALUE ' CHASE'.
004080     05 FILLER                   PIC  X(007) VALUE ' ONTIM%'.
004090     05 FILLER                   PIC  X(007) VALUE '  PREV%'.
004100     05 FILLER                   PIC  X(007) VALUE '  3MAV%'.
004110     05 FILLER                   PIC  X(008) VALUE '  CHANGE'.
004120     05 FILLER                   PIC  X(003) VALUE SPACES.
004130 01  PS-DTL-LINE-1.
004140     05 PS-D1-PARTNER            PIC  X(010).
004150     05 FILLER                   PIC  X(002) VALUE SPACES.
004160     05 PS-D1-EXPECT             PIC  ZZZZ9.
004170     05 FILLER                   PIC  X(001) VALUE SPACES.
004180     05 PS-D1-ONTIME             PIC  ZZZZ9.
004190     05 FILLER                   PIC  X(001) VALUE SPACES.
004200     05 PS-D1-LATE               PIC  ZZZZ9.
004210     05 FILLER                   PIC  X(001) VALUE SPACES.
004220     05 PS-D1-MISSING            PIC  ZZZZ9.
004230     05 FILLER                   PIC  X(001) VALUE SPACES.
004240     05 PS-D1-REJECTS            PIC  ZZZZ9.
004250     05 FILLER                   PIC  X(001) VALUE SPACES.
004260     05 PS-D1-CHASERS            PIC  ZZZZ9.
004270     05 FILLER                   PIC  X(002) VALUE SPACES.
004280     05 PS-D1-ONTIME-PCT-X       PIC  X(005).
004290     05 PS-D1-ONTIME-PCT REDEFINES PS-D1-ONTIME-PCT-X
004300                                 PIC  ZZ9.9.
004310     05 FILLER                   PIC  X(002) VALUE SPACES.
004320     05 PS-D1-PREV-PCT-X         PIC  X(005).
004330     05 PS-D1-PREV-PCT REDEFINES PS-D1-PREV-PCT-X
004340                                 PIC  ZZ9.9.
004350     05 FILLER                   PIC  X(002) VALUE SPACES.
004360     05 PS-D1-AVG-PCT-X          PIC  X(005).
004370     05 PS-D1-AVG-PCT REDEFINES PS-D1-AVG-PCT-X
004380                                 PIC  ZZ9.9.
004390     05 FILLER                   PIC  X(002) VALUE SPACES.
004400     05 PS-D1-CHG-X              PIC  X(006).
004410     05 PS-D1-CHG REDEFINES PS-D1-CHG-X
004420                                 PIC  +ZZ9.9.
004430     05 FILLER                   PIC  X(003) VALUE SPACES.
004440 01  PS-DTL-LINE-2.
004450     05 FILLER                   PIC  X(002) VALUE SPACES.
004460     05 PS-D2-NAME               PIC  X(018).
004470     05 FILLER                   PIC  X(005) VALUE ' IMP '.
004480     05 PS-D2-IMP-READ           PIC  ZZZZZ9.
004490     05 FILLER                   PIC  X(005) VALUE ' BAD '.
004500     05 PS-D2-IMP-BAD            PIC  ZZZZ9.
004510     05 FILLER                   PIC  X(001) VALUE SPACES.
004520     05 PS-D2-BAD-PCT            PIC  ZZ9.9.
004530     05 FILLER                   PIC  X(001) VALUE '%'.
004540     05 FILLER                   PIC  X(007) VALUE ' MATCH '.
004550     05 PS-D2-MATCH-PCT-X        PIC  X(005).
004560     05 PS-D2-MATCH-PCT REDEFINES PS-D2-MATCH-PCT-X
004570                                 PIC  ZZ9.9.
004580     05 FILLER                   PIC  X(001) VALUE '%'.
004590     05 FILLER                   PIC  X(006) VALUE ' PREV '.
004600     05 PS-D2-PREV-MATCH-X       PIC  X(005).
004610     05 PS-D2-PREV-MATCH REDEFINES PS-D2-PREV-MATCH-X
004620                                 PIC  ZZ9.9.
004630     05 FILLER                   PIC  X(001) VALUE SPACES.
004640     05 PS-D2-MATCH-CHG-X        PIC  X(006).
004650     05 PS-D2-MATCH-CHG REDEFINES PS-D2-MATCH-CHG-X
004660                                 PIC  +ZZ9.9.
004670     05 FILLER                   PIC  X(001) VALUE SPACES.
004680 01  PS-SUM-LINE.
004690     05 FILLER                   PIC  X(010) VALUE 'PARTNERS:'.
004700     05 PS-SUM-PARTNERS          PIC  ZZZZ9.
004710     05 FILLER                   PIC  X(011) VALUE '  EXPECTED:'.
004720     05 PS-SUM-EXPECT            PIC  ZZZZZZ9.
004730     05 FILLER                   PIC  X(010) VALUE '  ON TIME:'.
004740     05 PS-SUM-ONTIME            PIC  ZZZZZZ9.
004750     05 FILLER                   PIC  X(007) VALUE '  LATE:'.
004760     05 PS-SUM-LATE              PIC  ZZZZZ9.
004770     05 FILLER                   PIC  X(010) VALUE '  MISSING:'.
004780     05 PS-SUM-MISSING           PIC  ZZZZZ9.
004790     05 FILLER                   PIC  X(001) VALUE SPACES.
004800*----------------------------------------------------------*
004810* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
004820* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
004830*----------------------------------------------------------*
004840 01  RW-CTL.
004850     05 RW-FUNC                  PIC  X(001).
004860     05 RW-TITLE                 PIC  X(050).
004870     05 RW-TITLE-ID              PIC  X(010).
004880     05 RW-LANG                  PIC  X(003).
004890     05 RW-COLS                  PIC  X(080).
004900     05 RW-LINE                  PIC  X(080).
004910     05 RW-PAGE-SIZE             PIC  9(003).
004920 01  RW-OUT.
004930     05 RW-OUT-COUNT             PIC  9(001).
004940     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
004950 77  RW-X                        PIC S9(003) COMP-3.
004960 PROCEDURE DIVISION.
004970 0000-MAINLINE.
004980     PERFORM 1000-INITIALIZE
004990         THRU 1000-INITIALIZE-EXIT
005000     PERFORM 2000-LOAD-ARRIVALS
005010         THRU 2000-LOAD-ARRIVALS-EXIT
005020     PERFORM 3000-WALK-CALENDAR
005030         THRU 3000-WALK-CALENDAR-EXIT
005040     PERFORM 4000-LOAD-IMPORTS
005050         THRU 4000-LOAD-IMPORTS-EXIT
005060     PERFORM 4200-LOAD-MATCHES
005070         THRU 4200-LOAD-MATCHES-EXIT
005080     PERFORM 4400-LOAD-CHASERS
005090         THRU 4400-LOAD-CHASERS-EXIT
005100     PERFORM 5000-SCORE-PARTNER
005110         THRU 5000-SCORE-PARTNER-EXIT
005120         VARYING PS-P FROM 1 BY 1
005130         UNTIL PS-P > PS-PTN-COUNT
005140     PERFORM 6000-PRINT-SUMMARY
005150         THRU 6000-PRINT-SUMMARY-EXIT
005160     PERFORM 9000-TERMINATE
005170         THRU 9000-TERMINATE-EXIT
005180     GO TO 9999-EXIT.
005190*----------------------------------------------------------*
005200* 1000-INITIALIZE - THE REPORT MONTH IS THE MONTH BEFORE   *
005210*                   THE RUN DATE; LOAD THE CALENDAR, THE   *
005220*                   PARTNERS AND THEIR EXPECTED FILES      *
005230*----------------------------------------------------------*
005240 1000-INITIALIZE.
005250     OPEN INPUT  PARTNER
005260     OPEN INPUT  PTNFILE
005270     OPEN INPUT  HOLCAL
005280     OPEN INPUT  INBLOG
005290     OPEN INPUT  IMPLOG
005300     OPEN INPUT  MATCHITM
005310     OPEN INPUT  PTNCHLOG
005320     OPEN I-O    PTNHIST
005330     OPEN OUTPUT PTNSRPT
005340     ACCEPT PS-TODAY-DATE FROM DATE YYYYMMDD
005350     ACCEPT PS-NOW-TIME   FROM TIME
005360     MOVE SPACES TO PS-NOW-TS
005370     STRING PS-TODAY-YY '-' PS-TODAY-MM '-' PS-TODAY-DD '-'
005380            PS-NOW-HH '.' PS-NOW-MIN '.' PS-NOW-SS '.000000'
005390            DELIMITED BY SIZE INTO PS-NOW-TS
005400     MOVE PS-TODAY-DATE TO PS-DTON-DATE
005410     PERFORM 8000-DATE-TO-DAYNUM
005420         THRU 8000-DATE-TO-DAYNUM-EXIT
005430     MOVE PS-DTON-NUM TO PS-TODAY-NUM
005440     MOVE PS-TODAY-YY TO PS-RPT-YY
005450     MOVE PS-TODAY-MM TO PS-RPT-MM
005460     IF PS-RPT-MM = 1
005470        MOVE 12 TO PS-RPT-MM
005480        SUBTRACT 1 FROM PS-RPT-YY
005490     ELSE
005500        SUBTRACT 1 FROM PS-RPT-MM
005510     END-IF
005520     PERFORM 1050-SET-RANGES
005530         THRU 1050-SET-RANGES-EXIT
005540     PERFORM 1100-LOAD-HOLIDAYS
005550         THRU 1100-LOAD-HOLIDAYS-EXIT
005560     PERFORM 1200-LOAD-PARTNERS
005570         THRU 1200-LOAD-PARTNERS-EXIT
005580     PERFORM 1300-LOAD-FILES
005590         THRU 1300-LOAD-FILES-EXIT
005600     MOVE PS-RPT-YY TO PS-HDG-YY
005610     MOVE PS-RPT-MM TO PS-HDG-MM
005620     MOVE PS-HDG-LINE-1 TO RW-TITLE
005630     MOVE 'PTNSRPT' TO RW-TITLE-ID
005640     MOVE SPACES TO RW-LANG
005650     MOVE PS-HDG-LINE-2 TO RW-COLS
005660     MOVE 60 TO RW-PAGE-SIZE
005670     MOVE 'I' TO RW-FUNC
005680     PERFORM 8900-RW-PUT
005690         THRU 8900-RW-PUT-EXIT.
005700 1000-INITIALIZE-EXIT.
005710     EXIT.
005720*----------------------------------------------------------*
005730* 1050-SET-RANGES - THE REPORT MONTH'S FIRST AND LAST DAY, *
005740*                   AND THE ENDS OF THE CALENDAR WALK      *
005750*----------------------------------------------------------*
005760 1050-SET-RANGES.
005770     MOVE PS-RPT-YY TO PS-DTON-YY
005780     MOVE PS-RPT-MM TO PS-DTON-MM
005790     MOVE 1         TO PS-DTON-DD
005800     MOVE PS-DTON-N TO PS-MON-FROM-N
005810     PERFORM 8000-DATE-TO-DAYNUM
005820         THRU 8000-DATE-TO-DAYNUM-EXIT
005830     MOVE PS-DTON-NUM TO PS-MON-FROM-NUM
005840     MOVE PS-RPT-YY TO PS-ML-YY
005850     MOVE PS-RPT-MM TO PS-ML-MM
005860     PERFORM 8150-MONTH-LENGTH
005870         THRU 8150-MONTH-LENGTH-EXIT
005880     MOVE PS-MLEN-CUR TO PS-DTON-DD
005890     MOVE PS-DTON-N TO PS-MON-TO-N
005900     PERFORM 8000-DATE-TO-DAYNUM
005910         THRU 8000-DATE-TO-DAYNUM-EXIT
005920     MOVE PS-DTON-NUM TO PS-MON-TO-NUM
005930     MOVE PS-RPT-MONTH TO PS-WRK-MONTH
005940     PERFORM 8200-PRIOR-MONTH
005950         THRU 8200-PRIOR-MONTH-EXIT
005960     MOVE PS-WRK-YY TO PS-CUR-YY
005970     MOVE PS-WRK-MM TO PS-CUR-MM
005980     MOVE 1         TO PS-CUR-DD
005990     MOVE PS-CUR-DATE TO PS-DTON-DATE
006000     PERFORM 8000-DATE-TO-DAYNUM
006010         THRU 8000-DATE-TO-DAYNUM-EXIT
006020     MOVE PS-DTON-NUM TO PS-WALK-FROM-NUM
006030     MOVE PS-RPT-YY TO PS-ML-YY
006040     MOVE PS-RPT-MM TO PS-ML-MM
006050     IF PS-ML-MM = 12
006060        MOVE 1 TO PS-ML-MM
006070        ADD 1 TO PS-ML-YY
006080     ELSE
006090        ADD 1 TO PS-ML-MM
006100     END-IF
006110     PERFORM 8150-MONTH-LENGTH
006120         THRU 8150-MONTH-LENGTH-EXIT
006130     MOVE PS-ML-YY    TO PS-DTON-YY
006140     MOVE PS-ML-MM    TO PS-DTON-MM
006150     MOVE PS-MLEN-CUR TO PS-DTON-DD
006160     PERFORM 8000-DATE-TO-DAYNUM
006170         THRU 8000-DATE-TO-DAYNUM-EXIT
006180     MOVE PS-DTON-NUM TO PS-WALK-TO-NUM
006190     IF PS-WALK-TO-NUM > PS-TODAY-NUM
006200        MOVE PS-TODAY-NUM TO PS-WALK-TO-NUM
006210     END-IF.
006220 1050-SET-RANGES-EXIT.
006230     EXIT.
006240 1100-LOAD-HOLIDAYS.
006250     IF PS-FS-HOLCAL NOT = '00'
006260        GO TO 1100-LOAD-HOLIDAYS-EXIT
006270     END-IF
006280     MOVE 'N' TO PS-EOF-SW
006290     PERFORM 1110-READ-HOLCAL
006300         THRU 1110-READ-HOLCAL-EXIT
006310     PERFORM 1120-STORE-HOLIDAY
006320         THRU 1120-STORE-HOLIDAY-EXIT
006330         UNTIL PS-AT-EOF.
006340 1100-LOAD-HOLIDAYS-EXIT.
006350     EXIT.
006360 1110-READ-HOLCAL.
006370     READ HOLCAL
006380         AT END
006390            SET PS-AT-EOF TO TRUE
006400     END-READ.
006410 1110-READ-HOLCAL-EXIT.
006420     EXIT.
006430 1120-STORE-HOLIDAY.
006440     IF PS-HOL-COUNT < PS-HOL-MAX
006450        MOVE HOLCAL-DATE TO PS-DTON-DATE
006460        PERFORM 8000-DATE-TO-DAYNUM
006470            THRU 8000-DATE-TO-DAYNUM-EXIT
006480        ADD 1 TO PS-HOL-COUNT
006490        MOVE PS-DTON-NUM TO PS-HL-NUM (PS-HOL-COUNT)
006500        MOVE HOLCAL-LOC  TO PS-HL-LOC (PS-HOL-COUNT)
006510     END-IF
006520     PERFORM 1110-READ-HOLCAL
006530         THRU 1110-READ-HOLCAL-EXIT.
006540 1120-STORE-HOLIDAY-EXIT.
006550     EXIT.
006560*----------------------------------------------------------*
006570* 1200-LOAD-PARTNERS - EVERY PARTNER NOT MARKED INACTIVE   *
006580*----------------------------------------------------------*
006590 1200-LOAD-PARTNERS.
006600     IF PS-FS-PARTNER NOT = '00'
006610        GO TO 1200-LOAD-PARTNERS-EXIT
006620     END-IF
006630     MOVE 'N' TO PS-EOF-SW
006640     PERFORM 1210-READ-PARTNER
006650         THRU 1210-READ-PARTNER-EXIT
006660     PERFORM 1220-STORE-PARTNER
006670         THRU 1220-STORE-PARTNER-EXIT
006680         UNTIL PS-AT-EOF.
006690 1200-LOAD-PARTNERS-EXIT.
006700     EXIT.
006710 1210-READ-PARTNER.
006720     READ PARTNER NEXT RECORD
006730         AT END
006740            SET PS-AT-EOF TO TRUE
006750     END-READ.
006760 1210-READ-PARTNER-EXIT.
006770     EXIT.
006780 1220-STORE-PARTNER.
006790     IF NOT PARTNER-INACTIVE AND PS-PTN-COUNT < PS-PTN-MAX
006800        ADD 1 TO PS-PTN-COUNT
006810        MOVE PARTNER-ID      TO PS-PT-ID        (PS-PTN-COUNT)
006820        MOVE PARTNER-NAME    TO PS-PT-NAME      (PS-PTN-COUNT)
006830        MOVE PARTNER-CAL-LOC TO PS-PT-LOC       (PS-PTN-COUNT)
006840        MOVE 0               TO PS-PT-EXPECT    (PS-PTN-COUNT)
006850        MOVE 0               TO PS-PT-ONTIME    (PS-PTN-COUNT)
006860        MOVE 0               TO PS-PT-LATE      (PS-PTN-COUNT)
006870        MOVE 0               TO PS-PT-MISSING   (PS-PTN-COUNT)
006880        MOVE 0               TO PS-PT-REJECTS   (PS-PTN-COUNT)
006890        MOVE 0               TO PS-PT-CHASERS   (PS-PTN-COUNT)
006900        MOVE 0               TO PS-PT-IMP-READ  (PS-PTN-COUNT)
006910        MOVE 0               TO PS-PT-IMP-BAD   (PS-PTN-COUNT)
006920        MOVE 0               TO PS-PT-MAT-LOADED (PS-PTN-COUNT)
006930        MOVE 0               TO PS-PT-MAT-DONE  (PS-PTN-COUNT)
006940     END-IF
006950     PERFORM 1210-READ-PARTNER
006960         THRU 1210-READ-PARTNER-EXIT.
006970 1220-STORE-PARTNER-EXIT.
006980     EXIT.
006990*----------------------------------------------------------*
007000* 1300-LOAD-FILES - THE EXPECTED FILES OF THE PARTNERS     *
007010*                   HELD; A ROW WITH NO WINDOW CLOSE IS    *
007020*                   DUE BY THE END OF THE DAY              *
007030*----------------------------------------------------------*
007040 1300-LOAD-FILES.
007050     IF PS-FS-PTNFILE NOT = '00'
007060        GO TO 1300-LOAD-FILES-EXIT
007070     END-IF
007080     MOVE 'N' TO PS-EOF-SW
007090     PERFORM 1310-READ-PTNFILE
007100         THRU 1310-READ-PTNFILE-EXIT
007110     PERFORM 1320-STORE-FILE
007120         THRU 1320-STORE-FILE-EXIT
007130         UNTIL PS-AT-EOF.
007140 1300-LOAD-FILES-EXIT.
007150     EXIT.
007160 1310-READ-PTNFILE.
007170     READ PTNFILE NEXT RECORD
007180         AT END
007190            SET PS-AT-EOF TO TRUE
007200     END-READ.
007210 1310-READ-PTNFILE-EXIT.
007220     EXIT.
007230 1320-STORE-FILE.
007240     SET PS-NOT-FOUND TO TRUE
007250     PERFORM VARYING PS-I FROM 1 BY 1
007260             UNTIL PS-I > PS-PTN-COUNT OR PS-FOUND
007270        IF PS-PT-ID (PS-I) = PTNFILE-PARTNER
007280           SET PS-FOUND TO TRUE
007290           MOVE PS-I TO PS-P
007300        END-IF
007310     END-PERFORM
007320     IF PS-FOUND AND PS-FIL-COUNT < PS-FIL-MAX AND
007330        (PTNFILE-DAILY OR PTNFILE-WEEKLY OR PTNFILE-MONTHLY)
007340        ADD 1 TO PS-FIL-COUNT
007350        MOVE PS-P          TO PS-FL-PTN     (PS-FIL-COUNT)
007360        MOVE PTNFILE-FILE  TO PS-FL-FILE    (PS-FIL-COUNT)
007370        MOVE PTNFILE-FREQ  TO PS-FL-FREQ    (PS-FIL-COUNT)
007380        MOVE PTNFILE-DAY   TO PS-FL-DAY     (PS-FIL-COUNT)
007390        MOVE PTNFILE-WIN-TO TO PS-FL-WIN-TO (PS-FIL-COUNT)
007400        IF PTNFILE-WIN-TO = 0
007410           MOVE 2359 TO PS-FL-WIN-TO (PS-FIL-COUNT)
007420        END-IF
007430        MOVE 'N'           TO PS-FL-PENDING (PS-FIL-COUNT)
007440        MOVE 0             TO PS-FL-OCC-NUM (PS-FIL-COUNT)
007450     END-IF
007460     PERFORM 1310-READ-PTNFILE
007470         THRU 1310-READ-PTNFILE-EXIT.
007480 1320-STORE-FILE-EXIT.
007490     EXIT.
007500*----------------------------------------------------------*
007510* 2000-LOAD-ARRIVALS - INBLOG ROWS OF THE EXPECTED FILES   *
007520*                      INSIDE THE WALK ARE HELD; A REJECT  *
007530*                      IN THE REPORT MONTH IS COUNTED      *
007540*                      AGAINST ITS PARTNER                 *
007550*----------------------------------------------------------*
007560 2000-LOAD-ARRIVALS.
007570     IF PS-FS-INBLOG NOT = '00'
007580        GO TO 2000-LOAD-ARRIVALS-EXIT
007590     END-IF
007600     MOVE 'N' TO PS-EOF-SW
007610     PERFORM 2100-READ-INBLOG
007620         THRU 2100-READ-INBLOG-EXIT
007630     PERFORM 2200-HOLD-ARRIVAL
007640         THRU 2200-HOLD-ARRIVAL-EXIT
007650         UNTIL PS-AT-EOF.
007660 2000-LOAD-ARRIVALS-EXIT.
007670     EXIT.
007680 2100-READ-INBLOG.
007690     READ INBLOG
007700         AT END
007710            SET PS-AT-EOF TO TRUE
007720     END-READ.
007730 2100-READ-INBLOG-EXIT.
007740     EXIT.
007750 2200-HOLD-ARRIVAL.
007760     MOVE INBLOG-FILE TO PTNFILE-FILE
007770     PERFORM 8300-FIND-FILE
007780         THRU 8300-FIND-FILE-EXIT
007790     IF PS-NOT-FOUND
007800        GO TO 2200-HOLD-ARRIVAL-NEXT
007810     END-IF
007820     MOVE INBLOG-TIMESTAMP (1:4)  TO PS-TS-YY
007830     MOVE INBLOG-TIMESTAMP (6:2)  TO PS-TS-MM
007840     MOVE INBLOG-TIMESTAMP (9:2)  TO PS-TS-DD
007850     MOVE INBLOG-TIMESTAMP (12:2) TO PS-TS-HH
007860     MOVE INBLOG-TIMESTAMP (15:2) TO PS-TS-MIN
007870     IF PS-TS-N NOT NUMERIC OR PS-TS-HHMM NOT NUMERIC
007880        GO TO 2200-HOLD-ARRIVAL-NEXT
007890     END-IF
007900     IF INBLOG-VERDICT = 'R' AND
007910        PS-TS-N NOT < PS-MON-FROM-N AND
007920        PS-TS-N NOT > PS-MON-TO-N
007930        MOVE PS-FL-PTN (PS-F) TO PS-P
007940        ADD 1 TO PS-PT-REJECTS (PS-P)
007950     END-IF
007960     MOVE PS-TS-DATE TO PS-DTON-DATE
007970     PERFORM 8000-DATE-TO-DAYNUM
007980         THRU 8000-DATE-TO-DAYNUM-EXIT
007990     IF PS-DTON-NUM < PS-WALK-FROM-NUM OR
008000        PS-DTON-NUM > PS-WALK-TO-NUM OR
008010        PS-ARR-COUNT NOT < PS-ARR-MAX
008020        GO TO 2200-HOLD-ARRIVAL-NEXT
008030     END-IF
008040     ADD 1 TO PS-ARR-COUNT
008050     MOVE PS-F           TO PS-AR-FIL     (PS-ARR-COUNT)
008060     MOVE PS-DTON-NUM    TO PS-AR-NUM     (PS-ARR-COUNT)
008070     MOVE PS-TS-HHMM     TO PS-AR-HHMM    (PS-ARR-COUNT)
008080     MOVE INBLOG-VERDICT TO PS-AR-VERDICT (PS-ARR-COUNT).
008090 2200-HOLD-ARRIVAL-NEXT.
008100     PERFORM 2100-READ-INBLOG
008110         THRU 2100-READ-INBLOG-EXIT.
008120 2200-HOLD-ARRIVAL-EXIT.
008130     EXIT.
008140*----------------------------------------------------------*
008150* 3000-WALK-CALENDAR - DAY BY DAY THROUGH THE WALK, EVERY  *
008160*                      FILE ASKED WHETHER A DELIVERY WAS   *
008170*                      EXPECTED THAT DAY; THE DELIVERIES   *
008180*                      STILL OPEN AT THE END ARE JUDGED ON *
008190*                      WHAT HAS ARRIVED SO FAR             *
008200*----------------------------------------------------------*
008210 3000-WALK-CALENDAR.
008220     MOVE PS-WRK-YY TO PS-CUR-YY
008230     MOVE PS-WRK-MM TO PS-CUR-MM
008240     MOVE 1         TO PS-CUR-DD
008250     MOVE PS-WALK-FROM-NUM TO PS-CUR-NUM
008260     PERFORM 3100-WALK-DAY
008270         THRU 3100-WALK-DAY-EXIT
008280         UNTIL PS-CUR-NUM > PS-WALK-TO-NUM
008290     COMPUTE PS-BOUND-NUM = PS-WALK-TO-NUM + 1
008300     PERFORM VARYING PS-F FROM 1 BY 1
008310             UNTIL PS-F > PS-FIL-COUNT
008320        IF PS-FL-OCC-NUM (PS-F) > 0
008330           PERFORM 3400-CLOSE-DELIVERY
008340               THRU 3400-CLOSE-DELIVERY-EXIT
008350        END-IF
008360     END-PERFORM.
008370 3000-WALK-CALENDAR-EXIT.
008380     EXIT.
008390 3100-WALK-DAY.
008400     COMPUTE PS-WD-TMP = PS-CUR-NUM + 1
008410     DIVIDE PS-WD-TMP BY 7 GIVING PS-WD-Q
008420                    REMAINDER PS-WD
008430     MOVE PS-CUR-YY TO PS-ML-YY
008440     MOVE PS-CUR-MM TO PS-ML-MM
008450     PERFORM 8150-MONTH-LENGTH
008460         THRU 8150-MONTH-LENGTH-EXIT
008470     PERFORM 3200-FILE-DAY
008480         THRU 3200-FILE-DAY-EXIT
008490         VARYING PS-F FROM 1 BY 1
008500         UNTIL PS-F > PS-FIL-COUNT
008510     PERFORM 8100-NEXT-DAY
008520         THRU 8100-NEXT-DAY-EXIT.
008530 3100-WALK-DAY-EXIT.
008540     EXIT.
008550*----------------------------------------------------------*
008560* 3200-FILE-DAY - A DELIVERY FALLS DUE ON ITS NOMINAL DAY  *
008570*                 AND IS EXPECTED ON THE FIRST OF THE      *
008580*                 PARTNER'S BUSINESS DAYS FROM THEN; A NEW *
008590*                 ONE CLOSES THE ONE BEFORE IT             *
008600*----------------------------------------------------------*
008610 3200-FILE-DAY.
008620     EVALUATE PS-FL-FREQ (PS-F)
008630        WHEN 'D'
008640           MOVE 'Y' TO PS-FL-PENDING (PS-F)
008650        WHEN 'W'
008660           IF PS-WD + 1 = PS-FL-DAY (PS-F)
008670              MOVE 'Y' TO PS-FL-PENDING (PS-F)
008680           END-IF
008690        WHEN 'M'
008700           MOVE PS-FL-DAY (PS-F) TO PS-NOMINAL
008710           IF PS-NOMINAL > PS-MLEN-CUR
008720              MOVE PS-MLEN-CUR TO PS-NOMINAL
008730           END-IF
008740           IF PS-CUR-DD = PS-NOMINAL
008750              MOVE 'Y' TO PS-FL-PENDING (PS-F)
008760           END-IF
008770     END-EVALUATE
008780     IF PS-FL-PENDING (PS-F) NOT = 'Y'
008790        GO TO 3200-FILE-DAY-EXIT
008800     END-IF
008810     MOVE PS-FL-PTN (PS-F) TO PS-P
008820     PERFORM 3300-CHECK-BUSDAY
008830         THRU 3300-CHECK-BUSDAY-EXIT
008840     IF PS-NOT-BUSDAY
008850        GO TO 3200-FILE-DAY-EXIT
008860     END-IF
008870     IF PS-FL-OCC-NUM (PS-F) > 0
008880        MOVE PS-CUR-NUM TO PS-BOUND-NUM
008890        PERFORM 3400-CLOSE-DELIVERY
008900            THRU 3400-CLOSE-DELIVERY-EXIT
008910     END-IF
008920     MOVE PS-CUR-NUM TO PS-FL-OCC-NUM (PS-F)
008930     MOVE 'N'        TO PS-FL-PENDING (PS-F).
008940 3200-FILE-DAY-EXIT.
008950     EXIT.
008960*----------------------------------------------------------*
008970* 3300-CHECK-BUSDAY - THE WALK DAY IS A BUSINESS DAY FOR   *
008980*                     PARTNER PS-P UNLESS IT IS A WEEKEND  *
008990*                     OR A HOLCAL ROW OF NO LOCATION OR OF *
009000*                     THE PARTNER'S LOCATION               *
009010*----------------------------------------------------------*
009020 3300-CHECK-BUSDAY.
009030     SET PS-IS-BUSDAY TO TRUE
009040     IF PS-WD = 5 OR PS-WD = 6
009050        SET PS-NOT-BUSDAY TO TRUE
009060        GO TO 3300-CHECK-BUSDAY-EXIT
009070     END-IF
009080     PERFORM VARYING PS-I FROM 1 BY 1
009090             UNTIL PS-I > PS-HOL-COUNT OR PS-NOT-BUSDAY
009100        IF PS-HL-NUM (PS-I) = PS-CUR-NUM AND
009110           (PS-HL-LOC (PS-I) = SPACES OR
009120            PS-HL-LOC (PS-I) = PS-PT-LOC (PS-P))
009130           SET PS-NOT-BUSDAY TO TRUE
009140        END-IF
009150     END-PERFORM.
009160 3300-CHECK-BUSDAY-EXIT.
009170     EXIT.
009180*----------------------------------------------------------*
009190* 3400-CLOSE-DELIVERY - JUDGE FILE PS-F'S OPEN DELIVERY BY *
009200*                       THE EARLIEST ACCEPTED ARRIVAL FROM *
009210*                       ITS DAY UP TO PS-BOUND-NUM; ONLY A *
009220*                       DELIVERY DUE IN THE REPORT MONTH   *
009230*                       IS COUNTED                         *
009240*----------------------------------------------------------*
009250 3400-CLOSE-DELIVERY.
009260     IF PS-FL-OCC-NUM (PS-F) < PS-MON-FROM-NUM OR
009270        PS-FL-OCC-NUM (PS-F) > PS-MON-TO-NUM
009280        GO TO 3400-CLOSE-DELIVERY-DONE
009290     END-IF
009300     MOVE PS-FL-PTN (PS-F) TO PS-P
009310     ADD 1 TO PS-PT-EXPECT (PS-P)
009320     MOVE 0 TO PS-BEST-NUM
009330     MOVE 0 TO PS-BEST-HHMM
009340     PERFORM VARYING PS-A FROM 1 BY 1
009350             UNTIL PS-A > PS-ARR-COUNT
009360        IF PS-AR-FIL (PS-A) = PS-F AND
009370           PS-AR-VERDICT (PS-A) = 'A' AND
009380           PS-AR-NUM (PS-A) NOT < PS-FL-OCC-NUM (PS-F) AND
009390           PS-AR-NUM (PS-A) < PS-BOUND-NUM
009400           IF PS-BEST-NUM = 0 OR
009410              PS-AR-NUM (PS-A) < PS-BEST-NUM OR
009420              (PS-AR-NUM (PS-A) = PS-BEST-NUM AND
009430               PS-AR-HHMM (PS-A) < PS-BEST-HHMM)
009440              MOVE PS-AR-NUM (PS-A)  TO PS-BEST-NUM
009450              MOVE PS-AR-HHMM (PS-A) TO PS-BEST-HHMM
009460           END-IF
009470        END-IF
009480     END-PERFORM
009490     EVALUATE TRUE
009500        WHEN PS-BEST-NUM = 0
009510           ADD 1 TO PS-PT-MISSING (PS-P)
009520        WHEN PS-BEST-NUM = PS-FL-OCC-NUM (PS-F) AND
009530             PS-BEST-HHMM NOT > PS-FL-WIN-TO (PS-F)
009540           ADD 1 TO PS-PT-ONTIME (PS-P)
009550        WHEN OTHER
009560           ADD 1 TO PS-PT-LATE (PS-P)
009570     END-EVALUATE.
009580 3400-CLOSE-DELIVERY-DONE.
009590     MOVE 0 TO PS-FL-OCC-NUM (PS-F).
009600 3400-CLOSE-DELIVERY-EXIT.
009610     EXIT.
009620*----------------------------------------------------------*
009630* 4000-LOAD-IMPORTS - CSVIMPRT RUNS OF THE REPORT MONTH    *
009640*                     ON A PARTNER FILE                    *
009650*----------------------------------------------------------*
009660 4000-LOAD-IMPORTS.
009670     IF PS-FS-IMPLOG NOT = '00'
009680        GO TO 4000-LOAD-IMPORTS-EXIT
009690     END-IF
009700     MOVE 'N' TO PS-EOF-SW
009710     PERFORM 4010-READ-IMPLOG
009720         THRU 4010-READ-IMPLOG-EXIT
009730     PERFORM 4020-COUNT-IMPORT
009740         THRU 4020-COUNT-IMPORT-EXIT
009750         UNTIL PS-AT-EOF.
009760 4000-LOAD-IMPORTS-EXIT.
009770     EXIT.
009780 4010-READ-IMPLOG.
009790     READ IMPLOG
009800         AT END
009810            SET PS-AT-EOF TO TRUE
009820     END-READ.
009830 4010-READ-IMPLOG-EXIT.
009840     EXIT.
009850 4020-COUNT-IMPORT.
009860     MOVE IMPLOG-TIMESTAMP (1:4) TO PS-TS-YY
009870     MOVE IMPLOG-TIMESTAMP (6:2) TO PS-TS-MM
009880     MOVE IMPLOG-TIMESTAMP (9:2) TO PS-TS-DD
009890     IF IMPLOG-INBFILE = SPACES OR
009900        PS-TS-N < PS-MON-FROM-N OR PS-TS-N > PS-MON-TO-N
009910        GO TO 4020-COUNT-IMPORT-NEXT
009920     END-IF
009930     MOVE IMPLOG-INBFILE TO PTNFILE-FILE
009940     PERFORM 8300-FIND-FILE
009950         THRU 8300-FIND-FILE-EXIT
009960     IF PS-FOUND
009970        MOVE PS-FL-PTN (PS-F) TO PS-P
009980        ADD IMPLOG-READ TO PS-PT-IMP-READ (PS-P)
009990        ADD IMPLOG-BAD  TO PS-PT-IMP-BAD  (PS-P)
010000     END-IF.
010010 4020-COUNT-IMPORT-NEXT.
010020     PERFORM 4010-READ-IMPLOG
010030         THRU 4010-READ-IMPLOG-EXIT.
010040 4020-COUNT-IMPORT-EXIT.
010050     EXIT.
010060*----------------------------------------------------------*
010070* 4200-LOAD-MATCHES - MATCHITM ITEMS LOADED IN THE REPORT  *
010080*                     MONTH; SETTLED OR CONFIRMED COUNT AS *
010090*                     MATCHED                              *
010100*----------------------------------------------------------*
010110 4200-LOAD-MATCHES.
010120     IF PS-FS-MATCHITM NOT = '00'
010130        GO TO 4200-LOAD-MATCHES-EXIT
010140     END-IF
010150     MOVE 'N' TO PS-EOF-SW
010160     PERFORM 4210-READ-MATCHITM
010170         THRU 4210-READ-MATCHITM-EXIT
010180     PERFORM 4220-COUNT-MATCH
010190         THRU 4220-COUNT-MATCH-EXIT
010200         UNTIL PS-AT-EOF.
010210 4200-LOAD-MATCHES-EXIT.
010220     EXIT.
010230 4210-READ-MATCHITM.
010240     READ MATCHITM NEXT RECORD
010250         AT END
010260            SET PS-AT-EOF TO TRUE
010270     END-READ.
010280 4210-READ-MATCHITM-EXIT.
010290     EXIT.
010300 4220-COUNT-MATCH.
010310     IF MATCHITM-LOADED < PS-MON-FROM-N OR
010320        MATCHITM-LOADED > PS-MON-TO-N
010330        GO TO 4220-COUNT-MATCH-NEXT
010340     END-IF
010350     MOVE MATCHITM-FILE TO PTNFILE-FILE
010360     PERFORM 8300-FIND-FILE
010370         THRU 8300-FIND-FILE-EXIT
010380     IF PS-FOUND
010390        MOVE PS-FL-PTN (PS-F) TO PS-P
010400        ADD 1 TO PS-PT-MAT-LOADED (PS-P)
010410        IF MATCHITM-AUTO-SETTLED OR MATCHITM-CONFIRMED
010420           ADD 1 TO PS-PT-MAT-DONE (PS-P)
010430        END-IF
010440     END-IF.
010450 4220-COUNT-MATCH-NEXT.
010460     PERFORM 4210-READ-MATCHITM
010470         THRU 4210-READ-MATCHITM-EXIT.
010480 4220-COUNT-MATCH-EXIT.
010490     EXIT.
010500*----------------------------------------------------------*
010510* 4400-LOAD-CHASERS - CHASERS SENT FOR DELIVERIES DUE IN   *
010520*                     THE REPORT MONTH                     *
010530*----------------------------------------------------------*
010540 4400-LOAD-CHASERS.
010550     IF PS-FS-PTNCHLOG NOT = '00'
010560        GO TO 4400-LOAD-CHASERS-EXIT
010570     END-IF
010580     MOVE 'N' TO PS-EOF-SW
010590     PERFORM 4410-READ-PTNCHLOG
010600         THRU 4410-READ-PTNCHLOG-EXIT
010610     PERFORM 4420-COUNT-CHASER
010620         THRU 4420-COUNT-CHASER-EXIT
010630         UNTIL PS-AT-EOF.
010640 4400-LOAD-CHASERS-EXIT.
010650     EXIT.
010660 4410-READ-PTNCHLOG.
010670     READ PTNCHLOG NEXT RECORD
010680         AT END
010690            SET PS-AT-EOF TO TRUE
010700     END-READ.
010710 4410-READ-PTNCHLOG-EXIT.
010720     EXIT.
010730 4420-COUNT-CHASER.
010740     IF PTNCHLOG-DUE-DATE NOT < PS-MON-FROM-N AND
010750        PTNCHLOG-DUE-DATE NOT > PS-MON-TO-N AND
010760        PTNCHLOG-RESULT = 'OK'
010770        PERFORM VARYING PS-I FROM 1 BY 1
010780                UNTIL PS-I > PS-PTN-COUNT
010790           IF PS-PT-ID (PS-I) = PTNCHLOG-PARTNER
010800              ADD 1 TO PS-PT-CHASERS (PS-I)
010810           END-IF
010820        END-PERFORM
010830     END-IF
010840     PERFORM 4410-READ-PTNCHLOG
010850         THRU 4410-READ-PTNCHLOG-EXIT.
010860 4420-COUNT-CHASER-EXIT.
010870     EXIT.
010880*----------------------------------------------------------*
010890* 5000-SCORE-PARTNER - THE MONTH'S RATES, KEPT ON PTNHIST, *
010900*                      THEN SET AGAINST THE MONTH BEFORE   *
010910*                      AND THE AVERAGE OF THE THREE BEFORE *
010920*----------------------------------------------------------*
010930 5000-SCORE-PARTNER.
010940     MOVE 0 TO PS-ONTIME-PCT
010950     MOVE 0 TO PS-MATCH-PCT
010960     MOVE 0 TO PS-BAD-PCT
010970     IF PS-PT-EXPECT (PS-P) > 0
010980        COMPUTE PS-ONTIME-PCT ROUNDED =
010990                PS-PT-ONTIME (PS-P) * 100 / PS-PT-EXPECT (PS-P)
011000     END-IF
011010     IF PS-PT-MAT-LOADED (PS-P) > 0
011020        COMPUTE PS-MATCH-PCT ROUNDED =
011030                PS-PT-MAT-DONE (PS-P) * 100 /
011040                PS-PT-MAT-LOADED (PS-P)
011050     END-IF
011060     IF PS-PT-IMP-READ (PS-P) > 0
011070        COMPUTE PS-BAD-PCT ROUNDED =
011080                PS-PT-IMP-BAD (PS-P) * 100 / PS-PT-IMP-READ (PS-P)
011090     END-IF
011100     PERFORM 5100-PRIOR-MONTHS
011110         THRU 5100-PRIOR-MONTHS-EXIT
011120     PERFORM 5200-KEEP-HISTORY
011130         THRU 5200-KEEP-HISTORY-EXIT
011140     PERFORM 5300-PRINT-PARTNER
011150         THRU 5300-PRINT-PARTNER-EXIT
011160     ADD 1                     TO PS-TOT-PARTNERS
011170     ADD PS-PT-EXPECT (PS-P)   TO PS-TOT-EXPECT
011180     ADD PS-PT-ONTIME (PS-P)   TO PS-TOT-ONTIME
011190     ADD PS-PT-LATE (PS-P)     TO PS-TOT-LATE
011200     ADD PS-PT-MISSING (PS-P)  TO PS-TOT-MISSING.
011210 5000-SCORE-PARTNER-EXIT.
011220     EXIT.
011230*----------------------------------------------------------*
011240* 5100-PRIOR-MONTHS - THE MONTH BEFORE GIVES THE CHANGE;   *
011250*                     THE THREE BEFORE THAT HAD DELIVERIES *
011260*                     DUE GIVE THE AVERAGE                 *
011270*----------------------------------------------------------*
011280 5100-PRIOR-MONTHS.
011290     SET PS-NO-PREV TO TRUE
011300     MOVE 0 TO PS-PREV-ONTIME
011310     MOVE 0 TO PS-PREV-MATCH
011320     MOVE 0 TO PS-AVG-SUM
011330     MOVE 0 TO PS-AVG-N
011340     MOVE 0 TO PS-AVG-PCT
011350     MOVE PS-RPT-MONTH TO PS-WRK-MONTH
011360     PERFORM VARYING PS-M FROM 1 BY 1
011370             UNTIL PS-M > 3
011380        PERFORM 8200-PRIOR-MONTH
011390            THRU 8200-PRIOR-MONTH-EXIT
011400        MOVE PS-PT-ID (PS-P) TO PTNHIST-PARTNER
011410        MOVE PS-WRK-MONTH-N  TO PTNHIST-MONTH
011420        READ PTNHIST
011430            INVALID KEY
011440               CONTINUE
011450            NOT INVALID KEY
011460               IF PS-M = 1
011470                  SET PS-HAS-PREV TO TRUE
011480                  MOVE PTNHIST-ONTIME-PCT TO PS-PREV-ONTIME
011490                  MOVE PTNHIST-MATCH-PCT  TO PS-PREV-MATCH
011500               END-IF
011510               IF PTNHIST-EXPECTED > 0
011520                  ADD PTNHIST-ONTIME-PCT TO PS-AVG-SUM
011530                  ADD 1 TO PS-AVG-N
011540               END-IF
011550        END-READ
011560     END-PERFORM
011570     IF PS-AVG-N > 0
011580        COMPUTE PS-AVG-PCT ROUNDED = PS-AVG-SUM / PS-AVG-N
011590     END-IF.
011600 5100-PRIOR-MONTHS-EXIT.
011610     EXIT.
011620 5200-KEEP-HISTORY.
011630     MOVE PS-PT-ID (PS-P)          TO PTNHIST-PARTNER
011640     MOVE PS-RPT-MONTH-N           TO PTNHIST-MONTH
011650     MOVE PS-PT-EXPECT (PS-P)      TO PTNHIST-EXPECTED
011660     MOVE PS-PT-ONTIME (PS-P)      TO PTNHIST-ONTIME
011670     MOVE PS-PT-LATE (PS-P)        TO PTNHIST-LATE
011680     MOVE PS-PT-MISSING (PS-P)     TO PTNHIST-MISSING
011690     MOVE PS-PT-REJECTS (PS-P)     TO PTNHIST-REJECTS
011700     MOVE PS-PT-CHASERS (PS-P)     TO PTNHIST-CHASERS
011710     MOVE PS-PT-IMP-READ (PS-P)    TO PTNHIST-IMP-READ
011720     MOVE PS-PT-IMP-BAD (PS-P)     TO PTNHIST-IMP-BAD
011730     MOVE PS-PT-MAT-LOADED (PS-P)  TO PTNHIST-MAT-LOADED
011740     MOVE PS-PT-MAT-DONE (PS-P)    TO PTNHIST-MAT-DONE
011750     MOVE PS-ONTIME-PCT            TO PTNHIST-ONTIME-PCT
011760     MOVE PS-MATCH-PCT             TO PTNHIST-MATCH-PCT
011770     MOVE PS-NOW-TS                TO PTNHIST-RUN-TS
011780     WRITE PTNHIST-RECORD
011790        INVALID KEY
011800           REWRITE PTNHIST-RECORD
011810              INVALID KEY CONTINUE
011820           END-REWRITE
011830     END-WRITE.
011840 5200-KEEP-HISTORY-EXIT.
011850     EXIT.
011860*----------------------------------------------------------*
011870* 5300-PRINT-PARTNER - A RATE WITH NOTHING BEHIND IT (NO   *
011880*                      DELIVERY DUE, NO ROW IMPORTED OR    *
011890*                      MATCHED, NO EARLIER MONTH) PRINTS   *
011900*                      BLANK                               *
011910*----------------------------------------------------------*
011920 5300-PRINT-PARTNER.
011930     MOVE PS-PT-ID (PS-P)       TO PS-D1-PARTNER
011940     MOVE PS-PT-EXPECT (PS-P)   TO PS-D1-EXPECT
011950     MOVE PS-PT-ONTIME (PS-P)   TO PS-D1-ONTIME
011960     MOVE PS-PT-LATE (PS-P)     TO PS-D1-LATE
011970     MOVE PS-PT-MISSING (PS-P)  TO PS-D1-MISSING
011980     MOVE PS-PT-REJECTS (PS-P)  TO PS-D1-REJECTS
011990     MOVE PS-PT-CHASERS (PS-P)  TO PS-D1-CHASERS
012000     MOVE SPACES TO PS-D1-ONTIME-PCT-X
012010     MOVE SPACES TO PS-D1-PREV-PCT-X
012020     MOVE SPACES TO PS-D1-AVG-PCT-X
012030     MOVE SPACES TO PS-D1-CHG-X
012040     IF PS-PT-EXPECT (PS-P) > 0
012050        MOVE PS-ONTIME-PCT TO PS-D1-ONTIME-PCT
012060     END-IF
012070     IF PS-HAS-PREV
012080        MOVE PS-PREV-ONTIME TO PS-D1-PREV-PCT
012090        IF PS-PT-EXPECT (PS-P) > 0
012100           COMPUTE PS-CHG = PS-ONTIME-PCT - PS-PREV-ONTIME
012110           MOVE PS-CHG TO PS-D1-CHG
012120        END-IF
012130     END-IF
012140     IF PS-AVG-N > 0
012150        MOVE PS-AVG-PCT TO PS-D1-AVG-PCT
012160     END-IF
012170     MOVE PS-DTL-LINE-1 TO RW-LINE
012180     MOVE 'D' TO RW-FUNC
012190     PERFORM 8900-RW-PUT
012200         THRU 8900-RW-PUT-EXIT
012210     MOVE PS-PT-NAME (PS-P)     TO PS-D2-NAME
012220     MOVE PS-PT-IMP-READ (PS-P) TO PS-D2-IMP-READ
012230     MOVE PS-PT-IMP-BAD (PS-P)  TO PS-D2-IMP-BAD
012240     MOVE PS-BAD-PCT            TO PS-D2-BAD-PCT
012250     MOVE SPACES TO PS-D2-MATCH-PCT-X
012260     MOVE SPACES TO PS-D2-PREV-MATCH-X
012270     MOVE SPACES TO PS-D2-MATCH-CHG-X
012280     IF PS-PT-MAT-LOADED (PS-P) > 0
012290        MOVE PS-MATCH-PCT TO PS-D2-MATCH-PCT
012300     END-IF
012310     IF PS-HAS-PREV
012320        MOVE PS-PREV-MATCH TO PS-D2-PREV-MATCH
012330        IF PS-PT-MAT-LOADED (PS-P) > 0
012340           COMPUTE PS-CHG = PS-MATCH-PCT - PS-PREV-MATCH
012350           MOVE PS-CHG TO PS-D2-MATCH-CHG
012360        END-IF
012370     END-IF
012380     MOVE PS-DTL-LINE-2 TO RW-LINE
012390     MOVE 'D' TO RW-FUNC
012400     PERFORM 8900-RW-PUT
012410         THRU 8900-RW-PUT-EXIT.
012420 5300-PRINT-PARTNER-EXIT.
012430     EXIT.
012440 6000-PRINT-SUMMARY.
012450     MOVE PS-TOT-PARTNERS TO PS-SUM-PARTNERS
012460     MOVE PS-TOT-EXPECT   TO PS-SUM-EXPECT
012470     MOVE PS-TOT-ONTIME   TO PS-SUM-ONTIME
012480     MOVE PS-TOT-LATE     TO PS-SUM-LATE
012490     MOVE PS-TOT-MISSING  TO PS-SUM-MISSING
012500     MOVE PS-SUM-LINE TO RW-LINE
012510     MOVE 'T' TO RW-FUNC
012520     PERFORM 8900-RW-PUT
012530         THRU 8900-RW-PUT-EXIT.
012540 6000-PRINT-SUMMARY-EXIT.
012550     EXIT.
012560 8000-DATE-TO-DAYNUM.
012570     MOVE PS-DTON-YY TO PS-DW-YY
012580     MOVE PS-DTON-MM TO PS-DW-MM
012590     MOVE PS-DTON-DD TO PS-DW-DD
012600     IF PS-DW-MM GREATER 2
012610        SUBTRACT 3 FROM PS-DW-MM
012620     ELSE
012630        ADD 9 TO PS-DW-MM
012640        SUBTRACT 1 FROM PS-DW-YY
012650     END-IF
012660     COMPUTE PS-DTON-D = ((153 * PS-DW-MM) + 2) / 5
012670     COMPUTE PS-DTON-L4 = PS-DW-YY / 4
012680     COMPUTE PS-DTON-L100 = PS-DW-YY / 100
012690     COMPUTE PS-DTON-L400 = PS-DW-YY / 400
012700     COMPUTE PS-DTON-NUM = PS-DW-YY * 365 +
012710                           PS-DTON-L4 -
012720                           PS-DTON-L100 +
012730                           PS-DTON-L400 +
012740                           PS-DTON-D +
012750                           PS-DW-DD.
012760 8000-DATE-TO-DAYNUM-EXIT.
012770     EXIT.
012780*----------------------------------------------------------*
012790* 8100-NEXT-DAY - ONE DAY ON FOR THE WALK DATE AND ITS     *
012800*                 DAY NUMBER TOGETHER                      *
012810*----------------------------------------------------------*
012820 8100-NEXT-DAY.
012830     IF PS-CUR-DD < PS-MLEN-CUR
012840        ADD 1 TO PS-CUR-DD
012850     ELSE
012860        MOVE 1 TO PS-CUR-DD
012870        IF PS-CUR-MM = 12
012880           MOVE 1 TO PS-CUR-MM
012890           ADD 1 TO PS-CUR-YY
012900        ELSE
012910           ADD 1 TO PS-CUR-MM
012920        END-IF
012930     END-IF
012940     ADD 1 TO PS-CUR-NUM.
012950 8100-NEXT-DAY-EXIT.
012960     EXIT.
012970*----------------------------------------------------------*
012980* 8150-MONTH-LENGTH - DAYS IN MONTH PS-ML-MM OF PS-ML-YY   *
012990*----------------------------------------------------------*
013000 8150-MONTH-LENGTH.
013010     MOVE PS-MLEN (PS-ML-MM) TO PS-MLEN-CUR
013020     IF PS-ML-MM NOT = 2
013030        GO TO 8150-MONTH-LENGTH-EXIT
013040     END-IF
013050     DIVIDE PS-ML-YY BY 4   GIVING PS-LEAP-Q
013060                            REMAINDER PS-LEAP-R4
013070     DIVIDE PS-ML-YY BY 100 GIVING PS-LEAP-Q
013080                            REMAINDER PS-LEAP-R100
013090     DIVIDE PS-ML-YY BY 400 GIVING PS-LEAP-Q
013100                            REMAINDER PS-LEAP-R400
013110     IF PS-LEAP-R4 = 0 AND
013120        (PS-LEAP-R100 NOT = 0 OR PS-LEAP-R400 = 0)
013130        MOVE 29 TO PS-MLEN-CUR
013140     END-IF.
013150 8150-MONTH-LENGTH-EXIT.
013160     EXIT.
013170 8200-PRIOR-MONTH.
013180     IF PS-WRK-MM = 1
013190        MOVE 12 TO PS-WRK-MM
013200        SUBTRACT 1 FROM PS-WRK-YY
013210     ELSE
013220        SUBTRACT 1 FROM PS-WRK-MM
013230     END-IF.
013240 8200-PRIOR-MONTH-EXIT.
013250     EXIT.
013260*----------------------------------------------------------*
013270* 8300-FIND-FILE - THE EXPECTED FILE NAMED IN PTNFILE-FILE *
013280*                  INTO PS-F                               *
013290*----------------------------------------------------------*
013300 8300-FIND-FILE.
013310     SET PS-NOT-FOUND TO TRUE
013320     PERFORM VARYING PS-I FROM 1 BY 1
013330             UNTIL PS-I > PS-FIL-COUNT OR PS-FOUND
013340        IF PS-FL-FILE (PS-I) = PTNFILE-FILE
013350           SET PS-FOUND TO TRUE
013360           MOVE PS-I TO PS-F
013370        END-IF
013380     END-PERFORM.
013390 8300-FIND-FILE-EXIT.
013400     EXIT.
013410 8900-RW-PUT.
013420     CALL 'GXRPTW' USING RW-CTL RW-OUT
013430     PERFORM VARYING RW-X FROM 1 BY 1
013440             UNTIL RW-X > RW-OUT-COUNT
013450        WRITE PTNSRPT-LINE FROM RW-OUT-LINE (RW-X)
013460     END-PERFORM.
013470 8900-RW-PUT-EXIT.
013480     EXIT.
013490 9000-TERMINATE.
013500     MOVE 'C' TO RW-FUNC
013510     PERFORM 8900-RW-PUT
013520         THRU 8900-RW-PUT-EXIT
013530     CLOSE PARTNER
013540     CLOSE PTNFILE
013550     CLOSE HOLCAL
013560     CLOSE INBLOG
013570     CLOSE IMPLOG
013580     CLOSE MATCHITM
013590     CLOSE PTNCHLOG
013600     CLOSE PTNHIST
013610     CLOSE PTNSRPT.
013620 9000-TERMINATE-EXIT.
013630     EXIT.
013640 9999-EXIT.
013650     STOP RUN.
