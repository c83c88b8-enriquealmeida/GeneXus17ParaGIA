000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTNCHASE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - PARTNER FILE CHASER, *
000100*                   RUN THROUGH THE DAY BY THE SCHEDULER.  *
000110*                   FOR EVERY PTNFILE ROW THE LATEST       *
000120*                   DELIVERY DUE BY THE PTNSCORE CALENDAR  *
000130*                   RULES IS FOUND; ONCE ITS WINDOW HAS    *
000140*                   CLOSED AND THE GRACE MINUTES HAVE      *
000150*                   PASSED WITH NO ACCEPTED INBLOG ARRIVAL *
000160*                   SINCE ITS DAY, THE STANDARD CHASER     *
000170*                   GOES TO THE PARTNER CONTACT (THE       *
000180*                   ALTERNATE CONTACT COPIED) BY THE       *
000190*                   RPTDIST SNDSMTPEMM METHOD.  PTNCHLOG   *
000200*                   KEEPS ONE ROW PER DELIVERY CHASED SO   *
000210*                   NONE IS CHASED TWICE; A PARTNER WITH   *
000220*                   NO EMAIL, OR A SEND THAT FAILS, GOES   *
000230*                   TO THE DUTY OPERATOR THROUGH GXNOTIFY  *
000240*                   INSTEAD.  PTNCRPT LISTS THE RUN        *
000250*                   THROUGH GXRPTW                         *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-ISERIES.
000300 OBJECT-COMPUTER.   IBM-ISERIES.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARTNER    ASSIGN TO DATABASE-PARTNER
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE  IS SEQUENTIAL
000360         RECORD KEY   IS PARTNER-ID
000370         FILE STATUS  IS PC-FS-PARTNER.
000380     SELECT PTNFILE    ASSIGN TO DATABASE-PTNFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS SEQUENTIAL
000410         RECORD KEY   IS PTNFILE-KEY
000420         FILE STATUS  IS PC-FS-PTNFILE.
000430     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS  IS PC-FS-HOLCAL.
000460     SELECT INBLOG     ASSIGN TO DATABASE-INBLOG
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS PC-FS-INBLOG.
000490     SELECT PTNCHLOG   ASSIGN TO DATABASE-PTNCHLOG
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE  IS RANDOM
000520         RECORD KEY   IS PTNCHLOG-KEY
000530         FILE STATUS  IS PC-FS-PTNCHLOG.
000540     SELECT PTNCRPT    ASSIGN TO DATABASE-PTNCRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS  IS PC-FS-PTNCRPT.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* PARTNER MASTER - THE PTNSCORE LAYOUT                     *
000610*----------------------------------------------------------*
000620 FD  PARTNER.
000630 01  PARTNER-RECORD.
000640     05 PARTNER-ID               PIC  X(010).
000650     05 PARTNER-NAME             PIC  X(040).
000660     05 PARTNER-CONTACT          PIC  X(030).
000670     05 PARTNER-EMAIL            PIC  X(050).
000680     05 PARTNER-PHONE            PIC  X(020).
000690     05 PARTNER-ALT-CONTACT      PIC  X(030).
000700     05 PARTNER-ALT-EMAIL        PIC  X(050).
000710     05 PARTNER-CAL-LOC          PIC  X(010).
000720     05 PARTNER-STATUS           PIC  X(001).
000730        88 PARTNER-ACTIVE                        VALUE 'A'.
000740        88 PARTNER-INACTIVE                      VALUE 'I'.
000750*----------------------------------------------------------*
000760* EXPECTED FILES - THE PTNSCORE LAYOUT                     *
000770*----------------------------------------------------------*
000780 FD  PTNFILE.
000790 01  PTNFILE-RECORD.
000800     05 PTNFILE-KEY.
000810        10 PTNFILE-PARTNER       PIC  X(010).
000820        10 PTNFILE-FILE          PIC  X(010).
000830     05 PTNFILE-DESC             PIC  X(030).
000840     05 PTNFILE-FREQ             PIC  X(001).
000850        88 PTNFILE-DAILY                         VALUE 'D'.
000860        88 PTNFILE-WEEKLY                        VALUE 'W'.
000870        88 PTNFILE-MONTHLY                       VALUE 'M'.
000880     05 PTNFILE-DAY              PIC  9(002).
000890     05 PTNFILE-WIN-FROM         PIC  9(004).
000900     05 PTNFILE-WIN-TO           PIC  9(004).
000910     05 PTNFILE-GRACE            PIC  9(004).
000920     05 PTNFILE-CHASE            PIC  X(001).
000930        88 PTNFILE-NO-CHASE                      VALUE 'N'.
000940 FD  HOLCAL.
000950 01  HOLCAL-RECORD.
000960     05 HOLCAL-DATE.
000970        10 HOLCAL-YY             PIC  9(004).
000980        10 HOLCAL-MM             PIC  9(002).
000990        10 HOLCAL-DD             PIC  9(002).
001000     05 HOLCAL-LOC               PIC  X(010).
001010     05 HOLCAL-DESC              PIC  X(030).
001020 FD  INBLOG.
001030 01  INBLOG-RECORD.
001040     05 INBLOG-TIMESTAMP         PIC  X(026).
001050     05 INBLOG-FILE              PIC  X(010).
001060     05 INBLOG-RECCOUNT          PIC  9(009).
001070     05 INBLOG-HASHTOT           PIC  9(013).
001080     05 INBLOG-VERDICT           PIC  X(001).
001090*----------------------------------------------------------*
001100* CHASERS - RESULT OK SENT, NE NO EMAIL ON THE PARTNER,    *
001110* ANYTHING ELSE THE GXCMDX RESULT OF A SEND THAT FAILED    *
001120*----------------------------------------------------------*
001130 FD  PTNCHLOG.
001140 01  PTNCHLOG-RECORD.
001150     05 PTNCHLOG-KEY.
001160        10 PTNCHLOG-PARTNER      PIC  X(010).
001170        10 PTNCHLOG-FILE         PIC  X(010).
001180        10 PTNCHLOG-DUE-DATE     PIC  9(008).
001190     05 PTNCHLOG-SENT-TS         PIC  X(026).
001200     05 PTNCHLOG-SENT-TO         PIC  X(050).
001210     05 PTNCHLOG-RESULT          PIC  X(002).
001220 FD  PTNCRPT.
001230 01  PTNCRPT-LINE                PIC  X(080).
001240 WORKING-STORAGE SECTION.
001250 77  PC-FS-PARTNER               PIC  X(002).
001260 77  PC-FS-PTNFILE               PIC  X(002).
001270 77  PC-FS-HOLCAL                PIC  X(002).
001280 77  PC-FS-INBLOG                PIC  X(002).
001290 77  PC-FS-PTNCHLOG              PIC  X(002).
001300 77  PC-FS-PTNCRPT               PIC  X(002).
001310 77  PC-EOF-SW                   PIC  X(001)     VALUE 'N'.
001320     88 PC-AT-EOF                                VALUE 'Y'.
001330 77  PC-BUS-SW                   PIC  X(001).
001340     88 PC-IS-BUSDAY                             VALUE 'Y'.
001350     88 PC-NOT-BUSDAY                            VALUE 'N'.
001360 77  PC-FOUND-SW                 PIC  X(001).
001370     88 PC-FOUND                                 VALUE 'Y'.
001380     88 PC-NOT-FOUND                             VALUE 'N'.
001390 77  PC-I                        PIC S9(005) COMP-3.
001400 77  PC-J                        PIC S9(005) COMP-3.
001410 77  PC-A                        PIC S9(005) COMP-3.
001420 77  PC-F                        PIC S9(005) COMP-3.
001430 77  PC-P                        PIC S9(005) COMP-3.
001440 77  PC-PTN-COUNT                PIC S9(005) COMP-3 VALUE 0.
001450 77  PC-PTN-MAX                  PIC S9(005) COMP-3 VALUE 200.
001460 77  PC-FIL-COUNT                PIC S9(005) COMP-3 VALUE 0.
001470 77  PC-FIL-MAX                  PIC S9(005) COMP-3 VALUE 300.
001480 77  PC-ARR-COUNT                PIC S9(005) COMP-3 VALUE 0.
001490 77  PC-ARR-MAX                  PIC S9(005) COMP-3 VALUE 5000.
001500 77  PC-HOL-COUNT                PIC S9(005) COMP-3 VALUE 0.
001510 77  PC-HOL-MAX                  PIC S9(005) COMP-3 VALUE 500.
001520*----------------------------------------------------------*
001530* THE WALK LOOKS BACK TWENTY DAYS - MORE THAN ANY DELIVERY *
001540* IS EVER ROLLED BY WEEKENDS AND HOLIDAYS                  *
001550*----------------------------------------------------------*
001560 77  PC-LOOK-BACK                PIC S9(003) COMP-3 VALUE 20.
001570 77  PC-TODAY-NUM                PIC S9(009) COMP-3.
001580 77  PC-WALK-FROM-NUM            PIC S9(009) COMP-3.
001590 77  PC-CUR-NUM                  PIC S9(009) COMP-3.
001600 77  PC-NOW-MINS                 PIC S9(011) COMP-3.
001610 77  PC-DUE-MINS                 PIC S9(011) COMP-3.
001620 77  PC-OCC-NUM                  PIC S9(009) COMP-3.
001630 77  PC-BOUND-NUM                PIC S9(009) COMP-3.
001640 77  PC-OCC-DATE                 PIC  9(008).
001650 77  PC-NOMINAL                  PIC S9(003) COMP-3.
001660 77  PC-MLEN-CUR                 PIC S9(003) COMP-3.
001670 77  PC-LEAP-Q                   PIC S9(005) COMP-3.
001680 77  PC-LEAP-R4                  PIC S9(003) COMP-3.
001690 77  PC-LEAP-R100                PIC S9(003) COMP-3.
001700 77  PC-LEAP-R400                PIC S9(003) COMP-3.
001710 77  PC-WD-TMP                   PIC S9(009) COMP-3.
001720 77  PC-WD-Q                     PIC S9(009) COMP-3.
001730 77  PC-WD                       PIC S9(003) COMP-3.
001740 77  PC-TOT-CHASED               PIC S9(005) COMP-3 VALUE 0.
001750 77  PC-TOT-REFERRED             PIC S9(005) COMP-3 VALUE 0.
001760 01  PC-TODAY-DATE.
001770     05 PC-TODAY-YY              PIC  9(004).
001780     05 PC-TODAY-MM              PIC  9(002).
001790     05 PC-TODAY-DD              PIC  9(002).
001800 01  PC-TODAY-N REDEFINES PC-TODAY-DATE
001810                                 PIC  9(008).
001820 01  PC-NOW-TIME.
001830     05 PC-NOW-HH                PIC  9(002).
001840     05 PC-NOW-MIN               PIC  9(002).
001850     05 PC-NOW-SS                PIC  9(002).
001860     05 PC-NOW-HS                PIC  9(002).
001870 01  PC-NOW-TS                   PIC  X(026).
001880 01  PC-CUR-DATE.
001890     05 PC-CUR-YY                PIC  9(004).
001900     05 PC-CUR-MM                PIC  9(002).
001910     05 PC-CUR-DD                PIC  9(002).
001920 01  PC-CUR-N REDEFINES PC-CUR-DATE
001930                                 PIC  9(008).
001940 01  PC-ML-YY                    PIC  9(004).
001950 01  PC-ML-MM                    PIC  9(002).
001960 01  PC-MLEN-VALUES              PIC  X(024)
001970                VALUE '312831303130313130313031'.
001980 01  PC-MLEN-TABLE REDEFINES PC-MLEN-VALUES.
001990     05 PC-MLEN OCCURS 12        PIC  9(002).
002000 01  PC-TS-DATE.
002010     05 PC-TS-YY                 PIC  9(004).
002020     05 PC-TS-MM                 PIC  9(002).
002030     05 PC-TS-DD                 PIC  9(002).
002040 01  PC-TS-N REDEFINES PC-TS-DATE
002050                                 PIC  9(008).
002060 01  PC-WIN-TIME.
002070     05 PC-WIN-HH                PIC  9(002).
002080     05 PC-WIN-MIN               PIC  9(002).
002090 01  PC-WIN-HHMM REDEFINES PC-WIN-TIME
002100                                 PIC  9(004).
002110 01  PC-DUE-DATE.
002120     05 PC-DUE-YY                PIC  9(004).
002130     05 PC-DUE-MM                PIC  9(002).
002140     05 PC-DUE-DD                PIC  9(002).
002150 01  PC-DUE-N REDEFINES PC-DUE-DATE
002160                                 PIC  9(008).
002170 01  PC-DTON-DATE.
002180     05 PC-DTON-YY               PIC  9(004).
002190     05 PC-DTON-MM               PIC  9(002).
002200     05 PC-DTON-DD               PIC  9(002).
002210 01  PC-DTON-DW.
002220     05 PC-DW-YY                 PIC S9(005) COMP-3.
002230     05 PC-DW-MM                 PIC S9(003) COMP-3.
002240     05 PC-DW-DD                 PIC S9(003) COMP-3.
002250 77  PC-DTON-D                   PIC S9(003) COMP-3.
002260 77  PC-DTON-L4                  PIC S9(005) COMP-3.
002270 77  PC-DTON-L100                PIC S9(005) COMP-3.
002280 77  PC-DTON-L400                PIC S9(005) COMP-3.
002290 77  PC-DTON-NUM                 PIC S9(009) COMP-3.
002300 01  PC-HOL-TABLE.
002310     05 PC-HOL-ENTRY OCCURS 500.
002320        10 PC-HL-NUM             PIC S9(009) COMP-3.
002330        10 PC-HL-LOC             PIC  X(010).
002340 01  PC-PTN-TABLE.
002350     05 PC-PTN-ENTRY OCCURS 200.
002360        10 PC-PT-ID              PIC  X(010).
002370        10 PC-PT-NAME            PIC  X(040).
002380        10 PC-PT-CONTACT         PIC  X(030).
002390        10 PC-PT-EMAIL           PIC  X(050).
002400        10 PC-PT-ALT-EMAIL       PIC  X(050).
002410        10 PC-PT-LOC             PIC  X(010).
002420*----------------------------------------------------------*
002430* ONE ENTRY PER FILE TO CHASE; OCC-NUM/OCC-DATE ARE THE    *
002440* LATEST DELIVERY DUE AND PRV-NUM/PRV-DATE THE ONE BEFORE, *
002450* SO A LATE DELIVERY IS STILL CHASED ONCE THE NEXT FALLS   *
002460* DUE; PENDING AS IN PTNSCORE                              *
002470*----------------------------------------------------------*
002480 01  PC-FIL-TABLE.
002490     05 PC-FIL-ENTRY OCCURS 300.
002500        10 PC-FL-PTN             PIC S9(005) COMP-3.
002510        10 PC-FL-FILE            PIC  X(010).
002520        10 PC-FL-DESC            PIC  X(030).
002530        10 PC-FL-FREQ            PIC  X(001).
002540        10 PC-FL-DAY             PIC  9(002).
002550        10 PC-FL-WIN-TO          PIC  9(004).
002560        10 PC-FL-GRACE           PIC  9(004).
002570        10 PC-FL-PENDING         PIC  X(001).
002580        10 PC-FL-OCC-NUM         PIC S9(009) COMP-3.
002590        10 PC-FL-OCC-DATE        PIC  9(008).
002600        10 PC-FL-PRV-NUM         PIC S9(009) COMP-3.
002610        10 PC-FL-PRV-DATE        PIC  9(008).
002620 01  PC-ARR-TABLE.
002630     05 PC-ARR-ENTRY OCCURS 5000.
002640        10 PC-AR-FIL             PIC S9(005) COMP-3.
002650        10 PC-AR-NUM             PIC S9(009) COMP-3.
002660*----------------------------------------------------------*
002670* THE CHASER - BUILT IN PC-NOTE, APOSTROPHES DOUBLED INTO  *
002680* PC-QNOTE FOR THE COMMAND STRING                          *
002690*----------------------------------------------------------*
002700 01  PC-NOTE                     PIC  X(300).
002710 01  PC-QNOTE                    PIC  X(400).
002720 77  PC-NOTE-LEN                 PIC S9(005) COMP-3.
002730 77  PC-QLEN                     PIC S9(005) COMP-3.
002740 01  PC-GREETING                 PIC  X(030).
002750 01  PC-DUE-EDIT                 PIC  X(010).
002760 01  PC-WIN-EDIT                 PIC  X(005).
002770 01  PC-CMD                      PIC  X(512).
002780 77  PC-CMDLEN                   PIC S9(010)V9(005) COMP-3.
002790 77  PC-CMD-PTR                  PIC S9(004) COMP-3.
002800 01  PC-HDG-LINE-1.
002810     05 FILLER                   PIC  X(030)
002820                VALUE 'PARTNER FILE CHASERS RUN      '.
002830     05 PC-HDG-DATE              PIC  9(008).
002840     05 FILLER                   PIC  X(042) VALUE SPACES.
002850 01  PC-HDG-LINE-2.
002860     05 FILLER                   PIC  X(011) VALUE 'PARTNER'.
002870     05 FILLER                   PIC  X(011) VALUE 'FILE'.
002880     05 FILLER                   PIC  X(009) VALUE 'DUE'.
002890     05 FILLER                   PIC  X(006) VALUE 'BY'.
002900     05 FILLER                   PIC  X(036) VALUE 'SENT TO'.
002910     05 FILLER                   PIC  X(007) VALUE 'RESULT'.
002920 01  PC-DTL-LINE.
002930     05 PC-DTL-PARTNER           PIC  X(010).
002940     05 FILLER                   PIC  X(001) VALUE SPACES.
002950     05 PC-DTL-FILE              PIC  X(010).
002960     05 FILLER                   PIC  X(001) VALUE SPACES.
002970     05 PC-DTL-DUE               PIC  9(008).
002980     05 FILLER                   PIC  X(001) VALUE SPACES.
002990     05 PC-DTL-BY                PIC  X(005).
003000     05 FILLER                   PIC  X(001) VALUE SPACES.
003010     05 PC-DTL-SENT-TO           PIC  X(035).
003020     05 FILLER                   PIC  X(001) VALUE SPACES.
003030     05 PC-DTL-RESULT            PIC  X(002).
003040     05 FILLER                   PIC  X(005) VALUE SPACES.
003050 01  PC-SUM-LINE.
003060     05 FILLER                   PIC  X(016)
003070                                 VALUE 'CHASERS SENT:'.
003080     05 PC-SUM-CHASED            PIC  ZZZZ9.
003090     05 FILLER                   PIC  X(025)
003100                                 VALUE '   REFERRED TO OPERATOR:'.
003110     05 PC-SUM-REFERRED          PIC  ZZZZ9.
003120     05 FILLER                   PIC  X(029) VALUE SPACES.
003130*----------------------------------------------------------*
003140* SHARED COMMAND-RUNNER INTERFACE (GXCMDX)                 *
003150*----------------------------------------------------------*
003160 01  CX-CTL.
003170     05 CX-CALLER                PIC  X(010).
003180     05 CX-CMD                   PIC  X(512).
003190     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
003200     05 CX-RESULT                PIC  X(002).
003210*----------------------------------------------------------*
003220* SHARED NOTIFICATION SERVICE INTERFACE (GXNOTIFY)         *
003230*----------------------------------------------------------*
003240 01  NF-CTL.
003250     05 NF-TYPE                  PIC  X(003).
003260     05 NF-LEVEL                 PIC  9(001).
003270     05 NF-USER                  PIC  X(010).
003280     05 NF-EXCLUDE               PIC  X(010).
003290     05 NF-CALLER                PIC  X(010).
003300     05 NF-REF                   PIC  X(030).
003310     05 NF-TEXT                  PIC  X(100).
003320     05 NF-RESULT                PIC  X(002).
003330     05 NF-SENT-COUNT            PIC  9(003).
003340*----------------------------------------------------------*
003350* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
003360* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
003370*----------------------------------------------------------*
003380 01  RW-CTL.
003390     05 RW-FUNC                  PIC  X(001).
003400     05 RW-TITLE                 PIC  X(050).
003410     05 RW-TITLE-ID              PIC  X(010).
003420     05 RW-LANG                  PIC  X(003).
003430     05 RW-COLS                  PIC  X(080).
003440     05 RW-LINE                  PIC  X(080).
003450     05 RW-PAGE-SIZE             PIC  9(003).
003460 01  RW-OUT.
003470     05 RW-OUT-COUNT             PIC  9(001).
003480     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003490 77  RW-X                        PIC S9(003) COMP-3.
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE
003530         THRU 1000-INITIALIZE-EXIT
003540     PERFORM 2000-LOAD-ARRIVALS
003550         THRU 2000-LOAD-ARRIVALS-EXIT
003560     PERFORM 3000-WALK-CALENDAR
003570         THRU 3000-WALK-CALENDAR-EXIT
003580     PERFORM 4000-CHECK-FILE
003590         THRU 4000-CHECK-FILE-EXIT
003600         VARYING PC-F FROM 1 BY 1
003610         UNTIL PC-F > PC-FIL-COUNT
003620     PERFORM 6000-PRINT-SUMMARY
003630         THRU 6000-PRINT-SUMMARY-EXIT
003640     PERFORM 9000-TERMINATE
003650         THRU 9000-TERMINATE-EXIT
003660     GO TO 9999-EXIT.
003670*----------------------------------------------------------*
003680* 1000-INITIALIZE - OPEN FILES, THE RUN MOMENT IN MINUTES, *
003690*                   LOAD THE CALENDAR, PARTNERS AND FILES  *
003700*----------------------------------------------------------*
003710 1000-INITIALIZE.
003720     OPEN INPUT  PARTNER
003730     OPEN INPUT  PTNFILE
003740     OPEN INPUT  HOLCAL
003750     OPEN INPUT  INBLOG
003760     OPEN I-O    PTNCHLOG
003770     OPEN OUTPUT PTNCRPT
003780     ACCEPT PC-TODAY-DATE FROM DATE YYYYMMDD
003790     ACCEPT PC-NOW-TIME   FROM TIME
003800     MOVE SPACES TO PC-NOW-TS
003810     STRING PC-TODAY-YY '-' PC-TODAY-MM '-' PC-TODAY-DD '-'
003820            PC-NOW-HH '.' PC-NOW-MIN '.' PC-NOW-SS '.000000'
003830            DELIMITED BY SIZE INTO PC-NOW-TS
003840     MOVE PC-TODAY-DATE TO PC-DTON-DATE
003850     PERFORM 8000-DATE-TO-DAYNUM
003860         THRU 8000-DATE-TO-DAYNUM-EXIT
003870     MOVE PC-DTON-NUM TO PC-TODAY-NUM
003880     COMPUTE PC-NOW-MINS = PC-TODAY-NUM * 1440 +
003890                           PC-NOW-HH * 60 + PC-NOW-MIN
003900     MOVE PC-TODAY-DATE TO PC-CUR-DATE
003910     MOVE PC-TODAY-NUM  TO PC-CUR-NUM
003920     PERFORM 8110-PRIOR-DAY
003930         THRU 8110-PRIOR-DAY-EXIT
003940         PC-LOOK-BACK TIMES
003950     MOVE PC-CUR-NUM TO PC-WALK-FROM-NUM
003960     PERFORM 1100-LOAD-HOLIDAYS
003970         THRU 1100-LOAD-HOLIDAYS-EXIT
003980     PERFORM 1200-LOAD-PARTNERS
003990         THRU 1200-LOAD-PARTNERS-EXIT
004000     PERFORM 1300-LOAD-FILES
004010         THRU 1300-LOAD-FILES-EXIT
004020     MOVE PC-TODAY-N TO PC-HDG-DATE
004030     MOVE PC-HDG-LINE-1 TO RW-TITLE
004040     MOVE 'PTNCRPT' TO RW-TITLE-ID
004050     MOVE SPACES TO RW-LANG
004060     MOVE PC-HDG-LINE-2 TO RW-COLS
004070     MOVE 60 TO RW-PAGE-SIZE
004080     MOVE 'I' TO RW-FUNC
004090     PERFORM 8900-RW-PUT
004100         THRU 8900-RW-PUT-EXIT.
004110 1000-INITIALIZE-EXIT.
004120     EXIT.
004130 1100-LOAD-HOLIDAYS.
004140     IF PC-FS-HOLCAL NOT = '00'
004150        GO TO 1100-LOAD-HOLIDAYS-EXIT
004160     END-IF
004170     MOVE 'N' TO PC-EOF-SW
004180     PERFORM 1110-READ-HOLCAL
004190         THRU 1110-READ-HOLCAL-EXIT
004200     PERFORM 1120-STORE-HOLIDAY
004210         THRU 1120-STORE-HOLIDAY-EXIT
004220         UNTIL PC-AT-EOF.
004230 1100-LOAD-HOLIDAYS-EXIT.
004240     EXIT.
004250 1110-READ-HOLCAL.
004260     READ HOLCAL
004270         AT END
004280            SET PC-AT-EOF TO TRUE
004290     END-READ.
004300 1110-READ-HOLCAL-EXIT.
004310     EXIT.
004320 1120-STORE-HOLIDAY.
004330     IF PC-HOL-COUNT < PC-HOL-MAX
004340        MOVE HOLCAL-DATE TO PC-DTON-DATE
004350        PERFORM 8000-DATE-TO-DAYNUM
004360            THRU 8000-DATE-TO-DAYNUM-EXIT
004370        ADD 1 TO PC-HOL-COUNT
004380        MOVE PC-DTON-NUM TO PC-HL-NUM (PC-HOL-COUNT)
004390        MOVE HOLCAL-LOC  TO PC-HL-LOC (PC-HOL-COUNT)
004400     END-IF
004410     PERFORM 1110-READ-HOLCAL
004420         THRU 1110-READ-HOLCAL-EXIT.
004430 1120-STORE-HOLIDAY-EXIT.
004440     EXIT.
004450 1200-LOAD-PARTNERS.
004460     IF PC-FS-PARTNER NOT = '00'
004470        GO TO 1200-LOAD-PARTNERS-EXIT
004480     END-IF
004490     MOVE 'N' TO PC-EOF-SW
004500     PERFORM 1210-READ-PARTNER
004510         THRU 1210-READ-PARTNER-EXIT
004520     PERFORM 1220-STORE-PARTNER
004530         THRU 1220-STORE-PARTNER-EXIT
004540         UNTIL PC-AT-EOF.
004550 1200-LOAD-PARTNERS-EXIT.
004560     EXIT.
004570 1210-READ-PARTNER.
004580     READ PARTNER NEXT RECORD
004590         AT END
004600            SET PC-AT-EOF TO TRUE
004610     END-READ.
004620 1210-READ-PARTNER-EXIT.
004630     EXIT.
004640 1220-STORE-PARTNER.
004650     IF NOT PARTNER-INACTIVE AND PC-PTN-COUNT < PC-PTN-MAX
004660        ADD 1 TO PC-PTN-COUNT
004670        MOVE PARTNER-ID        TO PC-PT-ID        (PC-PTN-COUNT)
004680        MOVE PARTNER-NAME      TO PC-PT-NAME      (PC-PTN-COUNT)
004690        MOVE PARTNER-CONTACT   TO PC-PT-CONTACT   (PC-PTN-COUNT)
004700        MOVE PARTNER-EMAIL     TO PC-PT-EMAIL     (PC-PTN-COUNT)
004710        MOVE PARTNER-ALT-EMAIL TO PC-PT-ALT-EMAIL (PC-PTN-COUNT)
004720        MOVE PARTNER-CAL-LOC   TO PC-PT-LOC       (PC-PTN-COUNT)
004730     END-IF
004740     PERFORM 1210-READ-PARTNER
004750         THRU 1210-READ-PARTNER-EXIT.
004760 1220-STORE-PARTNER-EXIT.
004770     EXIT.
004780*----------------------------------------------------------*
004790* 1300-LOAD-FILES - THE EXPECTED FILES OF THE PARTNERS     *
004800*                   HELD, LESS THOSE MARKED NOT TO CHASE   *
004810*----------------------------------------------------------*
004820 1300-LOAD-FILES.
004830     IF PC-FS-PTNFILE NOT = '00'
004840        GO TO 1300-LOAD-FILES-EXIT
004850     END-IF
004860     MOVE 'N' TO PC-EOF-SW
004870     PERFORM 1310-READ-PTNFILE
004880         THRU 1310-READ-PTNFILE-EXIT
004890     PERFORM 1320-STORE-FILE
004900         THRU 1320-STORE-FILE-EXIT
004910         UNTIL PC-AT-EOF.
004920 1300-LOAD-FILES-EXIT.
004930     EXIT.
004940 1310-READ-PTNFILE.
004950     READ PTNFILE NEXT RECORD
004960         AT END
004970            SET PC-AT-EOF TO TRUE
004980     END-READ.
004990 1310-READ-PTNFILE-EXIT.
005000     EXIT.
005010 1320-STORE-FILE.
005020     SET PC-NOT-FOUND TO TRUE
005030     PERFORM VARYING PC-I FROM 1 BY 1
005040             UNTIL PC-I > PC-PTN-COUNT OR PC-FOUND
005050        IF PC-PT-ID (PC-I) = PTNFILE-PARTNER
005060           SET PC-FOUND TO TRUE
005070           MOVE PC-I TO PC-P
005080        END-IF
005090     END-PERFORM
005100     IF PC-FOUND AND PC-FIL-COUNT < PC-FIL-MAX AND
005110        NOT PTNFILE-NO-CHASE AND
005120        (PTNFILE-DAILY OR PTNFILE-WEEKLY OR PTNFILE-MONTHLY)
005130        ADD 1 TO PC-FIL-COUNT
005140        MOVE PC-P           TO PC-FL-PTN      (PC-FIL-COUNT)
005150        MOVE PTNFILE-FILE   TO PC-FL-FILE     (PC-FIL-COUNT)
005160        MOVE PTNFILE-DESC   TO PC-FL-DESC     (PC-FIL-COUNT)
005170        MOVE PTNFILE-FREQ   TO PC-FL-FREQ     (PC-FIL-COUNT)
005180        MOVE PTNFILE-DAY    TO PC-FL-DAY      (PC-FIL-COUNT)
005190        MOVE PTNFILE-WIN-TO TO PC-FL-WIN-TO   (PC-FIL-COUNT)
005200        IF PTNFILE-WIN-TO = 0
005210           MOVE 2359 TO PC-FL-WIN-TO (PC-FIL-COUNT)
005220        END-IF
005230        MOVE PTNFILE-GRACE  TO PC-FL-GRACE    (PC-FIL-COUNT)
005240        MOVE 'N'            TO PC-FL-PENDING  (PC-FIL-COUNT)
005250        MOVE 0              TO PC-FL-OCC-NUM  (PC-FIL-COUNT)
005260        MOVE 0              TO PC-FL-OCC-DATE (PC-FIL-COUNT)
005270        MOVE 0              TO PC-FL-PRV-NUM  (PC-FIL-COUNT)
005280        MOVE 0              TO PC-FL-PRV-DATE (PC-FIL-COUNT)
005290     END-IF
005300     PERFORM 1310-READ-PTNFILE
005310         THRU 1310-READ-PTNFILE-EXIT.
005320 1320-STORE-FILE-EXIT.
005330     EXIT.
005340*----------------------------------------------------------*
005350* 2000-LOAD-ARRIVALS - ACCEPTED INBLOG ROWS OF THE FILES   *
005360*                      TO CHASE INSIDE THE LOOK-BACK       *
005370*----------------------------------------------------------*
005380 2000-LOAD-ARRIVALS.
005390     IF PC-FS-INBLOG NOT = '00'
005400        GO TO 2000-LOAD-ARRIVALS-EXIT
005410     END-IF
005420     MOVE 'N' TO PC-EOF-SW
005430     PERFORM 2100-READ-INBLOG
005440         THRU 2100-READ-INBLOG-EXIT
005450     PERFORM 2200-HOLD-ARRIVAL
005460         THRU 2200-HOLD-ARRIVAL-EXIT
005470         UNTIL PC-AT-EOF.
005480 2000-LOAD-ARRIVALS-EXIT.
005490     EXIT.
005500 2100-READ-INBLOG.
005510     READ INBLOG
005520         AT END
005530            SET PC-AT-EOF TO TRUE
005540     END-READ.
005550 2100-READ-INBLOG-EXIT.
005560     EXIT.
005570 2200-HOLD-ARRIVAL.
005580     IF INBLOG-VERDICT NOT = 'A'
005590        GO TO 2200-HOLD-ARRIVAL-NEXT
005600     END-IF
005610     SET PC-NOT-FOUND TO TRUE
005620     PERFORM VARYING PC-I FROM 1 BY 1
005630             UNTIL PC-I > PC-FIL-COUNT OR PC-FOUND
005640        IF PC-FL-FILE (PC-I) = INBLOG-FILE
005650           SET PC-FOUND TO TRUE
005660           MOVE PC-I TO PC-F
005670        END-IF
005680     END-PERFORM
005690     IF PC-NOT-FOUND
005700        GO TO 2200-HOLD-ARRIVAL-NEXT
005710     END-IF
005720     MOVE INBLOG-TIMESTAMP (1:4) TO PC-TS-YY
005730     MOVE INBLOG-TIMESTAMP (6:2) TO PC-TS-MM
005740     MOVE INBLOG-TIMESTAMP (9:2) TO PC-TS-DD
005750     IF PC-TS-N NOT NUMERIC
005760        GO TO 2200-HOLD-ARRIVAL-NEXT
005770     END-IF
005780     MOVE PC-TS-DATE TO PC-DTON-DATE
005790     PERFORM 8000-DATE-TO-DAYNUM
005800         THRU 8000-DATE-TO-DAYNUM-EXIT
005810     IF PC-DTON-NUM < PC-WALK-FROM-NUM OR
005820        PC-ARR-COUNT NOT < PC-ARR-MAX
005830        GO TO 2200-HOLD-ARRIVAL-NEXT
005840     END-IF
005850     ADD 1 TO PC-ARR-COUNT
005860     MOVE PC-F        TO PC-AR-FIL (PC-ARR-COUNT)
005870     MOVE PC-DTON-NUM TO PC-AR-NUM (PC-ARR-COUNT).
005880 2200-HOLD-ARRIVAL-NEXT.
005890     PERFORM 2100-READ-INBLOG
005900         THRU 2100-READ-INBLOG-EXIT.
005910 2200-HOLD-ARRIVAL-EXIT.
005920     EXIT.
005930*----------------------------------------------------------*
005940* 3000-WALK-CALENDAR - DAY BY DAY UP TO TODAY, LEAVING THE *
005950*                      LATEST DELIVERY DUE ON EACH FILE    *
005960*----------------------------------------------------------*
005970 3000-WALK-CALENDAR.
005980     PERFORM 3100-WALK-DAY
005990         THRU 3100-WALK-DAY-EXIT
006000         UNTIL PC-CUR-NUM > PC-TODAY-NUM.
006010 3000-WALK-CALENDAR-EXIT.
006020     EXIT.
006030 3100-WALK-DAY.
006040     COMPUTE PC-WD-TMP = PC-CUR-NUM + 1
006050     DIVIDE PC-WD-TMP BY 7 GIVING PC-WD-Q
006060                    REMAINDER PC-WD
006070     MOVE PC-CUR-YY TO PC-ML-YY
006080     MOVE PC-CUR-MM TO PC-ML-MM
006090     PERFORM 8150-MONTH-LENGTH
006100         THRU 8150-MONTH-LENGTH-EXIT
006110     PERFORM 3200-FILE-DAY
006120         THRU 3200-FILE-DAY-EXIT
006130         VARYING PC-F FROM 1 BY 1
006140         UNTIL PC-F > PC-FIL-COUNT
006150     PERFORM 8100-NEXT-DAY
006160         THRU 8100-NEXT-DAY-EXIT.
006170 3100-WALK-DAY-EXIT.
006180     EXIT.
006190*----------------------------------------------------------*
006200* 3200-FILE-DAY - THE PTNSCORE RULE: DUE ON THE NOMINAL    *
006210*                 DAY, EXPECTED ON THE FIRST OF THE        *
006220*                 PARTNER'S BUSINESS DAYS FROM THEN        *
006230*----------------------------------------------------------*
006240 3200-FILE-DAY.
006250     EVALUATE PC-FL-FREQ (PC-F)
006260        WHEN 'D'
006270           MOVE 'Y' TO PC-FL-PENDING (PC-F)
006280        WHEN 'W'
006290           IF PC-WD + 1 = PC-FL-DAY (PC-F)
006300              MOVE 'Y' TO PC-FL-PENDING (PC-F)
006310           END-IF
006320        WHEN 'M'
006330           MOVE PC-FL-DAY (PC-F) TO PC-NOMINAL
006340           IF PC-NOMINAL > PC-MLEN-CUR
006350              MOVE PC-MLEN-CUR TO PC-NOMINAL
006360           END-IF
006370           IF PC-CUR-DD = PC-NOMINAL
006380              MOVE 'Y' TO PC-FL-PENDING (PC-F)
006390           END-IF
006400     END-EVALUATE
006410     IF PC-FL-PENDING (PC-F) NOT = 'Y'
006420        GO TO 3200-FILE-DAY-EXIT
006430     END-IF
006440     MOVE PC-FL-PTN (PC-F) TO PC-P
006450     PERFORM 3300-CHECK-BUSDAY
006460         THRU 3300-CHECK-BUSDAY-EXIT
006470     IF PC-NOT-BUSDAY
006480        GO TO 3200-FILE-DAY-EXIT
006490     END-IF
006500     MOVE PC-FL-OCC-NUM  (PC-F) TO PC-FL-PRV-NUM  (PC-F)
006510     MOVE PC-FL-OCC-DATE (PC-F) TO PC-FL-PRV-DATE (PC-F)
006520     MOVE PC-CUR-NUM TO PC-FL-OCC-NUM  (PC-F)
006530     MOVE PC-CUR-N   TO PC-FL-OCC-DATE (PC-F)
006540     MOVE 'N'        TO PC-FL-PENDING  (PC-F).
006550 3200-FILE-DAY-EXIT.
006560     EXIT.
006570 3300-CHECK-BUSDAY.
006580     SET PC-IS-BUSDAY TO TRUE
006590     IF PC-WD = 5 OR PC-WD = 6
006600        SET PC-NOT-BUSDAY TO TRUE
006610        GO TO 3300-CHECK-BUSDAY-EXIT
006620     END-IF
006630     PERFORM VARYING PC-I FROM 1 BY 1
006640             UNTIL PC-I > PC-HOL-COUNT OR PC-NOT-BUSDAY
006650        IF PC-HL-NUM (PC-I) = PC-CUR-NUM AND
006660           (PC-HL-LOC (PC-I) = SPACES OR
006670            PC-HL-LOC (PC-I) = PC-PT-LOC (PC-P))
006680           SET PC-NOT-BUSDAY TO TRUE
006690        END-IF
006700     END-PERFORM.
006710 3300-CHECK-BUSDAY-EXIT.
006720     EXIT.
006730*----------------------------------------------------------*
006740* 4000-CHECK-FILE - THE PREVIOUS DELIVERY, ANSWERED BY AN  *
006750*                   ARRIVAL BEFORE THE LATEST FELL DUE,    *
006760*                   THEN THE LATEST, ANSWERED ANY TIME     *
006770*----------------------------------------------------------*
006780 4000-CHECK-FILE.
006790     IF PC-FL-PRV-NUM (PC-F) NOT = 0
006800        MOVE PC-FL-PRV-NUM  (PC-F) TO PC-OCC-NUM
006810        MOVE PC-FL-PRV-DATE (PC-F) TO PC-OCC-DATE
006820        MOVE PC-FL-OCC-NUM  (PC-F) TO PC-BOUND-NUM
006830        PERFORM 4100-CHECK-DELIVERY
006840            THRU 4100-CHECK-DELIVERY-EXIT
006850     END-IF
006860     IF PC-FL-OCC-NUM (PC-F) NOT = 0
006870        MOVE PC-FL-OCC-NUM  (PC-F) TO PC-OCC-NUM
006880        MOVE PC-FL-OCC-DATE (PC-F) TO PC-OCC-DATE
006890        MOVE 999999999             TO PC-BOUND-NUM
006900        PERFORM 4100-CHECK-DELIVERY
006910            THRU 4100-CHECK-DELIVERY-EXIT
006920     END-IF.
006930 4000-CHECK-FILE-EXIT.
006940     EXIT.
006950*----------------------------------------------------------*
006960* 4100-CHECK-DELIVERY - CHASE ONCE THE WINDOW AND GRACE    *
006970*                       HAVE PASSED WITH NOTHING ACCEPTED  *
006980*                       FROM ITS DAY TO THE BOUND, UNLESS  *
006990*                       IT WAS CHASED ALREADY              *
007000*----------------------------------------------------------*
007010 4100-CHECK-DELIVERY.
007020     MOVE PC-FL-WIN-TO (PC-F) TO PC-WIN-HHMM
007030     COMPUTE PC-DUE-MINS = PC-OCC-NUM * 1440 +
007040                           PC-WIN-HH * 60 + PC-WIN-MIN +
007050                           PC-FL-GRACE (PC-F)
007060     IF PC-NOW-MINS NOT > PC-DUE-MINS
007070        GO TO 4100-CHECK-DELIVERY-EXIT
007080     END-IF
007090     SET PC-NOT-FOUND TO TRUE
007100     PERFORM VARYING PC-A FROM 1 BY 1
007110             UNTIL PC-A > PC-ARR-COUNT OR PC-FOUND
007120        IF PC-AR-FIL (PC-A) = PC-F AND
007130           PC-AR-NUM (PC-A) NOT < PC-OCC-NUM AND
007140           PC-AR-NUM (PC-A) < PC-BOUND-NUM
007150           SET PC-FOUND TO TRUE
007160        END-IF
007170     END-PERFORM
007180     IF PC-FOUND
007190        GO TO 4100-CHECK-DELIVERY-EXIT
007200     END-IF
007210     MOVE PC-FL-PTN (PC-F) TO PC-P
007220     MOVE PC-PT-ID (PC-P)        TO PTNCHLOG-PARTNER
007230     MOVE PC-FL-FILE (PC-F)      TO PTNCHLOG-FILE
007240     MOVE PC-OCC-DATE            TO PTNCHLOG-DUE-DATE
007250     READ PTNCHLOG
007260         INVALID KEY
007270            CONTINUE
007280         NOT INVALID KEY
007290            GO TO 4100-CHECK-DELIVERY-EXIT
007300     END-READ
007310     MOVE PC-OCC-DATE TO PC-DUE-N
007320     MOVE SPACES TO PC-DUE-EDIT
007330     STRING PC-DUE-YY '-' PC-DUE-MM '-' PC-DUE-DD
007340            DELIMITED BY SIZE INTO PC-DUE-EDIT
007350     MOVE SPACES TO PC-WIN-EDIT
007360     STRING PC-WIN-HH ':' PC-WIN-MIN
007370            DELIMITED BY SIZE INTO PC-WIN-EDIT
007380     IF PC-PT-EMAIL (PC-P) = SPACES
007390        MOVE 'NE' TO CX-RESULT
007400     ELSE
007410        PERFORM 4200-SEND-CHASER
007420            THRU 4200-SEND-CHASER-EXIT
007430     END-IF
007440     PERFORM 4300-LOG-CHASER
007450         THRU 4300-LOG-CHASER-EXIT
007460     IF CX-RESULT = 'OK'
007470        ADD 1 TO PC-TOT-CHASED
007480     ELSE
007490        PERFORM 4400-REFER-OPERATOR
007500            THRU 4400-REFER-OPERATOR-EXIT
007510     END-IF.
007520 4100-CHECK-DELIVERY-EXIT.
007530     EXIT.
007540*----------------------------------------------------------*
007550* 4200-SEND-CHASER - THE STANDARD CHASER, TO THE CONTACT   *
007560*                    WITH THE ALTERNATE CONTACT COPIED     *
007570*----------------------------------------------------------*
007580 4200-SEND-CHASER.
007590     MOVE PC-PT-CONTACT (PC-P) TO PC-GREETING
007600     IF PC-GREETING = SPACES
007610        MOVE 'DEAR PARTNER' TO PC-GREETING
007620     END-IF
007630     MOVE SPACES TO PC-NOTE
007640     STRING PC-GREETING                  DELIMITED BY '  '
007650            ', OUR RECORDS SHOW THAT THE ' DELIMITED BY SIZE
007660            PC-FL-DESC (PC-F)            DELIMITED BY '  '
007670            ' FILE '                     DELIMITED BY SIZE
007680            PC-FL-FILE (PC-F)            DELIMITED BY SPACE
007690            ' DUE ON '                   DELIMITED BY SIZE
007700            PC-DUE-EDIT                  DELIMITED BY SIZE
007710            ' BY '                       DELIMITED BY SIZE
007720            PC-WIN-EDIT                  DELIMITED BY SIZE
007730            ' HAS NOT REACHED US.  PLEASE SEND IT AS SOON AS'
007740            ' POSSIBLE, OR LET US KNOW IF IT WILL NOT BE SENT.'
007750            '  THIS IS AN AUTOMATIC REMINDER.'
007760                                         DELIMITED BY SIZE
007770            INTO PC-NOTE
007780     PERFORM 8500-QUOTE-NOTE
007790         THRU 8500-QUOTE-NOTE-EXIT
007800     MOVE 1 TO PC-CMD-PTR
007810     MOVE SPACES TO PC-CMD
007820     STRING 'SNDSMTPEMM RCP(('''         DELIMITED BY SIZE
007830            PC-PT-EMAIL (PC-P)           DELIMITED BY SPACE
007840            ''')'                        DELIMITED BY SIZE
007850            INTO PC-CMD
007860            POINTER PC-CMD-PTR
007870     IF PC-PT-ALT-EMAIL (PC-P) NOT = SPACES
007880        STRING ' ('''                    DELIMITED BY SIZE
007890               PC-PT-ALT-EMAIL (PC-P)    DELIMITED BY SPACE
007900               ''' *CC)'                 DELIMITED BY SIZE
007910               INTO PC-CMD
007920               POINTER PC-CMD-PTR
007930     END-IF
007940     STRING ') SUBJECT(''OVERDUE FILE '  DELIMITED BY SIZE
007950            PC-FL-FILE (PC-F)            DELIMITED BY SPACE
007960            ' DUE '                      DELIMITED BY SIZE
007970            PC-DUE-EDIT                  DELIMITED BY SIZE
007980            ''') NOTE('''                DELIMITED BY SIZE
007990            PC-QNOTE (1:PC-QLEN)         DELIMITED BY SIZE
008000            ''')'                        DELIMITED BY SIZE
008010            INTO PC-CMD
008020            POINTER PC-CMD-PTR
008030     COMPUTE PC-CMDLEN = PC-CMD-PTR - 1
008040     MOVE 'PTNCHASE' TO CX-CALLER
008050     MOVE PC-CMD     TO CX-CMD
008060     MOVE PC-CMDLEN  TO CX-CMDLEN
008070     CALL 'GXCMDX' USING CX-CTL.
008080 4200-SEND-CHASER-EXIT.
008090     EXIT.
008100 4300-LOG-CHASER.
008110     MOVE PC-PT-ID (PC-P)        TO PTNCHLOG-PARTNER
008120     MOVE PC-FL-FILE (PC-F)      TO PTNCHLOG-FILE
008130     MOVE PC-OCC-DATE            TO PTNCHLOG-DUE-DATE
008140     MOVE PC-NOW-TS              TO PTNCHLOG-SENT-TS
008150     MOVE PC-PT-EMAIL (PC-P)     TO PTNCHLOG-SENT-TO
008160     MOVE CX-RESULT              TO PTNCHLOG-RESULT
008170     WRITE PTNCHLOG-RECORD
008180         INVALID KEY
008190            CONTINUE
008200     END-WRITE
008210     MOVE PTNCHLOG-PARTNER  TO PC-DTL-PARTNER
008220     MOVE PTNCHLOG-FILE     TO PC-DTL-FILE
008230     MOVE PTNCHLOG-DUE-DATE TO PC-DTL-DUE
008240     MOVE PC-WIN-EDIT       TO PC-DTL-BY
008250     MOVE PTNCHLOG-SENT-TO  TO PC-DTL-SENT-TO
008260     MOVE PTNCHLOG-RESULT   TO PC-DTL-RESULT
008270     MOVE PC-DTL-LINE TO RW-LINE
008280     MOVE 'D' TO RW-FUNC
008290     PERFORM 8900-RW-PUT
008300         THRU 8900-RW-PUT-EXIT.
008310 4300-LOG-CHASER-EXIT.
008320     EXIT.
008330*----------------------------------------------------------*
008340* 4400-REFER-OPERATOR - NO CHASER WENT OUT, SO THE DUTY    *
008350*                       OPERATOR IS TOLD INSTEAD           *
008360*----------------------------------------------------------*
008370 4400-REFER-OPERATOR.
008380     ADD 1 TO PC-TOT-REFERRED
008390     MOVE 'ALR'             TO NF-TYPE
008400     MOVE 3                 TO NF-LEVEL
008410     MOVE '*ONCALL'         TO NF-USER
008420     MOVE SPACES            TO NF-EXCLUDE
008430     MOVE 'PTNCHASE'        TO NF-CALLER
008440     MOVE PC-PT-ID (PC-P)   TO NF-REF
008450     MOVE SPACES            TO NF-TEXT
008460     IF CX-RESULT = 'NE'
008470        STRING 'PARTNER FILE ' PC-FL-FILE (PC-F)
008480               ' DUE ' PC-DUE-EDIT ' IS OVERDUE - NO CONTACT'
008490               ' EMAIL ON THE PARTNER MASTER TO CHASE IT'
008500               DELIMITED BY SIZE INTO NF-TEXT
008510     ELSE
008520        STRING 'PARTNER FILE ' PC-FL-FILE (PC-F)
008530               ' DUE ' PC-DUE-EDIT ' IS OVERDUE - THE CHASER'
008540               ' COULD NOT BE SENT'
008550               DELIMITED BY SIZE INTO NF-TEXT
008560     END-IF
008570     CALL 'GXNOTIFY' USING NF-CTL.
008580 4400-REFER-OPERATOR-EXIT.
008590     EXIT.
008600 6000-PRINT-SUMMARY.
008610     MOVE PC-TOT-CHASED   TO PC-SUM-CHASED
008620     MOVE PC-TOT-REFERRED TO PC-SUM-REFERRED
008630     MOVE PC-SUM-LINE TO RW-LINE
008640     MOVE 'T' TO RW-FUNC
008650     PERFORM 8900-RW-PUT
008660         THRU 8900-RW-PUT-EXIT.
008670 6000-PRINT-SUMMARY-EXIT.
008680     EXIT.
008690 8000-DATE-TO-DAYNUM.
008700     MOVE PC-DTON-YY TO PC-DW-YY
008710     MOVE PC-DTON-MM TO PC-DW-MM
008720     MOVE PC-DTON-DD TO PC-DW-DD
008730     IF PC-DW-MM GREATER 2
008740        SUBTRACT 3 FROM PC-DW-MM
008750     ELSE
008760        ADD 9 TO PC-DW-MM
008770        SUBTRACT 1 FROM PC-DW-YY
008780     END-IF
008790     COMPUTE PC-DTON-D = ((153 * PC-DW-MM) + 2) / 5
008800     COMPUTE PC-DTON-L4 = PC-DW-YY / 4
008810     COMPUTE PC-DTON-L100 = PC-DW-YY / 100
008820     COMPUTE PC-DTON-L400 = PC-DW-YY / 400
008830     COMPUTE PC-DTON-NUM = PC-DW-YY * 365 +
008840                           PC-DTON-L4 -
008850                           PC-DTON-L100 +
008860                           PC-DTON-L400 +
008870                           PC-DTON-D +
008880                           PC-DW-DD.
008890 8000-DATE-TO-DAYNUM-EXIT.
008900     EXIT.
008910 8100-NEXT-DAY.
008920     IF PC-CUR-DD < PC-MLEN-CUR
008930        ADD 1 TO PC-CUR-DD
008940     ELSE
008950        MOVE 1 TO PC-CUR-DD
008960        IF PC-CUR-MM = 12
008970           MOVE 1 TO PC-CUR-MM
008980           ADD 1 TO PC-CUR-YY
008990        ELSE
009000           ADD 1 TO PC-CUR-MM
009010        END-IF
009020     END-IF
009030     ADD 1 TO PC-CUR-NUM.
009040 8100-NEXT-DAY-EXIT.
009050     EXIT.
009060 8110-PRIOR-DAY.
009070     IF PC-CUR-DD > 1
009080        SUBTRACT 1 FROM PC-CUR-DD
009090     ELSE
009100        IF PC-CUR-MM = 1
009110           MOVE 12 TO PC-CUR-MM
009120           SUBTRACT 1 FROM PC-CUR-YY
009130        ELSE
009140           SUBTRACT 1 FROM PC-CUR-MM
009150        END-IF
009160        MOVE PC-CUR-YY TO PC-ML-YY
009170        MOVE PC-CUR-MM TO PC-ML-MM
009180        PERFORM 8150-MONTH-LENGTH
009190            THRU 8150-MONTH-LENGTH-EXIT
009200        MOVE PC-MLEN-CUR TO PC-CUR-DD
009210     END-IF
009220     SUBTRACT 1 FROM PC-CUR-NUM.
009230 8110-PRIOR-DAY-EXIT.
009240     EXIT.
009250 8150-MONTH-LENGTH.
009260     MOVE PC-MLEN (PC-ML-MM) TO PC-MLEN-CUR
009270     IF PC-ML-MM NOT = 2
009280        GO TO 8150-MONTH-LENGTH-EXIT
009290     END-IF
009300     DIVIDE PC-ML-YY BY 4   GIVING PC-LEAP-Q
009310                            REMAINDER PC-LEAP-R4
009320     DIVIDE PC-ML-YY BY 100 GIVING PC-LEAP-Q
009330                            REMAINDER PC-LEAP-R100
009340     DIVIDE PC-ML-YY BY 400 GIVING PC-LEAP-Q
009350                            REMAINDER PC-LEAP-R400
009360     IF PC-LEAP-R4 = 0 AND
009370        (PC-LEAP-R100 NOT = 0 OR PC-LEAP-R400 = 0)
009380        MOVE 29 TO PC-MLEN-CUR
009390     END-IF.
009400 8150-MONTH-LENGTH-EXIT.
009410     EXIT.
009420*----------------------------------------------------------*
009430* 8500-QUOTE-NOTE - PC-NOTE WITH ITS TRAILING SPACES CUT   *
009440*                   AND EVERY APOSTROPHE DOUBLED           *
009450*----------------------------------------------------------*
009460 8500-QUOTE-NOTE.
009470     MOVE SPACES TO PC-QNOTE
009480     MOVE 0 TO PC-QLEN
009490     MOVE 0 TO PC-NOTE-LEN
009500     PERFORM VARYING PC-I FROM 300 BY -1
009510             UNTIL PC-I < 1 OR PC-NOTE-LEN > 0
009520        IF PC-NOTE (PC-I:1) NOT = SPACE
009530           MOVE PC-I TO PC-NOTE-LEN
009540        END-IF
009550     END-PERFORM
009560     PERFORM VARYING PC-I FROM 1 BY 1
009570             UNTIL PC-I > PC-NOTE-LEN
009580        ADD 1 TO PC-QLEN
009590        MOVE PC-NOTE (PC-I:1) TO PC-QNOTE (PC-QLEN:1)
009600        IF PC-NOTE (PC-I:1) = ''''
009610           ADD 1 TO PC-QLEN
009620           MOVE '''' TO PC-QNOTE (PC-QLEN:1)
009630        END-IF
009640     END-PERFORM
009650     IF PC-QLEN = 0
009660        MOVE 1 TO PC-QLEN
009670     END-IF.
009680 8500-QUOTE-NOTE-EXIT.
009690     EXIT.
009700 8900-RW-PUT.
009710     CALL 'GXRPTW' USING RW-CTL RW-OUT
009720     PERFORM VARYING RW-X FROM 1 BY 1
009730             UNTIL RW-X > RW-OUT-COUNT
009740        WRITE PTNCRPT-LINE FROM RW-OUT-LINE (RW-X)
009750     END-PERFORM.
009760 8900-RW-PUT-EXIT.
009770     EXIT.
009780 9000-TERMINATE.
009790     MOVE 'C' TO RW-FUNC
009800     PERFORM 8900-RW-PUT
009810         THRU 8900-RW-PUT-EXIT
009820     CLOSE PARTNER
009830     CLOSE PTNFILE
009840     CLOSE HOLCAL
009850     CLOSE INBLOG
009860     CLOSE PTNCHLOG
009870     CLOSE PTNCRPT.
009880 9000-TERMINATE-EXIT.
009890     EXIT.
009900 9999-EXIT.
009910     STOP RUN.
