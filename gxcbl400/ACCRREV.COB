000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCRREV.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - AUTOMATIC REVERSAL OF *
000100*                   ACCRUALS.  RUNS IN THE CLOSE STREAM     *
000110*                   RIGHT AFTER CLOSECHK ON THE SAME        *
000120*                   CLOSEREQ REQUEST AND ONLY ACTS WHEN     *
000130*                   CLOSECHK HAS FLIPPED THE PERIOD TO      *
000140*                   CLOSED.  EVERY POSTSTG DOCUMENT OF THE  *
000150*                   COMPANY AND PERIOD FLAGGED REVERSE = Y  *
000160*                   IS MIRRORED - SIDES SWAPPED - ON THE    *
000170*                   FIRST BUSINESS DAY OF THE NEXT PERIOD   *
000180*                   (WEEKENDS AND THE HOLCAL HOLIDAYS OF    *
000190*                   THE COMPANY'S BUSDATE LOCATION, THE     *
000200*                   BDROLL RULE), NUMBERED FROM THE ACCRREV *
000210*                   NBRASGN SERIES.  REVLINK TIES ORIGINAL  *
000220*                   AND REVERSAL BY DOCUMENT NUMBER BOTH    *
000230*                   WAYS, SO NEITHER IS EVER REVERSED       *
000240*                   TWICE.  A CLOSED TARGET PERIOD FAILS    *
000250*                   THE REVERSAL AND LEAVES IT UNLINKED FOR *
000260*                   A LATER RUN.  REVRPT LISTS THE          *
000270*                   REVERSALS MADE AND FAILED, THROUGH      *
000280*                   GXRPTW                                  *
000282*   2026-10-15  RH  THE REVERSAL REGISTER IS CUT TO THE DATA*
000284*                   SCOPE OF THE CLOSEREQ USER - A COMPANY  *
000286*                   OUTSIDE IT PRINTS ONE LINE SAYING SO AND*
000288*                   NO DETAIL                               *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-ISERIES.
000330 OBJECT-COMPUTER.   IBM-ISERIES.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CLOSEREQ   ASSIGN TO DATABASE-CLOSEREQ
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS AR-FS-CLOSEREQ.
000390     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS RANDOM
000420         RECORD KEY   IS CLOSESTAT-KEY
000430         FILE STATUS  IS AR-FS-CLOSESTAT.
000440     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE  IS RANDOM
000470         RECORD KEY   IS BUSDATE-COMPANY
000480         FILE STATUS  IS AR-FS-BUSDATE.
000490     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS AR-FS-HOLCAL.
000520     SELECT POSTSTG    ASSIGN TO DATABASE-POSTSTG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS  IS AR-FS-POSTSTG.
000550     SELECT REVWORK    ASSIGN TO DATABASE-REVWORK
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS  IS AR-FS-REVWORK.
000580     SELECT REVLINK    ASSIGN TO DATABASE-REVLINK
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE  IS RANDOM
000610         RECORD KEY   IS REVLINK-DOCNBR
000620         FILE STATUS  IS AR-FS-REVLINK.
000630     SELECT NBRASGN    ASSIGN TO DATABASE-NBRASGN
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE  IS RANDOM
000660         RECORD KEY   IS NBRASGN-SERIES
000670         FILE STATUS  IS AR-FS-NBRASGN.
000680     SELECT NBRLOG     ASSIGN TO DATABASE-NBRLOG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS  IS AR-FS-NBRLOG.
000710     SELECT REVRPT     ASSIGN TO DATABASE-REVRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS  IS AR-FS-REVRPT.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CLOSEREQ.
000770 01  CLOSEREQ-RECORD.
000780     05 CLOSEREQ-COMPANY         PIC  X(003).
000790     05 CLOSEREQ-PERIOD          PIC  9(006).
000800     05 CLOSEREQ-USER            PIC  X(010).
000810 FD  CLOSESTAT.
000820 01  CLOSESTAT-RECORD.
000830     05 CLOSESTAT-KEY.
000840        10 CLOSESTAT-COMPANY     PIC  X(003).
000850        10 CLOSESTAT-PERIOD      PIC  9(006).
000860     05 CLOSESTAT-STATUS         PIC  X(001).
000870        88 CLOSESTAT-OPEN                        VALUE 'O'.
000880        88 CLOSESTAT-CLOSED                       VALUE 'C'.
000890     05 CLOSESTAT-CLOSED-BY      PIC  X(010).
000900     05 CLOSESTAT-CLOSED-TS      PIC  X(026).
000910 FD  BUSDATE.
000920 01  BUSDATE-RECORD.
000930     05 BUSDATE-COMPANY          PIC  X(003).
000940     05 BUSDATE-CURRENT          PIC  9(008).
000950     05 BUSDATE-PREVIOUS         PIC  9(008).
000960     05 BUSDATE-LOC              PIC  X(010).
000970     05 BUSDATE-ROLLED-BY        PIC  X(010).
000980     05 BUSDATE-ROLLED-TS        PIC  X(026).
000990 FD  HOLCAL.
001000 01  HOLCAL-RECORD.
001010     05 HOLCAL-DATE.
001020        10 HOLCAL-YY             PIC  9(004).
001030        10 HOLCAL-MM             PIC  9(002).
001040        10 HOLCAL-DD             PIC  9(002).
001050     05 HOLCAL-LOC               PIC  X(010).
001060     05 HOLCAL-DESC              PIC  X(030).
001070*----------------------------------------------------------*
001080* POSTING STAGING - ONE ROW PER DOCUMENT LINE.  REVERSE = Y *
001090* ASKS FOR THE DOCUMENT TO BE REVERSED WHEN THE NEXT PERIOD *
001100* OPENS; THE REVERSALS ARE STAGED WITH REVERSE = N          *
001110*----------------------------------------------------------*
001120 FD  POSTSTG.
001130 01  POSTSTG-RECORD.
001140     05 POSTSTG-DOCNBR           PIC  X(013).
001150     05 POSTSTG-LINE             PIC  9(003).
001160     05 POSTSTG-COMPANY          PIC  X(003).
001170     05 POSTSTG-DATE             PIC  9(008).
001180     05 POSTSTG-ACCOUNT          PIC  X(010).
001190     05 POSTSTG-DEPT             PIC  X(010).
001200     05 POSTSTG-DC               PIC  X(001).
001210     05 POSTSTG-AMOUNT           PIC S9(013)V9(002) COMP-3.
001220     05 POSTSTG-CURRENCY         PIC  X(003).
001230     05 POSTSTG-FC-AMOUNT        PIC S9(013)V9(002) COMP-3.
001240     05 POSTSTG-SOURCE           PIC  X(010).
001250     05 POSTSTG-REFERENCE        PIC  X(030).
001260     05 POSTSTG-REVERSE          PIC  X(001).
001270     05 POSTSTG-USER             PIC  X(010).
001280     05 POSTSTG-TIMESTAMP        PIC  X(026).
001290*----------------------------------------------------------*
001300* THE PERIOD'S FLAGGED LINES, SET ASIDE SO THE REVERSALS    *
001310* CAN BE APPENDED TO POSTSTG WHILE THEY ARE READ            *
001320*----------------------------------------------------------*
001330 FD  REVWORK.
001340 01  REVWORK-RECORD.
001350     05 REVWORK-DOCNBR           PIC  X(013).
001360     05 REVWORK-LINE             PIC  9(003).
001370     05 REVWORK-COMPANY          PIC  X(003).
001380     05 REVWORK-DATE             PIC  9(008).
001390     05 REVWORK-ACCOUNT          PIC  X(010).
001400     05 REVWORK-DEPT             PIC  X(010).
001410     05 REVWORK-DC               PIC  X(001).
001420     05 REVWORK-AMOUNT           PIC S9(013)V9(002) COMP-3.
001430     05 REVWORK-CURRENCY         PIC  X(003).
001440     05 REVWORK-FC-AMOUNT        PIC S9(013)V9(002) COMP-3.
001450     05 REVWORK-SOURCE           PIC  X(010).
001460     05 REVWORK-REFERENCE        PIC  X(030).
001470     05 REVWORK-REVERSE          PIC  X(001).
001480     05 REVWORK-USER             PIC  X(010).
001490     05 REVWORK-TIMESTAMP        PIC  X(026).
001500*----------------------------------------------------------*
001510* REVERSAL LINKS - ONE ROW PER DOCUMENT ON EITHER END.      *
001520* O = AN ORIGINAL, LINKED TO ITS REVERSAL; M = A REVERSAL   *
001530* (MIRROR), LINKED TO ITS ORIGINAL.  A DOCUMENT ON FILE     *
001540* EITHER WAY IS NOT REVERSED AGAIN                          *
001550*----------------------------------------------------------*
001560 FD  REVLINK.
001570 01  REVLINK-RECORD.
001580     05 REVLINK-DOCNBR           PIC  X(013).
001590     05 REVLINK-KIND             PIC  X(001).
001600        88 REVLINK-ORIGINAL                      VALUE 'O'.
001610        88 REVLINK-MIRROR                         VALUE 'M'.
001620     05 REVLINK-LINKED           PIC  X(013).
001630     05 REVLINK-COMPANY          PIC  X(003).
001640     05 REVLINK-PERIOD           PIC  9(006).
001650     05 REVLINK-REV-DATE         PIC  9(008).
001660     05 REVLINK-USER             PIC  X(010).
001670     05 REVLINK-TIMESTAMP        PIC  X(026).
001680 FD  NBRASGN.
001690 01  NBRASGN-RECORD.
001700     05 NBRASGN-SERIES           PIC  X(010).
001710     05 NBRASGN-PREFIX           PIC  X(004).
001720     05 NBRASGN-NEXTNBR          PIC  9(009).
001730     05 NBRASGN-ROLLOVER         PIC  9(009).
001740 FD  NBRLOG.
001750 01  NBRLOG-RECORD.
001760     05 NBRLOG-SERIES            PIC  X(010).
001770     05 NBRLOG-NBR               PIC  9(009).
001780     05 NBRLOG-TIMESTAMP         PIC  X(026).
001790     05 NBRLOG-USER              PIC  X(010).
001800     05 NBRLOG-PGM               PIC  X(010).
001810 FD  REVRPT.
001820 01  REVRPT-LINE                 PIC  X(080).
001830 WORKING-STORAGE SECTION.
001840 77  AR-FS-CLOSEREQ              PIC  X(002).
001850 77  AR-FS-CLOSESTAT             PIC  X(002).
001860 77  AR-FS-BUSDATE               PIC  X(002).
001870 77  AR-FS-HOLCAL                PIC  X(002).
001880 77  AR-FS-POSTSTG               PIC  X(002).
001890 77  AR-FS-REVWORK               PIC  X(002).
001900 77  AR-FS-REVLINK               PIC  X(002).
001910 77  AR-FS-NBRASGN               PIC  X(002).
001920 77  AR-FS-NBRLOG                PIC  X(002).
001930 77  AR-FS-REVRPT                PIC  X(002).
001940 77  AR-EOF-SW                   PIC  X(001)     VALUE 'N'.
001950     88 AR-AT-EOF                                VALUE 'Y'.
001960 77  AR-REFUSE-SW                PIC  X(001)     VALUE 'N'.
001970     88 AR-REFUSED                               VALUE 'Y'.
001980     88 AR-NOT-REFUSED                            VALUE 'N'.
001990 77  AR-TARGET-SW                PIC  X(001)     VALUE 'N'.
002000     88 AR-TARGET-CLOSED                         VALUE 'Y'.
002010     88 AR-TARGET-OPEN                            VALUE 'N'.
002020 77  AR-WORKDAY-SW               PIC  X(001).
002030     88 AR-IS-WORKDAY                            VALUE 'Y'.
002040     88 AR-NOT-WORKDAY                            VALUE 'N'.
002050 77  AR-SELECTED                 PIC S9(007) COMP-3 VALUE 0.
002060 77  AR-REVERSED                 PIC S9(007) COMP-3 VALUE 0.
002070 77  AR-FAILED                   PIC S9(007) COMP-3 VALUE 0.
002080 77  AR-ALREADY                  PIC S9(007) COMP-3 VALUE 0.
002090 77  AR-REVERSED-AMT             PIC S9(013)V9(002) COMP-3
002100                                                 VALUE 0.
002110 77  AR-DOC-AMT                  PIC S9(013)V9(002) COMP-3.
002120 77  AR-I                        PIC S9(004) COMP-3.
002130 77  AR-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
002140 77  AR-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
002150 77  AR-MONTH-LEN                PIC S9(003) COMP-3.
002160 77  AR-R4                       PIC S9(003) COMP-3.
002170 77  AR-R100                     PIC S9(003) COMP-3.
002180 77  AR-R400                     PIC S9(003) COMP-3.
002190 77  AR-Q                        PIC S9(005) COMP-3.
002200 01  AR-REQ-COMPANY              PIC  X(003).
002210 01  AR-REQ-PERIOD               PIC  9(006).
002220 01  AR-REQ-USER                 PIC  X(010).
002230 01  AR-LOC                      PIC  X(010).
002240 01  AR-REFUSE-TEXT              PIC  X(060).
002250 01  AR-FAIL-TEXT                PIC  X(043).
002260 01  AR-TODAY-DATE.
002270     05 AR-TODAY-YY              PIC  9(004).
002280     05 AR-TODAY-MM              PIC  9(002).
002290     05 AR-TODAY-DD              PIC  9(002).
002300 01  AR-NOW-TIME.
002310     05 AR-NOW-HH                PIC  9(002).
002320     05 AR-NOW-MIN               PIC  9(002).
002330     05 AR-NOW-SS                PIC  9(002).
002340     05 AR-NOW-HS                PIC  9(002).
002350 01  AR-NOW-TS                   PIC  X(026).
002360*----------------------------------------------------------*
002370* THE REVERSAL DATE - FIRST BUSINESS DAY OF THE PERIOD      *
002380* AFTER THE ONE CLOSED                                      *
002390*----------------------------------------------------------*
002400 01  AR-REV-DATE.
002410     05 AR-REV-YY                PIC  9(004).
002420     05 AR-REV-MM                PIC  9(002).
002430     05 AR-REV-DD                PIC  9(002).
002440 01  AR-REV-N REDEFINES AR-REV-DATE
002450                                 PIC  9(008).
002460 01  AR-REV-PERIOD               PIC  9(006).
002470 01  AR-MONTH-DAYS-INIT.
002480     05 FILLER                   PIC S9(003) VALUE 31.
002490     05 FILLER                   PIC S9(003) VALUE 28.
002500     05 FILLER                   PIC S9(003) VALUE 31.
002510     05 FILLER                   PIC S9(003) VALUE 30.
002520     05 FILLER                   PIC S9(003) VALUE 31.
002530     05 FILLER                   PIC S9(003) VALUE 30.
002540     05 FILLER                   PIC S9(003) VALUE 31.
002550     05 FILLER                   PIC S9(003) VALUE 31.
002560     05 FILLER                   PIC S9(003) VALUE 30.
002570     05 FILLER                   PIC S9(003) VALUE 31.
002580     05 FILLER                   PIC S9(003) VALUE 30.
002590     05 FILLER                   PIC S9(003) VALUE 31.
002600 01  AR-MONTH-DAYS REDEFINES AR-MONTH-DAYS-INIT.
002610     05 AR-MONTH-DAY OCCURS 12   PIC S9(003).
002620*----------------------------------------------------------*
002630* DAY-NUMBER AND HOLIDAY WORK FIELDS - THE BDROLL SET       *
002640*----------------------------------------------------------*
002650 01  AR-DTON-DATE.
002660     05 AR-DTON-YY               PIC  9(004).
002670     05 AR-DTON-MM               PIC  9(002).
002680     05 AR-DTON-DD               PIC  9(002).
002690 01  AR-DTON-DW.
002700     05 AR-DW-YY                 PIC S9(005) COMP-3.
002710     05 AR-DW-MM                 PIC S9(003) COMP-3.
002720     05 AR-DW-DD                 PIC S9(003) COMP-3.
002730 77  AR-DTON-D                   PIC S9(003) COMP-3.
002740 77  AR-DTON-L4                  PIC S9(005) COMP-3.
002750 77  AR-DTON-L100                PIC S9(005) COMP-3.
002760 77  AR-DTON-L400                PIC S9(005) COMP-3.
002770 77  AR-DTON-NUM                 PIC S9(009) COMP-3.
002780 77  AR-WD-TMP                   PIC S9(009) COMP-3.
002790 77  AR-WD-Q                     PIC S9(009) COMP-3.
002800 77  AR-WD                       PIC S9(003) COMP-3.
002810 77  AR-CHK-NUM                  PIC S9(009) COMP-3.
002820 01  AR-HOL-TABLE.
002830     05 AR-HOL-ENTRY OCCURS 60.
002840        10 AR-HOL-NUM            PIC S9(009) COMP-3.
002850        10 AR-HOL-LOC            PIC  X(010).
002860*----------------------------------------------------------*
002870* THE LINES OF THE DOCUMENT BEING REVERSED                  *
002880*----------------------------------------------------------*
002890 77  AR-LN-COUNT                 PIC S9(003) COMP-3 VALUE 0.
002900 77  AR-LN-MAX                   PIC S9(003) COMP-3 VALUE 99.
002910 77  AR-LN-OVERFLOW-SW           PIC  X(001).
002920     88 AR-LN-OVERFLOW                           VALUE 'Y'.
002930 01  AR-DOC-DOCNBR               PIC  X(013).
002940 01  AR-DOC-DATE                 PIC  9(008).
002950 01  AR-DOC-REFERENCE            PIC  X(030).
002960 01  AR-LN-TABLE.
002970     05 AR-LN-ENTRY OCCURS 99.
002980        10 AR-LN-ACCOUNT         PIC  X(010).
002990        10 AR-LN-DEPT            PIC  X(010).
003000        10 AR-LN-DC              PIC  X(001).
003010        10 AR-LN-AMOUNT          PIC S9(013)V9(002) COMP-3.
003020        10 AR-LN-CURRENCY        PIC  X(003).
003030        10 AR-LN-FC-AMOUNT       PIC S9(013)V9(002) COMP-3.
003040*----------------------------------------------------------*
003050* GX-NBRA - THE GXFNBRA DOCUMENT-NUMBER WORK FIELDS         *
003060*----------------------------------------------------------*
003070 01  GX-NBRA-SERIES              PIC  X(010).
003080 01  GX-NBRA-NBR                 PIC  9(009).
003090 01  GX-NBRA-NBR-A               PIC  9(009).
003100 01  GX-NBRA-FULL                PIC  X(013).
003110 77  GX-NBRA-TRIES               PIC S9(004) COMP-3.
003120 77  GX-LOCK-MAX                 PIC S9(004) COMP-3 VALUE 10.
003130 01  GX-NBRA-RESULT-SW           PIC S9(001) COMP-3.
003140     88 GX-NBRA-OK                               VALUE 0.
003150     88 GX-NBRA-FAILED                            VALUE 1.
003160 01  GX-NBRA-DONE-SW             PIC S9(001) COMP-3.
003170     88 GX-NBRA-DONE                             VALUE 1.
003180     88 GX-NBRA-NOT-DONE                          VALUE 0.
003190 01  AR-TITLE-LINE.
003200     05 FILLER                   PIC  X(030)
003210                VALUE 'ACCRUAL REVERSAL REGISTER     '.
003220     05 AR-TTL-COMPANY           PIC  X(003).
003230     05 FILLER                   PIC  X(001) VALUE '/'.
003240     05 AR-TTL-PERIOD            PIC  9(006).
003250     05 FILLER                   PIC  X(004) VALUE ' ON '.
003260     05 AR-TTL-REV-DATE          PIC  9(008).
003270     05 FILLER                   PIC  X(002) VALUE SPACES.
003280 01  AR-COLS-LINE.
003290     05 FILLER                   PIC  X(023) VALUE
003300                                       'ORIGINAL      DATE'.
003310     05 FILLER                   PIC  X(014) VALUE
003320                                       '        AMOUNT'.
003330     05 FILLER                   PIC  X(043) VALUE ' RESULT'.
003340 01  AR-DTL-LINE.
003350     05 AR-DTL-DOC               PIC  X(013).
003360     05 FILLER                   PIC  X(001) VALUE SPACES.
003370     05 AR-DTL-DATE              PIC  9(008).
003380     05 FILLER                   PIC  X(001) VALUE SPACES.
003390     05 AR-DTL-AMT               PIC ZZZZZZZZ9.99-.
003400     05 FILLER                   PIC  X(001) VALUE SPACES.
003410     05 AR-DTL-RESULT            PIC  X(043).
003420 01  AR-SUM-LINE.
003430     05 AR-SUM-LABEL             PIC  X(040).
003440     05 FILLER                   PIC  X(027) VALUE SPACES.
003450     05 AR-SUM-AMT               PIC ZZZZZZZZ9.99-.
003460 01  AR-CNT-LINE.
003470     05 AR-CNT-LABEL             PIC  X(040).
003480     05 FILLER                   PIC  X(031) VALUE SPACES.
003490     05 AR-CNT-VALUE             PIC ZZZ,ZZ9.
003500     05 FILLER                   PIC  X(002) VALUE SPACES.
003510*----------------------------------------------------------*
003520* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
003530* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
003540*----------------------------------------------------------*
003550 01  RW-CTL.
003560     05 RW-FUNC                  PIC  X(001).
003570     05 RW-TITLE                 PIC  X(050).
003580     05 RW-TITLE-ID              PIC  X(010).
003590     05 RW-LANG                  PIC  X(003).
003600     05 RW-COLS                  PIC  X(080).
003610     05 RW-LINE                  PIC  X(080).
003620     05 RW-PAGE-SIZE             PIC  9(003).
003630 01  RW-OUT.
003640     05 RW-OUT-COUNT             PIC  9(001).
003650     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003660 77  RW-X                        PIC S9(003) COMP-3.
003662 77  AR-SCOPE-SW                 PIC  X(001)     VALUE 'Y'.
003664     88 AR-IN-SCOPE                              VALUE 'Y'.
003666     88 AR-OUT-OF-SCOPE                           VALUE 'N'.
003670 PROCEDURE DIVISION.
003680 0000-MAINLINE.
003690     PERFORM 1000-INITIALIZE
003700         THRU 1000-INITIALIZE-EXIT
003710     IF AR-NOT-REFUSED
003720        PERFORM 2000-SELECT-FLAGGED
003730            THRU 2000-SELECT-FLAGGED-EXIT
003740        PERFORM 3000-REVERSE-DOCUMENTS
003750            THRU 3000-REVERSE-DOCUMENTS-EXIT
003760     END-IF
003770     PERFORM 6000-PRINT-SUMMARY
003780         THRU 6000-PRINT-SUMMARY-EXIT
003790     PERFORM 9000-TERMINATE
003800         THRU 9000-TERMINATE-EXIT
003810     GO TO 9999-EXIT.
003820*----------------------------------------------------------*
003830* 1000-INITIALIZE - THE CLOSE REQUEST, THE COMPANY          *
003840*                   CALENDAR AND THE REVERSAL DATE          *
003850*----------------------------------------------------------*
003860 1000-INITIALIZE.
003870     OPEN INPUT  CLOSEREQ
003880     OPEN INPUT  CLOSESTAT
003890     OPEN INPUT  BUSDATE
003900     OPEN INPUT  HOLCAL
003910     OPEN OUTPUT REVRPT
003920     ACCEPT AR-TODAY-DATE FROM DATE YYYYMMDD
003930     ACCEPT AR-NOW-TIME   FROM TIME
003940     MOVE SPACES TO AR-NOW-TS
003950     STRING AR-TODAY-YY '-' AR-TODAY-MM '-' AR-TODAY-DD '-'
003960            AR-NOW-HH '.' AR-NOW-MIN '.' AR-NOW-SS '.000000'
003970            DELIMITED BY SIZE INTO AR-NOW-TS
003980     MOVE SPACES TO CLOSEREQ-RECORD
003990     MOVE 0      TO CLOSEREQ-PERIOD
004000     READ CLOSEREQ
004010         AT END
004020            CONTINUE
004030     END-READ
004040     MOVE CLOSEREQ-COMPANY TO AR-REQ-COMPANY
004050     MOVE CLOSEREQ-PERIOD  TO AR-REQ-PERIOD
004060     MOVE CLOSEREQ-USER    TO AR-REQ-USER
004070     PERFORM 1100-LOAD-CALENDAR
004080         THRU 1100-LOAD-CALENDAR-EXIT
004090     PERFORM 1200-SET-REVERSAL-DATE
004100         THRU 1200-SET-REVERSAL-DATE-EXIT
004110     IF AR-NOT-REFUSED
004120        PERFORM 1300-CHECK-PERIODS
004130            THRU 1300-CHECK-PERIODS-EXIT
004140     END-IF
004150     MOVE AR-REQ-COMPANY TO AR-TTL-COMPANY
004160     MOVE AR-REQ-PERIOD  TO AR-TTL-PERIOD
004170     MOVE AR-REV-N       TO AR-TTL-REV-DATE
004180     MOVE AR-TITLE-LINE  TO RW-TITLE
004190     MOVE 'REVRPT'       TO RW-TITLE-ID
004200     MOVE SPACES         TO RW-LANG
004210     MOVE AR-COLS-LINE   TO RW-COLS
004220     MOVE 60  TO RW-PAGE-SIZE
004221     MOVE SPACES TO RW-LINE
004222     MOVE AR-REQ-USER TO RW-LINE (1:10)
004223     MOVE 'S' TO RW-FUNC
004224     PERFORM 8900-RW-PUT
004225         THRU 8900-RW-PUT-EXIT
004230     MOVE 'I' TO RW-FUNC
004240     PERFORM 8900-RW-PUT
004250         THRU 8900-RW-PUT-EXIT
004251     MOVE SPACES TO RW-LINE
004252     MOVE AR-REQ-COMPANY TO RW-LINE (1:3)
004253     MOVE 'K' TO RW-FUNC
004254     PERFORM 8900-RW-PUT
004255         THRU 8900-RW-PUT-EXIT
004256     IF RW-OUT-LINE (1) = 'N'
004257        MOVE SPACES TO RW-LINE
004258        STRING '** COMPANY ' AR-REQ-COMPANY
004259               ' IS OUTSIDE THE DATA SCOPE - NO DETAIL'
004260               ' PRINTED'
004261               DELIMITED BY SIZE INTO RW-LINE
004262        MOVE 'D' TO RW-FUNC
004263        PERFORM 8900-RW-PUT
004264            THRU 8900-RW-PUT-EXIT
004265        SET AR-OUT-OF-SCOPE TO TRUE
004266     END-IF.
004267 1000-INITIALIZE-EXIT.
004270     EXIT.
004280*----------------------------------------------------------*
004290* 1100-LOAD-CALENDAR - THE COMPANY'S BUSDATE LOCATION (THE  *
004300*                      INSTALLATION ROW WHEN IT HAS NONE)   *
004310*                      AND THE HOLCAL HOLIDAYS               *
004320*----------------------------------------------------------*
004330 1100-LOAD-CALENDAR.
004340     MOVE SPACES TO AR-LOC
004350     IF AR-FS-BUSDATE = '00'
004360        MOVE AR-REQ-COMPANY TO BUSDATE-COMPANY
004370        READ BUSDATE
004380            INVALID KEY
004390               MOVE SPACES TO BUSDATE-COMPANY
004400               READ BUSDATE
004410                   INVALID KEY
004420                      MOVE SPACES TO BUSDATE-LOC
004430               END-READ
004440        END-READ
004450        MOVE BUSDATE-LOC TO AR-LOC
004460     END-IF
004470     MOVE 'N' TO AR-EOF-SW
004480     PERFORM 1110-READ-HOLCAL
004490         THRU 1110-READ-HOLCAL-EXIT
004500     PERFORM 1120-STORE-HOLIDAY
004510         THRU 1120-STORE-HOLIDAY-EXIT
004520         UNTIL AR-AT-EOF.
004530 1100-LOAD-CALENDAR-EXIT.
004540     EXIT.
004550 1110-READ-HOLCAL.
004560     READ HOLCAL
004570         AT END
004580            SET AR-AT-EOF TO TRUE
004590     END-READ.
004600 1110-READ-HOLCAL-EXIT.
004610     EXIT.
004620 1120-STORE-HOLIDAY.
004630     IF AR-HOL-COUNT < AR-MAX-HOLS
004640        MOVE HOLCAL-DATE TO AR-DTON-DATE
004650        PERFORM 8000-DATE-TO-DAYNUM
004660            THRU 8000-DATE-TO-DAYNUM-EXIT
004670        ADD 1 TO AR-HOL-COUNT
004680        MOVE AR-DTON-NUM TO AR-HOL-NUM (AR-HOL-COUNT)
004690        MOVE HOLCAL-LOC  TO AR-HOL-LOC (AR-HOL-COUNT)
004700     END-IF
004710     PERFORM 1110-READ-HOLCAL
004720         THRU 1110-READ-HOLCAL-EXIT.
004730 1120-STORE-HOLIDAY-EXIT.
004740     EXIT.
004750*----------------------------------------------------------*
004760* 1200-SET-REVERSAL-DATE - FIRST WORKDAY OF THE MONTH AFTER *
004770*                          THE CLOSED PERIOD                *
004780*----------------------------------------------------------*
004790 1200-SET-REVERSAL-DATE.
004800     MOVE 0 TO AR-REV-N
004810     MOVE AR-REQ-PERIOD (1:4) TO AR-REV-YY
004820     MOVE AR-REQ-PERIOD (5:2) TO AR-REV-MM
004830     IF AR-REV-MM < 1 OR AR-REV-MM > 12
004840        SET AR-REFUSED TO TRUE
004850        MOVE 'CLOSE REQUEST CARRIES NO VALID PERIOD'
004860          TO AR-REFUSE-TEXT
004870        MOVE 0 TO AR-REV-N
004880        GO TO 1200-SET-REVERSAL-DATE-EXIT
004890     END-IF
004900     IF AR-REV-MM = 12
004910        MOVE 1 TO AR-REV-MM
004920        ADD 1 TO AR-REV-YY
004930     ELSE
004940        ADD 1 TO AR-REV-MM
004950     END-IF
004960     MOVE AR-MONTH-DAY (AR-REV-MM) TO AR-MONTH-LEN
004970     IF AR-REV-MM = 2
004980        DIVIDE AR-REV-YY BY 4   GIVING AR-Q REMAINDER AR-R4
004990        DIVIDE AR-REV-YY BY 100 GIVING AR-Q REMAINDER AR-R100
005000        DIVIDE AR-REV-YY BY 400 GIVING AR-Q REMAINDER AR-R400
005010        IF (AR-R4 = 0 AND AR-R100 NOT = 0) OR AR-R400 = 0
005020           MOVE 29 TO AR-MONTH-LEN
005030        END-IF
005040     END-IF
005050     MOVE 1 TO AR-REV-DD
005060     PERFORM 8100-CHECK-REV-DATE
005070         THRU 8100-CHECK-REV-DATE-EXIT
005080     PERFORM UNTIL AR-IS-WORKDAY OR
005090                   AR-REV-DD NOT LESS AR-MONTH-LEN
005100        ADD 1 TO AR-REV-DD
005110        PERFORM 8100-CHECK-REV-DATE
005120            THRU 8100-CHECK-REV-DATE-EXIT
005130     END-PERFORM
005140     MOVE AR-REV-N (1:6) TO AR-REV-PERIOD.
005150 1200-SET-REVERSAL-DATE-EXIT.
005160     EXIT.
005170*----------------------------------------------------------*
005180* 1300-CHECK-PERIODS - NOTHING IS REVERSED UNTIL CLOSECHK   *
005190*                      HAS CLOSED THE PERIOD; A CLOSED      *
005200*                      TARGET PERIOD FAILS EVERY REVERSAL   *
005210*----------------------------------------------------------*
005220 1300-CHECK-PERIODS.
005230     MOVE AR-REQ-COMPANY TO CLOSESTAT-COMPANY
005240     MOVE AR-REQ-PERIOD  TO CLOSESTAT-PERIOD
005250     READ CLOSESTAT
005260         INVALID KEY
005270            SET AR-REFUSED TO TRUE
005280         NOT INVALID KEY
005290            IF NOT CLOSESTAT-CLOSED
005300               SET AR-REFUSED TO TRUE
005310            END-IF
005320     END-READ
005330     IF AR-REFUSED
005340        MOVE 'PERIOD IS NOT CLOSED - NOTHING REVERSED'
005350          TO AR-REFUSE-TEXT
005360        GO TO 1300-CHECK-PERIODS-EXIT
005370     END-IF
005380     MOVE AR-REQ-COMPANY TO CLOSESTAT-COMPANY
005390     MOVE AR-REV-PERIOD  TO CLOSESTAT-PERIOD
005400     READ CLOSESTAT
005410         INVALID KEY
005420            CONTINUE
005430         NOT INVALID KEY
005440            IF CLOSESTAT-CLOSED
005450               SET AR-TARGET-CLOSED TO TRUE
005460            END-IF
005470     END-READ.
005480 1300-CHECK-PERIODS-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 2000-SELECT-FLAGGED - THE COMPANY'S FLAGGED LINES DATED   *
005520*                       IN THE CLOSED PERIOD, ONTO REVWORK  *
005530*----------------------------------------------------------*
005540 2000-SELECT-FLAGGED.
005550     OPEN INPUT  POSTSTG
005560     OPEN OUTPUT REVWORK
005570     MOVE 'N' TO AR-EOF-SW
005580     PERFORM 2100-SELECT-ONE
005590         THRU 2100-SELECT-ONE-EXIT
005600         UNTIL AR-AT-EOF
005610     CLOSE POSTSTG
005620     CLOSE REVWORK.
005630 2000-SELECT-FLAGGED-EXIT.
005640     EXIT.
005650 2100-SELECT-ONE.
005660     READ POSTSTG
005670         AT END
005680            SET AR-AT-EOF TO TRUE
005690            GO TO 2100-SELECT-ONE-EXIT
005700     END-READ
005710     IF POSTSTG-COMPANY = AR-REQ-COMPANY AND
005720        POSTSTG-DATE (1:6) = AR-REQ-PERIOD AND
005730        POSTSTG-REVERSE = 'Y'
005740        WRITE REVWORK-RECORD FROM POSTSTG-RECORD
005750     END-IF.
005760 2100-SELECT-ONE-EXIT.
005770     EXIT.
005780*----------------------------------------------------------*
005790* 3000-REVERSE-DOCUMENTS - THE SET-ASIDE LINES A DOCUMENT   *
005800*                          AT A TIME; EACH REVERSAL GOES    *
005810*                          ONTO POSTSTG                     *
005820*----------------------------------------------------------*
005830 3000-REVERSE-DOCUMENTS.
005840     OPEN INPUT  REVWORK
005850     OPEN I-O    REVLINK
005860     OPEN I-O    NBRASGN
005870     OPEN EXTEND NBRLOG
005880     OPEN EXTEND POSTSTG
005890     MOVE 'N' TO AR-EOF-SW
005900     MOVE 0   TO AR-LN-COUNT
005910     MOVE SPACES TO AR-DOC-DOCNBR
005920     PERFORM 3100-READ-LINE
005930         THRU 3100-READ-LINE-EXIT
005940         UNTIL AR-AT-EOF
005950     IF AR-LN-COUNT > 0
005960        PERFORM 3200-REVERSE-ONE
005970            THRU 3200-REVERSE-ONE-EXIT
005980     END-IF
005990     CLOSE REVWORK
006000     CLOSE REVLINK
006010     CLOSE NBRASGN
006020     CLOSE NBRLOG
006030     CLOSE POSTSTG.
006040 3000-REVERSE-DOCUMENTS-EXIT.
006050     EXIT.
006060 3100-READ-LINE.
006070     READ REVWORK
006080         AT END
006090            SET AR-AT-EOF TO TRUE
006100            GO TO 3100-READ-LINE-EXIT
006110     END-READ
006120     IF REVWORK-DOCNBR NOT = AR-DOC-DOCNBR
006130        IF AR-LN-COUNT > 0
006140           PERFORM 3200-REVERSE-ONE
006150               THRU 3200-REVERSE-ONE-EXIT
006160        END-IF
006170        MOVE 0                 TO AR-LN-COUNT
006180        MOVE 'N'               TO AR-LN-OVERFLOW-SW
006190        MOVE REVWORK-DOCNBR    TO AR-DOC-DOCNBR
006200        MOVE REVWORK-DATE      TO AR-DOC-DATE
006210        MOVE REVWORK-REFERENCE TO AR-DOC-REFERENCE
006220        ADD 1 TO AR-SELECTED
006230     END-IF
006240     IF AR-LN-COUNT NOT LESS AR-LN-MAX
006250        SET AR-LN-OVERFLOW TO TRUE
006260        GO TO 3100-READ-LINE-EXIT
006270     END-IF
006280     ADD 1 TO AR-LN-COUNT
006290     MOVE REVWORK-ACCOUNT   TO AR-LN-ACCOUNT (AR-LN-COUNT)
006300     MOVE REVWORK-DEPT      TO AR-LN-DEPT (AR-LN-COUNT)
006310     MOVE REVWORK-DC        TO AR-LN-DC (AR-LN-COUNT)
006320     MOVE REVWORK-AMOUNT    TO AR-LN-AMOUNT (AR-LN-COUNT)
006330     MOVE REVWORK-CURRENCY  TO AR-LN-CURRENCY (AR-LN-COUNT)
006340     MOVE REVWORK-FC-AMOUNT TO AR-LN-FC-AMOUNT (AR-LN-COUNT).
006350 3100-READ-LINE-EXIT.
006360     EXIT.
006370*----------------------------------------------------------*
006380* 3200-REVERSE-ONE - A DOCUMENT ALREADY ON REVLINK (AS AN   *
006390*                    ORIGINAL OR AS A REVERSAL) IS LEFT     *
006400*                    ALONE; OTHERWISE THE MIRROR IS STAGED  *
006410*                    UNDER A NEW NUMBER AND BOTH ENDS ARE   *
006420*                    LINKED                                 *
006430*----------------------------------------------------------*
006440 3200-REVERSE-ONE.
006450     MOVE AR-DOC-DOCNBR TO AR-DTL-DOC
006460     MOVE AR-DOC-DATE   TO AR-DTL-DATE
006470     MOVE 0 TO AR-DOC-AMT
006480     PERFORM VARYING AR-I FROM 1 BY 1
006490             UNTIL AR-I > AR-LN-COUNT
006500        IF AR-LN-DC (AR-I) = 'D'
006510           ADD AR-LN-AMOUNT (AR-I) TO AR-DOC-AMT
006520        END-IF
006530     END-PERFORM
006540     MOVE AR-DOC-AMT TO AR-DTL-AMT
006550     MOVE AR-DOC-DOCNBR TO REVLINK-DOCNBR
006560     READ REVLINK
006570         INVALID KEY
006580            CONTINUE
006590         NOT INVALID KEY
006600            ADD 1 TO AR-ALREADY
006610            GO TO 3200-REVERSE-ONE-EXIT
006620     END-READ
006630     MOVE SPACES TO AR-FAIL-TEXT
006640     EVALUATE TRUE
006650        WHEN AR-TARGET-CLOSED
006660           STRING 'FAILED - TARGET PERIOD ' AR-REV-PERIOD
006670                  ' IS CLOSED' DELIMITED BY SIZE INTO AR-FAIL-TEXT
006680        WHEN AR-LN-OVERFLOW
006690           MOVE 'FAILED - DOCUMENT HAS MORE THAN 99 LINES'
006700             TO AR-FAIL-TEXT
006710     END-EVALUATE
006720     IF AR-FAIL-TEXT = SPACES
006730        MOVE 'ACCRREV' TO GX-NBRA-SERIES
006740        PERFORM GX-GETNBR
006750            THRU GX-GETNBR-EXIT
006760        IF GX-NBRA-FAILED
006770           MOVE 'FAILED - NO NUMBER FROM THE ACCRREV SERIES'
006780             TO AR-FAIL-TEXT
006790        END-IF
006800     END-IF
006810     IF AR-FAIL-TEXT NOT = SPACES
006820        ADD 1 TO AR-FAILED
006830        MOVE AR-FAIL-TEXT TO AR-DTL-RESULT
006840        MOVE AR-DTL-LINE TO RW-LINE
006850        MOVE 'D' TO RW-FUNC
006860        PERFORM 8900-RW-PUT
006870            THRU 8900-RW-PUT-EXIT
006880        GO TO 3200-REVERSE-ONE-EXIT
006890     END-IF
006900     PERFORM 3300-STAGE-MIRROR
006910         THRU 3300-STAGE-MIRROR-EXIT
006920     MOVE SPACES TO REVLINK-RECORD
006930     MOVE AR-DOC-DOCNBR  TO REVLINK-DOCNBR
006940     SET REVLINK-ORIGINAL TO TRUE
006950     MOVE GX-NBRA-FULL   TO REVLINK-LINKED
006960     MOVE AR-REQ-COMPANY TO REVLINK-COMPANY
006970     MOVE AR-REQ-PERIOD  TO REVLINK-PERIOD
006980     MOVE AR-REV-N       TO REVLINK-REV-DATE
006990     MOVE AR-REQ-USER    TO REVLINK-USER
007000     MOVE AR-NOW-TS      TO REVLINK-TIMESTAMP
007010     WRITE REVLINK-RECORD
007020     MOVE GX-NBRA-FULL   TO REVLINK-DOCNBR
007030     SET REVLINK-MIRROR  TO TRUE
007040     MOVE AR-DOC-DOCNBR  TO REVLINK-LINKED
007050     WRITE REVLINK-RECORD
007060     ADD 1 TO AR-REVERSED
007070     ADD AR-DOC-AMT TO AR-REVERSED-AMT
007080     MOVE SPACES TO AR-DTL-RESULT
007090     STRING 'REVERSED BY ' GX-NBRA-FULL
007100            DELIMITED BY SIZE INTO AR-DTL-RESULT
007110     MOVE AR-DTL-LINE TO RW-LINE
007120     MOVE 'D' TO RW-FUNC
007130     PERFORM 8900-RW-PUT
007140         THRU 8900-RW-PUT-EXIT.
007150 3200-REVERSE-ONE-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 3300-STAGE-MIRROR - SAME LINES, DEBIT AND CREDIT SWAPPED, *
007190*                     DATED ON THE REVERSAL DATE            *
007200*----------------------------------------------------------*
007210 3300-STAGE-MIRROR.
007220     PERFORM VARYING AR-I FROM 1 BY 1
007230             UNTIL AR-I > AR-LN-COUNT
007240        MOVE SPACES                TO POSTSTG-RECORD
007250        MOVE GX-NBRA-FULL          TO POSTSTG-DOCNBR
007260        MOVE AR-I                  TO POSTSTG-LINE
007270        MOVE AR-REQ-COMPANY        TO POSTSTG-COMPANY
007280        MOVE AR-REV-N              TO POSTSTG-DATE
007290        MOVE AR-LN-ACCOUNT (AR-I)  TO POSTSTG-ACCOUNT
007300        MOVE AR-LN-DEPT (AR-I)     TO POSTSTG-DEPT
007310        IF AR-LN-DC (AR-I) = 'D'
007320           MOVE 'C'                TO POSTSTG-DC
007330        ELSE
007340           MOVE 'D'                TO POSTSTG-DC
007350        END-IF
007360        MOVE AR-LN-AMOUNT (AR-I)   TO POSTSTG-AMOUNT
007370        MOVE AR-LN-CURRENCY (AR-I) TO POSTSTG-CURRENCY
007380        MOVE AR-LN-FC-AMOUNT (AR-I) TO POSTSTG-FC-AMOUNT
007390        MOVE 'ACCRREV'             TO POSTSTG-SOURCE
007400        STRING 'REVERSAL OF ' AR-DOC-DOCNBR
007410               DELIMITED BY SIZE INTO POSTSTG-REFERENCE
007420        MOVE 'N'                   TO POSTSTG-REVERSE
007430        MOVE AR-REQ-USER           TO POSTSTG-USER
007440        MOVE AR-NOW-TS             TO POSTSTG-TIMESTAMP
007450        WRITE POSTSTG-RECORD
007460     END-PERFORM.
007470 3300-STAGE-MIRROR-EXIT.
007480     EXIT.
007490*----------------------------------------------------------*
007500* 6000-PRINT-SUMMARY - WHAT WAS REVERSED AND WHAT FAILED -  *
007510*                      OR WHY NOTHING WAS LOOKED AT         *
007520*----------------------------------------------------------*
007530 6000-PRINT-SUMMARY.
007540     IF AR-REFUSED
007550        MOVE SPACES TO RW-LINE
007560        STRING '** NO REVERSALS - ' AR-REFUSE-TEXT
007570               DELIMITED BY SIZE INTO RW-LINE
007580        MOVE 'D' TO RW-FUNC
007590        PERFORM 8900-RW-PUT
007600            THRU 8900-RW-PUT-EXIT
007610        GO TO 6000-PRINT-SUMMARY-EXIT
007620     END-IF
007630     MOVE SPACES TO RW-LINE
007640     MOVE 'D' TO RW-FUNC
007650     PERFORM 8900-RW-PUT
007660         THRU 8900-RW-PUT-EXIT
007670     MOVE 'FLAGGED DOCUMENTS IN THE PERIOD'  TO AR-CNT-LABEL
007680     MOVE AR-SELECTED                        TO AR-CNT-VALUE
007690     PERFORM 6100-PUT-COUNT
007700         THRU 6100-PUT-COUNT-EXIT
007710     MOVE 'REVERSALS MADE'                   TO AR-CNT-LABEL
007720     MOVE AR-REVERSED                        TO AR-CNT-VALUE
007730     PERFORM 6100-PUT-COUNT
007740         THRU 6100-PUT-COUNT-EXIT
007750     MOVE 'REVERSALS FAILED'                 TO AR-CNT-LABEL
007760     MOVE AR-FAILED                          TO AR-CNT-VALUE
007770     PERFORM 6100-PUT-COUNT
007780         THRU 6100-PUT-COUNT-EXIT
007790     MOVE 'ALREADY LINKED - NOT REVERSED AGAIN' TO AR-CNT-LABEL
007800     MOVE AR-ALREADY                         TO AR-CNT-VALUE
007810     PERFORM 6100-PUT-COUNT
007820         THRU 6100-PUT-COUNT-EXIT
007830     MOVE 'AMOUNT REVERSED'                  TO AR-SUM-LABEL
007840     MOVE AR-REVERSED-AMT                    TO AR-SUM-AMT
007850     MOVE AR-SUM-LINE TO RW-LINE
007860     MOVE 'D' TO RW-FUNC
007870     PERFORM 8900-RW-PUT
007880         THRU 8900-RW-PUT-EXIT.
007890 6000-PRINT-SUMMARY-EXIT.
007900     EXIT.
007910 6100-PUT-COUNT.
007920     MOVE AR-CNT-LINE TO RW-LINE
007930     MOVE 'D' TO RW-FUNC
007940     PERFORM 8900-RW-PUT
007950         THRU 8900-RW-PUT-EXIT.
007960 6100-PUT-COUNT-EXIT.
007970     EXIT.
007980*----------------------------------------------------------*
007990* GX-GETNBR - NEXT NUMBER OF THE SERIES, THE GXFNBRA WAY:   *
008000*             THE SERIES ROW READ FOR UPDATE IS THE         *
008010*             SERIALIZER, A LOCKED ROW IS RETRIED UP TO     *
008020*             GX-LOCK-MAX TIMES, EVERY NUMBER HANDED OUT    *
008030*             GOES TO NBRLOG                                *
008040*----------------------------------------------------------*
008050 GX-GETNBR.
008060     SET GX-NBRA-OK TO TRUE
008070     MOVE 0 TO GX-NBRA-TRIES
008080     SET GX-NBRA-NOT-DONE TO TRUE
008090     PERFORM GX-NBRA-TRY-ONCE
008100         THRU GX-NBRA-TRY-ONCE-EXIT
008110         UNTIL GX-NBRA-DONE OR
008120               GX-NBRA-TRIES NOT LESS GX-LOCK-MAX
008130     IF GX-NBRA-NOT-DONE
008140        SET GX-NBRA-FAILED TO TRUE
008150     END-IF.
008160 GX-GETNBR-EXIT.
008170     EXIT.
008180 GX-NBRA-TRY-ONCE.
008190     ADD 1 TO GX-NBRA-TRIES
008200     MOVE GX-NBRA-SERIES TO NBRASGN-SERIES
008210     READ NBRASGN
008220         INVALID KEY
008230            SET GX-NBRA-FAILED TO TRUE
008240            SET GX-NBRA-DONE   TO TRUE
008250            GO TO GX-NBRA-TRY-ONCE-EXIT
008260     END-READ
008270     IF AR-FS-NBRASGN = '9D' OR AR-FS-NBRASGN = '92' OR
008280        AR-FS-NBRASGN = '90'
008290        GO TO GX-NBRA-TRY-ONCE-EXIT
008300     END-IF
008310     IF AR-FS-NBRASGN NOT = '00'
008320        SET GX-NBRA-FAILED TO TRUE
008330        SET GX-NBRA-DONE   TO TRUE
008340        GO TO GX-NBRA-TRY-ONCE-EXIT
008350     END-IF
008360     MOVE NBRASGN-NEXTNBR TO GX-NBRA-NBR
008370     COMPUTE NBRASGN-NEXTNBR = NBRASGN-NEXTNBR + 1
008380     IF NBRASGN-ROLLOVER GREATER 0 AND
008390        NBRASGN-NEXTNBR GREATER NBRASGN-ROLLOVER
008400        MOVE 1 TO NBRASGN-NEXTNBR
008410     END-IF
008420     REWRITE NBRASGN-RECORD
008430         INVALID KEY
008440            SET GX-NBRA-FAILED TO TRUE
008450            SET GX-NBRA-DONE   TO TRUE
008460            GO TO GX-NBRA-TRY-ONCE-EXIT
008470     END-REWRITE
008480     MOVE GX-NBRA-NBR TO GX-NBRA-NBR-A
008490     MOVE SPACES TO GX-NBRA-FULL
008500     STRING NBRASGN-PREFIX DELIMITED BY SPACE
008510            GX-NBRA-NBR-A  DELIMITED BY SIZE
008520            INTO GX-NBRA-FULL
008530     MOVE GX-NBRA-SERIES TO NBRLOG-SERIES
008540     MOVE GX-NBRA-NBR    TO NBRLOG-NBR
008550     MOVE AR-NOW-TS      TO NBRLOG-TIMESTAMP
008560     MOVE AR-REQ-USER    TO NBRLOG-USER
008570     MOVE 'ACCRREV'      TO NBRLOG-PGM
008580     WRITE NBRLOG-RECORD
008590     SET GX-NBRA-DONE TO TRUE.
008600 GX-NBRA-TRY-ONCE-EXIT.
008610     EXIT.
008620*----------------------------------------------------------*
008630* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
008640*----------------------------------------------------------*
008650 8000-DATE-TO-DAYNUM.
008660     MOVE AR-DTON-YY TO AR-DW-YY
008670     MOVE AR-DTON-MM TO AR-DW-MM
008680     MOVE AR-DTON-DD TO AR-DW-DD
008690     IF AR-DW-MM GREATER 2
008700        SUBTRACT 3 FROM AR-DW-MM
008710     ELSE
008720        ADD 9 TO AR-DW-MM
008730        SUBTRACT 1 FROM AR-DW-YY
008740     END-IF
008750     COMPUTE AR-DTON-D = ((153 * AR-DW-MM) + 2) / 5
008760     COMPUTE AR-DTON-L4 = AR-DW-YY / 4
008770     COMPUTE AR-DTON-L100 = AR-DW-YY / 100
008780     COMPUTE AR-DTON-L400 = AR-DW-YY / 400
008790     COMPUTE AR-DTON-NUM = AR-DW-YY * 365 +
008800                           AR-DTON-L4 -
008810                           AR-DTON-L100 +
008820                           AR-DTON-L400 +
008830                           AR-DTON-D +
008840                           AR-DW-DD
008850     COMPUTE AR-WD-TMP = AR-DTON-NUM + 1
008860     DIVIDE AR-WD-TMP BY 7 GIVING AR-WD-Q
008870                    REMAINDER AR-WD.
008880 8000-DATE-TO-DAYNUM-EXIT.
008890     EXIT.
008900*----------------------------------------------------------*
008910* 8100-CHECK-REV-DATE - AR-REV-DATE IN, AR-WORKDAY-SW OUT.  *
008920*                       A WORKDAY IS NOT SATURDAY, SUNDAY   *
008930*                       OR A HOLCAL DAY OF THE COMPANY'S    *
008940*                       LOCATION (BLANK = EVERY LOCATION)   *
008950*----------------------------------------------------------*
008960 8100-CHECK-REV-DATE.
008970     MOVE AR-REV-DATE TO AR-DTON-DATE
008980     PERFORM 8000-DATE-TO-DAYNUM
008990         THRU 8000-DATE-TO-DAYNUM-EXIT
009000     MOVE AR-DTON-NUM TO AR-CHK-NUM
009010     SET AR-IS-WORKDAY TO TRUE
009020     IF AR-WD = 5 OR AR-WD = 6
009030        SET AR-NOT-WORKDAY TO TRUE
009040     END-IF
009050     IF AR-IS-WORKDAY
009060        PERFORM VARYING AR-I FROM 1 BY 1
009070                UNTIL AR-I > AR-HOL-COUNT OR AR-NOT-WORKDAY
009080           IF AR-HOL-NUM (AR-I) = AR-CHK-NUM AND
009090              (AR-HOL-LOC (AR-I) = SPACES OR
009100               AR-HOL-LOC (AR-I) = AR-LOC)
009110              SET AR-NOT-WORKDAY TO TRUE
009120           END-IF
009130        END-PERFORM
009140     END-IF.
009150 8100-CHECK-REV-DATE-EXIT.
009160     EXIT.
009170 8900-RW-PUT.
009172     IF AR-OUT-OF-SCOPE AND
009174        (RW-FUNC = 'D' OR RW-FUNC = 'T')
009176        GO TO 8900-RW-PUT-EXIT
009178     END-IF
009180     CALL 'GXRPTW' USING RW-CTL RW-OUT
009190     PERFORM VARYING RW-X FROM 1 BY 1
009200             UNTIL RW-X > RW-OUT-COUNT
009210        WRITE REVRPT-LINE FROM RW-OUT-LINE (RW-X)
009220     END-PERFORM.
009230 8900-RW-PUT-EXIT.
009240     EXIT.
009250 9000-TERMINATE.
009260     MOVE 'C' TO RW-FUNC
009270     PERFORM 8900-RW-PUT
009280         THRU 8900-RW-PUT-EXIT
009290     CLOSE CLOSEREQ
009300     CLOSE CLOSESTAT
009310     CLOSE BUSDATE
009320     CLOSE HOLCAL
009330     CLOSE REVRPT.
009340 9000-TERMINATE-EXIT.
009350     EXIT.
009360 9999-EXIT.
009370     STOP RUN.
