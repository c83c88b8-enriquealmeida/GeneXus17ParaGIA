000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDVAR.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - MONTHLY BUDGET       *
000100*                   AGAINST ACTUAL VARIANCE.  BUDVREQ      *
000110*                   NAMES THE COMPANY, THE PERIOD, THE     *
000120*                   BUDGET VERSION (BLANK TAKES THE        *
000130*                   REVISION WHERE ONE IS KEYED AND THE    *
000140*                   ORIGINAL OTHERWISE, O THE ORIGINAL     *
000150*                   ONLY), THE DEFAULT TOLERANCE PERCENT   *
000160*                   AND WHETHER TO BURST.  ACTUALS ARE THE *
000170*                   PERTOTAL CONTROL-BREAK TOTALS CONSOL   *
000180*                   READS; RESULT LINES ARE SUMMED FROM    *
000190*                   JANUARY FOR THE YEAR TO DATE AND       *
000200*                   BALANCE LINES TAKE THE PERIOD-END      *
000210*                   BALANCE.  EACH LINE SHOWS BUDGET,      *
000220*                   ACTUAL, AMOUNT AND PERCENTAGE VARIANCE *
000230*                   FOR THE PERIOD AND THE YEAR, FLAGGED   *
000240*                   WHEN THE PERCENTAGE PASSES THE LINE'S  *
000250*                   OWN TOLERANCE OR THE RUN'S.  LINES ARE *
000260*                   GROUPED BY COST OWNER THROUGH THE      *
000270*                   SHARED WRITER TO BUDVRPT; WITH         *
000280*                   BURSTING ON, EACH OWNER'S PAGES ARE    *
000290*                   COPIED TO /GXSPOOL/BUDVAR UNDER THE    *
000300*                   GXFBRST NAMING AND THE SUMMARY STAYS   *
000310*                   IN BUDVRPT                             *
000312*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF *
000314*                   THE USER THE JOB RUNS UNDER - A COMPANY*
000316*                   OUTSIDE IT GETS A ONE-LINE REPORT      *
000318*                   SAYING SO                              *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-ISERIES.
000360 OBJECT-COMPUTER.   IBM-ISERIES.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BUDVREQ    ASSIGN TO DATABASE-BUDVREQ
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS BV-FS-BUDVREQ.
000420     SELECT BUDGET     ASSIGN TO DATABASE-BUDGET
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS DYNAMIC
000450         RECORD KEY   IS BUDGET-KEY
000460         FILE STATUS  IS BV-FS-BUDGET.
000470     SELECT PERTOTAL   ASSIGN TO DATABASE-PERTOTAL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS BV-FS-PERTOTAL.
000500     SELECT BUDVRPT    ASSIGN TO DATABASE-BUDVRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS BV-FS-BUDVRPT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------*
000560* RUN REQUEST - ONE ROW                                    *
000570*----------------------------------------------------------*
000580 FD  BUDVREQ.
000590 01  BUDVREQ-RECORD.
000600     05 BUDVREQ-COMPANY          PIC  X(003).
000610     05 BUDVREQ-PERIOD           PIC  9(006).
000620     05 BUDVREQ-VERSION          PIC  X(001).
000630        88 BUDVREQ-CURRENT                       VALUE ' ' 'R'.
000640        88 BUDVREQ-ORIGINAL                      VALUE 'O'.
000650     05 BUDVREQ-TOL-PCT          PIC  9(003)V9(002).
000660     05 BUDVREQ-BURST            PIC  X(001).
000670        88 BUDVREQ-BURST-OWNERS                  VALUE 'Y'.
000680     05 FILLER                   PIC  X(024).
000690*----------------------------------------------------------*
000700* BUDGET MASTER - THE GXFBUDGW LAYOUT                      *
000710*----------------------------------------------------------*
000720 FD  BUDGET.
000730 01  BUDGET-RECORD.
000740     05 BUDGET-KEY.
000750        10 BUDGET-COMPANY        PIC  X(003).
000760        10 BUDGET-PERIOD         PIC  9(006).
000770        10 BUDGET-LINE           PIC  X(010).
000780        10 BUDGET-VERSION        PIC  X(001).
000790           88 BUDGET-ORIGINAL                    VALUE 'O'.
000800           88 BUDGET-REVISED                     VALUE 'R'.
000810     05 BUDGET-AMOUNT            PIC S9(013)V9(002) COMP-3.
000820     05 BUDGET-OWNER             PIC  X(010).
000830     05 BUDGET-TOL-PCT           PIC  9(003)V9(002).
000840     05 BUDGET-DESC              PIC  X(030).
000850     05 BUDGET-SOURCE            PIC  X(001).
000860        88 BUDGET-KEYED                          VALUE 'M'.
000870        88 BUDGET-LOADED                         VALUE 'L'.
000880     05 BUDGET-CHANGED-USER      PIC  X(010).
000890     05 BUDGET-CHANGED-TS        PIC  X(026).
000900 FD  PERTOTAL.
000910 01  PERTOTAL-RECORD.
000920     05 PERTOTAL-COMPANY         PIC  X(003).
000930     05 PERTOTAL-PERIOD          PIC  9(006).
000940     05 PERTOTAL-LINE            PIC  X(010).
000950     05 PERTOTAL-DESC            PIC  X(030).
000960     05 PERTOTAL-TYPE            PIC  X(001).
000970        88 PERTOTAL-BALANCE                      VALUE 'B'.
000980        88 PERTOTAL-RESULT                        VALUE 'P'.
000990     05 PERTOTAL-CURRENCY        PIC  X(003).
001000     05 PERTOTAL-AMOUNT          PIC S9(013)V9(002) COMP-3.
001010     05 PERTOTAL-PARTNER         PIC  X(003).
001020 FD  BUDVRPT.
001030 01  BUDVRPT-LINE                PIC  X(080).
001040 WORKING-STORAGE SECTION.
001050 77  BV-FS-BUDVREQ               PIC  X(002).
001060 77  BV-FS-BUDGET                PIC  X(002).
001070 77  BV-FS-PERTOTAL              PIC  X(002).
001080 77  BV-FS-BUDVRPT               PIC  X(002).
001090 77  BV-EOF-SW                   PIC  X(001)     VALUE 'N'.
001100     88 BV-AT-EOF                                VALUE 'Y'.
001110 77  BV-FOUND-SW                 PIC  X(001).
001120     88 BV-FOUND                                 VALUE 'Y'.
001130     88 BV-NOT-FOUND                              VALUE 'N'.
001140 77  BV-I                        PIC S9(004) COMP-3.
001150 77  BV-J                        PIC S9(004) COMP-3.
001160 77  BV-L                        PIC S9(004) COMP-3.
001170 77  BV-O                        PIC S9(004) COMP-3.
001180 77  BV-LINE-COUNT               PIC S9(004) COMP-3 VALUE 0.
001190 77  BV-MAX-LINES                PIC S9(004) COMP-3 VALUE 500.
001200 77  BV-OWNER-COUNT              PIC S9(004) COMP-3 VALUE 0.
001210 77  BV-MAX-OWNERS               PIC S9(004) COMP-3 VALUE 200.
001220 77  BV-OVERFLOW                 PIC S9(007) COMP-3 VALUE 0.
001230 77  BV-FLAG-COUNT               PIC S9(007) COMP-3 VALUE 0.
001240 77  BV-BURST-COUNT              PIC S9(004) COMP-3 VALUE 0.
001250 77  BV-CMD-PTR                  PIC S9(004) COMP-3.
001260 77  BV-CMD                      PIC  X(512).
001270 77  BV-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001280 01  BV-TODAY-DATE.
001290     05 BV-TODAY-YY              PIC  9(004).
001300     05 BV-TODAY-MM              PIC  9(002).
001310     05 BV-TODAY-DD              PIC  9(002).
001320 01  BV-NOW-TIME.
001330     05 BV-NOW-HH                PIC  9(002).
001340     05 BV-NOW-MIN               PIC  9(002).
001350     05 BV-NOW-SS                PIC  9(002).
001360     05 BV-NOW-HS                PIC  9(002).
001370 01  BV-GENTAG                   PIC  X(014).
001380*----------------------------------------------------------*
001390* THE REQUEST AS RUN - THE YEAR TO DATE STARTS AT MONTH 01 *
001400* OF THE REQUESTED PERIOD'S YEAR                           *
001410*----------------------------------------------------------*
001420 01  BV-COMPANY                  PIC  X(003).
001430 01  BV-PERIOD.
001440     05 BV-PERIOD-YY             PIC  9(004).
001450     05 BV-PERIOD-MM             PIC  9(002).
001460 01  BV-PERIOD-N REDEFINES BV-PERIOD
001470                                 PIC  9(006).
001480 01  BV-YEAR-START.
001490     05 BV-YEAR-START-YY         PIC  9(004).
001500     05 BV-YEAR-START-MM         PIC  9(002).
001510 01  BV-YEAR-START-N REDEFINES BV-YEAR-START
001520                                 PIC  9(006).
001530 01  BV-DEFAULT-TOL              PIC  9(003)V9(002).
001540*----------------------------------------------------------*
001550* THE LAST BUDGET ROW TAKEN - A REVISION FOLLOWS ITS       *
001560* ORIGINAL IN KEY ORDER AND REPLACES IT                    *
001570*----------------------------------------------------------*
001580 01  BV-PREV-KEY.
001590     05 BV-PREV-PERIOD           PIC  9(006).
001600     05 BV-PREV-LINE             PIC  X(010).
001610     05 BV-PREV-VERSION          PIC  X(001).
001620 01  BV-PREV-AMOUNT              PIC S9(013)V9(002) COMP-3.
001630 01  BV-LOOK-LINE                PIC  X(010).
001640*----------------------------------------------------------*
001650* ONE ENTRY PER CONTROL-BREAK LINE WITH A BUDGET OR AN     *
001660* ACTUAL IN THE YEAR.  THE YEAR-TO-DATE FIELDS ARE SUMS;   *
001670* A BALANCE LINE REPORTS ITS PERIOD FIGURES INSTEAD        *
001680*----------------------------------------------------------*
001690 01  BV-LINE-TABLE.
001700     05 BV-LINE-ENTRY OCCURS 500 TIMES.
001710        10 BV-LN-OWNER           PIC  X(010).
001720        10 BV-LN-LINE            PIC  X(010).
001730        10 BV-LN-DESC            PIC  X(030).
001740        10 BV-LN-TYPE            PIC  X(001).
001750        10 BV-LN-TOL             PIC  9(003)V9(002).
001760        10 BV-LN-VERSION         PIC  X(001).
001770        10 BV-LN-BUD-PER         PIC S9(013)V9(002) COMP-3.
001780        10 BV-LN-BUD-YTD         PIC S9(013)V9(002) COMP-3.
001790        10 BV-LN-ACT-PER         PIC S9(013)V9(002) COMP-3.
001800        10 BV-LN-ACT-YTD         PIC S9(013)V9(002) COMP-3.
001810 01  BV-SWAP-ENTRY               PIC  X(089).
001820*----------------------------------------------------------*
001830* OWNER TOTALS FOR THE SUMMARY PAGE                        *
001840*----------------------------------------------------------*
001850 01  BV-OWNER-TABLE.
001860     05 BV-OWNER-ENTRY OCCURS 200 TIMES.
001870        10 BV-OW-OWNER           PIC  X(010).
001880        10 BV-OW-FLAGGED         PIC S9(005) COMP-3.
001890        10 BV-OW-BUD-PER         PIC S9(013)V9(002) COMP-3.
001900        10 BV-OW-BUD-YTD         PIC S9(013)V9(002) COMP-3.
001910        10 BV-OW-ACT-PER         PIC S9(013)V9(002) COMP-3.
001920        10 BV-OW-ACT-YTD         PIC S9(013)V9(002) COMP-3.
001930 01  BV-CUR-OWNER                PIC  X(010).
001940 77  BV-CUR-FLAGGED              PIC S9(005) COMP-3.
001950 01  BV-CUR-TOTALS.
001960     05 BV-CUR-BUD-PER           PIC S9(013)V9(002) COMP-3.
001970     05 BV-CUR-BUD-YTD           PIC S9(013)V9(002) COMP-3.
001980     05 BV-CUR-ACT-PER           PIC S9(013)V9(002) COMP-3.
001990     05 BV-CUR-ACT-YTD           PIC S9(013)V9(002) COMP-3.
002000 01  BV-ALL-TOTALS.
002010     05 BV-ALL-BUD-PER           PIC S9(013)V9(002) COMP-3.
002020     05 BV-ALL-BUD-YTD           PIC S9(013)V9(002) COMP-3.
002030     05 BV-ALL-ACT-PER           PIC S9(013)V9(002) COMP-3.
002040     05 BV-ALL-ACT-YTD           PIC S9(013)V9(002) COMP-3.
002050*----------------------------------------------------------*
002060* ONE VARIANCE: BUDGET AND ACTUAL IN, AMOUNT, PERCENTAGE   *
002070* AND THE TOLERANCE FLAG OUT.  THE PERCENTAGE IS OF THE    *
002080* BUDGET'S SIZE, SO AN OVERSPENT COST AND AN UNDERSHOT     *
002090* REVENUE BOTH SHOW THE SAME WAY ROUND AS THE AMOUNT       *
002100*----------------------------------------------------------*
002110 01  BV-V-BUD                    PIC S9(013)V9(002) COMP-3.
002120 01  BV-V-ACT                    PIC S9(013)V9(002) COMP-3.
002130 01  BV-V-TOL                    PIC  9(003)V9(002).
002140 01  BV-V-VAR                    PIC S9(013)V9(002) COMP-3.
002150 01  BV-V-BASE                   PIC S9(013)V9(002) COMP-3.
002160 01  BV-V-WORK                   PIC S9(016)V9(002) COMP-3.
002170 01  BV-V-PCT                    PIC S9(005)V9(001) COMP-3.
002180 01  BV-V-ABS-PCT                PIC S9(005)V9(001) COMP-3.
002190 01  BV-V-PCT-SW                 PIC  X(001).
002200     88 BV-V-PCT-KNOWN                           VALUE 'Y'.
002210     88 BV-V-PCT-NONE                             VALUE 'N'.
002220 01  BV-V-FLAG-SW                PIC  X(001).
002230     88 BV-V-OVER                                VALUE 'Y'.
002240     88 BV-V-WITHIN                               VALUE 'N'.
002250 01  BV-LINE-FLAG-SW             PIC  X(001).
002260     88 BV-LINE-OVER                             VALUE 'Y'.
002270     88 BV-LINE-WITHIN                            VALUE 'N'.
002280*----------------------------------------------------------*
002290* REPORT LINES                                             *
002300*----------------------------------------------------------*
002310 01  BV-TITLE-LINE.
002320     05 FILLER                   PIC  X(016)
002330                                 VALUE 'BUDGET VARIANCE '.
002340     05 BV-TTL-COMPANY           PIC  X(003).
002350     05 FILLER                   PIC  X(001) VALUE SPACE.
002360     05 BV-TTL-PERIOD            PIC  9(006).
002370     05 FILLER                   PIC  X(007) VALUE ' OWNER '.
002380     05 BV-TTL-OWNER             PIC  X(010).
002390     05 FILLER                   PIC  X(007) VALUE SPACES.
002400 01  BV-COLS-LINE.
002410     05 FILLER                   PIC  X(012) VALUE 'LINE'.
002420     05 FILLER                   PIC  X(019) VALUE
002430                                       '             BUDGET'.
002440     05 FILLER                   PIC  X(019) VALUE
002450                                       '             ACTUAL'.
002460     05 FILLER                   PIC  X(019) VALUE
002470                                       '           VARIANCE'.
002480     05 FILLER                   PIC  X(008) VALUE '    VAR%'.
002490     05 FILLER                   PIC  X(003) VALUE ' FL'.
002500 01  BV-HDG-LINE.
002510     05 BV-HDG-CODE              PIC  X(010).
002520     05 FILLER                   PIC  X(001) VALUE SPACE.
002530     05 BV-HDG-DESC              PIC  X(030).
002540     05 FILLER                   PIC  X(001) VALUE SPACE.
002550     05 BV-HDG-NOTE              PIC  X(038).
002560 01  BV-DTL-LINE.
002570     05 BV-DTL-LABEL             PIC  X(012).
002580     05 FILLER                   PIC  X(001) VALUE SPACE.
002590     05 BV-DTL-BUD               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002600     05 FILLER                   PIC  X(001) VALUE SPACE.
002610     05 BV-DTL-ACT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002620     05 FILLER                   PIC  X(001) VALUE SPACE.
002630     05 BV-DTL-VAR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002640     05 FILLER                   PIC  X(001) VALUE SPACE.
002650     05 BV-DTL-PCT               PIC ZZZ9.9-.
002660     05 BV-DTL-PCT-X REDEFINES BV-DTL-PCT
002670                                 PIC  X(007).
002680     05 FILLER                   PIC  X(001) VALUE SPACE.
002690     05 BV-DTL-FLAG              PIC  X(002).
002700 01  BV-CNT-LINE.
002710     05 BV-CNT-LABEL             PIC  X(040).
002720     05 BV-CNT-VALUE             PIC ZZZ,ZZ9.
002730     05 FILLER                   PIC  X(033) VALUE SPACES.
002740 01  BV-PUB-PATH                 PIC  X(256).
002750*----------------------------------------------------------*
002760* THE BURST KEY AS A FILE-NAME-SAFE TOKEN - THE            *
002770* GX-BURST-SET-KEY RULE                                    *
002780*----------------------------------------------------------*
002790 01  BV-BURST-KEY                PIC  X(030).
002800 01  BV-BURST-KEY-TRIM           PIC  X(030).
002810 77  BV-BURST-KEY-LEN            PIC S9(003) COMP-3.
002820*----------------------------------------------------------*
002830* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS*
002840* PAGINATION AND TITLES; WE WRITE THE LINES IT HANDS BACK  *
002850*----------------------------------------------------------*
002860 01  RW-CTL.
002870     05 RW-FUNC                  PIC  X(001).
002880     05 RW-TITLE                 PIC  X(050).
002890     05 RW-TITLE-ID              PIC  X(010).
002900     05 RW-LANG                  PIC  X(003).
002910     05 RW-COLS                  PIC  X(080).
002920     05 RW-LINE                  PIC  X(080).
002930     05 RW-PAGE-SIZE             PIC  9(003).
002940 01  RW-OUT.
002950     05 RW-OUT-COUNT             PIC  9(001).
002960     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002970 77  RW-X                        PIC S9(003) COMP-3.
002980*----------------------------------------------------------*
002990* SHARED COMMAND-EXECUTION INTERFACE (GXCMDX) - THE SERVICE*
003000* ALLOW-LISTS AND LOGS EVERY COMMAND                       *
003010*----------------------------------------------------------*
003020 01  CX-CTL.
003030     05 CX-CALLER                PIC  X(010).
003040     05 CX-CMD                   PIC  X(512).
003050     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
003060     05 CX-RESULT                PIC  X(002).
003070 PROCEDURE DIVISION.
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE
003100         THRU 1000-INITIALIZE-EXIT
003110     IF BV-COMPANY = SPACES
003120        PERFORM 8000-NO-REQUEST
003130            THRU 8000-NO-REQUEST-EXIT
003140        GO TO 9999-EXIT
003150     END-IF
003151     MOVE SPACES     TO RW-LINE
003152     MOVE BV-COMPANY TO RW-LINE (1:3)
003153     MOVE 'K' TO RW-FUNC
003154     PERFORM 8900-RW-PUT
003155         THRU 8900-RW-PUT-EXIT
003156     IF RW-OUT-LINE (1) = 'N'
003157        PERFORM 8100-OUT-OF-SCOPE
003158            THRU 8100-OUT-OF-SCOPE-EXIT
003159        GO TO 9999-EXIT
003160     END-IF
003161     PERFORM 2000-LOAD-BUDGET
003170         THRU 2000-LOAD-BUDGET-EXIT
003180     PERFORM 2500-LOAD-ACTUALS
003190         THRU 2500-LOAD-ACTUALS-EXIT
003200     PERFORM 3000-SORT-LINES
003210         THRU 3000-SORT-LINES-EXIT
003220     PERFORM 4000-PRINT-OWNERS
003230         THRU 4000-PRINT-OWNERS-EXIT
003240     PERFORM 5000-PRINT-SUMMARY
003250         THRU 5000-PRINT-SUMMARY-EXIT
003260     PERFORM 9000-TERMINATE
003270         THRU 9000-TERMINATE-EXIT
003280     GO TO 9999-EXIT.
003290*----------------------------------------------------------*
003300* 1000-INITIALIZE - THE REQUEST, ITS DEFAULTS AND THE RUN  *
003310*                   STAMP THE BURST FILES ARE NAMED BY     *
003320*----------------------------------------------------------*
003330 1000-INITIALIZE.
003340     OPEN INPUT  BUDVREQ
003350     OPEN OUTPUT BUDVRPT
003360     ACCEPT BV-TODAY-DATE FROM DATE YYYYMMDD
003370     ACCEPT BV-NOW-TIME   FROM TIME
003380     MOVE SPACES TO BV-GENTAG
003390     STRING BV-TODAY-DATE BV-NOW-HH BV-NOW-MIN BV-NOW-SS
003400            DELIMITED BY SIZE INTO BV-GENTAG
003410     MOVE SPACES TO RW-LANG
003420     MOVE 60     TO RW-PAGE-SIZE
003430     MOVE SPACES TO BV-COMPANY
003440     READ BUDVREQ
003450         AT END
003460            GO TO 1000-INITIALIZE-EXIT
003470     END-READ
003480     MOVE BUDVREQ-COMPANY TO BV-COMPANY
003490     MOVE BUDVREQ-PERIOD  TO BV-PERIOD-N
003500     MOVE BV-PERIOD-YY    TO BV-YEAR-START-YY
003510     MOVE 1               TO BV-YEAR-START-MM
003520     MOVE BUDVREQ-TOL-PCT TO BV-DEFAULT-TOL
003530     IF BV-DEFAULT-TOL = 0
003540        MOVE 10 TO BV-DEFAULT-TOL
003550     END-IF
003560     IF BUDVREQ-BURST-OWNERS
003570        MOVE 1 TO BV-CMD-PTR
003580        MOVE SPACES TO BV-CMD
003590        STRING 'QSH CMD(''mkdir -p /GXSPOOL/BUDVAR'')'
003600               DELIMITED BY SIZE INTO BV-CMD
003610               POINTER BV-CMD-PTR
003620        PERFORM 8800-RUN-COMMAND
003630            THRU 8800-RUN-COMMAND-EXIT
003640     END-IF.
003650 1000-INITIALIZE-EXIT.
003660     EXIT.
003670*----------------------------------------------------------*
003680* 2000-LOAD-BUDGET - EVERY BUDGET ROW FOR THE COMPANY FROM *
003690*                    MONTH 01 TO THE REQUESTED PERIOD      *
003700*----------------------------------------------------------*
003710 2000-LOAD-BUDGET.
003720     OPEN INPUT BUDGET
003730     IF BV-FS-BUDGET NOT = '00'
003740        GO TO 2000-LOAD-BUDGET-EXIT
003750     END-IF
003760     MOVE 'N' TO BV-EOF-SW
003770     MOVE SPACES          TO BV-PREV-KEY
003780     MOVE 0               TO BV-PREV-PERIOD
003790     MOVE LOW-VALUES      TO BUDGET-KEY
003800     MOVE BV-COMPANY      TO BUDGET-COMPANY
003810     MOVE BV-YEAR-START-N TO BUDGET-PERIOD
003820     START BUDGET KEY NOT LESS BUDGET-KEY
003830         INVALID KEY
003840            SET BV-AT-EOF TO TRUE
003850     END-START
003860     PERFORM 2010-READ-BUDGET
003870         THRU 2010-READ-BUDGET-EXIT
003880     PERFORM 2020-POST-BUDGET
003890         THRU 2020-POST-BUDGET-EXIT
003900         UNTIL BV-AT-EOF
003910     CLOSE BUDGET.
003920 2000-LOAD-BUDGET-EXIT.
003930     EXIT.
003940 2010-READ-BUDGET.
003950     IF BV-AT-EOF
003960        GO TO 2010-READ-BUDGET-EXIT
003970     END-IF
003980     READ BUDGET NEXT RECORD
003990         AT END
004000            SET BV-AT-EOF TO TRUE
004010            GO TO 2010-READ-BUDGET-EXIT
004020     END-READ
004030     IF BUDGET-COMPANY NOT = BV-COMPANY OR
004040        BUDGET-PERIOD GREATER BV-PERIOD-N
004050        SET BV-AT-EOF TO TRUE
004060     END-IF.
004070 2010-READ-BUDGET-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 2020-POST-BUDGET - A REVISION STRAIGHT AFTER ITS ORIGINAL*
004110*                    TAKES THE ORIGINAL'S AMOUNT BACK OUT  *
004120*                    BEFORE ADDING ITS OWN; AN ORIGINAL-   *
004130*                    ONLY RUN SKIPS REVISIONS ALTOGETHER   *
004140*----------------------------------------------------------*
004150 2020-POST-BUDGET.
004160     IF BUDVREQ-ORIGINAL AND BUDGET-REVISED
004170        GO TO 2020-POST-BUDGET-NEXT
004180     END-IF
004190     MOVE BUDGET-LINE TO BV-LOOK-LINE
004200     PERFORM 2800-FIND-LINE
004210         THRU 2800-FIND-LINE-EXIT
004220     IF BV-L = 0
004230        GO TO 2020-POST-BUDGET-NEXT
004240     END-IF
004250     IF BUDGET-REVISED AND
004260        BV-PREV-PERIOD  = BUDGET-PERIOD AND
004270        BV-PREV-LINE    = BUDGET-LINE AND
004280        BV-PREV-VERSION = 'O'
004290        SUBTRACT BV-PREV-AMOUNT FROM BV-LN-BUD-YTD (BV-L)
004300        IF BUDGET-PERIOD = BV-PERIOD-N
004310           SUBTRACT BV-PREV-AMOUNT FROM BV-LN-BUD-PER (BV-L)
004320        END-IF
004330     END-IF
004340     ADD BUDGET-AMOUNT TO BV-LN-BUD-YTD (BV-L)
004350     IF BUDGET-PERIOD = BV-PERIOD-N
004360        ADD BUDGET-AMOUNT TO BV-LN-BUD-PER (BV-L)
004370        MOVE BUDGET-VERSION TO BV-LN-VERSION (BV-L)
004380     END-IF
004390*----------------------------------------------------------*
004400* THE LATEST ROW SEEN NAMES THE OWNER AND TOLERANCE        *
004410*----------------------------------------------------------*
004420     MOVE BUDGET-OWNER   TO BV-LN-OWNER (BV-L)
004430     MOVE BUDGET-TOL-PCT TO BV-LN-TOL (BV-L)
004440     IF BV-LN-DESC (BV-L) = SPACES
004450        MOVE BUDGET-DESC TO BV-LN-DESC (BV-L)
004460     END-IF
004470     MOVE BUDGET-PERIOD  TO BV-PREV-PERIOD
004480     MOVE BUDGET-LINE    TO BV-PREV-LINE
004490     MOVE BUDGET-VERSION TO BV-PREV-VERSION
004500     MOVE BUDGET-AMOUNT  TO BV-PREV-AMOUNT.
004510 2020-POST-BUDGET-NEXT.
004520     PERFORM 2010-READ-BUDGET
004530         THRU 2010-READ-BUDGET-EXIT.
004540 2020-POST-BUDGET-EXIT.
004550     EXIT.
004560*----------------------------------------------------------*
004570* 2500-LOAD-ACTUALS - THE PERTOTAL ROWS FOR THE COMPANY IN *
004580*                     THE YEAR TO DATE; PARTNER ROWS OF THE*
004590*                     SAME LINE ADD TOGETHER               *
004600*----------------------------------------------------------*
004610 2500-LOAD-ACTUALS.
004620     OPEN INPUT PERTOTAL
004630     IF BV-FS-PERTOTAL NOT = '00'
004640        GO TO 2500-LOAD-ACTUALS-EXIT
004650     END-IF
004660     MOVE 'N' TO BV-EOF-SW
004670     PERFORM 2510-READ-PERTOTAL
004680         THRU 2510-READ-PERTOTAL-EXIT
004690     PERFORM 2520-POST-ACTUAL
004700         THRU 2520-POST-ACTUAL-EXIT
004710         UNTIL BV-AT-EOF
004720     CLOSE PERTOTAL.
004730 2500-LOAD-ACTUALS-EXIT.
004740     EXIT.
004750 2510-READ-PERTOTAL.
004760     READ PERTOTAL
004770         AT END
004780            SET BV-AT-EOF TO TRUE
004790     END-READ.
004800 2510-READ-PERTOTAL-EXIT.
004810     EXIT.
004820 2520-POST-ACTUAL.
004830     IF PERTOTAL-COMPANY NOT = BV-COMPANY OR
004840        PERTOTAL-PERIOD LESS BV-YEAR-START-N OR
004850        PERTOTAL-PERIOD GREATER BV-PERIOD-N
004860        GO TO 2520-POST-ACTUAL-NEXT
004870     END-IF
004880     MOVE PERTOTAL-LINE TO BV-LOOK-LINE
004890     PERFORM 2800-FIND-LINE
004900         THRU 2800-FIND-LINE-EXIT
004910     IF BV-L = 0
004920        GO TO 2520-POST-ACTUAL-NEXT
004930     END-IF
004940     ADD PERTOTAL-AMOUNT TO BV-LN-ACT-YTD (BV-L)
004950     IF PERTOTAL-PERIOD = BV-PERIOD-N
004960        ADD PERTOTAL-AMOUNT TO BV-LN-ACT-PER (BV-L)
004970     END-IF
004980     MOVE PERTOTAL-TYPE TO BV-LN-TYPE (BV-L)
004990     MOVE PERTOTAL-DESC TO BV-LN-DESC (BV-L).
005000 2520-POST-ACTUAL-NEXT.
005010     PERFORM 2510-READ-PERTOTAL
005020         THRU 2510-READ-PERTOTAL-EXIT.
005030 2520-POST-ACTUAL-EXIT.
005040     EXIT.
005050*----------------------------------------------------------*
005060* 2800-FIND-LINE - THE TABLE ENTRY FOR BV-LOOK-LINE IN     *
005070*                  BV-L, ADDED IF NEW; ZERO ONCE THE TABLE *
005080*                  IS FULL, COUNTED FOR THE SUMMARY        *
005090*----------------------------------------------------------*
005100 2800-FIND-LINE.
005110     SET BV-NOT-FOUND TO TRUE
005120     PERFORM VARYING BV-L FROM 1 BY 1
005130             UNTIL BV-L > BV-LINE-COUNT OR BV-FOUND
005140        IF BV-LN-LINE (BV-L) = BV-LOOK-LINE
005150           SET BV-FOUND TO TRUE
005160        END-IF
005170     END-PERFORM
005180     IF BV-FOUND
005190        SUBTRACT 1 FROM BV-L
005200        GO TO 2800-FIND-LINE-EXIT
005210     END-IF
005220     IF BV-LINE-COUNT NOT < BV-MAX-LINES
005230        ADD 1 TO BV-OVERFLOW
005240        MOVE 0 TO BV-L
005250        GO TO 2800-FIND-LINE-EXIT
005260     END-IF
005270     ADD 1 TO BV-LINE-COUNT
005280     MOVE BV-LINE-COUNT TO BV-L
005290     MOVE '*UNASSIGN'   TO BV-LN-OWNER   (BV-L)
005300     MOVE BV-LOOK-LINE  TO BV-LN-LINE    (BV-L)
005310     MOVE SPACES        TO BV-LN-DESC    (BV-L)
005320     MOVE 'P'           TO BV-LN-TYPE    (BV-L)
005330     MOVE 0             TO BV-LN-TOL     (BV-L)
005340     MOVE SPACE         TO BV-LN-VERSION (BV-L)
005350     MOVE 0             TO BV-LN-BUD-PER (BV-L)
005360     MOVE 0             TO BV-LN-BUD-YTD (BV-L)
005370     MOVE 0             TO BV-LN-ACT-PER (BV-L)
005380     MOVE 0             TO BV-LN-ACT-YTD (BV-L).
005390 2800-FIND-LINE-EXIT.
005400     EXIT.
005410*----------------------------------------------------------*
005420* 3000-SORT-LINES - BY COST OWNER, THEN LINE; A BALANCE    *
005430*                   LINE'S YEAR TO DATE BECOMES ITS PERIOD *
005440*                   FIGURES FIRST                          *
005450*----------------------------------------------------------*
005460 3000-SORT-LINES.
005470     PERFORM VARYING BV-L FROM 1 BY 1
005480             UNTIL BV-L > BV-LINE-COUNT
005490        IF BV-LN-TYPE (BV-L) = 'B'
005500           MOVE BV-LN-BUD-PER (BV-L) TO BV-LN-BUD-YTD (BV-L)
005510           MOVE BV-LN-ACT-PER (BV-L) TO BV-LN-ACT-YTD (BV-L)
005520        END-IF
005530     END-PERFORM
005540     IF BV-LINE-COUNT > 1
005550        PERFORM VARYING BV-I FROM 1 BY 1
005560                UNTIL BV-I > BV-LINE-COUNT - 1
005570           PERFORM VARYING BV-J FROM 1 BY 1
005580                   UNTIL BV-J > BV-LINE-COUNT - BV-I
005590              IF BV-LN-OWNER (BV-J) > BV-LN-OWNER (BV-J + 1) OR
005600                 BV-LN-OWNER (BV-J) = BV-LN-OWNER (BV-J + 1) AND
005610                 BV-LN-LINE (BV-J)  > BV-LN-LINE (BV-J + 1)
005620                 MOVE BV-LINE-ENTRY (BV-J) TO BV-SWAP-ENTRY
005630                 MOVE BV-LINE-ENTRY (BV-J + 1)
005640                 TO BV-LINE-ENTRY (BV-J)
005650                 MOVE BV-SWAP-ENTRY
005660                 TO BV-LINE-ENTRY (BV-J + 1)
005670              END-IF
005680           END-PERFORM
005690        END-PERFORM
005700     END-IF.
005710 3000-SORT-LINES-EXIT.
005720     EXIT.
005730*----------------------------------------------------------*
005740* 4000-PRINT-OWNERS - ONE SECTION PER COST OWNER, EACH ON  *
005750*                     ITS OWN PAGES; A LINE WITH NOTHING   *
005760*                     BUDGETED OR SPENT IN THE YEAR IS LEFT*
005770*                     OUT                                  *
005780*----------------------------------------------------------*
005790 4000-PRINT-OWNERS.
005800     MOVE SPACES TO BV-CUR-OWNER
005810     MOVE 0      TO BV-ALL-BUD-PER
005820     MOVE 0      TO BV-ALL-BUD-YTD
005830     MOVE 0      TO BV-ALL-ACT-PER
005840     MOVE 0      TO BV-ALL-ACT-YTD
005850     PERFORM 4100-PRINT-ONE-LINE
005860         THRU 4100-PRINT-ONE-LINE-EXIT
005870         VARYING BV-L FROM 1 BY 1
005880         UNTIL BV-L > BV-LINE-COUNT
005890     IF BV-CUR-OWNER NOT = SPACES
005900        PERFORM 4300-END-OWNER
005910            THRU 4300-END-OWNER-EXIT
005920     END-IF.
005930 4000-PRINT-OWNERS-EXIT.
005940     EXIT.
005950 4050-START-OWNER.
005960     MOVE BV-LN-OWNER (BV-L) TO BV-CUR-OWNER
005970     MOVE 0 TO BV-CUR-FLAGGED
005980     MOVE 0 TO BV-CUR-BUD-PER
005990     MOVE 0 TO BV-CUR-BUD-YTD
006000     MOVE 0 TO BV-CUR-ACT-PER
006010     MOVE 0 TO BV-CUR-ACT-YTD
006020     MOVE BV-COMPANY      TO BV-TTL-COMPANY
006030     MOVE BV-PERIOD-N     TO BV-TTL-PERIOD
006040     MOVE BV-CUR-OWNER    TO BV-TTL-OWNER
006050     MOVE BV-TITLE-LINE   TO RW-TITLE
006060     MOVE 'BUDVAR'        TO RW-TITLE-ID
006070     MOVE BV-COLS-LINE    TO RW-COLS
006080     MOVE 'I' TO RW-FUNC
006090     PERFORM 8900-RW-PUT
006100         THRU 8900-RW-PUT-EXIT.
006110 4050-START-OWNER-EXIT.
006120     EXIT.
006130 4100-PRINT-ONE-LINE.
006140     IF BV-LN-BUD-PER (BV-L) = 0 AND BV-LN-BUD-YTD (BV-L) = 0 AND
006150        BV-LN-ACT-PER (BV-L) = 0 AND BV-LN-ACT-YTD (BV-L) = 0
006160        GO TO 4100-PRINT-ONE-LINE-EXIT
006170     END-IF
006180     IF BV-LN-OWNER (BV-L) NOT = BV-CUR-OWNER
006190        IF BV-CUR-OWNER NOT = SPACES
006200           PERFORM 4300-END-OWNER
006210               THRU 4300-END-OWNER-EXIT
006220        END-IF
006230        PERFORM 4050-START-OWNER
006240            THRU 4050-START-OWNER-EXIT
006250     END-IF
006260     MOVE BV-LN-LINE (BV-L) TO BV-HDG-CODE
006270     MOVE BV-LN-DESC (BV-L) TO BV-HDG-DESC
006280     EVALUATE TRUE
006290        WHEN BV-LN-VERSION (BV-L) = 'R'
006300           MOVE '(REVISED BUDGET)' TO BV-HDG-NOTE
006310        WHEN BV-LN-VERSION (BV-L) = SPACE
006320           MOVE '(NO BUDGET FOR THE PERIOD)' TO BV-HDG-NOTE
006330        WHEN OTHER
006340           MOVE SPACES TO BV-HDG-NOTE
006350     END-EVALUATE
006360     MOVE BV-HDG-LINE TO RW-LINE
006370     MOVE 'D' TO RW-FUNC
006380     PERFORM 8900-RW-PUT
006390         THRU 8900-RW-PUT-EXIT
006400     IF BV-LN-TOL (BV-L) = 0
006410        MOVE BV-DEFAULT-TOL   TO BV-V-TOL
006420     ELSE
006430        MOVE BV-LN-TOL (BV-L) TO BV-V-TOL
006440     END-IF
006450     SET BV-LINE-WITHIN TO TRUE
006460     MOVE '  PERIOD'           TO BV-DTL-LABEL
006470     MOVE BV-LN-BUD-PER (BV-L) TO BV-V-BUD
006480     MOVE BV-LN-ACT-PER (BV-L) TO BV-V-ACT
006490     PERFORM 6000-PRINT-VARIANCE
006500         THRU 6000-PRINT-VARIANCE-EXIT
006510     MOVE '  YEAR TO DT'       TO BV-DTL-LABEL
006520     MOVE BV-LN-BUD-YTD (BV-L) TO BV-V-BUD
006530     MOVE BV-LN-ACT-YTD (BV-L) TO BV-V-ACT
006540     PERFORM 6000-PRINT-VARIANCE
006550         THRU 6000-PRINT-VARIANCE-EXIT
006560     IF BV-LINE-OVER
006570        ADD 1 TO BV-CUR-FLAGGED
006580        ADD 1 TO BV-FLAG-COUNT
006590     END-IF
006600     ADD BV-LN-BUD-PER (BV-L) TO BV-CUR-BUD-PER
006610     ADD BV-LN-BUD-YTD (BV-L) TO BV-CUR-BUD-YTD
006620     ADD BV-LN-ACT-PER (BV-L) TO BV-CUR-ACT-PER
006630     ADD BV-LN-ACT-YTD (BV-L) TO BV-CUR-ACT-YTD.
006640 4100-PRINT-ONE-LINE-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 4300-END-OWNER - THE OWNER'S TOTALS, KEPT FOR THE SUMMARY*
006680*                  PAGE, THEN THE OWNER'S PAGES BURST      *
006690*----------------------------------------------------------*
006700 4300-END-OWNER.
006710     MOVE SPACES TO BV-HDG-LINE
006720     MOVE 'TOTAL'      TO BV-HDG-CODE
006730     MOVE BV-CUR-OWNER TO BV-HDG-DESC
006740     MOVE BV-HDG-LINE  TO RW-LINE
006750     MOVE 'D' TO RW-FUNC
006760     PERFORM 8900-RW-PUT
006770         THRU 8900-RW-PUT-EXIT
006780     MOVE BV-DEFAULT-TOL TO BV-V-TOL
006790     MOVE '  PERIOD'     TO BV-DTL-LABEL
006800     MOVE BV-CUR-BUD-PER TO BV-V-BUD
006810     MOVE BV-CUR-ACT-PER TO BV-V-ACT
006820     PERFORM 6000-PRINT-VARIANCE
006830         THRU 6000-PRINT-VARIANCE-EXIT
006840     MOVE '  YEAR TO DT' TO BV-DTL-LABEL
006850     MOVE BV-CUR-BUD-YTD TO BV-V-BUD
006860     MOVE BV-CUR-ACT-YTD TO BV-V-ACT
006870     PERFORM 6000-PRINT-VARIANCE
006880         THRU 6000-PRINT-VARIANCE-EXIT
006890     MOVE 'LINES OVER TOLERANCE' TO BV-CNT-LABEL
006900     MOVE BV-CUR-FLAGGED         TO BV-CNT-VALUE
006910     MOVE BV-CNT-LINE TO RW-LINE
006920     MOVE 'T' TO RW-FUNC
006930     PERFORM 8900-RW-PUT
006940         THRU 8900-RW-PUT-EXIT
006950     ADD BV-CUR-BUD-PER TO BV-ALL-BUD-PER
006960     ADD BV-CUR-BUD-YTD TO BV-ALL-BUD-YTD
006970     ADD BV-CUR-ACT-PER TO BV-ALL-ACT-PER
006980     ADD BV-CUR-ACT-YTD TO BV-ALL-ACT-YTD
006990     IF BV-OWNER-COUNT < BV-MAX-OWNERS
007000        ADD 1 TO BV-OWNER-COUNT
007010        MOVE BV-CUR-OWNER   TO BV-OW-OWNER   (BV-OWNER-COUNT)
007020        MOVE BV-CUR-FLAGGED TO BV-OW-FLAGGED (BV-OWNER-COUNT)
007030        MOVE BV-CUR-BUD-PER TO BV-OW-BUD-PER (BV-OWNER-COUNT)
007040        MOVE BV-CUR-BUD-YTD TO BV-OW-BUD-YTD (BV-OWNER-COUNT)
007050        MOVE BV-CUR-ACT-PER TO BV-OW-ACT-PER (BV-OWNER-COUNT)
007060        MOVE BV-CUR-ACT-YTD TO BV-OW-ACT-YTD (BV-OWNER-COUNT)
007070     END-IF
007080     IF BUDVREQ-BURST-OWNERS
007090        PERFORM 4400-BURST-OWNER
007100            THRU 4400-BURST-OWNER-EXIT
007110     END-IF.
007120 4300-END-OWNER-EXIT.
007130     EXIT.
007140*----------------------------------------------------------*
007150* 4400-BURST-OWNER - THE GXFBRST BREAK FOR A BATCH REPORT  *
007160*                    FILE: CLOSE IT, COPY IT UNDER         *
007170*                    /GXSPOOL/BUDVAR/BUDVAR-<OWNER>-<RUN>, *
007180*                    AND REOPEN IT EMPTY FOR THE NEXT OWNER*
007190*----------------------------------------------------------*
007200 4400-BURST-OWNER.
007210     MOVE 'C' TO RW-FUNC
007220     PERFORM 8900-RW-PUT
007230         THRU 8900-RW-PUT-EXIT
007240     CLOSE BUDVRPT
007250     MOVE SPACES TO BV-BURST-KEY
007260     IF BV-CUR-OWNER (1:1) = '*'
007270        MOVE BV-CUR-OWNER (2:9) TO BV-BURST-KEY
007280     ELSE
007290        MOVE BV-CUR-OWNER       TO BV-BURST-KEY
007300     END-IF
007310     PERFORM 4450-SET-BURST-KEY
007320         THRU 4450-SET-BURST-KEY-EXIT
007330     MOVE SPACES TO BV-PUB-PATH
007340     STRING '/GXSPOOL/BUDVAR/BUDVAR-' DELIMITED BY SIZE
007350            BV-BURST-KEY-TRIM         DELIMITED BY SPACE
007360            '-'                       DELIMITED BY SIZE
007370            BV-GENTAG '.TXT'          DELIMITED BY SIZE
007380            INTO BV-PUB-PATH
007390     MOVE 1 TO BV-CMD-PTR
007400     MOVE SPACES TO BV-CMD
007410     STRING 'CPYF FROMFILE(BUDVRPT) TOFILE(QTEMP/BUDVTXT) '
007420            'MBROPT(*REPLACE) CRTFILE(*YES)'
007430            DELIMITED BY SIZE INTO BV-CMD
007440            POINTER BV-CMD-PTR
007450     PERFORM 8800-RUN-COMMAND
007460         THRU 8800-RUN-COMMAND-EXIT
007470     MOVE 1 TO BV-CMD-PTR
007480     MOVE SPACES TO BV-CMD
007490     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB/BUDVTXT.FILE'
007500            '/BUDVTXT.MBR'') TOSTMF('''
007510                           DELIMITED BY SIZE
007520            BV-PUB-PATH    DELIMITED BY SPACE
007530            ''') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
007540                           DELIMITED BY SIZE
007550            INTO BV-CMD
007560            POINTER BV-CMD-PTR
007570     PERFORM 8800-RUN-COMMAND
007580         THRU 8800-RUN-COMMAND-EXIT
007590     ADD 1 TO BV-BURST-COUNT
007600     OPEN OUTPUT BUDVRPT.
007610 4400-BURST-OWNER-EXIT.
007620     EXIT.
007630*----------------------------------------------------------*
007640* 4450-SET-BURST-KEY - EMBEDDED BLANKS BECOME DASHES AND   *
007650*                      THE KEY IS CUT AT ITS LAST NONBLANK *
007660*----------------------------------------------------------*
007670 4450-SET-BURST-KEY.
007680     MOVE BV-BURST-KEY TO BV-BURST-KEY-TRIM
007690     INSPECT BV-BURST-KEY-TRIM REPLACING ALL ' ' BY '-'
007700     MOVE 30 TO BV-BURST-KEY-LEN
007710     PERFORM UNTIL BV-BURST-KEY-LEN = 1 OR
007720             BV-BURST-KEY-TRIM (BV-BURST-KEY-LEN:1) NOT = '-'
007730        MOVE ' ' TO BV-BURST-KEY-TRIM (BV-BURST-KEY-LEN:1)
007740        SUBTRACT 1 FROM BV-BURST-KEY-LEN
007750     END-PERFORM.
007760 4450-SET-BURST-KEY-EXIT.
007770     EXIT.
007780*----------------------------------------------------------*
007790* 5000-PRINT-SUMMARY - EVERY OWNER'S TOTALS AGAINST THE    *
007800*                      COMPANY TOTAL.  WHEN THE OWNERS WERE*
007810*                      BURST THIS IS ALL BUDVRPT HOLDS     *
007820*----------------------------------------------------------*
007830 5000-PRINT-SUMMARY.
007840     MOVE BV-COMPANY      TO BV-TTL-COMPANY
007850     MOVE BV-PERIOD-N     TO BV-TTL-PERIOD
007860     MOVE '*ALL'          TO BV-TTL-OWNER
007870     MOVE BV-TITLE-LINE   TO RW-TITLE
007880     MOVE 'BUDVAR'        TO RW-TITLE-ID
007890     MOVE BV-COLS-LINE    TO RW-COLS
007900     MOVE 'I' TO RW-FUNC
007910     PERFORM 8900-RW-PUT
007920         THRU 8900-RW-PUT-EXIT
007930     MOVE BV-DEFAULT-TOL TO BV-V-TOL
007940     PERFORM 5100-PRINT-OWNER-TOTAL
007950         THRU 5100-PRINT-OWNER-TOTAL-EXIT
007960         VARYING BV-O FROM 1 BY 1
007970         UNTIL BV-O > BV-OWNER-COUNT
007980     MOVE SPACES TO BV-HDG-LINE
007990     MOVE 'TOTAL'      TO BV-HDG-CODE
008000     MOVE 'ALL OWNERS' TO BV-HDG-DESC
008010     MOVE BV-HDG-LINE  TO RW-LINE
008020     MOVE 'D' TO RW-FUNC
008030     PERFORM 8900-RW-PUT
008040         THRU 8900-RW-PUT-EXIT
008050     MOVE '  PERIOD'     TO BV-DTL-LABEL
008060     MOVE BV-ALL-BUD-PER TO BV-V-BUD
008070     MOVE BV-ALL-ACT-PER TO BV-V-ACT
008080     PERFORM 6000-PRINT-VARIANCE
008090         THRU 6000-PRINT-VARIANCE-EXIT
008100     MOVE '  YEAR TO DT' TO BV-DTL-LABEL
008110     MOVE BV-ALL-BUD-YTD TO BV-V-BUD
008120     MOVE BV-ALL-ACT-YTD TO BV-V-ACT
008130     PERFORM 6000-PRINT-VARIANCE
008140         THRU 6000-PRINT-VARIANCE-EXIT
008150     MOVE SPACES TO RW-LINE
008160     IF BUDVREQ-ORIGINAL
008170        MOVE 'BUDGET VERSION: ORIGINAL' TO RW-LINE
008180     ELSE
008190        MOVE 'BUDGET VERSION: REVISED WHERE KEYED, ELSE ORIGINAL'
008200          TO RW-LINE
008210     END-IF
008220     MOVE 'D' TO RW-FUNC
008230     PERFORM 8900-RW-PUT
008240         THRU 8900-RW-PUT-EXIT
008250     MOVE 'DEFAULT TOLERANCE PERCENT' TO BV-CNT-LABEL
008260     MOVE BV-DEFAULT-TOL TO BV-CNT-VALUE
008270     MOVE BV-CNT-LINE TO RW-LINE
008280     PERFORM 8900-RW-PUT
008290         THRU 8900-RW-PUT-EXIT
008300     IF BV-OVERFLOW > 0
008310        MOVE '** ROWS PAST THE 500-LINE TABLE - LEFT OUT'
008320          TO BV-CNT-LABEL
008330        MOVE BV-OVERFLOW TO BV-CNT-VALUE
008340        MOVE BV-CNT-LINE TO RW-LINE
008350        PERFORM 8900-RW-PUT
008360            THRU 8900-RW-PUT-EXIT
008370     END-IF
008380     IF BUDVREQ-BURST-OWNERS
008390        MOVE 'OWNER REPORTS COPIED TO /GXSPOOL/BUDVAR'
008400          TO BV-CNT-LABEL
008410        MOVE BV-BURST-COUNT TO BV-CNT-VALUE
008420        MOVE BV-CNT-LINE TO RW-LINE
008430        PERFORM 8900-RW-PUT
008440            THRU 8900-RW-PUT-EXIT
008450     END-IF
008460     MOVE 'LINES OVER TOLERANCE' TO BV-CNT-LABEL
008470     MOVE BV-FLAG-COUNT          TO BV-CNT-VALUE
008480     MOVE BV-CNT-LINE TO RW-LINE
008490     MOVE 'T' TO RW-FUNC
008500     PERFORM 8900-RW-PUT
008510         THRU 8900-RW-PUT-EXIT.
008520 5000-PRINT-SUMMARY-EXIT.
008530     EXIT.
008540 5100-PRINT-OWNER-TOTAL.
008550     MOVE SPACES TO BV-HDG-LINE
008560     MOVE BV-OW-OWNER (BV-O) TO BV-HDG-CODE
008570     IF BV-OW-FLAGGED (BV-O) > 0
008580        MOVE '** LINES OVER TOLERANCE' TO BV-HDG-DESC
008590     END-IF
008600     MOVE BV-HDG-LINE TO RW-LINE
008610     MOVE 'D' TO RW-FUNC
008620     PERFORM 8900-RW-PUT
008630         THRU 8900-RW-PUT-EXIT
008640     MOVE '  PERIOD'            TO BV-DTL-LABEL
008650     MOVE BV-OW-BUD-PER (BV-O)  TO BV-V-BUD
008660     MOVE BV-OW-ACT-PER (BV-O)  TO BV-V-ACT
008670     PERFORM 6000-PRINT-VARIANCE
008680         THRU 6000-PRINT-VARIANCE-EXIT
008690     MOVE '  YEAR TO DT'        TO BV-DTL-LABEL
008700     MOVE BV-OW-BUD-YTD (BV-O)  TO BV-V-BUD
008710     MOVE BV-OW-ACT-YTD (BV-O)  TO BV-V-ACT
008720     PERFORM 6000-PRINT-VARIANCE
008730         THRU 6000-PRINT-VARIANCE-EXIT.
008740 5100-PRINT-OWNER-TOTAL-EXIT.
008750     EXIT.
008760*----------------------------------------------------------*
008770* 6000-PRINT-VARIANCE - ONE DETAIL LINE FOR BV-V-BUD AND   *
008780*                       BV-V-ACT.  NO BUDGET BUT AN ACTUAL *
008790*                       HAS NO PERCENTAGE AND IS ALWAYS    *
008800*                       FLAGGED                            *
008810*----------------------------------------------------------*
008820 6000-PRINT-VARIANCE.
008830     SUBTRACT BV-V-BUD FROM BV-V-ACT GIVING BV-V-VAR
008840     SET BV-V-WITHIN  TO TRUE
008850     SET BV-V-PCT-NONE TO TRUE
008860     MOVE 0 TO BV-V-PCT
008870     IF BV-V-BUD = 0
008880        IF BV-V-ACT NOT = 0
008890           SET BV-V-OVER TO TRUE
008900        END-IF
008910        GO TO 6000-PRINT-VARIANCE-PUT
008920     END-IF
008930     SET BV-V-PCT-KNOWN TO TRUE
008940     MOVE BV-V-BUD TO BV-V-BASE
008950     IF BV-V-BASE < 0
008960        MULTIPLY -1 BY BV-V-BASE
008970     END-IF
008980     MULTIPLY BV-V-VAR BY 100 GIVING BV-V-WORK
008990     DIVIDE BV-V-BASE INTO BV-V-WORK
009000         GIVING BV-V-PCT ROUNDED
009010         ON SIZE ERROR
009020            IF BV-V-VAR < 0
009030               MOVE -9999.9 TO BV-V-PCT
009040            ELSE
009050               MOVE 9999.9  TO BV-V-PCT
009060            END-IF
009070     END-DIVIDE
009080     IF BV-V-PCT > 9999.9
009090        MOVE 9999.9 TO BV-V-PCT
009100     END-IF
009110     IF BV-V-PCT < -9999.9
009120        MOVE -9999.9 TO BV-V-PCT
009130     END-IF
009140     MOVE BV-V-PCT TO BV-V-ABS-PCT
009150     IF BV-V-ABS-PCT < 0
009160        MULTIPLY -1 BY BV-V-ABS-PCT
009170     END-IF
009180     IF BV-V-ABS-PCT > BV-V-TOL
009190        SET BV-V-OVER TO TRUE
009200     END-IF.
009210 6000-PRINT-VARIANCE-PUT.
009220     MOVE BV-V-BUD TO BV-DTL-BUD
009230     MOVE BV-V-ACT TO BV-DTL-ACT
009240     MOVE BV-V-VAR TO BV-DTL-VAR
009250     IF BV-V-PCT-KNOWN
009260        MOVE BV-V-PCT TO BV-DTL-PCT
009270     ELSE
009280        MOVE '    N/A' TO BV-DTL-PCT-X
009290     END-IF
009300     IF BV-V-OVER
009310        MOVE '**' TO BV-DTL-FLAG
009320        SET BV-LINE-OVER TO TRUE
009330     ELSE
009340        MOVE SPACES TO BV-DTL-FLAG
009350     END-IF
009360     MOVE BV-DTL-LINE TO RW-LINE
009370     MOVE 'D' TO RW-FUNC
009380     PERFORM 8900-RW-PUT
009390         THRU 8900-RW-PUT-EXIT.
009400 6000-PRINT-VARIANCE-EXIT.
009410     EXIT.
009420*----------------------------------------------------------*
009430* 8000-NO-REQUEST - NO BUDVREQ ROW; THE ONE-LINE REPORT    *
009440*                   SAYS SO                                *
009450*----------------------------------------------------------*
009460 8000-NO-REQUEST.
009470     MOVE 'BUDGET VARIANCE' TO RW-TITLE
009480     MOVE 'BUDVAR'          TO RW-TITLE-ID
009490     MOVE SPACES            TO RW-COLS
009500     MOVE 'I' TO RW-FUNC
009510     PERFORM 8900-RW-PUT
009520         THRU 8900-RW-PUT-EXIT
009530     MOVE 'NO BUDVREQ ROW - NO VARIANCE REPORT' TO RW-LINE
009540     MOVE 'T' TO RW-FUNC
009550     PERFORM 8900-RW-PUT
009560         THRU 8900-RW-PUT-EXIT
009570     MOVE 'C' TO RW-FUNC
009580     PERFORM 8900-RW-PUT
009590         THRU 8900-RW-PUT-EXIT
009600     CLOSE BUDVREQ
009610     CLOSE BUDVRPT.
009620 8000-NO-REQUEST-EXIT.
009630     EXIT.
009631*----------------------------------------------------------*
009632* 8100-OUT-OF-SCOPE - THE COMPANY IS OUTSIDE THE DATA SCOPE *
009633*                     OF THE USER THE JOB RUNS UNDER; THE   *
009634*                     ONE-LINE REPORT SAYS SO               *
009635*----------------------------------------------------------*
009636 8100-OUT-OF-SCOPE.
009637     MOVE 'BUDGET VARIANCE' TO RW-TITLE
009638     MOVE 'BUDVAR'          TO RW-TITLE-ID
009639     MOVE SPACES            TO RW-COLS
009640     MOVE 'I' TO RW-FUNC
009641     PERFORM 8900-RW-PUT
009642         THRU 8900-RW-PUT-EXIT
009643     MOVE SPACES TO RW-LINE
009644     STRING 'COMPANY ' BV-COMPANY
009645            ' IS OUTSIDE THE DATA SCOPE - NO VARIANCE REPORT'
009646            DELIMITED BY SIZE INTO RW-LINE
009647     MOVE 'T' TO RW-FUNC
009648     PERFORM 8900-RW-PUT
009649         THRU 8900-RW-PUT-EXIT
009650     MOVE 'C' TO RW-FUNC
009651     PERFORM 8900-RW-PUT
009652         THRU 8900-RW-PUT-EXIT
009653     CLOSE BUDVREQ
009654     CLOSE BUDVRPT.
009655 8100-OUT-OF-SCOPE-EXIT.
009656     EXIT.
009657 8800-RUN-COMMAND.
009658     COMPUTE BV-CMDLEN = BV-CMD-PTR - 1
009660     MOVE 'BUDVAR'   TO CX-CALLER
009670     MOVE BV-CMD     TO CX-CMD
009680     MOVE BV-CMDLEN  TO CX-CMDLEN
009690     CALL 'GXCMDX' USING CX-CTL.
009700 8800-RUN-COMMAND-EXIT.
009710     EXIT.
009720 8900-RW-PUT.
009730     CALL 'GXRPTW' USING RW-CTL RW-OUT
009740     PERFORM VARYING RW-X FROM 1 BY 1
009750             UNTIL RW-X > RW-OUT-COUNT
009760        WRITE BUDVRPT-LINE FROM RW-OUT-LINE (RW-X)
009770     END-PERFORM.
009780 8900-RW-PUT-EXIT.
009790     EXIT.
009800 9000-TERMINATE.
009810     MOVE 'C' TO RW-FUNC
009820     PERFORM 8900-RW-PUT
009830         THRU 8900-RW-PUT-EXIT
009840     CLOSE BUDVREQ
009850     CLOSE BUDVRPT.
009860 9000-TERMINATE-EXIT.
009870     EXIT.
009880 9999-EXIT.
009890     STOP RUN.
