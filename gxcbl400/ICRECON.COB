000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ICRECON.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - INTERCOMPANY          *
000100*                   RECONCILIATION.  EVERY OPEN ICPOST ITEM *
000110*                   ONE COMPANY BOOKED AGAINST ANOTHER IS   *
000120*                   PAIRED WITH THE PARTNER'S MIRROR ENTRY  *
000130*                   BY REFERENCE AND AMOUNT, THE PARTNER'S  *
000140*                   AMOUNT CONVERTED THROUGH EXCHRATE WHEN  *
000150*                   THE CURRENCIES DIFFER.  THE REPORT      *
000160*                   LISTS MATCHED PAIRS, PAIRS THAT DISAGREE*
000170*                   ON AMOUNT AND ONE-SIDED ITEMS, WITH AN  *
000180*                   AGE-BUCKET SUMMARY IN BUSINESS DAYS.    *
000190*                   ANYTHING UNMATCHED PAST THE ICCTL LIMIT *
000200*                   GOES TO ICBLOCK, WHICH CLOSECHK READS   *
000210*                   BEFORE IT WILL CLOSE THE PERIOD         *
000212*   2026-10-15  RH  CURRMST CARRIES THE MAJOR AND MINOR     *
000214*                   UNIT NAMES FOR AMOUNTS IN WORDS         *
000215*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF  *
000216*                   THE USER THE JOB RUNS UNDER - AN ITEM   *
000217*                   BOOKED BY A COMPANY OUTSIDE IT IS       *
000218*                   WITHHELD AND COUNTED; ICBLOCK STAYS     *
000219*                   WHOLE                                   *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-ISERIES.
000260 OBJECT-COMPUTER.   IBM-ISERIES.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ICCTL      ASSIGN TO DATABASE-ICCTL
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS  IS IC-FS-ICCTL.
000320     SELECT ICPOST     ASSIGN TO DATABASE-ICPOST
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS  IS IC-FS-ICPOST.
000350     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS IC-FS-HOLCAL.
000380     SELECT CURRMST    ASSIGN TO DATABASE-CURRMST
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS IC-FS-CURRMST.
000410     SELECT EXCHRATE   ASSIGN TO DATABASE-EXCHRATE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS  IS IC-FS-EXCHRATE.
000440     SELECT ICBLOCK    ASSIGN TO DATABASE-ICBLOCK
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS  IS IC-FS-ICBLOCK.
000470     SELECT ICRPT      ASSIGN TO DATABASE-ICRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS IC-FS-ICRPT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------*
000530* RECONCILIATION PARAMETERS - ONE ROW.  AGES ARE BUSINESS   *
000540* DAYS; AN ITEM UNMATCHED LONGER THAN BLOCK-DAYS STOPS THE  *
000550* CLOSE.  TOLERANCE ABSORBS ROUNDING ON CONVERTED AMOUNTS   *
000560*----------------------------------------------------------*
000570 FD  ICCTL.
000580 01  ICCTL-RECORD.
000590     05 ICCTL-BLOCK-DAYS         PIC  9(003).
000600     05 ICCTL-BUCKET-1           PIC  9(003).
000610     05 ICCTL-BUCKET-2           PIC  9(003).
000620     05 ICCTL-BUCKET-3           PIC  9(003).
000630     05 ICCTL-TOLERANCE          PIC S9(005)V9(002) COMP-3.
000640*----------------------------------------------------------*
000650* INTERCOMPANY ITEMS - AMOUNT SIGNED FROM THE BOOKING       *
000660* COMPANY'S SIDE, SO A MIRROR ENTRY CARRIES THE OPPOSITE    *
000670* SIGN.  O = OPEN, S = SETTLED                              *
000680*----------------------------------------------------------*
000690 FD  ICPOST.
000700 01  ICPOST-RECORD.
000710     05 ICPOST-COMPANY           PIC  X(003).
000720     05 ICPOST-PARTNER           PIC  X(003).
000730     05 ICPOST-REFERENCE         PIC  X(020).
000740     05 ICPOST-DOCNBR            PIC  X(013).
000750     05 ICPOST-DOCDATE           PIC  9(008).
000760     05 ICPOST-CURRENCY          PIC  X(003).
000770     05 ICPOST-AMOUNT            PIC S9(013)V9(002) COMP-3.
000780     05 ICPOST-STATUS            PIC  X(001).
000790        88 ICPOST-IS-OPEN                        VALUE 'O'.
000800 FD  HOLCAL.
000810 01  HOLCAL-RECORD.
000820     05 HOLCAL-DATE.
000830        10 HOLCAL-YY             PIC  9(004).
000840        10 HOLCAL-MM             PIC  9(002).
000850        10 HOLCAL-DD             PIC  9(002).
000860     05 HOLCAL-LOC               PIC  X(010).
000870     05 HOLCAL-DESC              PIC  X(030).
000880 FD  CURRMST.
000890 01  CURRMST-RECORD.
000900     05 CURRMST-CODE             PIC  X(003).
000910     05 CURRMST-DECS             PIC  9(001).
000920     05 CURRMST-SYMBOL           PIC  X(003).
000930     05 CURRMST-ROUND            PIC  X(001).
000940     05 CURRMST-MAXAGE           PIC  9(003).
000950     05 CURRMST-COMPANY          PIC  X(003).
000952     05 CURRMST-MAJOR-WORD       PIC  X(015).
000954     05 CURRMST-MINOR-WORD       PIC  X(015).
000960 FD  EXCHRATE.
000970 01  EXCHRATE-RECORD.
000980     05 EXCHRATE-FROM            PIC  X(003).
000990     05 EXCHRATE-TO              PIC  X(003).
001000     05 EXCHRATE-EFF             PIC  9(008).
001010     05 EXCHRATE-RATE            PIC S9(007)V9(007) COMP-3.
001020*----------------------------------------------------------*
001030* ITEMS HOLDING UP THE CLOSE - REBUILT BY EVERY RUN.        *
001040* KIND O = ONE-SIDED, D = AMOUNT DIFFERENCE, X = NOT        *
001050* RECONCILED (TABLE FULL)                                   *
001060*----------------------------------------------------------*
001070 FD  ICBLOCK.
001080 01  ICBLOCK-RECORD.
001090     05 ICBLOCK-COMPANY          PIC  X(003).
001100     05 ICBLOCK-PARTNER          PIC  X(003).
001110     05 ICBLOCK-REFERENCE        PIC  X(020).
001120     05 ICBLOCK-DOCNBR           PIC  X(013).
001130     05 ICBLOCK-KIND             PIC  X(001).
001140     05 ICBLOCK-AGE              PIC S9(005) COMP-3.
001150     05 ICBLOCK-CURRENCY         PIC  X(003).
001160     05 ICBLOCK-AMOUNT           PIC S9(013)V9(002) COMP-3.
001170     05 ICBLOCK-TIMESTAMP        PIC  X(026).
001180 FD  ICRPT.
001190 01  ICRPT-LINE                  PIC  X(080).
001200 WORKING-STORAGE SECTION.
001210 77  IC-FS-ICCTL                 PIC  X(002).
001220 77  IC-FS-ICPOST                PIC  X(002).
001230 77  IC-FS-HOLCAL                PIC  X(002).
001240 77  IC-FS-CURRMST               PIC  X(002).
001250 77  IC-FS-EXCHRATE              PIC  X(002).
001260 77  IC-FS-ICBLOCK               PIC  X(002).
001270 77  IC-FS-ICRPT                 PIC  X(002).
001280 77  IC-EOF-SW                   PIC  X(001)     VALUE 'N'.
001290     88 IC-AT-EOF                                VALUE 'Y'.
001300 77  IC-I                        PIC S9(004) COMP-3.
001310 77  IC-J                        PIC S9(004) COMP-3.
001320 77  IC-K                        PIC S9(004) COMP-3.
001330 77  IC-B                        PIC S9(004) COMP-3.
001340 77  IC-ITEM-COUNT               PIC S9(004) COMP-3 VALUE 0.
001350 77  IC-MAX-ITEMS                PIC S9(004) COMP-3 VALUE 2000.
001360 77  IC-OVERFLOW                 PIC S9(007) COMP-3 VALUE 0.
001370 77  IC-MATCHED                  PIC S9(007) COMP-3 VALUE 0.
001380 77  IC-DIFFS                    PIC S9(007) COMP-3 VALUE 0.
001390 77  IC-ONESIDED                 PIC S9(007) COMP-3 VALUE 0.
001395 77  IC-WITHHELD                 PIC S9(007) COMP-3 VALUE 0.
001400 77  IC-BLOCKING                 PIC S9(007) COMP-3 VALUE 0.
001410 77  IC-NORATE                   PIC S9(007) COMP-3 VALUE 0.
001420 77  IC-CONV-AMT                 PIC S9(013)V9(002) COMP-3.
001430 77  IC-GAP                      PIC S9(013)V9(002) COMP-3.
001440 77  IC-AGE                      PIC S9(005) COMP-3.
001450 77  IC-AGE-FROM                 PIC  9(008).
001460 77  IC-DAYS-ED                  PIC  9(003).
001470 77  IC-RATE-SW                  PIC  X(001).
001480     88 IC-RATE-FOUND                            VALUE 'Y'.
001490     88 IC-RATE-MISSING                           VALUE 'N'.
001500 77  IC-BLOCK-DAYS               PIC S9(005) COMP-3 VALUE 10.
001510 77  IC-TOLERANCE                PIC S9(005)V9(002) COMP-3
001520                                                 VALUE 0.
001530 01  IC-TODAY-DATE.
001540     05 IC-TODAY-YY              PIC  9(004).
001550     05 IC-TODAY-MM              PIC  9(002).
001560     05 IC-TODAY-DD              PIC  9(002).
001570 01  IC-TODAY-N REDEFINES IC-TODAY-DATE
001580                                 PIC  9(008).
001590 01  IC-NOW-TIME.
001600     05 IC-NOW-HH                PIC  9(002).
001610     05 IC-NOW-MIN               PIC  9(002).
001620     05 IC-NOW-SS                PIC  9(002).
001630     05 IC-NOW-HS                PIC  9(002).
001640 01  IC-NOW-TS                   PIC  X(026).
001650*----------------------------------------------------------*
001660* OPEN ITEMS.  STATE: SPACE = NOT YET PAIRED, M = MATCHED,  *
001670* D = PAIRED ON REFERENCE BUT AMOUNTS DISAGREE; MATE IS THE *
001680* PARTNER ITEM'S SUBSCRIPT                                  *
001690*----------------------------------------------------------*
001700 01  IC-ITEM-TABLE.
001710     05 IC-ITEM-ENTRY OCCURS 2000 TIMES.
001720        10 IC-IT-COMPANY         PIC  X(003).
001730        10 IC-IT-PARTNER         PIC  X(003).
001740        10 IC-IT-REF             PIC  X(020).
001750        10 IC-IT-DOCNBR          PIC  X(013).
001760        10 IC-IT-DATE            PIC  9(008).
001770        10 IC-IT-CCY             PIC  X(003).
001780        10 IC-IT-AMT             PIC S9(013)V9(002) COMP-3.
001790        10 IC-IT-STATE           PIC  X(001).
001800        10 IC-IT-MATE            PIC S9(004) COMP-3.
001810*----------------------------------------------------------*
001820* AGE BUCKETS - UPPER LIMITS IN BUSINESS DAYS, THE FOURTH   *
001830* BUCKET TAKES EVERYTHING OLDER                             *
001840*----------------------------------------------------------*
001850 01  IC-BUCKET-TABLE.
001860     05 IC-BUCKET-ENTRY OCCURS 4 TIMES.
001870        10 IC-BK-LIMIT           PIC S9(005) COMP-3.
001880        10 IC-BK-LABEL           PIC  X(012).
001890        10 IC-BK-ONESIDED        PIC S9(007) COMP-3.
001900        10 IC-BK-DIFFS           PIC S9(007) COMP-3.
001910*----------------------------------------------------------*
001920* DAY-NUMBER AND WORKDAY FIELDS - SAME CALENDAR ARITHMETIC  *
001930* AS GXFDTON AND THE SAME WORKDAY RULE AS CLOSECHK          *
001940*----------------------------------------------------------*
001950 01  IC-DTON-DATE.
001960     05 IC-DTON-YY               PIC  9(004).
001970     05 IC-DTON-MM               PIC  9(002).
001980     05 IC-DTON-DD               PIC  9(002).
001990 01  IC-DTON-DW.
002000     05 IC-DW-YY                 PIC S9(005) COMP-3.
002010     05 IC-DW-MM                 PIC S9(003) COMP-3.
002020     05 IC-DW-DD                 PIC S9(003) COMP-3.
002030 77  IC-DTON-D                   PIC S9(003) COMP-3.
002040 77  IC-DTON-L4                  PIC S9(005) COMP-3.
002050 77  IC-DTON-L100                PIC S9(005) COMP-3.
002060 77  IC-DTON-L400                PIC S9(005) COMP-3.
002070 77  IC-DTON-NUM                 PIC S9(009) COMP-3.
002080 77  IC-WD-TMP                   PIC S9(009) COMP-3.
002090 77  IC-WD-Q                     PIC S9(009) COMP-3.
002100 77  IC-WD                       PIC S9(003) COMP-3.
002110 77  IC-TODAY-NUM                PIC S9(009) COMP-3.
002120 77  IC-CHK-NUM                  PIC S9(009) COMP-3.
002130 77  IC-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
002140 77  IC-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
002150 77  IC-WORKDAY-SW               PIC  X(001).
002160     88 IC-IS-WORKDAY                            VALUE 'Y'.
002170     88 IC-NOT-WORKDAY                            VALUE 'N'.
002180 01  IC-HOL-TABLE.
002190     05 IC-HOL-NUM OCCURS 60     PIC S9(009) COMP-3.
002200*----------------------------------------------------------*
002210* GX-CUR / GX-EXR / GX-CURC - THE GXFCURR WORK FIELDS UNDER *
002220* THEIR LIBRARY NAMES.  ONE RATE ROW PER CURRENCY PAIR IS   *
002230* KEPT: THE NEWEST ON OR BEFORE THE RUN DATE                *
002240*----------------------------------------------------------*
002250 01  GX-CUR-TABLE.
002260     05 GX-CUR-T-ENTRY OCCURS 30 TIMES.
002270        10 GX-CUR-T-CODE         PIC  X(003).
002280        10 GX-CUR-T-DECS         PIC  9(001).
002290        10 GX-CUR-T-RND          PIC  X(001).
002300 77  GX-CUR-CNT                  PIC S9(003) COMP-3 VALUE 0.
002310 01  GX-EXR-TABLE.
002320     05 GX-EXR-T-ENTRY OCCURS 100 TIMES.
002330        10 GX-EXR-T-FROM         PIC  X(003).
002340        10 GX-EXR-T-TO           PIC  X(003).
002350        10 GX-EXR-T-EFF          PIC  9(008).
002360        10 GX-EXR-T-RATE         PIC S9(007)V9(007) COMP-3.
002370 77  GX-EXR-CNT                  PIC S9(003) COMP-3 VALUE 0.
002380 77  GX-CUR-I                    PIC S9(003) COMP-3.
002390 77  GX-CUR-X                    PIC S9(003) COMP-3.
002400 01  GX-CUR-CODE                 PIC  X(003).
002410 01  GX-CURC-AMT                 PIC S9(013)V9(004) COMP-3.
002420 01  GX-CURC-OUT                 PIC S9(013)V9(004) COMP-3.
002430 01  GX-CURC-FROM                PIC  X(003).
002440 01  GX-CURC-TO                  PIC  X(003).
002450 01  GX-CURC-FACTOR              PIC S9(005) COMP-3.
002460 01  GX-CURC-SCALED              PIC S9(017) COMP-3.
002470 01  IC-HDG-LINE-1.
002480     05 FILLER                   PIC  X(030)
002490                VALUE 'INTERCOMPANY RECONCILIATION   '.
002500     05 IC-HDG-DATE              PIC  9(008).
002510     05 FILLER                   PIC  X(042) VALUE SPACES.
002520 01  IC-COLS-LINE.
002530     05 FILLER                   PIC  X(038) VALUE
002540                'KIND CO  PTR REFERENCE            CCY'.
002550     05 FILLER                   PIC  X(042) VALUE
002560                '        AMOUNT     DIFFERENCE  AGE BUCKET'.
002570 01  IC-DTL-LINE.
002580     05 IC-DTL-KIND              PIC  X(004).
002590     05 FILLER                   PIC  X(001) VALUE SPACES.
002600     05 IC-DTL-COMPANY           PIC  X(003).
002610     05 FILLER                   PIC  X(001) VALUE SPACES.
002620     05 IC-DTL-PARTNER           PIC  X(003).
002630     05 FILLER                   PIC  X(001) VALUE SPACES.
002640     05 IC-DTL-REF               PIC  X(020).
002650     05 FILLER                   PIC  X(001) VALUE SPACES.
002660     05 IC-DTL-CCY               PIC  X(003).
002670     05 FILLER                   PIC  X(001) VALUE SPACES.
002680     05 IC-DTL-AMT               PIC ZZZZZZZZZ9.99-.
002690     05 FILLER                   PIC  X(001) VALUE SPACES.
002700     05 IC-DTL-DIFF              PIC ZZZZZZZZZ9.99-.
002710     05 FILLER                   PIC  X(001) VALUE SPACES.
002720     05 IC-DTL-AGE               PIC ZZZ9.
002730     05 FILLER                   PIC  X(001) VALUE SPACES.
002740     05 IC-DTL-BUCKET            PIC  X(007).
002750 01  IC-BKT-LINE.
002760     05 FILLER                   PIC  X(007) VALUE 'BUCKET '.
002770     05 IC-BKT-LABEL             PIC  X(012).
002780     05 FILLER                   PIC  X(012) VALUE '  ONE-SIDED '.
002790     05 IC-BKT-ONESIDED          PIC ZZZ,ZZ9.
002800     05 FILLER                   PIC  X(014) VALUE
002810                                       '  DIFFERENCES '.
002820     05 IC-BKT-DIFFS             PIC ZZZ,ZZ9.
002830     05 FILLER                   PIC  X(021) VALUE SPACES.
002840 01  IC-CNT-LINE.
002850     05 IC-CNT-LABEL             PIC  X(050).
002860     05 FILLER                   PIC  X(021) VALUE SPACES.
002870     05 IC-CNT-VALUE             PIC ZZZ,ZZ9.
002880     05 FILLER                   PIC  X(002) VALUE SPACES.
002890*----------------------------------------------------------*
002900* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002910* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
002920*----------------------------------------------------------*
002930 01  RW-CTL.
002940     05 RW-FUNC                  PIC  X(001).
002950     05 RW-TITLE                 PIC  X(050).
002960     05 RW-TITLE-ID              PIC  X(010).
002970     05 RW-LANG                  PIC  X(003).
002980     05 RW-COLS                  PIC  X(080).
002990     05 RW-LINE                  PIC  X(080).
003000     05 RW-PAGE-SIZE             PIC  9(003).
003010 01  RW-OUT.
003020     05 RW-OUT-COUNT             PIC  9(001).
003030     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003040 77  RW-X                        PIC S9(003) COMP-3.
003050 PROCEDURE DIVISION.
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-INITIALIZE-EXIT
003090     PERFORM 2000-LOAD-ITEMS
003100         THRU 2000-LOAD-ITEMS-EXIT
003110     PERFORM 3000-PAIR-ITEMS
003120         THRU 3000-PAIR-ITEMS-EXIT
003130     PERFORM 4000-REPORT-ITEMS
003140         THRU 4000-REPORT-ITEMS-EXIT
003150     PERFORM 5000-PRINT-SUMMARY
003160         THRU 5000-PRINT-SUMMARY-EXIT
003170     PERFORM 9000-TERMINATE
003180         THRU 9000-TERMINATE-EXIT
003190     GO TO 9999-EXIT.
003200*----------------------------------------------------------*
003210* 1000-INITIALIZE - PARAMETERS, HOLIDAYS AND RATES          *
003220*----------------------------------------------------------*
003230 1000-INITIALIZE.
003240     OPEN INPUT  ICCTL
003250     OPEN INPUT  ICPOST
003260     OPEN INPUT  HOLCAL
003270     OPEN INPUT  CURRMST
003280     OPEN INPUT  EXCHRATE
003290     OPEN OUTPUT ICBLOCK
003300     OPEN OUTPUT ICRPT
003310     ACCEPT IC-TODAY-DATE FROM DATE YYYYMMDD
003320     ACCEPT IC-NOW-TIME   FROM TIME
003330     MOVE SPACES TO IC-NOW-TS
003340     STRING IC-TODAY-YY '-' IC-TODAY-MM '-' IC-TODAY-DD '-'
003350            IC-NOW-HH '.' IC-NOW-MIN '.' IC-NOW-SS '.000000'
003360            DELIMITED BY SIZE INTO IC-NOW-TS
003370     MOVE 5   TO IC-BK-LIMIT (1)
003380     MOVE 20  TO IC-BK-LIMIT (2)
003390     MOVE 60  TO IC-BK-LIMIT (3)
003400     MOVE 99999 TO IC-BK-LIMIT (4)
003410     IF IC-FS-ICCTL = '00'
003420        READ ICCTL
003430            AT END
003440               CONTINUE
003450            NOT AT END
003460               IF ICCTL-BLOCK-DAYS > 0
003470                  MOVE ICCTL-BLOCK-DAYS TO IC-BLOCK-DAYS
003480               END-IF
003490               IF ICCTL-BUCKET-1 > 0 AND
003500                  ICCTL-BUCKET-2 > ICCTL-BUCKET-1 AND
003510                  ICCTL-BUCKET-3 > ICCTL-BUCKET-2
003520                  MOVE ICCTL-BUCKET-1 TO IC-BK-LIMIT (1)
003530                  MOVE ICCTL-BUCKET-2 TO IC-BK-LIMIT (2)
003540                  MOVE ICCTL-BUCKET-3 TO IC-BK-LIMIT (3)
003550               END-IF
003560               MOVE ICCTL-TOLERANCE TO IC-TOLERANCE
003570        END-READ
003580     END-IF
003590     PERFORM 1050-SET-BUCKET-LABEL
003600         THRU 1050-SET-BUCKET-LABEL-EXIT
003610         VARYING IC-B FROM 1 BY 1 UNTIL IC-B > 4
003620     MOVE IC-TODAY-DATE TO IC-DTON-DATE
003630     PERFORM 8000-DATE-TO-DAYNUM
003640         THRU 8000-DATE-TO-DAYNUM-EXIT
003650     MOVE IC-DTON-NUM TO IC-TODAY-NUM
003660     MOVE IC-TODAY-N    TO IC-HDG-DATE
003670     MOVE IC-HDG-LINE-1 TO RW-TITLE
003680     MOVE 'ICRPT'       TO RW-TITLE-ID
003690     MOVE SPACES        TO RW-LANG
003700     MOVE IC-COLS-LINE  TO RW-COLS
003710     MOVE 60  TO RW-PAGE-SIZE
003720     MOVE 'I' TO RW-FUNC
003730     PERFORM 8900-RW-PUT
003740         THRU 8900-RW-PUT-EXIT
003750     PERFORM 1100-LOAD-HOLCAL
003760         THRU 1100-LOAD-HOLCAL-EXIT
003770     PERFORM GX-LOAD-CURRMST
003780         THRU GX-LOAD-CURRMST-EXIT
003790     PERFORM GX-LOAD-EXCHRATE
003800         THRU GX-LOAD-EXCHRATE-EXIT.
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830 1050-SET-BUCKET-LABEL.
003840     MOVE 0 TO IC-BK-ONESIDED (IC-B)
003850     MOVE 0 TO IC-BK-DIFFS (IC-B)
003860     MOVE SPACES TO IC-BK-LABEL (IC-B)
003870     IF IC-B = 1
003880        MOVE IC-BK-LIMIT (1) TO IC-DAYS-ED
003890        STRING 'UP TO ' IC-DAYS-ED DELIMITED BY SIZE
003900               INTO IC-BK-LABEL (IC-B)
003910     END-IF
003920     IF IC-B = 2 OR IC-B = 3
003930        MOVE IC-BK-LIMIT (IC-B) TO IC-DAYS-ED
003940        STRING 'UP TO ' IC-DAYS-ED DELIMITED BY SIZE
003950               INTO IC-BK-LABEL (IC-B)
003960     END-IF
003970     IF IC-B = 4
003980        MOVE IC-BK-LIMIT (3) TO IC-DAYS-ED
003990        STRING 'OVER  ' IC-DAYS-ED DELIMITED BY SIZE
004000               INTO IC-BK-LABEL (IC-B)
004010     END-IF.
004020 1050-SET-BUCKET-LABEL-EXIT.
004030     EXIT.
004040 1100-LOAD-HOLCAL.
004050     MOVE 'N' TO IC-EOF-SW
004060     PERFORM 1110-STORE-HOLIDAY
004070         THRU 1110-STORE-HOLIDAY-EXIT
004080         UNTIL IC-AT-EOF.
004090 1100-LOAD-HOLCAL-EXIT.
004100     EXIT.
004110 1110-STORE-HOLIDAY.
004120     READ HOLCAL
004130         AT END
004140            SET IC-AT-EOF TO TRUE
004150            GO TO 1110-STORE-HOLIDAY-EXIT
004160     END-READ
004170     IF IC-HOL-COUNT < IC-MAX-HOLS
004180        MOVE HOLCAL-DATE TO IC-DTON-DATE
004190        PERFORM 8000-DATE-TO-DAYNUM
004200            THRU 8000-DATE-TO-DAYNUM-EXIT
004210        ADD 1 TO IC-HOL-COUNT
004220        MOVE IC-DTON-NUM TO IC-HOL-NUM (IC-HOL-COUNT)
004230     END-IF.
004240 1110-STORE-HOLIDAY-EXIT.
004250     EXIT.
004260*----------------------------------------------------------*
004270* 2000-LOAD-ITEMS - EVERY OPEN INTERCOMPANY ITEM.  AN ITEM  *
004280*                   THE TABLE CANNOT HOLD IS NOT RECONCILED *
004290*                   AND SO BLOCKS ITS COMPANY'S CLOSE       *
004300*----------------------------------------------------------*
004310 2000-LOAD-ITEMS.
004320     MOVE 'N' TO IC-EOF-SW
004330     PERFORM 2100-STORE-ITEM
004340         THRU 2100-STORE-ITEM-EXIT
004350         UNTIL IC-AT-EOF.
004360 2000-LOAD-ITEMS-EXIT.
004370     EXIT.
004380 2100-STORE-ITEM.
004390     READ ICPOST
004400         AT END
004410            SET IC-AT-EOF TO TRUE
004420            GO TO 2100-STORE-ITEM-EXIT
004430     END-READ
004440     IF NOT ICPOST-IS-OPEN
004450        GO TO 2100-STORE-ITEM-EXIT
004460     END-IF
004470     IF IC-ITEM-COUNT NOT < IC-MAX-ITEMS
004480        ADD 1 TO IC-OVERFLOW
004490        MOVE ICPOST-DOCDATE TO IC-AGE-FROM
004500        PERFORM 8100-BUSINESS-AGE
004510            THRU 8100-BUSINESS-AGE-EXIT
004520        MOVE ICPOST-COMPANY   TO ICBLOCK-COMPANY
004530        MOVE ICPOST-PARTNER   TO ICBLOCK-PARTNER
004540        MOVE ICPOST-REFERENCE TO ICBLOCK-REFERENCE
004550        MOVE ICPOST-DOCNBR    TO ICBLOCK-DOCNBR
004560        MOVE 'X'              TO ICBLOCK-KIND
004570        MOVE IC-AGE           TO ICBLOCK-AGE
004580        MOVE ICPOST-CURRENCY  TO ICBLOCK-CURRENCY
004590        MOVE ICPOST-AMOUNT    TO ICBLOCK-AMOUNT
004600        MOVE IC-NOW-TS        TO ICBLOCK-TIMESTAMP
004610        WRITE ICBLOCK-RECORD
004620        ADD 1 TO IC-BLOCKING
004630        GO TO 2100-STORE-ITEM-EXIT
004640     END-IF
004650     ADD 1 TO IC-ITEM-COUNT
004660     MOVE ICPOST-COMPANY   TO IC-IT-COMPANY (IC-ITEM-COUNT)
004670     MOVE ICPOST-PARTNER   TO IC-IT-PARTNER (IC-ITEM-COUNT)
004680     MOVE ICPOST-REFERENCE TO IC-IT-REF     (IC-ITEM-COUNT)
004690     MOVE ICPOST-DOCNBR    TO IC-IT-DOCNBR  (IC-ITEM-COUNT)
004700     MOVE ICPOST-DOCDATE   TO IC-IT-DATE    (IC-ITEM-COUNT)
004710     MOVE ICPOST-CURRENCY  TO IC-IT-CCY     (IC-ITEM-COUNT)
004720     MOVE ICPOST-AMOUNT    TO IC-IT-AMT     (IC-ITEM-COUNT)
004730     MOVE SPACE            TO IC-IT-STATE   (IC-ITEM-COUNT)
004740     MOVE 0                TO IC-IT-MATE    (IC-ITEM-COUNT).
004750 2100-STORE-ITEM-EXIT.
004760     EXIT.
004770*----------------------------------------------------------*
004780* 3000-PAIR-ITEMS - FIRST BY REFERENCE AND AMOUNT, THEN BY  *
004790*                   REFERENCE ALONE FOR WHAT IS LEFT, SO AN *
004800*                   EXACT MIRROR IS NEVER TAKEN BY A NEAR   *
004810*                   ONE ON THE SAME REFERENCE               *
004820*----------------------------------------------------------*
004830 3000-PAIR-ITEMS.
004840     PERFORM 3100-PAIR-EXACT
004850         THRU 3100-PAIR-EXACT-EXIT
004860         VARYING IC-I FROM 1 BY 1 UNTIL IC-I > IC-ITEM-COUNT
004870     PERFORM 3200-PAIR-REFERENCE
004880         THRU 3200-PAIR-REFERENCE-EXIT
004890         VARYING IC-I FROM 1 BY 1 UNTIL IC-I > IC-ITEM-COUNT.
004900 3000-PAIR-ITEMS-EXIT.
004910     EXIT.
004920 3100-PAIR-EXACT.
004930     IF IC-IT-STATE (IC-I) NOT = SPACE
004940        GO TO 3100-PAIR-EXACT-EXIT
004950     END-IF
004960     PERFORM VARYING IC-J FROM 1 BY 1
004970             UNTIL IC-J > IC-ITEM-COUNT OR
004980                   IC-IT-STATE (IC-I) NOT = SPACE
004990        IF IC-J NOT = IC-I AND
005000           IC-IT-STATE (IC-J)   = SPACE AND
005010           IC-IT-COMPANY (IC-J) = IC-IT-PARTNER (IC-I) AND
005020           IC-IT-PARTNER (IC-J) = IC-IT-COMPANY (IC-I) AND
005030           IC-IT-REF (IC-J)     = IC-IT-REF (IC-I)
005040           PERFORM 3500-COMPARE-PAIR
005050               THRU 3500-COMPARE-PAIR-EXIT
005060           IF IC-RATE-FOUND AND
005070              IC-GAP NOT > IC-TOLERANCE AND
005080              IC-GAP NOT < 0 - IC-TOLERANCE
005090              MOVE 'M'   TO IC-IT-STATE (IC-I)
005100              MOVE 'M'   TO IC-IT-STATE (IC-J)
005110              MOVE IC-J  TO IC-IT-MATE (IC-I)
005120              MOVE IC-I  TO IC-IT-MATE (IC-J)
005130           END-IF
005140        END-IF
005150     END-PERFORM.
005160 3100-PAIR-EXACT-EXIT.
005170     EXIT.
005180 3200-PAIR-REFERENCE.
005190     IF IC-IT-STATE (IC-I) NOT = SPACE
005200        GO TO 3200-PAIR-REFERENCE-EXIT
005210     END-IF
005220     PERFORM VARYING IC-J FROM 1 BY 1
005230             UNTIL IC-J > IC-ITEM-COUNT OR
005240                   IC-IT-STATE (IC-I) NOT = SPACE
005250        IF IC-J NOT = IC-I AND
005260           IC-IT-STATE (IC-J)   = SPACE AND
005270           IC-IT-COMPANY (IC-J) = IC-IT-PARTNER (IC-I) AND
005280           IC-IT-PARTNER (IC-J) = IC-IT-COMPANY (IC-I) AND
005290           IC-IT-REF (IC-J)     = IC-IT-REF (IC-I)
005300           MOVE 'D'   TO IC-IT-STATE (IC-I)
005310           MOVE 'D'   TO IC-IT-STATE (IC-J)
005320           MOVE IC-J  TO IC-IT-MATE (IC-I)
005330           MOVE IC-I  TO IC-IT-MATE (IC-J)
005340        END-IF
005350     END-PERFORM.
005360 3200-PAIR-REFERENCE-EXIT.
005370     EXIT.
005380*----------------------------------------------------------*
005390* 3500-COMPARE-PAIR - THE PARTNER'S AMOUNT IN THE ITEM'S    *
005400*                     CURRENCY PLUS THE ITEM'S OWN AMOUNT;  *
005410*                     ZERO WHEN THE MIRROR AGREES           *
005420*----------------------------------------------------------*
005430 3500-COMPARE-PAIR.
005440     SET IC-RATE-FOUND TO TRUE
005450     MOVE IC-IT-AMT (IC-J) TO GX-CURC-AMT
005460     MOVE IC-IT-CCY (IC-J) TO GX-CURC-FROM
005470     MOVE IC-IT-CCY (IC-I) TO GX-CURC-TO
005480     PERFORM GX-CURCNV
005490         THRU GX-CURCNV-EXIT
005500     MOVE GX-CURC-OUT TO IC-CONV-AMT
005510     COMPUTE IC-GAP = IC-IT-AMT (IC-I) + IC-CONV-AMT.
005520 3500-COMPARE-PAIR-EXIT.
005530     EXIT.
005540*----------------------------------------------------------*
005550* 4000-REPORT-ITEMS - MATCHED PAIRS, DIFFERENCES, THEN THE  *
005560*                     ONE-SIDED ITEMS.  EACH PAIR IS PRINTED*
005570*                     ONCE, FROM ITS LOWER-NUMBERED SIDE    *
005580*----------------------------------------------------------*
005590 4000-REPORT-ITEMS.
005600     PERFORM 4100-REPORT-MATCHED
005610         THRU 4100-REPORT-MATCHED-EXIT
005620         VARYING IC-I FROM 1 BY 1 UNTIL IC-I > IC-ITEM-COUNT
005630     PERFORM 4200-REPORT-DIFFERENCE
005640         THRU 4200-REPORT-DIFFERENCE-EXIT
005650         VARYING IC-I FROM 1 BY 1 UNTIL IC-I > IC-ITEM-COUNT
005660     PERFORM 4300-REPORT-ONESIDED
005670         THRU 4300-REPORT-ONESIDED-EXIT
005680         VARYING IC-I FROM 1 BY 1 UNTIL IC-I > IC-ITEM-COUNT.
005690 4000-REPORT-ITEMS-EXIT.
005700     EXIT.
005710 4100-REPORT-MATCHED.
005720     IF IC-IT-STATE (IC-I) NOT = 'M' OR
005730        IC-IT-MATE (IC-I) < IC-I
005740        GO TO 4100-REPORT-MATCHED-EXIT
005750     END-IF
005760     ADD 1 TO IC-MATCHED
005770     MOVE IC-IT-MATE (IC-I) TO IC-J
005780     PERFORM 3500-COMPARE-PAIR
005790         THRU 3500-COMPARE-PAIR-EXIT
005800     MOVE 'MTCH' TO IC-DTL-KIND
005810     MOVE IC-I TO IC-K
005820     PERFORM 4500-PUT-ITEM
005830         THRU 4500-PUT-ITEM-EXIT.
005840 4100-REPORT-MATCHED-EXIT.
005850     EXIT.
005860*----------------------------------------------------------*
005870* 4200-REPORT-DIFFERENCE - BOTH SIDES ARE LISTED, AGED FROM *
005880*                          THE OLDER DOCUMENT; PAST THE     *
005890*                          LIMIT BOTH COMPANIES ARE BLOCKED *
005900*----------------------------------------------------------*
005910 4200-REPORT-DIFFERENCE.
005920     IF IC-IT-STATE (IC-I) NOT = 'D' OR
005930        IC-IT-MATE (IC-I) < IC-I
005940        GO TO 4200-REPORT-DIFFERENCE-EXIT
005950     END-IF
005960     ADD 1 TO IC-DIFFS
005970     MOVE IC-IT-MATE (IC-I) TO IC-J
005980     PERFORM 3500-COMPARE-PAIR
005990         THRU 3500-COMPARE-PAIR-EXIT
006000     IF IC-RATE-MISSING
006010        ADD 1 TO IC-NORATE
006020     END-IF
006030     MOVE IC-IT-DATE (IC-I) TO IC-AGE-FROM
006040     IF IC-IT-DATE (IC-J) < IC-AGE-FROM
006050        MOVE IC-IT-DATE (IC-J) TO IC-AGE-FROM
006060     END-IF
006070     PERFORM 8100-BUSINESS-AGE
006080         THRU 8100-BUSINESS-AGE-EXIT
006090     PERFORM 4600-FIND-BUCKET
006100         THRU 4600-FIND-BUCKET-EXIT
006110     ADD 1 TO IC-BK-DIFFS (IC-B)
006120     MOVE 'DIFF' TO IC-DTL-KIND
006130     IF IC-RATE-MISSING
006140        MOVE 'NORT' TO IC-DTL-KIND
006150     END-IF
006160     MOVE IC-I TO IC-K
006170     PERFORM 4500-PUT-ITEM
006180         THRU 4500-PUT-ITEM-EXIT
006190     MOVE IC-J TO IC-K
006200     PERFORM 4500-PUT-ITEM
006210         THRU 4500-PUT-ITEM-EXIT
006220     IF IC-AGE > IC-BLOCK-DAYS
006230        MOVE 'D'  TO ICBLOCK-KIND
006240        MOVE IC-I TO IC-K
006250        PERFORM 4700-WRITE-BLOCK
006260            THRU 4700-WRITE-BLOCK-EXIT
006270        MOVE IC-J TO IC-K
006280        PERFORM 4700-WRITE-BLOCK
006290            THRU 4700-WRITE-BLOCK-EXIT
006300     END-IF.
006310 4200-REPORT-DIFFERENCE-EXIT.
006320     EXIT.
006330 4300-REPORT-ONESIDED.
006340     IF IC-IT-STATE (IC-I) NOT = SPACE
006350        GO TO 4300-REPORT-ONESIDED-EXIT
006360     END-IF
006370     ADD 1 TO IC-ONESIDED
006380     MOVE IC-IT-DATE (IC-I) TO IC-AGE-FROM
006390     PERFORM 8100-BUSINESS-AGE
006400         THRU 8100-BUSINESS-AGE-EXIT
006410     PERFORM 4600-FIND-BUCKET
006420         THRU 4600-FIND-BUCKET-EXIT
006430     ADD 1 TO IC-BK-ONESIDED (IC-B)
006440     MOVE 0 TO IC-GAP
006450     MOVE 'ONE ' TO IC-DTL-KIND
006460     MOVE IC-I TO IC-K
006470     PERFORM 4500-PUT-ITEM
006480         THRU 4500-PUT-ITEM-EXIT
006490     IF IC-AGE > IC-BLOCK-DAYS
006500        MOVE 'O' TO ICBLOCK-KIND
006510        PERFORM 4700-WRITE-BLOCK
006520            THRU 4700-WRITE-BLOCK-EXIT
006530     END-IF.
006540 4300-REPORT-ONESIDED-EXIT.
006550     EXIT.
006560 4500-PUT-ITEM.
006561     MOVE SPACES               TO RW-LINE
006562     MOVE IC-IT-COMPANY (IC-K) TO RW-LINE (1:3)
006563     MOVE 'K' TO RW-FUNC
006564     PERFORM 8900-RW-PUT
006565         THRU 8900-RW-PUT-EXIT
006566     IF RW-OUT-LINE (1) = 'N'
006567        ADD 1 TO IC-WITHHELD
006568        GO TO 4500-PUT-ITEM-EXIT
006569     END-IF
006570     MOVE IC-IT-COMPANY (IC-K) TO IC-DTL-COMPANY
006580     MOVE IC-IT-PARTNER (IC-K) TO IC-DTL-PARTNER
006590     MOVE IC-IT-REF (IC-K)     TO IC-DTL-REF
006600     MOVE IC-IT-CCY (IC-K)     TO IC-DTL-CCY
006610     MOVE IC-IT-AMT (IC-K)     TO IC-DTL-AMT
006620     MOVE IC-GAP               TO IC-DTL-DIFF
006630     IF IC-DTL-KIND = 'MTCH'
006640        MOVE 0      TO IC-DTL-AGE
006650        MOVE SPACES TO IC-DTL-BUCKET
006660     ELSE
006670        MOVE IC-AGE TO IC-DTL-AGE
006680        MOVE IC-BK-LABEL (IC-B) TO IC-DTL-BUCKET
006690     END-IF
006700     MOVE IC-DTL-LINE TO RW-LINE
006710     MOVE 'D' TO RW-FUNC
006720     PERFORM 8900-RW-PUT
006730         THRU 8900-RW-PUT-EXIT.
006740 4500-PUT-ITEM-EXIT.
006750     EXIT.
006760 4600-FIND-BUCKET.
006770     MOVE 4 TO IC-B
006780     PERFORM VARYING IC-K FROM 3 BY -1 UNTIL IC-K < 1
006790        IF IC-AGE NOT > IC-BK-LIMIT (IC-K)
006800           MOVE IC-K TO IC-B
006810        END-IF
006820     END-PERFORM.
006830 4600-FIND-BUCKET-EXIT.
006840     EXIT.
006850 4700-WRITE-BLOCK.
006860     MOVE IC-IT-COMPANY (IC-K) TO ICBLOCK-COMPANY
006870     MOVE IC-IT-PARTNER (IC-K) TO ICBLOCK-PARTNER
006880     MOVE IC-IT-REF (IC-K)     TO ICBLOCK-REFERENCE
006890     MOVE IC-IT-DOCNBR (IC-K)  TO ICBLOCK-DOCNBR
006900     MOVE IC-AGE               TO ICBLOCK-AGE
006910     MOVE IC-IT-CCY (IC-K)     TO ICBLOCK-CURRENCY
006920     MOVE IC-IT-AMT (IC-K)     TO ICBLOCK-AMOUNT
006930     MOVE IC-NOW-TS            TO ICBLOCK-TIMESTAMP
006940     WRITE ICBLOCK-RECORD
006950     ADD 1 TO IC-BLOCKING.
006960 4700-WRITE-BLOCK-EXIT.
006970     EXIT.
006980*----------------------------------------------------------*
006990* 5000-PRINT-SUMMARY - COUNTS AND THE AGE-BUCKET TABLE      *
007000*----------------------------------------------------------*
007010 5000-PRINT-SUMMARY.
007020     MOVE 'T' TO RW-FUNC
007030     PERFORM 5100-PRINT-BUCKET
007040         THRU 5100-PRINT-BUCKET-EXIT
007050         VARYING IC-B FROM 1 BY 1 UNTIL IC-B > 4
007060     MOVE 'MATCHED PAIRS'                   TO IC-CNT-LABEL
007070     MOVE IC-MATCHED                        TO IC-CNT-VALUE
007080     PERFORM 5200-PRINT-COUNT
007090         THRU 5200-PRINT-COUNT-EXIT
007100     MOVE 'PAIRS WITH AMOUNT DIFFERENCES'   TO IC-CNT-LABEL
007110     MOVE IC-DIFFS                          TO IC-CNT-VALUE
007120     PERFORM 5200-PRINT-COUNT
007130         THRU 5200-PRINT-COUNT-EXIT
007140     IF IC-NORATE > 0
007150        MOVE '  OF WHICH NO RATE TO CONVERT' TO IC-CNT-LABEL
007160        MOVE IC-NORATE                       TO IC-CNT-VALUE
007170        PERFORM 5200-PRINT-COUNT
007180            THRU 5200-PRINT-COUNT-EXIT
007190     END-IF
007200     MOVE 'ONE-SIDED ITEMS'                 TO IC-CNT-LABEL
007210     MOVE IC-ONESIDED                       TO IC-CNT-VALUE
007220     PERFORM 5200-PRINT-COUNT
007230         THRU 5200-PRINT-COUNT-EXIT
007231     IF IC-WITHHELD > 0
007232        MOVE '** ITEMS WITHHELD - OUTSIDE THE DATA SCOPE'
007233          TO IC-CNT-LABEL
007234        MOVE IC-WITHHELD                     TO IC-CNT-VALUE
007235        PERFORM 5200-PRINT-COUNT
007236            THRU 5200-PRINT-COUNT-EXIT
007237     END-IF
007240     IF IC-OVERFLOW > 0
007250        MOVE '** ITEMS NOT RECONCILED - TABLE FULL'
007260          TO IC-CNT-LABEL
007270        MOVE IC-OVERFLOW                     TO IC-CNT-VALUE
007280        PERFORM 5200-PRINT-COUNT
007290            THRU 5200-PRINT-COUNT-EXIT
007300     END-IF
007310     MOVE SPACES TO IC-CNT-LABEL
007320     MOVE IC-BLOCK-DAYS TO IC-DAYS-ED
007330     STRING 'ITEMS BLOCKING CLOSE (OVER ' DELIMITED BY SIZE
007340            IC-DAYS-ED                    DELIMITED BY SIZE
007350            ' BUSINESS DAYS)'             DELIMITED BY SIZE
007360            INTO IC-CNT-LABEL
007370     MOVE IC-BLOCKING                       TO IC-CNT-VALUE
007380     PERFORM 5200-PRINT-COUNT
007390         THRU 5200-PRINT-COUNT-EXIT.
007400 5000-PRINT-SUMMARY-EXIT.
007410     EXIT.
007420 5100-PRINT-BUCKET.
007430     MOVE IC-BK-LABEL (IC-B)    TO IC-BKT-LABEL
007440     MOVE IC-BK-ONESIDED (IC-B) TO IC-BKT-ONESIDED
007450     MOVE IC-BK-DIFFS (IC-B)    TO IC-BKT-DIFFS
007460     MOVE IC-BKT-LINE TO RW-LINE
007470     PERFORM 8900-RW-PUT
007480         THRU 8900-RW-PUT-EXIT.
007490 5100-PRINT-BUCKET-EXIT.
007500     EXIT.
007510 5200-PRINT-COUNT.
007520     MOVE IC-CNT-LINE TO RW-LINE
007530     PERFORM 8900-RW-PUT
007540         THRU 8900-RW-PUT-EXIT.
007550 5200-PRINT-COUNT-EXIT.
007560     EXIT.
007570*----------------------------------------------------------*
007580* GX-LOAD-CURRMST / GX-LOAD-EXCHRATE - AS GXFCURR LOADS     *
007590* THEM, EXCEPT THAT ONLY THE NEWEST RATE ON OR BEFORE THE   *
007600* RUN DATE IS KEPT FOR EACH PAIR                            *
007610*----------------------------------------------------------*
007620 GX-LOAD-CURRMST.
007630     MOVE 0 TO GX-CUR-CNT
007640     MOVE 'N' TO IC-EOF-SW
007650     PERFORM GX-LOAD-CURRMST-ONE
007660         THRU GX-LOAD-CURRMST-ONE-EXIT
007670         UNTIL IC-AT-EOF.
007680 GX-LOAD-CURRMST-EXIT.
007690     EXIT.
007700 GX-LOAD-CURRMST-ONE.
007710     READ CURRMST
007720         AT END
007730            SET IC-AT-EOF TO TRUE
007740            GO TO GX-LOAD-CURRMST-ONE-EXIT
007750     END-READ
007760     MOVE CURRMST-CODE TO GX-CUR-CODE
007770     PERFORM GX-CUR-FIND
007780         THRU GX-CUR-FIND-EXIT
007790     IF GX-CUR-X = 0 AND GX-CUR-CNT LESS 30
007800        ADD 1 TO GX-CUR-CNT
007810        MOVE CURRMST-CODE   TO GX-CUR-T-CODE (GX-CUR-CNT)
007820        MOVE CURRMST-DECS   TO GX-CUR-T-DECS (GX-CUR-CNT)
007830        MOVE CURRMST-ROUND  TO GX-CUR-T-RND  (GX-CUR-CNT)
007840     END-IF.
007850 GX-LOAD-CURRMST-ONE-EXIT.
007860     EXIT.
007870 GX-LOAD-EXCHRATE.
007880     MOVE 0 TO GX-EXR-CNT
007890     MOVE 'N' TO IC-EOF-SW
007900     PERFORM GX-LOAD-EXCHRATE-ONE
007910         THRU GX-LOAD-EXCHRATE-ONE-EXIT
007920         UNTIL IC-AT-EOF.
007930 GX-LOAD-EXCHRATE-EXIT.
007940     EXIT.
007950 GX-LOAD-EXCHRATE-ONE.
007960     READ EXCHRATE
007970         AT END
007980            SET IC-AT-EOF TO TRUE
007990            GO TO GX-LOAD-EXCHRATE-ONE-EXIT
008000     END-READ
008010     IF EXCHRATE-EFF GREATER IC-TODAY-N
008020        GO TO GX-LOAD-EXCHRATE-ONE-EXIT
008030     END-IF
008040     MOVE 0 TO GX-CUR-X
008050     PERFORM VARYING GX-CUR-I FROM 1 BY 1
008060             UNTIL GX-CUR-I > GX-EXR-CNT OR GX-CUR-X > 0
008070        IF GX-EXR-T-FROM (GX-CUR-I) = EXCHRATE-FROM AND
008080           GX-EXR-T-TO   (GX-CUR-I) = EXCHRATE-TO
008090           MOVE GX-CUR-I TO GX-CUR-X
008100        END-IF
008110     END-PERFORM
008120     IF GX-CUR-X = 0
008130        IF GX-EXR-CNT NOT LESS 100
008140           GO TO GX-LOAD-EXCHRATE-ONE-EXIT
008150        END-IF
008160        ADD 1 TO GX-EXR-CNT
008170        MOVE GX-EXR-CNT TO GX-CUR-X
008180     ELSE
008190        IF EXCHRATE-EFF LESS GX-EXR-T-EFF (GX-CUR-X)
008200           GO TO GX-LOAD-EXCHRATE-ONE-EXIT
008210        END-IF
008220     END-IF
008230     MOVE EXCHRATE-FROM TO GX-EXR-T-FROM (GX-CUR-X)
008240     MOVE EXCHRATE-TO   TO GX-EXR-T-TO   (GX-CUR-X)
008250     MOVE EXCHRATE-EFF  TO GX-EXR-T-EFF  (GX-CUR-X)
008260     MOVE EXCHRATE-RATE TO GX-EXR-T-RATE (GX-CUR-X).
008270 GX-LOAD-EXCHRATE-ONE-EXIT.
008280     EXIT.
008290 GX-CUR-FIND.
008300     MOVE 0 TO GX-CUR-X
008310     PERFORM VARYING GX-CUR-I FROM 1 BY 1
008320             UNTIL GX-CUR-I > GX-CUR-CNT OR GX-CUR-X > 0
008330        IF GX-CUR-T-CODE (GX-CUR-I) = GX-CUR-CODE
008340           MOVE GX-CUR-I TO GX-CUR-X
008350        END-IF
008360     END-PERFORM.
008370 GX-CUR-FIND-EXIT.
008380     EXIT.
008390*----------------------------------------------------------*
008400* GX-CURCNV - THE GXFCURR CONVERSION AT THE RUN DATE.  NO   *
008410*             RATE LEAVES THE AMOUNT UNCONVERTED AND THE    *
008420*             PAIR IS REPORTED AS A DIFFERENCE              *
008430*----------------------------------------------------------*
008440 GX-CURCNV.
008450     IF GX-CURC-FROM = GX-CURC-TO
008460        MOVE GX-CURC-AMT TO GX-CURC-OUT
008470        GO TO GX-CURCNV-EXIT
008480     END-IF
008490     MOVE 0 TO GX-CUR-X
008500     PERFORM VARYING GX-CUR-I FROM 1 BY 1
008510             UNTIL GX-CUR-I > GX-EXR-CNT OR GX-CUR-X > 0
008520        IF GX-EXR-T-FROM (GX-CUR-I) = GX-CURC-FROM AND
008530           GX-EXR-T-TO   (GX-CUR-I) = GX-CURC-TO
008540           MOVE GX-CUR-I TO GX-CUR-X
008550        END-IF
008560     END-PERFORM
008570     IF GX-CUR-X = 0
008580        SET IC-RATE-MISSING TO TRUE
008590        MOVE GX-CURC-AMT TO GX-CURC-OUT
008600        GO TO GX-CURCNV-EXIT
008610     END-IF
008620     COMPUTE GX-CURC-OUT =
008630             GX-CURC-AMT * GX-EXR-T-RATE (GX-CUR-X)
008640     MOVE GX-CURC-TO TO GX-CUR-CODE
008650     PERFORM GX-CUR-FIND
008660         THRU GX-CUR-FIND-EXIT
008670     IF GX-CUR-X GREATER 0
008680        COMPUTE GX-CURC-FACTOR = 10 ** GX-CUR-T-DECS (GX-CUR-X)
008690        IF GX-CUR-T-RND (GX-CUR-X) = 'D'
008700           COMPUTE GX-CURC-SCALED =
008710                   GX-CURC-OUT * GX-CURC-FACTOR
008720        ELSE
008730           COMPUTE GX-CURC-SCALED ROUNDED =
008740                   GX-CURC-OUT * GX-CURC-FACTOR
008750        END-IF
008760        COMPUTE GX-CURC-OUT = GX-CURC-SCALED / GX-CURC-FACTOR
008770     END-IF.
008780 GX-CURCNV-EXIT.
008790     EXIT.
008800*----------------------------------------------------------*
008810* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
008820*----------------------------------------------------------*
008830 8000-DATE-TO-DAYNUM.
008840     MOVE IC-DTON-YY TO IC-DW-YY
008850     MOVE IC-DTON-MM TO IC-DW-MM
008860     MOVE IC-DTON-DD TO IC-DW-DD
008870     IF IC-DW-MM GREATER 2
008880        SUBTRACT 3 FROM IC-DW-MM
008890     ELSE
008900        ADD 9 TO IC-DW-MM
008910        SUBTRACT 1 FROM IC-DW-YY
008920     END-IF
008930     COMPUTE IC-DTON-D = ((153 * IC-DW-MM) + 2) / 5
008940     COMPUTE IC-DTON-L4 = IC-DW-YY / 4
008950     COMPUTE IC-DTON-L100 = IC-DW-YY / 100
008960     COMPUTE IC-DTON-L400 = IC-DW-YY / 400
008970     COMPUTE IC-DTON-NUM = IC-DW-YY * 365 +
008980                           IC-DTON-L4 -
008990                           IC-DTON-L100 +
009000                           IC-DTON-L400 +
009010                           IC-DTON-D +
009020                           IC-DW-DD
009030     COMPUTE IC-WD-TMP = IC-DTON-NUM + 1
009040     DIVIDE IC-WD-TMP BY 7 GIVING IC-WD-Q
009050                    REMAINDER IC-WD.
009060 8000-DATE-TO-DAYNUM-EXIT.
009070     EXIT.
009080*----------------------------------------------------------*
009090* 8100-BUSINESS-AGE - WORKDAYS AFTER IC-AGE-FROM UP TO AND  *
009100*                     INCLUDING TODAY                       *
009110*----------------------------------------------------------*
009120 8100-BUSINESS-AGE.
009130     MOVE 0 TO IC-AGE
009140     MOVE IC-AGE-FROM TO IC-DTON-DATE
009150     IF IC-AGE-FROM = 0
009160        GO TO 8100-BUSINESS-AGE-EXIT
009170     END-IF
009180     PERFORM 8000-DATE-TO-DAYNUM
009190         THRU 8000-DATE-TO-DAYNUM-EXIT
009200     MOVE IC-DTON-NUM TO IC-CHK-NUM
009210     PERFORM UNTIL IC-CHK-NUM NOT LESS IC-TODAY-NUM OR
009220                   IC-AGE NOT LESS 9999
009230        ADD 1 TO IC-CHK-NUM
009240        COMPUTE IC-WD-TMP = IC-CHK-NUM + 1
009250        DIVIDE IC-WD-TMP BY 7 GIVING IC-WD-Q
009260                       REMAINDER IC-WD
009270        PERFORM 8300-IS-WORKDAY
009280            THRU 8300-IS-WORKDAY-EXIT
009290        IF IC-IS-WORKDAY
009300           ADD 1 TO IC-AGE
009310        END-IF
009320     END-PERFORM.
009330 8100-BUSINESS-AGE-EXIT.
009340     EXIT.
009350 8300-IS-WORKDAY.
009360     SET IC-IS-WORKDAY TO TRUE
009370     IF IC-WD = 5 OR IC-WD = 6
009380        SET IC-NOT-WORKDAY TO TRUE
009390     END-IF
009400     IF IC-IS-WORKDAY
009410        PERFORM VARYING IC-K FROM 1 BY 1
009420                UNTIL IC-K > IC-HOL-COUNT OR IC-NOT-WORKDAY
009430           IF IC-HOL-NUM (IC-K) = IC-CHK-NUM
009440              SET IC-NOT-WORKDAY TO TRUE
009450           END-IF
009460        END-PERFORM
009470     END-IF.
009480 8300-IS-WORKDAY-EXIT.
009490     EXIT.
009500*----------------------------------------------------------*
009510* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN    *
009520*               WRITE WHATEVER IT HANDED BACK               *
009530*----------------------------------------------------------*
009540 8900-RW-PUT.
009550     CALL 'GXRPTW' USING RW-CTL RW-OUT
009560     PERFORM VARYING RW-X FROM 1 BY 1
009570             UNTIL RW-X > RW-OUT-COUNT
009580        WRITE ICRPT-LINE FROM RW-OUT-LINE (RW-X)
009590     END-PERFORM.
009600 8900-RW-PUT-EXIT.
009610     EXIT.
009620*----------------------------------------------------------*
009630* 9000-TERMINATE - CLOSE FILES                              *
009640*----------------------------------------------------------*
009650 9000-TERMINATE.
009660     MOVE 'C' TO RW-FUNC
009670     PERFORM 8900-RW-PUT
009680         THRU 8900-RW-PUT-EXIT
009690     CLOSE ICCTL
009700     CLOSE ICPOST
009710     CLOSE HOLCAL
009720     CLOSE CURRMST
009730     CLOSE EXCHRATE
009740     CLOSE ICBLOCK
009750     CLOSE ICRPT.
009760 9000-TERMINATE-EXIT.
009770     EXIT.
009780 9999-EXIT.
009790     STOP RUN.
