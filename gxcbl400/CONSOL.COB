000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONSOL.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - MULTI-COMPANY         *
000100*                   CONSOLIDATION.  EACH COMPANY'S PERIOD   *
000110*                   TOTALS (PERTOTAL, ONE ROW PER CONTROL-  *
000120*                   BREAK LINE) ARE TRANSLATED TO THE GROUP *
000130*                   CURRENCY - BALANCE LINES AT THE EXCHRATE*
000140*                   PERIOD-END RATE, RESULT LINES AT THE    *
000150*                   PERIOD'S AVERAGE RATE - AND LINES HELD  *
000160*                   AGAINST ANOTHER GROUP COMPANY ARE       *
000170*                   ELIMINATED.  THE REPORT SHOWS COMPANY,  *
000180*                   ELIMINATION AND GROUP TOTAL COLUMNS     *
000190*                   THROUGH GXRPTW; A ';'-DELIMITED COPY    *
000200*                   GOES TO /GXEXPORT AND ON THE XPRTLEDG   *
000201*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF  *
000202*                   THE USER THE JOB RUNS UNDER - A COMPANY *
000203*                   ROW OUTSIDE IT IS WITHHELD, AND SO ARE  *
000204*                   THE GROUP ROW OF A LINE WITH A WITHHELD *
000205*                   ROW AND THE ELIMINATION PROOF; THE      *
000206*                   EXPORT STAYS WHOLE                      *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-ISERIES.
000250 OBJECT-COMPUTER.   IBM-ISERIES.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONSCTL    ASSIGN TO DATABASE-CONSCTL
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS  IS CN-FS-CONSCTL.
000310     SELECT PERTOTAL   ASSIGN TO DATABASE-PERTOTAL
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS  IS CN-FS-PERTOTAL.
000340     SELECT EXCHRATE   ASSIGN TO DATABASE-EXCHRATE
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS CN-FS-EXCHRATE.
000370     SELECT CONSRPT    ASSIGN TO DATABASE-CONSRPT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS CN-FS-CONSRPT.
000400     SELECT CONSCSV    ASSIGN TO DATABASE-CONSCSV
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS CN-FS-CONSCSV.
000430     SELECT XPRTLEDG   ASSIGN TO DATABASE-XPRTLEDG
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS RANDOM
000460         RECORD KEY   IS XPRTLEDG-KEY
000470         FILE STATUS  IS CN-FS-XPRTLEDG.
000480 DATA DIVISION.
000490 FILE SECTION.
000500*----------------------------------------------------------*
000510* CONSOLIDATION PARAMETERS - ONE ROW.  A ZERO PERIOD MEANS  *
000520* THE MONTH BEFORE THE RUN DATE                             *
000530*----------------------------------------------------------*
000540 FD  CONSCTL.
000550 01  CONSCTL-RECORD.
000560     05 CONSCTL-GROUP-CURR       PIC  X(003).
000570     05 CONSCTL-PERIOD           PIC  9(006).
000580*----------------------------------------------------------*
000590* PERIOD TOTALS PER COMPANY AND CONTROL-BREAK LINE, IN THE  *
000600* COMPANY'S OWN CURRENCY.  TYPE B = BALANCE (PERIOD-END     *
000610* RATE), P = RESULT (AVERAGE RATE).  PARTNER NAMES THE      *
000620* GROUP COMPANY AN INTERCOMPANY BALANCE IS HELD AGAINST     *
000630*----------------------------------------------------------*
000640 FD  PERTOTAL.
000650 01  PERTOTAL-RECORD.
000660     05 PERTOTAL-COMPANY         PIC  X(003).
000670     05 PERTOTAL-PERIOD          PIC  9(006).
000680     05 PERTOTAL-LINE            PIC  X(010).
000690     05 PERTOTAL-DESC            PIC  X(030).
000700     05 PERTOTAL-TYPE            PIC  X(001).
000710        88 PERTOTAL-BALANCE                      VALUE 'B'.
000720        88 PERTOTAL-RESULT                        VALUE 'P'.
000730     05 PERTOTAL-CURRENCY        PIC  X(003).
000740     05 PERTOTAL-AMOUNT          PIC S9(013)V9(002) COMP-3.
000750     05 PERTOTAL-PARTNER         PIC  X(003).
000760 FD  EXCHRATE.
000770 01  EXCHRATE-RECORD.
000780     05 EXCHRATE-FROM            PIC  X(003).
000790     05 EXCHRATE-TO              PIC  X(003).
000800     05 EXCHRATE-EFF             PIC  9(008).
000810     05 EXCHRATE-RATE            PIC S9(007)V9(007) COMP-3.
000820 FD  CONSRPT.
000830 01  CONSRPT-LINE                PIC  X(080).
000840 FD  CONSCSV.
000850 01  CONSCSV-LINE                PIC  X(120).
000860 FD  XPRTLEDG.
000870 01  XPRTLEDG-RECORD.
000880     05 XPRTLEDG-KEY.
000890        10 XPRTLEDG-NAME         PIC  X(040).
000900        10 XPRTLEDG-TS           PIC  X(026).
000910     05 XPRTLEDG-ROWS            PIC S9(009) COMP-3.
000920     05 XPRTLEDG-TOTAL           PIC S9(013)V9(002) COMP-3.
000930     05 XPRTLEDG-ACK             PIC  X(001).
000940     05 XPRTLEDG-ACK-TS          PIC  X(026).
000950 WORKING-STORAGE SECTION.
000960 77  CN-FS-CONSCTL               PIC  X(002).
000970 77  CN-FS-PERTOTAL              PIC  X(002).
000980 77  CN-FS-EXCHRATE              PIC  X(002).
000990 77  CN-FS-CONSRPT               PIC  X(002).
001000 77  CN-FS-CONSCSV               PIC  X(002).
001010 77  CN-FS-XPRTLEDG              PIC  X(002).
001020 77  CN-EOF-SW                   PIC  X(001)     VALUE 'N'.
001030     88 CN-AT-EOF                                VALUE 'Y'.
001040 77  CN-I                        PIC S9(004) COMP-3.
001050 77  CN-L                        PIC S9(004) COMP-3.
001060 77  CN-R                        PIC S9(004) COMP-3.
001070 77  CN-C                        PIC S9(004) COMP-3.
001080 77  CN-ROW-COUNT                PIC S9(004) COMP-3 VALUE 0.
001090 77  CN-MAX-ROWS                 PIC S9(004) COMP-3 VALUE 1000.
001100 77  CN-LINE-COUNT               PIC S9(004) COMP-3 VALUE 0.
001110 77  CN-MAX-LINES                PIC S9(004) COMP-3 VALUE 300.
001120 77  CN-RATE-COUNT               PIC S9(004) COMP-3 VALUE 0.
001130 77  CN-CO-COUNT                 PIC S9(004) COMP-3 VALUE 0.
001140 77  CN-OVERFLOW                 PIC S9(007) COMP-3 VALUE 0.
001150 77  CN-NORATE                   PIC S9(007) COMP-3 VALUE 0.
001152 77  CN-WITHHELD                 PIC S9(007) COMP-3 VALUE 0.
001154 77  CN-LN-WITHHELD              PIC S9(007) COMP-3 VALUE 0.
001160 77  CN-CSV-ROWS                 PIC S9(009) COMP-3 VALUE 0.
001170 77  CN-RATE                     PIC S9(007)V9(007) COMP-3.
001180 77  CN-LN-COMPANY               PIC S9(013)V9(002) COMP-3.
001190 77  CN-LN-ELIM                  PIC S9(013)V9(002) COMP-3.
001200 77  CN-LN-GROUP                 PIC S9(013)V9(002) COMP-3.
001210 77  CN-ROW-GROUP                PIC S9(013)V9(002) COMP-3.
001220 77  CN-TOT-ELIM                 PIC S9(013)V9(002) COMP-3
001230                                                 VALUE 0.
001240 77  CN-TOT-GROUP                PIC S9(013)V9(002) COMP-3
001250                                                 VALUE 0.
001260 77  CN-CMD-PTR                  PIC S9(004) COMP-3.
001270 77  CN-CMD                      PIC  X(512).
001280 77  CN-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001290 01  CN-GROUP-CURR               PIC  X(003).
001300 01  CN-PERIOD.
001310     05 CN-PERIOD-YY             PIC  9(004).
001320     05 CN-PERIOD-MM             PIC  9(002).
001330 01  CN-PERIOD-N REDEFINES CN-PERIOD
001340                                 PIC  9(006).
001350 01  CN-PSTART-N                 PIC  9(008).
001360 01  CN-PEND-N                   PIC  9(008).
001370 01  CN-TODAY-DATE.
001380     05 CN-TODAY-YY              PIC  9(004).
001390     05 CN-TODAY-MM              PIC  9(002).
001400     05 CN-TODAY-DD              PIC  9(002).
001410 01  CN-NOW-TIME.
001420     05 CN-NOW-HH                PIC  9(002).
001430     05 CN-NOW-MIN               PIC  9(002).
001440     05 CN-NOW-SS                PIC  9(002).
001450     05 CN-NOW-HS                PIC  9(002).
001460 01  CN-NOW-TS                   PIC  X(026).
001470*----------------------------------------------------------*
001480* THE PERIOD'S TOTAL ROWS.  FLAG: SPACE = TRANSLATED, M =   *
001490* NO RATE (LEFT OUT OF THE GROUP FIGURES)                   *
001500*----------------------------------------------------------*
001510 01  CN-ROW-TABLE.
001520     05 CN-ROW-ENTRY OCCURS 1000 TIMES.
001530        10 CN-RW-COMPANY         PIC  X(003).
001540        10 CN-RW-LINE            PIC  X(010).
001550        10 CN-RW-TYPE            PIC  X(001).
001560        10 CN-RW-CCY             PIC  X(003).
001570        10 CN-RW-AMT             PIC S9(013)V9(002) COMP-3.
001580        10 CN-RW-PARTNER         PIC  X(003).
001590        10 CN-RW-RATE            PIC S9(007)V9(007) COMP-3.
001600        10 CN-RW-GRP-AMT         PIC S9(013)V9(002) COMP-3.
001610        10 CN-RW-ELIM            PIC S9(013)V9(002) COMP-3.
001620        10 CN-RW-FLAG            PIC  X(001).
001630 01  CN-LINE-TABLE.
001640     05 CN-LINE-ENTRY OCCURS 300 TIMES.
001650        10 CN-LN-CODE            PIC  X(010).
001660        10 CN-LN-DESC            PIC  X(030).
001670 01  CN-CO-TABLE.
001680     05 CN-CO-CODE OCCURS 20     PIC  X(003).
001690*----------------------------------------------------------*
001700* RATES INTO THE GROUP CURRENCY - THE NEWEST ON OR BEFORE   *
001710* THE PERIOD END, AND THE SUM AND COUNT OF THE RATES        *
001720* EFFECTIVE INSIDE THE PERIOD FOR THE AVERAGE               *
001730*----------------------------------------------------------*
001740 01  CN-RATE-TABLE.
001750     05 CN-RATE-ENTRY OCCURS 30 TIMES.
001760        10 CN-RT-CCY             PIC  X(003).
001770        10 CN-RT-END-EFF         PIC  9(008).
001780        10 CN-RT-END-RATE        PIC S9(007)V9(007) COMP-3.
001790        10 CN-RT-AVG-SUM         PIC S9(011)V9(007) COMP-3.
001800        10 CN-RT-AVG-CNT         PIC S9(005) COMP-3.
001810 01  CN-MONTH-DAYS-INIT.
001820     05 FILLER                   PIC S9(003) VALUE 31.
001830     05 FILLER                   PIC S9(003) VALUE 28.
001840     05 FILLER                   PIC S9(003) VALUE 31.
001850     05 FILLER                   PIC S9(003) VALUE 30.
001860     05 FILLER                   PIC S9(003) VALUE 31.
001870     05 FILLER                   PIC S9(003) VALUE 30.
001880     05 FILLER                   PIC S9(003) VALUE 31.
001890     05 FILLER                   PIC S9(003) VALUE 31.
001900     05 FILLER                   PIC S9(003) VALUE 30.
001910     05 FILLER                   PIC S9(003) VALUE 31.
001920     05 FILLER                   PIC S9(003) VALUE 30.
001930     05 FILLER                   PIC S9(003) VALUE 31.
001940 01  CN-MONTH-DAYS REDEFINES CN-MONTH-DAYS-INIT.
001950     05 CN-MONTH-DAY OCCURS 12   PIC S9(003).
001960 77  CN-MONTH-LEN                PIC S9(003) COMP-3.
001970 77  CN-Q                        PIC S9(005) COMP-3.
001980 77  CN-R4                       PIC S9(003) COMP-3.
001990 77  CN-R100                     PIC S9(003) COMP-3.
002000 77  CN-R400                     PIC S9(003) COMP-3.
002010 01  CN-HDG-LINE-1.
002020     05 FILLER                   PIC  X(030)
002030                VALUE 'GROUP CONSOLIDATION           '.
002040     05 CN-HDG-PERIOD            PIC  9(006).
002050     05 FILLER                   PIC  X(007) VALUE ' GROUP '.
002060     05 CN-HDG-CURR              PIC  X(003).
002070     05 FILLER                   PIC  X(004) VALUE SPACES.
002080 01  CN-COLS-LINE.
002090     05 FILLER                   PIC  X(035) VALUE
002100                'LINE       DESCRIPTION        CO   '.
002110     05 FILLER                   PIC  X(045) VALUE
002120                '       COMPANY    ELIMINATION    GROUP TOTAL'.
002130 01  CN-DTL-LINE.
002140     05 CN-DTL-LINE-CODE         PIC  X(010).
002150     05 FILLER                   PIC  X(001) VALUE SPACES.
002160     05 CN-DTL-DESC              PIC  X(018).
002170     05 FILLER                   PIC  X(001) VALUE SPACES.
002180     05 CN-DTL-CO                PIC  X(004).
002190     05 FILLER                   PIC  X(001) VALUE SPACES.
002200     05 CN-DTL-COMPANY           PIC ZZZZZZZZZ9.99-.
002210     05 FILLER                   PIC  X(001) VALUE SPACES.
002220     05 CN-DTL-ELIM              PIC ZZZZZZZZZ9.99-.
002230     05 FILLER                   PIC  X(001) VALUE SPACES.
002240     05 CN-DTL-GROUP             PIC ZZZZZZZZZ9.99-.
002250     05 FILLER                   PIC  X(001) VALUE SPACES.
002260 01  CN-CNT-LINE.
002270     05 CN-CNT-LABEL             PIC  X(050).
002280     05 FILLER                   PIC  X(021) VALUE SPACES.
002290     05 CN-CNT-VALUE             PIC ZZZ,ZZ9.
002300     05 FILLER                   PIC  X(002) VALUE SPACES.
002310 01  CN-SUM-LINE.
002320     05 CN-SUM-LABEL             PIC  X(050).
002330     05 FILLER                   PIC  X(015) VALUE SPACES.
002340     05 CN-SUM-AMT               PIC ZZZZZZZZZ9.99-.
002350     05 FILLER                   PIC  X(001) VALUE SPACES.
002360*----------------------------------------------------------*
002370* EXPORT ROW: PERIOD;LINE;COMPANY;TYPE;CURRENCY;LOCAL;RATE; *
002380* TRANSLATED;ELIMINATION;GROUP - A '*GRP' ROW CLOSES EACH   *
002390* LINE                                                      *
002400*----------------------------------------------------------*
002410 01  CN-CSV-CO                   PIC  X(004).
002420 01  CN-CSV-TYPE                 PIC  X(001).
002430 01  CN-CSV-CCY                  PIC  X(003).
002440 01  CN-CSV-LOCAL                PIC -9(013).99.
002450 01  CN-CSV-RATE                 PIC  9(007).9(007).
002460 01  CN-CSV-TRANS                PIC -9(013).99.
002470 01  CN-CSV-ELIM                 PIC -9(013).99.
002480 01  CN-CSV-GROUP                PIC -9(013).99.
002490 01  CN-EXPORT-NAME.
002500     05 FILLER                   PIC  X(007) VALUE 'CONSOL-'.
002510     05 CN-EXPORT-PERIOD         PIC  9(006).
002520     05 FILLER                   PIC  X(004) VALUE '.CSV'.
002530*----------------------------------------------------------*
002540* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002550* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
002560*----------------------------------------------------------*
002570 01  RW-CTL.
002580     05 RW-FUNC                  PIC  X(001).
002590     05 RW-TITLE                 PIC  X(050).
002600     05 RW-TITLE-ID              PIC  X(010).
002610     05 RW-LANG                  PIC  X(003).
002620     05 RW-COLS                  PIC  X(080).
002630     05 RW-LINE                  PIC  X(080).
002640     05 RW-PAGE-SIZE             PIC  9(003).
002650 01  RW-OUT.
002660     05 RW-OUT-COUNT             PIC  9(001).
002670     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002680 77  RW-X                        PIC S9(003) COMP-3.
002690*----------------------------------------------------------*
002700* SHARED COMMAND-EXECUTION INTERFACE (GXCMDX) - THE SERVICE *
002710* ALLOW-LISTS AND LOGS EVERY COMMAND                        *
002720*----------------------------------------------------------*
002730 01  CX-CTL.
002740     05 CX-CALLER                PIC  X(010).
002750     05 CX-CMD                   PIC  X(512).
002760     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
002770     05 CX-RESULT                PIC  X(002).
002780 PROCEDURE DIVISION.
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE
002810         THRU 1000-INITIALIZE-EXIT
002820     PERFORM 2000-LOAD-RATES
002830         THRU 2000-LOAD-RATES-EXIT
002840     PERFORM 3000-LOAD-TOTALS
002850         THRU 3000-LOAD-TOTALS-EXIT
002860     PERFORM 4000-TRANSLATE
002870         THRU 4000-TRANSLATE-EXIT
002880         VARYING CN-R FROM 1 BY 1 UNTIL CN-R > CN-ROW-COUNT
002890     PERFORM 5000-PRINT-LINE
002900         THRU 5000-PRINT-LINE-EXIT
002910         VARYING CN-L FROM 1 BY 1 UNTIL CN-L > CN-LINE-COUNT
002920     PERFORM 6000-PRINT-SUMMARY
002930         THRU 6000-PRINT-SUMMARY-EXIT
002940     PERFORM 9000-TERMINATE
002950         THRU 9000-TERMINATE-EXIT
002960     PERFORM 7000-EXPORT-COPY
002970         THRU 7000-EXPORT-COPY-EXIT
002980     GO TO 9999-EXIT.
002990*----------------------------------------------------------*
003000* 1000-INITIALIZE - GROUP CURRENCY, PERIOD AND ITS FIRST    *
003010*                   AND LAST DAYS                           *
003020*----------------------------------------------------------*
003030 1000-INITIALIZE.
003040     OPEN INPUT  CONSCTL
003050     OPEN INPUT  PERTOTAL
003060     OPEN INPUT  EXCHRATE
003070     OPEN OUTPUT CONSRPT
003080     OPEN OUTPUT CONSCSV
003090     ACCEPT CN-TODAY-DATE FROM DATE YYYYMMDD
003100     ACCEPT CN-NOW-TIME   FROM TIME
003110     MOVE SPACES TO CN-NOW-TS
003120     STRING CN-TODAY-YY '-' CN-TODAY-MM '-' CN-TODAY-DD '-'
003130            CN-NOW-HH '.' CN-NOW-MIN '.' CN-NOW-SS '.000000'
003140            DELIMITED BY SIZE INTO CN-NOW-TS
003150     MOVE SPACES TO CONSCTL-RECORD
003160     MOVE 0      TO CONSCTL-PERIOD
003170     READ CONSCTL
003180         AT END
003190            CONTINUE
003200     END-READ
003210     MOVE CONSCTL-GROUP-CURR TO CN-GROUP-CURR
003220     IF CONSCTL-PERIOD NOT = 0
003230        MOVE CONSCTL-PERIOD TO CN-PERIOD-N
003240     ELSE
003250        MOVE CN-TODAY-YY TO CN-PERIOD-YY
003260        MOVE CN-TODAY-MM TO CN-PERIOD-MM
003270        IF CN-PERIOD-MM = 1
003280           MOVE 12 TO CN-PERIOD-MM
003290           SUBTRACT 1 FROM CN-PERIOD-YY
003300        ELSE
003310           SUBTRACT 1 FROM CN-PERIOD-MM
003320        END-IF
003330     END-IF
003340     COMPUTE CN-PSTART-N = CN-PERIOD-N * 100 + 1
003350     MOVE CN-MONTH-DAY (CN-PERIOD-MM) TO CN-MONTH-LEN
003360     IF CN-PERIOD-MM = 2
003370        DIVIDE CN-PERIOD-YY BY 4   GIVING CN-Q REMAINDER CN-R4
003380        DIVIDE CN-PERIOD-YY BY 100 GIVING CN-Q REMAINDER CN-R100
003390        DIVIDE CN-PERIOD-YY BY 400 GIVING CN-Q REMAINDER CN-R400
003400        IF (CN-R4 = 0 AND CN-R100 NOT = 0) OR CN-R400 = 0
003410           MOVE 29 TO CN-MONTH-LEN
003420        END-IF
003430     END-IF
003440     COMPUTE CN-PEND-N = CN-PERIOD-N * 100 + CN-MONTH-LEN
003450     MOVE CN-PERIOD-N    TO CN-HDG-PERIOD
003460     MOVE CN-GROUP-CURR  TO CN-HDG-CURR
003470     MOVE CN-HDG-LINE-1  TO RW-TITLE
003480     MOVE 'CONSRPT'      TO RW-TITLE-ID
003490     MOVE SPACES         TO RW-LANG
003500     MOVE CN-COLS-LINE   TO RW-COLS
003510     MOVE 60  TO RW-PAGE-SIZE
003520     MOVE 'I' TO RW-FUNC
003530     PERFORM 8900-RW-PUT
003540         THRU 8900-RW-PUT-EXIT.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570*----------------------------------------------------------*
003580* 2000-LOAD-RATES - ONE PASS OVER EXCHRATE FOR THE RATES    *
003590*                   INTO THE GROUP CURRENCY                 *
003600*----------------------------------------------------------*
003610 2000-LOAD-RATES.
003620     MOVE 'N' TO CN-EOF-SW
003630     PERFORM 2100-STORE-RATE
003640         THRU 2100-STORE-RATE-EXIT
003650         UNTIL CN-AT-EOF.
003660 2000-LOAD-RATES-EXIT.
003670     EXIT.
003680 2100-STORE-RATE.
003690     READ EXCHRATE
003700         AT END
003710            SET CN-AT-EOF TO TRUE
003720            GO TO 2100-STORE-RATE-EXIT
003730     END-READ
003740     IF EXCHRATE-TO NOT = CN-GROUP-CURR OR
003750        EXCHRATE-EFF > CN-PEND-N
003760        GO TO 2100-STORE-RATE-EXIT
003770     END-IF
003780     MOVE 0 TO CN-I
003790     PERFORM VARYING CN-C FROM 1 BY 1
003800             UNTIL CN-C > CN-RATE-COUNT OR CN-I > 0
003810        IF CN-RT-CCY (CN-C) = EXCHRATE-FROM
003820           MOVE CN-C TO CN-I
003830        END-IF
003840     END-PERFORM
003850     IF CN-I = 0
003860        IF CN-RATE-COUNT NOT < 30
003870           GO TO 2100-STORE-RATE-EXIT
003880        END-IF
003890        ADD 1 TO CN-RATE-COUNT
003900        MOVE CN-RATE-COUNT TO CN-I
003910        MOVE EXCHRATE-FROM TO CN-RT-CCY (CN-I)
003920        MOVE 0             TO CN-RT-END-EFF (CN-I)
003930        MOVE 0             TO CN-RT-END-RATE (CN-I)
003940        MOVE 0             TO CN-RT-AVG-SUM (CN-I)
003950        MOVE 0             TO CN-RT-AVG-CNT (CN-I)
003960     END-IF
003970     IF EXCHRATE-EFF NOT < CN-RT-END-EFF (CN-I)
003980        MOVE EXCHRATE-EFF  TO CN-RT-END-EFF (CN-I)
003990        MOVE EXCHRATE-RATE TO CN-RT-END-RATE (CN-I)
004000     END-IF
004010     IF EXCHRATE-EFF NOT < CN-PSTART-N
004020        ADD EXCHRATE-RATE TO CN-RT-AVG-SUM (CN-I)
004030        ADD 1             TO CN-RT-AVG-CNT (CN-I)
004040     END-IF.
004050 2100-STORE-RATE-EXIT.
004060     EXIT.
004070*----------------------------------------------------------*
004080* 3000-LOAD-TOTALS - THE PERIOD'S ROWS, THE LINE CODES IN   *
004090*                    THE ORDER THEY FIRST APPEAR AND THE    *
004100*                    COMPANIES IN THE GROUP                 *
004110*----------------------------------------------------------*
004120 3000-LOAD-TOTALS.
004130     MOVE 'N' TO CN-EOF-SW
004140     PERFORM 3100-STORE-TOTAL
004150         THRU 3100-STORE-TOTAL-EXIT
004160         UNTIL CN-AT-EOF.
004170 3000-LOAD-TOTALS-EXIT.
004180     EXIT.
004190 3100-STORE-TOTAL.
004200     READ PERTOTAL
004210         AT END
004220            SET CN-AT-EOF TO TRUE
004230            GO TO 3100-STORE-TOTAL-EXIT
004240     END-READ
004250     IF PERTOTAL-PERIOD NOT = CN-PERIOD-N
004260        GO TO 3100-STORE-TOTAL-EXIT
004270     END-IF
004280     IF CN-ROW-COUNT NOT < CN-MAX-ROWS
004290        ADD 1 TO CN-OVERFLOW
004300        GO TO 3100-STORE-TOTAL-EXIT
004310     END-IF
004320     MOVE 0 TO CN-I
004330     PERFORM VARYING CN-C FROM 1 BY 1
004340             UNTIL CN-C > CN-LINE-COUNT OR CN-I > 0
004350        IF CN-LN-CODE (CN-C) = PERTOTAL-LINE
004360           MOVE CN-C TO CN-I
004370        END-IF
004380     END-PERFORM
004390     IF CN-I = 0
004400        IF CN-LINE-COUNT NOT < CN-MAX-LINES
004410           ADD 1 TO CN-OVERFLOW
004420           GO TO 3100-STORE-TOTAL-EXIT
004430        END-IF
004440        ADD 1 TO CN-LINE-COUNT
004450        MOVE PERTOTAL-LINE TO CN-LN-CODE (CN-LINE-COUNT)
004460        MOVE PERTOTAL-DESC TO CN-LN-DESC (CN-LINE-COUNT)
004470     END-IF
004480     MOVE 0 TO CN-I
004490     PERFORM VARYING CN-C FROM 1 BY 1
004500             UNTIL CN-C > CN-CO-COUNT OR CN-I > 0
004510        IF CN-CO-CODE (CN-C) = PERTOTAL-COMPANY
004520           MOVE CN-C TO CN-I
004530        END-IF
004540     END-PERFORM
004550     IF CN-I = 0 AND CN-CO-COUNT < 20
004560        ADD 1 TO CN-CO-COUNT
004570        MOVE PERTOTAL-COMPANY TO CN-CO-CODE (CN-CO-COUNT)
004580     END-IF
004590     ADD 1 TO CN-ROW-COUNT
004600     MOVE PERTOTAL-COMPANY  TO CN-RW-COMPANY (CN-ROW-COUNT)
004610     MOVE PERTOTAL-LINE     TO CN-RW-LINE    (CN-ROW-COUNT)
004620     MOVE PERTOTAL-TYPE     TO CN-RW-TYPE    (CN-ROW-COUNT)
004630     MOVE PERTOTAL-CURRENCY TO CN-RW-CCY     (CN-ROW-COUNT)
004640     MOVE PERTOTAL-AMOUNT   TO CN-RW-AMT     (CN-ROW-COUNT)
004650     MOVE PERTOTAL-PARTNER  TO CN-RW-PARTNER (CN-ROW-COUNT)
004660     MOVE 0                 TO CN-RW-RATE    (CN-ROW-COUNT)
004670     MOVE 0                 TO CN-RW-GRP-AMT (CN-ROW-COUNT)
004680     MOVE 0                 TO CN-RW-ELIM    (CN-ROW-COUNT)
004690     MOVE SPACE             TO CN-RW-FLAG    (CN-ROW-COUNT).
004700 3100-STORE-TOTAL-EXIT.
004710     EXIT.
004720*----------------------------------------------------------*
004730* 4000-TRANSLATE - BALANCE LINES AT THE PERIOD-END RATE,    *
004740*                  RESULT LINES AT THE AVERAGE OF THE RATES *
004750*                  EFFECTIVE IN THE PERIOD (THE PERIOD-END  *
004760*                  RATE WHEN NONE WAS).  A LINE HELD        *
004770*                  AGAINST A GROUP COMPANY IS ELIMINATED    *
004780*----------------------------------------------------------*
004790 4000-TRANSLATE.
004800     IF CN-RW-CCY (CN-R) = CN-GROUP-CURR
004810        MOVE 1 TO CN-RATE
004820     ELSE
004830        MOVE 0 TO CN-RATE
004840        PERFORM VARYING CN-C FROM 1 BY 1
004850                UNTIL CN-C > CN-RATE-COUNT OR CN-RATE NOT = 0
004860           IF CN-RT-CCY (CN-C) = CN-RW-CCY (CN-R)
004870              MOVE CN-RT-END-RATE (CN-C) TO CN-RATE
004880              IF CN-RW-TYPE (CN-R) = 'P' AND
004890                 CN-RT-AVG-CNT (CN-C) > 0
004900                 COMPUTE CN-RATE ROUNDED =
004910                         CN-RT-AVG-SUM (CN-C) /
004920                         CN-RT-AVG-CNT (CN-C)
004930              END-IF
004940           END-IF
004950        END-PERFORM
004960     END-IF
004970     IF CN-RATE = 0
004980        MOVE 'M' TO CN-RW-FLAG (CN-R)
004990        ADD 1 TO CN-NORATE
005000        GO TO 4000-TRANSLATE-EXIT
005010     END-IF
005020     MOVE CN-RATE TO CN-RW-RATE (CN-R)
005030     COMPUTE CN-RW-GRP-AMT (CN-R) ROUNDED =
005040             CN-RW-AMT (CN-R) * CN-RATE
005050     IF CN-RW-PARTNER (CN-R) = SPACES
005060        GO TO 4000-TRANSLATE-EXIT
005070     END-IF
005080     PERFORM VARYING CN-C FROM 1 BY 1
005090             UNTIL CN-C > CN-CO-COUNT
005100        IF CN-CO-CODE (CN-C) = CN-RW-PARTNER (CN-R)
005110           COMPUTE CN-RW-ELIM (CN-R) = 0 - CN-RW-GRP-AMT (CN-R)
005120        END-IF
005130     END-PERFORM.
005140 4000-TRANSLATE-EXIT.
005150     EXIT.
005160*----------------------------------------------------------*
005170* 5000-PRINT-LINE - ONE ROW PER COMPANY, THEN THE LINE'S    *
005180*                   GROUP ROW                               *
005190*----------------------------------------------------------*
005200 5000-PRINT-LINE.
005205     MOVE 0 TO CN-LN-WITHHELD
005210     MOVE 0 TO CN-LN-COMPANY
005220     MOVE 0 TO CN-LN-ELIM
005230     MOVE 0 TO CN-LN-GROUP
005240     PERFORM 5100-PRINT-ROW
005250         THRU 5100-PRINT-ROW-EXIT
005260         VARYING CN-R FROM 1 BY 1 UNTIL CN-R > CN-ROW-COUNT
005270     MOVE CN-LN-CODE (CN-L)  TO CN-DTL-LINE-CODE
005280     MOVE CN-LN-DESC (CN-L)  TO CN-DTL-DESC
005290     MOVE '*GRP'             TO CN-DTL-CO
005300     MOVE CN-LN-COMPANY      TO CN-DTL-COMPANY
005310     MOVE CN-LN-ELIM         TO CN-DTL-ELIM
005320     MOVE CN-LN-GROUP        TO CN-DTL-GROUP
005325     IF CN-LN-WITHHELD = 0
005330        MOVE CN-DTL-LINE TO RW-LINE
005340        MOVE 'D' TO RW-FUNC
005350        PERFORM 8900-RW-PUT
005360            THRU 8900-RW-PUT-EXIT
005365     END-IF
005370     MOVE SPACES TO RW-LINE
005375     MOVE 'D' TO RW-FUNC
005380     PERFORM 8900-RW-PUT
005390         THRU 8900-RW-PUT-EXIT
005400     ADD CN-LN-ELIM  TO CN-TOT-ELIM
005410     ADD CN-LN-GROUP TO CN-TOT-GROUP
005420     MOVE '*GRP'        TO CN-CSV-CO
005430     MOVE SPACE         TO CN-CSV-TYPE
005440     MOVE CN-GROUP-CURR TO CN-CSV-CCY
005450     MOVE CN-LN-COMPANY TO CN-CSV-LOCAL
005460     MOVE 1             TO CN-CSV-RATE
005470     MOVE CN-LN-COMPANY TO CN-CSV-TRANS
005480     MOVE CN-LN-ELIM    TO CN-CSV-ELIM
005490     MOVE CN-LN-GROUP   TO CN-CSV-GROUP
005500     PERFORM 5200-PUT-CSV
005510         THRU 5200-PUT-CSV-EXIT.
005520 5000-PRINT-LINE-EXIT.
005530     EXIT.
005540 5100-PRINT-ROW.
005550     IF CN-RW-LINE (CN-R) NOT = CN-LN-CODE (CN-L)
005560        GO TO 5100-PRINT-ROW-EXIT
005570     END-IF
005580     COMPUTE CN-ROW-GROUP =
005590             CN-RW-GRP-AMT (CN-R) + CN-RW-ELIM (CN-R)
005600     ADD CN-RW-GRP-AMT (CN-R) TO CN-LN-COMPANY
005610     ADD CN-RW-ELIM (CN-R)    TO CN-LN-ELIM
005620     ADD CN-ROW-GROUP         TO CN-LN-GROUP
005621     MOVE SPACES               TO RW-LINE
005622     MOVE CN-RW-COMPANY (CN-R) TO RW-LINE (1:3)
005623     MOVE 'K' TO RW-FUNC
005624     PERFORM 8900-RW-PUT
005625         THRU 8900-RW-PUT-EXIT
005626     IF RW-OUT-LINE (1) = 'N'
005627        ADD 1 TO CN-WITHHELD
005628        ADD 1 TO CN-LN-WITHHELD
005629        GO TO 5100-PRINT-ROW-CSV
005630     END-IF
005631     MOVE CN-LN-CODE (CN-L)     TO CN-DTL-LINE-CODE
005640     MOVE CN-LN-DESC (CN-L)     TO CN-DTL-DESC
005650     MOVE CN-RW-COMPANY (CN-R)  TO CN-DTL-CO
005660     MOVE CN-RW-GRP-AMT (CN-R)  TO CN-DTL-COMPANY
005670     MOVE CN-RW-ELIM (CN-R)     TO CN-DTL-ELIM
005680     MOVE CN-ROW-GROUP          TO CN-DTL-GROUP
005690     MOVE CN-DTL-LINE TO RW-LINE
005700     IF CN-RW-FLAG (CN-R) = 'M'
005710        MOVE '** NO RATE' TO RW-LINE (67:14)
005720     END-IF
005730     MOVE 'D' TO RW-FUNC
005740     PERFORM 8900-RW-PUT
005750         THRU 8900-RW-PUT-EXIT.
005755 5100-PRINT-ROW-CSV.
005760     MOVE CN-RW-COMPANY (CN-R)  TO CN-CSV-CO
005770     MOVE CN-RW-TYPE (CN-R)     TO CN-CSV-TYPE
005780     MOVE CN-RW-CCY (CN-R)      TO CN-CSV-CCY
005790     MOVE CN-RW-AMT (CN-R)      TO CN-CSV-LOCAL
005800     MOVE CN-RW-RATE (CN-R)     TO CN-CSV-RATE
005810     MOVE CN-RW-GRP-AMT (CN-R)  TO CN-CSV-TRANS
005820     MOVE CN-RW-ELIM (CN-R)     TO CN-CSV-ELIM
005830     MOVE CN-ROW-GROUP          TO CN-CSV-GROUP
005840     PERFORM 5200-PUT-CSV
005850         THRU 5200-PUT-CSV-EXIT.
005860 5100-PRINT-ROW-EXIT.
005870     EXIT.
005880 5200-PUT-CSV.
005890     MOVE SPACES TO CONSCSV-LINE
005900     STRING CN-PERIOD-N ';' CN-LN-CODE (CN-L) ';' CN-CSV-CO ';'
005910            CN-CSV-TYPE ';' CN-CSV-CCY ';' CN-CSV-LOCAL ';'
005920            CN-CSV-RATE ';' CN-CSV-TRANS ';' CN-CSV-ELIM ';'
005930            CN-CSV-GROUP
005940            DELIMITED BY SIZE INTO CONSCSV-LINE
005950     WRITE CONSCSV-LINE
005960     ADD 1 TO CN-CSV-ROWS.
005970 5200-PUT-CSV-EXIT.
005980     EXIT.
005990*----------------------------------------------------------*
006000* 6000-PRINT-SUMMARY - ELIMINATIONS SHOULD NET TO NIL; WHAT *
006010*                      IS LEFT IS A MISMATCH BETWEEN THE    *
006020*                      TWO SIDES OR A TRANSLATION GAP       *
006030*----------------------------------------------------------*
006040 6000-PRINT-SUMMARY.
006050     MOVE 'T' TO RW-FUNC
006060     MOVE 'COMPANIES CONSOLIDATED'            TO CN-CNT-LABEL
006070     MOVE CN-CO-COUNT                         TO CN-CNT-VALUE
006080     MOVE CN-CNT-LINE TO RW-LINE
006090     PERFORM 8900-RW-PUT
006100         THRU 8900-RW-PUT-EXIT
006110     MOVE 'TOTAL ROWS CONSOLIDATED'           TO CN-CNT-LABEL
006120     MOVE CN-ROW-COUNT                        TO CN-CNT-VALUE
006130     MOVE CN-CNT-LINE TO RW-LINE
006140     PERFORM 8900-RW-PUT
006150         THRU 8900-RW-PUT-EXIT
006160     IF CN-NORATE > 0
006170        MOVE '** ROWS LEFT OUT - NO RATE TO GROUP CURRENCY'
006180          TO CN-CNT-LABEL
006190        MOVE CN-NORATE                        TO CN-CNT-VALUE
006200        MOVE CN-CNT-LINE TO RW-LINE
006210        PERFORM 8900-RW-PUT
006220            THRU 8900-RW-PUT-EXIT
006230     END-IF
006240     IF CN-OVERFLOW > 0
006250        MOVE '** ROWS LEFT OUT - TABLE FULL'  TO CN-CNT-LABEL
006260        MOVE CN-OVERFLOW                      TO CN-CNT-VALUE
006270        MOVE CN-CNT-LINE TO RW-LINE
006280        PERFORM 8900-RW-PUT
006290            THRU 8900-RW-PUT-EXIT
006300     END-IF
006301     IF CN-WITHHELD > 0
006302        MOVE '** ROWS WITHHELD - OUTSIDE THE DATA SCOPE'
006303          TO CN-CNT-LABEL
006304        MOVE CN-WITHHELD                      TO CN-CNT-VALUE
006305        MOVE CN-CNT-LINE TO RW-LINE
006306        PERFORM 8900-RW-PUT
006307            THRU 8900-RW-PUT-EXIT
006308        GO TO 6000-PRINT-SUMMARY-EXIT
006309     END-IF
006310     MOVE 'ELIMINATIONS NOT NETTING TO NIL'   TO CN-SUM-LABEL
006320     MOVE CN-TOT-ELIM                         TO CN-SUM-AMT
006330     MOVE CN-SUM-LINE TO RW-LINE
006340     PERFORM 8900-RW-PUT
006350         THRU 8900-RW-PUT-EXIT.
006360 6000-PRINT-SUMMARY-EXIT.
006370     EXIT.
006380*----------------------------------------------------------*
006390* 7000-EXPORT-COPY - THE CLOSED COPY GOES TO /GXEXPORT AND  *
006400*                    ON THE XPRTLEDG FOR EXPRECON           *
006410*----------------------------------------------------------*
006420 7000-EXPORT-COPY.
006430     MOVE CN-PERIOD-N TO CN-EXPORT-PERIOD
006440     MOVE 1 TO CN-CMD-PTR
006450     MOVE SPACES TO CN-CMD
006460     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
006470            '/CONSCSV.FILE/CONSCSV.MBR'') TOSTMF('
006480            '''/GXEXPORT/' CN-EXPORT-NAME ''')'
006490            ' STMFOPT(*REPLACE) CVTDTA(*AUTO)'
006500            DELIMITED BY SIZE INTO CN-CMD
006510            POINTER CN-CMD-PTR
006520     COMPUTE CN-CMDLEN = CN-CMD-PTR - 1
006530     MOVE 'CONSOL'   TO CX-CALLER
006540     MOVE CN-CMD     TO CX-CMD
006550     MOVE CN-CMDLEN  TO CX-CMDLEN
006560     CALL 'GXCMDX' USING CX-CTL
006570     OPEN I-O XPRTLEDG
006580     MOVE CN-EXPORT-NAME  TO XPRTLEDG-NAME
006590     MOVE CN-NOW-TS       TO XPRTLEDG-TS
006600     MOVE CN-CSV-ROWS     TO XPRTLEDG-ROWS
006610     MOVE CN-TOT-GROUP    TO XPRTLEDG-TOTAL
006620     MOVE SPACE           TO XPRTLEDG-ACK
006630     MOVE SPACES          TO XPRTLEDG-ACK-TS
006640     WRITE XPRTLEDG-RECORD
006650        INVALID KEY
006660           CONTINUE
006670     END-WRITE
006680     CLOSE XPRTLEDG.
006690 7000-EXPORT-COPY-EXIT.
006700     EXIT.
006710*----------------------------------------------------------*
006720* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN    *
006730*               WRITE WHATEVER IT HANDED BACK               *
006740*----------------------------------------------------------*
006750 8900-RW-PUT.
006760     CALL 'GXRPTW' USING RW-CTL RW-OUT
006770     PERFORM VARYING RW-X FROM 1 BY 1
006780             UNTIL RW-X > RW-OUT-COUNT
006790        WRITE CONSRPT-LINE FROM RW-OUT-LINE (RW-X)
006800     END-PERFORM.
006810 8900-RW-PUT-EXIT.
006820     EXIT.
006830 9000-TERMINATE.
006840     MOVE 'C' TO RW-FUNC
006850     PERFORM 8900-RW-PUT
006860         THRU 8900-RW-PUT-EXIT
006870     CLOSE CONSCTL
006880     CLOSE PERTOTAL
006890     CLOSE EXCHRATE
006900     CLOSE CONSRPT
006910     CLOSE CONSCSV.
006920 9000-TERMINATE-EXIT.
006930     EXIT.
006940 9999-EXIT.
006950     STOP RUN.
