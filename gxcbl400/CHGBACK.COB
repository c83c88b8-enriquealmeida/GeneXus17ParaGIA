000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHGBACK.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - MONTHLY DEPARTMENTAL *
000100*                   CHARGEBACK.  THE PRIOR MONTH'S IOSTATS  *
000110*                   OPERATIONS, RUNSUM BATCH SECONDS,       *
000120*                   RESPSTAT INTERACTIVE TRANSACTIONS AND   *
000130*                   SPLPAGES ARCHIVED SPOOL PAGES ARE       *
000140*                   ASSIGNED TO A DEPARTMENT THROUGH THE    *
000150*                   COSTCTR FILE (USER, THEN JOB, THEN      *
000160*                   PROGRAM) AND PRICED FROM THE CHGRATE    *
000170*                   RATE CARD.  ONE STATEMENT PER           *
000180*                   DEPARTMENT GOES THROUGH THE SHARED      *
000190*                   WRITER TO CHGRPT AND A DELIMITED        *
000200*                   JOURNAL IS COPIED TO /GXEXPORT FOR THE  *
000210*                   GL UPLOAD AND PUT ON THE XPRTLEDG       *
000220*                   LEDGER.  USAGE NOBODY CLAIMS IS BILLED  *
000230*                   TO *UNASSIGN SO THE TOTALS STILL TIE    *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000280 OBJECT-COMPUTER.   IBM-ISERIES.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT IOSTATS    ASSIGN TO DATABASE-IOSTATS
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS  IS CB-FS-IOSTATS.
000340     SELECT RUNSUM     ASSIGN TO DATABASE-RUNSUM
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS CB-FS-RUNSUM.
000370     SELECT RESPSTAT   ASSIGN TO DATABASE-RESPSTAT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS CB-FS-RESPSTAT.
000400     SELECT SPLPAGES   ASSIGN TO DATABASE-SPLPAGES
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS CB-FS-SPLPAGES.
000430     SELECT COSTCTR    ASSIGN TO DATABASE-COSTCTR
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS RANDOM
000460         RECORD KEY   IS COSTCTR-KEY
000470         FILE STATUS  IS CB-FS-COSTCTR.
000480     SELECT CHGRATE    ASSIGN TO DATABASE-CHGRATE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS CHGRATE-UNIT
000520         FILE STATUS  IS CB-FS-CHGRATE.
000530     SELECT CHGRPT     ASSIGN TO DATABASE-CHGRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS CB-FS-CHGRPT.
000560     SELECT CHGJRNL    ASSIGN TO DATABASE-CHGJRNL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS  IS CB-FS-CHGJRNL.
000590     SELECT XPRTLEDG   ASSIGN TO DATABASE-XPRTLEDG
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE  IS RANDOM
000620         RECORD KEY   IS XPRTLEDG-KEY
000630         FILE STATUS  IS CB-FS-XPRTLEDG.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  IOSTATS.
000670 01  IOSTATS-RECORD.
000680     05 IOSTATS-TIMESTAMP        PIC  X(026).
000690     05 IOSTATS-JOB              PIC  X(010).
000700     05 IOSTATS-PGM              PIC  X(010).
000710     05 IOSTATS-FILE             PIC  X(010).
000720     05 IOSTATS-READS            PIC S9(009) COMP-3.
000730     05 IOSTATS-WRITES           PIC S9(009) COMP-3.
000740     05 IOSTATS-REWRITES         PIC S9(009) COMP-3.
000750     05 IOSTATS-DELETES          PIC S9(009) COMP-3.
000760     05 IOSTATS-RETRIES          PIC S9(009) COMP-3.
000770 FD  RUNSUM.
000780 01  RUNSUM-RECORD.
000790     05 RUNSUM-TIMESTAMP         PIC  X(026).
000800     05 RUNSUM-JOB               PIC  X(010).
000810     05 RUNSUM-PGM               PIC  X(010).
000820     05 RUNSUM-INSERTED          PIC S9(007) COMP-3.
000830     05 RUNSUM-UPDATED           PIC S9(007) COMP-3.
000840     05 RUNSUM-DELETED           PIC S9(007) COMP-3.
000850     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000860     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000870     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000875     05 RUNSUM-BUSDATE           PIC  9(008).
000880 FD  RESPSTAT.
000890 01  RESPSTAT-RECORD.
000900     05 RESPSTAT-DATE            PIC  9(008).
000910     05 RESPSTAT-PGM             PIC  X(010).
000920     05 RESPSTAT-FORMAT          PIC  X(010).
000930     05 RESPSTAT-COUNT           PIC S9(007) COMP-3.
000940     05 RESPSTAT-TOTAL           PIC S9(011) COMP-3.
000950     05 RESPSTAT-BKT OCCURS 6   PIC S9(007) COMP-3.
000960 FD  SPLPAGES.
000970 01  SPLPAGES-RECORD.
000980     05 SPLPAGES-DATE            PIC  9(008).
000990     05 SPLPAGES-REPORT          PIC  X(010).
001000     05 SPLPAGES-PGM             PIC  X(010).
001010     05 SPLPAGES-JOB             PIC  X(010).
001020     05 SPLPAGES-USER            PIC  X(010).
001030     05 SPLPAGES-LINES           PIC S9(007) COMP-3.
001040     05 SPLPAGES-PAGES           PIC S9(005) COMP-3.
001050     05 SPLPAGES-PATH            PIC  X(128).
001060*----------------------------------------------------------*
001070* COST-CENTER ASSIGNMENT - U = USER, J = JOB, P = PROGRAM.  *
001080* THE MOST SPECIFIC NAME ON A USAGE ROW WINS                *
001090*----------------------------------------------------------*
001100 FD  COSTCTR.
001110 01  COSTCTR-RECORD.
001120     05 COSTCTR-KEY.
001130        10 COSTCTR-TYPE          PIC  X(001).
001140        10 COSTCTR-ID            PIC  X(010).
001150     05 COSTCTR-DEPT             PIC  X(010).
001160     05 COSTCTR-DESC             PIC  X(030).
001170*----------------------------------------------------------*
001180* RATE CARD - ONE ROW PER BILLABLE UNIT: IOOP, BATCHSEC,    *
001190* INTTRAN, SPLPAGE.  THE DEPARTMENT IS DEBITED ON EXP-ACCT, *
001200* THE RECOVERY DEPARTMENT CREDITED ON RCV-ACCT              *
001210*----------------------------------------------------------*
001220 FD  CHGRATE.
001230 01  CHGRATE-RECORD.
001240     05 CHGRATE-UNIT             PIC  X(008).
001250     05 CHGRATE-DESC             PIC  X(030).
001260     05 CHGRATE-RATE             PIC S9(003)V9(006) COMP-3.
001270     05 CHGRATE-EXP-ACCT         PIC  X(010).
001280     05 CHGRATE-RCV-DEPT         PIC  X(010).
001290     05 CHGRATE-RCV-ACCT         PIC  X(010).
001300 FD  CHGRPT.
001310 01  CHGRPT-LINE                 PIC  X(080).
001320 FD  CHGJRNL.
001330 01  CHGJRNL-LINE                PIC  X(120).
001340 FD  XPRTLEDG.
001350 01  XPRTLEDG-RECORD.
001360     05 XPRTLEDG-KEY.
001370        10 XPRTLEDG-NAME         PIC  X(040).
001380        10 XPRTLEDG-TS           PIC  X(026).
001390     05 XPRTLEDG-ROWS            PIC S9(009) COMP-3.
001400     05 XPRTLEDG-TOTAL           PIC S9(013)V9(002) COMP-3.
001410     05 XPRTLEDG-ACK             PIC  X(001).
001420     05 XPRTLEDG-ACK-TS          PIC  X(026).
001430 WORKING-STORAGE SECTION.
001440 77  CB-FS-IOSTATS               PIC  X(002).
001450 77  CB-FS-RUNSUM                PIC  X(002).
001460 77  CB-FS-RESPSTAT              PIC  X(002).
001470 77  CB-FS-SPLPAGES              PIC  X(002).
001480 77  CB-FS-COSTCTR               PIC  X(002).
001490 77  CB-FS-CHGRATE               PIC  X(002).
001500 77  CB-FS-CHGRPT                PIC  X(002).
001510 77  CB-FS-CHGJRNL               PIC  X(002).
001520 77  CB-FS-XPRTLEDG              PIC  X(002).
001530 77  CB-EOF-SW                   PIC  X(001)     VALUE 'N'.
001540     88 CB-AT-EOF                                VALUE 'Y'.
001550 77  CB-FOUND-SW                 PIC  X(001).
001560     88 CB-FOUND                                 VALUE 'Y'.
001570     88 CB-NOT-FOUND                              VALUE 'N'.
001580 77  CB-I                        PIC S9(004) COMP-3.
001590 77  CB-J                        PIC S9(004) COMP-3.
001600 77  CB-U                        PIC S9(004) COMP-3.
001610 77  CB-D                        PIC S9(004) COMP-3.
001620 77  CB-DEPT-COUNT               PIC S9(004) COMP-3 VALUE 0.
001630 77  CB-MAX-DEPTS                PIC S9(004) COMP-3 VALUE 300.
001640 77  CB-OVERFLOW                 PIC S9(007) COMP-3 VALUE 0.
001650 77  CB-QTY                      PIC S9(011) COMP-3.
001660 77  CB-JRNL-ROWS                PIC S9(009) COMP-3 VALUE 0.
001670 77  CB-GRAND-TOTAL              PIC S9(013)V9(002) COMP-3
001680                                                 VALUE 0.
001690 77  CB-DEPT-TOTAL               PIC S9(013)V9(002) COMP-3.
001700 77  CB-WORK-PERIOD              PIC  9(006).
001710 77  CB-CMD-PTR                  PIC S9(004) COMP-3.
001720 77  CB-CMD                      PIC  X(512).
001730 77  CB-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001740*----------------------------------------------------------*
001750* THE CHARGE PERIOD IS THE MONTH BEFORE THE RUN DATE, AS    *
001760* FOR THE HISTROLL ROLLUP                                   *
001770*----------------------------------------------------------*
001780 01  CB-PERIOD.
001790     05 CB-PERIOD-YY             PIC  9(004).
001800     05 CB-PERIOD-MM             PIC  9(002).
001810 01  CB-PERIOD-N REDEFINES CB-PERIOD
001820                                 PIC  9(006).
001825 01  CB-RUN-PERIOD               PIC  X(006).
001830 01  CB-TODAY-DATE.
001840     05 CB-TODAY-YY              PIC  9(004).
001850     05 CB-TODAY-MM              PIC  9(002).
001860     05 CB-TODAY-DD              PIC  9(002).
001870 01  CB-NOW-TS                   PIC  X(026).
001880 01  CB-NOW-TIME                 PIC  9(008).
001890*----------------------------------------------------------*
001900* THE NAMES ON THE USAGE ROW BEING ASSIGNED                 *
001910*----------------------------------------------------------*
001920 01  CB-LOOK-USER                PIC  X(010).
001930 01  CB-LOOK-JOB                 PIC  X(010).
001940 01  CB-LOOK-PGM                 PIC  X(010).
001950 01  CB-LOOK-DEPT                PIC  X(010).
001960*----------------------------------------------------------*
001970* THE FOUR BILLABLE UNITS AND THEIR RATE-CARD ROWS          *
001980*----------------------------------------------------------*
001990 01  CB-UNIT-NAMES.
002000     05 FILLER                   PIC  X(008) VALUE 'IOOP'.
002010     05 FILLER                   PIC  X(008) VALUE 'BATCHSEC'.
002020     05 FILLER                   PIC  X(008) VALUE 'INTTRAN'.
002030     05 FILLER                   PIC  X(008) VALUE 'SPLPAGE'.
002040 01  CB-UNIT-NAME-TBL REDEFINES CB-UNIT-NAMES.
002050     05 CB-UNIT-NAME OCCURS 4    PIC  X(008).
002060 01  CB-RATE-TABLE.
002070     05 CB-RATE-ENTRY OCCURS 4 TIMES.
002080        10 CB-RT-DESC            PIC  X(030).
002090        10 CB-RT-RATE            PIC S9(003)V9(006) COMP-3.
002100        10 CB-RT-EXP-ACCT        PIC  X(010).
002110        10 CB-RT-RCV-DEPT        PIC  X(010).
002120        10 CB-RT-RCV-ACCT        PIC  X(010).
002130        10 CB-RT-ON-FILE         PIC  X(001).
002140        10 CB-RT-AMT             PIC S9(013)V9(002) COMP-3.
002150*----------------------------------------------------------*
002160* ONE ENTRY PER DEPARTMENT BILLED; ENTRY 1 IS *UNASSIGN AND *
002170* ALSO TAKES ANYTHING PAST THE END OF THE TABLE             *
002180*----------------------------------------------------------*
002190 01  CB-DEPT-TABLE.
002200     05 CB-DEPT-ENTRY OCCURS 300 TIMES.
002210        10 CB-DT-DEPT            PIC  X(010).
002220        10 CB-DT-QTY OCCURS 4    PIC S9(011) COMP-3.
002230        10 CB-DT-AMT OCCURS 4    PIC S9(013)V9(002) COMP-3.
002240 01  CB-SWAP-ENTRY               PIC  X(066).
002250 01  CB-TITLE-LINE.
002260     05 FILLER                   PIC  X(021)
002270                                 VALUE 'CHARGEBACK STATEMENT '.
002280     05 CB-TTL-DEPT              PIC  X(010).
002290     05 FILLER                   PIC  X(008) VALUE ' PERIOD '.
002300     05 CB-TTL-PERIOD            PIC  9(006).
002310     05 FILLER                   PIC  X(005) VALUE SPACES.
002320 01  CB-COLS-LINE.
002330     05 FILLER                   PIC  X(032) VALUE 'UNIT'.
002340     05 FILLER                   PIC  X(015) VALUE
002350                                       '       QUANTITY'.
002360     05 FILLER                   PIC  X(014) VALUE
002370                                       '          RATE'.
002380     05 FILLER                   PIC  X(019) VALUE
002390                                       '             AMOUNT'.
002400 01  CB-SUM-COLS-LINE.
002410     05 FILLER                   PIC  X(061) VALUE 'DEPARTMENT'.
002420     05 FILLER                   PIC  X(019) VALUE
002430                                       '             AMOUNT'.
002440 01  CB-DTL-LINE.
002450     05 CB-DTL-DESC              PIC  X(030).
002460     05 FILLER                   PIC  X(002) VALUE SPACES.
002470     05 CB-DTL-QTY               PIC ZZZ,ZZZ,ZZZ,ZZ9.
002480     05 FILLER                   PIC  X(002) VALUE SPACES.
002490     05 CB-DTL-RATE              PIC ZZZ9.999999.
002500     05 FILLER                   PIC  X(002) VALUE SPACES.
002510     05 CB-DTL-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002520 01  CB-TOT-LINE.
002530     05 CB-TOT-LABEL             PIC  X(030).
002540     05 FILLER                   PIC  X(032) VALUE SPACES.
002550     05 CB-TOT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002560 01  CB-NORATE-LINE.
002570     05 FILLER                   PIC  X(029) VALUE
002580                       '** NO RATE-CARD ROW FOR UNIT '.
002590     05 CB-NR-UNIT               PIC  X(008).
002600     05 FILLER                   PIC  X(043)
002610                                 VALUE ' - BILLED AT ZERO'.
002620 01  CB-OVF-LINE.
002630     05 FILLER                   PIC  X(040) VALUE
002640                       '** DEPARTMENTS PAST TABLE LIMIT - USAGE'.
002650     05 FILLER                   PIC  X(020)
002660                                 VALUE ' ROWS TO *UNASSIGN: '.
002670     05 CB-OVF-COUNT             PIC ZZZ,ZZ9.
002680     05 FILLER                   PIC  X(013) VALUE SPACES.
002690*----------------------------------------------------------*
002700* JOURNAL ROW: PERIOD;DEPT;ACCOUNT;D/C;AMOUNT;UNIT;QUANTITY *
002710*----------------------------------------------------------*
002720 01  CB-JR-DEPT                  PIC  X(010).
002730 01  CB-JR-ACCT                  PIC  X(010).
002740 01  CB-JR-DC                    PIC  X(001).
002750 01  CB-JR-AMT                   PIC S9(013)V9(002) COMP-3.
002760 01  CB-JR-AMT-A                 PIC  9(011).99.
002770 01  CB-JR-QTY-A                 PIC  9(011).
002780 01  CB-JR-UNIT                  PIC  X(008).
002790 01  CB-EXPORT-NAME.
002800     05 FILLER                   PIC  X(008) VALUE 'CHGJRNL-'.
002810     05 CB-EXPORT-PERIOD         PIC  9(006).
002820     05 FILLER                   PIC  X(004) VALUE '.CSV'.
002830*----------------------------------------------------------*
002840* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002850* PAGINATION AND TITLES; WE WRITE THE LINES IT HANDS BACK   *
002860*----------------------------------------------------------*
002870 01  RW-CTL.
002880     05 RW-FUNC                  PIC  X(001).
002890     05 RW-TITLE                 PIC  X(050).
002900     05 RW-TITLE-ID              PIC  X(010).
002910     05 RW-LANG                  PIC  X(003).
002920     05 RW-COLS                  PIC  X(080).
002930     05 RW-LINE                  PIC  X(080).
002940     05 RW-PAGE-SIZE             PIC  9(003).
002950 01  RW-OUT.
002960     05 RW-OUT-COUNT             PIC  9(001).
002970     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002980 77  RW-X                        PIC S9(003) COMP-3.
002990*----------------------------------------------------------*
003000* SHARED COMMAND-EXECUTION INTERFACE (GXCMDX) - THE SERVICE *
003010* ALLOW-LISTS AND LOGS EVERY COMMAND                        *
003020*----------------------------------------------------------*
003030 01  CX-CTL.
003040     05 CX-CALLER                PIC  X(010).
003050     05 CX-CMD                   PIC  X(512).
003060     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
003070     05 CX-RESULT                PIC  X(002).
003080 PROCEDURE DIVISION.
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE
003110         THRU 1000-INITIALIZE-EXIT
003120     PERFORM 2000-ASSIGN-IO
003130         THRU 2000-ASSIGN-IO-EXIT
003140     PERFORM 2200-ASSIGN-BATCH
003150         THRU 2200-ASSIGN-BATCH-EXIT
003160     PERFORM 2400-ASSIGN-INTERACTIVE
003170         THRU 2400-ASSIGN-INTERACTIVE-EXIT
003180     PERFORM 2600-ASSIGN-SPOOL
003190         THRU 2600-ASSIGN-SPOOL-EXIT
003200     PERFORM 3000-PRICE-USAGE
003210         THRU 3000-PRICE-USAGE-EXIT
003220     PERFORM 4000-PRINT-STATEMENTS
003230         THRU 4000-PRINT-STATEMENTS-EXIT
003240     PERFORM 5000-PRINT-SUMMARY
003250         THRU 5000-PRINT-SUMMARY-EXIT
003260     PERFORM 6000-WRITE-JOURNAL
003270         THRU 6000-WRITE-JOURNAL-EXIT
003280     PERFORM 9000-TERMINATE
003290         THRU 9000-TERMINATE-EXIT
003300     PERFORM 7000-EXPORT-JOURNAL
003310         THRU 7000-EXPORT-JOURNAL-EXIT
003320     GO TO 9999-EXIT.
003330*----------------------------------------------------------*
003340* 1000-INITIALIZE - PERIOD, RATE CARD AND THE *UNASSIGN     *
003350*                   BUCKET                                  *
003360*----------------------------------------------------------*
003370 1000-INITIALIZE.
003380     OPEN INPUT  COSTCTR
003390     OPEN INPUT  CHGRATE
003400     OPEN OUTPUT CHGRPT
003410     OPEN OUTPUT CHGJRNL
003420     ACCEPT CB-TODAY-DATE FROM DATE YYYYMMDD
003430     ACCEPT CB-NOW-TIME   FROM TIME
003440     MOVE SPACES TO CB-NOW-TS
003450     STRING CB-TODAY-YY '-' CB-TODAY-MM '-' CB-TODAY-DD '-'
003460            CB-NOW-TIME (1:2) '.' CB-NOW-TIME (3:2) '.'
003470            CB-NOW-TIME (5:2) '.' CB-NOW-TIME (7:2) '0000'
003480            DELIMITED BY SIZE INTO CB-NOW-TS
003490     MOVE CB-TODAY-YY TO CB-PERIOD-YY
003500     MOVE CB-TODAY-MM TO CB-PERIOD-MM
003510     IF CB-PERIOD-MM = 1
003520        MOVE 12 TO CB-PERIOD-MM
003530        SUBTRACT 1 FROM CB-PERIOD-YY
003540     ELSE
003550        SUBTRACT 1 FROM CB-PERIOD-MM
003560     END-IF
003570     PERFORM 1100-LOAD-RATE
003580         THRU 1100-LOAD-RATE-EXIT
003590         VARYING CB-U FROM 1 BY 1
003600         UNTIL CB-U > 4
003610     MOVE 1 TO CB-DEPT-COUNT
003620     MOVE '*UNASSIGN' TO CB-DT-DEPT (1)
003630     PERFORM VARYING CB-U FROM 1 BY 1
003640             UNTIL CB-U > 4
003650        MOVE 0 TO CB-DT-QTY (1 CB-U)
003660        MOVE 0 TO CB-DT-AMT (1 CB-U)
003670     END-PERFORM
003680     MOVE SPACES TO RW-LANG
003690     MOVE 60  TO RW-PAGE-SIZE.
003700 1000-INITIALIZE-EXIT.
003710     EXIT.
003720*----------------------------------------------------------*
003730* 1100-LOAD-RATE - A UNIT WITH NO RATE-CARD ROW IS BILLED   *
003740*                  AT ZERO AND FLAGGED ON THE SUMMARY       *
003750*----------------------------------------------------------*
003760 1100-LOAD-RATE.
003770     MOVE CB-UNIT-NAME (CB-U) TO CHGRATE-UNIT
003780     MOVE 0 TO CB-RT-AMT (CB-U)
003790     READ CHGRATE
003800         INVALID KEY
003810            MOVE CB-UNIT-NAME (CB-U) TO CB-RT-DESC (CB-U)
003820            MOVE 0      TO CB-RT-RATE (CB-U)
003830            MOVE SPACES TO CB-RT-EXP-ACCT (CB-U)
003840            MOVE SPACES TO CB-RT-RCV-DEPT (CB-U)
003850            MOVE SPACES TO CB-RT-RCV-ACCT (CB-U)
003860            MOVE 'N'    TO CB-RT-ON-FILE (CB-U)
003870            GO TO 1100-LOAD-RATE-EXIT
003880     END-READ
003890     MOVE CHGRATE-DESC     TO CB-RT-DESC (CB-U)
003900     MOVE CHGRATE-RATE     TO CB-RT-RATE (CB-U)
003910     MOVE CHGRATE-EXP-ACCT TO CB-RT-EXP-ACCT (CB-U)
003920     MOVE CHGRATE-RCV-DEPT TO CB-RT-RCV-DEPT (CB-U)
003930     MOVE CHGRATE-RCV-ACCT TO CB-RT-RCV-ACCT (CB-U)
003940     MOVE 'Y'              TO CB-RT-ON-FILE (CB-U).
003950 1100-LOAD-RATE-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 2000-ASSIGN-IO - FILE OPERATIONS, BY JOB THEN PROGRAM     *
003990*----------------------------------------------------------*
004000 2000-ASSIGN-IO.
004010     OPEN INPUT IOSTATS
004020     IF CB-FS-IOSTATS NOT = '00'
004030        GO TO 2000-ASSIGN-IO-EXIT
004040     END-IF
004050     MOVE 'N' TO CB-EOF-SW
004060     PERFORM 2010-READ-IOSTATS
004070         THRU 2010-READ-IOSTATS-EXIT
004080     PERFORM 2020-ASSIGN-IO-ROW
004090         THRU 2020-ASSIGN-IO-ROW-EXIT
004100         UNTIL CB-AT-EOF
004110     CLOSE IOSTATS.
004120 2000-ASSIGN-IO-EXIT.
004130     EXIT.
004140 2010-READ-IOSTATS.
004150     READ IOSTATS
004160         AT END
004170            SET CB-AT-EOF TO TRUE
004180     END-READ.
004190 2010-READ-IOSTATS-EXIT.
004200     EXIT.
004210 2020-ASSIGN-IO-ROW.
004220     IF IOSTATS-TIMESTAMP (1:4) = CB-PERIOD (1:4) AND
004230        IOSTATS-TIMESTAMP (6:2) = CB-PERIOD (5:2)
004240        MOVE SPACES      TO CB-LOOK-USER
004250        MOVE IOSTATS-JOB TO CB-LOOK-JOB
004260        MOVE IOSTATS-PGM TO CB-LOOK-PGM
004270        COMPUTE CB-QTY = IOSTATS-READS + IOSTATS-WRITES +
004280                IOSTATS-REWRITES + IOSTATS-DELETES
004290        MOVE 1 TO CB-U
004300        PERFORM 2800-POST-USAGE
004310            THRU 2800-POST-USAGE-EXIT
004320     END-IF
004330     PERFORM 2010-READ-IOSTATS
004340         THRU 2010-READ-IOSTATS-EXIT.
004350 2020-ASSIGN-IO-ROW-EXIT.
004360     EXIT.
004370*----------------------------------------------------------*
004380* 2200-ASSIGN-BATCH - ELAPSED RUN SECONDS, BY JOB THEN      *
004390*                     PROGRAM                               *
004400*----------------------------------------------------------*
004410 2200-ASSIGN-BATCH.
004420     OPEN INPUT RUNSUM
004430     IF CB-FS-RUNSUM NOT = '00'
004440        GO TO 2200-ASSIGN-BATCH-EXIT
004450     END-IF
004460     MOVE 'N' TO CB-EOF-SW
004470     PERFORM 2210-READ-RUNSUM
004480         THRU 2210-READ-RUNSUM-EXIT
004490     PERFORM 2220-ASSIGN-BATCH-ROW
004500         THRU 2220-ASSIGN-BATCH-ROW-EXIT
004510         UNTIL CB-AT-EOF
004520     CLOSE RUNSUM.
004530 2200-ASSIGN-BATCH-EXIT.
004540     EXIT.
004550 2210-READ-RUNSUM.
004560     READ RUNSUM
004570         AT END
004580            SET CB-AT-EOF TO TRUE
004590     END-READ.
004600 2210-READ-RUNSUM-EXIT.
004610     EXIT.
004620 2220-ASSIGN-BATCH-ROW.
004621     MOVE RUNSUM-TIMESTAMP (1:4) TO CB-RUN-PERIOD (1:4)
004622     MOVE RUNSUM-TIMESTAMP (6:2) TO CB-RUN-PERIOD (5:2)
004623     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
004624        MOVE RUNSUM-BUSDATE (1:6) TO CB-RUN-PERIOD
004625     END-IF
004630     IF CB-RUN-PERIOD = CB-PERIOD
004650        MOVE SPACES         TO CB-LOOK-USER
004660        MOVE RUNSUM-JOB     TO CB-LOOK-JOB
004670        MOVE RUNSUM-PGM     TO CB-LOOK-PGM
004680        MOVE RUNSUM-ELAPSED TO CB-QTY
004690        MOVE 2 TO CB-U
004700        PERFORM 2800-POST-USAGE
004710            THRU 2800-POST-USAGE-EXIT
004720     END-IF
004730     PERFORM 2210-READ-RUNSUM
004740         THRU 2210-READ-RUNSUM-EXIT.
004750 2220-ASSIGN-BATCH-ROW-EXIT.
004760     EXIT.
004770*----------------------------------------------------------*
004780* 2400-ASSIGN-INTERACTIVE - SCREEN TRANSACTIONS.  RESPSTAT  *
004790*                           IS KEPT PER PROGRAM ONLY        *
004800*----------------------------------------------------------*
004810 2400-ASSIGN-INTERACTIVE.
004820     OPEN INPUT RESPSTAT
004830     IF CB-FS-RESPSTAT NOT = '00'
004840        GO TO 2400-ASSIGN-INTERACTIVE-EXIT
004850     END-IF
004860     MOVE 'N' TO CB-EOF-SW
004870     PERFORM 2410-READ-RESPSTAT
004880         THRU 2410-READ-RESPSTAT-EXIT
004890     PERFORM 2420-ASSIGN-INTER-ROW
004900         THRU 2420-ASSIGN-INTER-ROW-EXIT
004910         UNTIL CB-AT-EOF
004920     CLOSE RESPSTAT.
004930 2400-ASSIGN-INTERACTIVE-EXIT.
004940     EXIT.
004950 2410-READ-RESPSTAT.
004960     READ RESPSTAT
004970         AT END
004980            SET CB-AT-EOF TO TRUE
004990     END-READ.
005000 2410-READ-RESPSTAT-EXIT.
005010     EXIT.
005020 2420-ASSIGN-INTER-ROW.
005030     COMPUTE CB-WORK-PERIOD = RESPSTAT-DATE / 100
005040     IF CB-WORK-PERIOD = CB-PERIOD-N
005050        MOVE SPACES         TO CB-LOOK-USER
005060        MOVE SPACES         TO CB-LOOK-JOB
005070        MOVE RESPSTAT-PGM   TO CB-LOOK-PGM
005080        MOVE RESPSTAT-COUNT TO CB-QTY
005090        MOVE 3 TO CB-U
005100        PERFORM 2800-POST-USAGE
005110            THRU 2800-POST-USAGE-EXIT
005120     END-IF
005130     PERFORM 2410-READ-RESPSTAT
005140         THRU 2410-READ-RESPSTAT-EXIT.
005150 2420-ASSIGN-INTER-ROW-EXIT.
005160     EXIT.
005170*----------------------------------------------------------*
005180* 2600-ASSIGN-SPOOL - ARCHIVED SPOOL PAGES, BY USER, JOB    *
005190*                     THEN PROGRAM                          *
005200*----------------------------------------------------------*
005210 2600-ASSIGN-SPOOL.
005220     OPEN INPUT SPLPAGES
005230     IF CB-FS-SPLPAGES NOT = '00'
005240        GO TO 2600-ASSIGN-SPOOL-EXIT
005250     END-IF
005260     MOVE 'N' TO CB-EOF-SW
005270     PERFORM 2610-READ-SPLPAGES
005280         THRU 2610-READ-SPLPAGES-EXIT
005290     PERFORM 2620-ASSIGN-SPOOL-ROW
005300         THRU 2620-ASSIGN-SPOOL-ROW-EXIT
005310         UNTIL CB-AT-EOF
005320     CLOSE SPLPAGES.
005330 2600-ASSIGN-SPOOL-EXIT.
005340     EXIT.
005350 2610-READ-SPLPAGES.
005360     READ SPLPAGES
005370         AT END
005380            SET CB-AT-EOF TO TRUE
005390     END-READ.
005400 2610-READ-SPLPAGES-EXIT.
005410     EXIT.
005420 2620-ASSIGN-SPOOL-ROW.
005430     COMPUTE CB-WORK-PERIOD = SPLPAGES-DATE / 100
005440     IF CB-WORK-PERIOD = CB-PERIOD-N
005450        MOVE SPLPAGES-USER  TO CB-LOOK-USER
005460        MOVE SPLPAGES-JOB   TO CB-LOOK-JOB
005470        MOVE SPLPAGES-PGM   TO CB-LOOK-PGM
005480        MOVE SPLPAGES-PAGES TO CB-QTY
005490        MOVE 4 TO CB-U
005500        PERFORM 2800-POST-USAGE
005510            THRU 2800-POST-USAGE-EXIT
005520     END-IF
005530     PERFORM 2610-READ-SPLPAGES
005540         THRU 2610-READ-SPLPAGES-EXIT.
005550 2620-ASSIGN-SPOOL-ROW-EXIT.
005560     EXIT.
005570*----------------------------------------------------------*
005580* 2800-POST-USAGE - FIND THE ROW'S DEPARTMENT AND ADD THE   *
005590*                   QUANTITY OF UNIT CB-U TO IT             *
005600*----------------------------------------------------------*
005610 2800-POST-USAGE.
005620     PERFORM 2850-FIND-DEPT
005630         THRU 2850-FIND-DEPT-EXIT
005640     SET CB-NOT-FOUND TO TRUE
005650     PERFORM VARYING CB-D FROM 1 BY 1
005660             UNTIL CB-D > CB-DEPT-COUNT
005670        IF CB-DT-DEPT (CB-D) = CB-LOOK-DEPT
005680           SET CB-FOUND TO TRUE
005690           ADD CB-QTY TO CB-DT-QTY (CB-D CB-U)
005700           MOVE CB-DEPT-COUNT TO CB-D
005710        END-IF
005720     END-PERFORM
005730     IF CB-FOUND
005740        GO TO 2800-POST-USAGE-EXIT
005750     END-IF
005760     IF CB-DEPT-COUNT NOT < CB-MAX-DEPTS
005770        ADD 1 TO CB-OVERFLOW
005780        ADD CB-QTY TO CB-DT-QTY (1 CB-U)
005790        GO TO 2800-POST-USAGE-EXIT
005800     END-IF
005810     ADD 1 TO CB-DEPT-COUNT
005820     MOVE CB-LOOK-DEPT TO CB-DT-DEPT (CB-DEPT-COUNT)
005830     PERFORM VARYING CB-J FROM 1 BY 1
005840             UNTIL CB-J > 4
005850        MOVE 0 TO CB-DT-QTY (CB-DEPT-COUNT CB-J)
005860        MOVE 0 TO CB-DT-AMT (CB-DEPT-COUNT CB-J)
005870     END-PERFORM
005880     ADD CB-QTY TO CB-DT-QTY (CB-DEPT-COUNT CB-U).
005890 2800-POST-USAGE-EXIT.
005900     EXIT.
005910 2850-FIND-DEPT.
005920     MOVE '*UNASSIGN' TO CB-LOOK-DEPT
005930     IF CB-LOOK-USER NOT = SPACES
005940        MOVE 'U'          TO COSTCTR-TYPE
005950        MOVE CB-LOOK-USER TO COSTCTR-ID
005960        READ COSTCTR
005970            INVALID KEY
005980               CONTINUE
005990            NOT INVALID KEY
006000               MOVE COSTCTR-DEPT TO CB-LOOK-DEPT
006010               GO TO 2850-FIND-DEPT-EXIT
006020        END-READ
006030     END-IF
006040     IF CB-LOOK-JOB NOT = SPACES
006050        MOVE 'J'          TO COSTCTR-TYPE
006060        MOVE CB-LOOK-JOB  TO COSTCTR-ID
006070        READ COSTCTR
006080            INVALID KEY
006090               CONTINUE
006100            NOT INVALID KEY
006110               MOVE COSTCTR-DEPT TO CB-LOOK-DEPT
006120               GO TO 2850-FIND-DEPT-EXIT
006130        END-READ
006140     END-IF
006150     IF CB-LOOK-PGM NOT = SPACES
006160        MOVE 'P'          TO COSTCTR-TYPE
006170        MOVE CB-LOOK-PGM  TO COSTCTR-ID
006180        READ COSTCTR
006190            INVALID KEY
006200               CONTINUE
006210            NOT INVALID KEY
006220               MOVE COSTCTR-DEPT TO CB-LOOK-DEPT
006230        END-READ
006240     END-IF.
006250 2850-FIND-DEPT-EXIT.
006260     EXIT.
006270*----------------------------------------------------------*
006280* 3000-PRICE-USAGE - QUANTITY TIMES RATE PER DEPARTMENT AND *
006290*                    UNIT, THEN THE DEPARTMENTS IN ORDER    *
006300*----------------------------------------------------------*
006310 3000-PRICE-USAGE.
006320     PERFORM VARYING CB-D FROM 1 BY 1
006330             UNTIL CB-D > CB-DEPT-COUNT
006340        PERFORM VARYING CB-U FROM 1 BY 1
006350                UNTIL CB-U > 4
006360           COMPUTE CB-DT-AMT (CB-D CB-U) ROUNDED =
006370                   CB-DT-QTY (CB-D CB-U) * CB-RT-RATE (CB-U)
006380           ADD CB-DT-AMT (CB-D CB-U) TO CB-RT-AMT (CB-U)
006390           ADD CB-DT-AMT (CB-D CB-U) TO CB-GRAND-TOTAL
006400        END-PERFORM
006410     END-PERFORM
006420     IF CB-DEPT-COUNT > 1
006430        PERFORM VARYING CB-I FROM 1 BY 1
006440                UNTIL CB-I > CB-DEPT-COUNT - 1
006450           PERFORM VARYING CB-J FROM 1 BY 1
006460                   UNTIL CB-J > CB-DEPT-COUNT - CB-I
006470              IF CB-DT-DEPT (CB-J) > CB-DT-DEPT (CB-J + 1)
006480                 MOVE CB-DEPT-ENTRY (CB-J) TO CB-SWAP-ENTRY
006490                 MOVE CB-DEPT-ENTRY (CB-J + 1)
006500                 TO CB-DEPT-ENTRY (CB-J)
006510                 MOVE CB-SWAP-ENTRY
006520                 TO CB-DEPT-ENTRY (CB-J + 1)
006530              END-IF
006540           END-PERFORM
006550        END-PERFORM
006560     END-IF.
006570 3000-PRICE-USAGE-EXIT.
006580     EXIT.
006590*----------------------------------------------------------*
006600* 4000-PRINT-STATEMENTS - ONE STATEMENT PER DEPARTMENT WITH *
006610*                         USAGE, EACH ON ITS OWN PAGES      *
006620*----------------------------------------------------------*
006630 4000-PRINT-STATEMENTS.
006640     PERFORM 4100-PRINT-ONE-DEPT
006650         THRU 4100-PRINT-ONE-DEPT-EXIT
006660         VARYING CB-D FROM 1 BY 1
006670         UNTIL CB-D > CB-DEPT-COUNT.
006680 4000-PRINT-STATEMENTS-EXIT.
006690     EXIT.
006700 4100-PRINT-ONE-DEPT.
006710     IF CB-DT-QTY (CB-D 1) = 0 AND CB-DT-QTY (CB-D 2) = 0 AND
006720        CB-DT-QTY (CB-D 3) = 0 AND CB-DT-QTY (CB-D 4) = 0
006730        GO TO 4100-PRINT-ONE-DEPT-EXIT
006740     END-IF
006750     MOVE CB-DT-DEPT (CB-D) TO CB-TTL-DEPT
006760     MOVE CB-PERIOD-N       TO CB-TTL-PERIOD
006770     MOVE CB-TITLE-LINE     TO RW-TITLE
006780     MOVE 'CHGRPT'          TO RW-TITLE-ID
006790     MOVE CB-COLS-LINE      TO RW-COLS
006800     MOVE 'I' TO RW-FUNC
006810     PERFORM 8900-RW-PUT
006820         THRU 8900-RW-PUT-EXIT
006830     MOVE 0 TO CB-DEPT-TOTAL
006840     PERFORM VARYING CB-U FROM 1 BY 1
006850             UNTIL CB-U > 4
006860        IF CB-DT-QTY (CB-D CB-U) NOT = 0
006870           MOVE CB-RT-DESC (CB-U)       TO CB-DTL-DESC
006880           MOVE CB-DT-QTY (CB-D CB-U)   TO CB-DTL-QTY
006890           MOVE CB-RT-RATE (CB-U)       TO CB-DTL-RATE
006900           MOVE CB-DT-AMT (CB-D CB-U)   TO CB-DTL-AMT
006910           ADD  CB-DT-AMT (CB-D CB-U)   TO CB-DEPT-TOTAL
006920           MOVE CB-DTL-LINE TO RW-LINE
006930           MOVE 'D' TO RW-FUNC
006940           PERFORM 8900-RW-PUT
006950               THRU 8900-RW-PUT-EXIT
006960        END-IF
006970     END-PERFORM
006980     MOVE 'TOTAL DUE'   TO CB-TOT-LABEL
006990     MOVE CB-DEPT-TOTAL TO CB-TOT-AMT
007000     MOVE CB-TOT-LINE   TO RW-LINE
007010     MOVE 'T' TO RW-FUNC
007020     PERFORM 8900-RW-PUT
007030         THRU 8900-RW-PUT-EXIT.
007040 4100-PRINT-ONE-DEPT-EXIT.
007050     EXIT.
007060*----------------------------------------------------------*
007070* 5000-PRINT-SUMMARY - DEPARTMENT TOTALS AGAINST THE GRAND  *
007080*                      TOTAL, PLUS ANY RATE-CARD GAPS       *
007090*----------------------------------------------------------*
007100 5000-PRINT-SUMMARY.
007110     MOVE '*ALL'            TO CB-TTL-DEPT
007120     MOVE CB-PERIOD-N       TO CB-TTL-PERIOD
007130     MOVE CB-TITLE-LINE     TO RW-TITLE
007140     MOVE 'CHGRPT'          TO RW-TITLE-ID
007150     MOVE CB-SUM-COLS-LINE  TO RW-COLS
007160     MOVE 'I' TO RW-FUNC
007170     PERFORM 8900-RW-PUT
007180         THRU 8900-RW-PUT-EXIT
007190     PERFORM VARYING CB-D FROM 1 BY 1
007200             UNTIL CB-D > CB-DEPT-COUNT
007210        COMPUTE CB-DEPT-TOTAL = CB-DT-AMT (CB-D 1) +
007220                CB-DT-AMT (CB-D 2) + CB-DT-AMT (CB-D 3) +
007230                CB-DT-AMT (CB-D 4)
007240        IF CB-DEPT-TOTAL NOT = 0
007250           MOVE CB-DT-DEPT (CB-D) TO CB-TOT-LABEL
007260           MOVE CB-DEPT-TOTAL     TO CB-TOT-AMT
007270           MOVE CB-TOT-LINE TO RW-LINE
007280           MOVE 'D' TO RW-FUNC
007290           PERFORM 8900-RW-PUT
007300               THRU 8900-RW-PUT-EXIT
007310        END-IF
007320     END-PERFORM
007330     PERFORM VARYING CB-U FROM 1 BY 1
007340             UNTIL CB-U > 4
007350        IF CB-RT-ON-FILE (CB-U) = 'N'
007360           MOVE CB-UNIT-NAME (CB-U) TO CB-NR-UNIT
007370           MOVE CB-NORATE-LINE TO RW-LINE
007380           MOVE 'D' TO RW-FUNC
007390           PERFORM 8900-RW-PUT
007400               THRU 8900-RW-PUT-EXIT
007410        END-IF
007420     END-PERFORM
007430     IF CB-OVERFLOW > 0
007440        MOVE CB-OVERFLOW TO CB-OVF-COUNT
007450        MOVE CB-OVF-LINE TO RW-LINE
007460        MOVE 'D' TO RW-FUNC
007470        PERFORM 8900-RW-PUT
007480            THRU 8900-RW-PUT-EXIT
007490     END-IF
007500     MOVE 'TOTAL CHARGED BACK' TO CB-TOT-LABEL
007510     MOVE CB-GRAND-TOTAL       TO CB-TOT-AMT
007520     MOVE CB-TOT-LINE TO RW-LINE
007530     MOVE 'T' TO RW-FUNC
007540     PERFORM 8900-RW-PUT
007550         THRU 8900-RW-PUT-EXIT.
007560 5000-PRINT-SUMMARY-EXIT.
007570     EXIT.
007580*----------------------------------------------------------*
007590* 6000-WRITE-JOURNAL - A DEBIT PER DEPARTMENT AND UNIT, AND *
007600*                      ONE BALANCING CREDIT PER UNIT TO ITS *
007610*                      RECOVERY DEPARTMENT                  *
007620*----------------------------------------------------------*
007630 6000-WRITE-JOURNAL.
007640     PERFORM VARYING CB-D FROM 1 BY 1
007650             UNTIL CB-D > CB-DEPT-COUNT
007660        PERFORM VARYING CB-U FROM 1 BY 1
007670                UNTIL CB-U > 4
007680           IF CB-DT-AMT (CB-D CB-U) NOT = 0
007690              MOVE CB-DT-DEPT (CB-D)     TO CB-JR-DEPT
007700              MOVE CB-RT-EXP-ACCT (CB-U) TO CB-JR-ACCT
007710              MOVE 'D'                   TO CB-JR-DC
007720              MOVE CB-DT-AMT (CB-D CB-U) TO CB-JR-AMT
007730              MOVE CB-DT-QTY (CB-D CB-U) TO CB-JR-QTY-A
007740              PERFORM 6100-PUT-JOURNAL-ROW
007750                  THRU 6100-PUT-JOURNAL-ROW-EXIT
007760           END-IF
007770        END-PERFORM
007780     END-PERFORM
007790     PERFORM VARYING CB-U FROM 1 BY 1
007800             UNTIL CB-U > 4
007810        IF CB-RT-AMT (CB-U) NOT = 0
007820           MOVE CB-RT-RCV-DEPT (CB-U) TO CB-JR-DEPT
007830           MOVE CB-RT-RCV-ACCT (CB-U) TO CB-JR-ACCT
007840           MOVE 'C'                   TO CB-JR-DC
007850           MOVE CB-RT-AMT (CB-U)      TO CB-JR-AMT
007860           MOVE 0                     TO CB-JR-QTY-A
007870           PERFORM 6100-PUT-JOURNAL-ROW
007880               THRU 6100-PUT-JOURNAL-ROW-EXIT
007890        END-IF
007900     END-PERFORM.
007910 6000-WRITE-JOURNAL-EXIT.
007920     EXIT.
007930 6100-PUT-JOURNAL-ROW.
007940     MOVE CB-UNIT-NAME (CB-U) TO CB-JR-UNIT
007950     MOVE CB-JR-AMT           TO CB-JR-AMT-A
007960     MOVE SPACES TO CHGJRNL-LINE
007970     STRING CB-PERIOD-N ';' CB-JR-DEPT ';' CB-JR-ACCT ';'
007980            CB-JR-DC ';' CB-JR-AMT-A ';' CB-JR-UNIT ';'
007990            CB-JR-QTY-A
008000            DELIMITED BY SIZE INTO CHGJRNL-LINE
008010     WRITE CHGJRNL-LINE
008020     ADD 1 TO CB-JRNL-ROWS.
008030 6100-PUT-JOURNAL-ROW-EXIT.
008040     EXIT.
008050*----------------------------------------------------------*
008060* 7000-EXPORT-JOURNAL - THE CLOSED JOURNAL IS COPIED TO THE *
008070*                       GL UPLOAD FOLDER AND LEDGERED SO AN *
008080*                       UNACKNOWLEDGED MONTH SURFACES ON    *
008090*                       THE EXPRECON REPORT                 *
008100*----------------------------------------------------------*
008110 7000-EXPORT-JOURNAL.
008120     MOVE CB-PERIOD-N TO CB-EXPORT-PERIOD
008130     MOVE 1 TO CB-CMD-PTR
008140     MOVE SPACES TO CB-CMD
008150     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
008160            '/CHGJRNL.FILE/CHGJRNL.MBR'') TOSTMF('
008170            '''/GXEXPORT/' CB-EXPORT-NAME ''')'
008180            ' STMFOPT(*REPLACE) CVTDTA(*AUTO)'
008190            DELIMITED BY SIZE INTO CB-CMD
008200            POINTER CB-CMD-PTR
008210     COMPUTE CB-CMDLEN = CB-CMD-PTR - 1
008220     MOVE 'CHGBACK'  TO CX-CALLER
008230     MOVE CB-CMD     TO CX-CMD
008240     MOVE CB-CMDLEN  TO CX-CMDLEN
008250     CALL 'GXCMDX' USING CX-CTL
008260     OPEN I-O XPRTLEDG
008270     MOVE CB-EXPORT-NAME  TO XPRTLEDG-NAME
008280     MOVE CB-NOW-TS       TO XPRTLEDG-TS
008290     MOVE CB-JRNL-ROWS    TO XPRTLEDG-ROWS
008300     MOVE CB-GRAND-TOTAL  TO XPRTLEDG-TOTAL
008310     MOVE SPACE           TO XPRTLEDG-ACK
008320     MOVE SPACES          TO XPRTLEDG-ACK-TS
008330     WRITE XPRTLEDG-RECORD
008340        INVALID KEY
008350           CONTINUE
008360     END-WRITE
008370     CLOSE XPRTLEDG.
008380 7000-EXPORT-JOURNAL-EXIT.
008390     EXIT.
008400 8900-RW-PUT.
008410     CALL 'GXRPTW' USING RW-CTL RW-OUT
008420     PERFORM VARYING RW-X FROM 1 BY 1
008430             UNTIL RW-X > RW-OUT-COUNT
008440        WRITE CHGRPT-LINE FROM RW-OUT-LINE (RW-X)
008450     END-PERFORM.
008460 8900-RW-PUT-EXIT.
008470     EXIT.
008480 9000-TERMINATE.
008490     MOVE 'C' TO RW-FUNC
008500     PERFORM 8900-RW-PUT
008510         THRU 8900-RW-PUT-EXIT
008520     CLOSE COSTCTR
008530     CLOSE CHGRATE
008540     CLOSE CHGRPT
008550     CLOSE CHGJRNL.
008560 9000-TERMINATE-EXIT.
008570     EXIT.
008580 9999-EXIT.
008590     STOP RUN.
