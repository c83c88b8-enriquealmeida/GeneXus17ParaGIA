000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUMPROOF.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - NIGHTLY PROOF OF THE *
000100*                   SUMMARY FILE.  FOR EACH ACTIVE SUMDEF  *
000110*                   ROW THE DETAIL IS TOTALLED AFRESH INTO *
000120*                   THE SUMWORK SCRATCH FILE, THE SAME WAY *
000130*                   SUMBUILD TOTALS IT, AND EVERY CONTROL  *
000140*                   BREAK IS COMPARED BOTH WAYS WITH THE   *
000150*                   SUMMARY THE DAY'S INSERT/UPDATE CHAIN  *
000160*                   HAS BEEN MAINTAINING.  A DIFFERENCE IN *
000170*                   AMOUNT OR ROW COUNT, A BREAK WITH      *
000180*                   DETAIL BUT NO SUMMARY ROW OR A SUMMARY *
000190*                   ROW WITH NO DETAIL IS DRIFT: IT IS     *
000200*                   LISTED ON SUMPRF AND UPSERTED TO THE   *
000210*                   ALERTS FILE IN THE SLAALERT            *
000220*                   LIFECYCLE.  RUN AS THE FIRST STEP OF   *
000230*                   THE NIGHT STREAM, BEFORE ANY BATCH     *
000240*                   POSTING, SO IT PROVES THE DAY'S        *
000250*                   MAINTENANCE; SUMBUILD THEN PUTS ANY    *
000260*                   DRIFT RIGHT                            *
000262*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY  *
000264*                   VERIFICATION FLAG                      *
000265*   2026-10-15  RH  THE LISTING IS CUT TO THE DATA SCOPE OF*
000266*                   THE USER THE JOB RUNS UNDER - A        *
000267*                   DRIFTING BREAK OF A COMPANY OUTSIDE IT *
000268*                   IS NOT LISTED BUT STILL RAISES ITS     *
000269*                   ALERT AND IS COUNTED                   *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-ISERIES.
000310 OBJECT-COMPUTER.   IBM-ISERIES.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SUMDEF     ASSIGN TO DATABASE-SUMDEF
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS SP-FS-SUMDEF.
000370     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS SP-FS-FLDDICT.
000400     SELECT SUMSRC     ASSIGN TO DATABASE-SUMSRC
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS SP-FS-SUMSRC.
000430     SELECT SUMMARY    ASSIGN TO DATABASE-SUMMARY
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS DYNAMIC
000460         RECORD KEY   IS SUMMARY-KEY
000470         FILE STATUS  IS SP-FS-SUMMARY.
000480     SELECT SUMWORK    ASSIGN TO DATABASE-SUMWORK
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS DYNAMIC
000510         RECORD KEY   IS SUMWORK-KEY
000520         FILE STATUS  IS SP-FS-SUMWORK.
000530     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE  IS DYNAMIC
000560         RECORD KEY   IS ALERTS-KEY
000570         FILE STATUS  IS SP-FS-ALERTS.
000580     SELECT SUMPRF     ASSIGN TO DATABASE-SUMPRF
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS  IS SP-FS-SUMPRF.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------*
000640* ONE ROW PER SUMMARISED DETAIL FILE.  THE FIELDS ARE      *
000650* FLDDICT NAMES; THE DATE MAY BE YYYYMMDD OR A TIMESTAMP,  *
000660* THE AMOUNT PACKED (P) OR ZONED WITH TWO DECIMALS.  A     *
000670* DEBIT/CREDIT FIELD HOLDING C TURNS THE AMOUNT NEGATIVE   *
000680*----------------------------------------------------------*
000690 FD  SUMDEF.
000700 01  SUMDEF-RECORD.
000710     05 SUMDEF-FILE              PIC  X(010).
000720     05 SUMDEF-COMPANY-FLD       PIC  X(010).
000730     05 SUMDEF-DATE-FLD          PIC  X(010).
000740     05 SUMDEF-LINE-FLD          PIC  X(010).
000750     05 SUMDEF-AMOUNT-FLD        PIC  X(010).
000760     05 SUMDEF-DC-FLD            PIC  X(010).
000770     05 SUMDEF-ACTIVE            PIC  X(001).
000780     05 SUMDEF-DESC              PIC  X(030).
000790 FD  FLDDICT.
000800 01  FLDDICT-RECORD.
000810     05 FLDDICT-KEY.
000820        10 FLDDICT-FILE          PIC  X(010).
000830        10 FLDDICT-FIELD         PIC  X(010).
000840     05 FLDDICT-POS              PIC  9(003).
000850     05 FLDDICT-LEN              PIC  9(003).
000860     05 FLDDICT-TYPE             PIC  X(001).
000870     05 FLDDICT-DESC             PIC  X(030).
000880     05 FLDDICT-DOMAIN           PIC  X(020).
000890     05 FLDDICT-MASK             PIC  X(001).
000900     05 FLDDICT-PERSONAL         PIC  X(001).
000910     05 FLDDICT-OWNER            PIC  X(010).
000915     05 FLDDICT-REKEY            PIC  X(001).
000920 FD  SUMSRC.
000930 01  SUMSRC-RECORD               PIC  X(512).
000940 FD  SUMMARY.
000950 01  SUMMARY-RECORD.
000960     05 SUMMARY-KEY.
000970        10 SUMMARY-FILE          PIC  X(010).
000980        10 SUMMARY-COMPANY       PIC  X(003).
000990        10 SUMMARY-PERIOD        PIC  9(006).
001000        10 SUMMARY-LINE          PIC  X(010).
001010     05 SUMMARY-AMOUNT           PIC S9(013)V9(002) COMP-3.
001020     05 SUMMARY-COUNT            PIC S9(009) COMP-3.
001030     05 SUMMARY-BUILT-TS         PIC  X(026).
001040     05 SUMMARY-DAY-CHANGES      PIC S9(007) COMP-3.
001050     05 SUMMARY-CHANGED-TS       PIC  X(026).
001060 FD  SUMWORK.
001070 01  SUMWORK-RECORD.
001080     05 SUMWORK-KEY.
001090        10 SUMWORK-FILE          PIC  X(010).
001100        10 SUMWORK-COMPANY       PIC  X(003).
001110        10 SUMWORK-PERIOD        PIC  9(006).
001120        10 SUMWORK-LINE          PIC  X(010).
001130     05 SUMWORK-AMOUNT           PIC S9(013)V9(002) COMP-3.
001140     05 SUMWORK-COUNT            PIC S9(009) COMP-3.
001150 FD  ALERTS.
001160 01  ALERTS-RECORD.
001170     05 ALERTS-KEY.
001180        10 ALERTS-TYPE           PIC  X(010).
001190        10 ALERTS-SOURCE         PIC  X(010).
001200        10 ALERTS-DETAIL         PIC  X(030).
001210     05 ALERTS-STATUS            PIC  X(001).
001220        88 ALERTS-NEW                            VALUE 'N'.
001230        88 ALERTS-ACKNOWLEDGED                    VALUE 'A'.
001240        88 ALERTS-RESOLVED                        VALUE 'R'.
001250     05 ALERTS-SEVERITY          PIC  9(001).
001260     05 ALERTS-VALUE             PIC S9(009) COMP-3.
001270     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
001280     05 ALERTS-RAISED-TS         PIC  X(026).
001290     05 ALERTS-BREACHES          PIC S9(004) COMP-3.
001300     05 ALERTS-ACK-USER          PIC  X(010).
001310     05 ALERTS-ACK-TS            PIC  X(026).
001320     05 ALERTS-RES-TS            PIC  X(026).
001330     05 ALERTS-BUSAGE            PIC S9(009) COMP-3.
001340     05 ALERTS-ACT-STATUS        PIC  X(001).
001350     05 ALERTS-ACT-TRIES         PIC S9(003) COMP-3.
001360     05 ALERTS-ACT-TS            PIC  X(026).
001370 FD  SUMPRF.
001380 01  SUMPRF-LINE                 PIC  X(080).
001390 WORKING-STORAGE SECTION.
001400 77  SP-FS-SUMDEF                PIC  X(002).
001410 77  SP-FS-FLDDICT               PIC  X(002).
001420 77  SP-FS-SUMSRC                PIC  X(002).
001430 77  SP-FS-SUMMARY               PIC  X(002).
001440 77  SP-FS-SUMWORK               PIC  X(002).
001450 77  SP-FS-ALERTS                PIC  X(002).
001460 77  SP-FS-SUMPRF                PIC  X(002).
001470 77  SP-DEF-EOF-SW               PIC  X(001)     VALUE 'N'.
001480     88 SP-DEF-AT-EOF                            VALUE 'Y'.
001490 77  SP-EOF-SW                   PIC  X(001).
001500     88 SP-AT-EOF                                VALUE 'Y'.
001510 77  SP-I                        PIC S9(004) COMP-3.
001520 77  SP-FILE-COUNT               PIC S9(005) COMP-3 VALUE 0.
001530 77  SP-DRIFT-COUNT              PIC S9(007) COMP-3 VALUE 0.
001532 77  SP-WITHHELD                 PIC S9(007) COMP-3 VALUE 0.
001534 77  SP-WITHHELD-ED              PIC Z,ZZZ,ZZ9.
001540 77  SP-FILE-DRIFTS              PIC S9(007) COMP-3.
001550 77  SP-DTL-COUNT                PIC S9(009) COMP-3.
001560 77  SP-BAD-COUNT                PIC S9(007) COMP-3.
001570 77  SP-ALERT-FOUND-SW           PIC  X(001).
001580     88 SP-ALERT-ON-FILE                         VALUE 'Y'.
001590     88 SP-ALERT-NOT-ON-FILE                      VALUE 'N'.
001600 01  SP-BUILT-LINE               PIC  X(010) VALUE '*BUILT'.
001610*----------------------------------------------------------*
001620* RESOLVED FIELD SLOTS: 1 COMPANY, 2 DATE, 3 LINE, 4       *
001630* AMOUNT, 5 DEBIT/CREDIT                                   *
001640*----------------------------------------------------------*
001650 01  SP-FLD-TABLE.
001660     05 SP-FLD-ENTRY OCCURS 5 TIMES.
001670        10 SP-FL-NAME            PIC  X(010).
001680        10 SP-FL-POS             PIC  9(003).
001690        10 SP-FL-LEN             PIC  9(003).
001700        10 SP-FL-TYPE            PIC  X(001).
001710*----------------------------------------------------------*
001720* THE CONTROL BREAK AND AMOUNT OF THE DETAIL ROW IN HAND   *
001730*----------------------------------------------------------*
001740 01  SP-ROW-COMPANY              PIC  X(003).
001750 01  SP-ROW-PERIOD-X             PIC  X(006).
001760 01  SP-ROW-PERIOD REDEFINES SP-ROW-PERIOD-X
001770                                 PIC  9(006).
001780 01  SP-ROW-LINE                 PIC  X(010).
001790 01  SP-ROW-AMOUNT               PIC S9(013)V9(002).
001800 01  SP-ROW-SW                   PIC  X(001).
001810     88 SP-ROW-GOOD                              VALUE 'Y'.
001820     88 SP-ROW-BAD                               VALUE 'N'.
001830*----------------------------------------------------------*
001840* AMOUNT DECODING - THE FIELD'S BYTES RIGHT-ALIGNED IN A   *
001850* 17-DIGIT PACKED OR ZONED VIEW                            *
001860*----------------------------------------------------------*
001870 01  SP-PACK-X                   PIC  X(009).
001880 01  SP-PACK-N REDEFINES SP-PACK-X
001890                                 PIC S9(015)V9(002) COMP-3.
001900 01  SP-ZONE-X                   PIC  X(017).
001910 01  SP-ZONE-N REDEFINES SP-ZONE-X
001920                                 PIC S9(015)V9(002).
001930 77  SP-AMT-LEN                  PIC S9(004) COMP-3.
001940 77  SP-AMT-AT                   PIC S9(004) COMP-3.
001950 01  SP-TODAY-DATE.
001960     05 SP-TODAY-YY              PIC  9(004).
001970     05 SP-TODAY-MM              PIC  9(002).
001980     05 SP-TODAY-DD              PIC  9(002).
001990 01  SP-NOW-TIME.
002000     05 SP-NOW-HH                PIC  9(002).
002010     05 SP-NOW-MIN               PIC  9(002).
002020     05 SP-NOW-SS                PIC  9(002).
002030     05 SP-NOW-HS                PIC  9(002).
002040 01  SP-NOW-TS                   PIC  X(026).
002050 01  SP-CMD                      PIC  X(512).
002060 77  SP-CMDLEN                   PIC S9(010)V9(005) COMP-3.
002070 77  SP-CMD-PTR                  PIC S9(004) COMP-3.
002080 01  SP-HDG-LINE-1.
002090     05 FILLER                   PIC  X(034)
002100            VALUE 'CONTROL-BREAK SUMMARY PROOF'.
002110     05 FILLER                   PIC  X(046) VALUE SPACES.
002120 01  SP-HDG-LINE-2.
002130     05 FILLER                   PIC  X(011) VALUE 'FILE'.
002140     05 FILLER                   PIC  X(004) VALUE 'CO'.
002150     05 FILLER                   PIC  X(007) VALUE 'PERIOD'.
002160     05 FILLER                   PIC  X(011) VALUE 'LINE'.
002170     05 FILLER                   PIC  X(018)
002180            VALUE '    SUMMARY AMOUNT'.
002190     05 FILLER                   PIC  X(018)
002200            VALUE '     DETAIL AMOUNT'.
002210     05 FILLER                   PIC  X(011) VALUE '  VERDICT'.
002220 01  SP-DTL-LINE.
002230     05 SP-DTL-FILE              PIC  X(010).
002240     05 FILLER                   PIC  X(001) VALUE SPACES.
002250     05 SP-DTL-COMPANY           PIC  X(003).
002260     05 FILLER                   PIC  X(001) VALUE SPACES.
002270     05 SP-DTL-PERIOD            PIC  X(006).
002280     05 FILLER                   PIC  X(001) VALUE SPACES.
002290     05 SP-DTL-LINE-ID           PIC  X(010).
002300     05 FILLER                   PIC  X(001) VALUE SPACES.
002310     05 SP-DTL-SUMM-AMT          PIC ---,---,---,--9.99.
002320     05 FILLER                   PIC  X(001) VALUE SPACES.
002330     05 SP-DTL-DETL-AMT          PIC ---,---,---,--9.99.
002340     05 FILLER                   PIC  X(002) VALUE SPACES.
002350     05 SP-DTL-VERDICT           PIC  X(008).
002360 01  SP-FIL-LINE.
002370     05 SP-FIL-FILE              PIC  X(010).
002380     05 FILLER                   PIC  X(015)
002390            VALUE '  DETAIL ROWS: '.
002400     05 SP-FIL-ROWS              PIC ZZ,ZZZ,ZZZ,ZZ9.
002410     05 FILLER                   PIC  X(015)
002420            VALUE '  BAD AMOUNTS: '.
002430     05 SP-FIL-BAD               PIC ZZZ,ZZ9.
002440     05 FILLER                   PIC  X(002) VALUE SPACES.
002450     05 SP-FIL-VERDICT           PIC  X(017).
002460 01  SP-SUM-LINE.
002470     05 FILLER           PIC X(024) VALUE 'DETAIL FILES PROVED:'.
002480     05 SP-SUM-COUNT             PIC ZZ,ZZ9.
002490     05 FILLER           PIC X(022) VALUE '   DRIFTING BREAKS:'.
002500     05 SP-SUM-DRIFTS            PIC ZZZ,ZZ9.
002510     05 FILLER                   PIC  X(021) VALUE SPACES.
002520*----------------------------------------------------------*
002530* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
002540* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
002550*----------------------------------------------------------*
002560 01  RW-CTL.
002570     05 RW-FUNC                  PIC  X(001).
002580     05 RW-TITLE                 PIC  X(050).
002590     05 RW-TITLE-ID              PIC  X(010).
002600     05 RW-LANG                  PIC  X(003).
002610     05 RW-COLS                  PIC  X(080).
002620     05 RW-LINE                  PIC  X(080).
002630     05 RW-PAGE-SIZE             PIC  9(003).
002640 01  RW-OUT.
002650     05 RW-OUT-COUNT             PIC  9(001).
002660     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002670 77  RW-X                        PIC S9(003) COMP-3.
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE
002710         THRU 1000-INITIALIZE-EXIT
002720     PERFORM 2000-PROVE-FILE
002730         THRU 2000-PROVE-FILE-EXIT
002740         UNTIL SP-DEF-AT-EOF
002750     PERFORM 6000-PRINT-SUMMARY
002760         THRU 6000-PRINT-SUMMARY-EXIT
002770     PERFORM 9000-TERMINATE
002780         THRU 9000-TERMINATE-EXIT
002790     GO TO 9999-EXIT.
002800*----------------------------------------------------------*
002810* 1000-INITIALIZE - OPEN FILES, FIX THE RUN STAMP          *
002820*----------------------------------------------------------*
002830 1000-INITIALIZE.
002840     OPEN INPUT  SUMDEF
002850     OPEN INPUT  SUMMARY
002860     OPEN I-O    ALERTS
002870     OPEN OUTPUT SUMPRF
002880     ACCEPT SP-TODAY-DATE FROM DATE YYYYMMDD
002890     ACCEPT SP-NOW-TIME   FROM TIME
002900     MOVE SPACES TO SP-NOW-TS
002910     STRING SP-TODAY-YY '-' SP-TODAY-MM '-' SP-TODAY-DD '-'
002920            SP-NOW-HH '.' SP-NOW-MIN '.' SP-NOW-SS '.000000'
002930            DELIMITED BY SIZE INTO SP-NOW-TS
002940     MOVE SP-HDG-LINE-1 TO RW-TITLE
002950     MOVE 'SUMPRF' TO RW-TITLE-ID
002960     MOVE SPACES TO RW-LANG
002970     MOVE SP-HDG-LINE-2 TO RW-COLS
002980     MOVE 60 TO RW-PAGE-SIZE
002990     MOVE 'I' TO RW-FUNC
003000     PERFORM 8900-RW-PUT
003010         THRU 8900-RW-PUT-EXIT.
003020 1000-INITIALIZE-EXIT.
003030     EXIT.
003040*----------------------------------------------------------*
003050* 2000-PROVE-FILE - ONE SUMDEF ROW: A FRESH DETAIL TOTAL   *
003060*                   IN SUMWORK, THEN BOTH COMPARISONS      *
003070*----------------------------------------------------------*
003080 2000-PROVE-FILE.
003090     READ SUMDEF
003100         AT END
003110            SET SP-DEF-AT-EOF TO TRUE
003120            GO TO 2000-PROVE-FILE-EXIT
003130     END-READ
003140     IF SUMDEF-ACTIVE = 'N'
003150        GO TO 2000-PROVE-FILE-EXIT
003160     END-IF
003170     MOVE 0 TO SP-DTL-COUNT
003180     MOVE 0 TO SP-BAD-COUNT
003190     MOVE 0 TO SP-FILE-DRIFTS
003200     MOVE SUMDEF-FILE TO SUMMARY-FILE
003210     MOVE SPACES      TO SUMMARY-COMPANY
003220     MOVE 0           TO SUMMARY-PERIOD
003230     MOVE SP-BUILT-LINE TO SUMMARY-LINE
003240     READ SUMMARY RECORD
003250        INVALID KEY
003260           MOVE 'NEVER BUILT' TO SP-FIL-VERDICT
003270           GO TO 2000-PROVE-FILE-NOTE
003280     END-READ
003290     PERFORM 2100-RESOLVE-FIELDS
003300         THRU 2100-RESOLVE-FIELDS-EXIT
003310     IF SP-FL-LEN (1) = 0 OR SP-FL-LEN (2) = 0 OR
003320        SP-FL-LEN (3) = 0 OR SP-FL-LEN (4) = 0
003330        MOVE 'NOT IN FLDDICT' TO SP-FIL-VERDICT
003340        GO TO 2000-PROVE-FILE-NOTE
003350     END-IF
003360     PERFORM 4200-OVERRIDE-SOURCE
003370         THRU 4200-OVERRIDE-SOURCE-EXIT
003380     OPEN INPUT SUMSRC
003390     IF SP-FS-SUMSRC NOT = '00'
003400        PERFORM 4800-DROP-OVERRIDE
003410            THRU 4800-DROP-OVERRIDE-EXIT
003420        MOVE 'FILE NOT FOUND' TO SP-FIL-VERDICT
003430        GO TO 2000-PROVE-FILE-NOTE
003440     END-IF
003450     OPEN OUTPUT SUMWORK
003460     CLOSE SUMWORK
003470     OPEN I-O SUMWORK
003480     MOVE 'N' TO SP-EOF-SW
003490     PERFORM 2300-ADD-DETAIL
003500         THRU 2300-ADD-DETAIL-EXIT
003510         UNTIL SP-AT-EOF
003520     CLOSE SUMSRC
003530     PERFORM 4800-DROP-OVERRIDE
003540         THRU 4800-DROP-OVERRIDE-EXIT
003550     PERFORM 3000-SUMMARY-TO-DETAIL
003560         THRU 3000-SUMMARY-TO-DETAIL-EXIT
003570     PERFORM 3500-DETAIL-TO-SUMMARY
003580         THRU 3500-DETAIL-TO-SUMMARY-EXIT
003590     CLOSE SUMWORK
003600     ADD 1 TO SP-FILE-COUNT
003610     IF SP-FILE-DRIFTS = 0
003620        MOVE 'PROVED' TO SP-FIL-VERDICT
003630     ELSE
003640        MOVE 'DRIFTED' TO SP-FIL-VERDICT
003650     END-IF.
003660*----------------------------------------------------------*
003670*    ONE LINE PER FILE CLOSES ITS SECTION OF THE LISTING   *
003680*----------------------------------------------------------*
003690 2000-PROVE-FILE-NOTE.
003700     MOVE SUMDEF-FILE    TO SP-FIL-FILE
003710     MOVE SP-DTL-COUNT   TO SP-FIL-ROWS
003720     MOVE SP-BAD-COUNT   TO SP-FIL-BAD
003730     MOVE SP-FIL-LINE TO RW-LINE
003740     MOVE 'D' TO RW-FUNC
003750     PERFORM 8900-RW-PUT
003760         THRU 8900-RW-PUT-EXIT.
003770 2000-PROVE-FILE-EXIT.
003780     EXIT.
003790*----------------------------------------------------------*
003800* 2100-RESOLVE-FIELDS - ONE DICTIONARY PASS FOR THE FIVE   *
003810*                       NAMED FIELDS                       *
003820*----------------------------------------------------------*
003830 2100-RESOLVE-FIELDS.
003840     MOVE SUMDEF-COMPANY-FLD TO SP-FL-NAME (1)
003850     MOVE SUMDEF-DATE-FLD    TO SP-FL-NAME (2)
003860     MOVE SUMDEF-LINE-FLD    TO SP-FL-NAME (3)
003870     MOVE SUMDEF-AMOUNT-FLD  TO SP-FL-NAME (4)
003880     MOVE SUMDEF-DC-FLD      TO SP-FL-NAME (5)
003890     PERFORM VARYING SP-I FROM 1 BY 1 UNTIL SP-I > 5
003900        MOVE 0      TO SP-FL-POS (SP-I)
003910        MOVE 0      TO SP-FL-LEN (SP-I)
003920        MOVE SPACES TO SP-FL-TYPE (SP-I)
003930     END-PERFORM
003940     OPEN INPUT FLDDICT
003950     MOVE 'N' TO SP-EOF-SW
003960     PERFORM 2110-MATCH-FIELD
003970         THRU 2110-MATCH-FIELD-EXIT
003980         UNTIL SP-AT-EOF
003990     CLOSE FLDDICT.
004000 2100-RESOLVE-FIELDS-EXIT.
004010     EXIT.
004020 2110-MATCH-FIELD.
004030     READ FLDDICT
004040         AT END
004050            SET SP-AT-EOF TO TRUE
004060            GO TO 2110-MATCH-FIELD-EXIT
004070     END-READ
004080     IF FLDDICT-FILE NOT = SUMDEF-FILE
004090        GO TO 2110-MATCH-FIELD-EXIT
004100     END-IF
004110     PERFORM VARYING SP-I FROM 1 BY 1 UNTIL SP-I > 5
004120        IF SP-FL-NAME (SP-I) = FLDDICT-FIELD AND
004130           SP-FL-NAME (SP-I) NOT = SPACES
004140           MOVE FLDDICT-POS  TO SP-FL-POS (SP-I)
004150           MOVE FLDDICT-LEN  TO SP-FL-LEN (SP-I)
004160           MOVE FLDDICT-TYPE TO SP-FL-TYPE (SP-I)
004170        END-IF
004180     END-PERFORM.
004190 2110-MATCH-FIELD-EXIT.
004200     EXIT.
004210*----------------------------------------------------------*
004220* 2300-ADD-DETAIL - THE FRESH TOTAL, BUILT EXACTLY AS      *
004230*                   SUMBUILD BUILDS THE SUMMARY            *
004240*----------------------------------------------------------*
004250 2300-ADD-DETAIL.
004260     READ SUMSRC
004270         AT END
004280            SET SP-AT-EOF TO TRUE
004290            GO TO 2300-ADD-DETAIL-EXIT
004300     END-READ
004310     ADD 1 TO SP-DTL-COUNT
004320     PERFORM 8200-EXTRACT-ROW
004330         THRU 8200-EXTRACT-ROW-EXIT
004340     IF SP-ROW-BAD
004350        ADD 1 TO SP-BAD-COUNT
004360     END-IF
004370     MOVE SUMDEF-FILE    TO SUMWORK-FILE
004380     MOVE SP-ROW-COMPANY TO SUMWORK-COMPANY
004390     MOVE SP-ROW-PERIOD  TO SUMWORK-PERIOD
004400     MOVE SP-ROW-LINE    TO SUMWORK-LINE
004410     READ SUMWORK RECORD
004420        INVALID KEY
004430           MOVE SP-ROW-AMOUNT TO SUMWORK-AMOUNT
004440           MOVE 1             TO SUMWORK-COUNT
004450           WRITE SUMWORK-RECORD
004460              INVALID KEY
004470                 CONTINUE
004480           END-WRITE
004490           GO TO 2300-ADD-DETAIL-EXIT
004500     END-READ
004510     ADD SP-ROW-AMOUNT TO SUMWORK-AMOUNT
004520     ADD 1             TO SUMWORK-COUNT
004530     REWRITE SUMWORK-RECORD
004540        INVALID KEY
004550           CONTINUE
004560     END-REWRITE.
004570 2300-ADD-DETAIL-EXIT.
004580     EXIT.
004590*----------------------------------------------------------*
004600* 3000-SUMMARY-TO-DETAIL - EVERY SUMMARY ROW OF THE FILE   *
004610*                          AGAINST ITS FRESH TOTAL         *
004620*----------------------------------------------------------*
004630 3000-SUMMARY-TO-DETAIL.
004640     MOVE SUMDEF-FILE TO SUMMARY-FILE
004650     MOVE LOW-VALUES  TO SUMMARY-COMPANY
004660     MOVE 0           TO SUMMARY-PERIOD
004670     MOVE LOW-VALUES  TO SUMMARY-LINE
004680     MOVE 'N' TO SP-EOF-SW
004690     START SUMMARY KEY NOT LESS SUMMARY-KEY
004700        INVALID KEY
004710           SET SP-AT-EOF TO TRUE
004720     END-START
004730     PERFORM 3100-CHECK-SUMMARY-ROW
004740         THRU 3100-CHECK-SUMMARY-ROW-EXIT
004750         UNTIL SP-AT-EOF.
004760 3000-SUMMARY-TO-DETAIL-EXIT.
004770     EXIT.
004780 3100-CHECK-SUMMARY-ROW.
004790     READ SUMMARY NEXT RECORD
004800        AT END
004810           SET SP-AT-EOF TO TRUE
004820           GO TO 3100-CHECK-SUMMARY-ROW-EXIT
004830     END-READ
004840     IF SUMMARY-FILE NOT = SUMDEF-FILE
004850        SET SP-AT-EOF TO TRUE
004860        GO TO 3100-CHECK-SUMMARY-ROW-EXIT
004870     END-IF
004880     IF SUMMARY-LINE = SP-BUILT-LINE
004890        GO TO 3100-CHECK-SUMMARY-ROW-EXIT
004900     END-IF
004910     MOVE SUMMARY-KEY TO SUMWORK-KEY
004920     READ SUMWORK RECORD
004930        INVALID KEY
004940*----------------------------------------------------------*
004950*          A ROW THE DAY'S DELETES BROUGHT BACK TO NOTHING *
004960*          IS NOT DRIFT                                    *
004970*----------------------------------------------------------*
004980           IF SUMMARY-AMOUNT NOT = 0 OR SUMMARY-COUNT NOT = 0
004990              MOVE 0        TO SUMWORK-AMOUNT
005000              MOVE 'NO DTL' TO SP-DTL-VERDICT
005010              PERFORM 4000-REPORT-DRIFT
005020                  THRU 4000-REPORT-DRIFT-EXIT
005030           END-IF
005040           GO TO 3100-CHECK-SUMMARY-ROW-EXIT
005050     END-READ
005060     IF SUMMARY-AMOUNT NOT = SUMWORK-AMOUNT
005070        MOVE 'AMOUNT' TO SP-DTL-VERDICT
005080        PERFORM 4000-REPORT-DRIFT
005090            THRU 4000-REPORT-DRIFT-EXIT
005100     ELSE
005110        IF SUMMARY-COUNT NOT = SUMWORK-COUNT
005120           MOVE 'COUNT' TO SP-DTL-VERDICT
005130           PERFORM 4000-REPORT-DRIFT
005140               THRU 4000-REPORT-DRIFT-EXIT
005150        END-IF
005160     END-IF.
005170 3100-CHECK-SUMMARY-ROW-EXIT.
005180     EXIT.
005190*----------------------------------------------------------*
005200* 3500-DETAIL-TO-SUMMARY - EVERY FRESH TOTAL MUST HAVE ITS *
005210*                          SUMMARY ROW                     *
005220*----------------------------------------------------------*
005230 3500-DETAIL-TO-SUMMARY.
005240     MOVE LOW-VALUES TO SUMWORK-KEY
005250     MOVE 'N' TO SP-EOF-SW
005260     START SUMWORK KEY NOT LESS SUMWORK-KEY
005270        INVALID KEY
005280           SET SP-AT-EOF TO TRUE
005290     END-START
005300     PERFORM 3600-CHECK-WORK-ROW
005310         THRU 3600-CHECK-WORK-ROW-EXIT
005320         UNTIL SP-AT-EOF.
005330 3500-DETAIL-TO-SUMMARY-EXIT.
005340     EXIT.
005350 3600-CHECK-WORK-ROW.
005360     READ SUMWORK NEXT RECORD
005370        AT END
005380           SET SP-AT-EOF TO TRUE
005390           GO TO 3600-CHECK-WORK-ROW-EXIT
005400     END-READ
005410     MOVE SUMWORK-KEY TO SUMMARY-KEY
005420     READ SUMMARY RECORD
005430        INVALID KEY
005440           MOVE 0         TO SUMMARY-AMOUNT
005450           MOVE 0         TO SUMMARY-COUNT
005460           MOVE 'NO SUMM' TO SP-DTL-VERDICT
005470           PERFORM 4000-REPORT-DRIFT
005480               THRU 4000-REPORT-DRIFT-EXIT
005490     END-READ.
005500 3600-CHECK-WORK-ROW-EXIT.
005510     EXIT.
005520*----------------------------------------------------------*
005530* 4000-REPORT-DRIFT - LIST THE BREAK AND RAISE THE ALERT   *
005540*----------------------------------------------------------*
005550 4000-REPORT-DRIFT.
005560     ADD 1 TO SP-DRIFT-COUNT
005570     ADD 1 TO SP-FILE-DRIFTS
005571     MOVE SPACES          TO RW-LINE
005572     MOVE SUMWORK-COMPANY TO RW-LINE (1:3)
005573     MOVE 'K' TO RW-FUNC
005574     PERFORM 8900-RW-PUT
005575         THRU 8900-RW-PUT-EXIT
005576     IF RW-OUT-LINE (1) = 'N'
005577        ADD 1 TO SP-WITHHELD
005578        GO TO 4000-REPORT-DRIFT-ALERT
005579     END-IF
005580     MOVE SUMWORK-FILE    TO SP-DTL-FILE
005590     MOVE SUMWORK-COMPANY TO SP-DTL-COMPANY
005600     MOVE SUMWORK-PERIOD  TO SP-DTL-PERIOD
005610     MOVE SUMWORK-LINE    TO SP-DTL-LINE-ID
005620     MOVE SUMMARY-AMOUNT  TO SP-DTL-SUMM-AMT
005630     MOVE SUMWORK-AMOUNT  TO SP-DTL-DETL-AMT
005640     MOVE SP-DTL-LINE TO RW-LINE
005650     MOVE 'D' TO RW-FUNC
005660     PERFORM 8900-RW-PUT
005670         THRU 8900-RW-PUT-EXIT.
005675 4000-REPORT-DRIFT-ALERT.
005680     PERFORM 7000-UPSERT-ALERT
005690         THRU 7000-UPSERT-ALERT-EXIT.
005700 4000-REPORT-DRIFT-EXIT.
005710     EXIT.
005720*----------------------------------------------------------*
005730* 4200-OVERRIDE-SOURCE - SUMSRC IS POINTED AT THE DETAIL   *
005740*                        FILE THE SUMDEF ROW NAMES         *
005750*----------------------------------------------------------*
005760 4200-OVERRIDE-SOURCE.
005770     MOVE 1 TO SP-CMD-PTR
005780     MOVE SPACES TO SP-CMD
005790     STRING 'OVRDBF FILE(SUMSRC) TOFILE(*LIBL/'
005800            DELIMITED BY SIZE
005810            SUMDEF-FILE DELIMITED BY SPACE
005820            ')' DELIMITED BY SIZE
005830            INTO SP-CMD
005840            POINTER SP-CMD-PTR
005850     COMPUTE SP-CMDLEN = SP-CMD-PTR - 1
005860     CALL 'QCMDEXC' USING SP-CMD SP-CMDLEN
005870         ON EXCEPTION
005880            CONTINUE
005890     END-CALL.
005900 4200-OVERRIDE-SOURCE-EXIT.
005910     EXIT.
005920 4800-DROP-OVERRIDE.
005930     MOVE 1 TO SP-CMD-PTR
005940     MOVE SPACES TO SP-CMD
005950     STRING 'DLTOVR FILE(SUMSRC)'
005960            DELIMITED BY SIZE INTO SP-CMD
005970            POINTER SP-CMD-PTR
005980     COMPUTE SP-CMDLEN = SP-CMD-PTR - 1
005990     CALL 'QCMDEXC' USING SP-CMD SP-CMDLEN
006000         ON EXCEPTION
006010            CONTINUE
006020     END-CALL.
006030 4800-DROP-OVERRIDE-EXIT.
006040     EXIT.
006050 6000-PRINT-SUMMARY.
006060     MOVE SP-FILE-COUNT  TO SP-SUM-COUNT
006070     MOVE SP-DRIFT-COUNT TO SP-SUM-DRIFTS
006080     MOVE SP-SUM-LINE TO RW-LINE
006090     MOVE 'T' TO RW-FUNC
006100     PERFORM 8900-RW-PUT
006110         THRU 8900-RW-PUT-EXIT
006111     IF SP-WITHHELD > 0
006112        MOVE SPACES TO RW-LINE
006113        MOVE SP-WITHHELD TO SP-WITHHELD-ED
006114        STRING '** DRIFTING BREAKS NOT LISTED - OUTSIDE THE'
006115               ' DATA SCOPE: ' SP-WITHHELD-ED
006116               DELIMITED BY SIZE INTO RW-LINE
006117        PERFORM 8900-RW-PUT
006118            THRU 8900-RW-PUT-EXIT
006119     END-IF.
006120 6000-PRINT-SUMMARY-EXIT.
006130     EXIT.
006140*----------------------------------------------------------*
006150* 7000-UPSERT-ALERT - ONE LIFECYCLE ROW PER DRIFTING       *
006160*                     BREAK, THE SAME CONDITION-KEY        *
006170*                     PATTERN SLAALERT USES; VALUE AND     *
006180*                     THRESHOLD CARRY THE DETAIL AND       *
006190*                     SUMMARY ROW COUNTS                   *
006200*----------------------------------------------------------*
006210 7000-UPSERT-ALERT.
006220     MOVE 'SUMDRIFT'      TO ALERTS-TYPE
006230     MOVE SUMWORK-FILE    TO ALERTS-SOURCE
006240     MOVE SPACES          TO ALERTS-DETAIL
006250     STRING SUMWORK-COMPANY '/' SUMWORK-PERIOD '/' SUMWORK-LINE
006260            DELIMITED BY SIZE INTO ALERTS-DETAIL
006270     SET SP-ALERT-NOT-ON-FILE TO TRUE
006280     READ ALERTS RECORD
006290         INVALID KEY
006300            CONTINUE
006310         NOT INVALID KEY
006320            SET SP-ALERT-ON-FILE TO TRUE
006330     END-READ
006340     MOVE SUMWORK-COUNT TO ALERTS-VALUE
006350     MOVE SUMMARY-COUNT TO ALERTS-THRESHOLD
006360     IF SP-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
006370        ADD 1 TO ALERTS-BREACHES
006380        IF ALERTS-SEVERITY LESS 9
006390           ADD 1 TO ALERTS-SEVERITY
006400        END-IF
006410        REWRITE ALERTS-RECORD
006420           INVALID KEY
006430              CONTINUE
006440        END-REWRITE
006450     ELSE
006460        SET  ALERTS-NEW       TO TRUE
006470        MOVE 1                TO ALERTS-SEVERITY
006480        MOVE 1                TO ALERTS-BREACHES
006490        MOVE SP-NOW-TS        TO ALERTS-RAISED-TS
006500        MOVE SPACES           TO ALERTS-ACK-USER
006510        MOVE SPACES           TO ALERTS-ACK-TS
006520        MOVE SPACES           TO ALERTS-RES-TS
006530        MOVE SPACES           TO ALERTS-ACT-STATUS
006540        MOVE 0                TO ALERTS-ACT-TRIES
006550        MOVE SPACES           TO ALERTS-ACT-TS
006560        MOVE 0                TO ALERTS-BUSAGE
006570        IF SP-ALERT-ON-FILE
006580           REWRITE ALERTS-RECORD
006590              INVALID KEY
006600                 CONTINUE
006610           END-REWRITE
006620        ELSE
006630           WRITE ALERTS-RECORD
006640              INVALID KEY
006650                 CONTINUE
006660           END-WRITE
006670        END-IF
006680     END-IF.
006690 7000-UPSERT-ALERT-EXIT.
006700     EXIT.
006710*----------------------------------------------------------*
006720* 8200-EXTRACT-ROW - THE CONTROL BREAK AND SIGNED AMOUNT   *
006730*                    OF THE DETAIL ROW; AN AMOUNT THAT     *
006740*                    WILL NOT DECODE COUNTS AS ZERO AND IS *
006750*                    REPORTED                              *
006760*----------------------------------------------------------*
006770 8200-EXTRACT-ROW.
006780     SET  SP-ROW-GOOD TO TRUE
006790     MOVE SPACES TO SP-ROW-COMPANY
006800     MOVE SPACES TO SP-ROW-LINE
006810     MOVE 0      TO SP-ROW-AMOUNT
006820     IF SP-FL-LEN (1) GREATER 3
006830        MOVE SUMSRC-RECORD (SP-FL-POS (1):3) TO SP-ROW-COMPANY
006840     ELSE
006850        MOVE SUMSRC-RECORD (SP-FL-POS (1):SP-FL-LEN (1))
006860          TO SP-ROW-COMPANY
006870     END-IF
006880     IF SP-FL-LEN (3) GREATER 10
006890        MOVE SUMSRC-RECORD (SP-FL-POS (3):10) TO SP-ROW-LINE
006900     ELSE
006910        MOVE SUMSRC-RECORD (SP-FL-POS (3):SP-FL-LEN (3))
006920          TO SP-ROW-LINE
006930     END-IF
006940*----------------------------------------------------------*
006950*    A TIMESTAMP DATE IS YYYY-MM-..., A PLAIN ONE YYYYMMDD *
006960*----------------------------------------------------------*
006970     IF SUMSRC-RECORD (SP-FL-POS (2) + 4:1) = '-'
006980        MOVE SUMSRC-RECORD (SP-FL-POS (2):4)
006990          TO SP-ROW-PERIOD-X (1:4)
007000        MOVE SUMSRC-RECORD (SP-FL-POS (2) + 5:2)
007010          TO SP-ROW-PERIOD-X (5:2)
007020     ELSE
007030        MOVE SUMSRC-RECORD (SP-FL-POS (2):6) TO SP-ROW-PERIOD-X
007040     END-IF
007050     IF SP-ROW-PERIOD-X NOT NUMERIC
007060        MOVE 0 TO SP-ROW-PERIOD
007070     END-IF
007080     MOVE SP-FL-LEN (4) TO SP-AMT-LEN
007090     IF SP-FL-TYPE (4) = 'P'
007100        IF SP-AMT-LEN GREATER 9
007110           MOVE 9 TO SP-AMT-LEN
007120        END-IF
007130        COMPUTE SP-AMT-AT = SP-FL-POS (4) + SP-FL-LEN (4)
007140                          - SP-AMT-LEN
007150        MOVE LOW-VALUES TO SP-PACK-X
007160        MOVE SUMSRC-RECORD (SP-AMT-AT:SP-AMT-LEN)
007170          TO SP-PACK-X (10 - SP-AMT-LEN:SP-AMT-LEN)
007180        IF SP-PACK-N NUMERIC
007190           MOVE SP-PACK-N TO SP-ROW-AMOUNT
007200        ELSE
007210           SET SP-ROW-BAD TO TRUE
007220        END-IF
007230     ELSE
007240        IF SP-AMT-LEN GREATER 17
007250           MOVE 17 TO SP-AMT-LEN
007260        END-IF
007270        COMPUTE SP-AMT-AT = SP-FL-POS (4) + SP-FL-LEN (4)
007280                          - SP-AMT-LEN
007290        MOVE ALL '0' TO SP-ZONE-X
007300        MOVE SUMSRC-RECORD (SP-AMT-AT:SP-AMT-LEN)
007310          TO SP-ZONE-X (18 - SP-AMT-LEN:SP-AMT-LEN)
007320        IF SP-ZONE-N NUMERIC
007330           MOVE SP-ZONE-N TO SP-ROW-AMOUNT
007340        ELSE
007350           SET SP-ROW-BAD TO TRUE
007360        END-IF
007370     END-IF
007380     IF SP-FL-LEN (5) GREATER 0
007390        IF SUMSRC-RECORD (SP-FL-POS (5):1) = 'C'
007400           COMPUTE SP-ROW-AMOUNT = 0 - SP-ROW-AMOUNT
007410        END-IF
007420     END-IF.
007430 8200-EXTRACT-ROW-EXIT.
007440     EXIT.
007450 9000-TERMINATE.
007460     MOVE 'C' TO RW-FUNC
007470     PERFORM 8900-RW-PUT
007480         THRU 8900-RW-PUT-EXIT
007490     CLOSE SUMDEF
007500     CLOSE SUMMARY
007510     CLOSE ALERTS
007520     CLOSE SUMPRF.
007530 9000-TERMINATE-EXIT.
007540     EXIT.
007550*----------------------------------------------------------*
007560* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN   *
007570*               WRITE WHATEVER IT HANDED BACK              *
007580*----------------------------------------------------------*
007590 8900-RW-PUT.
007600     CALL 'GXRPTW' USING RW-CTL RW-OUT
007610     PERFORM VARYING RW-X FROM 1 BY 1
007620             UNTIL RW-X > RW-OUT-COUNT
007630        WRITE SUMPRF-LINE FROM RW-OUT-LINE (RW-X)
007640     END-PERFORM.
007650 8900-RW-PUT-EXIT.
007660     EXIT.
007670 9999-EXIT.
007680     STOP RUN.
