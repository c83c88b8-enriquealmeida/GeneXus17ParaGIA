000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PARAUDIT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - RECORD-LEVEL PARITY   *
000100*                   AUDIT BETWEEN PRODUCTION AND THE WARM   *
000110*                   STANDBY.  REPLMON SAYS HOW FAR BEHIND   *
000120*                   THE STANDBY IS; THIS SAYS WHETHER WHAT  *
000130*                   ARRIVED IS RIGHT.  FOR EVERY ACTIVE     *
000140*                   REPLCTL FILE THE GXPARSNP RANGE TOTALS  *
000150*                   REPLSHIP TOOK (SIDE P) AND REPLAPLY     *
000160*                   TOOK (SIDE S) AT THE LAST APPLIED       *
000170*                   CYCLE ARE COMPARED; A RANGE THAT        *
000180*                   DIFFERS IS DRILLED DOWN TO ITS KEYS ON  *
000190*                   PARRPT AND RAISED AS A PARITY ALERT,    *
000200*                   AND THE OUTCOME IS KEPT ON PARSTAT FOR  *
000210*                   DRVALID.  SNAPSHOTS OLDER THAN THE      *
000220*                   AUDITED CYCLE ARE PURGED                *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-ISERIES.
000270 OBJECT-COMPUTER.   IBM-ISERIES.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REPLCTL    ASSIGN TO DATABASE-REPLCTL
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS PA-FS-REPLCTL.
000330     SELECT REPLSTAT   ASSIGN TO DATABASE-REPLSTAT
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE  IS RANDOM
000360         RECORD KEY   IS REPLSTAT-FILE
000370         FILE STATUS  IS PA-FS-REPLSTAT.
000380     SELECT PARSUM     ASSIGN TO DATABASE-PARSUM
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000410         RECORD KEY   IS PARSUM-KEY
000420         FILE STATUS  IS PA-FS-PARSUM.
000430     SELECT PARKEY     ASSIGN TO DATABASE-PARKEY
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS DYNAMIC
000460         RECORD KEY   IS PARKEY-KEY
000470         FILE STATUS  IS PA-FS-PARKEY.
000480     SELECT PARSTAT    ASSIGN TO DATABASE-PARSTAT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS PARSTAT-FILE
000520         FILE STATUS  IS PA-FS-PARSTAT.
000530     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE  IS DYNAMIC
000560         RECORD KEY   IS ALERTS-KEY
000570         FILE STATUS  IS PA-FS-ALERTS.
000580     SELECT PARRPT     ASSIGN TO DATABASE-PARRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS  IS PA-FS-PARRPT.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  REPLCTL.
000640 01  REPLCTL-RECORD.
000650     05 REPLCTL-FILE             PIC  X(010).
000660     05 REPLCTL-TGTLIB           PIC  X(010).
000670     05 REPLCTL-MAXLAG           PIC  9(004).
000680     05 REPLCTL-ACTIVE           PIC  X(001).
000690     05 REPLCTL-KEYPOS           PIC  9(004).
000700     05 REPLCTL-KEYLEN           PIC  9(002).
000710     05 REPLCTL-RNGLEN           PIC  9(002).
000720 FD  REPLSTAT.
000730 01  REPLSTAT-RECORD.
000740     05 REPLSTAT-FILE            PIC  X(010).
000750     05 REPLSTAT-SHIP-TS         PIC  X(026).
000760     05 REPLSTAT-SHIP-CYCLE      PIC S9(009) COMP-3.
000770     05 REPLSTAT-APPLY-TS        PIC  X(026).
000780     05 REPLSTAT-APPLY-CYCLE     PIC S9(009) COMP-3.
000790 FD  PARSUM.
000800 01  PARSUM-RECORD.
000810     05 PARSUM-KEY.
000820        10 PARSUM-FILE           PIC  X(010).
000830        10 PARSUM-CYCLE          PIC S9(009) COMP-3.
000840        10 PARSUM-SIDE           PIC  X(001).
000850        10 PARSUM-RANGE          PIC  X(030).
000860     05 PARSUM-RECS              PIC S9(009) COMP-3.
000870     05 PARSUM-HASH              PIC S9(013) COMP-3.
000880     05 PARSUM-TS                PIC  X(026).
000890 FD  PARKEY.
000900 01  PARKEY-RECORD.
000910     05 PARKEY-KEY.
000920        10 PARKEY-FILE           PIC  X(010).
000930        10 PARKEY-CYCLE          PIC S9(009) COMP-3.
000940        10 PARKEY-SIDE           PIC  X(001).
000950        10 PARKEY-VALUE          PIC  X(030).
000960     05 PARKEY-RECS              PIC S9(005) COMP-3.
000970     05 PARKEY-HASH              PIC S9(013) COMP-3.
000980*----------------------------------------------------------*
000990* PARSTAT - LAST AUDIT OUTCOME PER FILE.  P = PASSED,       *
001000* F = FAILED, U = UNCHECKED (NO COMPARABLE SNAPSHOTS)       *
001010*----------------------------------------------------------*
001020 FD  PARSTAT.
001030 01  PARSTAT-RECORD.
001040     05 PARSTAT-FILE             PIC  X(010).
001050     05 PARSTAT-CYCLE            PIC S9(009) COMP-3.
001060     05 PARSTAT-TS               PIC  X(026).
001070     05 PARSTAT-RESULT           PIC  X(001).
001080        88 PARSTAT-PASSED                        VALUE 'P'.
001090        88 PARSTAT-FAILED                        VALUE 'F'.
001100        88 PARSTAT-UNCHECKED                     VALUE 'U'.
001110     05 PARSTAT-RANGES           PIC S9(005) COMP-3.
001120     05 PARSTAT-DIFF-RANGES      PIC S9(005) COMP-3.
001130     05 PARSTAT-DIFF-KEYS        PIC S9(007) COMP-3.
001140     05 PARSTAT-NOTE             PIC  X(023).
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
001370 FD  PARRPT.
001380 01  PARRPT-LINE                 PIC  X(080).
001390 WORKING-STORAGE SECTION.
001400 77  PA-FS-REPLCTL               PIC  X(002).
001410 77  PA-FS-REPLSTAT              PIC  X(002).
001420 77  PA-FS-PARSUM                PIC  X(002).
001430 77  PA-FS-PARKEY                PIC  X(002).
001440 77  PA-FS-PARSTAT               PIC  X(002).
001450 77  PA-FS-ALERTS                PIC  X(002).
001460 77  PA-FS-PARRPT                PIC  X(002).
001470 77  PA-EOF-SW                   PIC  X(001)     VALUE 'N'.
001480     88 PA-AT-EOF                                VALUE 'Y'.
001490 77  PA-SCAN-SW                  PIC  X(001).
001500     88 PA-SCAN-DONE                             VALUE 'Y'.
001510     88 PA-SCAN-MORE                             VALUE 'N'.
001520 77  PA-ROW-SW                   PIC  X(001).
001530     88 PA-ROW-ON-FILE                           VALUE 'Y'.
001540     88 PA-ROW-NOT-ON-FILE                        VALUE 'N'.
001550 77  PA-ALERT-SW                 PIC  X(001).
001560     88 PA-ALERT-ON-FILE                         VALUE 'Y'.
001570     88 PA-ALERT-NOT-ON-FILE                      VALUE 'N'.
001580 77  PA-FILES                    PIC S9(005) COMP-3 VALUE 0.
001590 77  PA-PASSED                   PIC S9(005) COMP-3 VALUE 0.
001600 77  PA-FAILED                   PIC S9(005) COMP-3 VALUE 0.
001610 77  PA-UNCHECKED                PIC S9(005) COMP-3 VALUE 0.
001620 77  PA-ALERT-CNT                PIC S9(005) COMP-3 VALUE 0.
001630*----------------------------------------------------------*
001640* THE FILE BEING AUDITED                                    *
001650*----------------------------------------------------------*
001660 77  PA-CYCLE                    PIC S9(009) COMP-3.
001670 77  PA-RESULT                   PIC  X(001).
001680     88 PA-FILE-PASSED                           VALUE 'P'.
001690     88 PA-FILE-FAILED                           VALUE 'F'.
001700     88 PA-FILE-UNCHECKED                        VALUE 'U'.
001710 01  PA-NOTE                     PIC  X(023).
001720 77  PA-DIFF-RANGES              PIC S9(005) COMP-3.
001730 77  PA-DIFF-KEYS                PIC S9(007) COMP-3.
001740*----------------------------------------------------------*
001750* KEY SPAN - THE SAME DEFAULTS GXPARSNP APPLIES: A ZERO     *
001760* POSITION MEANS 1, A ZERO KEY LENGTH 30, A ZERO RANGE      *
001770* LENGTH 1                                                  *
001780*----------------------------------------------------------*
001790 77  PA-KP                       PIC S9(004) COMP-3.
001800 77  PA-KL                       PIC S9(004) COMP-3.
001810 77  PA-RL                       PIC S9(004) COMP-3.
001820*----------------------------------------------------------*
001830* RANGE TOTALS FOR THE CYCLE, ONE TABLE PER SIDE, IN KEY    *
001840* ORDER.  MORE RANGES THAN THE TABLE HOLDS LEAVES THE FILE  *
001850* UNCHECKED - A SHORTER RNGLEN GIVES FEWER, WIDER RANGES    *
001860*----------------------------------------------------------*
001870 77  PA-MAX-RANGES               PIC S9(005) COMP-3 VALUE 500.
001880 77  PA-P-COUNT                  PIC S9(005) COMP-3.
001890 77  PA-S-COUNT                  PIC S9(005) COMP-3.
001900 77  PA-LOAD-SIDE                PIC  X(001).
001910 77  PA-OVER-SW                  PIC  X(001).
001920     88 PA-OVERFLOW                              VALUE 'Y'.
001930     88 PA-NO-OVERFLOW                           VALUE 'N'.
001940 01  PA-P-TABLE.
001950     05 PA-P-ENTRY OCCURS 500.
001960        10 PA-P-RANGE            PIC  X(030).
001970        10 PA-P-RECS             PIC S9(009) COMP-3.
001980        10 PA-P-HASH             PIC S9(013) COMP-3.
001990        10 PA-P-SX               PIC S9(005) COMP-3.
002000        10 PA-P-DIFF             PIC  X(001).
002010 01  PA-S-TABLE.
002020     05 PA-S-ENTRY OCCURS 500.
002030        10 PA-S-RANGE            PIC  X(030).
002040        10 PA-S-RECS             PIC S9(009) COMP-3.
002050        10 PA-S-HASH             PIC S9(013) COMP-3.
002060        10 PA-S-MATCH            PIC  X(001).
002070 77  PA-I                        PIC S9(005) COMP-3.
002080 77  PA-J                        PIC S9(005) COMP-3.
002090*----------------------------------------------------------*
002100* DRILL-DOWN - THE PRODUCTION KEYS OF ONE DIFFERING RANGE,  *
002110* WALKED IN STEP WITH THE STANDBY KEYS OF THE SAME RANGE    *
002120*----------------------------------------------------------*
002130 01  PA-DRL-RANGE                PIC  X(030).
002140 77  PA-DRL-P-RECS               PIC S9(009) COMP-3.
002150 77  PA-DRL-S-RECS               PIC S9(009) COMP-3.
002160 77  PA-MAX-KEYS                 PIC S9(005) COMP-3 VALUE 2000.
002170 77  PA-KEY-COUNT                PIC S9(005) COMP-3.
002180 77  PA-PX                       PIC S9(005) COMP-3.
002190 01  PA-KEY-TABLE.
002200     05 PA-K-ENTRY OCCURS 2000.
002210        10 PA-K-VALUE            PIC  X(030).
002220        10 PA-K-RECS             PIC S9(005) COMP-3.
002230        10 PA-K-HASH             PIC S9(013) COMP-3.
002240 77  PA-STOP-SW                  PIC  X(001).
002250     88 PA-STOP                                  VALUE 'Y'.
002260     88 PA-GO-ON                                 VALUE 'N'.
002270 01  PA-TODAY-DATE.
002280     05 PA-TODAY-YY              PIC  9(004).
002290     05 PA-TODAY-MM              PIC  9(002).
002300     05 PA-TODAY-DD              PIC  9(002).
002310 01  PA-NOW-TIME.
002320     05 PA-NOW-HH                PIC  9(002).
002330     05 PA-NOW-MIN               PIC  9(002).
002340     05 PA-NOW-SS                PIC  9(002).
002350     05 PA-NOW-HS                PIC  9(002).
002360 01  PA-NOW-TS                   PIC  X(026).
002370 01  PA-HDG-LINE-1               PIC  X(050)
002380            VALUE 'PRODUCTION / STANDBY RECORD PARITY AUDIT'.
002390 01  PA-HDG-LINE-2.
002400     05 FILLER                   PIC  X(040)
002410        VALUE 'FILE             CYCLE  RESULT   RANGES '.
002420     05 FILLER                   PIC  X(040)
002430        VALUE '  DIFF  NOTE'.
002440 01  PA-FIL-LINE.
002450     05 PA-FIL-FILE              PIC  X(010).
002460     05 FILLER                   PIC  X(001) VALUE SPACE.
002470     05 PA-FIL-CYCLE             PIC ZZZ,ZZZ,ZZ9.
002480     05 FILLER                   PIC  X(002) VALUE SPACES.
002490     05 PA-FIL-RESULT            PIC  X(009).
002500     05 FILLER                   PIC  X(001) VALUE SPACE.
002510     05 PA-FIL-RANGES            PIC  ZZZZ9.
002520     05 FILLER                   PIC  X(002) VALUE SPACES.
002530     05 PA-FIL-DIFF              PIC  ZZZZ9.
002540     05 FILLER                   PIC  X(002) VALUE SPACES.
002550     05 PA-FIL-NOTE              PIC  X(023).
002560     05 FILLER                   PIC  X(009) VALUE SPACES.
002570 01  PA-RNG-LINE.
002580     05 FILLER                   PIC  X(008) VALUE '  RANGE '.
002590     05 PA-RNG-VALUE             PIC  X(030).
002600     05 FILLER                   PIC  X(006) VALUE ' PROD '.
002610     05 PA-RNG-P-RECS            PIC ZZZ,ZZZ,ZZ9.
002620     05 FILLER                   PIC  X(009) VALUE ' STANDBY '.
002630     05 PA-RNG-S-RECS            PIC ZZZ,ZZZ,ZZ9.
002640     05 FILLER                   PIC  X(005) VALUE SPACES.
002650 01  PA-KEY-LINE.
002660     05 FILLER                   PIC  X(008) VALUE '    KEY '.
002670     05 PA-KEY-VALUE             PIC  X(030).
002680     05 FILLER                   PIC  X(001) VALUE SPACE.
002690     05 PA-KEY-TEXT              PIC  X(022).
002700     05 FILLER                   PIC  X(019) VALUE SPACES.
002710 01  PA-BIG-LINE.
002720     05 FILLER                   PIC  X(040)
002730        VALUE '    RANGE HOLDS MORE KEYS THAN CAN BE LI'.
002740     05 FILLER                   PIC  X(040)
002750        VALUE 'STED - COMPARE THE FILES DIRECTLY'.
002760 01  PA-KEYS-LINE.
002770     05 FILLER                   PIC  X(020)
002780        VALUE '  KEYS DIFFERING:   '.
002790     05 PA-KEYS-COUNT            PIC ZZZ,ZZ9.
002800     05 FILLER                   PIC  X(053) VALUE SPACES.
002810 01  PA-SUM-LINE.
002820     05 FILLER                   PIC  X(006) VALUE 'FILES '.
002830     05 PA-SUM-FILES             PIC  ZZZZ9.
002840     05 FILLER                   PIC  X(009) VALUE '  PASSED '.
002850     05 PA-SUM-PASSED            PIC  ZZZZ9.
002860     05 FILLER                   PIC  X(009) VALUE '  FAILED '.
002870     05 PA-SUM-FAILED            PIC  ZZZZ9.
002880     05 FILLER                   PIC  X(012) VALUE '  UNCHECKED '.
002890     05 PA-SUM-UNCHECKED         PIC  ZZZZ9.
002900     05 FILLER                   PIC  X(009) VALUE '  ALERTS '.
002910     05 PA-SUM-ALERTS            PIC  ZZZZ9.
002920     05 FILLER                   PIC  X(010) VALUE SPACES.
002930*----------------------------------------------------------*
002940* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002950* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
002960*----------------------------------------------------------*
002970 01  RW-CTL.
002980     05 RW-FUNC                  PIC  X(001).
002990     05 RW-TITLE                 PIC  X(050).
003000     05 RW-TITLE-ID              PIC  X(010).
003010     05 RW-LANG                  PIC  X(003).
003020     05 RW-COLS                  PIC  X(080).
003030     05 RW-LINE                  PIC  X(080).
003040     05 RW-PAGE-SIZE             PIC  9(003).
003050 01  RW-OUT.
003060     05 RW-OUT-COUNT             PIC  9(001).
003070     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003080 77  RW-X                        PIC S9(003) COMP-3.
003090 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE
003120         THRU 1000-INITIALIZE-EXIT
003130     PERFORM 2000-AUDIT-ONE-FILE
003140         THRU 2000-AUDIT-ONE-FILE-EXIT
003150         UNTIL PA-AT-EOF
003160     PERFORM 6000-PRINT-SUMMARY
003170         THRU 6000-PRINT-SUMMARY-EXIT
003180     PERFORM 9000-TERMINATE
003190         THRU 9000-TERMINATE-EXIT
003200     GO TO 9999-EXIT.
003210 1000-INITIALIZE.
003220     OPEN INPUT  REPLCTL
003230     OPEN INPUT  REPLSTAT
003240     OPEN I-O    PARSUM
003250     OPEN I-O    PARKEY
003260     OPEN I-O    PARSTAT
003270     OPEN I-O    ALERTS
003280     OPEN OUTPUT PARRPT
003290     ACCEPT PA-TODAY-DATE FROM DATE YYYYMMDD
003300     ACCEPT PA-NOW-TIME   FROM TIME
003310     MOVE SPACES TO PA-NOW-TS
003320     STRING PA-TODAY-YY '-' PA-TODAY-MM '-' PA-TODAY-DD '-'
003330            PA-NOW-HH '.' PA-NOW-MIN '.' PA-NOW-SS '.000000'
003340            DELIMITED BY SIZE INTO PA-NOW-TS
003350     MOVE PA-HDG-LINE-1 TO RW-TITLE
003360     MOVE 'PARRPT' TO RW-TITLE-ID
003370     MOVE SPACES TO RW-LANG
003380     MOVE PA-HDG-LINE-2 TO RW-COLS
003390     MOVE 60 TO RW-PAGE-SIZE
003400     MOVE 'I' TO RW-FUNC
003410     PERFORM 8900-RW-PUT
003420         THRU 8900-RW-PUT-EXIT
003430     PERFORM 2900-READ-REPLCTL
003440         THRU 2900-READ-REPLCTL-EXIT.
003450 1000-INITIALIZE-EXIT.
003460     EXIT.
003470*----------------------------------------------------------*
003480* 2000-AUDIT-ONE-FILE - THE CYCLE AUDITED IS THE LAST ONE   *
003490* THE STANDBY ACKNOWLEDGED; REPLSHIP HASHED THAT CYCLE'S    *
003500* IMAGE ON THE WAY OUT AND REPLAPLY HASHED THE LIVE FILE    *
003510* AS IT STOOD AFTER APPLYING IT, SO THE TWO SIDES DESCRIBE  *
003520* THE SAME POSITION                                         *
003530*----------------------------------------------------------*
003540 2000-AUDIT-ONE-FILE.
003550     IF REPLCTL-ACTIVE NOT = 'Y'
003560        GO TO 2000-AUDIT-ONE-NEXT
003570     END-IF
003580     ADD 1 TO PA-FILES
003590     SET PA-FILE-UNCHECKED TO TRUE
003600     MOVE SPACES TO PA-NOTE
003610     MOVE 0 TO PA-CYCLE
003620     MOVE 0 TO PA-P-COUNT
003630     MOVE 0 TO PA-S-COUNT
003640     MOVE 0 TO PA-DIFF-RANGES
003650     MOVE 0 TO PA-DIFF-KEYS
003660     MOVE REPLCTL-FILE TO REPLSTAT-FILE
003670     READ REPLSTAT RECORD
003680         INVALID KEY
003690            MOVE 'NEVER SHIPPED' TO PA-NOTE
003700            GO TO 2000-AUDIT-ONE-PRINT
003710     END-READ
003720     MOVE REPLSTAT-APPLY-CYCLE TO PA-CYCLE
003730     IF PA-CYCLE NOT GREATER 0
003740        MOVE 'NOT YET APPLIED' TO PA-NOTE
003750        GO TO 2000-AUDIT-ONE-PRINT
003760     END-IF
003770     PERFORM 2100-SET-SPAN
003780         THRU 2100-SET-SPAN-EXIT
003790     SET PA-NO-OVERFLOW TO TRUE
003800     MOVE 'P' TO PA-LOAD-SIDE
003810     PERFORM 2200-LOAD-RANGES
003820         THRU 2200-LOAD-RANGES-EXIT
003830     MOVE 'S' TO PA-LOAD-SIDE
003840     PERFORM 2200-LOAD-RANGES
003850         THRU 2200-LOAD-RANGES-EXIT
003860     IF PA-OVERFLOW
003870        MOVE 'TOO MANY RANGES' TO PA-NOTE
003880        GO TO 2000-AUDIT-ONE-PRINT
003890     END-IF
003900     IF PA-P-COUNT = 0
003910        MOVE 'NO PRODUCTION SNAPSHOT' TO PA-NOTE
003920        GO TO 2000-AUDIT-ONE-PRINT
003930     END-IF
003940     IF PA-S-COUNT = 0
003950        MOVE 'NO STANDBY SNAPSHOT' TO PA-NOTE
003960        GO TO 2000-AUDIT-ONE-PRINT
003970     END-IF
003980     PERFORM 2300-COMPARE-RANGES
003990         THRU 2300-COMPARE-RANGES-EXIT
004000     IF PA-DIFF-RANGES = 0
004010        SET PA-FILE-PASSED TO TRUE
004020        MOVE 'ALL RANGES AGREE' TO PA-NOTE
004030     ELSE
004040        SET PA-FILE-FAILED TO TRUE
004050        MOVE 'RANGES LISTED BELOW' TO PA-NOTE
004060     END-IF
004070     PERFORM 2800-PRINT-FILE-LINE
004080         THRU 2800-PRINT-FILE-LINE-EXIT
004090     IF PA-FILE-FAILED
004100        PERFORM 2400-DRILL-DIFFERENCES
004110            THRU 2400-DRILL-DIFFERENCES-EXIT
004120     END-IF
004130     GO TO 2000-AUDIT-ONE-STAT.
004140 2000-AUDIT-ONE-PRINT.
004150     PERFORM 2800-PRINT-FILE-LINE
004160         THRU 2800-PRINT-FILE-LINE-EXIT.
004170 2000-AUDIT-ONE-STAT.
004180     EVALUATE TRUE
004190        WHEN PA-FILE-PASSED
004200           ADD 1 TO PA-PASSED
004210        WHEN PA-FILE-FAILED
004220           ADD 1 TO PA-FAILED
004230        WHEN OTHER
004240           ADD 1 TO PA-UNCHECKED
004250     END-EVALUATE
004260     PERFORM 2700-WRITE-PARSTAT
004270         THRU 2700-WRITE-PARSTAT-EXIT
004280     IF PA-CYCLE GREATER 0
004290        PERFORM 2600-PURGE-OLD-CYCLES
004300            THRU 2600-PURGE-OLD-CYCLES-EXIT
004310     END-IF.
004320 2000-AUDIT-ONE-NEXT.
004330     PERFORM 2900-READ-REPLCTL
004340         THRU 2900-READ-REPLCTL-EXIT.
004350 2000-AUDIT-ONE-FILE-EXIT.
004360     EXIT.
004370 2100-SET-SPAN.
004380     MOVE REPLCTL-KEYPOS TO PA-KP
004390     MOVE REPLCTL-KEYLEN TO PA-KL
004400     MOVE REPLCTL-RNGLEN TO PA-RL
004410     IF PA-KP LESS 1 OR PA-KP GREATER 512
004420        MOVE 1 TO PA-KP
004430     END-IF
004440     IF PA-KL LESS 1 OR PA-KL GREATER 30
004450        MOVE 30 TO PA-KL
004460     END-IF
004470     IF PA-KP + PA-KL GREATER 513
004480        COMPUTE PA-KL = 513 - PA-KP
004490     END-IF
004500     IF PA-RL LESS 1
004510        MOVE 1 TO PA-RL
004520     END-IF
004530     IF PA-RL GREATER PA-KL
004540        MOVE PA-KL TO PA-RL
004550     END-IF.
004560 2100-SET-SPAN-EXIT.
004570     EXIT.
004580*----------------------------------------------------------*
004590* 2200-LOAD-RANGES - PARSUM ROWS FOR THE FILE, THE CYCLE    *
004600* AND PA-LOAD-SIDE                                          *
004610*----------------------------------------------------------*
004620 2200-LOAD-RANGES.
004630     MOVE REPLCTL-FILE TO PARSUM-FILE
004640     MOVE PA-CYCLE     TO PARSUM-CYCLE
004650     MOVE PA-LOAD-SIDE TO PARSUM-SIDE
004660     MOVE LOW-VALUES   TO PARSUM-RANGE
004670     SET PA-SCAN-MORE TO TRUE
004680     START PARSUM KEY NOT LESS PARSUM-KEY
004690         INVALID KEY
004700            SET PA-SCAN-DONE TO TRUE
004710     END-START
004720     PERFORM 2210-LOAD-ONE-RANGE
004730         THRU 2210-LOAD-ONE-RANGE-EXIT
004740         UNTIL PA-SCAN-DONE.
004750 2200-LOAD-RANGES-EXIT.
004760     EXIT.
004770 2210-LOAD-ONE-RANGE.
004780     READ PARSUM NEXT RECORD
004790         AT END
004800            SET PA-SCAN-DONE TO TRUE
004810            GO TO 2210-LOAD-ONE-RANGE-EXIT
004820     END-READ
004830     IF PARSUM-FILE  NOT = REPLCTL-FILE OR
004840        PARSUM-CYCLE NOT = PA-CYCLE     OR
004850        PARSUM-SIDE  NOT = PA-LOAD-SIDE
004860        SET PA-SCAN-DONE TO TRUE
004870        GO TO 2210-LOAD-ONE-RANGE-EXIT
004880     END-IF
004890     IF PA-LOAD-SIDE = 'P'
004900        IF PA-P-COUNT NOT LESS PA-MAX-RANGES
004910           SET PA-OVERFLOW TO TRUE
004920           SET PA-SCAN-DONE TO TRUE
004930           GO TO 2210-LOAD-ONE-RANGE-EXIT
004940        END-IF
004950        ADD 1 TO PA-P-COUNT
004960        MOVE PARSUM-RANGE TO PA-P-RANGE (PA-P-COUNT)
004970        MOVE PARSUM-RECS  TO PA-P-RECS  (PA-P-COUNT)
004980        MOVE PARSUM-HASH  TO PA-P-HASH  (PA-P-COUNT)
004990     ELSE
005000        IF PA-S-COUNT NOT LESS PA-MAX-RANGES
005010           SET PA-OVERFLOW TO TRUE
005020           SET PA-SCAN-DONE TO TRUE
005030           GO TO 2210-LOAD-ONE-RANGE-EXIT
005040        END-IF
005050        ADD 1 TO PA-S-COUNT
005060        MOVE PARSUM-RANGE TO PA-S-RANGE (PA-S-COUNT)
005070        MOVE PARSUM-RECS  TO PA-S-RECS  (PA-S-COUNT)
005080        MOVE PARSUM-HASH  TO PA-S-HASH  (PA-S-COUNT)
005090     END-IF.
005100 2210-LOAD-ONE-RANGE-EXIT.
005110     EXIT.
005120*----------------------------------------------------------*
005130* 2300-COMPARE-RANGES - A PRODUCTION RANGE DIFFERS WHEN THE *
005140* STANDBY HAS NO SUCH RANGE OR ITS COUNT OR HASH DISAGREES; *
005150* A STANDBY RANGE PRODUCTION DOES NOT HAVE DIFFERS TOO      *
005160*----------------------------------------------------------*
005170 2300-COMPARE-RANGES.
005180     PERFORM VARYING PA-J FROM 1 BY 1
005190             UNTIL PA-J > PA-S-COUNT
005200        MOVE 'N' TO PA-S-MATCH (PA-J)
005210     END-PERFORM
005220     PERFORM 2310-MATCH-ONE-RANGE
005230         THRU 2310-MATCH-ONE-RANGE-EXIT
005240         VARYING PA-I FROM 1 BY 1
005250         UNTIL PA-I > PA-P-COUNT
005260     PERFORM VARYING PA-J FROM 1 BY 1
005270             UNTIL PA-J > PA-S-COUNT
005280        IF PA-S-MATCH (PA-J) = 'N'
005290           ADD 1 TO PA-DIFF-RANGES
005300        END-IF
005310     END-PERFORM.
005320 2300-COMPARE-RANGES-EXIT.
005330     EXIT.
005340 2310-MATCH-ONE-RANGE.
005350     MOVE 0   TO PA-P-SX (PA-I)
005360     MOVE 'N' TO PA-P-DIFF (PA-I)
005370     PERFORM VARYING PA-J FROM 1 BY 1
005380             UNTIL PA-J > PA-S-COUNT OR PA-P-SX (PA-I) > 0
005390        IF PA-S-RANGE (PA-J) = PA-P-RANGE (PA-I)
005400           MOVE PA-J TO PA-P-SX (PA-I)
005410           MOVE 'Y'  TO PA-S-MATCH (PA-J)
005420        END-IF
005430     END-PERFORM
005440     IF PA-P-SX (PA-I) = 0
005450        MOVE 'Y' TO PA-P-DIFF (PA-I)
005460     ELSE
005470        MOVE PA-P-SX (PA-I) TO PA-J
005480        IF PA-S-RECS (PA-J) NOT = PA-P-RECS (PA-I) OR
005490           PA-S-HASH (PA-J) NOT = PA-P-HASH (PA-I)
005500           MOVE 'Y' TO PA-P-DIFF (PA-I)
005510        END-IF
005520     END-IF
005530     IF PA-P-DIFF (PA-I) = 'Y'
005540        ADD 1 TO PA-DIFF-RANGES
005550     END-IF.
005560 2310-MATCH-ONE-RANGE-EXIT.
005570     EXIT.
005580*----------------------------------------------------------*
005590* 2400-DRILL-DIFFERENCES - EVERY DIFFERING RANGE, THEN THE  *
005600* RANGES ONLY THE STANDBY HAS                               *
005610*----------------------------------------------------------*
005620 2400-DRILL-DIFFERENCES.
005630     PERFORM VARYING PA-I FROM 1 BY 1
005640             UNTIL PA-I > PA-P-COUNT
005650        IF PA-P-DIFF (PA-I) = 'Y'
005660           MOVE PA-P-RANGE (PA-I) TO PA-DRL-RANGE
005670           MOVE PA-P-RECS (PA-I)  TO PA-DRL-P-RECS
005680           MOVE 0 TO PA-DRL-S-RECS
005690           IF PA-P-SX (PA-I) > 0
005700              MOVE PA-P-SX (PA-I) TO PA-J
005710              MOVE PA-S-RECS (PA-J) TO PA-DRL-S-RECS
005720           END-IF
005730           PERFORM 3000-DRILL-RANGE
005740               THRU 3000-DRILL-RANGE-EXIT
005750        END-IF
005760     END-PERFORM
005770     PERFORM VARYING PA-J FROM 1 BY 1
005780             UNTIL PA-J > PA-S-COUNT
005790        IF PA-S-MATCH (PA-J) = 'N'
005800           MOVE PA-S-RANGE (PA-J) TO PA-DRL-RANGE
005810           MOVE 0                 TO PA-DRL-P-RECS
005820           MOVE PA-S-RECS (PA-J)  TO PA-DRL-S-RECS
005830           PERFORM 3000-DRILL-RANGE
005840               THRU 3000-DRILL-RANGE-EXIT
005850        END-IF
005860     END-PERFORM
005870     MOVE PA-DIFF-KEYS TO PA-KEYS-COUNT
005880     MOVE PA-KEYS-LINE TO RW-LINE
005890     MOVE 'D' TO RW-FUNC
005900     PERFORM 8900-RW-PUT
005910         THRU 8900-RW-PUT-EXIT.
005920 2400-DRILL-DIFFERENCES-EXIT.
005930     EXIT.
005940*----------------------------------------------------------*
005950* 2600-PURGE-OLD-CYCLES - SNAPSHOTS BELOW THE AUDITED CYCLE *
005960* CAN NEVER BE COMPARED AGAIN                               *
005970*----------------------------------------------------------*
005980 2600-PURGE-OLD-CYCLES.
005990     MOVE REPLCTL-FILE TO PARSUM-FILE
006000     MOVE 0            TO PARSUM-CYCLE
006010     MOVE LOW-VALUES   TO PARSUM-SIDE
006020     MOVE LOW-VALUES   TO PARSUM-RANGE
006030     SET PA-SCAN-MORE TO TRUE
006040     START PARSUM KEY NOT LESS PARSUM-KEY
006050         INVALID KEY
006060            SET PA-SCAN-DONE TO TRUE
006070     END-START
006080     PERFORM 2610-PURGE-ONE-SUM
006090         THRU 2610-PURGE-ONE-SUM-EXIT
006100         UNTIL PA-SCAN-DONE
006110     MOVE REPLCTL-FILE TO PARKEY-FILE
006120     MOVE 0            TO PARKEY-CYCLE
006130     MOVE LOW-VALUES   TO PARKEY-SIDE
006140     MOVE LOW-VALUES   TO PARKEY-VALUE
006150     SET PA-SCAN-MORE TO TRUE
006160     START PARKEY KEY NOT LESS PARKEY-KEY
006170         INVALID KEY
006180            SET PA-SCAN-DONE TO TRUE
006190     END-START
006200     PERFORM 2620-PURGE-ONE-KEY
006210         THRU 2620-PURGE-ONE-KEY-EXIT
006220         UNTIL PA-SCAN-DONE.
006230 2600-PURGE-OLD-CYCLES-EXIT.
006240     EXIT.
006250 2610-PURGE-ONE-SUM.
006260     READ PARSUM NEXT RECORD
006270         AT END
006280            SET PA-SCAN-DONE TO TRUE
006290            GO TO 2610-PURGE-ONE-SUM-EXIT
006300     END-READ
006310     IF PARSUM-FILE NOT = REPLCTL-FILE OR
006320        PARSUM-CYCLE NOT LESS PA-CYCLE
006330        SET PA-SCAN-DONE TO TRUE
006340        GO TO 2610-PURGE-ONE-SUM-EXIT
006350     END-IF
006360     DELETE PARSUM RECORD
006370         INVALID KEY
006380            CONTINUE
006390     END-DELETE.
006400 2610-PURGE-ONE-SUM-EXIT.
006410     EXIT.
006420 2620-PURGE-ONE-KEY.
006430     READ PARKEY NEXT RECORD
006440         AT END
006450            SET PA-SCAN-DONE TO TRUE
006460            GO TO 2620-PURGE-ONE-KEY-EXIT
006470     END-READ
006480     IF PARKEY-FILE NOT = REPLCTL-FILE OR
006490        PARKEY-CYCLE NOT LESS PA-CYCLE
006500        SET PA-SCAN-DONE TO TRUE
006510        GO TO 2620-PURGE-ONE-KEY-EXIT
006520     END-IF
006530     DELETE PARKEY RECORD
006540         INVALID KEY
006550            CONTINUE
006560     END-DELETE.
006570 2620-PURGE-ONE-KEY-EXIT.
006580     EXIT.
006590 2700-WRITE-PARSTAT.
006600     MOVE REPLCTL-FILE TO PARSTAT-FILE
006610     SET PA-ROW-ON-FILE TO TRUE
006620     READ PARSTAT RECORD
006630         INVALID KEY
006640            SET PA-ROW-NOT-ON-FILE TO TRUE
006650     END-READ
006660     MOVE PA-CYCLE       TO PARSTAT-CYCLE
006670     MOVE PA-NOW-TS      TO PARSTAT-TS
006680     MOVE PA-RESULT      TO PARSTAT-RESULT
006690     MOVE PA-P-COUNT     TO PARSTAT-RANGES
006700     MOVE PA-DIFF-RANGES TO PARSTAT-DIFF-RANGES
006710     MOVE PA-DIFF-KEYS   TO PARSTAT-DIFF-KEYS
006720     MOVE PA-NOTE        TO PARSTAT-NOTE
006730     IF PA-ROW-ON-FILE
006740        REWRITE PARSTAT-RECORD
006750           INVALID KEY
006760              CONTINUE
006770        END-REWRITE
006780     ELSE
006790        WRITE PARSTAT-RECORD
006800           INVALID KEY
006810              CONTINUE
006820        END-WRITE
006830     END-IF.
006840 2700-WRITE-PARSTAT-EXIT.
006850     EXIT.
006860 2800-PRINT-FILE-LINE.
006870     MOVE REPLCTL-FILE   TO PA-FIL-FILE
006880     MOVE PA-CYCLE       TO PA-FIL-CYCLE
006890     EVALUATE TRUE
006900        WHEN PA-FILE-PASSED
006910           MOVE 'PASSED'    TO PA-FIL-RESULT
006920        WHEN PA-FILE-FAILED
006930           MOVE '*FAILED'   TO PA-FIL-RESULT
006940        WHEN OTHER
006950           MOVE 'UNCHECKED' TO PA-FIL-RESULT
006960     END-EVALUATE
006970     MOVE PA-P-COUNT     TO PA-FIL-RANGES
006980     MOVE PA-DIFF-RANGES TO PA-FIL-DIFF
006990     MOVE PA-NOTE        TO PA-FIL-NOTE
007000     MOVE PA-FIL-LINE TO RW-LINE
007010     MOVE 'D' TO RW-FUNC
007020     PERFORM 8900-RW-PUT
007030         THRU 8900-RW-PUT-EXIT.
007040 2800-PRINT-FILE-LINE-EXIT.
007050     EXIT.
007060 2900-READ-REPLCTL.
007070     READ REPLCTL
007080         AT END
007090            MOVE 'Y' TO PA-EOF-SW
007100     END-READ.
007110 2900-READ-REPLCTL-EXIT.
007120     EXIT.
007130*----------------------------------------------------------*
007140* 3000-DRILL-RANGE - LIST THE RANGE, RAISE ITS ALERT, THEN  *
007150* LOAD THE PRODUCTION KEYS OF THE RANGE AND WALK THE        *
007160* STANDBY KEYS AGAINST THEM.  BOTH COME OFF PARKEY IN KEY   *
007170* ORDER, SO ONE PASS FINDS THE MISSING, EXTRA AND CHANGED   *
007180*----------------------------------------------------------*
007190 3000-DRILL-RANGE.
007200     MOVE PA-DRL-RANGE  TO PA-RNG-VALUE
007210     MOVE PA-DRL-P-RECS TO PA-RNG-P-RECS
007220     MOVE PA-DRL-S-RECS TO PA-RNG-S-RECS
007230     MOVE PA-RNG-LINE TO RW-LINE
007240     MOVE 'D' TO RW-FUNC
007250     PERFORM 8900-RW-PUT
007260         THRU 8900-RW-PUT-EXIT
007270     MOVE 0 TO PA-KEY-COUNT
007280     SET PA-NO-OVERFLOW TO TRUE
007290     MOVE 'P' TO PA-LOAD-SIDE
007300     PERFORM 3050-START-RANGE-KEYS
007310         THRU 3050-START-RANGE-KEYS-EXIT
007320     PERFORM 3100-LOAD-ONE-KEY
007330         THRU 3100-LOAD-ONE-KEY-EXIT
007340         UNTIL PA-SCAN-DONE
007350     IF PA-OVERFLOW
007360        MOVE PA-BIG-LINE TO RW-LINE
007370        MOVE 'D' TO RW-FUNC
007380        PERFORM 8900-RW-PUT
007390            THRU 8900-RW-PUT-EXIT
007400        GO TO 3000-DRILL-RANGE-ALERT
007410     END-IF
007420     MOVE 1 TO PA-PX
007430     MOVE 'S' TO PA-LOAD-SIDE
007440     PERFORM 3050-START-RANGE-KEYS
007450         THRU 3050-START-RANGE-KEYS-EXIT
007460     PERFORM 3200-CHECK-ONE-KEY
007470         THRU 3200-CHECK-ONE-KEY-EXIT
007480         UNTIL PA-SCAN-DONE
007490     PERFORM 3300-KEY-MISSING
007500         THRU 3300-KEY-MISSING-EXIT
007510         VARYING PA-PX FROM PA-PX BY 1
007520         UNTIL PA-PX > PA-KEY-COUNT.
007530 3000-DRILL-RANGE-ALERT.
007540     PERFORM 7000-UPSERT-ALERT
007550         THRU 7000-UPSERT-ALERT-EXIT.
007560 3000-DRILL-RANGE-EXIT.
007570     EXIT.
007580*----------------------------------------------------------*
007590* 3050-START-RANGE-KEYS - POSITION PARKEY ON THE FIRST KEY  *
007600* OF PA-DRL-RANGE FOR PA-LOAD-SIDE                          *
007610*----------------------------------------------------------*
007620 3050-START-RANGE-KEYS.
007630     MOVE REPLCTL-FILE TO PARKEY-FILE
007640     MOVE PA-CYCLE     TO PARKEY-CYCLE
007650     MOVE PA-LOAD-SIDE TO PARKEY-SIDE
007660     MOVE PA-DRL-RANGE TO PARKEY-VALUE
007670     IF PA-RL LESS 30
007680        MOVE LOW-VALUES TO PARKEY-VALUE (PA-RL + 1:)
007690     END-IF
007700     SET PA-SCAN-MORE TO TRUE
007710     START PARKEY KEY NOT LESS PARKEY-KEY
007720         INVALID KEY
007730            SET PA-SCAN-DONE TO TRUE
007740     END-START.
007750 3050-START-RANGE-KEYS-EXIT.
007760     EXIT.
007770*----------------------------------------------------------*
007780* 3060-READ-RANGE-KEY - NEXT PARKEY ROW, ENDING THE SCAN    *
007790* WHEN IT LEAVES THE FILE, CYCLE, SIDE OR RANGE             *
007800*----------------------------------------------------------*
007810 3060-READ-RANGE-KEY.
007820     READ PARKEY NEXT RECORD
007830         AT END
007840            SET PA-SCAN-DONE TO TRUE
007850            GO TO 3060-READ-RANGE-KEY-EXIT
007860     END-READ
007870     IF PARKEY-FILE  NOT = REPLCTL-FILE OR
007880        PARKEY-CYCLE NOT = PA-CYCLE     OR
007890        PARKEY-SIDE  NOT = PA-LOAD-SIDE OR
007900        PARKEY-VALUE (1:PA-RL) NOT = PA-DRL-RANGE (1:PA-RL)
007910        SET PA-SCAN-DONE TO TRUE
007920     END-IF.
007930 3060-READ-RANGE-KEY-EXIT.
007940     EXIT.
007950 3100-LOAD-ONE-KEY.
007960     PERFORM 3060-READ-RANGE-KEY
007970         THRU 3060-READ-RANGE-KEY-EXIT
007980     IF PA-SCAN-DONE
007990        GO TO 3100-LOAD-ONE-KEY-EXIT
008000     END-IF
008010     IF PA-KEY-COUNT NOT LESS PA-MAX-KEYS
008020        SET PA-OVERFLOW TO TRUE
008030        SET PA-SCAN-DONE TO TRUE
008040        GO TO 3100-LOAD-ONE-KEY-EXIT
008050     END-IF
008060     ADD 1 TO PA-KEY-COUNT
008070     MOVE PARKEY-VALUE TO PA-K-VALUE (PA-KEY-COUNT)
008080     MOVE PARKEY-RECS  TO PA-K-RECS  (PA-KEY-COUNT)
008090     MOVE PARKEY-HASH  TO PA-K-HASH  (PA-KEY-COUNT).
008100 3100-LOAD-ONE-KEY-EXIT.
008110     EXIT.
008120*----------------------------------------------------------*
008130* 3200-CHECK-ONE-KEY - PRODUCTION KEYS BELOW THE STANDBY    *
008140* KEY ARE MISSING ON THE STANDBY; AN EQUAL KEY IS CHECKED   *
008150* FOR CONTENT; OTHERWISE THE STANDBY KEY IS EXTRA           *
008160*----------------------------------------------------------*
008170 3200-CHECK-ONE-KEY.
008180     PERFORM 3060-READ-RANGE-KEY
008190         THRU 3060-READ-RANGE-KEY-EXIT
008200     IF PA-SCAN-DONE
008210        GO TO 3200-CHECK-ONE-KEY-EXIT
008220     END-IF
008230     SET PA-GO-ON TO TRUE
008240     PERFORM 3210-SKIP-MISSING
008250         THRU 3210-SKIP-MISSING-EXIT
008260         UNTIL PA-STOP
008270     IF PA-PX NOT GREATER PA-KEY-COUNT
008280        IF PA-K-VALUE (PA-PX) = PARKEY-VALUE
008290           IF PA-K-RECS (PA-PX) NOT = PARKEY-RECS OR
008300              PA-K-HASH (PA-PX) NOT = PARKEY-HASH
008310              MOVE PARKEY-VALUE      TO PA-KEY-VALUE
008320              MOVE 'CONTENT DIFFERS' TO PA-KEY-TEXT
008330              PERFORM 3900-PUT-KEY-LINE
008340                  THRU 3900-PUT-KEY-LINE-EXIT
008350           END-IF
008360           ADD 1 TO PA-PX
008370           GO TO 3200-CHECK-ONE-KEY-EXIT
008380        END-IF
008390     END-IF
008400     MOVE PARKEY-VALUE       TO PA-KEY-VALUE
008410     MOVE 'EXTRA ON STANDBY' TO PA-KEY-TEXT
008420     PERFORM 3900-PUT-KEY-LINE
008430         THRU 3900-PUT-KEY-LINE-EXIT.
008440 3200-CHECK-ONE-KEY-EXIT.
008450     EXIT.
008460 3210-SKIP-MISSING.
008470     IF PA-PX GREATER PA-KEY-COUNT
008480        SET PA-STOP TO TRUE
008490        GO TO 3210-SKIP-MISSING-EXIT
008500     END-IF
008510     IF PA-K-VALUE (PA-PX) NOT LESS PARKEY-VALUE
008520        SET PA-STOP TO TRUE
008530        GO TO 3210-SKIP-MISSING-EXIT
008540     END-IF
008550     PERFORM 3300-KEY-MISSING
008560         THRU 3300-KEY-MISSING-EXIT
008570     ADD 1 TO PA-PX.
008580 3210-SKIP-MISSING-EXIT.
008590     EXIT.
008600 3300-KEY-MISSING.
008610     MOVE PA-K-VALUE (PA-PX)   TO PA-KEY-VALUE
008620     MOVE 'MISSING ON STANDBY' TO PA-KEY-TEXT
008630     PERFORM 3900-PUT-KEY-LINE
008640         THRU 3900-PUT-KEY-LINE-EXIT.
008650 3300-KEY-MISSING-EXIT.
008660     EXIT.
008670 3900-PUT-KEY-LINE.
008680     ADD 1 TO PA-DIFF-KEYS
008690     MOVE PA-KEY-LINE TO RW-LINE
008700     MOVE 'D' TO RW-FUNC
008710     PERFORM 8900-RW-PUT
008720         THRU 8900-RW-PUT-EXIT.
008730 3900-PUT-KEY-LINE-EXIT.
008740     EXIT.
008750 6000-PRINT-SUMMARY.
008760     MOVE PA-FILES     TO PA-SUM-FILES
008770     MOVE PA-PASSED    TO PA-SUM-PASSED
008780     MOVE PA-FAILED    TO PA-SUM-FAILED
008790     MOVE PA-UNCHECKED TO PA-SUM-UNCHECKED
008800     MOVE PA-ALERT-CNT TO PA-SUM-ALERTS
008810     MOVE PA-SUM-LINE TO RW-LINE
008820     MOVE 'T' TO RW-FUNC
008830     PERFORM 8900-RW-PUT
008840         THRU 8900-RW-PUT-EXIT.
008850 6000-PRINT-SUMMARY-EXIT.
008860     EXIT.
008870*----------------------------------------------------------*
008880* 7000-UPSERT-ALERT - ONE PARITY ALERT PER FILE AND RANGE:  *
008890*                     VALUE IS THE STANDBY COUNT, THRESHOLD *
008900*                     THE PRODUCTION COUNT.  ONE STILL OPEN *
008910*                     ON THE NEXT RUN RAISES THE SEVERITY,  *
008920*                     ONE AGAINST A RESOLVED ROW STARTS A   *
008930*                     FRESH CYCLE AT SEVERITY 1             *
008940*----------------------------------------------------------*
008950 7000-UPSERT-ALERT.
008960     MOVE 'PARITY'     TO ALERTS-TYPE
008970     MOVE REPLCTL-FILE TO ALERTS-SOURCE
008980     MOVE PA-DRL-RANGE TO ALERTS-DETAIL
008990     SET PA-ALERT-NOT-ON-FILE TO TRUE
009000     READ ALERTS RECORD
009010         INVALID KEY
009020            CONTINUE
009030         NOT INVALID KEY
009040            SET PA-ALERT-ON-FILE TO TRUE
009050     END-READ
009060     MOVE PA-DRL-S-RECS TO ALERTS-VALUE
009070     MOVE PA-DRL-P-RECS TO ALERTS-THRESHOLD
009080     ADD 1 TO PA-ALERT-CNT
009090     IF PA-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
009100        ADD 1 TO ALERTS-BREACHES
009110        IF ALERTS-SEVERITY LESS 9
009120           ADD 1 TO ALERTS-SEVERITY
009130        END-IF
009140        REWRITE ALERTS-RECORD
009150           INVALID KEY
009160              CONTINUE
009170        END-REWRITE
009180     ELSE
009190        SET  ALERTS-NEW       TO TRUE
009200        MOVE 1                TO ALERTS-SEVERITY
009210        MOVE 1                TO ALERTS-BREACHES
009220        MOVE PA-NOW-TS        TO ALERTS-RAISED-TS
009230        MOVE SPACES           TO ALERTS-ACK-USER
009240        MOVE SPACES           TO ALERTS-ACK-TS
009250        MOVE SPACES           TO ALERTS-RES-TS
009260        MOVE 0                TO ALERTS-BUSAGE
009270        MOVE SPACES           TO ALERTS-ACT-STATUS
009280        MOVE 0                TO ALERTS-ACT-TRIES
009290        MOVE SPACES           TO ALERTS-ACT-TS
009300        IF PA-ALERT-ON-FILE
009310           REWRITE ALERTS-RECORD
009320              INVALID KEY
009330                 CONTINUE
009340           END-REWRITE
009350        ELSE
009360           WRITE ALERTS-RECORD
009370              INVALID KEY
009380                 CONTINUE
009390           END-WRITE
009400        END-IF
009410     END-IF.
009420 7000-UPSERT-ALERT-EXIT.
009430     EXIT.
009440 8900-RW-PUT.
009450     CALL 'GXRPTW' USING RW-CTL RW-OUT
009460     PERFORM VARYING RW-X FROM 1 BY 1
009470             UNTIL RW-X > RW-OUT-COUNT
009480        WRITE PARRPT-LINE FROM RW-OUT-LINE (RW-X)
009490     END-PERFORM.
009500 8900-RW-PUT-EXIT.
009510     EXIT.
009520 9000-TERMINATE.
009530     MOVE 'C' TO RW-FUNC
009540     PERFORM 8900-RW-PUT
009550         THRU 8900-RW-PUT-EXIT
009560     CLOSE REPLCTL
009570     CLOSE REPLSTAT
009580     CLOSE PARSUM
009590     CLOSE PARKEY
009600     CLOSE PARSTAT
009610     CLOSE ALERTS
009620     CLOSE PARRPT.
009630 9000-TERMINATE-EXIT.
009640     EXIT.
009650 9999-EXIT.
009660     STOP RUN.
