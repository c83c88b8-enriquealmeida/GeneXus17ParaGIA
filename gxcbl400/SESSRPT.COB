000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SESSRPT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - DAILY INTERACTIVE    *
000100*                   SESSION REPORT.  THE SESSLOG LEDGER    *
000110*                   ROWS STARTED ON THE REPORT DAY (THE    *
000120*                   INSTALLATION BUSINESS DATE, OR THE     *
000130*                   MACHINE DATE WITHOUT ONE) GIVE THE     *
000140*                   PEAK NUMBER OF USERS SIGNED ON AT ONCE *
000150*                   IN EACH HOUR, THE SESSIONS AND AVERAGE *
000160*                   TIME PER PROGRAM, AND EVERY USER       *
000170*                   SIGNED ON AT TWO TERMINALS AT THE SAME *
000180*                   TIME.  A SESSION STILL OPEN IS CUT AT  *
000190*                   THE RUN TIME (OR THE END OF THE DAY    *
000200*                   FOR AN EARLIER DATE), ONE THAT RAN     *
000210*                   PAST MIDNIGHT AT THE END OF THE DAY.   *
000220*                   SESSDRPT IS WRITTEN THROUGH GXRPTW     *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-ISERIES.
000270 OBJECT-COMPUTER.   IBM-ISERIES.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SESSLOG    ASSIGN TO DATABASE-SESSLOG
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE  IS SEQUENTIAL
000330         RECORD KEY   IS SESSLOG-KEY
000340         FILE STATUS  IS SR-FS-SESSLOG.
000350     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS BUSDATE-COMPANY
000390         FILE STATUS  IS SR-FS-BUSDATE.
000400     SELECT SESSDRPT   ASSIGN TO DATABASE-SESSDRPT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS SR-FS-SESSDRPT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------*
000460* SESSION LEDGER - THE GXFSESSW LAYOUT                     *
000470*----------------------------------------------------------*
000480 FD  SESSLOG.
000490 01  SESSLOG-RECORD.
000500     05 SESSLOG-KEY.
000510        10 SESSLOG-PGM           PIC  X(010).
000520        10 SESSLOG-START-TS      PIC  X(026).
000530        10 SESSLOG-JOB           PIC  X(010).
000540     05 SESSLOG-USER             PIC  X(010).
000550     05 SESSLOG-TERM             PIC  X(010).
000560     05 SESSLOG-END-TS           PIC  X(026).
000570     05 SESSLOG-END-REASON       PIC  X(001).
000580        88 SESSLOG-OPEN                          VALUE SPACE.
000590        88 SESSLOG-NORMAL                        VALUE 'N'.
000600        88 SESSLOG-F3                            VALUE 'F'.
000610        88 SESSLOG-TIMEOUT                       VALUE 'T'.
000620        88 SESSLOG-ABORT                         VALUE 'A'.
000630 FD  BUSDATE.
000640 01  BUSDATE-RECORD.
000650     05 BUSDATE-COMPANY          PIC  X(003).
000660     05 BUSDATE-CURRENT          PIC  9(008).
000670     05 BUSDATE-PREVIOUS         PIC  9(008).
000680     05 BUSDATE-LOC              PIC  X(010).
000690     05 BUSDATE-ROLLED-BY        PIC  X(010).
000700     05 BUSDATE-ROLLED-TS        PIC  X(026).
000710 FD  SESSDRPT.
000720 01  SESSDRPT-LINE               PIC  X(080).
000730 WORKING-STORAGE SECTION.
000740 77  SR-FS-SESSLOG               PIC  X(002).
000750 77  SR-FS-BUSDATE               PIC  X(002).
000760 77  SR-FS-SESSDRPT              PIC  X(002).
000770 77  SR-EOF-SW                   PIC  X(001)     VALUE 'N'.
000780     88 SR-AT-EOF                                VALUE 'Y'.
000790 77  SR-I                        PIC S9(005) COMP-3.
000800 77  SR-J                        PIC S9(005) COMP-3.
000810 77  SR-U                        PIC S9(005) COMP-3.
000820 77  SR-P                        PIC S9(005) COMP-3.
000830 77  SR-M                        PIC S9(005) COMP-3.
000840 77  SR-H                        PIC S9(003) COMP-3.
000850 77  SR-X                        PIC S9(005) COMP-3.
000860 77  SR-M-FROM                   PIC S9(005) COMP-3.
000870 77  SR-M-TO                     PIC S9(005) COMP-3.
000880*----------------------------------------------------------*
000890* TABLE LIMITS - SESSIONS PAST THE TABLE STILL COUNT PER   *
000900* PROGRAM BUT ARE LEFT OUT OF THE PEAK AND TWO-TERMINAL    *
000910* SECTIONS, AND THE SUMMARY SAYS HOW MANY                  *
000920*----------------------------------------------------------*
000930 77  SR-MAX-SESS                 PIC S9(005) COMP-3 VALUE 3000.
000940 77  SR-MAX-USERS                PIC S9(005) COMP-3 VALUE 500.
000950 77  SR-MAX-PGMS                 PIC S9(005) COMP-3 VALUE 200.
000960 77  SR-SESS-COUNT               PIC S9(005) COMP-3 VALUE 0.
000970 77  SR-USER-COUNT               PIC S9(005) COMP-3 VALUE 0.
000980 77  SR-PGM-COUNT                PIC S9(005) COMP-3 VALUE 0.
000990 77  SR-TOT-SESS                 PIC S9(007) COMP-3 VALUE 0.
001000 77  SR-TOT-OPEN                 PIC S9(007) COMP-3 VALUE 0.
001010 77  SR-TOT-OVER                 PIC S9(007) COMP-3 VALUE 0.
001020 77  SR-SECT-COUNT               PIC S9(005) COMP-3 VALUE 0.
001030 77  SR-DAY-PEAK                 PIC S9(005) COMP-3 VALUE 0.
001040 77  SR-DAY-PEAK-HOUR            PIC S9(003) COMP-3 VALUE 0.
001050 77  SR-REP-DATE                 PIC  9(008).
001060 77  SR-ROW-DATE                 PIC  9(008).
001070 77  SR-CUT-SECS                 PIC S9(005) COMP-3.
001080 77  SR-START-SECS               PIC S9(005) COMP-3.
001090 77  SR-END-SECS                 PIC S9(005) COMP-3.
001100 77  SR-AVG-SECS                 PIC S9(009) COMP-3.
001110 77  SR-REM                      PIC S9(009) COMP-3.
001120 77  SR-OVL-SECS                 PIC S9(005) COMP-3.
001130 01  SR-TODAY-DATE               PIC  9(008).
001140 01  SR-NOW-TIME.
001150     05 SR-NOW-HH                PIC  9(002).
001160     05 SR-NOW-MI                PIC  9(002).
001170     05 SR-NOW-SS                PIC  9(002).
001180     05 SR-NOW-HS                PIC  9(002).
001190*----------------------------------------------------------*
001200* A LEDGER STAMP TAKEN APART - YYYY-MM-DD-HH.MM.SS.NNNNNN  *
001210*----------------------------------------------------------*
001220 01  SR-TS-WORK.
001230     05 SR-TS-YY                 PIC  9(004).
001240     05 FILLER                   PIC  X(001).
001250     05 SR-TS-MM                 PIC  9(002).
001260     05 FILLER                   PIC  X(001).
001270     05 SR-TS-DD                 PIC  9(002).
001280     05 FILLER                   PIC  X(001).
001290     05 SR-TS-HH                 PIC  9(002).
001300     05 FILLER                   PIC  X(001).
001310     05 SR-TS-MI                 PIC  9(002).
001320     05 FILLER                   PIC  X(001).
001330     05 SR-TS-SS                 PIC  9(002).
001340     05 FILLER                   PIC  X(007).
001350 01  SR-SESS-TABLE.
001360     05 SR-SESS-ENTRY OCCURS 3000 TIMES.
001370        10 SR-ST-UX              PIC S9(005) COMP-3.
001380        10 SR-ST-TERM            PIC  X(010).
001390        10 SR-ST-START           PIC S9(005) COMP-3.
001400        10 SR-ST-END             PIC S9(005) COMP-3.
001410 01  SR-USER-TABLE.
001420     05 SR-USER-ENTRY OCCURS 500 TIMES.
001430        10 SR-UT-USER            PIC  X(010).
001440        10 SR-UT-MULTI           PIC  X(001).
001450 01  SR-PGM-TABLE.
001460     05 SR-PGM-ENTRY OCCURS 200 TIMES.
001470        10 SR-PT-PGM             PIC  X(010).
001480        10 SR-PT-COUNT           PIC S9(007) COMP-3.
001490        10 SR-PT-OPEN            PIC S9(007) COMP-3.
001500        10 SR-PT-SECS            PIC S9(011) COMP-3.
001510*----------------------------------------------------------*
001520* ONE BYTE PER MINUTE OF THE DAY FOR THE USER IN HAND, AND *
001530* THE RUNNING COUNT OF USERS SIGNED ON IN EACH MINUTE      *
001540*----------------------------------------------------------*
001550 01  SR-MIN-FLAGS.
001560     05 SR-MIN-FLAG OCCURS 1440  PIC  X(001).
001570 01  SR-MIN-CONCS.
001580     05 SR-MIN-CONC OCCURS 1440  PIC S9(005) COMP-3.
001590 01  SR-HOUR-PEAKS.
001600     05 SR-HOUR-PEAK OCCURS 24   PIC S9(005) COMP-3.
001610 01  SR-TITLE-LINE.
001620     05 FILLER                   PIC  X(015)
001630                                 VALUE 'SESSION LEDGER '.
001640     05 SR-TTL-DATE              PIC  9(008).
001650     05 FILLER                   PIC  X(001) VALUE SPACE.
001660     05 SR-TTL-SECTION           PIC  X(026).
001670 01  SR-COLS-HOUR.
001680     05 FILLER                   PIC  X(010) VALUE 'HOUR'.
001690     05 FILLER                   PIC  X(070) VALUE
001700            'PEAK USERS SIGNED ON AT ONCE'.
001710 01  SR-COLS-PGM.
001720     05 FILLER                   PIC  X(012) VALUE 'PROGRAM'.
001730     05 FILLER                   PIC  X(012) VALUE 'SESSIONS'.
001740     05 FILLER                   PIC  X(010) VALUE 'STILL OPEN'.
001750     05 FILLER                   PIC  X(046) VALUE
001760            '  AVERAGE TIME'.
001770 01  SR-COLS-MULTI.
001780     05 FILLER                   PIC  X(012) VALUE 'USER'.
001790     05 FILLER                   PIC  X(012) VALUE 'TERMINAL'.
001800     05 FILLER                   PIC  X(012) VALUE 'TERMINAL'.
001810     05 FILLER                   PIC  X(044) VALUE 'BOTH ON FROM'.
001820 01  SR-HOUR-LINE.
001830     05 SR-HL-FROM               PIC  9(002).
001840     05 FILLER                   PIC  X(001) VALUE '-'.
001850     05 SR-HL-TO                 PIC  9(002).
001860     05 FILLER                   PIC  X(005) VALUE SPACES.
001870     05 SR-HL-PEAK               PIC ZZ,ZZ9.
001880     05 FILLER                   PIC  X(064) VALUE SPACES.
001890 01  SR-PGM-LINE.
001900     05 SR-PL-PGM                PIC  X(010).
001910     05 FILLER                   PIC  X(002) VALUE SPACES.
001920     05 SR-PL-COUNT              PIC ZZZ,ZZ9.
001930     05 FILLER                   PIC  X(005) VALUE SPACES.
001940     05 SR-PL-OPEN               PIC ZZZ,ZZ9.
001950     05 FILLER                   PIC  X(005) VALUE SPACES.
001960     05 SR-PL-AVG-HH             PIC  9(002).
001970     05 FILLER                   PIC  X(001) VALUE ':'.
001980     05 SR-PL-AVG-MI             PIC  9(002).
001990     05 FILLER                   PIC  X(001) VALUE ':'.
002000     05 SR-PL-AVG-SS             PIC  9(002).
002010     05 FILLER                   PIC  X(036) VALUE SPACES.
002020 01  SR-MULTI-LINE.
002030     05 SR-ML-USER               PIC  X(010).
002040     05 FILLER                   PIC  X(002) VALUE SPACES.
002050     05 SR-ML-TERM-1             PIC  X(010).
002060     05 FILLER                   PIC  X(002) VALUE SPACES.
002070     05 SR-ML-TERM-2             PIC  X(010).
002080     05 FILLER                   PIC  X(002) VALUE SPACES.
002090     05 SR-ML-HH                 PIC  9(002).
002100     05 FILLER                   PIC  X(001) VALUE ':'.
002110     05 SR-ML-MI                 PIC  9(002).
002120     05 FILLER                   PIC  X(039) VALUE SPACES.
002130 01  SR-TOT-LINE.
002140     05 SR-TL-LABEL              PIC  X(040).
002150     05 SR-TL-COUNT              PIC ZZZ,ZZ9.
002160     05 FILLER                   PIC  X(033) VALUE SPACES.
002170 01  SR-PEAK-LINE.
002180     05 FILLER                   PIC  X(022)
002190                                 VALUE 'PEAK OF THE DAY:'.
002200     05 SR-PK-COUNT              PIC ZZ,ZZ9.
002210     05 FILLER                   PIC  X(018)
002220                                 VALUE ' USERS, HOUR FROM '.
002230     05 SR-PK-HOUR               PIC  9(002).
002240     05 FILLER                   PIC  X(032) VALUE ':00'.
002250 01  SR-SUM-LINE.
002260     05 FILLER                   PIC  X(010) VALUE 'SESSIONS:'.
002270     05 SR-SUM-SESS              PIC ZZZ,ZZ9.
002280     05 FILLER                   PIC  X(008) VALUE ' USERS:'.
002290     05 SR-SUM-USERS             PIC ZZ,ZZ9.
002300     05 FILLER                   PIC  X(007) VALUE ' OPEN:'.
002310     05 SR-SUM-OPEN              PIC ZZZ,ZZ9.
002320     05 FILLER                   PIC  X(013) VALUE ' PAST TABLE:'.
002330     05 SR-SUM-OVER              PIC ZZZ,ZZ9.
002340     05 FILLER                   PIC  X(015) VALUE SPACES.
002350*----------------------------------------------------------*
002360* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
002370* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
002380*----------------------------------------------------------*
002390 01  RW-CTL.
002400     05 RW-FUNC                  PIC  X(001).
002410     05 RW-TITLE                 PIC  X(050).
002420     05 RW-TITLE-ID              PIC  X(010).
002430     05 RW-LANG                  PIC  X(003).
002440     05 RW-COLS                  PIC  X(080).
002450     05 RW-LINE                  PIC  X(080).
002460     05 RW-PAGE-SIZE             PIC  9(003).
002470 01  RW-OUT.
002480     05 RW-OUT-COUNT             PIC  9(001).
002490     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002500 77  RW-X                        PIC S9(003) COMP-3.
002510 PROCEDURE DIVISION.
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE
002540         THRU 1000-INITIALIZE-EXIT
002550     PERFORM 2000-LOAD-SESSION
002560         THRU 2000-LOAD-SESSION-EXIT
002570         UNTIL SR-AT-EOF
002580     PERFORM 4000-PRINT-PEAKS
002590         THRU 4000-PRINT-PEAKS-EXIT
002600     PERFORM 5000-PRINT-PROGRAMS
002610         THRU 5000-PRINT-PROGRAMS-EXIT
002620     PERFORM 6000-PRINT-MULTI
002630         THRU 6000-PRINT-MULTI-EXIT
002640     PERFORM 6900-PRINT-SUMMARY
002650         THRU 6900-PRINT-SUMMARY-EXIT
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-TERMINATE-EXIT
002680     GO TO 9999-EXIT.
002690 1000-INITIALIZE.
002700     OPEN INPUT  SESSLOG
002710     OPEN INPUT  BUSDATE
002720     OPEN OUTPUT SESSDRPT
002730     ACCEPT SR-TODAY-DATE FROM DATE YYYYMMDD
002740     ACCEPT SR-NOW-TIME FROM TIME
002750     MOVE SR-TODAY-DATE TO SR-REP-DATE
002760     PERFORM 1050-BUSINESS-DATE
002770         THRU 1050-BUSINESS-DATE-EXIT
002780     IF SR-REP-DATE = SR-TODAY-DATE
002790        COMPUTE SR-CUT-SECS = SR-NOW-HH * 3600 +
002800                              SR-NOW-MI * 60 +
002810                              SR-NOW-SS
002820     ELSE
002830        MOVE 86399 TO SR-CUT-SECS
002840     END-IF
002850     PERFORM VARYING SR-M FROM 1 BY 1
002860             UNTIL SR-M > 1440
002870        MOVE 0 TO SR-MIN-CONC (SR-M)
002880     END-PERFORM
002890     PERFORM VARYING SR-H FROM 1 BY 1
002900             UNTIL SR-H > 24
002910        MOVE 0 TO SR-HOUR-PEAK (SR-H)
002920     END-PERFORM
002930     IF SR-FS-SESSLOG NOT = '00'
002940        SET SR-AT-EOF TO TRUE
002950     END-IF.
002960 1000-INITIALIZE-EXIT.
002970     EXIT.
002980*----------------------------------------------------------*
002990* 1050-BUSINESS-DATE - THE INSTALLATION BUSDATE ROW IS THE *
003000*                      REPORT DAY WHEN ON FILE, SO A       *
003010*                      STREAM RUNNING PAST MIDNIGHT STILL  *
003020*                      REPORTS THE DAY IT IS CLOSING       *
003030*----------------------------------------------------------*
003040 1050-BUSINESS-DATE.
003050     IF SR-FS-BUSDATE NOT = '00'
003060        GO TO 1050-BUSINESS-DATE-EXIT
003070     END-IF
003080     MOVE SPACES TO BUSDATE-COMPANY
003090     READ BUSDATE
003100         INVALID KEY
003110            GO TO 1050-BUSINESS-DATE-EXIT
003120     END-READ
003130     IF BUSDATE-CURRENT NUMERIC AND BUSDATE-CURRENT > 0
003140        MOVE BUSDATE-CURRENT TO SR-REP-DATE
003150     END-IF.
003160 1050-BUSINESS-DATE-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190* 2000-LOAD-SESSION - A SESSION STARTED ON THE REPORT DAY  *
003200*                     IS FOLDED INTO ITS PROGRAM AND USER  *
003210*                     AND KEPT IN SECONDS OF THE DAY       *
003220*----------------------------------------------------------*
003230 2000-LOAD-SESSION.
003240     READ SESSLOG NEXT RECORD
003250         AT END
003260            SET SR-AT-EOF TO TRUE
003270            GO TO 2000-LOAD-SESSION-EXIT
003280     END-READ
003290     MOVE SESSLOG-START-TS TO SR-TS-WORK
003300     IF SR-TS-YY NOT NUMERIC OR SR-TS-MM NOT NUMERIC OR
003310        SR-TS-DD NOT NUMERIC OR SR-TS-HH NOT NUMERIC OR
003320        SR-TS-MI NOT NUMERIC OR SR-TS-SS NOT NUMERIC
003330        GO TO 2000-LOAD-SESSION-EXIT
003340     END-IF
003350     COMPUTE SR-ROW-DATE = SR-TS-YY * 10000 + SR-TS-MM * 100 +
003360                           SR-TS-DD
003370     IF SR-ROW-DATE NOT = SR-REP-DATE
003380        GO TO 2000-LOAD-SESSION-EXIT
003390     END-IF
003400     COMPUTE SR-START-SECS = SR-TS-HH * 3600 + SR-TS-MI * 60 +
003410                             SR-TS-SS
003420     PERFORM 2100-END-SECONDS
003430         THRU 2100-END-SECONDS-EXIT
003440     ADD 1 TO SR-TOT-SESS
003450     PERFORM 2200-FOLD-PROGRAM
003460         THRU 2200-FOLD-PROGRAM-EXIT
003470     PERFORM 2300-FIND-USER
003480         THRU 2300-FIND-USER-EXIT
003490     IF SR-U = 0 OR SR-SESS-COUNT NOT LESS SR-MAX-SESS
003500        ADD 1 TO SR-TOT-OVER
003510        GO TO 2000-LOAD-SESSION-EXIT
003520     END-IF
003530     ADD 1 TO SR-SESS-COUNT
003540     MOVE SR-U          TO SR-ST-UX (SR-SESS-COUNT)
003550     MOVE SESSLOG-TERM  TO SR-ST-TERM (SR-SESS-COUNT)
003560     MOVE SR-START-SECS TO SR-ST-START (SR-SESS-COUNT)
003570     MOVE SR-END-SECS   TO SR-ST-END (SR-SESS-COUNT).
003580 2000-LOAD-SESSION-EXIT.
003590     EXIT.
003600*----------------------------------------------------------*
003610* 2100-END-SECONDS - AN OPEN SESSION ENDS AT THE CUT, ONE  *
003620*                    ENDED ON A LATER DAY AT MIDNIGHT      *
003630*----------------------------------------------------------*
003640 2100-END-SECONDS.
003650     IF SESSLOG-OPEN
003660        ADD 1 TO SR-TOT-OPEN
003670        MOVE SR-CUT-SECS TO SR-END-SECS
003680        GO TO 2100-END-SECONDS-CHECK
003690     END-IF
003700     MOVE SESSLOG-END-TS TO SR-TS-WORK
003710     IF SR-TS-YY NOT NUMERIC OR SR-TS-MM NOT NUMERIC OR
003720        SR-TS-DD NOT NUMERIC OR SR-TS-HH NOT NUMERIC OR
003730        SR-TS-MI NOT NUMERIC OR SR-TS-SS NOT NUMERIC
003740        MOVE SR-START-SECS TO SR-END-SECS
003750        GO TO 2100-END-SECONDS-EXIT
003760     END-IF
003770     COMPUTE SR-ROW-DATE = SR-TS-YY * 10000 + SR-TS-MM * 100 +
003780                           SR-TS-DD
003790     IF SR-ROW-DATE > SR-REP-DATE
003800        MOVE 86399 TO SR-END-SECS
003810     ELSE
003820        COMPUTE SR-END-SECS = SR-TS-HH * 3600 + SR-TS-MI * 60 +
003830                              SR-TS-SS
003840     END-IF.
003850 2100-END-SECONDS-CHECK.
003860     IF SR-END-SECS < SR-START-SECS
003870        MOVE SR-START-SECS TO SR-END-SECS
003880     END-IF.
003890 2100-END-SECONDS-EXIT.
003900     EXIT.
003910 2200-FOLD-PROGRAM.
003920     MOVE 0 TO SR-P
003930     PERFORM VARYING SR-X FROM 1 BY 1
003940             UNTIL SR-X > SR-PGM-COUNT OR SR-P > 0
003950        IF SR-PT-PGM (SR-X) = SESSLOG-PGM
003960           MOVE SR-X TO SR-P
003970        END-IF
003980     END-PERFORM
003990     IF SR-P = 0
004000        IF SR-PGM-COUNT NOT LESS SR-MAX-PGMS
004010           GO TO 2200-FOLD-PROGRAM-EXIT
004020        END-IF
004030        ADD 1 TO SR-PGM-COUNT
004040        MOVE SR-PGM-COUNT TO SR-P
004050        MOVE SESSLOG-PGM  TO SR-PT-PGM (SR-P)
004060        MOVE 0 TO SR-PT-COUNT (SR-P)
004070        MOVE 0 TO SR-PT-OPEN (SR-P)
004080        MOVE 0 TO SR-PT-SECS (SR-P)
004090     END-IF
004100     ADD 1 TO SR-PT-COUNT (SR-P)
004110     IF SESSLOG-OPEN
004120        ADD 1 TO SR-PT-OPEN (SR-P)
004130     END-IF
004140     COMPUTE SR-PT-SECS (SR-P) = SR-PT-SECS (SR-P) +
004150                                 SR-END-SECS - SR-START-SECS.
004160 2200-FOLD-PROGRAM-EXIT.
004170     EXIT.
004180 2300-FIND-USER.
004190     MOVE 0 TO SR-U
004200     PERFORM VARYING SR-X FROM 1 BY 1
004210             UNTIL SR-X > SR-USER-COUNT OR SR-U > 0
004220        IF SR-UT-USER (SR-X) = SESSLOG-USER
004230           MOVE SR-X TO SR-U
004240        END-IF
004250     END-PERFORM
004260     IF SR-U = 0 AND SR-USER-COUNT < SR-MAX-USERS
004270        ADD 1 TO SR-USER-COUNT
004280        MOVE SR-USER-COUNT TO SR-U
004290        MOVE SESSLOG-USER  TO SR-UT-USER (SR-U)
004300        MOVE 'N'           TO SR-UT-MULTI (SR-U)
004310     END-IF.
004320 2300-FIND-USER-EXIT.
004330     EXIT.
004340*----------------------------------------------------------*
004350* 4000-PRINT-PEAKS - EACH USER'S SESSIONS ARE LAID ON A    *
004360*                    MINUTE MAP SO A USER IN TWO PROGRAMS  *
004370*                    AT ONCE COUNTS ONCE; THE HOUR'S PEAK  *
004380*                    IS ITS BUSIEST MINUTE                 *
004390*----------------------------------------------------------*
004400 4000-PRINT-PEAKS.
004410     PERFORM 4100-USER-MINUTES
004420         THRU 4100-USER-MINUTES-EXIT
004430         VARYING SR-U FROM 1 BY 1
004440         UNTIL SR-U > SR-USER-COUNT
004450     PERFORM VARYING SR-M FROM 1 BY 1
004460             UNTIL SR-M > 1440
004470        COMPUTE SR-H = (SR-M - 1) / 60 + 1
004480        IF SR-MIN-CONC (SR-M) > SR-HOUR-PEAK (SR-H)
004490           MOVE SR-MIN-CONC (SR-M) TO SR-HOUR-PEAK (SR-H)
004500        END-IF
004510     END-PERFORM
004520     MOVE 'PEAK USERS BY HOUR' TO SR-TTL-SECTION
004530     MOVE SR-COLS-HOUR TO RW-COLS
004540     PERFORM 7000-START-SECTION
004550         THRU 7000-START-SECTION-EXIT
004560     PERFORM VARYING SR-H FROM 1 BY 1
004570             UNTIL SR-H > 24
004580        COMPUTE SR-HL-FROM = SR-H - 1
004590        MOVE SR-H TO SR-HL-TO
004600        MOVE SR-HOUR-PEAK (SR-H) TO SR-HL-PEAK
004610        IF SR-HOUR-PEAK (SR-H) > SR-DAY-PEAK
004620           MOVE SR-HOUR-PEAK (SR-H) TO SR-DAY-PEAK
004630           COMPUTE SR-DAY-PEAK-HOUR = SR-H - 1
004640        END-IF
004650        MOVE SR-HOUR-LINE TO RW-LINE
004660        MOVE 'D' TO RW-FUNC
004670        PERFORM 8900-RW-PUT
004680            THRU 8900-RW-PUT-EXIT
004690     END-PERFORM
004700     MOVE SR-DAY-PEAK      TO SR-PK-COUNT
004710     MOVE SR-DAY-PEAK-HOUR TO SR-PK-HOUR
004720     MOVE SR-PEAK-LINE TO RW-LINE
004730     MOVE 'T' TO RW-FUNC
004740     PERFORM 8900-RW-PUT
004750         THRU 8900-RW-PUT-EXIT.
004760 4000-PRINT-PEAKS-EXIT.
004770     EXIT.
004780 4100-USER-MINUTES.
004790     MOVE ALL 'N' TO SR-MIN-FLAGS
004800     PERFORM 4200-MARK-SESSION
004810         THRU 4200-MARK-SESSION-EXIT
004820         VARYING SR-I FROM 1 BY 1
004830         UNTIL SR-I > SR-SESS-COUNT
004840     PERFORM VARYING SR-M FROM 1 BY 1
004850             UNTIL SR-M > 1440
004860        IF SR-MIN-FLAG (SR-M) = 'Y'
004870           ADD 1 TO SR-MIN-CONC (SR-M)
004880        END-IF
004890     END-PERFORM.
004900 4100-USER-MINUTES-EXIT.
004910     EXIT.
004920 4200-MARK-SESSION.
004930     IF SR-ST-UX (SR-I) NOT = SR-U
004940        GO TO 4200-MARK-SESSION-EXIT
004950     END-IF
004960     COMPUTE SR-M-FROM = SR-ST-START (SR-I) / 60 + 1
004970     COMPUTE SR-M-TO   = SR-ST-END (SR-I) / 60 + 1
004980     PERFORM VARYING SR-M FROM SR-M-FROM BY 1
004990             UNTIL SR-M > SR-M-TO
005000        MOVE 'Y' TO SR-MIN-FLAG (SR-M)
005010     END-PERFORM.
005020 4200-MARK-SESSION-EXIT.
005030     EXIT.
005040*----------------------------------------------------------*
005050* 5000-PRINT-PROGRAMS - SESSIONS AND AVERAGE TIME SPENT    *
005060*                       PER PROGRAM                        *
005070*----------------------------------------------------------*
005080 5000-PRINT-PROGRAMS.
005090     MOVE 'TIME PER PROGRAM' TO SR-TTL-SECTION
005100     MOVE SR-COLS-PGM TO RW-COLS
005110     PERFORM 7000-START-SECTION
005120         THRU 7000-START-SECTION-EXIT
005130     PERFORM 5100-PROGRAM-ONE
005140         THRU 5100-PROGRAM-ONE-EXIT
005150         VARYING SR-P FROM 1 BY 1
005160         UNTIL SR-P > SR-PGM-COUNT
005170     MOVE 'PROGRAMS USED' TO SR-TL-LABEL
005180     PERFORM 7200-SECTION-TOTAL
005190         THRU 7200-SECTION-TOTAL-EXIT.
005200 5000-PRINT-PROGRAMS-EXIT.
005210     EXIT.
005220 5100-PROGRAM-ONE.
005230     MOVE SR-PT-PGM (SR-P)   TO SR-PL-PGM
005240     MOVE SR-PT-COUNT (SR-P) TO SR-PL-COUNT
005250     MOVE SR-PT-OPEN (SR-P)  TO SR-PL-OPEN
005260     COMPUTE SR-AVG-SECS ROUNDED =
005270             SR-PT-SECS (SR-P) / SR-PT-COUNT (SR-P)
005280     DIVIDE SR-AVG-SECS BY 3600 GIVING SR-X
005290                              REMAINDER SR-REM
005300     MOVE SR-X TO SR-PL-AVG-HH
005310     DIVIDE SR-REM BY 60 GIVING SR-X
005320                         REMAINDER SR-REM
005330     MOVE SR-X   TO SR-PL-AVG-MI
005340     MOVE SR-REM TO SR-PL-AVG-SS
005350     MOVE SR-PGM-LINE TO RW-LINE
005360     MOVE 'D' TO RW-FUNC
005370     PERFORM 8900-RW-PUT
005380         THRU 8900-RW-PUT-EXIT
005390     ADD 1 TO SR-SECT-COUNT.
005400 5100-PROGRAM-ONE-EXIT.
005410     EXIT.
005420*----------------------------------------------------------*
005430* 6000-PRINT-MULTI - A USER WITH TWO SESSIONS AT DIFFERENT *
005440*                    TERMINALS THAT OVERLAP IS LISTED      *
005450*                    ONCE, WITH THE FIRST PAIR FOUND       *
005460*----------------------------------------------------------*
005470 6000-PRINT-MULTI.
005480     MOVE 'SIGNED ON AT TWO TERMINALS' TO SR-TTL-SECTION
005490     MOVE SR-COLS-MULTI TO RW-COLS
005500     PERFORM 7000-START-SECTION
005510         THRU 7000-START-SECTION-EXIT
005520     PERFORM 6100-MULTI-ONE
005530         THRU 6100-MULTI-ONE-EXIT
005540         VARYING SR-I FROM 1 BY 1
005550         UNTIL SR-I > SR-SESS-COUNT
005560     MOVE 'USERS AT MORE THAN ONE TERMINAL' TO SR-TL-LABEL
005570     PERFORM 7200-SECTION-TOTAL
005580         THRU 7200-SECTION-TOTAL-EXIT.
005590 6000-PRINT-MULTI-EXIT.
005600     EXIT.
005610 6100-MULTI-ONE.
005620     MOVE SR-ST-UX (SR-I) TO SR-U
005630     IF SR-UT-MULTI (SR-U) = 'Y' OR SR-ST-TERM (SR-I) = SPACES
005640        GO TO 6100-MULTI-ONE-EXIT
005650     END-IF
005660     PERFORM VARYING SR-J FROM SR-I BY 1
005670             UNTIL SR-J > SR-SESS-COUNT OR
005680                   SR-UT-MULTI (SR-U) = 'Y'
005690        IF SR-ST-UX (SR-J) = SR-U AND
005700           SR-ST-TERM (SR-J) NOT = SPACES AND
005710           SR-ST-TERM (SR-J) NOT = SR-ST-TERM (SR-I) AND
005720           SR-ST-START (SR-J) NOT > SR-ST-END (SR-I) AND
005730           SR-ST-START (SR-I) NOT > SR-ST-END (SR-J)
005740           PERFORM 6200-MULTI-LINE
005750               THRU 6200-MULTI-LINE-EXIT
005760        END-IF
005770     END-PERFORM.
005780 6100-MULTI-ONE-EXIT.
005790     EXIT.
005800 6200-MULTI-LINE.
005810     MOVE 'Y' TO SR-UT-MULTI (SR-U)
005820     MOVE SR-ST-START (SR-I) TO SR-OVL-SECS
005830     IF SR-ST-START (SR-J) > SR-OVL-SECS
005840        MOVE SR-ST-START (SR-J) TO SR-OVL-SECS
005850     END-IF
005860     MOVE SR-UT-USER (SR-U)  TO SR-ML-USER
005870     MOVE SR-ST-TERM (SR-I)  TO SR-ML-TERM-1
005880     MOVE SR-ST-TERM (SR-J)  TO SR-ML-TERM-2
005890     DIVIDE SR-OVL-SECS BY 3600 GIVING SR-X
005900                              REMAINDER SR-REM
005910     MOVE SR-X TO SR-ML-HH
005920     DIVIDE SR-REM BY 60 GIVING SR-X
005930                         REMAINDER SR-REM
005940     MOVE SR-X TO SR-ML-MI
005950     MOVE SR-MULTI-LINE TO RW-LINE
005960     MOVE 'D' TO RW-FUNC
005970     PERFORM 8900-RW-PUT
005980         THRU 8900-RW-PUT-EXIT
005990     ADD 1 TO SR-SECT-COUNT.
006000 6200-MULTI-LINE-EXIT.
006010     EXIT.
006020 6900-PRINT-SUMMARY.
006030     MOVE SR-TOT-SESS   TO SR-SUM-SESS
006040     MOVE SR-USER-COUNT TO SR-SUM-USERS
006050     MOVE SR-TOT-OPEN   TO SR-SUM-OPEN
006060     MOVE SR-TOT-OVER   TO SR-SUM-OVER
006070     MOVE SR-SUM-LINE TO RW-LINE
006080     MOVE 'T' TO RW-FUNC
006090     PERFORM 8900-RW-PUT
006100         THRU 8900-RW-PUT-EXIT.
006110 6900-PRINT-SUMMARY-EXIT.
006120     EXIT.
006130*----------------------------------------------------------*
006140* 7000-START-SECTION - A NEW PAGE SET UNDER THE SECTION'S  *
006150*                      TITLE; THE CALLER HAS SET ITS       *
006160*                      COLUMNS                             *
006170*----------------------------------------------------------*
006180 7000-START-SECTION.
006190     MOVE SR-REP-DATE   TO SR-TTL-DATE
006200     MOVE SR-TITLE-LINE TO RW-TITLE
006210     MOVE 'SESSRPT'     TO RW-TITLE-ID
006220     MOVE SPACES        TO RW-LANG
006230     MOVE 60  TO RW-PAGE-SIZE
006240     MOVE 'I' TO RW-FUNC
006250     PERFORM 8900-RW-PUT
006260         THRU 8900-RW-PUT-EXIT
006270     MOVE 0 TO SR-SECT-COUNT.
006280 7000-START-SECTION-EXIT.
006290     EXIT.
006300 7200-SECTION-TOTAL.
006310     MOVE SR-SECT-COUNT TO SR-TL-COUNT
006320     MOVE SR-TOT-LINE TO RW-LINE
006330     MOVE 'T' TO RW-FUNC
006340     PERFORM 8900-RW-PUT
006350         THRU 8900-RW-PUT-EXIT.
006360 7200-SECTION-TOTAL-EXIT.
006370     EXIT.
006380 8900-RW-PUT.
006390     CALL 'GXRPTW' USING RW-CTL RW-OUT
006400     PERFORM VARYING RW-X FROM 1 BY 1
006410             UNTIL RW-X > RW-OUT-COUNT
006420        WRITE SESSDRPT-LINE FROM RW-OUT-LINE (RW-X)
006430     END-PERFORM.
006440 8900-RW-PUT-EXIT.
006450     EXIT.
006460 9000-TERMINATE.
006470     MOVE 'C' TO RW-FUNC
006480     PERFORM 8900-RW-PUT
006490         THRU 8900-RW-PUT-EXIT
006500     CLOSE SESSLOG
006510     CLOSE BUSDATE
006520     CLOSE SESSDRPT.
006530 9000-TERMINATE-EXIT.
006540     EXIT.
006550 9999-EXIT.
006560     STOP RUN.
