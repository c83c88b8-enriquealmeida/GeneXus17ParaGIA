000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDSAMP.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - STATISTICAL SAMPLE OF *
000100*                   THE PERIOD'S POSTINGS FOR INTERNAL      *
000110*                   AUDIT.  RUNS IN THE CLOSE STREAM ON THE *
000120*                   CLOSEREQ REQUEST ONCE CLOSECHK HAS      *
000130*                   CLOSED THE PERIOD.  THE POSTSTG LINES   *
000140*                   OF THE COMPANY AND PERIOD ARE SPLIT     *
000150*                   INTO STRATA BY AMOUNT BAND, USER AND    *
000160*                   PROGRAM AND SAMPLED BY MONETARY UNIT OR *
000170*                   AT RANDOM WITHIN EACH STRATUM, FROM A   *
000180*                   SEED KEPT ON SMPLCTL; EVERY LINE AT OR  *
000190*                   OVER THE THRESHOLD IS ALWAYS TAKEN.     *
000200*                   THE SAMPLE IS WRITTEN TO AUDSMPL FOR    *
000210*                   THE GXFSMPL REVIEW SCREEN, WITH A       *
000220*                   HEADER ROW HOLDING THE SEED AND THE     *
000230*                   PARAMETERS.  A PERIOD ALREADY SAMPLED   *
000240*                   IS DRAWN AGAIN FROM THE STORED SEED     *
000250*                   AND COMPARED, NOT REPLACED.  AUDSRPT    *
000260*                   THROUGH GXRPTW                          *
000262*   2026-10-15  RH  THE SAMPLE REPORT IS CUT TO THE DATA    *
000264*                   SCOPE OF THE CLOSEREQ USER - A COMPANY  *
000266*                   OUTSIDE IT PRINTS ONE LINE SAYING SO AND*
000268*                   NO DETAIL                               *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-ISERIES.
000310 OBJECT-COMPUTER.   IBM-ISERIES.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLOSEREQ   ASSIGN TO DATABASE-CLOSEREQ
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS AS-FS-CLOSEREQ.
000370     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE  IS RANDOM
000400         RECORD KEY   IS CLOSESTAT-KEY
000410         FILE STATUS  IS AS-FS-CLOSESTAT.
000420     SELECT SMPLCTL    ASSIGN TO DATABASE-SMPLCTL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS AS-FS-SMPLCTL.
000450     SELECT POSTSTG    ASSIGN TO DATABASE-POSTSTG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS  IS AS-FS-POSTSTG.
000480     SELECT AUDSMPL    ASSIGN TO DATABASE-AUDSMPL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS DYNAMIC
000510         RECORD KEY   IS AUDSMPL-KEY
000520         FILE STATUS  IS AS-FS-AUDSMPL.
000530     SELECT AUDSRPT    ASSIGN TO DATABASE-AUDSRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS AS-FS-AUDSRPT.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CLOSEREQ.
000590 01  CLOSEREQ-RECORD.
000600     05 CLOSEREQ-COMPANY         PIC  X(003).
000610     05 CLOSEREQ-PERIOD          PIC  9(006).
000620     05 CLOSEREQ-USER            PIC  X(010).
000630 FD  CLOSESTAT.
000640 01  CLOSESTAT-RECORD.
000650     05 CLOSESTAT-KEY.
000660        10 CLOSESTAT-COMPANY     PIC  X(003).
000670        10 CLOSESTAT-PERIOD      PIC  9(006).
000680     05 CLOSESTAT-STATUS         PIC  X(001).
000690        88 CLOSESTAT-OPEN                        VALUE 'O'.
000700        88 CLOSESTAT-CLOSED                       VALUE 'C'.
000710     05 CLOSESTAT-CLOSED-BY      PIC  X(010).
000720     05 CLOSESTAT-CLOSED-TS      PIC  X(026).
000730*----------------------------------------------------------*
000740* SAMPLING CONTROL - ONE ROW PER COMPANY, THE BLANK-COMPANY *
000750* ROW FOR THE REST.  METHOD M = MONETARY UNIT, R = RANDOM   *
000760* WITHIN STRATUM.  PER-STRATUM IS THE SAMPLE SIZE OF EACH   *
000770* STRATUM; LINES AT OR OVER THE THRESHOLD ARE ALWAYS TAKEN. *
000780* THE THREE BAND LIMITS CUT THE AMOUNTS INTO FOUR BANDS     *
000790*----------------------------------------------------------*
000800 FD  SMPLCTL.
000810 01  SMPLCTL-RECORD.
000820     05 SMPLCTL-COMPANY          PIC  X(003).
000830     05 SMPLCTL-METHOD           PIC  X(001).
000840     05 SMPLCTL-SEED             PIC  9(010).
000850     05 SMPLCTL-PER-STRATUM      PIC  9(003).
000860     05 SMPLCTL-THRESHOLD        PIC S9(013)V9(002) COMP-3.
000870     05 SMPLCTL-BAND-LIMIT       PIC S9(013)V9(002) COMP-3
000880                                 OCCURS 3.
000890 FD  POSTSTG.
000900 01  POSTSTG-RECORD.
000910     05 POSTSTG-DOCNBR           PIC  X(013).
000920     05 POSTSTG-LINE             PIC  9(003).
000930     05 POSTSTG-COMPANY          PIC  X(003).
000940     05 POSTSTG-DATE             PIC  9(008).
000950     05 POSTSTG-ACCOUNT          PIC  X(010).
000960     05 POSTSTG-DEPT             PIC  X(010).
000970     05 POSTSTG-DC               PIC  X(001).
000980     05 POSTSTG-AMOUNT           PIC S9(013)V9(002) COMP-3.
000990     05 POSTSTG-CURRENCY         PIC  X(003).
001000     05 POSTSTG-FC-AMOUNT        PIC S9(013)V9(002) COMP-3.
001010     05 POSTSTG-SOURCE           PIC  X(010).
001020     05 POSTSTG-REFERENCE        PIC  X(030).
001030     05 POSTSTG-REVERSE          PIC  X(001).
001040     05 POSTSTG-USER             PIC  X(010).
001050     05 POSTSTG-TIMESTAMP        PIC  X(026).
001060*----------------------------------------------------------*
001070* AUDIT SAMPLE - SEQUENCE ZERO OF A COMPANY AND PERIOD IS   *
001080* THE HEADER (SEED, PARAMETERS, POPULATION, STATE O = OPEN  *
001090* FOR REVIEW, C = RESULTS CLOSED BY AUDSRES); EVERY OTHER   *
001100* ROW IS ONE SAMPLED POSTING LINE.  REASON K = AT OR OVER   *
001110* THE THRESHOLD, M = MONETARY UNIT, R = RANDOM.  RESULT     *
001120* BLANK = NOT YET REVIEWED, P = PASS, E = EXCEPTION         *
001130*----------------------------------------------------------*
001140 FD  AUDSMPL.
001150 01  AUDSMPL-RECORD.
001160     05 AUDSMPL-KEY.
001170        10 AUDSMPL-COMPANY       PIC  X(003).
001180        10 AUDSMPL-PERIOD        PIC  9(006).
001190        10 AUDSMPL-SEQ           PIC  9(005).
001200     05 AUDSMPL-ITEM.
001210        10 AUDSMPL-DOCNBR        PIC  X(013).
001220        10 AUDSMPL-LINE          PIC  9(003).
001230        10 AUDSMPL-DATE          PIC  9(008).
001240        10 AUDSMPL-ACCOUNT       PIC  X(010).
001250        10 AUDSMPL-DC            PIC  X(001).
001260        10 AUDSMPL-AMOUNT        PIC S9(013)V9(002) COMP-3.
001270        10 AUDSMPL-USER          PIC  X(010).
001280        10 AUDSMPL-SOURCE        PIC  X(010).
001290        10 AUDSMPL-BAND          PIC  9(001).
001300        10 AUDSMPL-REASON        PIC  X(001).
001310        10 AUDSMPL-RESULT        PIC  X(001).
001320        10 AUDSMPL-COMMENT       PIC  X(060).
001330        10 AUDSMPL-REVIEW-BY     PIC  X(010).
001340        10 AUDSMPL-REVIEW-TS     PIC  X(026).
001350     05 AUDSMPL-HEADER REDEFINES AUDSMPL-ITEM.
001360        10 AUDSMPL-METHOD        PIC  X(001).
001370        10 AUDSMPL-SEED          PIC  9(010).
001380        10 AUDSMPL-PER-STRATUM   PIC  9(003).
001390        10 AUDSMPL-THRESHOLD     PIC S9(013)V9(002) COMP-3.
001400        10 AUDSMPL-BAND-LIMIT    PIC S9(013)V9(002) COMP-3
001410                                 OCCURS 3.
001420        10 AUDSMPL-POP-COUNT     PIC  9(007).
001430        10 AUDSMPL-POP-AMOUNT    PIC S9(015)V9(002) COMP-3.
001440        10 AUDSMPL-ITEMS         PIC  9(005).
001450        10 AUDSMPL-RUN-BY        PIC  X(010).
001460        10 AUDSMPL-RUN-TS        PIC  X(026).
001470        10 AUDSMPL-STATE         PIC  X(001).
001480        10 AUDSMPL-CLOSED-TS     PIC  X(026).
001490        10 FILLER                PIC  X(032).
001500 FD  AUDSRPT.
001510 01  AUDSRPT-LINE                PIC  X(080).
001520 WORKING-STORAGE SECTION.
001530 77  AS-FS-CLOSEREQ              PIC  X(002).
001540 77  AS-FS-CLOSESTAT             PIC  X(002).
001550 77  AS-FS-SMPLCTL               PIC  X(002).
001560 77  AS-FS-POSTSTG               PIC  X(002).
001570 77  AS-FS-AUDSMPL               PIC  X(002).
001580 77  AS-FS-AUDSRPT               PIC  X(002).
001590 77  AS-EOF-SW                   PIC  X(001)     VALUE 'N'.
001600     88 AS-AT-EOF                                VALUE 'Y'.
001610 77  AS-REFUSE-SW                PIC  X(001)     VALUE 'N'.
001620     88 AS-REFUSED                               VALUE 'Y'.
001630     88 AS-NOT-REFUSED                            VALUE 'N'.
001640 77  AS-MODE-SW                  PIC  X(001)     VALUE 'N'.
001650     88 AS-VERIFYING                             VALUE 'V'.
001660     88 AS-DRAWING                                VALUE 'N'.
001670 77  AS-CTL-SW                   PIC  X(001)     VALUE 'N'.
001680     88 AS-CTL-FOUND                             VALUE 'Y'.
001690 77  AS-PICK-SW                  PIC  X(001)     VALUE 'N'.
001700     88 AS-PICKED                                VALUE 'Y'.
001710 77  AS-I                        PIC S9(005) COMP-3.
001720 77  AS-S                        PIC S9(005) COMP-3.
001730 77  AS-BAND                     PIC  9(001).
001740 77  AS-ABS-AMT                  PIC S9(013)V9(002) COMP-3.
001750 77  AS-POP-COUNT                PIC S9(007) COMP-3 VALUE 0.
001760 77  AS-POP-AMOUNT               PIC S9(015)V9(002) COMP-3
001770                                                 VALUE 0.
001780 77  AS-SEQ                      PIC S9(005) COMP-3 VALUE 0.
001790 77  AS-KEY-ITEMS                PIC S9(007) COMP-3 VALUE 0.
001800 77  AS-MUS-ITEMS                PIC S9(007) COMP-3 VALUE 0.
001810 77  AS-RND-ITEMS                PIC S9(007) COMP-3 VALUE 0.
001820 77  AS-MATCHED                  PIC S9(007) COMP-3 VALUE 0.
001830 77  AS-NEWLY                    PIC S9(007) COMP-3 VALUE 0.
001840 77  AS-DROPPED                  PIC S9(007) COMP-3 VALUE 0.
001850 77  AS-UNCHECKED                PIC S9(007) COMP-3 VALUE 0.
001860 01  AS-REQ-COMPANY              PIC  X(003).
001870 01  AS-REQ-PERIOD               PIC  9(006).
001880 01  AS-REQ-USER                 PIC  X(010).
001890 01  AS-REFUSE-TEXT              PIC  X(060).
001900 01  AS-TODAY-DATE.
001910     05 AS-TODAY-YY              PIC  9(004).
001920     05 AS-TODAY-MM              PIC  9(002).
001930     05 AS-TODAY-DD              PIC  9(002).
001940 01  AS-NOW-TIME.
001950     05 AS-NOW-HH                PIC  9(002).
001960     05 AS-NOW-MIN               PIC  9(002).
001970     05 AS-NOW-SS                PIC  9(002).
001980     05 AS-NOW-HS                PIC  9(002).
001990 01  AS-NOW-TS                   PIC  X(026).
002000*----------------------------------------------------------*
002010* THE SAMPLING PARAMETERS IN FORCE - FROM SMPLCTL FOR A NEW *
002020* SAMPLE, FROM THE STORED HEADER WHEN ONE IS REPRODUCED     *
002030*----------------------------------------------------------*
002040 01  AS-METHOD                   PIC  X(001).
002050     88 AS-MONETARY-UNIT                         VALUE 'M'.
002060     88 AS-RANDOM-IN-STRATUM                      VALUE 'R'.
002070 01  AS-RUN-SEED                 PIC  9(010).
002080 01  AS-PER-STRATUM              PIC  9(003).
002090 01  AS-THRESHOLD                PIC S9(013)V9(002) COMP-3.
002100 01  AS-BAND-LIMITS.
002110     05 AS-BAND-LIMIT            PIC S9(013)V9(002) COMP-3
002120                                 OCCURS 3.
002130*----------------------------------------------------------*
002140* PARK-MILLER MINIMAL STANDARD GENERATOR - THE NEXT VALUE   *
002150* IS 16807 TIMES THE LAST, MODULO 2**31 - 1.  THE SAME SEED *
002160* ALWAYS GIVES THE SAME SEQUENCE, SO THE SAME SAMPLE        *
002170*----------------------------------------------------------*
002180 77  AS-RND-MOD                  PIC S9(010) COMP-3
002190                                             VALUE 2147483647.
002200 77  AS-RND                      PIC S9(010) COMP-3.
002210 77  AS-RND-WORK                 PIC S9(018) COMP-3.
002220 77  AS-RND-Q                    PIC S9(010) COMP-3.
002230 77  AS-LHS                      PIC S9(018) COMP-3.
002240 77  AS-RHS                      PIC S9(018) COMP-3.
002250*----------------------------------------------------------*
002260* ONE ENTRY PER STRATUM IN ORDER OF FIRST APPEARANCE - THE  *
002270* LAST ENTRY CATCHES EVERY LINE ONCE THE TABLE IS FULL      *
002280*----------------------------------------------------------*
002290 77  AS-STR-MAX                  PIC S9(005) COMP-3 VALUE 1000.
002300 77  AS-STR-COUNT                PIC S9(005) COMP-3 VALUE 0.
002310 01  AS-STR-TABLE.
002320     05 AS-STR-ENTRY OCCURS 1000.
002330        10 AS-STR-BAND           PIC  9(001).
002340        10 AS-STR-USER           PIC  X(010).
002350        10 AS-STR-SOURCE         PIC  X(010).
002360        10 AS-STR-POP            PIC S9(007) COMP-3.
002370        10 AS-STR-AMOUNT         PIC S9(015)V9(002) COMP-3.
002380        10 AS-STR-NEED           PIC S9(005) COMP-3.
002390        10 AS-STR-LEFT           PIC S9(007) COMP-3.
002400        10 AS-STR-INTERVAL       PIC S9(015)V9(002) COMP-3.
002410        10 AS-STR-NEXT-HIT       PIC S9(015)V9(002) COMP-3.
002420        10 AS-STR-CUM            PIC S9(015)V9(002) COMP-3.
002430        10 AS-STR-TAKEN          PIC S9(005) COMP-3.
002440*----------------------------------------------------------*
002450* THE STORED SAMPLE WHEN A PERIOD IS DRAWN A SECOND TIME    *
002460*----------------------------------------------------------*
002470 77  AS-OLD-MAX                  PIC S9(005) COMP-3 VALUE 5000.
002480 77  AS-OLD-COUNT                PIC S9(005) COMP-3 VALUE 0.
002490 01  AS-OLD-TABLE.
002500     05 AS-OLD-ENTRY OCCURS 5000.
002510        10 AS-OLD-DOCNBR         PIC  X(013).
002520        10 AS-OLD-LINE           PIC  9(003).
002530        10 AS-OLD-HIT            PIC  X(001).
002540 01  AS-TITLE-LINE.
002550     05 FILLER                   PIC  X(030)
002560                VALUE 'AUDIT SAMPLE OF POSTINGS      '.
002570     05 AS-TTL-COMPANY           PIC  X(003).
002580     05 FILLER                   PIC  X(001) VALUE '/'.
002590     05 AS-TTL-PERIOD            PIC  9(006).
002600     05 FILLER                   PIC  X(010) VALUE SPACES.
002610 01  AS-COLS-LINE.
002620     05 FILLER                   PIC  X(026) VALUE
002630                'BAND USER       PROGRAM'.
002640     05 FILLER                   PIC  X(032) VALUE
002650                '   LINES            AMOUNT'.
002660     05 FILLER                   PIC  X(022) VALUE 'SAMPLED'.
002670 01  AS-STR-LINE.
002680     05 FILLER                   PIC  X(002) VALUE SPACES.
002690     05 AS-SL-BAND               PIC  9(001).
002700     05 FILLER                   PIC  X(002) VALUE SPACES.
002710     05 AS-SL-USER               PIC  X(010).
002720     05 FILLER                   PIC  X(001) VALUE SPACE.
002730     05 AS-SL-SOURCE             PIC  X(010).
002740     05 AS-SL-POP                PIC  ZZZ,ZZ9.
002750     05 FILLER                   PIC  X(002) VALUE SPACES.
002760     05 AS-SL-AMOUNT             PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.
002770     05 FILLER                   PIC  X(003) VALUE SPACES.
002780     05 AS-SL-TAKEN              PIC  ZZZZ9.
002790     05 FILLER                   PIC  X(019) VALUE SPACES.
002800 01  AS-CNT-LINE.
002810     05 AS-CNT-LABEL             PIC  X(040).
002820     05 FILLER                   PIC  X(027) VALUE SPACES.
002830     05 AS-CNT-VALUE             PIC  ZZZ,ZZZ,ZZ9.
002840     05 FILLER                   PIC  X(002) VALUE SPACES.
002850 01  AS-SUM-LINE.
002860     05 AS-SUM-LABEL             PIC  X(040).
002870     05 FILLER                   PIC  X(020) VALUE SPACES.
002880     05 AS-SUM-AMT               PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.
002890 01  RW-CTL.
002900     05 RW-FUNC                  PIC  X(001).
002910     05 RW-TITLE                 PIC  X(050).
002920     05 RW-TITLE-ID              PIC  X(010).
002930     05 RW-LANG                  PIC  X(003).
002940     05 RW-COLS                  PIC  X(080).
002950     05 RW-LINE                  PIC  X(080).
002960     05 RW-PAGE-SIZE             PIC  9(003).
002970 01  RW-OUT.
002980     05 RW-OUT-COUNT             PIC  9(001).
002990     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003000 77  RW-X                        PIC S9(003) COMP-3.
003002 77  AS-SCOPE-SW                 PIC  X(001)     VALUE 'Y'.
003004     88 AS-IN-SCOPE                              VALUE 'Y'.
003006     88 AS-OUT-OF-SCOPE                           VALUE 'N'.
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE
003040         THRU 1000-INITIALIZE-EXIT
003050     IF AS-NOT-REFUSED
003060        PERFORM 2000-PASS-ONE
003070            THRU 2000-PASS-ONE-EXIT
003080        PERFORM 2500-PLAN-STRATA
003090            THRU 2500-PLAN-STRATA-EXIT
003100        PERFORM 3000-PASS-TWO
003110            THRU 3000-PASS-TWO-EXIT
003120        IF AS-DRAWING
003130           PERFORM 4000-WRITE-HEADER
003140               THRU 4000-WRITE-HEADER-EXIT
003150        END-IF
003160     END-IF
003170     PERFORM 6000-PRINT-SUMMARY
003180         THRU 6000-PRINT-SUMMARY-EXIT
003190     PERFORM 9000-TERMINATE
003200         THRU 9000-TERMINATE-EXIT
003210     GO TO 9999-EXIT.
003220*----------------------------------------------------------*
003230* 1000-INITIALIZE - THE CLOSE REQUEST, THE PERIOD'S STATE   *
003240*                   AND THE SAMPLING PARAMETERS             *
003250*----------------------------------------------------------*
003260 1000-INITIALIZE.
003270     OPEN INPUT  CLOSEREQ
003280     OPEN INPUT  CLOSESTAT
003290     OPEN INPUT  SMPLCTL
003300     OPEN I-O    AUDSMPL
003310     OPEN OUTPUT AUDSRPT
003320     ACCEPT AS-TODAY-DATE FROM DATE YYYYMMDD
003330     ACCEPT AS-NOW-TIME   FROM TIME
003340     MOVE SPACES TO AS-NOW-TS
003350     STRING AS-TODAY-YY '-' AS-TODAY-MM '-' AS-TODAY-DD '-'
003360            AS-NOW-HH '.' AS-NOW-MIN '.' AS-NOW-SS '.000000'
003370            DELIMITED BY SIZE INTO AS-NOW-TS
003380     MOVE SPACES TO CLOSEREQ-RECORD
003390     MOVE 0      TO CLOSEREQ-PERIOD
003400     READ CLOSEREQ
003410         AT END
003420            CONTINUE
003430     END-READ
003440     MOVE CLOSEREQ-COMPANY TO AS-REQ-COMPANY
003450     MOVE CLOSEREQ-PERIOD  TO AS-REQ-PERIOD
003460     MOVE CLOSEREQ-USER    TO AS-REQ-USER
003470     MOVE AS-REQ-COMPANY TO AS-TTL-COMPANY
003480     MOVE AS-REQ-PERIOD  TO AS-TTL-PERIOD
003490     MOVE AS-TITLE-LINE  TO RW-TITLE
003500     MOVE 'AUDSRPT'      TO RW-TITLE-ID
003510     MOVE SPACES         TO RW-LANG
003520     MOVE AS-COLS-LINE   TO RW-COLS
003530     MOVE 60  TO RW-PAGE-SIZE
003531     MOVE SPACES TO RW-LINE
003532     MOVE AS-REQ-USER TO RW-LINE (1:10)
003533     MOVE 'S' TO RW-FUNC
003534     PERFORM 8900-RW-PUT
003535         THRU 8900-RW-PUT-EXIT
003540     MOVE 'I' TO RW-FUNC
003550     PERFORM 8900-RW-PUT
003560         THRU 8900-RW-PUT-EXIT
003561     MOVE SPACES TO RW-LINE
003562     MOVE AS-REQ-COMPANY TO RW-LINE (1:3)
003563     MOVE 'K' TO RW-FUNC
003564     PERFORM 8900-RW-PUT
003565         THRU 8900-RW-PUT-EXIT
003566     IF RW-OUT-LINE (1) = 'N'
003567        MOVE SPACES TO RW-LINE
003568        STRING '** COMPANY ' AS-REQ-COMPANY
003569               ' IS OUTSIDE THE DATA SCOPE - NO DETAIL'
003570               ' PRINTED'
003571               DELIMITED BY SIZE INTO RW-LINE
003572        MOVE 'D' TO RW-FUNC
003573        PERFORM 8900-RW-PUT
003574            THRU 8900-RW-PUT-EXIT
003575        SET AS-OUT-OF-SCOPE TO TRUE
003576     END-IF
003577     PERFORM 1100-CHECK-PERIOD
003580         THRU 1100-CHECK-PERIOD-EXIT
003590     IF AS-REFUSED
003600        GO TO 1000-INITIALIZE-EXIT
003610     END-IF
003620     PERFORM 1200-LOAD-CONTROL
003630         THRU 1200-LOAD-CONTROL-EXIT
003640     PERFORM 1300-CHECK-STORED
003650         THRU 1300-CHECK-STORED-EXIT.
003660 1000-INITIALIZE-EXIT.
003670     EXIT.
003680*----------------------------------------------------------*
003690* 1100-CHECK-PERIOD - NOTHING IS SAMPLED UNTIL CLOSECHK HAS *
003700*                     CLOSED THE PERIOD, SO THE POPULATION  *
003710*                     CANNOT MOVE UNDER THE SAMPLE          *
003720*----------------------------------------------------------*
003730 1100-CHECK-PERIOD.
003740     IF AS-FS-AUDSMPL NOT = '00'
003750        SET AS-REFUSED TO TRUE
003760        MOVE 'AUDIT SAMPLE FILE COULD NOT BE OPENED'
003770          TO AS-REFUSE-TEXT
003780        GO TO 1100-CHECK-PERIOD-EXIT
003790     END-IF
003800     MOVE AS-REQ-COMPANY TO CLOSESTAT-COMPANY
003810     MOVE AS-REQ-PERIOD  TO CLOSESTAT-PERIOD
003820     READ CLOSESTAT
003830         INVALID KEY
003840            SET AS-REFUSED TO TRUE
003850         NOT INVALID KEY
003860            IF NOT CLOSESTAT-CLOSED
003870               SET AS-REFUSED TO TRUE
003880            END-IF
003890     END-READ
003900     IF AS-REFUSED
003910        MOVE 'PERIOD IS NOT CLOSED - NOTHING SAMPLED'
003920          TO AS-REFUSE-TEXT
003930     END-IF.
003940 1100-CHECK-PERIOD-EXIT.
003950     EXIT.
003960*----------------------------------------------------------*
003970* 1200-LOAD-CONTROL - THE COMPANY'S SMPLCTL ROW, ELSE THE   *
003980*                     BLANK-COMPANY ROW, ELSE THE DEFAULTS  *
003990*                     BELOW.  THE PERIOD IS FOLDED INTO THE *
004000*                     STORED SEED SO EACH MONTH DRAWS ITS   *
004010*                     OWN SAMPLE                            *
004020*----------------------------------------------------------*
004030 1200-LOAD-CONTROL.
004040     MOVE 'R'         TO AS-METHOD
004050     MOVE 12345       TO AS-RUN-SEED
004060     MOVE 2           TO AS-PER-STRATUM
004070     MOVE 100000.00   TO AS-THRESHOLD
004080     MOVE 1000.00     TO AS-BAND-LIMIT (1)
004090     MOVE 10000.00    TO AS-BAND-LIMIT (2)
004100     MOVE 50000.00    TO AS-BAND-LIMIT (3)
004110     MOVE 'N' TO AS-EOF-SW
004120     PERFORM 1210-READ-SMPLCTL
004130         THRU 1210-READ-SMPLCTL-EXIT
004140     PERFORM 1220-TAKE-CONTROL
004150         THRU 1220-TAKE-CONTROL-EXIT
004160         UNTIL AS-AT-EOF
004170     IF NOT AS-MONETARY-UNIT AND NOT AS-RANDOM-IN-STRATUM
004180        MOVE 'R' TO AS-METHOD
004190     END-IF
004200     IF AS-PER-STRATUM = 0
004210        MOVE 1 TO AS-PER-STRATUM
004220     END-IF
004230     COMPUTE AS-RND-WORK = AS-RUN-SEED + AS-REQ-PERIOD
004240     DIVIDE AS-RND-WORK BY 2147483646
004250            GIVING AS-RND-Q REMAINDER AS-RND
004260     COMPUTE AS-RUN-SEED = AS-RND + 1.
004270 1200-LOAD-CONTROL-EXIT.
004280     EXIT.
004290 1210-READ-SMPLCTL.
004300     IF AS-FS-SMPLCTL NOT = '00'
004310        SET AS-AT-EOF TO TRUE
004320        GO TO 1210-READ-SMPLCTL-EXIT
004330     END-IF
004340     READ SMPLCTL
004350         AT END
004360            SET AS-AT-EOF TO TRUE
004370     END-READ.
004380 1210-READ-SMPLCTL-EXIT.
004390     EXIT.
004400 1220-TAKE-CONTROL.
004410     IF SMPLCTL-COMPANY = AS-REQ-COMPANY OR
004420        (SMPLCTL-COMPANY = SPACES AND NOT AS-CTL-FOUND)
004430        MOVE SMPLCTL-METHOD         TO AS-METHOD
004440        MOVE SMPLCTL-SEED           TO AS-RUN-SEED
004450        MOVE SMPLCTL-PER-STRATUM    TO AS-PER-STRATUM
004460        MOVE SMPLCTL-THRESHOLD      TO AS-THRESHOLD
004470        MOVE SMPLCTL-BAND-LIMIT (1) TO AS-BAND-LIMIT (1)
004480        MOVE SMPLCTL-BAND-LIMIT (2) TO AS-BAND-LIMIT (2)
004490        MOVE SMPLCTL-BAND-LIMIT (3) TO AS-BAND-LIMIT (3)
004500        IF SMPLCTL-COMPANY = AS-REQ-COMPANY
004510           SET AS-CTL-FOUND TO TRUE
004520        END-IF
004530     END-IF
004540     PERFORM 1210-READ-SMPLCTL
004550         THRU 1210-READ-SMPLCTL-EXIT.
004560 1220-TAKE-CONTROL-EXIT.
004570     EXIT.
004580*----------------------------------------------------------*
004590* 1300-CHECK-STORED - A PERIOD ALREADY SAMPLED IS DRAWN     *
004600*                     AGAIN WITH THE HEADER'S SEED AND      *
004610*                     PARAMETERS AND COMPARED WITH WHAT IS  *
004620*                     STORED; THE REVIEWS ARE NEVER TOUCHED *
004630*----------------------------------------------------------*
004640 1300-CHECK-STORED.
004650     MOVE AS-REQ-COMPANY TO AUDSMPL-COMPANY
004660     MOVE AS-REQ-PERIOD  TO AUDSMPL-PERIOD
004670     MOVE 0              TO AUDSMPL-SEQ
004680     READ AUDSMPL
004690         INVALID KEY
004700            GO TO 1300-CHECK-STORED-EXIT
004710     END-READ
004720     SET AS-VERIFYING TO TRUE
004730     MOVE AUDSMPL-METHOD         TO AS-METHOD
004740     MOVE AUDSMPL-SEED           TO AS-RUN-SEED
004750     MOVE AUDSMPL-PER-STRATUM    TO AS-PER-STRATUM
004760     MOVE AUDSMPL-THRESHOLD      TO AS-THRESHOLD
004770     MOVE AUDSMPL-BAND-LIMIT (1) TO AS-BAND-LIMIT (1)
004780     MOVE AUDSMPL-BAND-LIMIT (2) TO AS-BAND-LIMIT (2)
004790     MOVE AUDSMPL-BAND-LIMIT (3) TO AS-BAND-LIMIT (3)
004800     MOVE 'N' TO AS-EOF-SW
004810     PERFORM 1310-LOAD-STORED
004820         THRU 1310-LOAD-STORED-EXIT
004830         UNTIL AS-AT-EOF.
004840 1300-CHECK-STORED-EXIT.
004850     EXIT.
004860 1310-LOAD-STORED.
004870     READ AUDSMPL NEXT RECORD
004880         AT END
004890            SET AS-AT-EOF TO TRUE
004900            GO TO 1310-LOAD-STORED-EXIT
004910     END-READ
004920     IF AUDSMPL-COMPANY NOT = AS-REQ-COMPANY OR
004930        AUDSMPL-PERIOD  NOT = AS-REQ-PERIOD
004940        SET AS-AT-EOF TO TRUE
004950        GO TO 1310-LOAD-STORED-EXIT
004960     END-IF
004970     IF AS-OLD-COUNT NOT LESS AS-OLD-MAX
004980        ADD 1 TO AS-UNCHECKED
004990        GO TO 1310-LOAD-STORED-EXIT
005000     END-IF
005010     ADD 1 TO AS-OLD-COUNT
005020     MOVE AUDSMPL-DOCNBR TO AS-OLD-DOCNBR (AS-OLD-COUNT)
005030     MOVE AUDSMPL-LINE   TO AS-OLD-LINE   (AS-OLD-COUNT)
005040     MOVE 'N'            TO AS-OLD-HIT    (AS-OLD-COUNT).
005050 1310-LOAD-STORED-EXIT.
005060     EXIT.
005070*----------------------------------------------------------*
005080* 2000-PASS-ONE - THE POPULATION: EVERY POSTSTG LINE OF THE *
005090*                 COMPANY DATED IN THE PERIOD, COUNTED INTO *
005100*                 ITS STRATUM.  LINES AT OR OVER THE        *
005110*                 THRESHOLD STAND OUTSIDE THE STRATA        *
005120*----------------------------------------------------------*
005130 2000-PASS-ONE.
005140     OPEN INPUT POSTSTG
005150     MOVE 'N' TO AS-EOF-SW
005160     PERFORM 2100-READ-POSTSTG
005170         THRU 2100-READ-POSTSTG-EXIT
005180     PERFORM 2200-COUNT-LINE
005190         THRU 2200-COUNT-LINE-EXIT
005200         UNTIL AS-AT-EOF
005210     CLOSE POSTSTG.
005220 2000-PASS-ONE-EXIT.
005230     EXIT.
005240 2100-READ-POSTSTG.
005250     READ POSTSTG
005260         AT END
005270            SET AS-AT-EOF TO TRUE
005280            GO TO 2100-READ-POSTSTG-EXIT
005290     END-READ
005300     IF POSTSTG-COMPANY NOT = AS-REQ-COMPANY OR
005310        POSTSTG-DATE (1:6) NOT = AS-REQ-PERIOD
005320        GO TO 2100-READ-POSTSTG
005330     END-IF
005340     MOVE POSTSTG-AMOUNT TO AS-ABS-AMT
005350     IF AS-ABS-AMT < 0
005360        COMPUTE AS-ABS-AMT = 0 - AS-ABS-AMT
005370     END-IF
005380     EVALUATE TRUE
005390        WHEN AS-ABS-AMT NOT > AS-BAND-LIMIT (1)
005400           MOVE 1 TO AS-BAND
005410        WHEN AS-ABS-AMT NOT > AS-BAND-LIMIT (2)
005420           MOVE 2 TO AS-BAND
005430        WHEN AS-ABS-AMT NOT > AS-BAND-LIMIT (3)
005440           MOVE 3 TO AS-BAND
005450        WHEN OTHER
005460           MOVE 4 TO AS-BAND
005470     END-EVALUATE.
005480 2100-READ-POSTSTG-EXIT.
005490     EXIT.
005500 2200-COUNT-LINE.
005510     ADD 1          TO AS-POP-COUNT
005520     ADD AS-ABS-AMT TO AS-POP-AMOUNT
005530     IF AS-ABS-AMT NOT LESS AS-THRESHOLD
005540        GO TO 2200-COUNT-LINE-NEXT
005550     END-IF
005560     PERFORM 8200-FIND-STRATUM
005570         THRU 8200-FIND-STRATUM-EXIT
005580     ADD 1          TO AS-STR-POP (AS-S)
005590     ADD AS-ABS-AMT TO AS-STR-AMOUNT (AS-S).
005600 2200-COUNT-LINE-NEXT.
005610     PERFORM 2100-READ-POSTSTG
005620         THRU 2100-READ-POSTSTG-EXIT.
005630 2200-COUNT-LINE-EXIT.
005640     EXIT.
005650*----------------------------------------------------------*
005660* 2500-PLAN-STRATA - EACH STRATUM'S SAMPLE SIZE, AND FOR    *
005670*                    MONETARY UNIT THE SAMPLING INTERVAL    *
005680*                    AND A RANDOM START WITHIN THE FIRST    *
005690*                    INTERVAL, DRAWN IN TABLE ORDER         *
005700*----------------------------------------------------------*
005710 2500-PLAN-STRATA.
005720     MOVE AS-RUN-SEED TO AS-RND
005730     PERFORM 2510-PLAN-ONE
005740         THRU 2510-PLAN-ONE-EXIT
005750         VARYING AS-S FROM 1 BY 1
005760         UNTIL AS-S > AS-STR-COUNT.
005770 2500-PLAN-STRATA-EXIT.
005780     EXIT.
005790 2510-PLAN-ONE.
005800     MOVE AS-PER-STRATUM TO AS-STR-NEED (AS-S)
005810     IF AS-STR-NEED (AS-S) > AS-STR-POP (AS-S)
005820        MOVE AS-STR-POP (AS-S) TO AS-STR-NEED (AS-S)
005830     END-IF
005840     MOVE AS-STR-POP (AS-S) TO AS-STR-LEFT (AS-S)
005850     MOVE 0 TO AS-STR-CUM (AS-S)
005860     MOVE 0 TO AS-STR-TAKEN (AS-S)
005870     MOVE 0 TO AS-STR-INTERVAL (AS-S)
005880     MOVE 0 TO AS-STR-NEXT-HIT (AS-S)
005890     IF NOT AS-MONETARY-UNIT OR AS-STR-NEED (AS-S) = 0 OR
005900        AS-STR-AMOUNT (AS-S) NOT > 0
005910        GO TO 2510-PLAN-ONE-EXIT
005920     END-IF
005930     COMPUTE AS-STR-INTERVAL (AS-S) =
005940             AS-STR-AMOUNT (AS-S) / AS-STR-NEED (AS-S)
005950     PERFORM 8100-NEXT-RANDOM
005960         THRU 8100-NEXT-RANDOM-EXIT
005970     COMPUTE AS-STR-NEXT-HIT (AS-S) =
005980             AS-STR-INTERVAL (AS-S) * AS-RND / AS-RND-MOD
005990     IF AS-STR-NEXT-HIT (AS-S) = 0
006000        MOVE 0.01 TO AS-STR-NEXT-HIT (AS-S)
006010     END-IF.
006020 2510-PLAN-ONE-EXIT.
006030     EXIT.
006040*----------------------------------------------------------*
006050* 3000-PASS-TWO - THE SAME LINES IN THE SAME ORDER, EACH    *
006060*                 EITHER TAKEN OUTRIGHT (THRESHOLD) OR      *
006070*                 OFFERED TO ITS STRATUM'S METHOD           *
006080*----------------------------------------------------------*
006090 3000-PASS-TWO.
006100     OPEN INPUT POSTSTG
006110     MOVE 'N' TO AS-EOF-SW
006120     PERFORM 2100-READ-POSTSTG
006130         THRU 2100-READ-POSTSTG-EXIT
006140     PERFORM 3100-OFFER-LINE
006150         THRU 3100-OFFER-LINE-EXIT
006160         UNTIL AS-AT-EOF
006170     CLOSE POSTSTG
006180     IF AS-VERIFYING
006190        PERFORM VARYING AS-I FROM 1 BY 1
006200                UNTIL AS-I > AS-OLD-COUNT
006210           IF AS-OLD-HIT (AS-I) = 'N'
006220              ADD 1 TO AS-DROPPED
006230           END-IF
006240        END-PERFORM
006250     END-IF.
006260 3000-PASS-TWO-EXIT.
006270     EXIT.
006280 3100-OFFER-LINE.
006290     MOVE 'N' TO AS-PICK-SW
006300     IF AS-ABS-AMT NOT LESS AS-THRESHOLD
006310        MOVE 'K' TO AUDSMPL-REASON
006320        ADD 1 TO AS-KEY-ITEMS
006330        PERFORM 3500-TAKE-LINE
006340            THRU 3500-TAKE-LINE-EXIT
006350        GO TO 3100-OFFER-LINE-NEXT
006360     END-IF
006370     PERFORM 8200-FIND-STRATUM
006380         THRU 8200-FIND-STRATUM-EXIT
006390     IF AS-MONETARY-UNIT
006400        PERFORM 3200-OFFER-MONETARY
006410            THRU 3200-OFFER-MONETARY-EXIT
006420     ELSE
006430        PERFORM 3300-OFFER-RANDOM
006440            THRU 3300-OFFER-RANDOM-EXIT
006450     END-IF
006460     IF AS-PICKED
006470        ADD 1 TO AS-STR-TAKEN (AS-S)
006480        PERFORM 3500-TAKE-LINE
006490            THRU 3500-TAKE-LINE-EXIT
006500     END-IF.
006510 3100-OFFER-LINE-NEXT.
006520     PERFORM 2100-READ-POSTSTG
006530         THRU 2100-READ-POSTSTG-EXIT.
006540 3100-OFFER-LINE-EXIT.
006550     EXIT.
006560*----------------------------------------------------------*
006570* 3200-OFFER-MONETARY - THE LINE IS TAKEN WHEN A SAMPLING   *
006580*                       POINT FALLS INSIDE ITS AMOUNT ON    *
006590*                       THE STRATUM'S RUNNING TOTAL; A LINE *
006600*                       SPANNING SEVERAL POINTS IS TAKEN    *
006610*                       ONCE                                *
006620*----------------------------------------------------------*
006630 3200-OFFER-MONETARY.
006640     ADD AS-ABS-AMT TO AS-STR-CUM (AS-S)
006650     IF AS-STR-INTERVAL (AS-S) = 0 OR
006660        AS-STR-TAKEN (AS-S) NOT LESS AS-STR-NEED (AS-S)
006670        GO TO 3200-OFFER-MONETARY-EXIT
006680     END-IF
006690     IF AS-STR-NEXT-HIT (AS-S) > AS-STR-CUM (AS-S)
006700        GO TO 3200-OFFER-MONETARY-EXIT
006710     END-IF
006720     SET AS-PICKED TO TRUE
006730     MOVE 'M' TO AUDSMPL-REASON
006740     ADD 1 TO AS-MUS-ITEMS
006750     PERFORM UNTIL AS-STR-NEXT-HIT (AS-S) > AS-STR-CUM (AS-S)
006760        ADD AS-STR-INTERVAL (AS-S) TO AS-STR-NEXT-HIT (AS-S)
006770     END-PERFORM.
006780 3200-OFFER-MONETARY-EXIT.
006790     EXIT.
006800*----------------------------------------------------------*
006810* 3300-OFFER-RANDOM - SELECTION SAMPLING: WITH N LINES LEFT *
006820*                     IN THE STRATUM AND K STILL TO TAKE,   *
006830*                     THE LINE IS TAKEN WHEN THE NEXT DRAW  *
006840*                     IS UNDER K / N - EXACTLY K LINES COME *
006850*                     OUT, EVERY LINE EQUALLY LIKELY        *
006860*----------------------------------------------------------*
006870 3300-OFFER-RANDOM.
006880     IF AS-STR-TAKEN (AS-S) NOT LESS AS-STR-NEED (AS-S) OR
006890        AS-STR-LEFT (AS-S) NOT > 0
006900        GO TO 3300-OFFER-RANDOM-EXIT
006910     END-IF
006920     PERFORM 8100-NEXT-RANDOM
006930         THRU 8100-NEXT-RANDOM-EXIT
006940     COMPUTE AS-LHS = AS-STR-LEFT (AS-S) * AS-RND
006950     COMPUTE AS-RHS = (AS-STR-NEED (AS-S) - AS-STR-TAKEN (AS-S))
006960                    * AS-RND-MOD
006970     SUBTRACT 1 FROM AS-STR-LEFT (AS-S)
006980     IF AS-LHS < AS-RHS
006990        SET AS-PICKED TO TRUE
007000        MOVE 'R' TO AUDSMPL-REASON
007010        ADD 1 TO AS-RND-ITEMS
007020     END-IF.
007030 3300-OFFER-RANDOM-EXIT.
007040     EXIT.
007050*----------------------------------------------------------*
007060* 3500-TAKE-LINE - A NEW SAMPLE IS WRITTEN TO AUDSMPL; A    *
007070*                  REPRODUCED ONE IS TICKED OFF AGAINST THE *
007080*                  STORED ROWS                              *
007090*----------------------------------------------------------*
007100 3500-TAKE-LINE.
007110     IF AS-VERIFYING
007120        PERFORM VARYING AS-I FROM 1 BY 1
007130                UNTIL AS-I > AS-OLD-COUNT
007140           IF AS-OLD-DOCNBR (AS-I) = POSTSTG-DOCNBR AND
007150              AS-OLD-LINE (AS-I)   = POSTSTG-LINE AND
007160              AS-OLD-HIT (AS-I)    = 'N'
007170              MOVE 'Y' TO AS-OLD-HIT (AS-I)
007180              ADD 1 TO AS-MATCHED
007190              GO TO 3500-TAKE-LINE-EXIT
007200           END-IF
007210        END-PERFORM
007220        ADD 1 TO AS-NEWLY
007230        GO TO 3500-TAKE-LINE-EXIT
007240     END-IF
007250     ADD 1 TO AS-SEQ
007260     MOVE AS-REQ-COMPANY  TO AUDSMPL-COMPANY
007270     MOVE AS-REQ-PERIOD   TO AUDSMPL-PERIOD
007280     MOVE AS-SEQ          TO AUDSMPL-SEQ
007290     MOVE POSTSTG-DOCNBR  TO AUDSMPL-DOCNBR
007300     MOVE POSTSTG-LINE    TO AUDSMPL-LINE
007310     MOVE POSTSTG-DATE    TO AUDSMPL-DATE
007320     MOVE POSTSTG-ACCOUNT TO AUDSMPL-ACCOUNT
007330     MOVE POSTSTG-DC      TO AUDSMPL-DC
007340     MOVE POSTSTG-AMOUNT  TO AUDSMPL-AMOUNT
007350     MOVE POSTSTG-USER    TO AUDSMPL-USER
007360     MOVE POSTSTG-SOURCE  TO AUDSMPL-SOURCE
007370     MOVE AS-BAND         TO AUDSMPL-BAND
007380     MOVE SPACE           TO AUDSMPL-RESULT
007390     MOVE SPACES          TO AUDSMPL-COMMENT
007400     MOVE SPACES          TO AUDSMPL-REVIEW-BY
007410     MOVE SPACES          TO AUDSMPL-REVIEW-TS
007420     WRITE AUDSMPL-RECORD
007430         INVALID KEY
007440            CONTINUE
007450     END-WRITE.
007460 3500-TAKE-LINE-EXIT.
007470     EXIT.
007480*----------------------------------------------------------*
007490* 4000-WRITE-HEADER - SEQUENCE ZERO: THE SEED AND           *
007500*                     PARAMETERS THAT REPRODUCE THE SAMPLE  *
007510*----------------------------------------------------------*
007520 4000-WRITE-HEADER.
007530     MOVE SPACES               TO AUDSMPL-RECORD
007540     MOVE AS-REQ-COMPANY       TO AUDSMPL-COMPANY
007550     MOVE AS-REQ-PERIOD        TO AUDSMPL-PERIOD
007560     MOVE 0                    TO AUDSMPL-SEQ
007570     MOVE AS-METHOD            TO AUDSMPL-METHOD
007580     MOVE AS-RUN-SEED          TO AUDSMPL-SEED
007590     MOVE AS-PER-STRATUM       TO AUDSMPL-PER-STRATUM
007600     MOVE AS-THRESHOLD         TO AUDSMPL-THRESHOLD
007610     MOVE AS-BAND-LIMIT (1)    TO AUDSMPL-BAND-LIMIT (1)
007620     MOVE AS-BAND-LIMIT (2)    TO AUDSMPL-BAND-LIMIT (2)
007630     MOVE AS-BAND-LIMIT (3)    TO AUDSMPL-BAND-LIMIT (3)
007640     MOVE AS-POP-COUNT         TO AUDSMPL-POP-COUNT
007650     MOVE AS-POP-AMOUNT        TO AUDSMPL-POP-AMOUNT
007660     MOVE AS-SEQ               TO AUDSMPL-ITEMS
007670     MOVE AS-REQ-USER          TO AUDSMPL-RUN-BY
007680     MOVE AS-NOW-TS            TO AUDSMPL-RUN-TS
007690     MOVE 'O'                  TO AUDSMPL-STATE
007700     WRITE AUDSMPL-RECORD
007710         INVALID KEY
007720            CONTINUE
007730     END-WRITE.
007740 4000-WRITE-HEADER-EXIT.
007750     EXIT.
007760*----------------------------------------------------------*
007770* 6000-PRINT-SUMMARY - THE PARAMETERS, ONE LINE PER         *
007780*                      STRATUM AND THE SAMPLE BY REASON -   *
007790*                      OR, FOR A REPRODUCED PERIOD, HOW THE *
007800*                      NEW DRAW COMPARES                    *
007810*----------------------------------------------------------*
007820 6000-PRINT-SUMMARY.
007830     IF AS-REFUSED
007840        MOVE SPACES TO RW-LINE
007850        STRING '** NO SAMPLE - ' AS-REFUSE-TEXT
007860               DELIMITED BY SIZE INTO RW-LINE
007870        MOVE 'D' TO RW-FUNC
007880        PERFORM 8900-RW-PUT
007890            THRU 8900-RW-PUT-EXIT
007900        GO TO 6000-PRINT-SUMMARY-EXIT
007910     END-IF
007920     PERFORM 6100-PUT-STRATUM
007930         THRU 6100-PUT-STRATUM-EXIT
007940         VARYING AS-S FROM 1 BY 1
007950         UNTIL AS-S > AS-STR-COUNT
007960     MOVE SPACES TO RW-LINE
007970     MOVE 'D' TO RW-FUNC
007980     PERFORM 8900-RW-PUT
007990         THRU 8900-RW-PUT-EXIT
008000     MOVE SPACES TO RW-LINE
008010     IF AS-MONETARY-UNIT
008020        STRING 'METHOD: MONETARY UNIT    SEED: ' AS-RUN-SEED
008030               DELIMITED BY SIZE INTO RW-LINE
008040     ELSE
008050        STRING 'METHOD: RANDOM IN STRATUM    SEED: ' AS-RUN-SEED
008060               DELIMITED BY SIZE INTO RW-LINE
008070     END-IF
008080     MOVE 'D' TO RW-FUNC
008090     PERFORM 8900-RW-PUT
008100         THRU 8900-RW-PUT-EXIT
008110     MOVE 'ALWAYS-TAKEN THRESHOLD'          TO AS-SUM-LABEL
008120     MOVE AS-THRESHOLD                      TO AS-SUM-AMT
008130     PERFORM 6300-PUT-SUM
008140         THRU 6300-PUT-SUM-EXIT
008150     MOVE 'POSTING LINES IN THE PERIOD'     TO AS-CNT-LABEL
008160     MOVE AS-POP-COUNT                      TO AS-CNT-VALUE
008170     PERFORM 6200-PUT-COUNT
008180         THRU 6200-PUT-COUNT-EXIT
008190     MOVE 'AMOUNT IN THE PERIOD'            TO AS-SUM-LABEL
008200     MOVE AS-POP-AMOUNT                     TO AS-SUM-AMT
008210     PERFORM 6300-PUT-SUM
008220         THRU 6300-PUT-SUM-EXIT
008230     MOVE 'STRATA'                          TO AS-CNT-LABEL
008240     MOVE AS-STR-COUNT                      TO AS-CNT-VALUE
008250     PERFORM 6200-PUT-COUNT
008260         THRU 6200-PUT-COUNT-EXIT
008270     MOVE 'TAKEN - AT OR OVER THE THRESHOLD' TO AS-CNT-LABEL
008280     MOVE AS-KEY-ITEMS                      TO AS-CNT-VALUE
008290     PERFORM 6200-PUT-COUNT
008300         THRU 6200-PUT-COUNT-EXIT
008310     MOVE 'TAKEN - MONETARY UNIT'           TO AS-CNT-LABEL
008320     MOVE AS-MUS-ITEMS                      TO AS-CNT-VALUE
008330     PERFORM 6200-PUT-COUNT
008340         THRU 6200-PUT-COUNT-EXIT
008350     MOVE 'TAKEN - RANDOM IN STRATUM'       TO AS-CNT-LABEL
008360     MOVE AS-RND-ITEMS                      TO AS-CNT-VALUE
008370     PERFORM 6200-PUT-COUNT
008380         THRU 6200-PUT-COUNT-EXIT
008390     IF AS-DRAWING
008400        GO TO 6000-PRINT-SUMMARY-EXIT
008410     END-IF
008420     MOVE SPACES TO RW-LINE
008430     IF AS-NEWLY = 0 AND AS-DROPPED = 0 AND AS-UNCHECKED = 0
008440        MOVE '** PERIOD ALREADY SAMPLED - REPRODUCED EXACTLY'
008450          TO RW-LINE
008460     ELSE
008470        MOVE '** PERIOD ALREADY SAMPLED - DOES NOT REPRODUCE'
008480          TO RW-LINE
008490     END-IF
008500     MOVE 'D' TO RW-FUNC
008510     PERFORM 8900-RW-PUT
008520         THRU 8900-RW-PUT-EXIT
008530     MOVE 'STORED LINES DRAWN AGAIN'        TO AS-CNT-LABEL
008540     MOVE AS-MATCHED                        TO AS-CNT-VALUE
008550     PERFORM 6200-PUT-COUNT
008560         THRU 6200-PUT-COUNT-EXIT
008570     MOVE 'STORED LINES NOT DRAWN AGAIN'    TO AS-CNT-LABEL
008580     MOVE AS-DROPPED                        TO AS-CNT-VALUE
008590     PERFORM 6200-PUT-COUNT
008600         THRU 6200-PUT-COUNT-EXIT
008610     MOVE 'LINES DRAWN THAT WERE NOT STORED' TO AS-CNT-LABEL
008620     MOVE AS-NEWLY                          TO AS-CNT-VALUE
008630     PERFORM 6200-PUT-COUNT
008640         THRU 6200-PUT-COUNT-EXIT
008650     IF AS-UNCHECKED > 0
008660        MOVE 'STORED LINES PAST THE COMPARE LIMIT' TO AS-CNT-LABEL
008670        MOVE AS-UNCHECKED                      TO AS-CNT-VALUE
008680        PERFORM 6200-PUT-COUNT
008690            THRU 6200-PUT-COUNT-EXIT
008700     END-IF.
008710 6000-PRINT-SUMMARY-EXIT.
008720     EXIT.
008730 6100-PUT-STRATUM.
008740     MOVE AS-STR-BAND (AS-S)   TO AS-SL-BAND
008750     MOVE AS-STR-USER (AS-S)   TO AS-SL-USER
008760     MOVE AS-STR-SOURCE (AS-S) TO AS-SL-SOURCE
008770     MOVE AS-STR-POP (AS-S)    TO AS-SL-POP
008780     MOVE AS-STR-AMOUNT (AS-S) TO AS-SL-AMOUNT
008790     MOVE AS-STR-TAKEN (AS-S)  TO AS-SL-TAKEN
008800     MOVE AS-STR-LINE TO RW-LINE
008810     MOVE 'D' TO RW-FUNC
008820     PERFORM 8900-RW-PUT
008830         THRU 8900-RW-PUT-EXIT.
008840 6100-PUT-STRATUM-EXIT.
008850     EXIT.
008860 6200-PUT-COUNT.
008870     MOVE AS-CNT-LINE TO RW-LINE
008880     MOVE 'D' TO RW-FUNC
008890     PERFORM 8900-RW-PUT
008900         THRU 8900-RW-PUT-EXIT.
008910 6200-PUT-COUNT-EXIT.
008920     EXIT.
008930 6300-PUT-SUM.
008940     MOVE AS-SUM-LINE TO RW-LINE
008950     MOVE 'D' TO RW-FUNC
008960     PERFORM 8900-RW-PUT
008970         THRU 8900-RW-PUT-EXIT.
008980 6300-PUT-SUM-EXIT.
008990     EXIT.
009000 8100-NEXT-RANDOM.
009010     COMPUTE AS-RND-WORK = AS-RND * 16807
009020     DIVIDE AS-RND-WORK BY AS-RND-MOD
009030            GIVING AS-RND-Q REMAINDER AS-RND.
009040 8100-NEXT-RANDOM-EXIT.
009050     EXIT.
009060*----------------------------------------------------------*
009070* 8200-FIND-STRATUM - AS-S COMES BACK AT THE LINE'S         *
009080*                     STRATUM (BAND, USER, PROGRAM), A NEW  *
009090*                     ONE ADDED AT THE END OF THE TABLE     *
009100*----------------------------------------------------------*
009110 8200-FIND-STRATUM.
009120     PERFORM VARYING AS-S FROM 1 BY 1
009130             UNTIL AS-S > AS-STR-COUNT
009140        IF AS-STR-BAND (AS-S)   = AS-BAND AND
009150           AS-STR-USER (AS-S)   = POSTSTG-USER AND
009160           AS-STR-SOURCE (AS-S) = POSTSTG-SOURCE
009170           GO TO 8200-FIND-STRATUM-EXIT
009180        END-IF
009190     END-PERFORM
009200     IF AS-STR-COUNT NOT LESS AS-STR-MAX
009210        MOVE AS-STR-MAX TO AS-S
009220        GO TO 8200-FIND-STRATUM-EXIT
009230     END-IF
009240     ADD 1 TO AS-STR-COUNT
009250     MOVE AS-STR-COUNT TO AS-S
009260     INITIALIZE AS-STR-ENTRY (AS-S)
009270     MOVE AS-BAND        TO AS-STR-BAND (AS-S)
009280     MOVE POSTSTG-USER   TO AS-STR-USER (AS-S)
009290     MOVE POSTSTG-SOURCE TO AS-STR-SOURCE (AS-S)
009300     IF AS-STR-COUNT = AS-STR-MAX
009310        MOVE 0        TO AS-STR-BAND (AS-S)
009320        MOVE '*OTHER' TO AS-STR-USER (AS-S)
009330        MOVE '*OTHER' TO AS-STR-SOURCE (AS-S)
009340     END-IF.
009350 8200-FIND-STRATUM-EXIT.
009360     EXIT.
009370 8900-RW-PUT.
009372     IF AS-OUT-OF-SCOPE AND
009374        (RW-FUNC = 'D' OR RW-FUNC = 'T')
009376        GO TO 8900-RW-PUT-EXIT
009378     END-IF
009380     CALL 'GXRPTW' USING RW-CTL RW-OUT
009390     PERFORM VARYING RW-X FROM 1 BY 1
009400             UNTIL RW-X > RW-OUT-COUNT
009410        WRITE AUDSRPT-LINE FROM RW-OUT-LINE (RW-X)
009420     END-PERFORM.
009430 8900-RW-PUT-EXIT.
009440     EXIT.
009450 9000-TERMINATE.
009460     MOVE 'C' TO RW-FUNC
009470     PERFORM 8900-RW-PUT
009480         THRU 8900-RW-PUT-EXIT
009490     CLOSE CLOSEREQ
009500     CLOSE CLOSESTAT
009510     CLOSE SMPLCTL
009520     CLOSE AUDSMPL
009530     CLOSE AUDSRPT.
009540 9000-TERMINATE-EXIT.
009550     EXIT.
009560 9999-EXIT.
009570     STOP RUN.
