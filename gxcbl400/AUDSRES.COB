000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDSRES.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - AUDIT SAMPLE RESULTS. *
000100*                   FOR EVERY SAMPLE ON AUDSMPL STILL OPEN  *
000110*                   FOR REVIEW: LINES PASSED, EXCEPTIONS    *
000120*                   AND NOT YET REVIEWED, THE EXCEPTION     *
000130*                   RATE OF THE LINES REVIEWED AND EVERY    *
000140*                   EXCEPTION WITH ITS COMMENT.  A SAMPLE   *
000150*                   WITH NOTHING LEFT TO REVIEW IS MARKED   *
000160*                   CLOSED, AFTER WHICH GXFSMPL SHOWS IT    *
000170*                   READ-ONLY.  AUDRRPT THROUGH GXRPTW      *
000171*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF  *
000172*                   THE USER THE JOB RUNS UNDER - A SAMPLE  *
000173*                   OF A COMPANY OUTSIDE IT IS NOT PRINTED, *
000174*                   ONLY COUNTED; IT IS STILL CLOSED WHEN   *
000175*                   FULLY REVIEWED                          *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-ISERIES.
000220 OBJECT-COMPUTER.   IBM-ISERIES.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUDSMPL    ASSIGN TO DATABASE-AUDSMPL
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE  IS DYNAMIC
000280         RECORD KEY   IS AUDSMPL-KEY
000290         FILE STATUS  IS AR-FS-AUDSMPL.
000300     SELECT AUDRRPT    ASSIGN TO DATABASE-AUDRRPT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS AR-FS-AUDRRPT.
000330 DATA DIVISION.
000340 FILE SECTION.
000350*----------------------------------------------------------*
000360* AUDIT SAMPLE - AS AUDSAMP WRITES IT; SEQUENCE ZERO IS THE *
000370* HEADER OF A COMPANY AND PERIOD                            *
000380*----------------------------------------------------------*
000390 FD  AUDSMPL.
000400 01  AUDSMPL-RECORD.
000410     05 AUDSMPL-KEY.
000420        10 AUDSMPL-COMPANY       PIC  X(003).
000430        10 AUDSMPL-PERIOD        PIC  9(006).
000440        10 AUDSMPL-SEQ           PIC  9(005).
000450     05 AUDSMPL-ITEM.
000460        10 AUDSMPL-DOCNBR        PIC  X(013).
000470        10 AUDSMPL-LINE          PIC  9(003).
000480        10 AUDSMPL-DATE          PIC  9(008).
000490        10 AUDSMPL-ACCOUNT       PIC  X(010).
000500        10 AUDSMPL-DC            PIC  X(001).
000510        10 AUDSMPL-AMOUNT        PIC S9(013)V9(002) COMP-3.
000520        10 AUDSMPL-USER          PIC  X(010).
000530        10 AUDSMPL-SOURCE        PIC  X(010).
000540        10 AUDSMPL-BAND          PIC  9(001).
000550        10 AUDSMPL-REASON        PIC  X(001).
000560        10 AUDSMPL-RESULT        PIC  X(001).
000570           88 AUDSMPL-PENDING                    VALUE ' '.
000580           88 AUDSMPL-PASSED                     VALUE 'P'.
000590           88 AUDSMPL-EXCEPTION                  VALUE 'E'.
000600        10 AUDSMPL-COMMENT       PIC  X(060).
000610        10 AUDSMPL-REVIEW-BY     PIC  X(010).
000620        10 AUDSMPL-REVIEW-TS     PIC  X(026).
000630     05 AUDSMPL-HEADER REDEFINES AUDSMPL-ITEM.
000640        10 AUDSMPL-METHOD        PIC  X(001).
000650        10 AUDSMPL-SEED          PIC  9(010).
000660        10 AUDSMPL-PER-STRATUM   PIC  9(003).
000670        10 AUDSMPL-THRESHOLD     PIC S9(013)V9(002) COMP-3.
000680        10 AUDSMPL-BAND-LIMIT    PIC S9(013)V9(002) COMP-3
000690                                 OCCURS 3.
000700        10 AUDSMPL-POP-COUNT     PIC  9(007).
000710        10 AUDSMPL-POP-AMOUNT    PIC S9(015)V9(002) COMP-3.
000720        10 AUDSMPL-ITEMS         PIC  9(005).
000730        10 AUDSMPL-RUN-BY        PIC  X(010).
000740        10 AUDSMPL-RUN-TS        PIC  X(026).
000750        10 AUDSMPL-STATE         PIC  X(001).
000760           88 AUDSMPL-OPEN                       VALUE 'O'.
000770           88 AUDSMPL-CLOSED                     VALUE 'C'.
000780        10 AUDSMPL-CLOSED-TS     PIC  X(026).
000790        10 FILLER                PIC  X(032).
000800 FD  AUDRRPT.
000810 01  AUDRRPT-LINE                PIC  X(080).
000820 WORKING-STORAGE SECTION.
000830 77  AR-FS-AUDSMPL               PIC  X(002).
000840 77  AR-FS-AUDRRPT               PIC  X(002).
000850 77  AR-EOF-SW                   PIC  X(001)     VALUE 'N'.
000860     88 AR-AT-EOF                                VALUE 'Y'.
000870 77  AR-OPEN-SW                  PIC  X(001)     VALUE 'N'.
000880     88 AR-SAMPLE-OPEN                           VALUE 'Y'.
000890     88 AR-SAMPLE-SKIPPED                         VALUE 'N'.
000900 77  AR-ANY-SW                   PIC  X(001)     VALUE 'N'.
000910     88 AR-ANY-SAMPLE                            VALUE 'Y'.
000920 77  AR-I                        PIC S9(005) COMP-3.
000930 77  AR-PASSED                   PIC S9(005) COMP-3 VALUE 0.
000940 77  AR-EXCEPTIONS               PIC S9(005) COMP-3 VALUE 0.
000950 77  AR-PENDING                  PIC S9(005) COMP-3 VALUE 0.
000960 77  AR-REVIEWED                 PIC S9(005) COMP-3 VALUE 0.
000962 77  AR-WITHHELD                 PIC S9(005) COMP-3 VALUE 0.
000964 77  AR-WITHHELD-ED              PIC ZZ,ZZ9.
000970 77  AR-RATE                     PIC S9(003)V9(002) COMP-3.
000980 01  AR-CUR-COMPANY              PIC  X(003).
000990 01  AR-CUR-PERIOD               PIC  9(006).
001000 01  AR-TODAY-DATE.
001010     05 AR-TODAY-YY              PIC  9(004).
001020     05 AR-TODAY-MM              PIC  9(002).
001030     05 AR-TODAY-DD              PIC  9(002).
001040 01  AR-NOW-TIME.
001050     05 AR-NOW-HH                PIC  9(002).
001060     05 AR-NOW-MIN               PIC  9(002).
001070     05 AR-NOW-SS                PIC  9(002).
001080     05 AR-NOW-HS                PIC  9(002).
001090 01  AR-NOW-TS                   PIC  X(026).
001100*----------------------------------------------------------*
001110* SAMPLES FOUND COMPLETE ON THIS WALK - THEIR HEADERS ARE   *
001120* MARKED CLOSED ONCE THE WALK IS OVER                       *
001130*----------------------------------------------------------*
001140 77  AR-CLOSE-MAX                PIC S9(005) COMP-3 VALUE 500.
001150 77  AR-CLOSE-COUNT              PIC S9(005) COMP-3 VALUE 0.
001160 01  AR-CLOSE-TABLE.
001170     05 AR-CLOSE-ENTRY OCCURS 500.
001180        10 AR-CLOSE-COMPANY      PIC  X(003).
001190        10 AR-CLOSE-PERIOD       PIC  9(006).
001200 01  AR-COLS-LINE.
001210     05 FILLER                   PIC  X(040) VALUE
001220                '  DOCUMENT     LINE ACCOUNT'.
001230     05 FILLER                   PIC  X(040) VALUE
001240                ' AMOUNT  USER       REVIEWER'.
001250 01  AR-SAMPLE-LINE.
001260     05 FILLER                   PIC  X(008) VALUE 'SAMPLE  '.
001270     05 AR-SM-COMPANY            PIC  X(003).
001280     05 FILLER                   PIC  X(001) VALUE '/'.
001290     05 AR-SM-PERIOD             PIC  9(006).
001300     05 FILLER                   PIC  X(010) VALUE '  METHOD '.
001310     05 AR-SM-METHOD             PIC  X(001).
001320     05 FILLER                   PIC  X(008) VALUE '  SEED '.
001330     05 AR-SM-SEED               PIC  9(010).
001340     05 FILLER                   PIC  X(009) VALUE '  LINES '.
001350     05 AR-SM-ITEMS              PIC  ZZ,ZZ9.
001360     05 FILLER                   PIC  X(018) VALUE SPACES.
001370 01  AR-EXC-LINE.
001380     05 FILLER                   PIC  X(002) VALUE SPACES.
001390     05 AR-EX-DOCNBR             PIC  X(013).
001400     05 FILLER                   PIC  X(001) VALUE SPACE.
001410     05 AR-EX-LINE               PIC  9(003).
001420     05 FILLER                   PIC  X(001) VALUE SPACE.
001430     05 AR-EX-ACCOUNT            PIC  X(010).
001440     05 AR-EX-AMOUNT             PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.
001450     05 FILLER                   PIC  X(001) VALUE SPACE.
001460     05 AR-EX-USER               PIC  X(010).
001470     05 FILLER                   PIC  X(001) VALUE SPACE.
001480     05 AR-EX-BY                 PIC  X(010).
001490     05 FILLER                   PIC  X(010) VALUE SPACES.
001500 01  AR-CMT-LINE.
001510     05 FILLER                   PIC  X(008) VALUE SPACES.
001520     05 AR-CM-TEXT               PIC  X(060).
001530     05 FILLER                   PIC  X(012) VALUE SPACES.
001540 01  AR-CNT-LINE.
001550     05 FILLER                   PIC  X(004) VALUE SPACES.
001560     05 AR-CNT-LABEL             PIC  X(036).
001570     05 FILLER                   PIC  X(031) VALUE SPACES.
001580     05 AR-CNT-VALUE             PIC  ZZZ,ZZ9.
001590     05 FILLER                   PIC  X(002) VALUE SPACES.
001600 01  AR-RATE-LINE.
001610     05 FILLER                   PIC  X(004) VALUE SPACES.
001620     05 FILLER                   PIC  X(036)
001630                VALUE 'EXCEPTION RATE OF LINES REVIEWED'.
001640     05 FILLER                   PIC  X(032) VALUE SPACES.
001650     05 AR-RT-VALUE              PIC  ZZ9.99.
001660     05 FILLER                   PIC  X(002) VALUE ' %'.
001670 01  RW-CTL.
001680     05 RW-FUNC                  PIC  X(001).
001690     05 RW-TITLE                 PIC  X(050).
001700     05 RW-TITLE-ID              PIC  X(010).
001710     05 RW-LANG                  PIC  X(003).
001720     05 RW-COLS                  PIC  X(080).
001730     05 RW-LINE                  PIC  X(080).
001740     05 RW-PAGE-SIZE             PIC  9(003).
001750 01  RW-OUT.
001760     05 RW-OUT-COUNT             PIC  9(001).
001770     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
001780 77  RW-X                        PIC S9(003) COMP-3.
001782 77  AR-SCOPE-SW                 PIC  X(001)     VALUE 'Y'.
001784     88 AR-SAMPLE-SHOWN                          VALUE 'Y'.
001786     88 AR-SAMPLE-WITHHELD                        VALUE 'N'.
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE
001820         THRU 1000-INITIALIZE-EXIT
001830     PERFORM 2000-PROCESS-ROW
001840         THRU 2000-PROCESS-ROW-EXIT
001850         UNTIL AR-AT-EOF
001860     PERFORM 3000-END-SAMPLE
001870         THRU 3000-END-SAMPLE-EXIT
001880     PERFORM 4000-CLOSE-SAMPLES
001890         THRU 4000-CLOSE-SAMPLES-EXIT
001891     SET AR-SAMPLE-SHOWN TO TRUE
001892     IF AR-WITHHELD > 0
001893        MOVE SPACES TO RW-LINE
001894        MOVE AR-WITHHELD TO AR-WITHHELD-ED
001895        STRING '** SAMPLES NOT PRINTED - OUTSIDE THE DATA SCOPE: '
001896               AR-WITHHELD-ED
001897               DELIMITED BY SIZE INTO RW-LINE
001898        MOVE 'D' TO RW-FUNC
001899        PERFORM 8900-RW-PUT
001900            THRU 8900-RW-PUT-EXIT
001901     END-IF
001902     IF NOT AR-ANY-SAMPLE
001910        MOVE '** NO AUDIT SAMPLE IS OPEN FOR REVIEW' TO RW-LINE
001920        MOVE 'D' TO RW-FUNC
001930        PERFORM 8900-RW-PUT
001940            THRU 8900-RW-PUT-EXIT
001950     END-IF
001960     PERFORM 9000-TERMINATE
001970         THRU 9000-TERMINATE-EXIT
001980     GO TO 9999-EXIT.
001990 1000-INITIALIZE.
002000     OPEN I-O    AUDSMPL
002010     OPEN OUTPUT AUDRRPT
002020     ACCEPT AR-TODAY-DATE FROM DATE YYYYMMDD
002030     ACCEPT AR-NOW-TIME   FROM TIME
002040     MOVE SPACES TO AR-NOW-TS
002050     STRING AR-TODAY-YY '-' AR-TODAY-MM '-' AR-TODAY-DD '-'
002060            AR-NOW-HH '.' AR-NOW-MIN '.' AR-NOW-SS '.000000'
002070            DELIMITED BY SIZE INTO AR-NOW-TS
002080     MOVE 'AUDIT SAMPLE RESULTS'  TO RW-TITLE
002090     MOVE 'AUDRRPT'               TO RW-TITLE-ID
002100     MOVE SPACES                  TO RW-LANG
002110     MOVE AR-COLS-LINE            TO RW-COLS
002120     MOVE 60  TO RW-PAGE-SIZE
002130     MOVE 'I' TO RW-FUNC
002140     PERFORM 8900-RW-PUT
002150         THRU 8900-RW-PUT-EXIT
002160     IF AR-FS-AUDSMPL NOT = '00'
002170        SET AR-AT-EOF TO TRUE
002180        GO TO 1000-INITIALIZE-EXIT
002190     END-IF
002200     MOVE LOW-VALUES TO AUDSMPL-KEY
002210     START AUDSMPL KEY NOT LESS AUDSMPL-KEY
002220         INVALID KEY
002230            SET AR-AT-EOF TO TRUE
002240     END-START
002250     PERFORM 1100-READ-AUDSMPL
002260         THRU 1100-READ-AUDSMPL-EXIT.
002270 1000-INITIALIZE-EXIT.
002280     EXIT.
002290 1100-READ-AUDSMPL.
002300     IF AR-AT-EOF
002310        GO TO 1100-READ-AUDSMPL-EXIT
002320     END-IF
002330     READ AUDSMPL NEXT RECORD
002340         AT END
002350            SET AR-AT-EOF TO TRUE
002360     END-READ.
002370 1100-READ-AUDSMPL-EXIT.
002380     EXIT.
002390*----------------------------------------------------------*
002400* 2000-PROCESS-ROW - A HEADER STARTS A SAMPLE (A CLOSED ONE *
002410*                    IS PASSED OVER); EACH LINE OF AN OPEN  *
002420*                    SAMPLE IS COUNTED BY ITS RESULT        *
002430*----------------------------------------------------------*
002440 2000-PROCESS-ROW.
002450     IF AUDSMPL-SEQ = 0
002460        PERFORM 3000-END-SAMPLE
002470            THRU 3000-END-SAMPLE-EXIT
002480        PERFORM 2100-START-SAMPLE
002490            THRU 2100-START-SAMPLE-EXIT
002500        GO TO 2000-PROCESS-ROW-NEXT
002510     END-IF
002520     IF AR-SAMPLE-SKIPPED OR
002530        AUDSMPL-COMPANY NOT = AR-CUR-COMPANY OR
002540        AUDSMPL-PERIOD  NOT = AR-CUR-PERIOD
002550        GO TO 2000-PROCESS-ROW-NEXT
002560     END-IF
002570     EVALUATE TRUE
002580        WHEN AUDSMPL-PASSED
002590           ADD 1 TO AR-PASSED
002600        WHEN AUDSMPL-EXCEPTION
002610           ADD 1 TO AR-EXCEPTIONS
002620           PERFORM 2200-PUT-EXCEPTION
002630               THRU 2200-PUT-EXCEPTION-EXIT
002640        WHEN OTHER
002650           ADD 1 TO AR-PENDING
002660     END-EVALUATE.
002670 2000-PROCESS-ROW-NEXT.
002680     PERFORM 1100-READ-AUDSMPL
002690         THRU 1100-READ-AUDSMPL-EXIT.
002700 2000-PROCESS-ROW-EXIT.
002710     EXIT.
002720 2100-START-SAMPLE.
002730     MOVE AUDSMPL-COMPANY TO AR-CUR-COMPANY
002740     MOVE AUDSMPL-PERIOD  TO AR-CUR-PERIOD
002750     MOVE 0 TO AR-PASSED
002760     MOVE 0 TO AR-EXCEPTIONS
002770     MOVE 0 TO AR-PENDING
002780     IF NOT AUDSMPL-OPEN
002790        SET AR-SAMPLE-SKIPPED TO TRUE
002800        GO TO 2100-START-SAMPLE-EXIT
002810     END-IF
002820     SET AR-SAMPLE-OPEN TO TRUE
002830     SET AR-ANY-SAMPLE  TO TRUE
002831     SET AR-SAMPLE-SHOWN TO TRUE
002832     MOVE SPACES          TO RW-LINE
002833     MOVE AUDSMPL-COMPANY TO RW-LINE (1:3)
002834     MOVE 'K' TO RW-FUNC
002835     PERFORM 8900-RW-PUT
002836         THRU 8900-RW-PUT-EXIT
002837     IF RW-OUT-LINE (1) = 'N'
002838        SET AR-SAMPLE-WITHHELD TO TRUE
002839        ADD 1 TO AR-WITHHELD
002840     END-IF
002841     MOVE AUDSMPL-COMPANY TO AR-SM-COMPANY
002850     MOVE AUDSMPL-PERIOD  TO AR-SM-PERIOD
002860     MOVE AUDSMPL-METHOD  TO AR-SM-METHOD
002870     MOVE AUDSMPL-SEED    TO AR-SM-SEED
002880     MOVE AUDSMPL-ITEMS   TO AR-SM-ITEMS
002890     MOVE SPACES TO RW-LINE
002900     MOVE 'D' TO RW-FUNC
002910     PERFORM 8900-RW-PUT
002920         THRU 8900-RW-PUT-EXIT
002930     MOVE AR-SAMPLE-LINE TO RW-LINE
002940     PERFORM 8900-RW-PUT
002950         THRU 8900-RW-PUT-EXIT.
002960 2100-START-SAMPLE-EXIT.
002970     EXIT.
002980 2200-PUT-EXCEPTION.
002990     MOVE AUDSMPL-DOCNBR    TO AR-EX-DOCNBR
003000     MOVE AUDSMPL-LINE      TO AR-EX-LINE
003010     MOVE AUDSMPL-ACCOUNT   TO AR-EX-ACCOUNT
003020     MOVE AUDSMPL-AMOUNT    TO AR-EX-AMOUNT
003030     MOVE AUDSMPL-USER      TO AR-EX-USER
003040     MOVE AUDSMPL-REVIEW-BY TO AR-EX-BY
003050     MOVE AR-EXC-LINE TO RW-LINE
003060     MOVE 'D' TO RW-FUNC
003070     PERFORM 8900-RW-PUT
003080         THRU 8900-RW-PUT-EXIT
003090     MOVE AUDSMPL-COMMENT TO AR-CM-TEXT
003100     MOVE AR-CMT-LINE TO RW-LINE
003110     PERFORM 8900-RW-PUT
003120         THRU 8900-RW-PUT-EXIT.
003130 2200-PUT-EXCEPTION-EXIT.
003140     EXIT.
003150*----------------------------------------------------------*
003160* 3000-END-SAMPLE - THE COUNTS AND RATE OF THE SAMPLE JUST  *
003170*                   WALKED; ONE WITH NOTHING LEFT TO REVIEW *
003180*                   IS QUEUED TO BE CLOSED                  *
003190*----------------------------------------------------------*
003200 3000-END-SAMPLE.
003210     IF NOT AR-SAMPLE-OPEN
003220        GO TO 3000-END-SAMPLE-EXIT
003230     END-IF
003240     SET AR-SAMPLE-SKIPPED TO TRUE
003250     MOVE 'LINES PASSED'              TO AR-CNT-LABEL
003260     MOVE AR-PASSED                   TO AR-CNT-VALUE
003270     PERFORM 3100-PUT-COUNT
003280         THRU 3100-PUT-COUNT-EXIT
003290     MOVE 'EXCEPTIONS'                TO AR-CNT-LABEL
003300     MOVE AR-EXCEPTIONS               TO AR-CNT-VALUE
003310     PERFORM 3100-PUT-COUNT
003320         THRU 3100-PUT-COUNT-EXIT
003330     MOVE 'NOT YET REVIEWED'          TO AR-CNT-LABEL
003340     MOVE AR-PENDING                  TO AR-CNT-VALUE
003350     PERFORM 3100-PUT-COUNT
003360         THRU 3100-PUT-COUNT-EXIT
003370     COMPUTE AR-REVIEWED = AR-PASSED + AR-EXCEPTIONS
003380     MOVE 0 TO AR-RATE
003390     IF AR-REVIEWED > 0
003400        COMPUTE AR-RATE ROUNDED =
003410                AR-EXCEPTIONS * 100 / AR-REVIEWED
003420     END-IF
003430     MOVE AR-RATE TO AR-RT-VALUE
003440     MOVE AR-RATE-LINE TO RW-LINE
003450     MOVE 'D' TO RW-FUNC
003460     PERFORM 8900-RW-PUT
003470         THRU 8900-RW-PUT-EXIT
003480     MOVE SPACES TO RW-LINE
003490     IF AR-PENDING > 0
003500        MOVE '    ** SAMPLE STILL OPEN - LINES REMAIN TO REVIEW'
003510          TO RW-LINE
003520     ELSE
003530        IF AR-CLOSE-COUNT < AR-CLOSE-MAX
003540           ADD 1 TO AR-CLOSE-COUNT
003550           MOVE AR-CUR-COMPANY
003560             TO AR-CLOSE-COMPANY (AR-CLOSE-COUNT)
003570           MOVE AR-CUR-PERIOD
003580             TO AR-CLOSE-PERIOD (AR-CLOSE-COUNT)
003590           MOVE '    ** ALL LINES REVIEWED - RESULTS CLOSED'
003600             TO RW-LINE
003610        ELSE
003620           MOVE '    ** ALL LINES REVIEWED - CLOSED NEXT RUN'
003630             TO RW-LINE
003640        END-IF
003650     END-IF
003660     PERFORM 8900-RW-PUT
003670         THRU 8900-RW-PUT-EXIT.
003680 3000-END-SAMPLE-EXIT.
003690     EXIT.
003700 3100-PUT-COUNT.
003710     MOVE AR-CNT-LINE TO RW-LINE
003720     MOVE 'D' TO RW-FUNC
003730     PERFORM 8900-RW-PUT
003740         THRU 8900-RW-PUT-EXIT.
003750 3100-PUT-COUNT-EXIT.
003760     EXIT.
003770*----------------------------------------------------------*
003780* 4000-CLOSE-SAMPLES - HEADER STATE C AND THE CLOSING TIME; *
003790*                      THE REVIEW SCREEN IS READ-ONLY FROM  *
003800*                      HERE ON                              *
003810*----------------------------------------------------------*
003820 4000-CLOSE-SAMPLES.
003830     PERFORM 4100-CLOSE-ONE
003840         THRU 4100-CLOSE-ONE-EXIT
003850         VARYING AR-I FROM 1 BY 1
003860         UNTIL AR-I > AR-CLOSE-COUNT.
003870 4000-CLOSE-SAMPLES-EXIT.
003880     EXIT.
003890 4100-CLOSE-ONE.
003900     MOVE AR-CLOSE-COMPANY (AR-I) TO AUDSMPL-COMPANY
003910     MOVE AR-CLOSE-PERIOD (AR-I)  TO AUDSMPL-PERIOD
003920     MOVE 0                       TO AUDSMPL-SEQ
003930     READ AUDSMPL
003940         INVALID KEY
003950            GO TO 4100-CLOSE-ONE-EXIT
003960     END-READ
003970     MOVE 'C'       TO AUDSMPL-STATE
003980     MOVE AR-NOW-TS TO AUDSMPL-CLOSED-TS
003990     REWRITE AUDSMPL-RECORD
004000         INVALID KEY
004010            CONTINUE
004020     END-REWRITE.
004030 4100-CLOSE-ONE-EXIT.
004040     EXIT.
004050 8900-RW-PUT.
004052     IF AR-SAMPLE-WITHHELD AND
004054        (RW-FUNC = 'D' OR RW-FUNC = 'T')
004056        GO TO 8900-RW-PUT-EXIT
004058     END-IF
004060     CALL 'GXRPTW' USING RW-CTL RW-OUT
004070     PERFORM VARYING RW-X FROM 1 BY 1
004080             UNTIL RW-X > RW-OUT-COUNT
004090        WRITE AUDRRPT-LINE FROM RW-OUT-LINE (RW-X)
004100     END-PERFORM.
004110 8900-RW-PUT-EXIT.
004120     EXIT.
004130 9000-TERMINATE.
004140     MOVE 'C' TO RW-FUNC
004150     PERFORM 8900-RW-PUT
004160         THRU 8900-RW-PUT-EXIT
004170     CLOSE AUDSMPL
004180     CLOSE AUDRRPT.
004190 9000-TERMINATE-EXIT.
004200     EXIT.
004210 9999-EXIT.
004220     STOP RUN.
