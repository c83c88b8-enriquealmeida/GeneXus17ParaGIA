000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IFSGROW.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - IFS FOLDER GROWTH     *
000100*                   TREND OVER THE IFSSTAT CAPTURES, THE    *
000110*                   FSGROWTH OF THE /GX* TREES: DAILY BYTE  *
000120*                   GROWTH FROM EACH FOLDER'S FIRST AND     *
000130*                   LATEST CAPTURE, DAYS LEFT TO ITS QUOTA, *
000140*                   AND AN ALERTS ROW FOR EVERY FOLDER      *
000150*                   PROJECTED TO BREACH INSIDE ITS HORIZON, *
000160*                   WITH THE OLDEST FILE AGE AND ORPHAN     *
000170*                   COUNT FROM THE LATEST CAPTURE ON        *
000180*                   IFSGRPT                                 *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-ISERIES.
000230 OBJECT-COMPUTER.   IBM-ISERIES.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT IFSSTAT    ASSIGN TO DATABASE-IFSSTAT
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS  IS IW-FS-IFSSTAT.
000290     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS DYNAMIC
000320         RECORD KEY   IS ALERTS-KEY
000330         FILE STATUS  IS IW-FS-ALERTS.
000340     SELECT IFSGRPT    ASSIGN TO DATABASE-IFSGRPT
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS IW-FS-IFSGRPT.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  IFSSTAT.
000400 01  IFSSTAT-RECORD.
000410     05 IFSSTAT-DATE             PIC  9(008).
000420     05 IFSSTAT-FOLDER           PIC  X(040).
000430     05 IFSSTAT-FILES            PIC S9(009) COMP-3.
000440     05 IFSSTAT-BYTES            PIC S9(015) COMP-3.
000450     05 IFSSTAT-OLDEST-DAYS      PIC S9(005) COMP-3.
000460     05 IFSSTAT-ORPHANS          PIC S9(007) COMP-3.
000470     05 IFSSTAT-ORPHAN-BYTES     PIC S9(015) COMP-3.
000480     05 IFSSTAT-QUOTA-MB         PIC  9(009).
000490     05 IFSSTAT-HORIZON          PIC  9(003).
000500 FD  ALERTS.
000510 01  ALERTS-RECORD.
000520     05 ALERTS-KEY.
000530        10 ALERTS-TYPE           PIC  X(010).
000540        10 ALERTS-SOURCE         PIC  X(010).
000550        10 ALERTS-DETAIL         PIC  X(030).
000560     05 ALERTS-STATUS            PIC  X(001).
000570        88 ALERTS-NEW                            VALUE 'N'.
000580        88 ALERTS-ACKNOWLEDGED                    VALUE 'A'.
000590        88 ALERTS-RESOLVED                        VALUE 'R'.
000600     05 ALERTS-SEVERITY          PIC  9(001).
000610     05 ALERTS-VALUE             PIC S9(009) COMP-3.
000620     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
000630     05 ALERTS-RAISED-TS         PIC  X(026).
000640     05 ALERTS-BREACHES          PIC S9(004) COMP-3.
000650     05 ALERTS-ACK-USER          PIC  X(010).
000660     05 ALERTS-ACK-TS            PIC  X(026).
000670     05 ALERTS-RES-TS            PIC  X(026).
000680     05 ALERTS-BUSAGE            PIC S9(009) COMP-3.
000690     05 ALERTS-ACT-STATUS        PIC  X(001).
000700     05 ALERTS-ACT-TRIES         PIC S9(003) COMP-3.
000710     05 ALERTS-ACT-TS            PIC  X(026).
000720 FD  IFSGRPT.
000730 01  IFSGRPT-LINE                PIC  X(080).
000740 WORKING-STORAGE SECTION.
000750 77  IW-FS-IFSSTAT               PIC  X(002).
000760 77  IW-FS-ALERTS                PIC  X(002).
000770 77  IW-FS-IFSGRPT               PIC  X(002).
000780 77  IW-EOF-SW                   PIC  X(001)     VALUE 'N'.
000790     88 IW-AT-EOF                                VALUE 'Y'.
000800 77  IW-FOUND-SW                 PIC  X(001).
000810     88 IW-FOUND                                 VALUE 'Y'.
000820     88 IW-NOT-FOUND                             VALUE 'N'.
000830 77  IW-ALERT-SW                 PIC  X(001).
000840     88 IW-ALERT-ON-FILE                         VALUE 'Y'.
000850     88 IW-ALERT-NOT-ON-FILE                     VALUE 'N'.
000860 77  IW-I                        PIC S9(004) COMP-3.
000870 77  IW-TBL-COUNT                PIC S9(004) COMP-3 VALUE 0.
000880 77  IW-MAX-ENTRIES              PIC S9(004) COMP-3 VALUE 100.
000890 77  IW-FLAGGED                  PIC S9(005) COMP-3 VALUE 0.
000900*----------------------------------------------------------*
000910* A FOLDER CAPTURED WITH NO HORIZON OF ITS OWN IS JUDGED    *
000920* AGAINST FSGROWTH'S EIGHT WEEKS                            *
000930*----------------------------------------------------------*
000940 77  IW-DEFAULT-HORIZON          PIC S9(005) COMP-3 VALUE 56.
000950 77  IW-HORIZON                  PIC S9(005) COMP-3.
000960 77  IW-GROWTH                   PIC S9(015) COMP-3.
000970 77  IW-SPAN-DAYS                PIC S9(005) COMP-3.
000980 77  IW-DAYS-LEFT                PIC S9(009) COMP-3.
000990 77  IW-QUOTA-BYTES              PIC S9(015) COMP-3.
001000 77  IW-MB                       PIC S9(011) COMP-3.
001010 01  IW-DN-DATE.
001020     05 IW-DN-YY                 PIC  9(004).
001030     05 IW-DN-MM                 PIC  9(002).
001040     05 IW-DN-DD                 PIC  9(002).
001050 01  IW-DN-DATE-N REDEFINES IW-DN-DATE
001060                                 PIC  9(008).
001070 01  IW-DN-DW.
001080     05 IW-DW-YY                 PIC S9(005) COMP-3.
001090     05 IW-DW-MM                 PIC S9(003) COMP-3.
001100     05 IW-DW-DD                 PIC S9(003) COMP-3.
001110 77  IW-DN-D                     PIC S9(003) COMP-3.
001120 77  IW-DN-L4                    PIC S9(005) COMP-3.
001130 77  IW-DN-L100                  PIC S9(005) COMP-3.
001140 77  IW-DN-L400                  PIC S9(005) COMP-3.
001150 77  IW-DN-NUM                   PIC S9(009) COMP-3.
001160 01  IW-TODAY-DATE.
001170     05 IW-TODAY-YY              PIC  9(004).
001180     05 IW-TODAY-MM              PIC  9(002).
001190     05 IW-TODAY-DD              PIC  9(002).
001200 01  IW-NOW-TIME.
001210     05 IW-NOW-HH                PIC  9(002).
001220     05 IW-NOW-MIN               PIC  9(002).
001230     05 IW-NOW-SS                PIC  9(002).
001240     05 IW-NOW-HS                PIC  9(002).
001250 01  IW-NOW-TS                   PIC  X(026).
001260 01  IW-FOLDER-TABLE.
001270     05 IW-FOLDER-ENTRY OCCURS 100 TIMES.
001280        10 IW-FT-FOLDER          PIC  X(040).
001290        10 IW-FT-FIRST-DN        PIC S9(009) COMP-3.
001300        10 IW-FT-FIRST-BYTES     PIC S9(015) COMP-3.
001310        10 IW-FT-LAST-DN         PIC S9(009) COMP-3.
001320        10 IW-FT-LAST-BYTES      PIC S9(015) COMP-3.
001330        10 IW-FT-OLDEST          PIC S9(005) COMP-3.
001340        10 IW-FT-ORPHANS         PIC S9(007) COMP-3.
001350        10 IW-FT-QUOTA-MB        PIC  9(009).
001360        10 IW-FT-HORIZON         PIC  9(003).
001370 01  IW-COLS-LINE.
001380     05 FILLER                   PIC  X(040) VALUE
001390                'FOLDER                   MBYTES    QUOTA'.
001400     05 FILLER                   PIC  X(040) VALUE
001410                ' MB  MB/DAY DAYS LEFT OLDEST ORPHAN FLAG'.
001420 01  IW-DTL-LINE.
001430     05 IW-DTL-FOLDER            PIC  X(020).
001440     05 IW-DTL-MB                PIC  ZZZ,ZZZ,ZZ9.
001450     05 FILLER                   PIC  X(001) VALUE SPACE.
001460     05 IW-DTL-QUOTA             PIC  ZZZ,ZZZ,ZZ9.
001470     05 FILLER                   PIC  X(001) VALUE SPACE.
001480     05 IW-DTL-GROWTH            PIC  ZZZ,ZZ9.
001490     05 FILLER                   PIC  X(003) VALUE SPACES.
001500     05 IW-DTL-LEFT              PIC  ZZZ,ZZ9.
001510     05 FILLER                   PIC  X(001) VALUE SPACE.
001520     05 IW-DTL-OLDEST            PIC  ZZ,ZZ9.
001530     05 FILLER                   PIC  X(001) VALUE SPACE.
001540     05 IW-DTL-ORPHANS           PIC  ZZ,ZZ9.
001550     05 FILLER                   PIC  X(001) VALUE SPACE.
001560     05 IW-DTL-FLAG              PIC  X(004).
001570 01  IW-SUM-LINE.
001580     05 FILLER            PIC X(016) VALUE 'FOLDERS FLAGGED:'.
001590     05 IW-SUM-COUNT             PIC Z,ZZZ,ZZ9.
001600     05 FILLER                   PIC  X(055) VALUE SPACES.
001610 01  RW-CTL.
001620     05 RW-FUNC                  PIC  X(001).
001630     05 RW-TITLE                 PIC  X(050).
001640     05 RW-TITLE-ID              PIC  X(010).
001650     05 RW-LANG                  PIC  X(003).
001660     05 RW-COLS                  PIC  X(080).
001670     05 RW-LINE                  PIC  X(080).
001680     05 RW-PAGE-SIZE             PIC  9(003).
001690 01  RW-OUT.
001700     05 RW-OUT-COUNT             PIC  9(001).
001710     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
001720 77  RW-X                        PIC S9(003) COMP-3.
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-INITIALIZE-EXIT
001770     PERFORM 2000-LOAD-HISTORY
001780         THRU 2000-LOAD-HISTORY-EXIT
001790     PERFORM 3000-PROJECT
001800         THRU 3000-PROJECT-EXIT
001810     PERFORM 9000-TERMINATE
001820         THRU 9000-TERMINATE-EXIT
001830     GO TO 9999-EXIT.
001840 1000-INITIALIZE.
001850     OPEN INPUT  IFSSTAT
001860     OPEN I-O    ALERTS
001870     OPEN OUTPUT IFSGRPT
001880     ACCEPT IW-TODAY-DATE FROM DATE YYYYMMDD
001890     ACCEPT IW-NOW-TIME   FROM TIME
001900     MOVE SPACES TO IW-NOW-TS
001910     STRING IW-TODAY-YY '-' IW-TODAY-MM '-' IW-TODAY-DD '-'
001920            IW-NOW-HH '.' IW-NOW-MIN '.' IW-NOW-SS '.000000'
001930            DELIMITED BY SIZE INTO IW-NOW-TS
001940     MOVE 'IFS FOLDER GROWTH AND QUOTA PROJECTION' TO RW-TITLE
001950     MOVE 'IFSGRPT'                  TO RW-TITLE-ID
001960     MOVE SPACES                     TO RW-LANG
001970     MOVE IW-COLS-LINE               TO RW-COLS
001980     MOVE 60  TO RW-PAGE-SIZE
001990     MOVE 'I' TO RW-FUNC
002000     PERFORM 8900-RW-PUT
002010         THRU 8900-RW-PUT-EXIT.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002040 2000-LOAD-HISTORY.
002050     PERFORM 2100-READ-IFSSTAT
002060         THRU 2100-READ-IFSSTAT-EXIT
002070     PERFORM 2200-FOLD-CAPTURE
002080         THRU 2200-FOLD-CAPTURE-EXIT
002090         UNTIL IW-AT-EOF.
002100 2000-LOAD-HISTORY-EXIT.
002110     EXIT.
002120 2100-READ-IFSSTAT.
002130     READ IFSSTAT
002140         AT END
002150            SET IW-AT-EOF TO TRUE
002160     END-READ.
002170 2100-READ-IFSSTAT-EXIT.
002180     EXIT.
002190*----------------------------------------------------------*
002200* 2200-FOLD-CAPTURE - FIRST AND LATEST CAPTURE PER FOLDER;  *
002210*                     QUOTA, HORIZON, OLDEST AGE AND ORPHAN *
002220*                     COUNT ARE TAKEN FROM THE LATEST       *
002230*----------------------------------------------------------*
002240 2200-FOLD-CAPTURE.
002250     MOVE IFSSTAT-DATE TO IW-DN-DATE-N
002260     PERFORM 8000-DATE-TO-DAYNUM
002270         THRU 8000-DATE-TO-DAYNUM-EXIT
002280     SET IW-NOT-FOUND TO TRUE
002290     PERFORM VARYING IW-I FROM 1 BY 1
002300             UNTIL IW-I > IW-TBL-COUNT
002310        IF IW-FT-FOLDER (IW-I) = IFSSTAT-FOLDER
002320           SET IW-FOUND TO TRUE
002330           IF IW-DN-NUM LESS IW-FT-FIRST-DN (IW-I)
002340              MOVE IW-DN-NUM     TO IW-FT-FIRST-DN (IW-I)
002350              MOVE IFSSTAT-BYTES TO IW-FT-FIRST-BYTES (IW-I)
002360           END-IF
002370           IF IW-DN-NUM NOT LESS IW-FT-LAST-DN (IW-I)
002380              PERFORM 2300-SET-LATEST
002390                  THRU 2300-SET-LATEST-EXIT
002400           END-IF
002410           MOVE IW-TBL-COUNT TO IW-I
002420        END-IF
002430     END-PERFORM
002440     IF IW-NOT-FOUND AND IW-TBL-COUNT < IW-MAX-ENTRIES
002450        ADD 1 TO IW-TBL-COUNT
002460        MOVE IW-TBL-COUNT   TO IW-I
002470        MOVE IFSSTAT-FOLDER TO IW-FT-FOLDER (IW-I)
002480        MOVE IW-DN-NUM      TO IW-FT-FIRST-DN (IW-I)
002490        MOVE IFSSTAT-BYTES  TO IW-FT-FIRST-BYTES (IW-I)
002500        PERFORM 2300-SET-LATEST
002510            THRU 2300-SET-LATEST-EXIT
002520     END-IF
002530     PERFORM 2100-READ-IFSSTAT
002540         THRU 2100-READ-IFSSTAT-EXIT.
002550 2200-FOLD-CAPTURE-EXIT.
002560     EXIT.
002570 2300-SET-LATEST.
002580     MOVE IW-DN-NUM            TO IW-FT-LAST-DN (IW-I)
002590     MOVE IFSSTAT-BYTES        TO IW-FT-LAST-BYTES (IW-I)
002600     MOVE IFSSTAT-OLDEST-DAYS  TO IW-FT-OLDEST (IW-I)
002610     MOVE IFSSTAT-ORPHANS      TO IW-FT-ORPHANS (IW-I)
002620     MOVE IFSSTAT-QUOTA-MB     TO IW-FT-QUOTA-MB (IW-I)
002630     MOVE IFSSTAT-HORIZON      TO IW-FT-HORIZON (IW-I).
002640 2300-SET-LATEST-EXIT.
002650     EXIT.
002660*----------------------------------------------------------*
002670* 3000-PROJECT - BYTES GROWN PER DAY FROM FIRST TO LATEST   *
002680*                CAPTURE, DAYS UNTIL THE QUOTA AT THAT      *
002690*                RATE; A FOLDER ALREADY OVER QUOTA HAS NONE *
002700*                LEFT.  A FOLDER WITH NO QUOTA IS SHOWN BUT *
002710*                NEVER FLAGGED                              *
002720*----------------------------------------------------------*
002730 3000-PROJECT.
002740     PERFORM VARYING IW-I FROM 1 BY 1
002750             UNTIL IW-I > IW-TBL-COUNT
002760        PERFORM 3100-PROJECT-FOLDER
002770            THRU 3100-PROJECT-FOLDER-EXIT
002780     END-PERFORM
002790     MOVE IW-FLAGGED TO IW-SUM-COUNT
002800     MOVE IW-SUM-LINE TO RW-LINE
002810     MOVE 'T' TO RW-FUNC
002820     PERFORM 8900-RW-PUT
002830         THRU 8900-RW-PUT-EXIT.
002840 3000-PROJECT-EXIT.
002850     EXIT.
002860 3100-PROJECT-FOLDER.
002870     COMPUTE IW-SPAN-DAYS = IW-FT-LAST-DN (IW-I) -
002880                            IW-FT-FIRST-DN (IW-I)
002890     MOVE 0 TO IW-GROWTH
002900     IF IW-SPAN-DAYS GREATER 0
002910        COMPUTE IW-GROWTH =
002920                (IW-FT-LAST-BYTES (IW-I) -
002930                 IW-FT-FIRST-BYTES (IW-I)) / IW-SPAN-DAYS
002940     END-IF
002950     COMPUTE IW-QUOTA-BYTES = IW-FT-QUOTA-MB (IW-I) * 1048576
002960     MOVE IW-FT-HORIZON (IW-I) TO IW-HORIZON
002970     IF IW-HORIZON = 0
002980        MOVE IW-DEFAULT-HORIZON TO IW-HORIZON
002990     END-IF
003000     MOVE 999999 TO IW-DAYS-LEFT
003010     IF IW-QUOTA-BYTES GREATER 0
003020        IF IW-FT-LAST-BYTES (IW-I) NOT LESS IW-QUOTA-BYTES
003030           MOVE 0 TO IW-DAYS-LEFT
003040        ELSE
003050           IF IW-GROWTH GREATER 0
003060              COMPUTE IW-DAYS-LEFT =
003070                      (IW-QUOTA-BYTES -
003080                       IW-FT-LAST-BYTES (IW-I)) / IW-GROWTH
003090           END-IF
003100        END-IF
003110     END-IF
003120     MOVE IW-FT-FOLDER (IW-I)   TO IW-DTL-FOLDER
003130     COMPUTE IW-MB = IW-FT-LAST-BYTES (IW-I) / 1048576
003140     MOVE IW-MB                 TO IW-DTL-MB
003150     MOVE IW-FT-QUOTA-MB (IW-I) TO IW-DTL-QUOTA
003160     COMPUTE IW-MB = IW-GROWTH / 1048576
003170     MOVE IW-MB                 TO IW-DTL-GROWTH
003180     IF IW-DAYS-LEFT = 999999
003190        MOVE 0 TO IW-DTL-LEFT
003200     ELSE
003210        MOVE IW-DAYS-LEFT TO IW-DTL-LEFT
003220     END-IF
003230     MOVE IW-FT-OLDEST (IW-I)   TO IW-DTL-OLDEST
003240     MOVE IW-FT-ORPHANS (IW-I)  TO IW-DTL-ORPHANS
003250     MOVE SPACES                TO IW-DTL-FLAG
003260     IF IW-DAYS-LEFT NOT GREATER IW-HORIZON
003270        ADD 1 TO IW-FLAGGED
003280        MOVE 'FULL' TO IW-DTL-FLAG
003290        PERFORM 7100-UPSERT-ALERT
003300            THRU 7100-UPSERT-ALERT-EXIT
003310     END-IF
003320     MOVE IW-DTL-LINE TO RW-LINE
003330     MOVE 'D' TO RW-FUNC
003340     PERFORM 8900-RW-PUT
003350         THRU 8900-RW-PUT-EXIT.
003360 3100-PROJECT-FOLDER-EXIT.
003370     EXIT.
003380*----------------------------------------------------------*
003390* 7100-UPSERT-ALERT - SAME CONDITION-KEY LIFECYCLE PATTERN  *
003400*                     AS SLAALERT'S 7000-UPSERT-ALERT, ONE  *
003410*                     CONDITION PER FOLDER.  THE VALUE IS   *
003420*                     THE DAYS LEFT, THE THRESHOLD THE      *
003430*                     HORIZON                               *
003440*----------------------------------------------------------*
003450 7100-UPSERT-ALERT.
003460     MOVE 'IFSSPACE'          TO ALERTS-TYPE
003470     MOVE 'IFSGROW'           TO ALERTS-SOURCE
003480     MOVE IW-FT-FOLDER (IW-I) TO ALERTS-DETAIL
003490     SET IW-ALERT-NOT-ON-FILE TO TRUE
003500     READ ALERTS RECORD
003510         INVALID KEY
003520            CONTINUE
003530         NOT INVALID KEY
003540            SET IW-ALERT-ON-FILE TO TRUE
003550     END-READ
003560     MOVE IW-DAYS-LEFT    TO ALERTS-VALUE
003570     MOVE IW-HORIZON      TO ALERTS-THRESHOLD
003580     IF IW-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
003590        ADD 1 TO ALERTS-BREACHES
003600        IF ALERTS-SEVERITY LESS 9
003610           ADD 1 TO ALERTS-SEVERITY
003620        END-IF
003630        REWRITE ALERTS-RECORD
003640           INVALID KEY
003650              CONTINUE
003660        END-REWRITE
003670     ELSE
003680        SET  ALERTS-NEW       TO TRUE
003690        MOVE 1                TO ALERTS-SEVERITY
003700        MOVE 1                TO ALERTS-BREACHES
003710        MOVE IW-NOW-TS        TO ALERTS-RAISED-TS
003720        MOVE SPACES           TO ALERTS-ACK-USER
003730        MOVE SPACES           TO ALERTS-ACK-TS
003740        MOVE SPACES           TO ALERTS-RES-TS
003750        MOVE SPACES           TO ALERTS-ACT-STATUS
003760        MOVE 0                TO ALERTS-ACT-TRIES
003770        MOVE SPACES           TO ALERTS-ACT-TS
003780        MOVE 0                TO ALERTS-BUSAGE
003790        IF IW-ALERT-ON-FILE
003800           REWRITE ALERTS-RECORD
003810              INVALID KEY
003820                 CONTINUE
003830           END-REWRITE
003840        ELSE
003850           WRITE ALERTS-RECORD
003860              INVALID KEY
003870                 CONTINUE
003880           END-WRITE
003890        END-IF
003900     END-IF.
003910 7100-UPSERT-ALERT-EXIT.
003920     EXIT.
003930*----------------------------------------------------------*
003940* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
003950*----------------------------------------------------------*
003960 8000-DATE-TO-DAYNUM.
003970     MOVE IW-DN-YY TO IW-DW-YY
003980     MOVE IW-DN-MM TO IW-DW-MM
003990     MOVE IW-DN-DD TO IW-DW-DD
004000     IF IW-DW-MM GREATER 2
004010        SUBTRACT 3 FROM IW-DW-MM
004020     ELSE
004030        ADD 9 TO IW-DW-MM
004040        SUBTRACT 1 FROM IW-DW-YY
004050     END-IF
004060     COMPUTE IW-DN-D = ((153 * IW-DW-MM) + 2) / 5
004070     COMPUTE IW-DN-L4 = IW-DW-YY / 4
004080     COMPUTE IW-DN-L100 = IW-DW-YY / 100
004090     COMPUTE IW-DN-L400 = IW-DW-YY / 400
004100     COMPUTE IW-DN-NUM = IW-DW-YY * 365 +
004110                         IW-DN-L4 -
004120                         IW-DN-L100 +
004130                         IW-DN-L400 +
004140                         IW-DN-D +
004150                         IW-DW-DD.
004160 8000-DATE-TO-DAYNUM-EXIT.
004170     EXIT.
004180 8900-RW-PUT.
004190     CALL 'GXRPTW' USING RW-CTL RW-OUT
004200     PERFORM VARYING RW-X FROM 1 BY 1
004210             UNTIL RW-X > RW-OUT-COUNT
004220        WRITE IFSGRPT-LINE FROM RW-OUT-LINE (RW-X)
004230     END-PERFORM.
004240 8900-RW-PUT-EXIT.
004250     EXIT.
004260 9000-TERMINATE.
004270     MOVE 'C' TO RW-FUNC
004280     PERFORM 8900-RW-PUT
004290         THRU 8900-RW-PUT-EXIT
004300     CLOSE IFSSTAT
004310     CLOSE ALERTS
004320     CLOSE IFSGRPT.
004330 9000-TERMINATE-EXIT.
004340     EXIT.
004350 9999-EXIT.
004360     STOP RUN.
