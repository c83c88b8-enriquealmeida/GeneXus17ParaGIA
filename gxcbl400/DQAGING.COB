000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DQAGING.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - WEEKLY AGING OF THE   *
000100*                   DQISSUE DATA-QUALITY ISSUE REGISTER.    *
000110*                   EVERY LIVE ISSUE (OPEN OR TAKEN) IS     *
000120*                   AGED FROM THE DAY IT WAS LAST OPENED    *
000130*                   AND COUNTED UNDER ITS OWNER - 0-7,      *
000140*                   8-30, 31-90 AND OVER 90 DAYS, TAKEN,    *
000150*                   OLDEST AND REOPENED - WITH THE OWNER'S  *
000160*                   ISSUES LISTED UNDER THE COUNTS.  ONE    *
000170*                   DQAGERPT REPORT THROUGH THE SHARED      *
000180*                   WRITER                                  *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-ISERIES.
000230 OBJECT-COMPUTER.   IBM-ISERIES.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT DQISSUE    ASSIGN TO DATABASE-DQISSUE
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE  IS SEQUENTIAL
000290         RECORD KEY   IS DQISSUE-KEY
000300         FILE STATUS  IS DA-FS-DQISSUE.
000310     SELECT DQAGERPT   ASSIGN TO DATABASE-DQAGERPT
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS  IS DA-FS-DQAGERPT.
000340 DATA DIVISION.
000350 FILE SECTION.
000360*----------------------------------------------------------*
000370* DQISSUE - SAME LAYOUT AS GXDQREG.  THE ROW WITH FILE      *
000380* *CONTROL ONLY HOLDS THE LAST ISSUE NUMBER AND IS SKIPPED  *
000390*----------------------------------------------------------*
000400 FD  DQISSUE.
000410 01  DQISSUE-RECORD.
000420     05 DQISSUE-KEY.
000430        10 DQISSUE-FILE          PIC  X(010).
000440        10 DQISSUE-RECKEY        PIC  X(032).
000450        10 DQISSUE-CLASS         PIC  X(010).
000460        10 DQISSUE-FIELD         PIC  X(010).
000470     05 DQISSUE-NBR              PIC  9(007).
000480     05 DQISSUE-SOURCE           PIC  X(010).
000490     05 DQISSUE-VALUE            PIC  X(032).
000500     05 DQISSUE-STATUS           PIC  X(001).
000510        88 DQISSUE-OPEN                         VALUE 'O'.
000520        88 DQISSUE-TAKEN                        VALUE 'T'.
000530        88 DQISSUE-LIVE                         VALUE 'O' 'T'.
000540     05 DQISSUE-OWNER            PIC  X(010).
000550     05 DQISSUE-FIRST-SEEN       PIC  9(008).
000560     05 DQISSUE-LAST-SEEN        PIC  9(008).
000570     05 DQISSUE-OPENED           PIC  9(008).
000580     05 DQISSUE-LAST-RUN         PIC  X(026).
000590     05 DQISSUE-REOPENS          PIC  9(003).
000600     05 DQISSUE-TAKEN-BY         PIC  X(010).
000610     05 DQISSUE-TAKEN-TS         PIC  X(026).
000620     05 DQISSUE-COMMENT          PIC  X(060).
000630     05 DQISSUE-NOTE-BY          PIC  X(010).
000640     05 DQISSUE-NOTE-TS          PIC  X(026).
000650     05 DQISSUE-CLOSED-BY        PIC  X(010).
000660     05 DQISSUE-CLOSED-TS        PIC  X(026).
000670 FD  DQAGERPT.
000680 01  DQAGERPT-LINE               PIC  X(080).
000690 WORKING-STORAGE SECTION.
000700 77  DA-FS-DQISSUE              PIC  X(002).
000710 77  DA-FS-DQAGERPT             PIC  X(002).
000720 77  DA-EOF-SW                  PIC  X(001)     VALUE 'N'.
000730     88 DA-AT-EOF                               VALUE 'Y'.
000740 77  DA-OPEN-SW                 PIC  X(001)     VALUE 'N'.
000750     88 DA-REGISTER-OPEN                        VALUE 'Y'.
000760 77  DA-FOUND-SW                PIC  X(001)     VALUE 'N'.
000770     88 DA-FOUND                                VALUE 'Y'.
000780 77  DA-I                       PIC S9(005) COMP-3.
000790 77  DA-J                       PIC S9(005) COMP-3.
000800 77  DA-TODAY-NUM               PIC S9(009) COMP-3.
000810 77  DA-AGE                     PIC S9(005) COMP-3.
000820 77  DA-OWNER                   PIC  X(010).
000830 77  DA-OWN-LOST                PIC S9(007) COMP-3 VALUE 0.
000840 77  DA-ISS-LOST                PIC S9(007) COMP-3 VALUE 0.
000850 01  DA-TODAY-DATE.
000860     05 DA-TODAY-YY             PIC  9(004).
000870     05 DA-TODAY-MM             PIC  9(002).
000880     05 DA-TODAY-DD             PIC  9(002).
000890 01  DA-DN-DATE.
000900     05 DA-DN-YY                PIC  9(004).
000910     05 DA-DN-MM                PIC  9(002).
000920     05 DA-DN-DD                PIC  9(002).
000930 01  DA-DN-DW.
000940     05 DA-DW-YY                PIC S9(005) COMP-3.
000950     05 DA-DW-MM                PIC S9(003) COMP-3.
000960     05 DA-DW-DD                PIC S9(003) COMP-3.
000970 77  DA-DN-D                    PIC S9(003) COMP-3.
000980 77  DA-DN-L4                   PIC S9(005) COMP-3.
000990 77  DA-DN-L100                 PIC S9(005) COMP-3.
001000 77  DA-DN-L400                 PIC S9(005) COMP-3.
001010 77  DA-DN-NUM                  PIC S9(009) COMP-3.
001020*----------------------------------------------------------*
001030* ONE ENTRY PER OWNER, KEPT IN OWNER ORDER AS IT IS BUILT - *
001040* AN ISSUE NOBODY OWNS IS COUNTED UNDER *NONE.  ENTRY ZERO  *
001050* OF THE TABLE IS NEVER USED; DA-OWN-TOTAL CARRIES THE      *
001060* GRAND TOTALS IN THE SAME SHAPE                            *
001070*----------------------------------------------------------*
001080 77  DA-OWN-MAX                 PIC S9(005) COMP-3 VALUE 500.
001090 77  DA-OWN-COUNT               PIC S9(005) COMP-3 VALUE 0.
001100 01  DA-OWN-TABLE.
001110     05 DA-OWN-ENTRY OCCURS 500.
001120        10 DA-OWN-ID            PIC  X(010).
001130        10 DA-OWN-LIVE          PIC S9(007) COMP-3.
001140        10 DA-OWN-TAKEN         PIC S9(007) COMP-3.
001150        10 DA-OWN-B1            PIC S9(007) COMP-3.
001160        10 DA-OWN-B2            PIC S9(007) COMP-3.
001170        10 DA-OWN-B3            PIC S9(007) COMP-3.
001180        10 DA-OWN-B4            PIC S9(007) COMP-3.
001190        10 DA-OWN-OLDEST        PIC S9(005) COMP-3.
001200        10 DA-OWN-REOPENED      PIC S9(007) COMP-3.
001210 01  DA-OWN-TOTAL.
001220     05 DA-TOT-ID               PIC  X(010).
001230     05 DA-TOT-LIVE             PIC S9(007) COMP-3.
001240     05 DA-TOT-TAKEN            PIC S9(007) COMP-3.
001250     05 DA-TOT-B1               PIC S9(007) COMP-3.
001260     05 DA-TOT-B2               PIC S9(007) COMP-3.
001270     05 DA-TOT-B3               PIC S9(007) COMP-3.
001280     05 DA-TOT-B4               PIC S9(007) COMP-3.
001290     05 DA-TOT-OLDEST           PIC S9(005) COMP-3.
001300     05 DA-TOT-REOPENED         PIC S9(007) COMP-3.
001310*----------------------------------------------------------*
001320* THE LIVE ISSUES THEMSELVES, IN REGISTER ORDER, LISTED     *
001330* UNDER THEIR OWNER'S COUNTS.  PAST THE TABLE'S CAPACITY    *
001340* AN ISSUE IS STILL COUNTED BUT NOT LISTED                  *
001350*----------------------------------------------------------*
001360 77  DA-ISS-MAX                 PIC S9(005) COMP-3 VALUE 5000.
001370 77  DA-ISS-COUNT               PIC S9(005) COMP-3 VALUE 0.
001380 01  DA-ISS-TABLE.
001390     05 DA-ISS-ENTRY OCCURS 5000.
001400        10 DA-ISS-OWNER         PIC  X(010).
001410        10 DA-ISS-NBR           PIC  9(007).
001420        10 DA-ISS-AGE           PIC S9(005) COMP-3.
001430        10 DA-ISS-STATUS        PIC  X(001).
001440        10 DA-ISS-FILE          PIC  X(010).
001450        10 DA-ISS-CLASS         PIC  X(010).
001460        10 DA-ISS-FIELD         PIC  X(010).
001470        10 DA-ISS-RECKEY        PIC  X(020).
001480 01  DA-COLS-LINE.
001490     05 FILLER                  PIC  X(012) VALUE 'OWNER'.
001500     05 FILLER                  PIC  X(024) VALUE
001510                                      '  LIVE TAKEN   0-7  8-30'.
001520     05 FILLER                  PIC  X(024) VALUE
001530                                      ' 31-90   >90OLDEST REOPN'.
001540     05 FILLER                  PIC  X(020) VALUE SPACES.
001550 01  DA-SUM-LINE.
001560     05 DA-SUM-OWNER            PIC  X(010).
001570     05 FILLER                  PIC  X(002) VALUE SPACES.
001580     05 DA-SUM-LIVE             PIC  ZZZZZ9.
001590     05 DA-SUM-TAKEN            PIC  ZZZZZ9.
001600     05 DA-SUM-B1               PIC  ZZZZZ9.
001610     05 DA-SUM-B2               PIC  ZZZZZ9.
001620     05 DA-SUM-B3               PIC  ZZZZZ9.
001630     05 DA-SUM-B4               PIC  ZZZZZ9.
001640     05 DA-SUM-OLDEST           PIC  ZZZZZ9.
001650     05 DA-SUM-REOPENED         PIC  ZZZZZ9.
001660     05 FILLER                  PIC  X(020) VALUE SPACES.
001670 01  DA-DTL-LINE.
001680     05 FILLER                  PIC  X(004) VALUE SPACES.
001690     05 DA-DTL-NBR              PIC  9(007).
001700     05 FILLER                  PIC  X(001) VALUE SPACE.
001710     05 DA-DTL-AGE              PIC  ZZZZ9.
001720     05 FILLER                  PIC  X(002) VALUE 'D '.
001730     05 DA-DTL-STATUS           PIC  X(001).
001740     05 FILLER                  PIC  X(001) VALUE SPACE.
001750     05 DA-DTL-FILE             PIC  X(010).
001760     05 FILLER                  PIC  X(001) VALUE SPACE.
001770     05 DA-DTL-CLASS            PIC  X(010).
001780     05 FILLER                  PIC  X(001) VALUE SPACE.
001790     05 DA-DTL-FIELD            PIC  X(010).
001800     05 FILLER                  PIC  X(001) VALUE SPACE.
001810     05 DA-DTL-RECKEY           PIC  X(020).
001820     05 FILLER                  PIC  X(006) VALUE SPACES.
001830 01  DA-NOTE-LINE.
001840     05 DA-NOTE-TEXT            PIC  X(040).
001850     05 DA-NOTE-COUNT           PIC  Z,ZZZ,ZZ9.
001860     05 FILLER                  PIC  X(031) VALUE SPACES.
001870 01  RW-CTL.
001880     05 RW-FUNC                  PIC  X(001).
001890     05 RW-TITLE                 PIC  X(050).
001900     05 RW-TITLE-ID              PIC  X(010).
001910     05 RW-LANG                  PIC  X(003).
001920     05 RW-COLS                  PIC  X(080).
001930     05 RW-LINE                  PIC  X(080).
001940     05 RW-PAGE-SIZE             PIC  9(003).
001950 01  RW-OUT.
001960     05 RW-OUT-COUNT             PIC  9(001).
001970     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
001980 77  RW-X                        PIC S9(003) COMP-3.
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE
002020         THRU 1000-INITIALIZE-EXIT
002030     PERFORM 2000-READ-DQISSUE
002040         THRU 2000-READ-DQISSUE-EXIT
002050     PERFORM 3000-AGE-ISSUE
002060         THRU 3000-AGE-ISSUE-EXIT
002070         UNTIL DA-AT-EOF
002080     PERFORM 5000-PRINT-OWNERS
002090         THRU 5000-PRINT-OWNERS-EXIT
002100     PERFORM 6000-PRINT-TOTALS
002110         THRU 6000-PRINT-TOTALS-EXIT
002120     PERFORM 9000-TERMINATE
002130         THRU 9000-TERMINATE-EXIT
002140     GO TO 9999-EXIT.
002150 1000-INITIALIZE.
002160     OPEN OUTPUT DQAGERPT
002170     OPEN INPUT  DQISSUE
002180     IF DA-FS-DQISSUE = '00'
002190        SET DA-REGISTER-OPEN TO TRUE
002200     ELSE
002210        SET DA-AT-EOF TO TRUE
002220     END-IF
002230     ACCEPT DA-TODAY-DATE FROM DATE YYYYMMDD
002240     MOVE DA-TODAY-DATE TO DA-DN-DATE
002250     PERFORM 8000-DATE-TO-DAYNUM
002260         THRU 8000-DATE-TO-DAYNUM-EXIT
002270     MOVE DA-DN-NUM TO DA-TODAY-NUM
002280     INITIALIZE DA-OWN-TOTAL
002290     MOVE '*TOTAL' TO DA-TOT-ID
002300     MOVE 'DATA-QUALITY ISSUES - WEEKLY AGING BY OWNER'
002310       TO RW-TITLE
002320     MOVE 'DQAGERPT'   TO RW-TITLE-ID
002330     MOVE SPACES       TO RW-LANG
002340     MOVE DA-COLS-LINE TO RW-COLS
002350     MOVE 60           TO RW-PAGE-SIZE
002360     MOVE 'I'          TO RW-FUNC
002370     PERFORM 8900-RW-PUT
002380         THRU 8900-RW-PUT-EXIT.
002390 1000-INITIALIZE-EXIT.
002400     EXIT.
002410 2000-READ-DQISSUE.
002420     IF DA-AT-EOF
002430        GO TO 2000-READ-DQISSUE-EXIT
002440     END-IF
002450     READ DQISSUE NEXT RECORD
002460         AT END
002470            SET DA-AT-EOF TO TRUE
002480     END-READ.
002490 2000-READ-DQISSUE-EXIT.
002500     EXIT.
002510*----------------------------------------------------------*
002520* 3000-AGE-ISSUE - A LIVE ISSUE IS AGED IN CALENDAR DAYS    *
002530*                  FROM THE DAY IT WAS OPENED (OR LAST      *
002540*                  REOPENED) AND COUNTED UNDER ITS OWNER    *
002550*----------------------------------------------------------*
002560 3000-AGE-ISSUE.
002570     IF DQISSUE-FILE = '*CONTROL' OR NOT DQISSUE-LIVE
002580        GO TO 3000-AGE-ISSUE-NEXT
002590     END-IF
002600     MOVE 0 TO DA-AGE
002610     IF DQISSUE-OPENED NUMERIC AND DQISSUE-OPENED GREATER 0
002620        MOVE DQISSUE-OPENED TO DA-DN-DATE
002630        PERFORM 8000-DATE-TO-DAYNUM
002640            THRU 8000-DATE-TO-DAYNUM-EXIT
002650        IF DA-TODAY-NUM GREATER DA-DN-NUM
002660           COMPUTE DA-AGE = DA-TODAY-NUM - DA-DN-NUM
002670        END-IF
002680     END-IF
002690     MOVE DQISSUE-OWNER TO DA-OWNER
002700     IF DA-OWNER = SPACES
002710        MOVE '*NONE' TO DA-OWNER
002720     END-IF
002730     PERFORM 3100-FIND-OWNER
002740         THRU 3100-FIND-OWNER-EXIT
002750     IF DA-FOUND
002760        PERFORM 3200-COUNT-ISSUE
002770            THRU 3200-COUNT-ISSUE-EXIT
002780     ELSE
002790        ADD 1 TO DA-OWN-LOST
002800     END-IF
002810     PERFORM 3300-ADD-TOTALS
002820         THRU 3300-ADD-TOTALS-EXIT
002830     IF DA-ISS-COUNT LESS DA-ISS-MAX
002840        ADD 1 TO DA-ISS-COUNT
002850        MOVE DA-OWNER              TO DA-ISS-OWNER  (DA-ISS-COUNT)
002860        MOVE DQISSUE-NBR           TO DA-ISS-NBR    (DA-ISS-COUNT)
002870        MOVE DA-AGE                TO DA-ISS-AGE    (DA-ISS-COUNT)
002880        MOVE DQISSUE-STATUS        TO DA-ISS-STATUS (DA-ISS-COUNT)
002890        MOVE DQISSUE-FILE          TO DA-ISS-FILE   (DA-ISS-COUNT)
002900        MOVE DQISSUE-CLASS         TO DA-ISS-CLASS  (DA-ISS-COUNT)
002910        MOVE DQISSUE-FIELD         TO DA-ISS-FIELD  (DA-ISS-COUNT)
002920        MOVE DQISSUE-RECKEY (1:20) TO DA-ISS-RECKEY (DA-ISS-COUNT)
002930     ELSE
002940        ADD 1 TO DA-ISS-LOST
002950     END-IF.
002960 3000-AGE-ISSUE-NEXT.
002970     PERFORM 2000-READ-DQISSUE
002980         THRU 2000-READ-DQISSUE-EXIT.
002990 3000-AGE-ISSUE-EXIT.
003000     EXIT.
003010*----------------------------------------------------------*
003020* 3100-FIND-OWNER - DA-I COMES BACK AT THE OWNER'S ENTRY.   *
003030*                   A NEW OWNER IS SLOTTED IN AT ITS PLACE  *
003040*                   IN OWNER ORDER, THE ENTRIES AFTER IT    *
003050*                   MOVED DOWN ONE                          *
003060*----------------------------------------------------------*
003070 3100-FIND-OWNER.
003080     MOVE 'N' TO DA-FOUND-SW
003090     PERFORM VARYING DA-I FROM 1 BY 1
003100             UNTIL DA-I > DA-OWN-COUNT OR
003110                   DA-OWN-ID (DA-I) NOT LESS DA-OWNER
003120        CONTINUE
003130     END-PERFORM
003140     IF DA-I NOT > DA-OWN-COUNT AND DA-OWN-ID (DA-I) = DA-OWNER
003150        SET DA-FOUND TO TRUE
003160        GO TO 3100-FIND-OWNER-EXIT
003170     END-IF
003180     IF DA-OWN-COUNT NOT LESS DA-OWN-MAX
003190        GO TO 3100-FIND-OWNER-EXIT
003200     END-IF
003210     PERFORM VARYING DA-J FROM DA-OWN-COUNT BY -1
003220             UNTIL DA-J < DA-I
003230        MOVE DA-OWN-ENTRY (DA-J) TO DA-OWN-ENTRY (DA-J + 1)
003240     END-PERFORM
003250     ADD 1 TO DA-OWN-COUNT
003260     INITIALIZE DA-OWN-ENTRY (DA-I)
003270     MOVE DA-OWNER TO DA-OWN-ID (DA-I)
003280     SET DA-FOUND TO TRUE.
003290 3100-FIND-OWNER-EXIT.
003300     EXIT.
003310 3200-COUNT-ISSUE.
003320     ADD 1 TO DA-OWN-LIVE (DA-I)
003330     IF DQISSUE-TAKEN
003340        ADD 1 TO DA-OWN-TAKEN (DA-I)
003350     END-IF
003360     EVALUATE TRUE
003370        WHEN DA-AGE NOT > 7
003380           ADD 1 TO DA-OWN-B1 (DA-I)
003390        WHEN DA-AGE NOT > 30
003400           ADD 1 TO DA-OWN-B2 (DA-I)
003410        WHEN DA-AGE NOT > 90
003420           ADD 1 TO DA-OWN-B3 (DA-I)
003430        WHEN OTHER
003440           ADD 1 TO DA-OWN-B4 (DA-I)
003450     END-EVALUATE
003460     IF DA-AGE GREATER DA-OWN-OLDEST (DA-I)
003470        MOVE DA-AGE TO DA-OWN-OLDEST (DA-I)
003480     END-IF
003490     IF DQISSUE-REOPENS GREATER 0
003500        ADD 1 TO DA-OWN-REOPENED (DA-I)
003510     END-IF.
003520 3200-COUNT-ISSUE-EXIT.
003530     EXIT.
003540 3300-ADD-TOTALS.
003550     ADD 1 TO DA-TOT-LIVE
003560     IF DQISSUE-TAKEN
003570        ADD 1 TO DA-TOT-TAKEN
003580     END-IF
003590     EVALUATE TRUE
003600        WHEN DA-AGE NOT > 7
003610           ADD 1 TO DA-TOT-B1
003620        WHEN DA-AGE NOT > 30
003630           ADD 1 TO DA-TOT-B2
003640        WHEN DA-AGE NOT > 90
003650           ADD 1 TO DA-TOT-B3
003660        WHEN OTHER
003670           ADD 1 TO DA-TOT-B4
003680     END-EVALUATE
003690     IF DA-AGE GREATER DA-TOT-OLDEST
003700        MOVE DA-AGE TO DA-TOT-OLDEST
003710     END-IF
003720     IF DQISSUE-REOPENS GREATER 0
003730        ADD 1 TO DA-TOT-REOPENED
003740     END-IF.
003750 3300-ADD-TOTALS-EXIT.
003760     EXIT.
003770*----------------------------------------------------------*
003780* 5000-PRINT-OWNERS - ONE COUNT LINE PER OWNER, THE OWNER'S *
003790*                     ISSUES UNDER IT                       *
003800*----------------------------------------------------------*
003810 5000-PRINT-OWNERS.
003820     PERFORM 5100-PRINT-ONE-OWNER
003830         THRU 5100-PRINT-ONE-OWNER-EXIT
003840         VARYING DA-I FROM 1 BY 1
003850         UNTIL DA-I > DA-OWN-COUNT.
003860 5000-PRINT-OWNERS-EXIT.
003870     EXIT.
003880 5100-PRINT-ONE-OWNER.
003890     MOVE SPACES TO RW-LINE
003900     MOVE 'D' TO RW-FUNC
003910     PERFORM 8900-RW-PUT
003920         THRU 8900-RW-PUT-EXIT
003930     MOVE DA-OWN-ID (DA-I)       TO DA-SUM-OWNER
003940     MOVE DA-OWN-LIVE (DA-I)     TO DA-SUM-LIVE
003950     MOVE DA-OWN-TAKEN (DA-I)    TO DA-SUM-TAKEN
003960     MOVE DA-OWN-B1 (DA-I)       TO DA-SUM-B1
003970     MOVE DA-OWN-B2 (DA-I)       TO DA-SUM-B2
003980     MOVE DA-OWN-B3 (DA-I)       TO DA-SUM-B3
003990     MOVE DA-OWN-B4 (DA-I)       TO DA-SUM-B4
004000     MOVE DA-OWN-OLDEST (DA-I)   TO DA-SUM-OLDEST
004010     MOVE DA-OWN-REOPENED (DA-I) TO DA-SUM-REOPENED
004020     MOVE DA-SUM-LINE TO RW-LINE
004030     MOVE 'D' TO RW-FUNC
004040     PERFORM 8900-RW-PUT
004050         THRU 8900-RW-PUT-EXIT
004060     PERFORM 5200-PRINT-ONE-ISSUE
004070         THRU 5200-PRINT-ONE-ISSUE-EXIT
004080         VARYING DA-J FROM 1 BY 1
004090         UNTIL DA-J > DA-ISS-COUNT.
004100 5100-PRINT-ONE-OWNER-EXIT.
004110     EXIT.
004120 5200-PRINT-ONE-ISSUE.
004130     IF DA-ISS-OWNER (DA-J) NOT = DA-OWN-ID (DA-I)
004140        GO TO 5200-PRINT-ONE-ISSUE-EXIT
004150     END-IF
004160     MOVE DA-ISS-NBR (DA-J)    TO DA-DTL-NBR
004170     MOVE DA-ISS-AGE (DA-J)    TO DA-DTL-AGE
004180     MOVE DA-ISS-STATUS (DA-J) TO DA-DTL-STATUS
004190     MOVE DA-ISS-FILE (DA-J)   TO DA-DTL-FILE
004200     MOVE DA-ISS-CLASS (DA-J)  TO DA-DTL-CLASS
004210     MOVE DA-ISS-FIELD (DA-J)  TO DA-DTL-FIELD
004220     MOVE DA-ISS-RECKEY (DA-J) TO DA-DTL-RECKEY
004230     MOVE DA-DTL-LINE TO RW-LINE
004240     MOVE 'D' TO RW-FUNC
004250     PERFORM 8900-RW-PUT
004260         THRU 8900-RW-PUT-EXIT.
004270 5200-PRINT-ONE-ISSUE-EXIT.
004280     EXIT.
004290 6000-PRINT-TOTALS.
004300     IF DA-OWN-LOST GREATER 0
004310        MOVE 'ISSUES OF OWNERS PAST THE TABLE LIMIT:'
004320          TO DA-NOTE-TEXT
004330        MOVE DA-OWN-LOST TO DA-NOTE-COUNT
004340        MOVE DA-NOTE-LINE TO RW-LINE
004350        MOVE 'D' TO RW-FUNC
004360        PERFORM 8900-RW-PUT
004370            THRU 8900-RW-PUT-EXIT
004380     END-IF
004390     IF DA-ISS-LOST GREATER 0
004400        MOVE 'ISSUES COUNTED BUT NOT LISTED:' TO DA-NOTE-TEXT
004410        MOVE DA-ISS-LOST TO DA-NOTE-COUNT
004420        MOVE DA-NOTE-LINE TO RW-LINE
004430        MOVE 'D' TO RW-FUNC
004440        PERFORM 8900-RW-PUT
004450            THRU 8900-RW-PUT-EXIT
004460     END-IF
004470     MOVE DA-TOT-ID       TO DA-SUM-OWNER
004480     MOVE DA-TOT-LIVE     TO DA-SUM-LIVE
004490     MOVE DA-TOT-TAKEN    TO DA-SUM-TAKEN
004500     MOVE DA-TOT-B1       TO DA-SUM-B1
004510     MOVE DA-TOT-B2       TO DA-SUM-B2
004520     MOVE DA-TOT-B3       TO DA-SUM-B3
004530     MOVE DA-TOT-B4       TO DA-SUM-B4
004540     MOVE DA-TOT-OLDEST   TO DA-SUM-OLDEST
004550     MOVE DA-TOT-REOPENED TO DA-SUM-REOPENED
004560     MOVE DA-SUM-LINE TO RW-LINE
004570     MOVE 'T' TO RW-FUNC
004580     PERFORM 8900-RW-PUT
004590         THRU 8900-RW-PUT-EXIT.
004600 6000-PRINT-TOTALS-EXIT.
004610     EXIT.
004620*----------------------------------------------------------*
004630* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
004640*----------------------------------------------------------*
004650 8000-DATE-TO-DAYNUM.
004660     MOVE DA-DN-YY TO DA-DW-YY
004670     MOVE DA-DN-MM TO DA-DW-MM
004680     MOVE DA-DN-DD TO DA-DW-DD
004690     IF DA-DW-MM GREATER 2
004700        SUBTRACT 3 FROM DA-DW-MM
004710     ELSE
004720        ADD 9 TO DA-DW-MM
004730        SUBTRACT 1 FROM DA-DW-YY
004740     END-IF
004750     COMPUTE DA-DN-D = ((153 * DA-DW-MM) + 2) / 5
004760     COMPUTE DA-DN-L4 = DA-DW-YY / 4
004770     COMPUTE DA-DN-L100 = DA-DW-YY / 100
004780     COMPUTE DA-DN-L400 = DA-DW-YY / 400
004790     COMPUTE DA-DN-NUM = DA-DW-YY * 365 +
004800                         DA-DN-L4 -
004810                         DA-DN-L100 +
004820                         DA-DN-L400 +
004830                         DA-DN-D +
004840                         DA-DW-DD.
004850 8000-DATE-TO-DAYNUM-EXIT.
004860     EXIT.
004870 8900-RW-PUT.
004880     CALL 'GXRPTW' USING RW-CTL RW-OUT
004890     PERFORM VARYING RW-X FROM 1 BY 1
004900             UNTIL RW-X > RW-OUT-COUNT
004910        WRITE DQAGERPT-LINE FROM RW-OUT-LINE (RW-X)
004920     END-PERFORM.
004930 8900-RW-PUT-EXIT.
004940     EXIT.
004950 9000-TERMINATE.
004960     MOVE 'C' TO RW-FUNC
004970     PERFORM 8900-RW-PUT
004980         THRU 8900-RW-PUT-EXIT
004990     IF DA-REGISTER-OPEN
005000        CLOSE DQISSUE
005010     END-IF
005020     CLOSE DQAGERPT.
005030 9000-TERMINATE-EXIT.
005040     EXIT.
005050 9999-EXIT.
005060     STOP RUN.
