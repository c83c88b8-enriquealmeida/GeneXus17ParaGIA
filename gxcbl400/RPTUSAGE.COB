000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTUSAGE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - QUARTERLY REPORT     *
000100*                   USAGE REVIEW.  EVERY REPORT PRODUCED   *
000110*                   IN THE QUARTER (ONE SPLPAGES ROW PER   *
000120*                   ARCHIVED COPY) IS JOINED TO THE RPTUSE *
000130*                   USAGE REGISTER GXRUSE KEEPS - ARCHIVE  *
000140*                   SEARCH HITS, REPRINTS, PDF PRINTS,     *
000150*                   DISTRIBUTION DELIVERIES AND DSPSPLF    *
000160*                   VIEWS - AND TO THE SPACE ITS /GXSPOOL  *
000170*                   ARCHIVE FOLDER HOLDS.  THE REPORT      *
000180*                   LISTS WHAT WAS PRODUCED BUT NEVER      *
000190*                   READ, WHAT WAS READ ONLY BY USERS WHO  *
000200*                   NO LONGER HOLD ANY CURRENT SECAUTH     *
000210*                   GRANT, AND EVERY REPORT'S USAGE, SO    *
000220*                   THE OWNERS CAN BE ASKED TO RETIRE      *
000230*                   THEM.  UAREQ MAY NAME THE WINDOW;      *
000240*                   WITHOUT IT THE LAST COMPLETE CALENDAR  *
000250*                   QUARTER IS TAKEN                       *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-ISERIES.
000300 OBJECT-COMPUTER.   IBM-ISERIES.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT UAREQ      ASSIGN TO DATABASE-UAREQ
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS UA-FS-UAREQ.
000360     SELECT SPLPAGES   ASSIGN TO DATABASE-SPLPAGES
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS UA-FS-SPLPAGES.
000390     SELECT RPTUSE     ASSIGN TO DATABASE-RPTUSE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS UA-FS-RPTUSE.
000420     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS DYNAMIC
000450         RECORD KEY   IS SECAUTH-KEY
000460         FILE STATUS  IS UA-FS-SECAUTH.
000470     SELECT DULIST     ASSIGN TO DATABASE-DULIST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS UA-FS-DULIST.
000500     SELECT UARPT      ASSIGN TO DATABASE-UARPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS UA-FS-UARPT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------*
000560* UAREQ - OPTIONAL WINDOW; ZEROES TAKE THE LAST QUARTER    *
000570*----------------------------------------------------------*
000580 FD  UAREQ.
000590 01  UAREQ-RECORD.
000600     05 UAREQ-FROM-DATE          PIC  9(008).
000610     05 UAREQ-TO-DATE            PIC  9(008).
000620     05 FILLER                   PIC  X(024).
000630 FD  SPLPAGES.
000640 01  SPLPAGES-RECORD.
000650     05 SPLPAGES-DATE            PIC  9(008).
000660     05 SPLPAGES-REPORT          PIC  X(010).
000670     05 SPLPAGES-PGM             PIC  X(010).
000680     05 SPLPAGES-JOB             PIC  X(010).
000690     05 SPLPAGES-USER            PIC  X(010).
000700     05 SPLPAGES-LINES           PIC S9(007) COMP-3.
000710     05 SPLPAGES-PAGES           PIC S9(005) COMP-3.
000720     05 SPLPAGES-PATH            PIC  X(128).
000730 FD  RPTUSE.
000740 01  RPTUSE-RECORD.
000750     05 RPTUSE-DATE              PIC  9(008).
000760     05 RPTUSE-TIME              PIC  9(006).
000770     05 RPTUSE-REPORT            PIC  X(010).
000780     05 RPTUSE-EVENT             PIC  X(001).
000790        88 RPTUSE-SEARCH                         VALUE 'S'.
000800        88 RPTUSE-REPRINT                        VALUE 'R'.
000810        88 RPTUSE-PDF                            VALUE 'F'.
000820        88 RPTUSE-DELIVERY                       VALUE 'D'.
000830        88 RPTUSE-VIEW                           VALUE 'V'.
000840     05 RPTUSE-USER              PIC  X(010).
000850     05 RPTUSE-PGM               PIC  X(010).
000860     05 RPTUSE-REF               PIC  X(064).
000870 FD  SECAUTH.
000880 01  SECAUTH-RECORD.
000890     05 SECAUTH-KEY.
000900        10 SECAUTH-USER          PIC  X(010).
000910        10 SECAUTH-PGM           PIC  X(010).
000920        10 SECAUTH-ACTION        PIC  X(001).
000930     05 SECAUTH-EFFTO            PIC  9(008).
000940     05 SECAUTH-FOUREYES         PIC  X(001).
000950*----------------------------------------------------------*
000960* DULIST - QTEMP WORK FILE, ONE DU -SK LINE PER ARCHIVE    *
000970* FOLDER: KILOBYTES, A TAB, THE FOLDER PATH                *
000980*----------------------------------------------------------*
000990 FD  DULIST.
001000 01  DULIST-RECORD               PIC  X(256).
001010 FD  UARPT.
001020 01  UARPT-LINE                  PIC  X(080).
001030 WORKING-STORAGE SECTION.
001040 77  UA-FS-UAREQ                 PIC  X(002).
001050 77  UA-FS-SPLPAGES              PIC  X(002).
001060 77  UA-FS-RPTUSE                PIC  X(002).
001070 77  UA-FS-SECAUTH               PIC  X(002).
001080 77  UA-FS-DULIST                PIC  X(002).
001090 77  UA-FS-UARPT                 PIC  X(002).
001100 77  UA-EOF-SW                   PIC  X(001)     VALUE 'N'.
001110     88 UA-AT-EOF                                VALUE 'Y'.
001120 77  UA-FOUND-SW                 PIC  X(001).
001130     88 UA-FOUND                                 VALUE 'Y'.
001140     88 UA-NOT-FOUND                              VALUE 'N'.
001150 77  UA-ADD-SW                   PIC  X(001).
001160     88 UA-ADD-NEW                               VALUE 'Y'.
001170     88 UA-KNOWN-ONLY                             VALUE 'N'.
001180 77  UA-GRANT-SW                 PIC  X(001).
001190     88 UA-GRANT-HELD                            VALUE 'Y'.
001200     88 UA-GRANT-GONE                             VALUE 'N'.
001210 77  UA-AUTH-EOF-SW              PIC  X(001).
001220     88 UA-AUTH-AT-EOF                           VALUE 'Y'.
001230     88 UA-AUTH-NOT-EOF                           VALUE 'N'.
001240 77  UA-CMD-FAIL-SW              PIC  X(001).
001250     88 UA-CMD-FAILED                            VALUE 'Y'.
001260     88 UA-CMD-OK                                 VALUE 'N'.
001270 77  UA-I                        PIC S9(004) COMP-3.
001280 77  UA-J                        PIC S9(004) COMP-3.
001290 77  UA-R                        PIC S9(004) COMP-3.
001300 77  UA-U                        PIC S9(004) COMP-3.
001310 77  UA-Q                        PIC S9(001) COMP-3.
001320 77  UA-RPT-COUNT                PIC S9(004) COMP-3 VALUE 0.
001330 77  UA-MAX-RPTS                 PIC S9(004) COMP-3 VALUE 500.
001340 77  UA-USER-COUNT               PIC S9(004) COMP-3 VALUE 0.
001350 77  UA-MAX-USERS                PIC S9(004) COMP-3 VALUE 300.
001360 77  UA-OVERFLOW                 PIC S9(007) COMP-3 VALUE 0.
001370 77  UA-SECT-COUNT               PIC S9(005) COMP-3.
001380 77  UA-SECT-PAGES               PIC S9(009) COMP-3.
001390 77  UA-SECT-KB                  PIC S9(011) COMP-3.
001400 77  UA-READS                    PIC S9(007) COMP-3.
001410 77  UA-CMD-PTR                  PIC S9(004) COMP-3.
001420 77  UA-CMD                      PIC  X(512).
001430 77  UA-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001440 01  UA-TODAY-DATE.
001450     05 UA-TODAY-YY              PIC  9(004).
001460     05 UA-TODAY-MM              PIC  9(002).
001470     05 UA-TODAY-DD              PIC  9(002).
001480 01  UA-TODAY-N REDEFINES UA-TODAY-DATE
001490                                 PIC  9(008).
001500*----------------------------------------------------------*
001510* THE WINDOW REVIEWED                                      *
001520*----------------------------------------------------------*
001530 01  UA-FROM-DATE.
001540     05 UA-FROM-YY               PIC  9(004).
001550     05 UA-FROM-MM               PIC  9(002).
001560     05 UA-FROM-DD               PIC  9(002).
001570 01  UA-FROM-N REDEFINES UA-FROM-DATE
001580                                 PIC  9(008).
001590 01  UA-TO-DATE.
001600     05 UA-TO-YY                 PIC  9(004).
001610     05 UA-TO-MM                 PIC  9(002).
001620     05 UA-TO-DD                 PIC  9(002).
001630 01  UA-TO-N REDEFINES UA-TO-DATE
001640                                 PIC  9(008).
001650 01  UA-LOOK-REPORT              PIC  X(010).
001660*----------------------------------------------------------*
001670* ONE ENTRY PER REPORT PRODUCED OR READ IN THE WINDOW.     *
001680* A READ BY A USER WHO STILL HOLDS A GRANT IS CURRENT; ONE *
001690* BY A USER WITH NONE LEFT IS A FORMER READ, THE LAST SUCH *
001700* USER KEPT FOR THE LISTING.  EMAIL AND FOLDER DELIVERIES  *
001710* NAME NO PROFILE AND COUNT AS CURRENT                     *
001720*----------------------------------------------------------*
001730 01  UA-RPT-TABLE.
001740     05 UA-RPT-ENTRY OCCURS 500 TIMES.
001750        10 UA-RT-REPORT          PIC  X(010).
001760        10 UA-RT-PGM             PIC  X(010).
001770        10 UA-RT-RUNS            PIC S9(007) COMP-3.
001780        10 UA-RT-PAGES           PIC S9(009) COMP-3.
001790        10 UA-RT-KB              PIC S9(011) COMP-3.
001800        10 UA-RT-SEARCH          PIC S9(007) COMP-3.
001810        10 UA-RT-REPRINT         PIC S9(007) COMP-3.
001820        10 UA-RT-PDF             PIC S9(007) COMP-3.
001830        10 UA-RT-DELIVERY        PIC S9(007) COMP-3.
001840        10 UA-RT-VIEW            PIC S9(007) COMP-3.
001850        10 UA-RT-CUR-READS       PIC S9(007) COMP-3.
001860        10 UA-RT-EX-READS        PIC S9(007) COMP-3.
001870        10 UA-RT-LAST-READ       PIC  9(008).
001880        10 UA-RT-EX-USER         PIC  X(010).
001890 01  UA-SWAP-ENTRY               PIC  X(081).
001900*----------------------------------------------------------*
001910* GRANT LOOKUPS ALREADY MADE, ONE PER USER                 *
001920*----------------------------------------------------------*
001930 01  UA-USER-TABLE.
001940     05 UA-USER-ENTRY OCCURS 300 TIMES.
001950        10 UA-UT-USER            PIC  X(010).
001960        10 UA-UT-HELD            PIC  X(001).
001970 01  UA-LOOK-USER                PIC  X(010).
001980*----------------------------------------------------------*
001990* ONE DU LINE TAKEN APART                                  *
002000*----------------------------------------------------------*
002010 01  UA-DU-KB                    PIC  9(011).
002020 01  UA-DU-PATH                  PIC  X(128).
002030 01  UA-DU-ROOT                  PIC  X(010).
002040 01  UA-DU-TOP                   PIC  X(010).
002050 01  UA-DU-REPORT                PIC  X(010).
002060*----------------------------------------------------------*
002070* REPORT LINES                                             *
002080*----------------------------------------------------------*
002090 01  UA-TITLE-LINE.
002100     05 FILLER                   PIC  X(013)
002110                                 VALUE 'REPORT USAGE '.
002120     05 UA-TTL-FROM              PIC  9(008).
002130     05 FILLER                   PIC  X(003) VALUE ' - '.
002140     05 UA-TTL-TO                PIC  9(008).
002150     05 FILLER                   PIC  X(001) VALUE SPACE.
002160     05 UA-TTL-SECTION           PIC  X(017).
002170 01  UA-COLS-RETIRE.
002180     05 FILLER                   PIC  X(011) VALUE 'REPORT'.
002190     05 FILLER                   PIC  X(011) VALUE 'PROGRAM'.
002200     05 FILLER                   PIC  X(008) VALUE '   RUNS '.
002210     05 FILLER                   PIC  X(010) VALUE '    PAGES '.
002220     05 FILLER                   PIC  X(015) VALUE
002230                                       '    ARCHIVE KB '.
002240     05 FILLER                   PIC  X(008) VALUE '  READS '.
002250     05 FILLER                   PIC  X(017) VALUE 'LAST READER'.
002260 01  UA-RETIRE-LINE.
002270     05 UA-RL-REPORT             PIC  X(010).
002280     05 FILLER                   PIC  X(001) VALUE SPACE.
002290     05 UA-RL-PGM                PIC  X(010).
002300     05 FILLER                   PIC  X(001) VALUE SPACE.
002310     05 UA-RL-RUNS               PIC ZZZ,ZZ9.
002320     05 FILLER                   PIC  X(001) VALUE SPACE.
002330     05 UA-RL-PAGES              PIC Z,ZZZ,ZZ9.
002340     05 FILLER                   PIC  X(001) VALUE SPACE.
002350     05 UA-RL-KB                 PIC ZZ,ZZZ,ZZZ,ZZ9.
002360     05 FILLER                   PIC  X(001) VALUE SPACE.
002370     05 UA-RL-READS              PIC ZZZ,ZZ9.
002380     05 FILLER                   PIC  X(001) VALUE SPACE.
002390     05 UA-RL-USER               PIC  X(010).
002400     05 FILLER                   PIC  X(007) VALUE SPACES.
002410 01  UA-COLS-ALL.
002420     05 FILLER                   PIC  X(011) VALUE 'REPORT'.
002430     05 FILLER                   PIC  X(008) VALUE '   RUNS '.
002440     05 FILLER                   PIC  X(010) VALUE '    PAGES '.
002450     05 FILLER                   PIC  X(015) VALUE
002460                                       '    ARCHIVE KB '.
002470     05 FILLER                   PIC  X(036) VALUE
002480                              ' SRCH  RPRT   PDF  DLVR  VIEW'.
002490 01  UA-ALL-LINE.
002500     05 UA-AL-REPORT             PIC  X(010).
002510     05 FILLER                   PIC  X(001) VALUE SPACE.
002520     05 UA-AL-RUNS               PIC ZZZ,ZZ9.
002530     05 FILLER                   PIC  X(001) VALUE SPACE.
002540     05 UA-AL-PAGES              PIC Z,ZZZ,ZZ9.
002550     05 FILLER                   PIC  X(001) VALUE SPACE.
002560     05 UA-AL-KB                 PIC ZZ,ZZZ,ZZZ,ZZ9.
002570     05 FILLER                   PIC  X(001) VALUE SPACE.
002580     05 UA-AL-SEARCH             PIC ZZZZ9.
002590     05 FILLER                   PIC  X(001) VALUE SPACE.
002600     05 UA-AL-REPRINT            PIC ZZZZ9.
002610     05 FILLER                   PIC  X(001) VALUE SPACE.
002620     05 UA-AL-PDF                PIC ZZZZ9.
002630     05 FILLER                   PIC  X(001) VALUE SPACE.
002640     05 UA-AL-DELIVERY           PIC ZZZZ9.
002650     05 FILLER                   PIC  X(001) VALUE SPACE.
002660     05 UA-AL-VIEW               PIC ZZZZ9.
002670     05 FILLER                   PIC  X(007) VALUE SPACES.
002680 01  UA-TOT-LINE.
002690     05 UA-TL-LABEL              PIC  X(028).
002700     05 UA-TL-COUNT              PIC ZZ,ZZ9.
002710     05 FILLER                   PIC  X(007) VALUE ' PAGES '.
002720     05 UA-TL-PAGES              PIC Z,ZZZ,ZZZ,ZZ9.
002730     05 FILLER                   PIC  X(012) VALUE ' ARCHIVE KB '.
002740     05 UA-TL-KB                 PIC ZZZ,ZZZ,ZZ9.
002750*----------------------------------------------------------*
002760* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS*
002770* PAGINATION AND TITLES; WE WRITE THE LINES IT HANDS BACK  *
002780*----------------------------------------------------------*
002790 01  RW-CTL.
002800     05 RW-FUNC                  PIC  X(001).
002810     05 RW-TITLE                 PIC  X(050).
002820     05 RW-TITLE-ID              PIC  X(010).
002830     05 RW-LANG                  PIC  X(003).
002840     05 RW-COLS                  PIC  X(080).
002850     05 RW-LINE                  PIC  X(080).
002860     05 RW-PAGE-SIZE             PIC  9(003).
002870 01  RW-OUT.
002880     05 RW-OUT-COUNT             PIC  9(001).
002890     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002900 77  RW-X                        PIC S9(003) COMP-3.
002910*----------------------------------------------------------*
002920* SHARED COMMAND-EXECUTION INTERFACE (GXCMDX) - THE SERVICE*
002930* ALLOW-LISTS AND LOGS EVERY COMMAND                       *
002940*----------------------------------------------------------*
002950 01  CX-CTL.
002960     05 CX-CALLER                PIC  X(010).
002970     05 CX-CMD                   PIC  X(512).
002980     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
002990     05 CX-RESULT                PIC  X(002).
003000 PROCEDURE DIVISION.
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE
003030         THRU 1000-INITIALIZE-EXIT
003040     PERFORM 2000-LOAD-PRODUCTION
003050         THRU 2000-LOAD-PRODUCTION-EXIT
003060     PERFORM 2500-LOAD-USAGE
003070         THRU 2500-LOAD-USAGE-EXIT
003080     PERFORM 3000-LOAD-ARCHIVE-SPACE
003090         THRU 3000-LOAD-ARCHIVE-SPACE-EXIT
003100     PERFORM 3500-SORT-REPORTS
003110         THRU 3500-SORT-REPORTS-EXIT
003120     PERFORM 4000-PRINT-NEVER-READ
003130         THRU 4000-PRINT-NEVER-READ-EXIT
003140     PERFORM 4500-PRINT-FORMER-ONLY
003150         THRU 4500-PRINT-FORMER-ONLY-EXIT
003160     PERFORM 5000-PRINT-ALL
003170         THRU 5000-PRINT-ALL-EXIT
003180     PERFORM 9000-TERMINATE
003190         THRU 9000-TERMINATE-EXIT
003200     GO TO 9999-EXIT.
003210*----------------------------------------------------------*
003220* 1000-INITIALIZE - OPEN THE FILES AND SETTLE THE WINDOW   *
003230*----------------------------------------------------------*
003240 1000-INITIALIZE.
003250     OPEN OUTPUT UARPT
003260     ACCEPT UA-TODAY-DATE FROM DATE YYYYMMDD
003270     MOVE SPACES TO RW-LANG
003280     MOVE 60     TO RW-PAGE-SIZE
003290     MOVE 0 TO UA-FROM-N
003300     MOVE 0 TO UA-TO-N
003310     OPEN INPUT UAREQ
003320     IF UA-FS-UAREQ = '00'
003330        READ UAREQ
003340            AT END
003350               CONTINUE
003360            NOT AT END
003370               MOVE UAREQ-FROM-DATE TO UA-FROM-N
003380               MOVE UAREQ-TO-DATE   TO UA-TO-N
003390        END-READ
003400        CLOSE UAREQ
003410     END-IF
003420     IF UA-FROM-N = 0 OR UA-TO-N = 0
003430        PERFORM 1100-LAST-QUARTER
003440            THRU 1100-LAST-QUARTER-EXIT
003450     END-IF
003460     OPEN INPUT SECAUTH.
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490*----------------------------------------------------------*
003500* 1100-LAST-QUARTER - THE CALENDAR QUARTER BEFORE THE ONE  *
003510*                     TODAY FALLS IN                       *
003520*----------------------------------------------------------*
003530 1100-LAST-QUARTER.
003540     COMPUTE UA-Q = (UA-TODAY-MM - 1) / 3
003550     IF UA-Q = 0
003560        COMPUTE UA-FROM-YY = UA-TODAY-YY - 1
003570        MOVE UA-FROM-YY TO UA-TO-YY
003580        MOVE 10 TO UA-FROM-MM
003590        MOVE 12 TO UA-TO-MM
003600     ELSE
003610        MOVE UA-TODAY-YY TO UA-FROM-YY
003620        MOVE UA-TODAY-YY TO UA-TO-YY
003630        COMPUTE UA-FROM-MM = (UA-Q - 1) * 3 + 1
003640        COMPUTE UA-TO-MM   = UA-Q * 3
003650     END-IF
003660     MOVE 1 TO UA-FROM-DD
003670     IF UA-TO-MM = 6 OR UA-TO-MM = 9
003680        MOVE 30 TO UA-TO-DD
003690     ELSE
003700        MOVE 31 TO UA-TO-DD
003710     END-IF.
003720 1100-LAST-QUARTER-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 2000-LOAD-PRODUCTION - ONE SPLPAGES ROW PER ARCHIVED COPY*
003760*                        IS ONE RUN OF THE REPORT          *
003770*----------------------------------------------------------*
003780 2000-LOAD-PRODUCTION.
003790     OPEN INPUT SPLPAGES
003800     IF UA-FS-SPLPAGES NOT = '00'
003810        GO TO 2000-LOAD-PRODUCTION-EXIT
003820     END-IF
003830     MOVE 'N' TO UA-EOF-SW
003840     PERFORM 2010-READ-SPLPAGES
003850         THRU 2010-READ-SPLPAGES-EXIT
003860     PERFORM 2020-POST-RUN
003870         THRU 2020-POST-RUN-EXIT
003880         UNTIL UA-AT-EOF
003890     CLOSE SPLPAGES.
003900 2000-LOAD-PRODUCTION-EXIT.
003910     EXIT.
003920 2010-READ-SPLPAGES.
003930     READ SPLPAGES
003940         AT END
003950            SET UA-AT-EOF TO TRUE
003960     END-READ.
003970 2010-READ-SPLPAGES-EXIT.
003980     EXIT.
003990 2020-POST-RUN.
004000     IF SPLPAGES-DATE < UA-FROM-N OR SPLPAGES-DATE > UA-TO-N OR
004010        SPLPAGES-REPORT = SPACES
004020        GO TO 2020-POST-RUN-NEXT
004030     END-IF
004040     MOVE SPLPAGES-REPORT TO UA-LOOK-REPORT
004050     SET UA-ADD-NEW TO TRUE
004060     PERFORM 2800-FIND-REPORT
004070         THRU 2800-FIND-REPORT-EXIT
004080     IF UA-R = 0
004090        GO TO 2020-POST-RUN-NEXT
004100     END-IF
004110     ADD 1              TO UA-RT-RUNS (UA-R)
004120     ADD SPLPAGES-PAGES TO UA-RT-PAGES (UA-R)
004130     MOVE SPLPAGES-PGM  TO UA-RT-PGM (UA-R).
004140 2020-POST-RUN-NEXT.
004150     PERFORM 2010-READ-SPLPAGES
004160         THRU 2010-READ-SPLPAGES-EXIT.
004170 2020-POST-RUN-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200* 2500-LOAD-USAGE - EVERY RPTUSE ROW IN THE WINDOW, COUNTED*
004210*                   BY EVENT AND BY WHETHER THE READER     *
004220*                   STILL HOLDS A GRANT                    *
004230*----------------------------------------------------------*
004240 2500-LOAD-USAGE.
004250     OPEN INPUT RPTUSE
004260     IF UA-FS-RPTUSE NOT = '00'
004270        GO TO 2500-LOAD-USAGE-EXIT
004280     END-IF
004290     MOVE 'N' TO UA-EOF-SW
004300     PERFORM 2510-READ-RPTUSE
004310         THRU 2510-READ-RPTUSE-EXIT
004320     PERFORM 2520-POST-USE
004330         THRU 2520-POST-USE-EXIT
004340         UNTIL UA-AT-EOF
004350     CLOSE RPTUSE.
004360 2500-LOAD-USAGE-EXIT.
004370     EXIT.
004380 2510-READ-RPTUSE.
004390     READ RPTUSE
004400         AT END
004410            SET UA-AT-EOF TO TRUE
004420     END-READ.
004430 2510-READ-RPTUSE-EXIT.
004440     EXIT.
004450 2520-POST-USE.
004460     IF RPTUSE-DATE < UA-FROM-N OR RPTUSE-DATE > UA-TO-N OR
004470        RPTUSE-REPORT = SPACES
004480        GO TO 2520-POST-USE-NEXT
004490     END-IF
004500     MOVE RPTUSE-REPORT TO UA-LOOK-REPORT
004510     SET UA-ADD-NEW TO TRUE
004520     PERFORM 2800-FIND-REPORT
004530         THRU 2800-FIND-REPORT-EXIT
004540     IF UA-R = 0
004550        GO TO 2520-POST-USE-NEXT
004560     END-IF
004570     EVALUATE TRUE
004580        WHEN RPTUSE-SEARCH
004590           ADD 1 TO UA-RT-SEARCH (UA-R)
004600        WHEN RPTUSE-REPRINT
004610           ADD 1 TO UA-RT-REPRINT (UA-R)
004620        WHEN RPTUSE-PDF
004630           ADD 1 TO UA-RT-PDF (UA-R)
004640        WHEN RPTUSE-DELIVERY
004650           ADD 1 TO UA-RT-DELIVERY (UA-R)
004660        WHEN OTHER
004670           ADD 1 TO UA-RT-VIEW (UA-R)
004680     END-EVALUATE
004690     IF RPTUSE-DATE > UA-RT-LAST-READ (UA-R)
004700        MOVE RPTUSE-DATE TO UA-RT-LAST-READ (UA-R)
004710     END-IF
004720     MOVE RPTUSE-USER TO UA-LOOK-USER
004730     PERFORM 2600-CHECK-GRANT
004740         THRU 2600-CHECK-GRANT-EXIT
004750     IF UA-GRANT-HELD
004760        ADD 1 TO UA-RT-CUR-READS (UA-R)
004770     ELSE
004780        ADD 1 TO UA-RT-EX-READS (UA-R)
004790        MOVE RPTUSE-USER TO UA-RT-EX-USER (UA-R)
004800     END-IF.
004810 2520-POST-USE-NEXT.
004820     PERFORM 2510-READ-RPTUSE
004830         THRU 2510-READ-RPTUSE-EXIT.
004840 2520-POST-USE-EXIT.
004850     EXIT.
004860*----------------------------------------------------------*
004870* 2600-CHECK-GRANT - DOES UA-LOOK-USER STILL HOLD ANY      *
004880*                    SECAUTH GRANT, UNEXPIRED BY THE SAME  *
004890*                    EFFECTIVE-TO RULE GXFAUTH APPLIES?    *
004900*                    A NAME THAT IS NO PROFILE (*EMAIL,    *
004910*                    *IFSDROP, BLANK) CANNOT BE TOLD AND   *
004920*                    COUNTS AS HELD                        *
004930*----------------------------------------------------------*
004940 2600-CHECK-GRANT.
004950     SET UA-GRANT-HELD TO TRUE
004960     IF UA-LOOK-USER = SPACES OR UA-LOOK-USER (1:1) = '*'
004970        GO TO 2600-CHECK-GRANT-EXIT
004980     END-IF
004990     SET UA-NOT-FOUND TO TRUE
005000     PERFORM VARYING UA-U FROM 1 BY 1
005010             UNTIL UA-U > UA-USER-COUNT OR UA-FOUND
005020        IF UA-UT-USER (UA-U) = UA-LOOK-USER
005030           SET UA-FOUND TO TRUE
005040        END-IF
005050     END-PERFORM
005060     IF UA-FOUND
005070        SUBTRACT 1 FROM UA-U
005080        MOVE UA-UT-HELD (UA-U) TO UA-GRANT-SW
005090        GO TO 2600-CHECK-GRANT-EXIT
005100     END-IF
005110     SET UA-GRANT-GONE TO TRUE
005120     IF UA-FS-SECAUTH = '00'
005130        MOVE LOW-VALUES   TO SECAUTH-KEY
005140        MOVE UA-LOOK-USER TO SECAUTH-USER
005150        SET UA-AUTH-NOT-EOF TO TRUE
005160        START SECAUTH KEY NOT LESS SECAUTH-KEY
005170            INVALID KEY
005180               SET UA-AUTH-AT-EOF TO TRUE
005190        END-START
005200        PERFORM 2610-NEXT-GRANT
005210            THRU 2610-NEXT-GRANT-EXIT
005220            UNTIL UA-AUTH-AT-EOF OR UA-GRANT-HELD
005230     END-IF
005240     IF UA-USER-COUNT < UA-MAX-USERS
005250        ADD 1 TO UA-USER-COUNT
005260        MOVE UA-LOOK-USER TO UA-UT-USER (UA-USER-COUNT)
005270        MOVE UA-GRANT-SW  TO UA-UT-HELD (UA-USER-COUNT)
005280     END-IF.
005290 2600-CHECK-GRANT-EXIT.
005300     EXIT.
005310 2610-NEXT-GRANT.
005320     READ SECAUTH NEXT RECORD
005330         AT END
005340            SET UA-AUTH-AT-EOF TO TRUE
005350            GO TO 2610-NEXT-GRANT-EXIT
005360     END-READ
005370     IF SECAUTH-USER NOT = UA-LOOK-USER
005380        SET UA-AUTH-AT-EOF TO TRUE
005390        GO TO 2610-NEXT-GRANT-EXIT
005400     END-IF
005410     IF SECAUTH-EFFTO = 0 OR
005420        SECAUTH-EFFTO NOT LESS UA-TODAY-N
005430        SET UA-GRANT-HELD TO TRUE
005440     END-IF.
005450 2610-NEXT-GRANT-EXIT.
005460     EXIT.
005470*----------------------------------------------------------*
005480* 2800-FIND-REPORT - THE TABLE ENTRY FOR UA-LOOK-REPORT IN *
005490*                    UA-R; WITH UA-ADD-NEW A NEW REPORT IS *
005500*                    ADDED.  ZERO WHEN NOT FOUND OR THE    *
005510*                    TABLE IS FULL                         *
005520*----------------------------------------------------------*
005530 2800-FIND-REPORT.
005540     SET UA-NOT-FOUND TO TRUE
005550     PERFORM VARYING UA-R FROM 1 BY 1
005560             UNTIL UA-R > UA-RPT-COUNT OR UA-FOUND
005570        IF UA-RT-REPORT (UA-R) = UA-LOOK-REPORT
005580           SET UA-FOUND TO TRUE
005590        END-IF
005600     END-PERFORM
005610     IF UA-FOUND
005620        SUBTRACT 1 FROM UA-R
005630        GO TO 2800-FIND-REPORT-EXIT
005640     END-IF
005650     MOVE 0 TO UA-R
005660     IF UA-KNOWN-ONLY
005670        GO TO 2800-FIND-REPORT-EXIT
005680     END-IF
005690     IF UA-RPT-COUNT NOT < UA-MAX-RPTS
005700        ADD 1 TO UA-OVERFLOW
005710        GO TO 2800-FIND-REPORT-EXIT
005720     END-IF
005730     ADD 1 TO UA-RPT-COUNT
005740     MOVE UA-RPT-COUNT   TO UA-R
005750     MOVE UA-LOOK-REPORT TO UA-RT-REPORT    (UA-R)
005760     MOVE SPACES         TO UA-RT-PGM       (UA-R)
005770     MOVE 0              TO UA-RT-RUNS      (UA-R)
005780     MOVE 0              TO UA-RT-PAGES     (UA-R)
005790     MOVE 0              TO UA-RT-KB        (UA-R)
005800     MOVE 0              TO UA-RT-SEARCH    (UA-R)
005810     MOVE 0              TO UA-RT-REPRINT   (UA-R)
005820     MOVE 0              TO UA-RT-PDF       (UA-R)
005830     MOVE 0              TO UA-RT-DELIVERY  (UA-R)
005840     MOVE 0              TO UA-RT-VIEW      (UA-R)
005850     MOVE 0              TO UA-RT-CUR-READS (UA-R)
005860     MOVE 0              TO UA-RT-EX-READS  (UA-R)
005870     MOVE 0              TO UA-RT-LAST-READ (UA-R)
005880     MOVE SPACES         TO UA-RT-EX-USER   (UA-R).
005890 2800-FIND-REPORT-EXIT.
005900     EXIT.
005910*----------------------------------------------------------*
005920* 3000-LOAD-ARCHIVE-SPACE - THE SIZE OF EVERY /GXSPOOL     *
005930*                           FOLDER, DU TO A STREAM FILE AND*
005940*                           FROM THERE INTO QTEMP/DULIST.  *
005950*                           THE FOLDER IS NAMED FOR THE    *
005960*                           REPORT (THE GXFSPLA AND GXFBRST*
005970*                           NAMING).  A FAILED LISTING     *
005980*                           LEAVES THE SPACE AT ZERO       *
005990*----------------------------------------------------------*
006000 3000-LOAD-ARCHIVE-SPACE.
006010     MOVE 1 TO UA-CMD-PTR
006020     MOVE SPACES TO UA-CMD
006030     STRING 'CRTPF FILE(QTEMP/DULIST) RCDLEN(256)'
006040            DELIMITED BY SIZE INTO UA-CMD
006050            POINTER UA-CMD-PTR
006060     PERFORM 8800-RUN-COMMAND
006070         THRU 8800-RUN-COMMAND-EXIT
006080     MOVE 1 TO UA-CMD-PTR
006090     MOVE SPACES TO UA-CMD
006100     STRING 'QSH CMD(''du -sk /GXSPOOL/*/ > /tmp/RPTUSAGE.LST'')'
006110            DELIMITED BY SIZE INTO UA-CMD
006120            POINTER UA-CMD-PTR
006130     PERFORM 8800-RUN-COMMAND
006140         THRU 8800-RUN-COMMAND-EXIT
006150     IF UA-CMD-FAILED
006160        GO TO 3000-LOAD-ARCHIVE-SPACE-EXIT
006170     END-IF
006180     MOVE 1 TO UA-CMD-PTR
006190     MOVE SPACES TO UA-CMD
006200     STRING 'CPYFRMSTMF FROMSTMF(''/tmp/RPTUSAGE.LST'') '
006210            'TOMBR(''/QSYS.LIB/QTEMP.LIB/DULIST.FILE'
006220            '/DULIST.MBR'') MBROPT(*REPLACE)'
006230            DELIMITED BY SIZE INTO UA-CMD
006240            POINTER UA-CMD-PTR
006250     PERFORM 8800-RUN-COMMAND
006260         THRU 8800-RUN-COMMAND-EXIT
006270     OPEN INPUT DULIST
006280     IF UA-FS-DULIST NOT = '00'
006290        GO TO 3000-LOAD-ARCHIVE-SPACE-EXIT
006300     END-IF
006310     MOVE 'N' TO UA-EOF-SW
006320     PERFORM 3100-TAKE-FOLDER
006330         THRU 3100-TAKE-FOLDER-EXIT
006340         UNTIL UA-AT-EOF
006350     CLOSE DULIST.
006360 3000-LOAD-ARCHIVE-SPACE-EXIT.
006370     EXIT.
006380 3100-TAKE-FOLDER.
006390     READ DULIST
006400         AT END
006410            SET UA-AT-EOF TO TRUE
006420            GO TO 3100-TAKE-FOLDER-EXIT
006430     END-READ
006440     MOVE 0      TO UA-DU-KB
006450     MOVE SPACES TO UA-DU-PATH
006460     MOVE SPACES TO UA-DU-REPORT
006470     UNSTRING DULIST-RECORD
006480         DELIMITED BY ALL SPACE OR X'05' OR X'09'
006490         INTO UA-DU-KB UA-DU-PATH
006500     END-UNSTRING
006510     UNSTRING UA-DU-PATH DELIMITED BY '/'
006520         INTO UA-DU-ROOT UA-DU-TOP UA-DU-REPORT
006530     END-UNSTRING
006540     IF UA-DU-REPORT = SPACES
006550        GO TO 3100-TAKE-FOLDER-EXIT
006560     END-IF
006570     MOVE UA-DU-REPORT TO UA-LOOK-REPORT
006580     SET UA-KNOWN-ONLY TO TRUE
006590     PERFORM 2800-FIND-REPORT
006600         THRU 2800-FIND-REPORT-EXIT
006610     IF UA-R > 0
006620        ADD UA-DU-KB TO UA-RT-KB (UA-R)
006630     END-IF.
006640 3100-TAKE-FOLDER-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 3500-SORT-REPORTS - BY REPORT NAME                       *
006680*----------------------------------------------------------*
006690 3500-SORT-REPORTS.
006700     IF UA-RPT-COUNT > 1
006710        PERFORM VARYING UA-I FROM 1 BY 1
006720                UNTIL UA-I > UA-RPT-COUNT - 1
006730           PERFORM VARYING UA-J FROM 1 BY 1
006740                   UNTIL UA-J > UA-RPT-COUNT - UA-I
006750              IF UA-RT-REPORT (UA-J) > UA-RT-REPORT (UA-J + 1)
006760                 MOVE UA-RPT-ENTRY (UA-J) TO UA-SWAP-ENTRY
006770                 MOVE UA-RPT-ENTRY (UA-J + 1)
006780                 TO UA-RPT-ENTRY (UA-J)
006790                 MOVE UA-SWAP-ENTRY
006800                 TO UA-RPT-ENTRY (UA-J + 1)
006810              END-IF
006820           END-PERFORM
006830        END-PERFORM
006840     END-IF.
006850 3500-SORT-REPORTS-EXIT.
006860     EXIT.
006870*----------------------------------------------------------*
006880* 4000-PRINT-NEVER-READ - PRODUCED IN THE WINDOW, NOT ONE  *
006890*                         READ OF ANY KIND                 *
006900*----------------------------------------------------------*
006910 4000-PRINT-NEVER-READ.
006920     MOVE 'NEVER READ'  TO UA-TTL-SECTION
006930     MOVE UA-COLS-RETIRE TO RW-COLS
006940     PERFORM 7000-START-SECTION
006950         THRU 7000-START-SECTION-EXIT
006960     PERFORM 4100-NEVER-READ-ONE
006970         THRU 4100-NEVER-READ-ONE-EXIT
006980         VARYING UA-R FROM 1 BY 1
006990         UNTIL UA-R > UA-RPT-COUNT
007000     MOVE 'REPORTS NEVER READ' TO UA-TL-LABEL
007010     PERFORM 7200-SECTION-TOTAL
007020         THRU 7200-SECTION-TOTAL-EXIT.
007030 4000-PRINT-NEVER-READ-EXIT.
007040     EXIT.
007050 4100-NEVER-READ-ONE.
007060     COMPUTE UA-READS = UA-RT-CUR-READS (UA-R)
007070                      + UA-RT-EX-READS (UA-R)
007080     IF UA-RT-RUNS (UA-R) = 0 OR UA-READS > 0
007090        GO TO 4100-NEVER-READ-ONE-EXIT
007100     END-IF
007110     PERFORM 7100-RETIRE-LINE
007120         THRU 7100-RETIRE-LINE-EXIT.
007130 4100-NEVER-READ-ONE-EXIT.
007140     EXIT.
007150*----------------------------------------------------------*
007160* 4500-PRINT-FORMER-ONLY - READ IN THE WINDOW, BUT ONLY BY *
007170*                          USERS NO LONGER HOLDING GRANTS  *
007180*----------------------------------------------------------*
007190 4500-PRINT-FORMER-ONLY.
007200     MOVE 'FORMER READERS'  TO UA-TTL-SECTION
007210     MOVE UA-COLS-RETIRE TO RW-COLS
007220     PERFORM 7000-START-SECTION
007230         THRU 7000-START-SECTION-EXIT
007240     PERFORM 4600-FORMER-ONLY-ONE
007250         THRU 4600-FORMER-ONLY-ONE-EXIT
007260         VARYING UA-R FROM 1 BY 1
007270         UNTIL UA-R > UA-RPT-COUNT
007280     MOVE 'READ ONLY BY FORMER HOLDERS' TO UA-TL-LABEL
007290     PERFORM 7200-SECTION-TOTAL
007300         THRU 7200-SECTION-TOTAL-EXIT.
007310 4500-PRINT-FORMER-ONLY-EXIT.
007320     EXIT.
007330 4600-FORMER-ONLY-ONE.
007340     IF UA-RT-EX-READS (UA-R) = 0 OR UA-RT-CUR-READS (UA-R) > 0
007350        GO TO 4600-FORMER-ONLY-ONE-EXIT
007360     END-IF
007370     MOVE UA-RT-EX-READS (UA-R) TO UA-READS
007380     PERFORM 7100-RETIRE-LINE
007390         THRU 7100-RETIRE-LINE-EXIT.
007400 4600-FORMER-ONLY-ONE-EXIT.
007410     EXIT.
007420*----------------------------------------------------------*
007430* 5000-PRINT-ALL - EVERY REPORT PRODUCED OR READ, WITH ITS *
007440*                  READS BY KIND                           *
007450*----------------------------------------------------------*
007460 5000-PRINT-ALL.
007470     MOVE 'ALL REPORTS'  TO UA-TTL-SECTION
007480     MOVE UA-COLS-ALL TO RW-COLS
007490     PERFORM 7000-START-SECTION
007500         THRU 7000-START-SECTION-EXIT
007510     PERFORM 5100-ALL-ONE
007520         THRU 5100-ALL-ONE-EXIT
007530         VARYING UA-R FROM 1 BY 1
007540         UNTIL UA-R > UA-RPT-COUNT
007550     IF UA-OVERFLOW > 0
007560        MOVE SPACES TO RW-LINE
007570        MOVE '** ROWS PAST THE 500-REPORT TABLE - LEFT OUT:'
007580          TO RW-LINE
007590        MOVE UA-OVERFLOW TO UA-TL-COUNT
007600        MOVE UA-TL-COUNT TO RW-LINE (48:6)
007610        MOVE 'D' TO RW-FUNC
007620        PERFORM 8900-RW-PUT
007630            THRU 8900-RW-PUT-EXIT
007640     END-IF
007650     MOVE 'REPORTS PRODUCED OR READ' TO UA-TL-LABEL
007660     PERFORM 7200-SECTION-TOTAL
007670         THRU 7200-SECTION-TOTAL-EXIT.
007680 5000-PRINT-ALL-EXIT.
007690     EXIT.
007700 5100-ALL-ONE.
007710     MOVE UA-RT-REPORT (UA-R)   TO UA-AL-REPORT
007720     MOVE UA-RT-RUNS (UA-R)     TO UA-AL-RUNS
007730     MOVE UA-RT-PAGES (UA-R)    TO UA-AL-PAGES
007740     MOVE UA-RT-KB (UA-R)       TO UA-AL-KB
007750     MOVE UA-RT-SEARCH (UA-R)   TO UA-AL-SEARCH
007760     MOVE UA-RT-REPRINT (UA-R)  TO UA-AL-REPRINT
007770     MOVE UA-RT-PDF (UA-R)      TO UA-AL-PDF
007780     MOVE UA-RT-DELIVERY (UA-R) TO UA-AL-DELIVERY
007790     MOVE UA-RT-VIEW (UA-R)     TO UA-AL-VIEW
007800     MOVE UA-ALL-LINE TO RW-LINE
007810     MOVE 'D' TO RW-FUNC
007820     PERFORM 8900-RW-PUT
007830         THRU 8900-RW-PUT-EXIT
007840     ADD 1                   TO UA-SECT-COUNT
007850     ADD UA-RT-PAGES (UA-R)  TO UA-SECT-PAGES
007860     ADD UA-RT-KB (UA-R)     TO UA-SECT-KB.
007870 5100-ALL-ONE-EXIT.
007880     EXIT.
007890*----------------------------------------------------------*
007900* 7000-START-SECTION - A NEW PAGE SET UNDER THE SECTION'S  *
007910*                      TITLE; THE CALLER HAS SET ITS       *
007920*                      COLUMNS                             *
007930*----------------------------------------------------------*
007940 7000-START-SECTION.
007950     MOVE UA-FROM-N     TO UA-TTL-FROM
007960     MOVE UA-TO-N       TO UA-TTL-TO
007970     MOVE UA-TITLE-LINE TO RW-TITLE
007980     MOVE 'RPTUSAGE'    TO RW-TITLE-ID
007990     MOVE 'I' TO RW-FUNC
008000     PERFORM 8900-RW-PUT
008010         THRU 8900-RW-PUT-EXIT
008020     MOVE 0 TO UA-SECT-COUNT
008030     MOVE 0 TO UA-SECT-PAGES
008040     MOVE 0 TO UA-SECT-KB.
008050 7000-START-SECTION-EXIT.
008060     EXIT.
008070*----------------------------------------------------------*
008080* 7100-RETIRE-LINE - ONE RETIREMENT CANDIDATE; UA-READS IS *
008090*                    SET BY THE CALLER                     *
008100*----------------------------------------------------------*
008110 7100-RETIRE-LINE.
008120     MOVE UA-RT-REPORT (UA-R)  TO UA-RL-REPORT
008130     MOVE UA-RT-PGM (UA-R)     TO UA-RL-PGM
008140     MOVE UA-RT-RUNS (UA-R)    TO UA-RL-RUNS
008150     MOVE UA-RT-PAGES (UA-R)   TO UA-RL-PAGES
008160     MOVE UA-RT-KB (UA-R)      TO UA-RL-KB
008170     MOVE UA-READS             TO UA-RL-READS
008180     MOVE UA-RT-EX-USER (UA-R) TO UA-RL-USER
008190     MOVE UA-RETIRE-LINE TO RW-LINE
008200     MOVE 'D' TO RW-FUNC
008210     PERFORM 8900-RW-PUT
008220         THRU 8900-RW-PUT-EXIT
008230     ADD 1                   TO UA-SECT-COUNT
008240     ADD UA-RT-PAGES (UA-R)  TO UA-SECT-PAGES
008250     ADD UA-RT-KB (UA-R)     TO UA-SECT-KB.
008260 7100-RETIRE-LINE-EXIT.
008270     EXIT.
008280*----------------------------------------------------------*
008290* 7200-SECTION-TOTAL - HOW MANY, AND THE SPOOL PAGES AND   *
008300*                      ARCHIVE SPACE THEY ACCOUNT FOR      *
008310*----------------------------------------------------------*
008320 7200-SECTION-TOTAL.
008330     MOVE UA-SECT-COUNT TO UA-TL-COUNT
008340     MOVE UA-SECT-PAGES TO UA-TL-PAGES
008350     MOVE UA-SECT-KB    TO UA-TL-KB
008360     MOVE UA-TOT-LINE TO RW-LINE
008370     MOVE 'T' TO RW-FUNC
008380     PERFORM 8900-RW-PUT
008390         THRU 8900-RW-PUT-EXIT.
008400 7200-SECTION-TOTAL-EXIT.
008410     EXIT.
008420 8800-RUN-COMMAND.
008430     COMPUTE UA-CMDLEN = UA-CMD-PTR - 1
008440     MOVE 'RPTUSAGE' TO CX-CALLER
008450     MOVE UA-CMD     TO CX-CMD
008460     MOVE UA-CMDLEN  TO CX-CMDLEN
008470     CALL 'GXCMDX' USING CX-CTL
008480     IF CX-RESULT = 'OK'
008490        SET UA-CMD-OK TO TRUE
008500     ELSE
008510        SET UA-CMD-FAILED TO TRUE
008520     END-IF.
008530 8800-RUN-COMMAND-EXIT.
008540     EXIT.
008550 8900-RW-PUT.
008560     CALL 'GXRPTW' USING RW-CTL RW-OUT
008570     PERFORM VARYING RW-X FROM 1 BY 1
008580             UNTIL RW-X > RW-OUT-COUNT
008590        WRITE UARPT-LINE FROM RW-OUT-LINE (RW-X)
008600     END-PERFORM.
008610 8900-RW-PUT-EXIT.
008620     EXIT.
008630 9000-TERMINATE.
008640     MOVE 'C' TO RW-FUNC
008650     PERFORM 8900-RW-PUT
008660         THRU 8900-RW-PUT-EXIT
008670     IF UA-FS-SECAUTH = '00'
008680        CLOSE SECAUTH
008690     END-IF
008700     CLOSE UARPT.
008710 9000-TERMINATE-EXIT.
008720     EXIT.
008730 9999-EXIT.
008740     STOP RUN.
