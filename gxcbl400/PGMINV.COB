000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PGMINV.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - PROGRAM INVENTORY    *
000100*                   AND DORMANT-PROGRAM REPORT.  EVERY     *
000110*                   PROGRAM KNOWN TO THE LVLREG LEVEL      *
000120*                   REGISTRY, RUNSUM, RESPSTAT, SECAUTH,   *
000130*                   JOBDEP, RPTSCHED OR MENUDEF IS LISTED  *
000140*                   WITH ITS COMPILED LEVEL, LAST RUN,     *
000150*                   RUNS AND SCREEN INTERACTIONS IN THE    *
000160*                   DORMANCY WINDOW, CURRENT GRANTS AND    *
000170*                   WHERE IT IS SCHEDULED OR OFFERED.  THE *
000180*                   EXCEPTION SECTIONS LIST PROGRAMS NOT   *
000190*                   RUN IN THE WINDOW, PROGRAMS RUN THAT   *
000200*                   NO SCHEDULE OR MENU NAMES, PROGRAMS    *
000210*                   LAST COMPILED AT A LEVEL OTHER THAN    *
000220*                   THE INSTALLED RUNTIME'S, AND EVERY     *
000230*                   CURRENT GRANT ON A DORMANT PROGRAM -   *
000240*                   THE DECOMMISSION LIST AND THE INPUT TO *
000250*                   THE NEXT RECERTIFICATION.  PVCTL SETS  *
000260*                   THE WINDOW IN DAYS; WITHOUT IT NINETY  *
000270*                   DAYS ARE TAKEN                         *
000272*   2026-10-15  RH  JOBDEP LAYOUT GAINS THE CHECKLIST-GATED *
000274*                   FLAG                                    *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-ISERIES.
000320 OBJECT-COMPUTER.   IBM-ISERIES.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PVCTL      ASSIGN TO DATABASE-PVCTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS PV-FS-PVCTL.
000380     SELECT LVLREG     ASSIGN TO DATABASE-LVLREG
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS PV-FS-LVLREG.
000410     SELECT RUNSUM     ASSIGN TO DATABASE-RUNSUM
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS  IS PV-FS-RUNSUM.
000440     SELECT RESPSTAT   ASSIGN TO DATABASE-RESPSTAT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS  IS PV-FS-RESPSTAT.
000470     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS PV-FS-SECAUTH.
000500     SELECT JOBDEP     ASSIGN TO DATABASE-JOBDEP
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS PV-FS-JOBDEP.
000530     SELECT RPTSCHED   ASSIGN TO DATABASE-RPTSCHED
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS PV-FS-RPTSCHED.
000560     SELECT MENUDEF    ASSIGN TO DATABASE-MENUDEF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS  IS PV-FS-MENUDEF.
000590     SELECT PVRPT      ASSIGN TO DATABASE-PVRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS  IS PV-FS-PVRPT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------*
000650* PVCTL - OPTIONAL; THE DORMANCY WINDOW IN DAYS            *
000660*----------------------------------------------------------*
000670 FD  PVCTL.
000680 01  PVCTL-RECORD.
000690     05 PVCTL-DAYS               PIC  9(004).
000700     05 FILLER                   PIC  X(036).
000710*----------------------------------------------------------*
000720* LVLREG - ONE ROW PER PROGRAM STARTED UNDER THE RUNTIME   *
000730* LEVEL CHECK, STAMPED EACH START; THE *RUNTIME ROW HOLDS  *
000740* THE INSTALLED LEVEL                                      *
000750*----------------------------------------------------------*
000760 FD  LVLREG.
000770 01  LVLREG-RECORD.
000780     05 LVLREG-PGM               PIC  X(010).
000790     05 LVLREG-LEVEL             PIC  X(006).
000800     05 LVLREG-TIMESTAMP         PIC  X(026).
000810 FD  RUNSUM.
000820 01  RUNSUM-RECORD.
000830     05 RUNSUM-TIMESTAMP         PIC  X(026).
000840     05 RUNSUM-JOB               PIC  X(010).
000850     05 RUNSUM-PGM               PIC  X(010).
000860     05 RUNSUM-INSERTED          PIC S9(007) COMP-3.
000870     05 RUNSUM-UPDATED           PIC S9(007) COMP-3.
000880     05 RUNSUM-DELETED           PIC S9(007) COMP-3.
000890     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000900     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000910     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000915     05 RUNSUM-BUSDATE           PIC  9(008).
000920 FD  RESPSTAT.
000930 01  RESPSTAT-RECORD.
000940     05 RESPSTAT-DATE            PIC  9(008).
000950     05 RESPSTAT-PGM             PIC  X(010).
000960     05 RESPSTAT-FORMAT          PIC  X(010).
000970     05 RESPSTAT-COUNT           PIC S9(007) COMP-3.
000980     05 RESPSTAT-TOTAL           PIC S9(011) COMP-3.
000990     05 RESPSTAT-BKT OCCURS 6   PIC S9(007) COMP-3.
001000 FD  SECAUTH.
001010 01  SECAUTH-RECORD.
001020     05 SECAUTH-USER             PIC  X(010).
001030     05 SECAUTH-PGM              PIC  X(010).
001040     05 SECAUTH-ACTION           PIC  X(001).
001050     05 SECAUTH-EFFTO            PIC  9(008).
001060     05 SECAUTH-FOUREYES         PIC  X(001).
001070 FD  JOBDEP.
001080 01  JOBDEP-RECORD.
001090     05 JOBDEP-JOB               PIC  X(010).
001100     05 JOBDEP-PGM               PIC  X(010).
001110     05 JOBDEP-PRED1             PIC  X(010).
001120     05 JOBDEP-PRED2             PIC  X(010).
001130     05 JOBDEP-ONFAIL            PIC  X(001).
001140     05 JOBDEP-RUNDAYS           PIC  X(007).
001150     05 JOBDEP-WORKDAY-ONLY      PIC  X(001).
001160     05 JOBDEP-MONTHEND-ONLY     PIC  X(001).
001170     05 JOBDEP-MAXRUN            PIC  9(004).
001180     05 JOBDEP-ONTIMEOUT         PIC  X(001).
001190     05 JOBDEP-HOLD              PIC  X(001).
001200     05 JOBDEP-AWAIT-FILE        PIC  X(010).
001210     05 JOBDEP-CUTOFF            PIC  9(004).
001215     05 JOBDEP-CHKGATE           PIC  X(001).
001220 FD  RPTSCHED.
001230 01  RPTSCHED-RECORD.
001240     05 RPTSCHED-USER            PIC  X(010).
001250     05 RPTSCHED-PGM             PIC  X(010).
001260     05 RPTSCHED-PARMSET         PIC  X(010).
001270     05 RPTSCHED-RUNDAYS         PIC  X(007).
001280     05 RPTSCHED-WORKDAY-ONLY    PIC  X(001).
001290     05 RPTSCHED-MONTHEND-ONLY   PIC  X(001).
001300     05 RPTSCHED-DISTRPT         PIC  X(010).
001310     05 RPTSCHED-ACTIVE          PIC  X(001).
001320 FD  MENUDEF.
001330 01  MENUDEF-RECORD.
001340     05 MENUDEF-AREA             PIC  X(010).
001350     05 MENUDEF-SEQ              PIC  9(003).
001360     05 MENUDEF-PGM              PIC  X(010).
001370     05 MENUDEF-TEXT             PIC  X(040).
001380     05 MENUDEF-TYPE             PIC  X(001).
001390 FD  PVRPT.
001400 01  PVRPT-LINE                  PIC  X(080).
001410 WORKING-STORAGE SECTION.
001420 77  PV-FS-PVCTL                 PIC  X(002).
001430 77  PV-FS-LVLREG                PIC  X(002).
001440 77  PV-FS-RUNSUM                PIC  X(002).
001450 77  PV-FS-RESPSTAT              PIC  X(002).
001460 77  PV-FS-SECAUTH               PIC  X(002).
001470 77  PV-FS-JOBDEP                PIC  X(002).
001480 77  PV-FS-RPTSCHED              PIC  X(002).
001490 77  PV-FS-MENUDEF               PIC  X(002).
001500 77  PV-FS-PVRPT                 PIC  X(002).
001510 77  PV-EOF-SW                   PIC  X(001)     VALUE 'N'.
001520     88 PV-AT-EOF                                VALUE 'Y'.
001530 77  PV-FOUND-SW                 PIC  X(001).
001540     88 PV-FOUND                                 VALUE 'Y'.
001550     88 PV-NOT-FOUND                              VALUE 'N'.
001560 77  PV-I                        PIC S9(004) COMP-3.
001570 77  PV-J                        PIC S9(004) COMP-3.
001580 77  PV-P                        PIC S9(004) COMP-3.
001590 77  PV-PGM-COUNT                PIC S9(004) COMP-3 VALUE 0.
001600 77  PV-MAX-PGMS                 PIC S9(004) COMP-3 VALUE 800.
001610 77  PV-OVERFLOW                 PIC S9(007) COMP-3 VALUE 0.
001620 77  PV-SECT-COUNT               PIC S9(005) COMP-3.
001630*----------------------------------------------------------*
001640* THE DORMANCY WINDOW - NINETY DAYS UNLESS PVCTL SAYS      *
001650*----------------------------------------------------------*
001660 77  PV-WINDOW-DAYS              PIC S9(005) COMP-3 VALUE 90.
001670 77  PV-CUTOFF-NUM               PIC S9(009) COMP-3.
001680 01  PV-INSTALLED-LEVEL          PIC  X(006) VALUE SPACES.
001690 01  PV-LOOK-PGM                 PIC  X(010).
001700 01  PV-SEEN-DATE                PIC  9(008).
001710 01  PV-TODAY-DATE.
001720     05 PV-TODAY-YY              PIC  9(004).
001730     05 PV-TODAY-MM              PIC  9(002).
001740     05 PV-TODAY-DD              PIC  9(002).
001750 01  PV-TODAY-N REDEFINES PV-TODAY-DATE
001760                                 PIC  9(008).
001770*----------------------------------------------------------*
001780* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE *
001790* RUNTIME'S GXFDTON                                        *
001800*----------------------------------------------------------*
001810 01  PV-DTON-DATE.
001820     05 PV-DTON-YY               PIC  9(004).
001830     05 PV-DTON-MM               PIC  9(002).
001840     05 PV-DTON-DD               PIC  9(002).
001850 01  PV-DTON-N REDEFINES PV-DTON-DATE
001860                                 PIC  9(008).
001870 01  PV-DTON-DW.
001880     05 PV-DW-YY                 PIC S9(005) COMP-3.
001890     05 PV-DW-MM                 PIC S9(003) COMP-3.
001900     05 PV-DW-DD                 PIC S9(003) COMP-3.
001910 77  PV-DTON-D                   PIC S9(003) COMP-3.
001920 77  PV-DTON-L4                  PIC S9(005) COMP-3.
001930 77  PV-DTON-L100                PIC S9(005) COMP-3.
001940 77  PV-DTON-L400                PIC S9(005) COMP-3.
001950 77  PV-DTON-NUM                 PIC S9(009) COMP-3.
001960*----------------------------------------------------------*
001970* ONE ENTRY PER PROGRAM FROM ANY SOURCE. LAST-SEEN IS THE  *
001980* LATEST OF ITS LEVEL-CHECK STAMP, RUNSUM ROWS AND         *
001990* RESPSTAT DAYS; RUNS AND SCREENS COUNT ONLY THE WINDOW.   *
002000* JOB, RPTS AND MENU SAY WHETHER JOBDEP, AN ACTIVE         *
002010* RPTSCHED ROW OR MENUDEF NAMES THE PROGRAM                *
002020*----------------------------------------------------------*
002030 01  PV-PGM-TABLE.
002040     05 PV-PGM-ENTRY OCCURS 800 TIMES.
002050        10 PV-PT-PGM             PIC  X(010).
002060        10 PV-PT-LEVEL           PIC  X(006).
002070        10 PV-PT-LAST-SEEN       PIC  9(008).
002080        10 PV-PT-RUNS            PIC S9(007) COMP-3.
002090        10 PV-PT-SCREENS         PIC S9(009) COMP-3.
002100        10 PV-PT-GRANTS          PIC S9(005) COMP-3.
002110        10 PV-PT-JOB             PIC  X(001).
002120        10 PV-PT-RPTS            PIC  X(001).
002130        10 PV-PT-MENU            PIC  X(001).
002140        10 PV-PT-DORMANT         PIC  X(001).
002150 01  PV-SWAP-ENTRY               PIC  X(041).
002160*----------------------------------------------------------*
002170* REPORT LINES                                             *
002180*----------------------------------------------------------*
002190 01  PV-TITLE-LINE.
002200     05 FILLER                   PIC  X(018)
002210                                 VALUE 'PROGRAM INVENTORY '.
002220     05 PV-TTL-TODAY             PIC  9(008).
002230     05 FILLER                   PIC  X(009) VALUE ' WINDOW: '.
002240     05 PV-TTL-DAYS              PIC  ZZZ9.
002250     05 FILLER                   PIC  X(006) VALUE ' DAYS '.
002260     05 PV-TTL-SECTION           PIC  X(005).
002270 01  PV-COLS-PGM.
002280     05 FILLER                   PIC  X(011) VALUE 'PROGRAM'.
002290     05 FILLER                   PIC  X(007) VALUE 'LEVEL'.
002300     05 FILLER                   PIC  X(009) VALUE 'LAST RUN'.
002310     05 FILLER                   PIC  X(008) VALUE '   RUNS '.
002320     05 FILLER                   PIC  X(012) VALUE '    SCREENS '.
002330     05 FILLER                   PIC  X(008) VALUE 'GRANTS  '.
002340     05 FILLER                   PIC  X(025) VALUE
002350                                      'JOB RPT MNU'.
002360 01  PV-PGM-LINE.
002370     05 PV-PL-PGM                PIC  X(010).
002380     05 FILLER                   PIC  X(001) VALUE SPACE.
002390     05 PV-PL-LEVEL              PIC  X(006).
002400     05 FILLER                   PIC  X(001) VALUE SPACE.
002410     05 PV-PL-LAST-SEEN          PIC  X(008).
002420     05 FILLER                   PIC  X(001) VALUE SPACE.
002430     05 PV-PL-RUNS               PIC ZZZ,ZZ9.
002440     05 FILLER                   PIC  X(001) VALUE SPACE.
002450     05 PV-PL-SCREENS            PIC ZZZ,ZZZ,ZZ9.
002460     05 FILLER                   PIC  X(001) VALUE SPACE.
002470     05 PV-PL-GRANTS             PIC ZZ,ZZ9.
002480     05 FILLER                   PIC  X(002) VALUE SPACES.
002490     05 PV-PL-JOB                PIC  X(001).
002500     05 FILLER                   PIC  X(003) VALUE SPACES.
002510     05 PV-PL-RPTS               PIC  X(001).
002520     05 FILLER                   PIC  X(003) VALUE SPACES.
002530     05 PV-PL-MENU               PIC  X(001).
002540     05 FILLER                   PIC  X(016) VALUE SPACES.
002550 01  PV-COLS-GRANT.
002560     05 FILLER                   PIC  X(011) VALUE 'PROGRAM'.
002570     05 FILLER                   PIC  X(013) VALUE 'USER'.
002580     05 FILLER                   PIC  X(004) VALUE 'ACT'.
002590     05 FILLER                   PIC  X(009) VALUE 'EFF-TO'.
002600     05 FILLER                   PIC  X(043) VALUE 'LAST RUN'.
002610 01  PV-GRANT-LINE.
002620     05 PV-GL-PGM                PIC  X(010).
002630     05 FILLER                   PIC  X(001) VALUE SPACE.
002640     05 PV-GL-USER               PIC  X(010).
002650     05 FILLER                   PIC  X(003) VALUE SPACES.
002660     05 PV-GL-ACTION             PIC  X(001).
002670     05 FILLER                   PIC  X(003) VALUE SPACES.
002680     05 PV-GL-EFFTO              PIC  X(008).
002690     05 FILLER                   PIC  X(001) VALUE SPACE.
002700     05 PV-GL-LAST-SEEN          PIC  X(008).
002710     05 FILLER                   PIC  X(035) VALUE SPACES.
002720 01  PV-TOT-LINE.
002730     05 PV-TL-LABEL              PIC  X(040).
002740     05 PV-TL-COUNT              PIC ZZ,ZZ9.
002750     05 FILLER                   PIC  X(034) VALUE SPACES.
002760*----------------------------------------------------------*
002770* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
002780* OWNS PAGINATION AND TITLES; WE WRITE THE LINES IT HANDS  *
002790* BACK                                                     *
002800*----------------------------------------------------------*
002810 01  RW-CTL.
002820     05 RW-FUNC                  PIC  X(001).
002830     05 RW-TITLE                 PIC  X(050).
002840     05 RW-TITLE-ID              PIC  X(010).
002850     05 RW-LANG                  PIC  X(003).
002860     05 RW-COLS                  PIC  X(080).
002870     05 RW-LINE                  PIC  X(080).
002880     05 RW-PAGE-SIZE             PIC  9(003).
002890 01  RW-OUT.
002900     05 RW-OUT-COUNT             PIC  9(001).
002910     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002920 77  RW-X                        PIC S9(003) COMP-3.
002930 PROCEDURE DIVISION.
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-INITIALIZE-EXIT
002970     PERFORM 2000-LOAD-LEVELS
002980         THRU 2000-LOAD-LEVELS-EXIT
002990     PERFORM 2200-LOAD-RUNS
003000         THRU 2200-LOAD-RUNS-EXIT
003010     PERFORM 2400-LOAD-RESPONSE
003020         THRU 2400-LOAD-RESPONSE-EXIT
003030     PERFORM 2600-LOAD-GRANTS
003040         THRU 2600-LOAD-GRANTS-EXIT
003050     PERFORM 2700-LOAD-JOBDEP
003060         THRU 2700-LOAD-JOBDEP-EXIT
003070     PERFORM 2750-LOAD-RPTSCHED
003080         THRU 2750-LOAD-RPTSCHED-EXIT
003090     PERFORM 2780-LOAD-MENUDEF
003100         THRU 2780-LOAD-MENUDEF-EXIT
003110     PERFORM 3000-MARK-DORMANT
003120         THRU 3000-MARK-DORMANT-EXIT
003130     PERFORM 3500-SORT-PROGRAMS
003140         THRU 3500-SORT-PROGRAMS-EXIT
003150     PERFORM 4000-PRINT-INVENTORY
003160         THRU 4000-PRINT-INVENTORY-EXIT
003170     PERFORM 4200-PRINT-DORMANT
003180         THRU 4200-PRINT-DORMANT-EXIT
003190     PERFORM 4400-PRINT-UNSCHEDULED
003200         THRU 4400-PRINT-UNSCHEDULED-EXIT
003210     PERFORM 4600-PRINT-STALE-LEVEL
003220         THRU 4600-PRINT-STALE-LEVEL-EXIT
003230     PERFORM 4800-PRINT-DORMANT-GRANTS
003240         THRU 4800-PRINT-DORMANT-GRANTS-EXIT
003250     PERFORM 9000-TERMINATE
003260         THRU 9000-TERMINATE-EXIT
003270     GO TO 9999-EXIT.
003280*----------------------------------------------------------*
003290* 1000-INITIALIZE - THE WINDOW AND ITS CUTOFF DAY NUMBER   *
003300*----------------------------------------------------------*
003310 1000-INITIALIZE.
003320     OPEN OUTPUT PVRPT
003330     ACCEPT PV-TODAY-DATE FROM DATE YYYYMMDD
003340     MOVE SPACES TO RW-LANG
003350     MOVE 60     TO RW-PAGE-SIZE
003360     OPEN INPUT PVCTL
003370     IF PV-FS-PVCTL = '00'
003380        READ PVCTL
003390            AT END
003400               CONTINUE
003410            NOT AT END
003420               IF PVCTL-DAYS > 0
003430                  MOVE PVCTL-DAYS TO PV-WINDOW-DAYS
003440               END-IF
003450        END-READ
003460        CLOSE PVCTL
003470     END-IF
003480     MOVE PV-TODAY-DATE TO PV-DTON-DATE
003490     PERFORM 8000-DATE-TO-DAYNUM
003500         THRU 8000-DATE-TO-DAYNUM-EXIT
003510     COMPUTE PV-CUTOFF-NUM = PV-DTON-NUM - PV-WINDOW-DAYS.
003520 1000-INITIALIZE-EXIT.
003530     EXIT.
003540*----------------------------------------------------------*
003550* 2000-LOAD-LEVELS - THE REGISTRY NAMES EVERY PROGRAM THAT *
003560*                    HAS STARTED UNDER THE LEVEL CHECK AND *
003570*                    THE LEVEL IT WAS COMPILED AT          *
003580*----------------------------------------------------------*
003590 2000-LOAD-LEVELS.
003600     OPEN INPUT LVLREG
003610     IF PV-FS-LVLREG NOT = '00'
003620        GO TO 2000-LOAD-LEVELS-EXIT
003630     END-IF
003640     MOVE 'N' TO PV-EOF-SW
003650     PERFORM 2010-NEXT-LEVEL
003660         THRU 2010-NEXT-LEVEL-EXIT
003670         UNTIL PV-AT-EOF
003680     CLOSE LVLREG.
003690 2000-LOAD-LEVELS-EXIT.
003700     EXIT.
003710 2010-NEXT-LEVEL.
003720     READ LVLREG
003730         AT END
003740            SET PV-AT-EOF TO TRUE
003750            GO TO 2010-NEXT-LEVEL-EXIT
003760     END-READ
003770     IF LVLREG-PGM = '*RUNTIME'
003780        MOVE LVLREG-LEVEL TO PV-INSTALLED-LEVEL
003790        GO TO 2010-NEXT-LEVEL-EXIT
003800     END-IF
003810     MOVE LVLREG-PGM TO PV-LOOK-PGM
003820     PERFORM 2900-FIND-PGM
003830         THRU 2900-FIND-PGM-EXIT
003840     IF PV-P = 0
003850        GO TO 2010-NEXT-LEVEL-EXIT
003860     END-IF
003870     MOVE LVLREG-LEVEL TO PV-PT-LEVEL (PV-P)
003880     IF LVLREG-TIMESTAMP (1:4) NOT NUMERIC
003890        GO TO 2010-NEXT-LEVEL-EXIT
003900     END-IF
003910     MOVE LVLREG-TIMESTAMP (1:4) TO PV-DTON-YY
003920     MOVE LVLREG-TIMESTAMP (6:2) TO PV-DTON-MM
003930     MOVE LVLREG-TIMESTAMP (9:2) TO PV-DTON-DD
003940     PERFORM 2950-NOTE-SEEN
003950         THRU 2950-NOTE-SEEN-EXIT.
003960 2010-NEXT-LEVEL-EXIT.
003970     EXIT.
003980*----------------------------------------------------------*
003990* 2200-LOAD-RUNS - ONE RUNSUM ROW PER BATCH RUN            *
004000*----------------------------------------------------------*
004010 2200-LOAD-RUNS.
004020     OPEN INPUT RUNSUM
004030     IF PV-FS-RUNSUM NOT = '00'
004040        GO TO 2200-LOAD-RUNS-EXIT
004050     END-IF
004060     MOVE 'N' TO PV-EOF-SW
004070     PERFORM 2210-NEXT-RUN
004080         THRU 2210-NEXT-RUN-EXIT
004090         UNTIL PV-AT-EOF
004100     CLOSE RUNSUM.
004110 2200-LOAD-RUNS-EXIT.
004120     EXIT.
004130 2210-NEXT-RUN.
004140     READ RUNSUM
004150         AT END
004160            SET PV-AT-EOF TO TRUE
004170            GO TO 2210-NEXT-RUN-EXIT
004180     END-READ
004190     MOVE RUNSUM-PGM TO PV-LOOK-PGM
004200     PERFORM 2900-FIND-PGM
004210         THRU 2900-FIND-PGM-EXIT
004220     IF PV-P = 0
004230        GO TO 2210-NEXT-RUN-EXIT
004240     END-IF
004250     MOVE RUNSUM-TIMESTAMP (1:4) TO PV-DTON-YY
004260     MOVE RUNSUM-TIMESTAMP (6:2) TO PV-DTON-MM
004270     MOVE RUNSUM-TIMESTAMP (9:2) TO PV-DTON-DD
004272     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
004274        MOVE RUNSUM-BUSDATE TO PV-DTON-DATE
004276     END-IF
004280     PERFORM 2950-NOTE-SEEN
004290         THRU 2950-NOTE-SEEN-EXIT
004300     IF PV-DTON-NUM NOT LESS PV-CUTOFF-NUM
004310        ADD 1 TO PV-PT-RUNS (PV-P)
004320     END-IF.
004330 2210-NEXT-RUN-EXIT.
004340     EXIT.
004350*----------------------------------------------------------*
004360* 2400-LOAD-RESPONSE - RESPSTAT HOLDS A DAY'S SCREEN       *
004370*                      INTERACTIONS PER PROGRAM AND FORMAT *
004380*----------------------------------------------------------*
004390 2400-LOAD-RESPONSE.
004400     OPEN INPUT RESPSTAT
004410     IF PV-FS-RESPSTAT NOT = '00'
004420        GO TO 2400-LOAD-RESPONSE-EXIT
004430     END-IF
004440     MOVE 'N' TO PV-EOF-SW
004450     PERFORM 2410-NEXT-RESPONSE
004460         THRU 2410-NEXT-RESPONSE-EXIT
004470         UNTIL PV-AT-EOF
004480     CLOSE RESPSTAT.
004490 2400-LOAD-RESPONSE-EXIT.
004500     EXIT.
004510 2410-NEXT-RESPONSE.
004520     READ RESPSTAT
004530         AT END
004540            SET PV-AT-EOF TO TRUE
004550            GO TO 2410-NEXT-RESPONSE-EXIT
004560     END-READ
004570     MOVE RESPSTAT-PGM TO PV-LOOK-PGM
004580     PERFORM 2900-FIND-PGM
004590         THRU 2900-FIND-PGM-EXIT
004600     IF PV-P = 0
004610        GO TO 2410-NEXT-RESPONSE-EXIT
004620     END-IF
004630     MOVE RESPSTAT-DATE TO PV-DTON-N
004640     PERFORM 2950-NOTE-SEEN
004650         THRU 2950-NOTE-SEEN-EXIT
004660     IF PV-DTON-NUM NOT LESS PV-CUTOFF-NUM
004670        ADD RESPSTAT-COUNT TO PV-PT-SCREENS (PV-P)
004680     END-IF.
004690 2410-NEXT-RESPONSE-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720* 2600-LOAD-GRANTS - CURRENT SECAUTH GRANTS PER PROGRAM,   *
004730*                    UNDER THE EFFECTIVE-TO RULE GXFAUTH   *
004740*                    APPLIES                               *
004750*----------------------------------------------------------*
004760 2600-LOAD-GRANTS.
004770     OPEN INPUT SECAUTH
004780     IF PV-FS-SECAUTH NOT = '00'
004790        GO TO 2600-LOAD-GRANTS-EXIT
004800     END-IF
004810     MOVE 'N' TO PV-EOF-SW
004820     PERFORM 2610-NEXT-GRANT
004830         THRU 2610-NEXT-GRANT-EXIT
004840         UNTIL PV-AT-EOF
004850     CLOSE SECAUTH.
004860 2600-LOAD-GRANTS-EXIT.
004870     EXIT.
004880 2610-NEXT-GRANT.
004890     READ SECAUTH
004900         AT END
004910            SET PV-AT-EOF TO TRUE
004920            GO TO 2610-NEXT-GRANT-EXIT
004930     END-READ
004940     IF SECAUTH-EFFTO NOT = 0 AND SECAUTH-EFFTO < PV-TODAY-N
004950        GO TO 2610-NEXT-GRANT-EXIT
004960     END-IF
004970     MOVE SECAUTH-PGM TO PV-LOOK-PGM
004980     PERFORM 2900-FIND-PGM
004990         THRU 2900-FIND-PGM-EXIT
005000     IF PV-P > 0
005010        ADD 1 TO PV-PT-GRANTS (PV-P)
005020     END-IF.
005030 2610-NEXT-GRANT-EXIT.
005040     EXIT.
005050*----------------------------------------------------------*
005060* 2700-LOAD-JOBDEP - PROGRAMS THE NIGHTLY STREAM RUNS      *
005070*----------------------------------------------------------*
005080 2700-LOAD-JOBDEP.
005090     OPEN INPUT JOBDEP
005100     IF PV-FS-JOBDEP NOT = '00'
005110        GO TO 2700-LOAD-JOBDEP-EXIT
005120     END-IF
005130     MOVE 'N' TO PV-EOF-SW
005140     PERFORM 2710-NEXT-JOBDEP
005150         THRU 2710-NEXT-JOBDEP-EXIT
005160         UNTIL PV-AT-EOF
005170     CLOSE JOBDEP.
005180 2700-LOAD-JOBDEP-EXIT.
005190     EXIT.
005200 2710-NEXT-JOBDEP.
005210     READ JOBDEP
005220         AT END
005230            SET PV-AT-EOF TO TRUE
005240            GO TO 2710-NEXT-JOBDEP-EXIT
005250     END-READ
005260     MOVE JOBDEP-PGM TO PV-LOOK-PGM
005270     PERFORM 2900-FIND-PGM
005280         THRU 2900-FIND-PGM-EXIT
005290     IF PV-P > 0
005300        MOVE 'Y' TO PV-PT-JOB (PV-P)
005310     END-IF.
005320 2710-NEXT-JOBDEP-EXIT.
005330     EXIT.
005340*----------------------------------------------------------*
005350* 2750-LOAD-RPTSCHED - REPORTS THE SELF-SERVICE SCHEDULER  *
005360*                      STILL RUNS (ACTIVE ROWS ONLY)       *
005370*----------------------------------------------------------*
005380 2750-LOAD-RPTSCHED.
005390     OPEN INPUT RPTSCHED
005400     IF PV-FS-RPTSCHED NOT = '00'
005410        GO TO 2750-LOAD-RPTSCHED-EXIT
005420     END-IF
005430     MOVE 'N' TO PV-EOF-SW
005440     PERFORM 2760-NEXT-RPTSCHED
005450         THRU 2760-NEXT-RPTSCHED-EXIT
005460         UNTIL PV-AT-EOF
005470     CLOSE RPTSCHED.
005480 2750-LOAD-RPTSCHED-EXIT.
005490     EXIT.
005500 2760-NEXT-RPTSCHED.
005510     READ RPTSCHED
005520         AT END
005530            SET PV-AT-EOF TO TRUE
005540            GO TO 2760-NEXT-RPTSCHED-EXIT
005550     END-READ
005560     IF RPTSCHED-ACTIVE NOT = 'Y'
005570        GO TO 2760-NEXT-RPTSCHED-EXIT
005580     END-IF
005590     MOVE RPTSCHED-PGM TO PV-LOOK-PGM
005600     PERFORM 2900-FIND-PGM
005610         THRU 2900-FIND-PGM-EXIT
005620     IF PV-P > 0
005630        MOVE 'Y' TO PV-PT-RPTS (PV-P)
005640     END-IF.
005650 2760-NEXT-RPTSCHED-EXIT.
005660     EXIT.
005670*----------------------------------------------------------*
005680* 2780-LOAD-MENUDEF - PROGRAMS THE APPLICATION MENU OFFERS *
005690*----------------------------------------------------------*
005700 2780-LOAD-MENUDEF.
005710     OPEN INPUT MENUDEF
005720     IF PV-FS-MENUDEF NOT = '00'
005730        GO TO 2780-LOAD-MENUDEF-EXIT
005740     END-IF
005750     MOVE 'N' TO PV-EOF-SW
005760     PERFORM 2790-NEXT-MENUDEF
005770         THRU 2790-NEXT-MENUDEF-EXIT
005780         UNTIL PV-AT-EOF
005790     CLOSE MENUDEF.
005800 2780-LOAD-MENUDEF-EXIT.
005810     EXIT.
005820 2790-NEXT-MENUDEF.
005830     READ MENUDEF
005840         AT END
005850            SET PV-AT-EOF TO TRUE
005860            GO TO 2790-NEXT-MENUDEF-EXIT
005870     END-READ
005880     MOVE MENUDEF-PGM TO PV-LOOK-PGM
005890     PERFORM 2900-FIND-PGM
005900         THRU 2900-FIND-PGM-EXIT
005910     IF PV-P > 0
005920        MOVE 'Y' TO PV-PT-MENU (PV-P)
005930     END-IF.
005940 2790-NEXT-MENUDEF-EXIT.
005950     EXIT.
005960*----------------------------------------------------------*
005970* 2900-FIND-PGM - THE TABLE ENTRY FOR PV-LOOK-PGM IN PV-P, *
005980*                 ADDED WHEN NEW.  ZERO FOR A BLANK OR     *
005990*                 SPECIAL (*) NAME OR A FULL TABLE         *
006000*----------------------------------------------------------*
006010 2900-FIND-PGM.
006020     MOVE 0 TO PV-P
006030     IF PV-LOOK-PGM = SPACES OR PV-LOOK-PGM (1:1) = '*'
006040        GO TO 2900-FIND-PGM-EXIT
006050     END-IF
006060     SET PV-NOT-FOUND TO TRUE
006070     PERFORM VARYING PV-P FROM 1 BY 1
006080             UNTIL PV-P > PV-PGM-COUNT OR PV-FOUND
006090        IF PV-PT-PGM (PV-P) = PV-LOOK-PGM
006100           SET PV-FOUND TO TRUE
006110        END-IF
006120     END-PERFORM
006130     IF PV-FOUND
006140        SUBTRACT 1 FROM PV-P
006150        GO TO 2900-FIND-PGM-EXIT
006160     END-IF
006170     MOVE 0 TO PV-P
006180     IF PV-PGM-COUNT NOT < PV-MAX-PGMS
006190        ADD 1 TO PV-OVERFLOW
006200        GO TO 2900-FIND-PGM-EXIT
006210     END-IF
006220     ADD 1 TO PV-PGM-COUNT
006230     MOVE PV-PGM-COUNT TO PV-P
006240     MOVE PV-LOOK-PGM  TO PV-PT-PGM       (PV-P)
006250     MOVE SPACES       TO PV-PT-LEVEL     (PV-P)
006260     MOVE 0            TO PV-PT-LAST-SEEN (PV-P)
006270     MOVE 0            TO PV-PT-RUNS      (PV-P)
006280     MOVE 0            TO PV-PT-SCREENS   (PV-P)
006290     MOVE 0            TO PV-PT-GRANTS    (PV-P)
006300     MOVE 'N'          TO PV-PT-JOB       (PV-P)
006310     MOVE 'N'          TO PV-PT-RPTS      (PV-P)
006320     MOVE 'N'          TO PV-PT-MENU      (PV-P)
006330     MOVE 'N'          TO PV-PT-DORMANT   (PV-P).
006340 2900-FIND-PGM-EXIT.
006350     EXIT.
006360*----------------------------------------------------------*
006370* 2950-NOTE-SEEN - PV-DTON-DATE IS A DAY THE PROGRAM RAN;  *
006380*                  KEEP THE LATEST AND LEAVE ITS DAY       *
006390*                  NUMBER IN PV-DTON-NUM FOR THE WINDOW    *
006400*                  TEST                                    *
006410*----------------------------------------------------------*
006420 2950-NOTE-SEEN.
006430     MOVE PV-DTON-N TO PV-SEEN-DATE
006440     IF PV-SEEN-DATE > PV-PT-LAST-SEEN (PV-P)
006450        MOVE PV-SEEN-DATE TO PV-PT-LAST-SEEN (PV-P)
006460     END-IF
006470     PERFORM 8000-DATE-TO-DAYNUM
006480         THRU 8000-DATE-TO-DAYNUM-EXIT.
006490 2950-NOTE-SEEN-EXIT.
006500     EXIT.
006510*----------------------------------------------------------*
006520* 3000-MARK-DORMANT - NEVER SEEN, OR LAST SEEN BEFORE THE  *
006530*                     WINDOW OPENED                        *
006540*----------------------------------------------------------*
006550 3000-MARK-DORMANT.
006560     PERFORM VARYING PV-P FROM 1 BY 1
006570             UNTIL PV-P > PV-PGM-COUNT
006580        IF PV-PT-LAST-SEEN (PV-P) = 0
006590           MOVE 'Y' TO PV-PT-DORMANT (PV-P)
006600        ELSE
006610           MOVE PV-PT-LAST-SEEN (PV-P) TO PV-DTON-N
006620           PERFORM 8000-DATE-TO-DAYNUM
006630               THRU 8000-DATE-TO-DAYNUM-EXIT
006640           IF PV-DTON-NUM < PV-CUTOFF-NUM
006650              MOVE 'Y' TO PV-PT-DORMANT (PV-P)
006660           END-IF
006670        END-IF
006680     END-PERFORM.
006690 3000-MARK-DORMANT-EXIT.
006700     EXIT.
006710*----------------------------------------------------------*
006720* 3500-SORT-PROGRAMS - BY PROGRAM NAME                     *
006730*----------------------------------------------------------*
006740 3500-SORT-PROGRAMS.
006750     IF PV-PGM-COUNT > 1
006760        PERFORM VARYING PV-I FROM 1 BY 1
006770                UNTIL PV-I > PV-PGM-COUNT - 1
006780           PERFORM VARYING PV-J FROM 1 BY 1
006790                   UNTIL PV-J > PV-PGM-COUNT - PV-I
006800              IF PV-PT-PGM (PV-J) > PV-PT-PGM (PV-J + 1)
006810                 MOVE PV-PGM-ENTRY (PV-J) TO PV-SWAP-ENTRY
006820                 MOVE PV-PGM-ENTRY (PV-J + 1)
006830                 TO PV-PGM-ENTRY (PV-J)
006840                 MOVE PV-SWAP-ENTRY
006850                 TO PV-PGM-ENTRY (PV-J + 1)
006860              END-IF
006870           END-PERFORM
006880        END-PERFORM
006890     END-IF.
006900 3500-SORT-PROGRAMS-EXIT.
006910     EXIT.
006920*----------------------------------------------------------*
006930* 4000-PRINT-INVENTORY - EVERY PROGRAM FROM EVERY SOURCE   *
006940*----------------------------------------------------------*
006950 4000-PRINT-INVENTORY.
006960     MOVE 'ALL'       TO PV-TTL-SECTION
006970     MOVE PV-COLS-PGM TO RW-COLS
006980     PERFORM 7000-START-SECTION
006990         THRU 7000-START-SECTION-EXIT
007000     PERFORM 4100-INVENTORY-ONE
007010         THRU 4100-INVENTORY-ONE-EXIT
007020         VARYING PV-P FROM 1 BY 1
007030         UNTIL PV-P > PV-PGM-COUNT
007040     IF PV-OVERFLOW > 0
007050        MOVE '** PROGRAMS PAST THE 800-ENTRY TABLE - LEFT OUT'
007060          TO PV-TL-LABEL
007070        MOVE PV-OVERFLOW TO PV-TL-COUNT
007080        MOVE PV-TOT-LINE TO RW-LINE
007090        MOVE 'D' TO RW-FUNC
007100        PERFORM 8900-RW-PUT
007110            THRU 8900-RW-PUT-EXIT
007120     END-IF
007130     MOVE 'PROGRAMS IN THE INVENTORY' TO PV-TL-LABEL
007140     PERFORM 7200-SECTION-TOTAL
007150         THRU 7200-SECTION-TOTAL-EXIT.
007160 4000-PRINT-INVENTORY-EXIT.
007170     EXIT.
007180 4100-INVENTORY-ONE.
007190     PERFORM 7100-PGM-LINE
007200         THRU 7100-PGM-LINE-EXIT.
007210 4100-INVENTORY-ONE-EXIT.
007220     EXIT.
007230*----------------------------------------------------------*
007240* 4200-PRINT-DORMANT - NOT RUN IN THE WINDOW               *
007250*----------------------------------------------------------*
007260 4200-PRINT-DORMANT.
007270     MOVE 'IDLE'      TO PV-TTL-SECTION
007280     MOVE PV-COLS-PGM TO RW-COLS
007290     PERFORM 7000-START-SECTION
007300         THRU 7000-START-SECTION-EXIT
007310     PERFORM 4300-DORMANT-ONE
007320         THRU 4300-DORMANT-ONE-EXIT
007330         VARYING PV-P FROM 1 BY 1
007340         UNTIL PV-P > PV-PGM-COUNT
007350     MOVE 'PROGRAMS NOT RUN IN THE WINDOW' TO PV-TL-LABEL
007360     PERFORM 7200-SECTION-TOTAL
007370         THRU 7200-SECTION-TOTAL-EXIT.
007380 4200-PRINT-DORMANT-EXIT.
007390     EXIT.
007400 4300-DORMANT-ONE.
007410     IF PV-PT-DORMANT (PV-P) = 'Y'
007420        PERFORM 7100-PGM-LINE
007430            THRU 7100-PGM-LINE-EXIT
007440     END-IF.
007450 4300-DORMANT-ONE-EXIT.
007460     EXIT.
007470*----------------------------------------------------------*
007480* 4400-PRINT-UNSCHEDULED - RUN IN THE WINDOW, YET NO       *
007490*                          JOBDEP STEP, ACTIVE RPTSCHED    *
007500*                          ROW OR MENU OPTION NAMES THE    *
007510*                          PROGRAM - SOMEBODY IS CALLING   *
007520*                          IT BY HAND                      *
007530*----------------------------------------------------------*
007540 4400-PRINT-UNSCHEDULED.
007550     MOVE 'LOOSE'     TO PV-TTL-SECTION
007560     MOVE PV-COLS-PGM TO RW-COLS
007570     PERFORM 7000-START-SECTION
007580         THRU 7000-START-SECTION-EXIT
007590     PERFORM 4500-UNSCHEDULED-ONE
007600         THRU 4500-UNSCHEDULED-ONE-EXIT
007610         VARYING PV-P FROM 1 BY 1
007620         UNTIL PV-P > PV-PGM-COUNT
007630     MOVE 'RUN BUT NOT SCHEDULED OR ON A MENU' TO PV-TL-LABEL
007640     PERFORM 7200-SECTION-TOTAL
007650         THRU 7200-SECTION-TOTAL-EXIT.
007660 4400-PRINT-UNSCHEDULED-EXIT.
007670     EXIT.
007680 4500-UNSCHEDULED-ONE.
007690     IF PV-PT-DORMANT (PV-P) = 'N' AND
007700        PV-PT-JOB (PV-P)     = 'N' AND
007710        PV-PT-RPTS (PV-P)    = 'N' AND
007720        PV-PT-MENU (PV-P)    = 'N'
007730        PERFORM 7100-PGM-LINE
007740            THRU 7100-PGM-LINE-EXIT
007750     END-IF.
007760 4500-UNSCHEDULED-ONE-EXIT.
007770     EXIT.
007780*----------------------------------------------------------*
007790* 4600-PRINT-STALE-LEVEL - LAST STARTED AT A COMPILED      *
007800*                          LEVEL OTHER THAN THE INSTALLED  *
007810*                          RUNTIME'S; THE LEVEL CHECK WILL *
007820*                          REFUSE ITS NEXT START           *
007830*----------------------------------------------------------*
007840 4600-PRINT-STALE-LEVEL.
007850     MOVE 'STALE'     TO PV-TTL-SECTION
007860     MOVE PV-COLS-PGM TO RW-COLS
007870     PERFORM 7000-START-SECTION
007880         THRU 7000-START-SECTION-EXIT
007890     IF PV-INSTALLED-LEVEL NOT = SPACES
007900        PERFORM 4700-STALE-ONE
007910            THRU 4700-STALE-ONE-EXIT
007920            VARYING PV-P FROM 1 BY 1
007930            UNTIL PV-P > PV-PGM-COUNT
007940     END-IF
007950     MOVE SPACES TO PV-TL-LABEL
007960     STRING 'NOT AT THE RUNTIME LEVEL ' PV-INSTALLED-LEVEL
007970            DELIMITED BY SIZE INTO PV-TL-LABEL
007980     PERFORM 7200-SECTION-TOTAL
007990         THRU 7200-SECTION-TOTAL-EXIT.
008000 4600-PRINT-STALE-LEVEL-EXIT.
008010     EXIT.
008020 4700-STALE-ONE.
008030     IF PV-PT-LEVEL (PV-P) NOT = SPACES AND
008040        PV-PT-LEVEL (PV-P) NOT = PV-INSTALLED-LEVEL
008050        PERFORM 7100-PGM-LINE
008060            THRU 7100-PGM-LINE-EXIT
008070     END-IF.
008080 4700-STALE-ONE-EXIT.
008090     EXIT.
008100*----------------------------------------------------------*
008110* 4800-PRINT-DORMANT-GRANTS - SECAUTH READ AGAIN FOR EVERY *
008120*                             CURRENT GRANT ON A DORMANT   *
008130*                             PROGRAM, FOR RECERTIFICATION *
008140*                             TO WITHDRAW                  *
008150*----------------------------------------------------------*
008160 4800-PRINT-DORMANT-GRANTS.
008170     MOVE 'GRANT'       TO PV-TTL-SECTION
008180     MOVE PV-COLS-GRANT TO RW-COLS
008190     PERFORM 7000-START-SECTION
008200         THRU 7000-START-SECTION-EXIT
008210     OPEN INPUT SECAUTH
008220     IF PV-FS-SECAUTH = '00'
008230        MOVE 'N' TO PV-EOF-SW
008240        PERFORM 4900-DORMANT-GRANT-ONE
008250            THRU 4900-DORMANT-GRANT-ONE-EXIT
008260            UNTIL PV-AT-EOF
008270        CLOSE SECAUTH
008280     END-IF
008290     MOVE 'GRANTS HELD ON DORMANT PROGRAMS' TO PV-TL-LABEL
008300     PERFORM 7200-SECTION-TOTAL
008310         THRU 7200-SECTION-TOTAL-EXIT.
008320 4800-PRINT-DORMANT-GRANTS-EXIT.
008330     EXIT.
008340 4900-DORMANT-GRANT-ONE.
008350     READ SECAUTH
008360         AT END
008370            SET PV-AT-EOF TO TRUE
008380            GO TO 4900-DORMANT-GRANT-ONE-EXIT
008390     END-READ
008400     IF SECAUTH-EFFTO NOT = 0 AND SECAUTH-EFFTO < PV-TODAY-N
008410        GO TO 4900-DORMANT-GRANT-ONE-EXIT
008420     END-IF
008430     MOVE SECAUTH-PGM TO PV-LOOK-PGM
008440     PERFORM 2900-FIND-PGM
008450         THRU 2900-FIND-PGM-EXIT
008460     IF PV-P = 0
008470        GO TO 4900-DORMANT-GRANT-ONE-EXIT
008480     END-IF
008490     IF PV-PT-DORMANT (PV-P) NOT = 'Y'
008500        GO TO 4900-DORMANT-GRANT-ONE-EXIT
008510     END-IF
008520     MOVE SECAUTH-PGM    TO PV-GL-PGM
008530     MOVE SECAUTH-USER   TO PV-GL-USER
008540     MOVE SECAUTH-ACTION TO PV-GL-ACTION
008550     IF SECAUTH-EFFTO = 0
008560        MOVE 'NONE'        TO PV-GL-EFFTO
008570     ELSE
008580        MOVE SECAUTH-EFFTO TO PV-GL-EFFTO
008590     END-IF
008600     IF PV-PT-LAST-SEEN (PV-P) = 0
008610        MOVE 'NEVER'                TO PV-GL-LAST-SEEN
008620     ELSE
008630        MOVE PV-PT-LAST-SEEN (PV-P) TO PV-GL-LAST-SEEN
008640     END-IF
008650     MOVE PV-GRANT-LINE TO RW-LINE
008660     MOVE 'D' TO RW-FUNC
008670     PERFORM 8900-RW-PUT
008680         THRU 8900-RW-PUT-EXIT
008690     ADD 1 TO PV-SECT-COUNT.
008700 4900-DORMANT-GRANT-ONE-EXIT.
008710     EXIT.
008720*----------------------------------------------------------*
008730* 7000-START-SECTION - A NEW PAGE SET UNDER THE SECTION'S  *
008740*                      TITLE; THE CALLER HAS SET ITS       *
008750*                      COLUMNS                             *
008760*----------------------------------------------------------*
008770 7000-START-SECTION.
008780     MOVE PV-TODAY-N     TO PV-TTL-TODAY
008790     MOVE PV-WINDOW-DAYS TO PV-TTL-DAYS
008800     MOVE PV-TITLE-LINE  TO RW-TITLE
008810     MOVE 'PGMINV'       TO RW-TITLE-ID
008820     MOVE 'I' TO RW-FUNC
008830     PERFORM 8900-RW-PUT
008840         THRU 8900-RW-PUT-EXIT
008850     MOVE 0 TO PV-SECT-COUNT.
008860 7000-START-SECTION-EXIT.
008870     EXIT.
008880*----------------------------------------------------------*
008890* 7100-PGM-LINE - ONE PROGRAM'S INVENTORY LINE             *
008900*----------------------------------------------------------*
008910 7100-PGM-LINE.
008920     MOVE PV-PT-PGM (PV-P)     TO PV-PL-PGM
008930     MOVE PV-PT-LEVEL (PV-P)   TO PV-PL-LEVEL
008940     IF PV-PT-LAST-SEEN (PV-P) = 0
008950        MOVE 'NEVER'                TO PV-PL-LAST-SEEN
008960     ELSE
008970        MOVE PV-PT-LAST-SEEN (PV-P) TO PV-PL-LAST-SEEN
008980     END-IF
008990     MOVE PV-PT-RUNS (PV-P)    TO PV-PL-RUNS
009000     MOVE PV-PT-SCREENS (PV-P) TO PV-PL-SCREENS
009010     MOVE PV-PT-GRANTS (PV-P)  TO PV-PL-GRANTS
009020     MOVE PV-PT-JOB (PV-P)     TO PV-PL-JOB
009030     MOVE PV-PT-RPTS (PV-P)    TO PV-PL-RPTS
009040     MOVE PV-PT-MENU (PV-P)    TO PV-PL-MENU
009050     MOVE PV-PGM-LINE TO RW-LINE
009060     MOVE 'D' TO RW-FUNC
009070     PERFORM 8900-RW-PUT
009080         THRU 8900-RW-PUT-EXIT
009090     ADD 1 TO PV-SECT-COUNT.
009100 7100-PGM-LINE-EXIT.
009110     EXIT.
009120 7200-SECTION-TOTAL.
009130     MOVE PV-SECT-COUNT TO PV-TL-COUNT
009140     MOVE PV-TOT-LINE TO RW-LINE
009150     MOVE 'T' TO RW-FUNC
009160     PERFORM 8900-RW-PUT
009170         THRU 8900-RW-PUT-EXIT.
009180 7200-SECTION-TOTAL-EXIT.
009190     EXIT.
009200*----------------------------------------------------------*
009210* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS        *
009220*                       GXFDTON                            *
009230*----------------------------------------------------------*
009240 8000-DATE-TO-DAYNUM.
009250     MOVE PV-DTON-YY TO PV-DW-YY
009260     MOVE PV-DTON-MM TO PV-DW-MM
009270     MOVE PV-DTON-DD TO PV-DW-DD
009280     IF PV-DW-MM GREATER 2
009290        SUBTRACT 3 FROM PV-DW-MM
009300     ELSE
009310        ADD 9 TO PV-DW-MM
009320        SUBTRACT 1 FROM PV-DW-YY
009330     END-IF
009340     COMPUTE PV-DTON-D = ((153 * PV-DW-MM) + 2) / 5
009350     COMPUTE PV-DTON-L4 = PV-DW-YY / 4
009360     COMPUTE PV-DTON-L100 = PV-DW-YY / 100
009370     COMPUTE PV-DTON-L400 = PV-DW-YY / 400
009380     COMPUTE PV-DTON-NUM = PV-DW-YY * 365 +
009390                           PV-DTON-L4 -
009400                           PV-DTON-L100 +
009410                           PV-DTON-L400 +
009420                           PV-DTON-D +
009430                           PV-DW-DD.
009440 8000-DATE-TO-DAYNUM-EXIT.
009450     EXIT.
009460 8900-RW-PUT.
009470     CALL 'GXRPTW' USING RW-CTL RW-OUT
009480     PERFORM VARYING RW-X FROM 1 BY 1
009490             UNTIL RW-X > RW-OUT-COUNT
009500        WRITE PVRPT-LINE FROM RW-OUT-LINE (RW-X)
009510     END-PERFORM.
009520 8900-RW-PUT-EXIT.
009530     EXIT.
009540 9000-TERMINATE.
009550     MOVE 'C' TO RW-FUNC
009560     PERFORM 8900-RW-PUT
009570         THRU 8900-RW-PUT-EXIT
009580     CLOSE PVRPT.
009590 9000-TERMINATE-EXIT.
009600     EXIT.
009610 9999-EXIT.
009620     STOP RUN.
