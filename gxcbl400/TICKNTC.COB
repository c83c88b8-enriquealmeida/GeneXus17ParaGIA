000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TICKNTC.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - FOLLOW-UP TASK       *
000100*                   MORNING NOTICE.  EVERY OPEN TICKLER     *
000110*                   TASK DUE ON OR BEFORE TODAY'S BUSINESS  *
000120*                   DATE IS COUNTED AGAINST ITS ASSIGNEE,   *
000130*                   OVERDUE ONES AGED IN BUSINESS DAYS      *
000140*                   (WEEKENDS AND THE HOLCAL HOLIDAYS OF    *
000150*                   THE INSTALLATION BUSDATE LOCATION DO    *
000160*                   NOT COUNT, THE ACCRREV RULE).  EACH     *
000170*                   USER WITH ANY GETS ONE NOTICES ROW      *
000180*                   TARGETED AT THEIR OWN PROFILE, IN       *
000190*                   EFFECT FOR TODAY ONLY, SO               *
000200*                   GX-SHOW-NOTICES TELLS THEM AT SIGN-ON.  *
000210*                   YESTERDAY'S ROWS ARE DROPPED FIRST.     *
000220*                   TICKRPT LISTS THE COUNTS PER USER,      *
000230*                   THROUGH GXRPTW                          *
000232*   2026-10-15  RH  EACH NOTICE WRITTEN IS ALSO SENT TO THE *
000234*                   ASSIGNEE THROUGH GXNOTIFY AS A TASK     *
000236*                   NOTIFICATION, BY THEIR NTFPREF CHANNELS *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000280 OBJECT-COMPUTER.   IBM-ISERIES.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TICKLER    ASSIGN TO DATABASE-TICKLER
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS  IS TN-FS-TICKLER.
000340     SELECT NOTICES    ASSIGN TO DATABASE-NOTICES
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE  IS DYNAMIC
000370         RECORD KEY   IS NOTICES-ID
000380         FILE STATUS  IS TN-FS-NOTICES.
000390     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS RANDOM
000420         RECORD KEY   IS BUSDATE-COMPANY
000430         FILE STATUS  IS TN-FS-BUSDATE.
000440     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS  IS TN-FS-HOLCAL.
000470     SELECT TICKRPT    ASSIGN TO DATABASE-TICKRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS TN-FS-TICKRPT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------*
000530* FOLLOW-UP TASKS - THE GXFTICKW LAYOUT                     *
000540*----------------------------------------------------------*
000550 FD  TICKLER.
000560 01  TICKLER-RECORD.
000570     05 TICKLER-FILE             PIC  X(010).
000580     05 TICKLER-RECKEY           PIC  X(030).
000590     05 TICKLER-SEQ              PIC  9(003).
000600     05 TICKLER-ASSIGNEE         PIC  X(010).
000610     05 TICKLER-DUE              PIC  9(008).
000620     05 TICKLER-PRIORITY         PIC  X(001).
000630     05 TICKLER-TEXT             PIC  X(060).
000640     05 TICKLER-STATUS           PIC  X(001).
000650        88 TICKLER-OPEN                          VALUE 'O'.
000660     05 TICKLER-CREATED-BY       PIC  X(010).
000670     05 TICKLER-CREATED-TS       PIC  X(026).
000680     05 TICKLER-CLOSED-BY        PIC  X(010).
000690     05 TICKLER-CLOSED-TS        PIC  X(026).
000700*----------------------------------------------------------*
000710* SIGN-ON NOTICES - THE GXFNTCSW LAYOUT.  A FOLLOW-UP ROW   *
000720* IS KEYED '*' AND THE FIRST NINE BYTES OF THE USER, WITH   *
000730* THE USER AS ITS TARGET GROUP                              *
000740*----------------------------------------------------------*
000750 FD  NOTICES.
000760 01  NOTICES-RECORD.
000770     05 NOTICES-ID.
000780        10 NOTICES-ID-MARK       PIC  X(001).
000790        10 NOTICES-ID-USER       PIC  X(009).
000800     05 NOTICES-FROM-DATE        PIC  9(008).
000810     05 NOTICES-TO-DATE          PIC  9(008).
000820     05 NOTICES-SEVERITY         PIC  9(001).
000830     05 NOTICES-GROUP            PIC  X(010).
000840     05 NOTICES-TEXT             PIC  X(074).
000850 FD  BUSDATE.
000860 01  BUSDATE-RECORD.
000870     05 BUSDATE-COMPANY          PIC  X(003).
000880     05 BUSDATE-CURRENT          PIC  9(008).
000890     05 BUSDATE-PREVIOUS         PIC  9(008).
000900     05 BUSDATE-LOC              PIC  X(010).
000910     05 BUSDATE-ROLLED-BY        PIC  X(010).
000920     05 BUSDATE-ROLLED-TS        PIC  X(026).
000930 FD  HOLCAL.
000940 01  HOLCAL-RECORD.
000950     05 HOLCAL-DATE.
000960        10 HOLCAL-YY             PIC  9(004).
000970        10 HOLCAL-MM             PIC  9(002).
000980        10 HOLCAL-DD             PIC  9(002).
000990     05 HOLCAL-LOC               PIC  X(010).
001000     05 HOLCAL-DESC              PIC  X(030).
001010 FD  TICKRPT.
001020 01  TICKRPT-LINE                PIC  X(080).
001030 WORKING-STORAGE SECTION.
001040 77  TN-FS-TICKLER               PIC  X(002).
001050 77  TN-FS-NOTICES               PIC  X(002).
001060 77  TN-FS-BUSDATE               PIC  X(002).
001070 77  TN-FS-HOLCAL                PIC  X(002).
001080 77  TN-FS-TICKRPT               PIC  X(002).
001090 77  TN-EOF-SW                   PIC  X(001)     VALUE 'N'.
001100     88 TN-AT-EOF                                VALUE 'Y'.
001110 77  TN-I                        PIC S9(004) COMP-3.
001120 77  TN-U                        PIC S9(004) COMP-3.
001130 77  TN-WORKDAY-SW               PIC  X(001).
001140     88 TN-IS-WORKDAY                            VALUE 'Y'.
001150     88 TN-NOT-WORKDAY                           VALUE 'N'.
001160*----------------------------------------------------------*
001170* THE CALENDAR WALK STOPS AFTER FIVE YEARS                  *
001180*----------------------------------------------------------*
001190 77  TN-MAX-WALK                 PIC S9(005) COMP-3 VALUE 1830.
001200 77  TN-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
001210 77  TN-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
001220 77  TN-USER-COUNT               PIC S9(004) COMP-3 VALUE 0.
001230 77  TN-MAX-USERS                PIC S9(004) COMP-3 VALUE 500.
001240 77  TN-AGE                      PIC S9(005) COMP-3.
001250 77  TN-FROM-NUM                 PIC S9(009) COMP-3.
001260 77  TN-TODAY-NUM                PIC S9(009) COMP-3.
001270 77  TN-CHK-NUM                  PIC S9(009) COMP-3.
001280 77  TN-WALKED                   PIC S9(005) COMP-3.
001290 77  TN-TOT-DUE                  PIC S9(007) COMP-3 VALUE 0.
001300 77  TN-TOT-OVERDUE              PIC S9(007) COMP-3 VALUE 0.
001310 77  TN-TOT-NOTICES              PIC S9(005) COMP-3 VALUE 0.
001320 77  TN-TOT-DROPPED              PIC S9(005) COMP-3 VALUE 0.
001330 77  TN-TOT-SKIPPED              PIC S9(005) COMP-3 VALUE 0.
001340 01  TN-LOC                      PIC  X(010) VALUE SPACES.
001350 01  TN-TODAY-DATE.
001360     05 TN-TODAY-YY              PIC  9(004).
001370     05 TN-TODAY-MM              PIC  9(002).
001380     05 TN-TODAY-DD              PIC  9(002).
001390 01  TN-TODAY-N REDEFINES TN-TODAY-DATE
001400                                 PIC  9(008).
001410 01  TN-DTON-DATE.
001420     05 TN-DTON-YY               PIC  9(004).
001430     05 TN-DTON-MM               PIC  9(002).
001440     05 TN-DTON-DD               PIC  9(002).
001450 01  TN-DTON-N REDEFINES TN-DTON-DATE
001460                                 PIC  9(008).
001470 01  TN-DTON-DW.
001480     05 TN-DW-YY                 PIC S9(005) COMP-3.
001490     05 TN-DW-MM                 PIC S9(003) COMP-3.
001500     05 TN-DW-DD                 PIC S9(003) COMP-3.
001510 77  TN-DTON-D                   PIC S9(003) COMP-3.
001520 77  TN-DTON-L4                  PIC S9(005) COMP-3.
001530 77  TN-DTON-L100                PIC S9(005) COMP-3.
001540 77  TN-DTON-L400                PIC S9(005) COMP-3.
001550 77  TN-DTON-NUM                 PIC S9(009) COMP-3.
001560 77  TN-WD-TMP                   PIC S9(009) COMP-3.
001570 77  TN-WD-Q                     PIC S9(009) COMP-3.
001580 77  TN-WD                       PIC S9(003) COMP-3.
001590 01  TN-HOL-TABLE.
001600     05 TN-HOL-ENTRY OCCURS 60.
001610        10 TN-HOL-NUM            PIC S9(009) COMP-3.
001620        10 TN-HOL-LOC            PIC  X(010).
001630*----------------------------------------------------------*
001640* ONE ENTRY PER ASSIGNEE WITH ANYTHING DUE                   *
001650*----------------------------------------------------------*
001660 01  TN-USER-TABLE.
001670     05 TN-USER-ENTRY OCCURS 500.
001680        10 TN-USR-ID             PIC  X(010).
001690        10 TN-USR-DUE            PIC S9(005) COMP-3.
001700        10 TN-USR-OVERDUE        PIC S9(005) COMP-3.
001710        10 TN-USR-OLDEST         PIC S9(005) COMP-3.
001720 01  TN-EDIT-DUE                 PIC ZZZZ9.
001730 01  TN-EDIT-OVERDUE             PIC ZZZZ9.
001740 01  TN-EDIT-OLDEST              PIC ZZZZ9.
001750 01  TN-TITLE-LINE.
001760     05 FILLER                   PIC  X(050)
001770                VALUE 'FOLLOW-UP TASKS DUE AND OVERDUE'.
001780 01  TN-COLS-LINE.
001790     05 FILLER                   PIC  X(040) VALUE
001800            'USER         DUE TODAY   OVERDUE  OLDEST'.
001810     05 FILLER                   PIC  X(040) VALUE
001820            '  NOTICE'.
001830 01  TN-DTL-LINE.
001840     05 TN-DTL-USER              PIC  X(010).
001850     05 FILLER                   PIC  X(004) VALUE SPACES.
001860     05 TN-DTL-DUE               PIC ZZZ,ZZ9.
001870     05 FILLER                   PIC  X(003) VALUE SPACES.
001880     05 TN-DTL-OVERDUE           PIC ZZZ,ZZ9.
001890     05 FILLER                   PIC  X(003) VALUE SPACES.
001900     05 TN-DTL-OLDEST            PIC ZZ,ZZ9.
001910     05 FILLER                   PIC  X(002) VALUE SPACES.
001920     05 TN-DTL-NOTICE            PIC  X(010).
001930     05 FILLER                   PIC  X(028) VALUE SPACES.
001940 01  TN-SUM-LINE.
001950     05 FILLER                   PIC  X(005) VALUE 'DUE:'.
001960     05 TN-SUM-DUE               PIC ZZZ,ZZ9.
001970     05 FILLER                   PIC  X(003) VALUE SPACES.
001980     05 FILLER                   PIC  X(009) VALUE 'OVERDUE:'.
001990     05 TN-SUM-OVERDUE           PIC ZZZ,ZZ9.
002000     05 FILLER                   PIC  X(003) VALUE SPACES.
002010     05 FILLER                   PIC  X(009) VALUE 'NOTICES:'.
002020     05 TN-SUM-NOTICES           PIC ZZ,ZZ9.
002030     05 FILLER                   PIC  X(003) VALUE SPACES.
002040     05 FILLER                   PIC  X(009) VALUE 'DROPPED:'.
002050     05 TN-SUM-DROPPED           PIC ZZ,ZZ9.
002060     05 FILLER                   PIC  X(003) VALUE SPACES.
002070     05 FILLER                   PIC  X(009) VALUE 'SKIPPED:'.
002080     05 TN-SUM-SKIPPED           PIC ZZ,ZZ9.
002081*----------------------------------------------------------*
002082* SHARED NOTIFICATION SERVICE INTERFACE (GXNOTIFY)          *
002083*----------------------------------------------------------*
002084 01  NF-CTL.
002085     05 NF-TYPE                  PIC  X(003).
002086     05 NF-LEVEL                 PIC  9(001).
002087     05 NF-USER                  PIC  X(010).
002088     05 NF-EXCLUDE               PIC  X(010).
002089     05 NF-CALLER                PIC  X(010).
002090     05 NF-REF                   PIC  X(030).
002091     05 NF-TEXT                  PIC  X(100).
002092     05 NF-RESULT                PIC  X(002).
002093     05 NF-SENT-COUNT            PIC  9(003).
002094*----------------------------------------------------------*
002100* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002110* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
002120*----------------------------------------------------------*
002130 01  RW-CTL.
002140     05 RW-FUNC                  PIC  X(001).
002150     05 RW-TITLE                 PIC  X(050).
002160     05 RW-TITLE-ID              PIC  X(010).
002170     05 RW-LANG                  PIC  X(003).
002180     05 RW-COLS                  PIC  X(080).
002190     05 RW-LINE                  PIC  X(080).
002200     05 RW-PAGE-SIZE             PIC  9(003).
002210 01  RW-OUT.
002220     05 RW-OUT-COUNT             PIC  9(001).
002230     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002240 77  RW-X                        PIC S9(003) COMP-3.
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE
002280         THRU 1000-INITIALIZE-EXIT
002290     PERFORM 2000-COUNT-TASK
002300         THRU 2000-COUNT-TASK-EXIT
002310         UNTIL TN-AT-EOF
002320     PERFORM 4000-DROP-OLD
002330         THRU 4000-DROP-OLD-EXIT
002340     PERFORM 5000-WRITE-NOTICE
002350         THRU 5000-WRITE-NOTICE-EXIT
002360         VARYING TN-U FROM 1 BY 1
002370         UNTIL TN-U > TN-USER-COUNT
002380     PERFORM 6000-PRINT-SUMMARY
002390         THRU 6000-PRINT-SUMMARY-EXIT
002400     PERFORM 9000-TERMINATE
002410         THRU 9000-TERMINATE-EXIT
002420     GO TO 9999-EXIT.
002430 1000-INITIALIZE.
002440     OPEN INPUT  TICKLER
002450     OPEN I-O    NOTICES
002460     OPEN INPUT  BUSDATE
002470     OPEN INPUT  HOLCAL
002480     OPEN OUTPUT TICKRPT
002490     ACCEPT TN-TODAY-DATE FROM DATE YYYYMMDD
002500     PERFORM 1050-BUSINESS-DATE
002510         THRU 1050-BUSINESS-DATE-EXIT
002520     MOVE TN-TODAY-DATE TO TN-DTON-DATE
002530     PERFORM 8000-DATE-TO-DAYNUM
002540         THRU 8000-DATE-TO-DAYNUM-EXIT
002550     MOVE TN-DTON-NUM TO TN-TODAY-NUM
002560     PERFORM 1100-LOAD-HOLIDAYS
002570         THRU 1100-LOAD-HOLIDAYS-EXIT
002580     MOVE TN-TITLE-LINE TO RW-TITLE
002590     MOVE 'TICKRPT'    TO RW-TITLE-ID
002600     MOVE SPACES       TO RW-LANG
002610     MOVE TN-COLS-LINE TO RW-COLS
002620     MOVE 60  TO RW-PAGE-SIZE
002630     MOVE 'I' TO RW-FUNC
002640     PERFORM 8900-RW-PUT
002650         THRU 8900-RW-PUT-EXIT
002660     MOVE 'N' TO TN-EOF-SW
002670     IF TN-FS-TICKLER NOT = '00'
002680        SET TN-AT-EOF TO TRUE
002690     END-IF.
002700 1000-INITIALIZE-EXIT.
002710     EXIT.
002720*----------------------------------------------------------*
002730* 1050-BUSINESS-DATE - THE INSTALLATION BUSDATE ROW IS      *
002740*                      TODAY WHEN ON FILE, AND ITS LOCATION *
002750*                      PICKS THE HOLIDAYS                   *
002760*----------------------------------------------------------*
002770 1050-BUSINESS-DATE.
002780     IF TN-FS-BUSDATE NOT = '00'
002790        GO TO 1050-BUSINESS-DATE-EXIT
002800     END-IF
002810     MOVE SPACES TO BUSDATE-COMPANY
002820     READ BUSDATE
002830         INVALID KEY
002840            GO TO 1050-BUSINESS-DATE-EXIT
002850     END-READ
002860     IF BUSDATE-CURRENT NUMERIC AND BUSDATE-CURRENT > 0
002870        MOVE BUSDATE-CURRENT TO TN-TODAY-N
002880     END-IF
002890     MOVE BUSDATE-LOC TO TN-LOC.
002900 1050-BUSINESS-DATE-EXIT.
002910     EXIT.
002920 1100-LOAD-HOLIDAYS.
002930     IF TN-FS-HOLCAL NOT = '00'
002940        GO TO 1100-LOAD-HOLIDAYS-EXIT
002950     END-IF
002960     PERFORM 1110-READ-HOLCAL
002970         THRU 1110-READ-HOLCAL-EXIT
002980     PERFORM 1120-STORE-HOLIDAY
002990         THRU 1120-STORE-HOLIDAY-EXIT
003000         UNTIL TN-AT-EOF.
003010 1100-LOAD-HOLIDAYS-EXIT.
003020     EXIT.
003030 1110-READ-HOLCAL.
003040     READ HOLCAL
003050         AT END
003060            SET TN-AT-EOF TO TRUE
003070     END-READ.
003080 1110-READ-HOLCAL-EXIT.
003090     EXIT.
003100 1120-STORE-HOLIDAY.
003110     IF TN-HOL-COUNT < TN-MAX-HOLS
003120        MOVE HOLCAL-DATE TO TN-DTON-DATE
003130        PERFORM 8000-DATE-TO-DAYNUM
003140            THRU 8000-DATE-TO-DAYNUM-EXIT
003150        ADD 1 TO TN-HOL-COUNT
003160        MOVE TN-DTON-NUM TO TN-HOL-NUM (TN-HOL-COUNT)
003170        MOVE HOLCAL-LOC  TO TN-HOL-LOC (TN-HOL-COUNT)
003180     END-IF
003190     PERFORM 1110-READ-HOLCAL
003200         THRU 1110-READ-HOLCAL-EXIT.
003210 1120-STORE-HOLIDAY-EXIT.
003220     EXIT.
003230*----------------------------------------------------------*
003240* 2000-COUNT-TASK - AN OPEN TASK DUE TODAY OR EARLIER       *
003250*                   COUNTS AGAINST ITS ASSIGNEE             *
003260*----------------------------------------------------------*
003270 2000-COUNT-TASK.
003280     READ TICKLER
003290         AT END
003300            SET TN-AT-EOF TO TRUE
003310            GO TO 2000-COUNT-TASK-EXIT
003320     END-READ
003330     IF NOT TICKLER-OPEN OR
003340        TICKLER-ASSIGNEE = SPACES OR
003350        TICKLER-DUE NOT NUMERIC OR
003360        TICKLER-DUE > TN-TODAY-N
003370        GO TO 2000-COUNT-TASK-EXIT
003380     END-IF
003390     PERFORM 2100-FIND-USER
003400         THRU 2100-FIND-USER-EXIT
003410     IF TN-U = 0
003420        ADD 1 TO TN-TOT-SKIPPED
003430        GO TO 2000-COUNT-TASK-EXIT
003440     END-IF
003450     IF TICKLER-DUE = TN-TODAY-N
003460        ADD 1 TO TN-USR-DUE (TN-U)
003470        ADD 1 TO TN-TOT-DUE
003480        GO TO 2000-COUNT-TASK-EXIT
003490     END-IF
003500     ADD 1 TO TN-USR-OVERDUE (TN-U)
003510     ADD 1 TO TN-TOT-OVERDUE
003520     PERFORM 3000-BUSINESS-AGE
003530         THRU 3000-BUSINESS-AGE-EXIT
003540     IF TN-AGE > TN-USR-OLDEST (TN-U)
003550        MOVE TN-AGE TO TN-USR-OLDEST (TN-U)
003560     END-IF.
003570 2000-COUNT-TASK-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003600* 2100-FIND-USER - THE ASSIGNEE'S TABLE ENTRY, ADDED ON     *
003610*                  FIRST SIGHT; TN-U ZERO WHEN THE TABLE IS *
003620*                  FULL                                     *
003630*----------------------------------------------------------*
003640 2100-FIND-USER.
003650     PERFORM VARYING TN-U FROM 1 BY 1
003660             UNTIL TN-U > TN-USER-COUNT OR
003670                   TN-USR-ID (TN-U) = TICKLER-ASSIGNEE
003680        CONTINUE
003690     END-PERFORM
003700     IF TN-U > TN-USER-COUNT
003710        IF TN-USER-COUNT < TN-MAX-USERS
003720           ADD 1 TO TN-USER-COUNT
003730           MOVE TN-USER-COUNT    TO TN-U
003740           MOVE TICKLER-ASSIGNEE TO TN-USR-ID (TN-U)
003750           MOVE 0 TO TN-USR-DUE (TN-U)
003760           MOVE 0 TO TN-USR-OVERDUE (TN-U)
003770           MOVE 0 TO TN-USR-OLDEST (TN-U)
003780        ELSE
003790           MOVE 0 TO TN-U
003800        END-IF
003810     END-IF.
003820 2100-FIND-USER-EXIT.
003830     EXIT.
003840*----------------------------------------------------------*
003850* 3000-BUSINESS-AGE - WORKDAYS AFTER THE DUE DATE UP TO AND *
003860*                     INCLUDING TODAY                       *
003870*----------------------------------------------------------*
003880 3000-BUSINESS-AGE.
003890     MOVE 0 TO TN-AGE
003900     MOVE TICKLER-DUE TO TN-DTON-N
003910     PERFORM 8000-DATE-TO-DAYNUM
003920         THRU 8000-DATE-TO-DAYNUM-EXIT
003930     MOVE TN-DTON-NUM TO TN-FROM-NUM
003940     MOVE 0 TO TN-WALKED
003950     COMPUTE TN-CHK-NUM = TN-FROM-NUM + 1
003960     PERFORM 3200-COUNT-DAY
003970         THRU 3200-COUNT-DAY-EXIT
003980         UNTIL TN-CHK-NUM > TN-TODAY-NUM OR
003990               TN-WALKED NOT LESS TN-MAX-WALK.
004000 3000-BUSINESS-AGE-EXIT.
004010     EXIT.
004020*----------------------------------------------------------*
004030* 3200-COUNT-DAY - A WORKDAY IS NOT SATURDAY, SUNDAY OR A   *
004040*                  HOLCAL DAY OF THE LOCATION (BLANK =      *
004050*                  EVERY LOCATION)                          *
004060*----------------------------------------------------------*
004070 3200-COUNT-DAY.
004080     SET TN-IS-WORKDAY TO TRUE
004090     COMPUTE TN-WD-TMP = TN-CHK-NUM + 1
004100     DIVIDE TN-WD-TMP BY 7 GIVING TN-WD-Q
004110                    REMAINDER TN-WD
004120     IF TN-WD = 5 OR TN-WD = 6
004130        SET TN-NOT-WORKDAY TO TRUE
004140     END-IF
004150     IF TN-IS-WORKDAY
004160        PERFORM VARYING TN-I FROM 1 BY 1
004170                UNTIL TN-I > TN-HOL-COUNT OR TN-NOT-WORKDAY
004180           IF TN-HOL-NUM (TN-I) = TN-CHK-NUM AND
004190              (TN-HOL-LOC (TN-I) = SPACES OR
004200               TN-HOL-LOC (TN-I) = TN-LOC)
004210              SET TN-NOT-WORKDAY TO TRUE
004220           END-IF
004230        END-PERFORM
004240     END-IF
004250     IF TN-IS-WORKDAY AND TN-AGE < 99999
004260        ADD 1 TO TN-AGE
004270     END-IF
004280     ADD 1 TO TN-CHK-NUM
004290     ADD 1 TO TN-WALKED.
004300 3200-COUNT-DAY-EXIT.
004310     EXIT.
004320*----------------------------------------------------------*
004330* 4000-DROP-OLD - THE PREVIOUS RUN'S FOLLOW-UP NOTICES GO,  *
004340*                 SO A USER WHO HAS CLEARED THEIR TASKS HAS *
004350*                 NOTHING LEFT ON FILE                      *
004360*----------------------------------------------------------*
004370 4000-DROP-OLD.
004380     IF TN-FS-NOTICES NOT = '00'
004390        GO TO 4000-DROP-OLD-EXIT
004400     END-IF
004410     MOVE 'N' TO TN-EOF-SW
004420     MOVE '*' TO NOTICES-ID-MARK
004430     MOVE LOW-VALUES TO NOTICES-ID-USER
004440     START NOTICES KEY NOT LESS NOTICES-ID
004450         INVALID KEY
004460            GO TO 4000-DROP-OLD-EXIT
004470     END-START
004480     PERFORM 4100-DROP-ONE
004490         THRU 4100-DROP-ONE-EXIT
004500         UNTIL TN-AT-EOF.
004510 4000-DROP-OLD-EXIT.
004520     EXIT.
004530 4100-DROP-ONE.
004540     READ NOTICES NEXT RECORD
004550         AT END
004560            SET TN-AT-EOF TO TRUE
004570            GO TO 4100-DROP-ONE-EXIT
004580     END-READ
004590     IF NOTICES-ID-MARK NOT = '*'
004600        SET TN-AT-EOF TO TRUE
004610        GO TO 4100-DROP-ONE-EXIT
004620     END-IF
004630     IF NOTICES-ID-USER NOT = NOTICES-GROUP (1:9)
004640        GO TO 4100-DROP-ONE-EXIT
004650     END-IF
004660     DELETE NOTICES RECORD
004670         INVALID KEY
004680            CONTINUE
004690         NOT INVALID KEY
004700            ADD 1 TO TN-TOT-DROPPED
004710     END-DELETE.
004720 4100-DROP-ONE-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 5000-WRITE-NOTICE - ONE ROW PER USER, IN EFFECT TODAY,    *
004760*                     SEVERITY 2 WHEN ANYTHING IS OVERDUE   *
004770*----------------------------------------------------------*
004780 5000-WRITE-NOTICE.
004790     MOVE TN-USR-ID (TN-U)      TO TN-DTL-USER
004800     MOVE TN-USR-DUE (TN-U)     TO TN-DTL-DUE
004810     MOVE TN-USR-OVERDUE (TN-U) TO TN-DTL-OVERDUE
004820     MOVE TN-USR-OLDEST (TN-U)  TO TN-DTL-OLDEST
004830     MOVE SPACES TO TN-DTL-NOTICE
004840     IF TN-FS-NOTICES NOT = '00'
004850        GO TO 5000-WRITE-NOTICE-LINE
004860     END-IF
004870     MOVE '*'                    TO NOTICES-ID-MARK
004880     MOVE TN-USR-ID (TN-U) (1:9) TO NOTICES-ID-USER
004890     MOVE TN-TODAY-N             TO NOTICES-FROM-DATE
004900     MOVE TN-TODAY-N             TO NOTICES-TO-DATE
004910     MOVE TN-USR-ID (TN-U)       TO NOTICES-GROUP
004920     MOVE 1 TO NOTICES-SEVERITY
004930     IF TN-USR-OVERDUE (TN-U) > 0
004940        MOVE 2 TO NOTICES-SEVERITY
004950     END-IF
004960     MOVE TN-USR-DUE (TN-U)     TO TN-EDIT-DUE
004970     MOVE TN-USR-OVERDUE (TN-U) TO TN-EDIT-OVERDUE
004980     MOVE TN-USR-OLDEST (TN-U)  TO TN-EDIT-OLDEST
004990     MOVE SPACES TO NOTICES-TEXT
005000     STRING 'FOLLOW-UP TASKS:' TN-EDIT-DUE ' DUE TODAY,'
005010            TN-EDIT-OVERDUE ' OVERDUE (OLDEST'
005020            TN-EDIT-OLDEST ' BUSINESS DAYS)'
005030            DELIMITED BY SIZE INTO NOTICES-TEXT
005040     WRITE NOTICES-RECORD
005050         INVALID KEY
005060            MOVE 'NOT WRITTEN' TO TN-DTL-NOTICE
005070         NOT INVALID KEY
005080            MOVE 'WRITTEN' TO TN-DTL-NOTICE
005082        ADD 1 TO TN-TOT-NOTICES
005084        MOVE 'TSK'            TO NF-TYPE
005086        MOVE NOTICES-SEVERITY TO NF-LEVEL
005088        MOVE TN-USR-ID (TN-U) TO NF-USER
005090        MOVE SPACES           TO NF-EXCLUDE
005092        MOVE 'TICKNTC'        TO NF-CALLER
005094        MOVE 'TICKLER'        TO NF-REF
005096        MOVE NOTICES-TEXT     TO NF-TEXT
005098        CALL 'GXNOTIFY' USING NF-CTL
005100     END-WRITE.
005110 5000-WRITE-NOTICE-LINE.
005120     MOVE TN-DTL-LINE TO RW-LINE
005130     MOVE 'D' TO RW-FUNC
005140     PERFORM 8900-RW-PUT
005150         THRU 8900-RW-PUT-EXIT.
005160 5000-WRITE-NOTICE-EXIT.
005170     EXIT.
005180 6000-PRINT-SUMMARY.
005190     MOVE TN-TOT-DUE     TO TN-SUM-DUE
005200     MOVE TN-TOT-OVERDUE TO TN-SUM-OVERDUE
005210     MOVE TN-TOT-NOTICES TO TN-SUM-NOTICES
005220     MOVE TN-TOT-DROPPED TO TN-SUM-DROPPED
005230     MOVE TN-TOT-SKIPPED TO TN-SUM-SKIPPED
005240     MOVE TN-SUM-LINE TO RW-LINE
005250     MOVE 'T' TO RW-FUNC
005260     PERFORM 8900-RW-PUT
005270         THRU 8900-RW-PUT-EXIT.
005280 6000-PRINT-SUMMARY-EXIT.
005290     EXIT.
005300*----------------------------------------------------------*
005310* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
005320*----------------------------------------------------------*
005330 8000-DATE-TO-DAYNUM.
005340     MOVE TN-DTON-YY TO TN-DW-YY
005350     MOVE TN-DTON-MM TO TN-DW-MM
005360     MOVE TN-DTON-DD TO TN-DW-DD
005370     IF TN-DW-MM GREATER 2
005380        SUBTRACT 3 FROM TN-DW-MM
005390     ELSE
005400        ADD 9 TO TN-DW-MM
005410        SUBTRACT 1 FROM TN-DW-YY
005420     END-IF
005430     COMPUTE TN-DTON-D = ((153 * TN-DW-MM) + 2) / 5
005440     COMPUTE TN-DTON-L4 = TN-DW-YY / 4
005450     COMPUTE TN-DTON-L100 = TN-DW-YY / 100
005460     COMPUTE TN-DTON-L400 = TN-DW-YY / 400
005470     COMPUTE TN-DTON-NUM = TN-DW-YY * 365 +
005480                           TN-DTON-L4 -
005490                           TN-DTON-L100 +
005500                           TN-DTON-L400 +
005510                           TN-DTON-D +
005520                           TN-DW-DD.
005530 8000-DATE-TO-DAYNUM-EXIT.
005540     EXIT.
005550 8900-RW-PUT.
005560     CALL 'GXRPTW' USING RW-CTL RW-OUT
005570     PERFORM VARYING RW-X FROM 1 BY 1
005580             UNTIL RW-X > RW-OUT-COUNT
005590        WRITE TICKRPT-LINE FROM RW-OUT-LINE (RW-X)
005600     END-PERFORM.
005610 8900-RW-PUT-EXIT.
005620     EXIT.
005630 9000-TERMINATE.
005640     MOVE 'C' TO RW-FUNC
005650     PERFORM 8900-RW-PUT
005660         THRU 8900-RW-PUT-EXIT
005670     CLOSE TICKLER
005680     CLOSE NOTICES
005690     CLOSE BUSDATE
005700     CLOSE HOLCAL
005710     CLOSE TICKRPT.
005720 9000-TERMINATE-EXIT.
005730     EXIT.
005740 9999-EXIT.
005750     STOP RUN.
