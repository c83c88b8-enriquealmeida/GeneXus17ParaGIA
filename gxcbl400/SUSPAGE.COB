000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSPAGE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - SUSPENSE AGING.  EVERY *
000100*                   PENDING SUSPENSE ROW (OPEN, CORRECTED  *
000110*                   OR QUEUED) IS AGED IN BUSINESS DAYS     *
000120*                   SINCE IT WAS REJECTED - WEEKENDS AND    *
000130*                   THE HOLCAL HOLIDAYS OF THE ROW'S        *
000140*                   COMPANY BUSDATE LOCATION DO NOT COUNT,  *
000150*                   THE ACCRREV RULE.  A ROW REACHING THE   *
000160*                   SUSPCTL THRESHOLD IS MARKED ESCALATED   *
000170*                   ONCE, AND EACH SOURCE AND REFERENCE     *
000180*                   WITH NEWLY ESCALATED ROWS RAISES OR     *
000190*                   RE-BREACHES ONE SUSPENSE ALERT, THE     *
000200*                   BALCHECK UPSERT.  SUSPAGRPT LISTS THE   *
000210*                   PENDING ROWS BY SOURCE AND REFERENCE,   *
000220*                   THROUGH GXRPTW                          *
000221*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF  *
000222*                   THE USER THE JOB RUNS UNDER - A SOURCE  *
000223*                   AND REFERENCE WITH A ROW OF A COMPANY   *
000224*                   OUTSIDE IT IS NOT LISTED, ONLY COUNTED; *
000225*                   AGING AND ALERTS ARE UNCHANGED          *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-ISERIES.
000270 OBJECT-COMPUTER.   IBM-ISERIES.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SUSPENSE   ASSIGN TO DATABASE-SUSPENSE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE  IS DYNAMIC
000330         RECORD KEY   IS SUSPENSE-KEY
000340         FILE STATUS  IS SG-FS-SUSPENSE.
000350     SELECT SUSPCTL    ASSIGN TO DATABASE-SUSPCTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS SG-FS-SUSPCTL.
000380     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS RANDOM
000410         RECORD KEY   IS BUSDATE-COMPANY
000420         FILE STATUS  IS SG-FS-BUSDATE.
000430     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS  IS SG-FS-HOLCAL.
000460     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS RANDOM
000490         RECORD KEY   IS ALERTS-KEY
000500         FILE STATUS  IS SG-FS-ALERTS.
000510     SELECT SUSPAGRPT  ASSIGN TO DATABASE-SUSPAGRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS  IS SG-FS-SUSPAGRPT.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------*
000570* REJECT SUSPENSE - THE GXFSUSPW LAYOUT                     *
000580*----------------------------------------------------------*
000590 FD  SUSPENSE.
000600 01  SUSPENSE-RECORD.
000610     05 SUSPENSE-KEY.
000620        10 SUSPENSE-SOURCE       PIC  X(010).
000630        10 SUSPENSE-REF          PIC  X(010).
000640        10 SUSPENSE-BATCH        PIC  X(026).
000650        10 SUSPENSE-ROWNBR       PIC  9(007).
000660     05 SUSPENSE-USER            PIC  X(010).
000670     05 SUSPENSE-COMPANY         PIC  X(003).
000680     05 SUSPENSE-DELIM           PIC  X(001).
000690     05 SUSPENSE-COLNBR          PIC  9(003).
000700     05 SUSPENSE-MSGID           PIC  X(008).
000710     05 SUSPENSE-REASON          PIC  X(040).
000720     05 SUSPENSE-LINE            PIC  X(512).
000730     05 SUSPENSE-STATUS          PIC  X(001).
000740        88 SUSPENSE-PENDING                VALUE 'O' 'C' 'Q'.
000750     05 SUSPENSE-CREATED         PIC  9(008).
000760     05 SUSPENSE-AGE             PIC  9(005).
000770     05 SUSPENSE-ESCALATED       PIC  X(001).
000780        88 SUSPENSE-IS-ESCALATED                 VALUE 'Y'.
000790     05 SUSPENSE-EDITS           PIC  9(003).
000800     05 SUSPENSE-LAST-BY         PIC  X(010).
000810     05 SUSPENSE-LAST-TS         PIC  X(026).
000820     05 SUSPENSE-RESUB-FILE      PIC  X(010).
000830     05 SUSPENSE-RESUB-TS        PIC  X(026).
000840*----------------------------------------------------------*
000850* AGING CONTROL - ONE RECORD, THE ESCALATION THRESHOLD IN   *
000860* BUSINESS DAYS                                             *
000870*----------------------------------------------------------*
000880 FD  SUSPCTL.
000890 01  SUSPCTL-RECORD.
000900     05 SUSPCTL-ESC-DAYS         PIC  9(003).
000910 FD  BUSDATE.
000920 01  BUSDATE-RECORD.
000930     05 BUSDATE-COMPANY          PIC  X(003).
000940     05 BUSDATE-CURRENT          PIC  9(008).
000950     05 BUSDATE-PREVIOUS         PIC  9(008).
000960     05 BUSDATE-LOC              PIC  X(010).
000970     05 BUSDATE-ROLLED-BY        PIC  X(010).
000980     05 BUSDATE-ROLLED-TS        PIC  X(026).
000990 FD  HOLCAL.
001000 01  HOLCAL-RECORD.
001010     05 HOLCAL-DATE.
001020        10 HOLCAL-YY             PIC  9(004).
001030        10 HOLCAL-MM             PIC  9(002).
001040        10 HOLCAL-DD             PIC  9(002).
001050     05 HOLCAL-LOC               PIC  X(010).
001060     05 HOLCAL-DESC              PIC  X(030).
001070 FD  ALERTS.
001080 01  ALERTS-RECORD.
001090     05 ALERTS-KEY.
001100        10 ALERTS-TYPE           PIC  X(010).
001110        10 ALERTS-SOURCE         PIC  X(010).
001120        10 ALERTS-DETAIL         PIC  X(030).
001130     05 ALERTS-STATUS            PIC  X(001).
001140        88 ALERTS-NEW                            VALUE 'N'.
001150        88 ALERTS-ACKNOWLEDGED                    VALUE 'A'.
001160        88 ALERTS-RESOLVED                        VALUE 'R'.
001170     05 ALERTS-SEVERITY          PIC  9(001).
001180     05 ALERTS-VALUE             PIC S9(009) COMP-3.
001190     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
001200     05 ALERTS-RAISED-TS         PIC  X(026).
001210     05 ALERTS-BREACHES          PIC S9(004) COMP-3.
001220     05 ALERTS-ACK-USER          PIC  X(010).
001230     05 ALERTS-ACK-TS            PIC  X(026).
001240     05 ALERTS-RES-TS            PIC  X(026).
001250     05 ALERTS-BUSAGE            PIC S9(009) COMP-3.
001260     05 ALERTS-ACT-STATUS        PIC  X(001).
001270     05 ALERTS-ACT-TRIES         PIC S9(003) COMP-3.
001280     05 ALERTS-ACT-TS            PIC  X(026).
001290 FD  SUSPAGRPT.
001300 01  SUSPAGRPT-LINE              PIC  X(080).
001310 WORKING-STORAGE SECTION.
001320 77  SG-FS-SUSPENSE              PIC  X(002).
001330 77  SG-FS-SUSPCTL               PIC  X(002).
001340 77  SG-FS-BUSDATE               PIC  X(002).
001350 77  SG-FS-HOLCAL                PIC  X(002).
001360 77  SG-FS-ALERTS                PIC  X(002).
001370 77  SG-FS-SUSPAGRPT             PIC  X(002).
001380 77  SG-EOF-SW                   PIC  X(001)     VALUE 'N'.
001390     88 SG-AT-EOF                                VALUE 'Y'.
001400 77  SG-I                        PIC S9(004) COMP-3.
001410 77  SG-ALERT-SW                 PIC  X(001).
001420     88 SG-ALERT-ON-FILE                         VALUE 'Y'.
001430     88 SG-ALERT-NOT-ON-FILE                     VALUE 'N'.
001440 77  SG-WORKDAY-SW               PIC  X(001).
001450     88 SG-IS-WORKDAY                            VALUE 'Y'.
001460     88 SG-NOT-WORKDAY                           VALUE 'N'.
001470 77  SG-CHANGED-SW               PIC  X(001).
001480     88 SG-ROW-CHANGED                           VALUE 'Y'.
001490*----------------------------------------------------------*
001500* DEFAULT USED WHEN SUSPCTL HAS NO CONTROL RECORD           *
001510*----------------------------------------------------------*
001520 77  SG-ESC-DAYS                 PIC S9(003) COMP-3 VALUE 5.
001530*----------------------------------------------------------*
001540* THE CALENDAR WALK STOPS AFTER FIVE YEARS - A ROW THAT OLD *
001550* IS LONG PAST ANY THRESHOLD                                *
001560*----------------------------------------------------------*
001570 77  SG-MAX-WALK                 PIC S9(005) COMP-3 VALUE 1830.
001580 77  SG-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
001590 77  SG-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
001600 77  SG-AGE                      PIC S9(005) COMP-3.
001610 77  SG-FROM-NUM                 PIC S9(009) COMP-3.
001620 77  SG-TODAY-NUM                PIC S9(009) COMP-3.
001630 77  SG-CHK-NUM                  PIC S9(009) COMP-3.
001640 77  SG-WALKED                   PIC S9(005) COMP-3.
001650 77  SG-GRP-PENDING              PIC S9(007) COMP-3 VALUE 0.
001660 77  SG-GRP-OVERDUE              PIC S9(007) COMP-3 VALUE 0.
001670 77  SG-GRP-NEW                  PIC S9(007) COMP-3 VALUE 0.
001680 77  SG-GRP-OLDEST               PIC S9(005) COMP-3 VALUE 0.
001690 77  SG-TOT-PENDING              PIC S9(009) COMP-3 VALUE 0.
001700 77  SG-TOT-OVERDUE              PIC S9(009) COMP-3 VALUE 0.
001710 77  SG-TOT-ALERTS               PIC S9(005) COMP-3 VALUE 0.
001712 77  SG-GRP-HIDDEN               PIC S9(007) COMP-3 VALUE 0.
001714 77  SG-WITHHELD                 PIC S9(007) COMP-3 VALUE 0.
001716 77  SG-WITHHELD-ED              PIC Z,ZZZ,ZZ9.
001720 01  SG-GRP-SOURCE               PIC  X(010) VALUE SPACES.
001730 01  SG-GRP-REF                  PIC  X(010) VALUE SPACES.
001740 01  SG-LOC-COMPANY              PIC  X(003) VALUE HIGH-VALUES.
001750 01  SG-LOC                      PIC  X(010).
001760 01  SG-TODAY-DATE.
001770     05 SG-TODAY-YY              PIC  9(004).
001780     05 SG-TODAY-MM              PIC  9(002).
001790     05 SG-TODAY-DD              PIC  9(002).
001800 01  SG-NOW-TIME.
001810     05 SG-NOW-HH                PIC  9(002).
001820     05 SG-NOW-MIN               PIC  9(002).
001830     05 SG-NOW-SS                PIC  9(002).
001840     05 SG-NOW-HS                PIC  9(002).
001850 01  SG-NOW-TS                   PIC  X(026).
001860 01  SG-DTON-DATE.
001870     05 SG-DTON-YY               PIC  9(004).
001880     05 SG-DTON-MM               PIC  9(002).
001890     05 SG-DTON-DD               PIC  9(002).
001900 01  SG-DTON-DW.
001910     05 SG-DW-YY                 PIC S9(005) COMP-3.
001920     05 SG-DW-MM                 PIC S9(003) COMP-3.
001930     05 SG-DW-DD                 PIC S9(003) COMP-3.
001940 77  SG-DTON-D                   PIC S9(003) COMP-3.
001950 77  SG-DTON-L4                  PIC S9(005) COMP-3.
001960 77  SG-DTON-L100                PIC S9(005) COMP-3.
001970 77  SG-DTON-L400                PIC S9(005) COMP-3.
001980 77  SG-DTON-NUM                 PIC S9(009) COMP-3.
001990 77  SG-WD-TMP                   PIC S9(009) COMP-3.
002000 77  SG-WD-Q                     PIC S9(009) COMP-3.
002010 77  SG-WD                       PIC S9(003) COMP-3.
002020 01  SG-HOL-TABLE.
002030     05 SG-HOL-ENTRY OCCURS 60.
002040        10 SG-HOL-NUM            PIC S9(009) COMP-3.
002050        10 SG-HOL-LOC            PIC  X(010).
002060 01  SG-TITLE-LINE.
002070     05 FILLER                   PIC  X(050)
002080                VALUE 'SUSPENSE AGING AND ESCALATION'.
002090 01  SG-COLS-LINE.
002100     05 FILLER                   PIC  X(040) VALUE
002110            'SOURCE     REFERENCE   PENDING  OVERDUE '.
002120     05 FILLER                   PIC  X(040) VALUE
002130            '  NEW ESC  OLDEST  ALERT'.
002140 01  SG-DTL-LINE.
002150     05 SG-DTL-SOURCE            PIC  X(010).
002160     05 FILLER                   PIC  X(001) VALUE SPACES.
002170     05 SG-DTL-REF               PIC  X(010).
002180     05 FILLER                   PIC  X(001) VALUE SPACES.
002190     05 SG-DTL-PENDING           PIC ZZZ,ZZ9.
002200     05 FILLER                   PIC  X(002) VALUE SPACES.
002210     05 SG-DTL-OVERDUE           PIC ZZZ,ZZ9.
002220     05 FILLER                   PIC  X(002) VALUE SPACES.
002230     05 SG-DTL-NEW               PIC ZZZ,ZZ9.
002240     05 FILLER                   PIC  X(002) VALUE SPACES.
002250     05 SG-DTL-OLDEST            PIC ZZ,ZZ9.
002260     05 FILLER                   PIC  X(002) VALUE SPACES.
002270     05 SG-DTL-ALERT             PIC  X(008).
002280     05 FILLER                   PIC  X(015) VALUE SPACES.
002290 01  SG-SUM-LINE.
002300     05 FILLER                   PIC  X(009) VALUE 'PENDING:'.
002310     05 SG-SUM-PENDING           PIC ZZZ,ZZZ,ZZ9.
002320     05 FILLER                   PIC  X(003) VALUE SPACES.
002330     05 FILLER                   PIC  X(009) VALUE 'OVERDUE:'.
002340     05 SG-SUM-OVERDUE           PIC ZZZ,ZZZ,ZZ9.
002350     05 FILLER                   PIC  X(003) VALUE SPACES.
002360     05 FILLER                   PIC  X(008) VALUE 'ALERTS:'.
002370     05 SG-SUM-ALERTS            PIC ZZ,ZZ9.
002380     05 FILLER                   PIC  X(003) VALUE SPACES.
002390     05 FILLER                   PIC  X(011) VALUE 'THRESHOLD:'.
002400     05 SG-SUM-DAYS              PIC ZZ9.
002410     05 FILLER                   PIC  X(003) VALUE SPACES.
002420*----------------------------------------------------------*
002430* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002440* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
002450*----------------------------------------------------------*
002460 01  RW-CTL.
002470     05 RW-FUNC                  PIC  X(001).
002480     05 RW-TITLE                 PIC  X(050).
002490     05 RW-TITLE-ID              PIC  X(010).
002500     05 RW-LANG                  PIC  X(003).
002510     05 RW-COLS                  PIC  X(080).
002520     05 RW-LINE                  PIC  X(080).
002530     05 RW-PAGE-SIZE             PIC  9(003).
002540 01  RW-OUT.
002550     05 RW-OUT-COUNT             PIC  9(001).
002560     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002570 77  RW-X                        PIC S9(003) COMP-3.
002580 PROCEDURE DIVISION.
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE
002610         THRU 1000-INITIALIZE-EXIT
002620     PERFORM 2000-AGE-ONE
002630         THRU 2000-AGE-ONE-EXIT
002640         UNTIL SG-AT-EOF
002650     PERFORM 5000-END-GROUP
002660         THRU 5000-END-GROUP-EXIT
002670     PERFORM 6000-PRINT-SUMMARY
002680         THRU 6000-PRINT-SUMMARY-EXIT
002690     PERFORM 9000-TERMINATE
002700         THRU 9000-TERMINATE-EXIT
002710     GO TO 9999-EXIT.
002720 1000-INITIALIZE.
002730     OPEN I-O    SUSPENSE
002740     OPEN INPUT  SUSPCTL
002750     OPEN INPUT  BUSDATE
002760     OPEN INPUT  HOLCAL
002770     OPEN I-O    ALERTS
002780     OPEN OUTPUT SUSPAGRPT
002790     ACCEPT SG-TODAY-DATE FROM DATE YYYYMMDD
002800     ACCEPT SG-NOW-TIME   FROM TIME
002810     MOVE SPACES TO SG-NOW-TS
002820     STRING SG-TODAY-YY '-' SG-TODAY-MM '-' SG-TODAY-DD '-'
002830            SG-NOW-HH '.' SG-NOW-MIN '.' SG-NOW-SS '.000000'
002840            DELIMITED BY SIZE INTO SG-NOW-TS
002850     IF SG-FS-SUSPCTL = '00'
002860        READ SUSPCTL
002870            AT END
002880               CONTINUE
002890            NOT AT END
002900               IF SUSPCTL-ESC-DAYS NUMERIC AND
002910                  SUSPCTL-ESC-DAYS > 0
002920                  MOVE SUSPCTL-ESC-DAYS TO SG-ESC-DAYS
002930               END-IF
002940        END-READ
002950        CLOSE SUSPCTL
002960     END-IF
002970     MOVE SG-TODAY-DATE TO SG-DTON-DATE
002980     PERFORM 8000-DATE-TO-DAYNUM
002990         THRU 8000-DATE-TO-DAYNUM-EXIT
003000     MOVE SG-DTON-NUM TO SG-TODAY-NUM
003010     PERFORM 1100-LOAD-HOLIDAYS
003020         THRU 1100-LOAD-HOLIDAYS-EXIT
003030     MOVE SG-TITLE-LINE TO RW-TITLE
003040     MOVE 'SUSPAGRPT'  TO RW-TITLE-ID
003050     MOVE SPACES       TO RW-LANG
003060     MOVE SG-COLS-LINE TO RW-COLS
003070     MOVE 60  TO RW-PAGE-SIZE
003080     MOVE 'I' TO RW-FUNC
003090     PERFORM 8900-RW-PUT
003100         THRU 8900-RW-PUT-EXIT
003110     MOVE 'N' TO SG-EOF-SW
003120     MOVE LOW-VALUES TO SUSPENSE-KEY
003130     START SUSPENSE KEY NOT LESS SUSPENSE-KEY
003140         INVALID KEY
003150            SET SG-AT-EOF TO TRUE
003160     END-START.
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190 1100-LOAD-HOLIDAYS.
003200     IF SG-FS-HOLCAL NOT = '00'
003210        GO TO 1100-LOAD-HOLIDAYS-EXIT
003220     END-IF
003230     PERFORM 1110-READ-HOLCAL
003240         THRU 1110-READ-HOLCAL-EXIT
003250     PERFORM 1120-STORE-HOLIDAY
003260         THRU 1120-STORE-HOLIDAY-EXIT
003270         UNTIL SG-AT-EOF.
003280 1100-LOAD-HOLIDAYS-EXIT.
003290     EXIT.
003300 1110-READ-HOLCAL.
003310     READ HOLCAL
003320         AT END
003330            SET SG-AT-EOF TO TRUE
003340     END-READ.
003350 1110-READ-HOLCAL-EXIT.
003360     EXIT.
003370 1120-STORE-HOLIDAY.
003380     IF SG-HOL-COUNT < SG-MAX-HOLS
003390        MOVE HOLCAL-DATE TO SG-DTON-DATE
003400        PERFORM 8000-DATE-TO-DAYNUM
003410            THRU 8000-DATE-TO-DAYNUM-EXIT
003420        ADD 1 TO SG-HOL-COUNT
003430        MOVE SG-DTON-NUM TO SG-HOL-NUM (SG-HOL-COUNT)
003440        MOVE HOLCAL-LOC  TO SG-HOL-LOC (SG-HOL-COUNT)
003450     END-IF
003460     PERFORM 1110-READ-HOLCAL
003470         THRU 1110-READ-HOLCAL-EXIT.
003480 1120-STORE-HOLIDAY-EXIT.
003490     EXIT.
003500*----------------------------------------------------------*
003510* 2000-AGE-ONE - THE SUSPENSE IN KEY ORDER, SO EACH SOURCE  *
003520*                AND REFERENCE ARRIVES AS ONE RUN OF ROWS   *
003530*----------------------------------------------------------*
003540 2000-AGE-ONE.
003550     READ SUSPENSE NEXT RECORD
003560         AT END
003570            SET SG-AT-EOF TO TRUE
003580            GO TO 2000-AGE-ONE-EXIT
003590     END-READ
003600     IF NOT SUSPENSE-PENDING
003610        GO TO 2000-AGE-ONE-EXIT
003620     END-IF
003630     IF SUSPENSE-SOURCE NOT = SG-GRP-SOURCE OR
003640        SUSPENSE-REF NOT = SG-GRP-REF
003650        PERFORM 5000-END-GROUP
003660            THRU 5000-END-GROUP-EXIT
003670        MOVE SUSPENSE-SOURCE TO SG-GRP-SOURCE
003680        MOVE SUSPENSE-REF    TO SG-GRP-REF
003690     END-IF
003700     ADD 1 TO SG-GRP-PENDING
003701     MOVE SPACES           TO RW-LINE
003702     MOVE SUSPENSE-COMPANY TO RW-LINE (1:3)
003703     MOVE 'K' TO RW-FUNC
003704     PERFORM 8900-RW-PUT
003705         THRU 8900-RW-PUT-EXIT
003706     IF RW-OUT-LINE (1) = 'N'
003707        ADD 1 TO SG-GRP-HIDDEN
003708     END-IF
003710     MOVE 'N' TO SG-CHANGED-SW
003720     PERFORM 3000-BUSINESS-AGE
003730         THRU 3000-BUSINESS-AGE-EXIT
003740     IF SG-AGE NOT = SUSPENSE-AGE
003750        MOVE SG-AGE TO SUSPENSE-AGE
003760        SET SG-ROW-CHANGED TO TRUE
003770     END-IF
003780     IF SG-AGE > SG-GRP-OLDEST
003790        MOVE SG-AGE TO SG-GRP-OLDEST
003800     END-IF
003810     IF SG-AGE NOT LESS SG-ESC-DAYS
003820        ADD 1 TO SG-GRP-OVERDUE
003830        IF NOT SUSPENSE-IS-ESCALATED
003840           MOVE 'Y' TO SUSPENSE-ESCALATED
003850           ADD 1 TO SG-GRP-NEW
003860           SET SG-ROW-CHANGED TO TRUE
003870        END-IF
003880     END-IF
003890     IF SG-ROW-CHANGED
003900        REWRITE SUSPENSE-RECORD
003910            INVALID KEY
003920               CONTINUE
003930        END-REWRITE
003940     END-IF.
003950 2000-AGE-ONE-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 3000-BUSINESS-AGE - WORKDAYS AFTER THE REJECT DATE UP TO  *
003990*                     AND INCLUDING TODAY, FOR THE ROW'S    *
004000*                     COMPANY LOCATION                      *
004010*----------------------------------------------------------*
004020 3000-BUSINESS-AGE.
004030     MOVE 0 TO SG-AGE
004040     IF SUSPENSE-CREATED NOT NUMERIC OR
004050        SUSPENSE-CREATED = 0
004060        GO TO 3000-BUSINESS-AGE-EXIT
004070     END-IF
004080     IF SUSPENSE-COMPANY NOT = SG-LOC-COMPANY
004090        PERFORM 3100-FIND-LOCATION
004100            THRU 3100-FIND-LOCATION-EXIT
004110     END-IF
004120     MOVE SUSPENSE-CREATED TO SG-DTON-DATE
004130     PERFORM 8000-DATE-TO-DAYNUM
004140         THRU 8000-DATE-TO-DAYNUM-EXIT
004150     MOVE SG-DTON-NUM TO SG-FROM-NUM
004160     MOVE 0 TO SG-WALKED
004170     COMPUTE SG-CHK-NUM = SG-FROM-NUM + 1
004180     PERFORM 3200-COUNT-DAY
004190         THRU 3200-COUNT-DAY-EXIT
004200         UNTIL SG-CHK-NUM > SG-TODAY-NUM OR
004210               SG-WALKED NOT LESS SG-MAX-WALK.
004220 3000-BUSINESS-AGE-EXIT.
004230     EXIT.
004240*----------------------------------------------------------*
004250* 3100-FIND-LOCATION - THE COMPANY'S BUSDATE LOCATION, THE  *
004260*                      INSTALLATION ROW WHEN IT HAS NONE    *
004270*----------------------------------------------------------*
004280 3100-FIND-LOCATION.
004290     MOVE SUSPENSE-COMPANY TO SG-LOC-COMPANY
004300     MOVE SPACES TO SG-LOC
004310     IF SG-FS-BUSDATE NOT = '00'
004320        GO TO 3100-FIND-LOCATION-EXIT
004330     END-IF
004340     MOVE SUSPENSE-COMPANY TO BUSDATE-COMPANY
004350     READ BUSDATE
004360         INVALID KEY
004370            MOVE SPACES TO BUSDATE-COMPANY
004380            READ BUSDATE
004390                INVALID KEY
004400                   MOVE SPACES TO BUSDATE-LOC
004410            END-READ
004420     END-READ
004430     MOVE BUSDATE-LOC TO SG-LOC.
004440 3100-FIND-LOCATION-EXIT.
004450     EXIT.
004460*----------------------------------------------------------*
004470* 3200-COUNT-DAY - A WORKDAY IS NOT SATURDAY, SUNDAY OR A   *
004480*                  HOLCAL DAY OF THE LOCATION (BLANK =      *
004490*                  EVERY LOCATION)                          *
004500*----------------------------------------------------------*
004510 3200-COUNT-DAY.
004520     SET SG-IS-WORKDAY TO TRUE
004530     COMPUTE SG-WD-TMP = SG-CHK-NUM + 1
004540     DIVIDE SG-WD-TMP BY 7 GIVING SG-WD-Q
004550                    REMAINDER SG-WD
004560     IF SG-WD = 5 OR SG-WD = 6
004570        SET SG-NOT-WORKDAY TO TRUE
004580     END-IF
004590     IF SG-IS-WORKDAY
004600        PERFORM VARYING SG-I FROM 1 BY 1
004610                UNTIL SG-I > SG-HOL-COUNT OR SG-NOT-WORKDAY
004620           IF SG-HOL-NUM (SG-I) = SG-CHK-NUM AND
004630              (SG-HOL-LOC (SG-I) = SPACES OR
004640               SG-HOL-LOC (SG-I) = SG-LOC)
004650              SET SG-NOT-WORKDAY TO TRUE
004660           END-IF
004670        END-PERFORM
004680     END-IF
004690     IF SG-IS-WORKDAY AND SG-AGE < 99999
004700        ADD 1 TO SG-AGE
004710     END-IF
004720     ADD 1 TO SG-CHK-NUM
004730     ADD 1 TO SG-WALKED.
004740 3200-COUNT-DAY-EXIT.
004750     EXIT.
004760*----------------------------------------------------------*
004770* 5000-END-GROUP - REPORT THE SOURCE AND REFERENCE JUST     *
004780*                  FINISHED AND RAISE ITS ALERT WHEN ROWS   *
004790*                  WERE NEWLY ESCALATED                     *
004800*----------------------------------------------------------*
004810 5000-END-GROUP.
004820     IF SG-GRP-PENDING = 0
004830        GO TO 5000-END-GROUP-RESET
004840     END-IF
004850     ADD SG-GRP-PENDING TO SG-TOT-PENDING
004860     ADD SG-GRP-OVERDUE TO SG-TOT-OVERDUE
004870     MOVE SPACES TO SG-DTL-ALERT
004880     IF SG-GRP-NEW > 0
004890        PERFORM 7000-UPSERT-ALERT
004900            THRU 7000-UPSERT-ALERT-EXIT
004910        ADD 1 TO SG-TOT-ALERTS
004920        MOVE 'RAISED' TO SG-DTL-ALERT
004930     END-IF
004932     IF SG-GRP-HIDDEN > 0
004934        ADD 1 TO SG-WITHHELD
004936        GO TO 5000-END-GROUP-RESET
004938     END-IF
004940     MOVE SG-GRP-SOURCE  TO SG-DTL-SOURCE
004950     MOVE SG-GRP-REF     TO SG-DTL-REF
004960     MOVE SG-GRP-PENDING TO SG-DTL-PENDING
004970     MOVE SG-GRP-OVERDUE TO SG-DTL-OVERDUE
004980     MOVE SG-GRP-NEW     TO SG-DTL-NEW
004990     MOVE SG-GRP-OLDEST  TO SG-DTL-OLDEST
005000     MOVE SG-DTL-LINE TO RW-LINE
005010     MOVE 'D' TO RW-FUNC
005020     PERFORM 8900-RW-PUT
005030         THRU 8900-RW-PUT-EXIT.
005040 5000-END-GROUP-RESET.
005045     MOVE 0 TO SG-GRP-HIDDEN
005050     MOVE 0 TO SG-GRP-PENDING
005060     MOVE 0 TO SG-GRP-OVERDUE
005070     MOVE 0 TO SG-GRP-NEW
005080     MOVE 0 TO SG-GRP-OLDEST.
005090 5000-END-GROUP-EXIT.
005100     EXIT.
005110 6000-PRINT-SUMMARY.
005120     MOVE SG-TOT-PENDING TO SG-SUM-PENDING
005130     MOVE SG-TOT-OVERDUE TO SG-SUM-OVERDUE
005140     MOVE SG-TOT-ALERTS  TO SG-SUM-ALERTS
005150     MOVE SG-ESC-DAYS    TO SG-SUM-DAYS
005160     MOVE SG-SUM-LINE TO RW-LINE
005170     MOVE 'T' TO RW-FUNC
005180     PERFORM 8900-RW-PUT
005190         THRU 8900-RW-PUT-EXIT
005191     IF SG-WITHHELD > 0
005192        MOVE SPACES TO RW-LINE
005193        MOVE SG-WITHHELD TO SG-WITHHELD-ED
005194        STRING '** REFERENCES NOT LISTED - OUTSIDE DATA SCOPE: '
005195               SG-WITHHELD-ED
005196               DELIMITED BY SIZE INTO RW-LINE
005197        PERFORM 8900-RW-PUT
005198            THRU 8900-RW-PUT-EXIT
005199     END-IF.
005200 6000-PRINT-SUMMARY-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230* 7000-UPSERT-ALERT - ONE LIFECYCLE ROW PER SOURCE AND      *
005240*                     REFERENCE: VALUE IS THE OVERDUE ROWS, *
005250*                     THRESHOLD THE BUSINESS DAYS           *
005260*----------------------------------------------------------*
005270 7000-UPSERT-ALERT.
005280     MOVE 'SUSPENSE'    TO ALERTS-TYPE
005290     MOVE SG-GRP-SOURCE TO ALERTS-SOURCE
005300     MOVE SG-GRP-REF    TO ALERTS-DETAIL
005310     SET SG-ALERT-NOT-ON-FILE TO TRUE
005320     READ ALERTS RECORD
005330         INVALID KEY
005340            CONTINUE
005350         NOT INVALID KEY
005360            SET SG-ALERT-ON-FILE TO TRUE
005370     END-READ
005380     MOVE SG-GRP-OVERDUE TO ALERTS-VALUE
005390     MOVE SG-ESC-DAYS    TO ALERTS-THRESHOLD
005400     IF SG-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
005410        ADD 1 TO ALERTS-BREACHES
005420        IF ALERTS-SEVERITY LESS 9
005430           ADD 1 TO ALERTS-SEVERITY
005440        END-IF
005450        REWRITE ALERTS-RECORD
005460           INVALID KEY
005470              CONTINUE
005480        END-REWRITE
005490     ELSE
005500        SET  ALERTS-NEW       TO TRUE
005510        MOVE 1                TO ALERTS-SEVERITY
005520        MOVE 1                TO ALERTS-BREACHES
005530        MOVE SG-NOW-TS        TO ALERTS-RAISED-TS
005540        MOVE SPACES           TO ALERTS-ACK-USER
005550        MOVE SPACES           TO ALERTS-ACK-TS
005560        MOVE SPACES           TO ALERTS-RES-TS
005570        MOVE SPACES           TO ALERTS-ACT-STATUS
005580        MOVE 0                TO ALERTS-ACT-TRIES
005590        MOVE SPACES           TO ALERTS-ACT-TS
005600        MOVE 0                TO ALERTS-BUSAGE
005610        IF SG-ALERT-ON-FILE
005620           REWRITE ALERTS-RECORD
005630              INVALID KEY
005640                 CONTINUE
005650           END-REWRITE
005660        ELSE
005670           WRITE ALERTS-RECORD
005680              INVALID KEY
005690                 CONTINUE
005700           END-WRITE
005710        END-IF
005720     END-IF.
005730 7000-UPSERT-ALERT-EXIT.
005740     EXIT.
005750*----------------------------------------------------------*
005760* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
005770*----------------------------------------------------------*
005780 8000-DATE-TO-DAYNUM.
005790     MOVE SG-DTON-YY TO SG-DW-YY
005800     MOVE SG-DTON-MM TO SG-DW-MM
005810     MOVE SG-DTON-DD TO SG-DW-DD
005820     IF SG-DW-MM GREATER 2
005830        SUBTRACT 3 FROM SG-DW-MM
005840     ELSE
005850        ADD 9 TO SG-DW-MM
005860        SUBTRACT 1 FROM SG-DW-YY
005870     END-IF
005880     COMPUTE SG-DTON-D = ((153 * SG-DW-MM) + 2) / 5
005890     COMPUTE SG-DTON-L4 = SG-DW-YY / 4
005900     COMPUTE SG-DTON-L100 = SG-DW-YY / 100
005910     COMPUTE SG-DTON-L400 = SG-DW-YY / 400
005920     COMPUTE SG-DTON-NUM = SG-DW-YY * 365 +
005930                           SG-DTON-L4 -
005940                           SG-DTON-L100 +
005950                           SG-DTON-L400 +
005960                           SG-DTON-D +
005970                           SG-DW-DD.
005980 8000-DATE-TO-DAYNUM-EXIT.
005990     EXIT.
006000 8900-RW-PUT.
006010     CALL 'GXRPTW' USING RW-CTL RW-OUT
006020     PERFORM VARYING RW-X FROM 1 BY 1
006030             UNTIL RW-X > RW-OUT-COUNT
006040        WRITE SUSPAGRPT-LINE FROM RW-OUT-LINE (RW-X)
006050     END-PERFORM.
006060 8900-RW-PUT-EXIT.
006070     EXIT.
006080 9000-TERMINATE.
006090     MOVE 'C' TO RW-FUNC
006100     PERFORM 8900-RW-PUT
006110         THRU 8900-RW-PUT-EXIT
006120     CLOSE SUSPENSE
006130     CLOSE BUSDATE
006140     CLOSE HOLCAL
006150     CLOSE ALERTS
006160     CLOSE SUSPAGRPT.
006170 9000-TERMINATE-EXIT.
006180     EXIT.
006190 9999-EXIT.
006200     STOP RUN.
