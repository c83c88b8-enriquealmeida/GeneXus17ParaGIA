000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EMRGRPT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - EMERGENCY ACCESS     *
000100*                   REVIEW LISTING.  EVERY EMRGSESS SESSION *
000110*                   CLOSED BY EMRGEXP AND NOT YET SIGNED    *
000120*                   OFF IS PRINTED WITH ITS REASON, ITS     *
000130*                   START AND EXPIRY, THE WORKDAY THE       *
000140*                   REVIEW IS DUE, EVERY AUDITLOG ROW        *
000150*                   TAGGED TO IT IN EMRGTAG AND EVERY        *
000160*                   CHGHIST CHANGE MADE UNDER IT, WITH A    *
000170*                   SIGNATURE LINE FOR THE SUPERVISOR       *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-ISERIES.
000220 OBJECT-COMPUTER.   IBM-ISERIES.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT EMRGSESS   ASSIGN TO DATABASE-EMRGSESS
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE  IS SEQUENTIAL
000280         RECORD KEY   IS EMRGSESS-KEY
000290         FILE STATUS  IS ER-FS-EMRGSESS.
000300     SELECT EMRGTAG    ASSIGN TO DATABASE-EMRGTAG
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS ER-FS-EMRGTAG.
000330     SELECT CHGHIST    ASSIGN TO DATABASE-CHGHIST
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS ER-FS-CHGHIST.
000360     SELECT EMRGRVW    ASSIGN TO DATABASE-EMRGRVW
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS ER-FS-EMRGRVW.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  EMRGSESS.
000420 01  EMRGSESS-RECORD.
000430     05 EMRGSESS-KEY.
000440        10 EMRGSESS-USER         PIC  X(010).
000450        10 EMRGSESS-NBR          PIC  9(009).
000460     05 EMRGSESS-PROFILE         PIC  X(010).
000470     05 EMRGSESS-REASON          PIC  X(060).
000480     05 EMRGSESS-HOURS           PIC  9(002).
000490     05 EMRGSESS-START-TS        PIC  X(026).
000500     05 EMRGSESS-EXPIRE-TS       PIC  X(026).
000510     05 EMRGSESS-EXPIRE-X REDEFINES EMRGSESS-EXPIRE-TS.
000520        10 EMRGSESS-EXP-YY       PIC  9(004).
000530        10 FILLER                PIC  X(001).
000540        10 EMRGSESS-EXP-MM       PIC  9(002).
000550        10 FILLER                PIC  X(001).
000560        10 EMRGSESS-EXP-DD       PIC  9(002).
000570        10 FILLER                PIC  X(016).
000580     05 EMRGSESS-STATUS          PIC  X(001).
000590        88 EMRGSESS-ACTIVE                       VALUE 'A'.
000600        88 EMRGSESS-EXPIRED                      VALUE 'E'.
000610        88 EMRGSESS-REVIEWED                     VALUE 'R'.
000620     05 EMRGSESS-REVOKED-TS      PIC  X(026).
000630     05 EMRGSESS-REVIEWER        PIC  X(010).
000640     05 EMRGSESS-REVIEW-TS       PIC  X(026).
000650     05 EMRGSESS-ALERTED         PIC  X(001).
000660 FD  EMRGTAG.
000670 01  EMRGTAG-RECORD.
000680     05 EMRGTAG-SESSION          PIC  9(009).
000690     05 EMRGTAG-TIMESTAMP        PIC  X(026).
000700     05 EMRGTAG-JOB              PIC  X(010).
000710     05 EMRGTAG-PGM              PIC  X(010).
000720     05 EMRGTAG-FILE             PIC  X(010).
000730     05 EMRGTAG-OPER             PIC  X(006).
000740     05 EMRGTAG-STATUS           PIC  X(002).
000750 FD  CHGHIST.
000760 01  CHGHIST-RECORD.
000770     05 CHGHIST-FILE             PIC  X(010).
000780     05 CHGHIST-KEY              PIC  X(030).
000790     05 CHGHIST-FIELD            PIC  X(010).
000800     05 CHGHIST-OLDVAL           PIC  X(040).
000810     05 CHGHIST-NEWVAL           PIC  X(040).
000820     05 CHGHIST-ACTION           PIC  X(001).
000830     05 CHGHIST-USER             PIC  X(010).
000840     05 CHGHIST-TIMESTAMP        PIC  X(026).
000850     05 CHGHIST-PGM              PIC  X(010).
000860     05 CHGHIST-ESESS            PIC  9(009).
000870 FD  EMRGRVW.
000880 01  EMRGRVW-LINE                PIC  X(080).
000890 WORKING-STORAGE SECTION.
000900 77  ER-FS-EMRGSESS              PIC  X(002).
000910 77  ER-FS-EMRGTAG               PIC  X(002).
000920 77  ER-FS-CHGHIST               PIC  X(002).
000930 77  ER-FS-EMRGRVW               PIC  X(002).
000940 77  ER-EOF-SW                   PIC  X(001)     VALUE 'N'.
000950     88 ER-AT-EOF                                VALUE 'Y'.
000960 77  ER-SCAN-EOF-SW              PIC  X(001)     VALUE 'N'.
000970     88 ER-SCAN-AT-EOF                           VALUE 'Y'.
000980 77  ER-SESS-COUNT               PIC S9(005) COMP-3 VALUE 0.
000990 77  ER-ROW-COUNT                PIC S9(007) COMP-3.
001000 01  ER-TODAY-DATE.
001010     05 ER-TODAY-YY              PIC  9(004).
001020     05 ER-TODAY-MM              PIC  9(002).
001030     05 ER-TODAY-DD              PIC  9(002).
001040 01  ER-TODAY-DATE-N REDEFINES ER-TODAY-DATE
001050                                 PIC  9(008).
001060*----------------------------------------------------------*
001070* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE  *
001080* RUNTIME'S GXFDTON, AND THE SAME BREAKDOWN BACK TO A DATE  *
001090* BDROLL USES                                               *
001100*----------------------------------------------------------*
001110 01  ER-DTON-DATE.
001120     05 ER-DTON-YY               PIC  9(004).
001130     05 ER-DTON-MM               PIC  9(002).
001140     05 ER-DTON-DD               PIC  9(002).
001150 01  ER-DTON-DW.
001160     05 ER-DW-YY                 PIC S9(005) COMP-3.
001170     05 ER-DW-MM                 PIC S9(003) COMP-3.
001180     05 ER-DW-DD                 PIC S9(003) COMP-3.
001190 77  ER-DTON-D                   PIC S9(003) COMP-3.
001200 77  ER-DTON-L4                  PIC S9(005) COMP-3.
001210 77  ER-DTON-L100                PIC S9(005) COMP-3.
001220 77  ER-DTON-L400                PIC S9(005) COMP-3.
001230 77  ER-DTON-NUM                 PIC S9(009) COMP-3.
001240 77  ER-WD-TMP                   PIC S9(009) COMP-3.
001250 77  ER-WD-Q                     PIC S9(009) COMP-3.
001260 77  ER-WD                       PIC S9(003) COMP-3.
001270 77  ER-CHK-NUM                  PIC S9(009) COMP-3.
001280 01  ER-OUT-DATE.
001290     05 ER-OUT-YY                PIC  9(004).
001300     05 ER-OUT-MM                PIC  9(002).
001310     05 ER-OUT-DD                PIC  9(002).
001320 01  ER-OUT-DATE-N REDEFINES ER-OUT-DATE
001330                                 PIC  9(008).
001340 01  ER-HDG-LINE-1.
001350     05 FILLER                   PIC  X(038)
001360            VALUE 'EMERGENCY ACCESS SESSIONS FOR REVIEW  '.
001370     05 FILLER                   PIC  X(010) VALUE SPACES.
001380     05 ER-HDG-DATE              PIC  9(008).
001390     05 FILLER                   PIC  X(024) VALUE SPACES.
001400 01  ER-SESS-LINE-1.
001410     05 FILLER                   PIC  X(009) VALUE 'SESSION:'.
001420     05 ER-S1-NBR                PIC  9(009).
001430     05 FILLER                   PIC  X(002) VALUE SPACES.
001440     05 FILLER                   PIC  X(006) VALUE 'USER:'.
001450     05 ER-S1-USER               PIC  X(010).
001460     05 FILLER                   PIC  X(002) VALUE SPACES.
001470     05 FILLER                   PIC  X(009) VALUE 'PROFILE:'.
001480     05 ER-S1-PROFILE            PIC  X(010).
001490     05 FILLER                   PIC  X(002) VALUE SPACES.
001500     05 FILLER                   PIC  X(005) VALUE 'DUE:'.
001510     05 ER-S1-DUE                PIC  9(008).
001520     05 FILLER                   PIC  X(008) VALUE SPACES.
001530 01  ER-SESS-LINE-2.
001540     05 FILLER                   PIC  X(009) VALUE 'REASON:'.
001550     05 ER-S2-REASON             PIC  X(060).
001560     05 FILLER                   PIC  X(011) VALUE SPACES.
001570 01  ER-SESS-LINE-3.
001580     05 FILLER                   PIC  X(009) VALUE 'FROM:'.
001590     05 ER-S3-START              PIC  X(026).
001600     05 FILLER                   PIC  X(002) VALUE SPACES.
001610     05 FILLER                   PIC  X(004) VALUE 'TO:'.
001620     05 ER-S3-EXPIRE             PIC  X(026).
001630     05 FILLER                   PIC  X(013) VALUE SPACES.
001640 01  ER-TAG-HDG.
001650     05 FILLER                   PIC  X(004) VALUE SPACES.
001660     05 FILLER                   PIC  X(076)
001670            VALUE 'AUDIT TRAIL:'.
001680 01  ER-TAG-LINE.
001690     05 FILLER                   PIC  X(004) VALUE SPACES.
001700     05 ER-TG-TS                 PIC  X(026).
001710     05 FILLER                   PIC  X(001) VALUE SPACES.
001720     05 ER-TG-PGM                PIC  X(010).
001730     05 FILLER                   PIC  X(001) VALUE SPACES.
001740     05 ER-TG-FILE               PIC  X(010).
001750     05 FILLER                   PIC  X(001) VALUE SPACES.
001760     05 ER-TG-OPER               PIC  X(006).
001770     05 FILLER                   PIC  X(001) VALUE SPACES.
001780     05 ER-TG-STATUS             PIC  X(002).
001790     05 FILLER                   PIC  X(018) VALUE SPACES.
001800 01  ER-CHG-HDG.
001810     05 FILLER                   PIC  X(004) VALUE SPACES.
001820     05 FILLER                   PIC  X(076)
001830            VALUE 'CHANGES MADE:'.
001840 01  ER-CHG-LINE.
001850     05 FILLER                   PIC  X(004) VALUE SPACES.
001860     05 ER-CH-FILE               PIC  X(010).
001870     05 FILLER                   PIC  X(001) VALUE SPACES.
001880     05 ER-CH-KEY                PIC  X(020).
001890     05 FILLER                   PIC  X(001) VALUE SPACES.
001900     05 ER-CH-FIELD              PIC  X(010).
001910     05 FILLER                   PIC  X(001) VALUE SPACES.
001920     05 ER-CH-ACTION             PIC  X(001).
001930     05 FILLER                   PIC  X(001) VALUE SPACES.
001940     05 ER-CH-NEWVAL             PIC  X(031).
001950 01  ER-NONE-LINE.
001960     05 FILLER                   PIC  X(008) VALUE SPACES.
001970     05 FILLER                   PIC  X(072) VALUE '(NONE)'.
001980 01  ER-SIGN-LINE.
001990     05 FILLER                   PIC  X(004) VALUE SPACES.
002000     05 FILLER                   PIC  X(076) VALUE
002010        'REVIEWED BY: ____________________  DATE: __________'.
002020 01  ER-BLANK-LINE               PIC  X(080) VALUE SPACES.
002030 01  ER-SUM-LINE.
002040     05 FILLER           PIC X(024) VALUE 'SESSIONS FOR REVIEW:'.
002050     05 ER-SUM-SESS              PIC Z,ZZZ,ZZ9.
002060     05 FILLER                   PIC  X(047) VALUE SPACES.
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE
002100         THRU 1000-INITIALIZE-EXIT
002110     PERFORM 2000-LIST-SESSIONS
002120         THRU 2000-LIST-SESSIONS-EXIT
002130     PERFORM 9000-TERMINATE
002140         THRU 9000-TERMINATE-EXIT
002150     GO TO 9999-EXIT.
002160*----------------------------------------------------------*
002170* 1000-INITIALIZE - OPEN FILES, PRINT THE HEADING           *
002180*----------------------------------------------------------*
002190 1000-INITIALIZE.
002200     OPEN INPUT  EMRGSESS
002210     OPEN OUTPUT EMRGRVW
002220     ACCEPT ER-TODAY-DATE FROM DATE YYYYMMDD
002230     MOVE ER-TODAY-DATE-N TO ER-HDG-DATE
002240     WRITE EMRGRVW-LINE FROM ER-HDG-LINE-1
002250     WRITE EMRGRVW-LINE FROM ER-BLANK-LINE.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280*----------------------------------------------------------*
002290* 2000-LIST-SESSIONS - EVERY SESSION AWAITING SIGN-OFF       *
002300*----------------------------------------------------------*
002310 2000-LIST-SESSIONS.
002320     MOVE 'N' TO ER-EOF-SW
002330     PERFORM 2100-LIST-ONE
002340         THRU 2100-LIST-ONE-EXIT
002350         UNTIL ER-AT-EOF
002360     MOVE ER-SESS-COUNT TO ER-SUM-SESS
002370     WRITE EMRGRVW-LINE FROM ER-SUM-LINE.
002380 2000-LIST-SESSIONS-EXIT.
002390     EXIT.
002400 2100-LIST-ONE.
002410     READ EMRGSESS NEXT RECORD
002420         AT END
002430            SET ER-AT-EOF TO TRUE
002440            GO TO 2100-LIST-ONE-EXIT
002450     END-READ
002460     IF NOT EMRGSESS-EXPIRED
002470        GO TO 2100-LIST-ONE-EXIT
002480     END-IF
002490     ADD 1 TO ER-SESS-COUNT
002500     PERFORM 3000-DUE-DATE
002510         THRU 3000-DUE-DATE-EXIT
002520     MOVE EMRGSESS-NBR       TO ER-S1-NBR
002530     MOVE EMRGSESS-USER      TO ER-S1-USER
002540     MOVE EMRGSESS-PROFILE   TO ER-S1-PROFILE
002550     MOVE ER-OUT-DATE-N      TO ER-S1-DUE
002560     MOVE EMRGSESS-REASON    TO ER-S2-REASON
002570     MOVE EMRGSESS-START-TS  TO ER-S3-START
002580     MOVE EMRGSESS-EXPIRE-TS TO ER-S3-EXPIRE
002590     WRITE EMRGRVW-LINE FROM ER-SESS-LINE-1
002600     WRITE EMRGRVW-LINE FROM ER-SESS-LINE-2
002610     WRITE EMRGRVW-LINE FROM ER-SESS-LINE-3
002620     PERFORM 4000-LIST-TAGS
002630         THRU 4000-LIST-TAGS-EXIT
002640     PERFORM 5000-LIST-CHANGES
002650         THRU 5000-LIST-CHANGES-EXIT
002660     WRITE EMRGRVW-LINE FROM ER-BLANK-LINE
002670     WRITE EMRGRVW-LINE FROM ER-SIGN-LINE
002680     WRITE EMRGRVW-LINE FROM ER-BLANK-LINE.
002690 2100-LIST-ONE-EXIT.
002700     EXIT.
002710*----------------------------------------------------------*
002720* 3000-DUE-DATE - THE FIRST MONDAY-TO-FRIDAY AFTER THE       *
002730*                 EXPIRY DAY                                 *
002740*----------------------------------------------------------*
002750 3000-DUE-DATE.
002760     MOVE EMRGSESS-EXP-YY TO ER-DTON-YY
002770     MOVE EMRGSESS-EXP-MM TO ER-DTON-MM
002780     MOVE EMRGSESS-EXP-DD TO ER-DTON-DD
002790     PERFORM 8000-DATE-TO-DAYNUM
002800         THRU 8000-DATE-TO-DAYNUM-EXIT
002810     MOVE ER-DTON-NUM TO ER-CHK-NUM
002820     PERFORM 3100-NEXT-DAY
002830         THRU 3100-NEXT-DAY-EXIT
002840     PERFORM 3100-NEXT-DAY
002850         THRU 3100-NEXT-DAY-EXIT
002860         UNTIL ER-WD NOT = 5 AND ER-WD NOT = 6
002870     MOVE ER-CHK-NUM TO ER-DTON-NUM
002880     PERFORM 8500-DAYNUM-TO-DATE
002890         THRU 8500-DAYNUM-TO-DATE-EXIT.
002900 3000-DUE-DATE-EXIT.
002910     EXIT.
002920 3100-NEXT-DAY.
002930     ADD 1 TO ER-CHK-NUM
002940     COMPUTE ER-WD-TMP = ER-CHK-NUM + 1
002950     DIVIDE ER-WD-TMP BY 7 GIVING ER-WD-Q
002960                    REMAINDER ER-WD.
002970 3100-NEXT-DAY-EXIT.
002980     EXIT.
002990*----------------------------------------------------------*
003000* 4000-LIST-TAGS - THE AUDITLOG ROWS WRITTEN UNDER THE       *
003010*                  SESSION, FROM THE EMRGTAG COMPANION FILE  *
003020*----------------------------------------------------------*
003030 4000-LIST-TAGS.
003040     WRITE EMRGRVW-LINE FROM ER-TAG-HDG
003050     MOVE 0 TO ER-ROW-COUNT
003060     OPEN INPUT EMRGTAG
003070     MOVE 'N' TO ER-SCAN-EOF-SW
003080     PERFORM 4100-TAG-ONE
003090         THRU 4100-TAG-ONE-EXIT
003100         UNTIL ER-SCAN-AT-EOF
003110     CLOSE EMRGTAG
003120     IF ER-ROW-COUNT = 0
003130        WRITE EMRGRVW-LINE FROM ER-NONE-LINE
003140     END-IF.
003150 4000-LIST-TAGS-EXIT.
003160     EXIT.
003170 4100-TAG-ONE.
003180     READ EMRGTAG
003190         AT END
003200            SET ER-SCAN-AT-EOF TO TRUE
003210            GO TO 4100-TAG-ONE-EXIT
003220     END-READ
003230     IF EMRGTAG-SESSION NOT = EMRGSESS-NBR
003240        GO TO 4100-TAG-ONE-EXIT
003250     END-IF
003260     ADD 1 TO ER-ROW-COUNT
003270     MOVE EMRGTAG-TIMESTAMP TO ER-TG-TS
003280     MOVE EMRGTAG-PGM       TO ER-TG-PGM
003290     MOVE EMRGTAG-FILE      TO ER-TG-FILE
003300     MOVE EMRGTAG-OPER      TO ER-TG-OPER
003310     MOVE EMRGTAG-STATUS    TO ER-TG-STATUS
003320     WRITE EMRGRVW-LINE FROM ER-TAG-LINE.
003330 4100-TAG-ONE-EXIT.
003340     EXIT.
003350*----------------------------------------------------------*
003360* 5000-LIST-CHANGES - THE CHGHIST ROWS MADE UNDER THE        *
003370*                     SESSION                                *
003380*----------------------------------------------------------*
003390 5000-LIST-CHANGES.
003400     WRITE EMRGRVW-LINE FROM ER-CHG-HDG
003410     MOVE 0 TO ER-ROW-COUNT
003420     OPEN INPUT CHGHIST
003430     MOVE 'N' TO ER-SCAN-EOF-SW
003440     PERFORM 5100-CHANGE-ONE
003450         THRU 5100-CHANGE-ONE-EXIT
003460         UNTIL ER-SCAN-AT-EOF
003470     CLOSE CHGHIST
003480     IF ER-ROW-COUNT = 0
003490        WRITE EMRGRVW-LINE FROM ER-NONE-LINE
003500     END-IF.
003510 5000-LIST-CHANGES-EXIT.
003520     EXIT.
003530 5100-CHANGE-ONE.
003540     READ CHGHIST
003550         AT END
003560            SET ER-SCAN-AT-EOF TO TRUE
003570            GO TO 5100-CHANGE-ONE-EXIT
003580     END-READ
003590     IF CHGHIST-ESESS NOT = EMRGSESS-NBR
003600        GO TO 5100-CHANGE-ONE-EXIT
003610     END-IF
003620     ADD 1 TO ER-ROW-COUNT
003630     MOVE CHGHIST-FILE      TO ER-CH-FILE
003640     MOVE CHGHIST-KEY       TO ER-CH-KEY
003650     MOVE CHGHIST-FIELD     TO ER-CH-FIELD
003660     MOVE CHGHIST-ACTION    TO ER-CH-ACTION
003670     MOVE CHGHIST-NEWVAL    TO ER-CH-NEWVAL
003680     WRITE EMRGRVW-LINE FROM ER-CHG-LINE.
003690 5100-CHANGE-ONE-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
003730*----------------------------------------------------------*
003740 8000-DATE-TO-DAYNUM.
003750     MOVE ER-DTON-YY TO ER-DW-YY
003760     MOVE ER-DTON-MM TO ER-DW-MM
003770     MOVE ER-DTON-DD TO ER-DW-DD
003780     IF ER-DW-MM GREATER 2
003790        SUBTRACT 3 FROM ER-DW-MM
003800     ELSE
003810        ADD 9 TO ER-DW-MM
003820        SUBTRACT 1 FROM ER-DW-YY
003830     END-IF
003840     COMPUTE ER-DTON-D = ((153 * ER-DW-MM) + 2) / 5
003850     COMPUTE ER-DTON-L4 = ER-DW-YY / 4
003860     COMPUTE ER-DTON-L100 = ER-DW-YY / 100
003870     COMPUTE ER-DTON-L400 = ER-DW-YY / 400
003880     COMPUTE ER-DTON-NUM = ER-DW-YY * 365 +
003890                           ER-DTON-L4 -
003900                           ER-DTON-L100 +
003910                           ER-DTON-L400 +
003920                           ER-DTON-D +
003930                           ER-DW-DD.
003940 8000-DATE-TO-DAYNUM-EXIT.
003950     EXIT.
003960*----------------------------------------------------------*
003970* 8500-DAYNUM-TO-DATE - ER-DTON-NUM BACK TO ER-OUT-DATE,    *
003980*                       THE SAME ERA BREAKDOWN GXFTADD'S    *
003990*                       CIVIL-FROM-DAYS USES                *
004000*----------------------------------------------------------*
004010 8500-DAYNUM-TO-DATE.
004020     COMPUTE ER-WD-TMP = ER-DTON-NUM - 1
004030     DIVIDE ER-WD-TMP BY 146097 GIVING ER-WD-Q
004040     COMPUTE ER-CHK-NUM = ER-WD-TMP - (ER-WD-Q * 146097)
004050     IF ER-CHK-NUM LESS ZERO
004060        SUBTRACT 1 FROM ER-WD-Q
004070        ADD 146097 TO ER-CHK-NUM
004080     END-IF
004090     MOVE ER-WD-Q TO ER-DTON-L400
004100     DIVIDE ER-CHK-NUM BY 1460 GIVING ER-DTON-L4
004110     DIVIDE ER-CHK-NUM BY 36524 GIVING ER-DTON-L100
004120     DIVIDE ER-CHK-NUM BY 146096 GIVING ER-WD-Q
004130     COMPUTE ER-WD-TMP = ER-CHK-NUM - ER-DTON-L4 +
004140                         ER-DTON-L100 - ER-WD-Q
004150     DIVIDE ER-WD-TMP BY 365 GIVING ER-DTON-D
004160     COMPUTE ER-DW-YY = ER-DTON-D + (ER-DTON-L400 * 400)
004170     DIVIDE ER-DTON-D BY 4 GIVING ER-DTON-L4
004180     DIVIDE ER-DTON-D BY 100 GIVING ER-DTON-L100
004190     COMPUTE ER-WD-TMP = ER-CHK-NUM - (365 * ER-DTON-D)
004200                         - ER-DTON-L4 + ER-DTON-L100
004210     COMPUTE ER-WD-Q = (5 * ER-WD-TMP) + 2
004220     DIVIDE ER-WD-Q BY 153 GIVING ER-DW-MM
004230     COMPUTE ER-WD-Q = (153 * ER-DW-MM) + 2
004240     DIVIDE ER-WD-Q BY 5 GIVING ER-DTON-L4
004250     COMPUTE ER-DW-DD = ER-WD-TMP - ER-DTON-L4 + 1
004260     IF ER-DW-MM LESS 10
004270        COMPUTE ER-DW-MM = ER-DW-MM + 3
004280     ELSE
004290        COMPUTE ER-DW-MM = ER-DW-MM - 9
004300     END-IF
004310     IF ER-DW-MM LESS 3
004320        COMPUTE ER-OUT-YY = ER-DW-YY + 1
004330     ELSE
004340        MOVE ER-DW-YY TO ER-OUT-YY
004350     END-IF
004360     MOVE ER-DW-MM TO ER-OUT-MM
004370     MOVE ER-DW-DD TO ER-OUT-DD.
004380 8500-DAYNUM-TO-DATE-EXIT.
004390     EXIT.
004400*----------------------------------------------------------*
004410* 9000-TERMINATE - CLOSE FILES                              *
004420*----------------------------------------------------------*
004430 9000-TERMINATE.
004440     CLOSE EMRGSESS
004450     CLOSE EMRGRVW.
004460 9000-TERMINATE-EXIT.
004470     EXIT.
004480 9999-EXIT.
004490     STOP RUN.
