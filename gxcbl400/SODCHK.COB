000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SODCHK.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - NIGHTLY SEGREGATION-  *
000100*                   OF-DUTIES REPORT.  EVERY SODRULE PAIR   *
000110*                   IS HELD AGAINST THE LIVE SECAUTH GRANTS *
000120*                   OF EVERY USER, WITH *PUBLIC ROWS        *
000130*                   EXPANDED TO EACH USER KNOWN TO SECAUTH  *
000140*                   OR USRCOMP.  A USER HOLDING BOTH SIDES  *
000150*                   IS LISTED WITH THE RULE'S RISK, AND THE *
000160*                   LAST NINETY-TWO DAYS OF AUDITLOG AND    *
000170*                   CHGHIST SAY WHETHER THE USER ACTUALLY   *
000180*                   USED BOTH SIDES - AND WHETHER ON THE    *
000190*                   SAME RECORD                             *
000192*   2026-10-15  RH  CHGHIST CARRIES THE EMERGENCY           *
000194*                   ACCESS SESSION NUMBER                   *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-ISERIES.
000240 OBJECT-COMPUTER.   IBM-ISERIES.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SODRULE    ASSIGN TO DATABASE-SODRULE
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS  IS SD-FS-SODRULE.
000300     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS SD-FS-SECAUTH.
000330     SELECT USRCOMP    ASSIGN TO DATABASE-USRCOMP
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS SD-FS-USRCOMP.
000360     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS SD-FS-AUDITLOG.
000390     SELECT CHGHIST    ASSIGN TO DATABASE-CHGHIST
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS SD-FS-CHGHIST.
000420     SELECT SODRPT     ASSIGN TO DATABASE-SODRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS SD-FS-SODRPT.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SODRULE.
000480 01  SODRULE-RECORD.
000490     05 SODRULE-ID               PIC  X(006).
000500     05 SODRULE-PGM-A            PIC  X(010).
000510     05 SODRULE-ACT-A            PIC  X(001).
000520     05 SODRULE-PGM-B            PIC  X(010).
000530     05 SODRULE-ACT-B            PIC  X(001).
000540     05 SODRULE-RISK             PIC  X(001).
000550     05 SODRULE-DESC             PIC  X(040).
000560 FD  SECAUTH.
000570 01  SECAUTH-RECORD.
000580     05 SECAUTH-USER             PIC  X(010).
000590     05 SECAUTH-PGM              PIC  X(010).
000600     05 SECAUTH-ACTION           PIC  X(001).
000610     05 SECAUTH-EFFTO            PIC  9(008).
000620     05 SECAUTH-FOUREYES         PIC  X(001).
000630 FD  USRCOMP.
000640 01  USRCOMP-RECORD.
000650     05 USRCOMP-USER             PIC  X(010).
000660     05 USRCOMP-COMPANY          PIC  X(003).
000670 FD  AUDITLOG.
000680 01  AUDITLOG-RECORD.
000690     05 AUDITLOG-TIMESTAMP       PIC  X(026).
000700     05 AUDITLOG-JOB             PIC  X(010).
000710     05 AUDITLOG-PGM             PIC  X(010).
000720     05 AUDITLOG-FILE            PIC  X(010).
000730     05 AUDITLOG-OPER            PIC  X(006).
000740     05 AUDITLOG-STATUS          PIC  X(002).
000750     05 AUDITLOG-CHECK           PIC  9(009).
000760 FD  CHGHIST.
000770 01  CHGHIST-RECORD.
000780     05 CHGHIST-FILE             PIC  X(010).
000790     05 CHGHIST-KEY              PIC  X(030).
000800     05 CHGHIST-FIELD            PIC  X(010).
000810     05 CHGHIST-OLDVAL           PIC  X(040).
000820     05 CHGHIST-NEWVAL           PIC  X(040).
000830     05 CHGHIST-ACTION           PIC  X(001).
000840     05 CHGHIST-USER             PIC  X(010).
000850     05 CHGHIST-TIMESTAMP        PIC  X(026).
000860     05 CHGHIST-PGM              PIC  X(010).
000865     05 CHGHIST-ESESS            PIC  9(009).
000870 FD  SODRPT.
000880 01  SODRPT-LINE                 PIC  X(080).
000890 WORKING-STORAGE SECTION.
000900 77  SD-FS-SODRULE               PIC  X(002).
000910 77  SD-FS-SECAUTH               PIC  X(002).
000920 77  SD-FS-USRCOMP               PIC  X(002).
000930 77  SD-FS-AUDITLOG              PIC  X(002).
000940 77  SD-FS-CHGHIST               PIC  X(002).
000950 77  SD-FS-SODRPT                PIC  X(002).
000960 77  SD-EOF-SW                   PIC  X(001)     VALUE 'N'.
000970     88 SD-AT-EOF                                VALUE 'Y'.
000980 77  SD-I                        PIC S9(004) COMP-3.
000990 77  SD-R                        PIC S9(004) COMP-3.
001000 77  SD-U                        PIC S9(004) COMP-3.
001010 77  SD-C                        PIC S9(004) COMP-3.
001020 77  SD-H                        PIC S9(004) COMP-3.
001030 77  SD-RULE-COUNT               PIC S9(004) COMP-3 VALUE 0.
001040 77  SD-MAX-RULES                PIC S9(004) COMP-3 VALUE 100.
001050 77  SD-GRANT-COUNT              PIC S9(004) COMP-3 VALUE 0.
001060 77  SD-MAX-GRANTS               PIC S9(004) COMP-3 VALUE 2000.
001070 77  SD-USER-COUNT               PIC S9(004) COMP-3 VALUE 0.
001080 77  SD-MAX-USERS                PIC S9(004) COMP-3 VALUE 500.
001090 77  SD-CONF-COUNT               PIC S9(004) COMP-3 VALUE 0.
001100 77  SD-MAX-CONFS                PIC S9(004) COMP-3 VALUE 1000.
001110 77  SD-HIT-COUNT                PIC S9(004) COMP-3 VALUE 0.
001120 77  SD-MAX-HITS                 PIC S9(004) COMP-3 VALUE 2000.
001130 77  SD-USED-COUNT               PIC S9(007) COMP-3 VALUE 0.
001140 77  SD-SAME-COUNT               PIC S9(007) COMP-3 VALUE 0.
001150*----------------------------------------------------------*
001160* THE EVIDENCE PERIOD IS THE LAST NINETY-TWO DAYS - THE     *
001170* SAME WINDOW SECRECRT RECERTIFIES OVER                     *
001180*----------------------------------------------------------*
001190 77  SD-PERIOD-DAYS              PIC S9(003) COMP-3 VALUE 92.
001200 77  SD-CUTOFF-NUM               PIC S9(009) COMP-3.
001210 77  SD-HOLDS-SW                 PIC  X(001).
001220     88 SD-HOLDS                                 VALUE 'Y'.
001230 77  SD-SIDE-PGM                 PIC  X(010).
001240 77  SD-NEW-USER                 PIC  X(010).
001250 77  SD-FOUND-SW                 PIC  X(001).
001260     88 SD-FOUND                                 VALUE 'Y'.
001270 77  SD-SIDE-ACT                 PIC  X(001).
001280 77  SD-SIDE                     PIC  X(001).
001290 77  SD-CHG-ACT                  PIC  X(001).
001300 01  SD-RULE-TABLE.
001310     05 SD-RULE-ENTRY OCCURS 100 TIMES.
001320        10 SD-RT-ID              PIC  X(006).
001330        10 SD-RT-PGM-A           PIC  X(010).
001340        10 SD-RT-ACT-A           PIC  X(001).
001350        10 SD-RT-PGM-B           PIC  X(010).
001360        10 SD-RT-ACT-B           PIC  X(001).
001370        10 SD-RT-RISK            PIC  X(001).
001380 01  SD-GRANT-TABLE.
001390     05 SD-GRANT-ENTRY OCCURS 2000 TIMES.
001400        10 SD-GT-USER            PIC  X(010).
001410        10 SD-GT-PGM             PIC  X(010).
001420        10 SD-GT-ACTION          PIC  X(001).
001430 01  SD-USER-TABLE.
001440     05 SD-UT-USER OCCURS 500 TIMES
001450                                 PIC  X(010).
001460*----------------------------------------------------------*
001470* ONE ENTRY PER USER AND RULE IN CONFLICT.  USED-A/USED-B   *
001480* COME FROM AUDITLOG, SAME-REC FROM CHGHIST                 *
001490*----------------------------------------------------------*
001500 01  SD-CONF-TABLE.
001510     05 SD-CONF-ENTRY OCCURS 1000 TIMES.
001520        10 SD-CT-RULE            PIC S9(004) COMP-3.
001530        10 SD-CT-USER            PIC  X(010).
001540        10 SD-CT-USED-A          PIC  X(001).
001550        10 SD-CT-USED-B          PIC  X(001).
001560        10 SD-CT-SAME-REC        PIC  X(001).
001570        10 SD-CT-FILE            PIC  X(010).
001580        10 SD-CT-KEY             PIC  X(030).
001590*----------------------------------------------------------*
001600* CHGHIST ROWS THAT HIT ONE SIDE OF A CONFLICT, KEPT TO     *
001610* FIND THE OTHER SIDE ON THE SAME FILE AND KEY              *
001620*----------------------------------------------------------*
001630 01  SD-HIT-TABLE.
001640     05 SD-HIT-ENTRY OCCURS 2000 TIMES.
001650        10 SD-HT-CONF            PIC S9(004) COMP-3.
001660        10 SD-HT-SIDE            PIC  X(001).
001670        10 SD-HT-FILE            PIC  X(010).
001680        10 SD-HT-KEY             PIC  X(030).
001690 01  SD-TODAY-DATE.
001700     05 SD-TODAY-YY              PIC  9(004).
001710     05 SD-TODAY-MM              PIC  9(002).
001720     05 SD-TODAY-DD              PIC  9(002).
001730 01  SD-TODAY-DATE-N REDEFINES SD-TODAY-DATE
001740                                 PIC  9(008).
001750*----------------------------------------------------------*
001760* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE  *
001770* RUNTIME'S GXFDTON                                         *
001780*----------------------------------------------------------*
001790 01  SD-DTON-DATE.
001800     05 SD-DTON-YY               PIC  9(004).
001810     05 SD-DTON-MM               PIC  9(002).
001820     05 SD-DTON-DD               PIC  9(002).
001830 01  SD-DTON-DW.
001840     05 SD-DW-YY                 PIC S9(005) COMP-3.
001850     05 SD-DW-MM                 PIC S9(003) COMP-3.
001860     05 SD-DW-DD                 PIC S9(003) COMP-3.
001870 77  SD-DTON-D                   PIC S9(003) COMP-3.
001880 77  SD-DTON-L4                  PIC S9(005) COMP-3.
001890 77  SD-DTON-L100                PIC S9(005) COMP-3.
001900 77  SD-DTON-L400                PIC S9(005) COMP-3.
001910 77  SD-DTON-NUM                 PIC S9(009) COMP-3.
001920 01  SD-HDG-LINE-1.
001930     05 FILLER                   PIC  X(038)
001940            VALUE 'SEGREGATION OF DUTIES CONFLICTS       '.
001950     05 FILLER                   PIC  X(010) VALUE SPACES.
001960     05 SD-HDG-DATE              PIC  9(008).
001970     05 FILLER                   PIC  X(024) VALUE SPACES.
001980 01  SD-HDG-LINE-2.
001990     05 FILLER                   PIC  X(008) VALUE 'RULE'.
002000     05 FILLER                   PIC  X(005) VALUE 'RISK'.
002010     05 FILLER                   PIC  X(012) VALUE 'USER'.
002020     05 FILLER                   PIC  X(014) VALUE 'SIDE A'.
002030     05 FILLER                   PIC  X(014) VALUE 'SIDE B'.
002040     05 FILLER                   PIC  X(027) VALUE 'EVIDENCE'.
002050 01  SD-DTL-LINE.
002060     05 SD-DTL-RULE              PIC  X(006).
002070     05 FILLER                   PIC  X(002) VALUE SPACES.
002080     05 SD-DTL-RISK              PIC  X(001).
002090     05 FILLER                   PIC  X(004) VALUE SPACES.
002100     05 SD-DTL-USER              PIC  X(010).
002110     05 FILLER                   PIC  X(002) VALUE SPACES.
002120     05 SD-DTL-PGM-A             PIC  X(010).
002130     05 FILLER                   PIC  X(001) VALUE '/'.
002140     05 SD-DTL-ACT-A             PIC  X(001).
002150     05 FILLER                   PIC  X(002) VALUE SPACES.
002160     05 SD-DTL-PGM-B             PIC  X(010).
002170     05 FILLER                   PIC  X(001) VALUE '/'.
002180     05 SD-DTL-ACT-B             PIC  X(001).
002190     05 FILLER                   PIC  X(002) VALUE SPACES.
002200     05 SD-DTL-EVIDENCE          PIC  X(012).
002210     05 FILLER                   PIC  X(015) VALUE SPACES.
002220 01  SD-REC-LINE.
002230     05 FILLER                   PIC  X(013) VALUE SPACES.
002240     05 FILLER                   PIC  X(010) VALUE 'RECORD:'.
002250     05 SD-REC-FILE              PIC  X(010).
002260     05 FILLER                   PIC  X(002) VALUE SPACES.
002270     05 SD-REC-KEY               PIC  X(030).
002280     05 FILLER                   PIC  X(015) VALUE SPACES.
002290 01  SD-SUM-LINE-1.
002300     05 FILLER           PIC X(024) VALUE 'CONFLICTS HELD:'.
002310     05 SD-SUM-CONFS             PIC Z,ZZZ,ZZ9.
002320     05 FILLER                   PIC  X(047) VALUE SPACES.
002330 01  SD-SUM-LINE-2.
002340     05 FILLER           PIC X(024) VALUE 'BOTH SIDES USED:'.
002350     05 SD-SUM-USED              PIC Z,ZZZ,ZZ9.
002360     05 FILLER                   PIC  X(047) VALUE SPACES.
002370 01  SD-SUM-LINE-3.
002380     05 FILLER           PIC X(024) VALUE 'ON THE SAME RECORD:'.
002390     05 SD-SUM-SAME              PIC Z,ZZZ,ZZ9.
002400     05 FILLER                   PIC  X(047) VALUE SPACES.
002410 PROCEDURE DIVISION.
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE
002440         THRU 1000-INITIALIZE-EXIT
002450     PERFORM 2000-LOAD-RULES
002460         THRU 2000-LOAD-RULES-EXIT
002470     PERFORM 2200-LOAD-GRANTS
002480         THRU 2200-LOAD-GRANTS-EXIT
002490     PERFORM 2400-LOAD-USERS
002500         THRU 2400-LOAD-USERS-EXIT
002510     PERFORM 3000-FIND-CONFLICTS
002520         THRU 3000-FIND-CONFLICTS-EXIT
002530     PERFORM 4000-SCAN-AUDITLOG
002540         THRU 4000-SCAN-AUDITLOG-EXIT
002550     PERFORM 5000-SCAN-CHGHIST
002560         THRU 5000-SCAN-CHGHIST-EXIT
002570     PERFORM 6000-REPORT-CONFLICTS
002580         THRU 6000-REPORT-CONFLICTS-EXIT
002590     PERFORM 9000-TERMINATE
002600         THRU 9000-TERMINATE-EXIT
002610     GO TO 9999-EXIT.
002620 1000-INITIALIZE.
002630     OPEN INPUT  SODRULE
002640     OPEN INPUT  SECAUTH
002650     OPEN INPUT  USRCOMP
002660     OPEN INPUT  AUDITLOG
002670     OPEN INPUT  CHGHIST
002680     OPEN OUTPUT SODRPT
002690     ACCEPT SD-TODAY-DATE FROM DATE YYYYMMDD
002700     MOVE SD-TODAY-DATE TO SD-DTON-DATE
002710     PERFORM 8000-DATE-TO-DAYNUM
002720         THRU 8000-DATE-TO-DAYNUM-EXIT
002730     COMPUTE SD-CUTOFF-NUM = SD-DTON-NUM - SD-PERIOD-DAYS
002740     MOVE SD-TODAY-DATE-N TO SD-HDG-DATE
002750     WRITE SODRPT-LINE FROM SD-HDG-LINE-1
002760     WRITE SODRPT-LINE FROM SD-HDG-LINE-2.
002770 1000-INITIALIZE-EXIT.
002780     EXIT.
002790 2000-LOAD-RULES.
002800     MOVE 'N' TO SD-EOF-SW
002810     PERFORM 2100-READ-RULE
002820         THRU 2100-READ-RULE-EXIT
002830         UNTIL SD-AT-EOF.
002840 2000-LOAD-RULES-EXIT.
002850     EXIT.
002860 2100-READ-RULE.
002870     READ SODRULE
002880         AT END
002890            SET SD-AT-EOF TO TRUE
002900            GO TO 2100-READ-RULE-EXIT
002910     END-READ
002920     IF SD-RULE-COUNT < SD-MAX-RULES
002930        ADD 1 TO SD-RULE-COUNT
002940        MOVE SODRULE-ID    TO SD-RT-ID (SD-RULE-COUNT)
002950        MOVE SODRULE-PGM-A TO SD-RT-PGM-A (SD-RULE-COUNT)
002960        MOVE SODRULE-ACT-A TO SD-RT-ACT-A (SD-RULE-COUNT)
002970        MOVE SODRULE-PGM-B TO SD-RT-PGM-B (SD-RULE-COUNT)
002980        MOVE SODRULE-ACT-B TO SD-RT-ACT-B (SD-RULE-COUNT)
002990        MOVE SODRULE-RISK  TO SD-RT-RISK (SD-RULE-COUNT)
003000     END-IF.
003010 2100-READ-RULE-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 2200-LOAD-GRANTS - ONLY LIVE GRANTS COUNT: ZERO EFFECTIVE-*
003050*                    TO OR NOT YET PAST, THE SAME RULE      *
003060*                    GX-CHECK-AUTHORITY APPLIES             *
003070*----------------------------------------------------------*
003080 2200-LOAD-GRANTS.
003090     MOVE 'N' TO SD-EOF-SW
003100     PERFORM 2300-READ-GRANT
003110         THRU 2300-READ-GRANT-EXIT
003120         UNTIL SD-AT-EOF.
003130 2200-LOAD-GRANTS-EXIT.
003140     EXIT.
003150 2300-READ-GRANT.
003160     READ SECAUTH
003170         AT END
003180            SET SD-AT-EOF TO TRUE
003190            GO TO 2300-READ-GRANT-EXIT
003200     END-READ
003210     IF SECAUTH-EFFTO NOT = 0 AND
003220        SECAUTH-EFFTO LESS SD-TODAY-DATE-N
003230        GO TO 2300-READ-GRANT-EXIT
003240     END-IF
003250     IF SD-GRANT-COUNT < SD-MAX-GRANTS
003260        ADD 1 TO SD-GRANT-COUNT
003270        MOVE SECAUTH-USER   TO SD-GT-USER (SD-GRANT-COUNT)
003280        MOVE SECAUTH-PGM    TO SD-GT-PGM (SD-GRANT-COUNT)
003290        MOVE SECAUTH-ACTION TO SD-GT-ACTION (SD-GRANT-COUNT)
003300     END-IF
003310     IF SECAUTH-USER NOT = '*PUBLIC'
003320        MOVE SECAUTH-USER TO SD-NEW-USER
003330        PERFORM 2500-ADD-USER
003340            THRU 2500-ADD-USER-EXIT
003350     END-IF.
003360 2300-READ-GRANT-EXIT.
003370     EXIT.
003380*----------------------------------------------------------*
003390* 2400-LOAD-USERS - USRCOMP NAMES THE SIGNED-ON USERS WHO   *
003400*                   HOLD NOTHING BUT *PUBLIC                *
003410*----------------------------------------------------------*
003420 2400-LOAD-USERS.
003430     MOVE 'N' TO SD-EOF-SW
003440     PERFORM 2410-READ-USRCOMP
003450         THRU 2410-READ-USRCOMP-EXIT
003460         UNTIL SD-AT-EOF.
003470 2400-LOAD-USERS-EXIT.
003480     EXIT.
003490 2410-READ-USRCOMP.
003500     READ USRCOMP
003510         AT END
003520            SET SD-AT-EOF TO TRUE
003530            GO TO 2410-READ-USRCOMP-EXIT
003540     END-READ
003550     MOVE USRCOMP-USER TO SD-NEW-USER
003560     PERFORM 2500-ADD-USER
003570         THRU 2500-ADD-USER-EXIT.
003580 2410-READ-USRCOMP-EXIT.
003590     EXIT.
003600 2500-ADD-USER.
003610     MOVE 'N' TO SD-FOUND-SW
003620     PERFORM VARYING SD-U FROM 1 BY 1
003630             UNTIL SD-U > SD-USER-COUNT OR SD-FOUND
003640        IF SD-UT-USER (SD-U) = SD-NEW-USER
003650           MOVE 'Y' TO SD-FOUND-SW
003660        END-IF
003670     END-PERFORM
003680     IF NOT SD-FOUND AND SD-USER-COUNT < SD-MAX-USERS
003690        ADD 1 TO SD-USER-COUNT
003700        MOVE SD-NEW-USER TO SD-UT-USER (SD-USER-COUNT)
003710     END-IF.
003720 2500-ADD-USER-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 3000-FIND-CONFLICTS - EVERY USER AGAINST EVERY RULE       *
003760*----------------------------------------------------------*
003770 3000-FIND-CONFLICTS.
003780     PERFORM VARYING SD-U FROM 1 BY 1
003790             UNTIL SD-U > SD-USER-COUNT
003800        PERFORM VARYING SD-R FROM 1 BY 1
003810                UNTIL SD-R > SD-RULE-COUNT
003820           PERFORM 3100-CHECK-RULE
003830               THRU 3100-CHECK-RULE-EXIT
003840        END-PERFORM
003850     END-PERFORM.
003860 3000-FIND-CONFLICTS-EXIT.
003870     EXIT.
003880 3100-CHECK-RULE.
003890     MOVE SD-RT-PGM-A (SD-R) TO SD-SIDE-PGM
003900     MOVE SD-RT-ACT-A (SD-R) TO SD-SIDE-ACT
003910     PERFORM 3200-HOLDS-SIDE
003920         THRU 3200-HOLDS-SIDE-EXIT
003930     IF NOT SD-HOLDS
003940        GO TO 3100-CHECK-RULE-EXIT
003950     END-IF
003960     MOVE SD-RT-PGM-B (SD-R) TO SD-SIDE-PGM
003970     MOVE SD-RT-ACT-B (SD-R) TO SD-SIDE-ACT
003980     PERFORM 3200-HOLDS-SIDE
003990         THRU 3200-HOLDS-SIDE-EXIT
004000     IF NOT SD-HOLDS
004010        GO TO 3100-CHECK-RULE-EXIT
004020     END-IF
004030     IF SD-CONF-COUNT < SD-MAX-CONFS
004040        ADD 1 TO SD-CONF-COUNT
004050        MOVE SD-R              TO SD-CT-RULE (SD-CONF-COUNT)
004060        MOVE SD-UT-USER (SD-U) TO SD-CT-USER (SD-CONF-COUNT)
004070        MOVE 'N'               TO SD-CT-USED-A (SD-CONF-COUNT)
004080        MOVE 'N'               TO SD-CT-USED-B (SD-CONF-COUNT)
004090        MOVE 'N'               TO SD-CT-SAME-REC (SD-CONF-COUNT)
004100        MOVE SPACES            TO SD-CT-FILE (SD-CONF-COUNT)
004110        MOVE SPACES            TO SD-CT-KEY (SD-CONF-COUNT)
004120     END-IF.
004130 3100-CHECK-RULE-EXIT.
004140     EXIT.
004150*----------------------------------------------------------*
004160* 3200-HOLDS-SIDE - THE USER'S OWN GRANT OR A *PUBLIC ONE;  *
004170*                   AN ACTION OF * TAKES ANY ACTION         *
004180*----------------------------------------------------------*
004190 3200-HOLDS-SIDE.
004200     MOVE 'N' TO SD-HOLDS-SW
004210     PERFORM VARYING SD-I FROM 1 BY 1
004220             UNTIL SD-I > SD-GRANT-COUNT OR SD-HOLDS
004230        IF (SD-GT-USER (SD-I) = SD-UT-USER (SD-U) OR
004240            SD-GT-USER (SD-I) = '*PUBLIC') AND
004250           SD-GT-PGM (SD-I) = SD-SIDE-PGM AND
004260           (SD-SIDE-ACT = '*' OR
004270            SD-GT-ACTION (SD-I) = SD-SIDE-ACT)
004280           MOVE 'Y' TO SD-HOLDS-SW
004290        END-IF
004300     END-PERFORM.
004310 3200-HOLDS-SIDE-EXIT.
004320     EXIT.
004330*----------------------------------------------------------*
004340* 4000-SCAN-AUDITLOG - OUR INTERACTIVE JOBS CARRY THE USER  *
004350*                      PROFILE AS THE JOB NAME, SO A ROW    *
004360*                      FROM THE USER'S JOB IN A RULE'S      *
004370*                      PROGRAM SAYS THAT SIDE WAS USED      *
004380*----------------------------------------------------------*
004390 4000-SCAN-AUDITLOG.
004400     MOVE 'N' TO SD-EOF-SW
004410     PERFORM 4100-READ-AUDITLOG
004420         THRU 4100-READ-AUDITLOG-EXIT
004430         UNTIL SD-AT-EOF.
004440 4000-SCAN-AUDITLOG-EXIT.
004450     EXIT.
004460 4100-READ-AUDITLOG.
004470     READ AUDITLOG
004480         AT END
004490            SET SD-AT-EOF TO TRUE
004500            GO TO 4100-READ-AUDITLOG-EXIT
004510     END-READ
004520     MOVE AUDITLOG-TIMESTAMP (1:4) TO SD-DTON-YY
004530     MOVE AUDITLOG-TIMESTAMP (6:2) TO SD-DTON-MM
004540     MOVE AUDITLOG-TIMESTAMP (9:2) TO SD-DTON-DD
004550     PERFORM 8000-DATE-TO-DAYNUM
004560         THRU 8000-DATE-TO-DAYNUM-EXIT
004570     IF SD-DTON-NUM LESS SD-CUTOFF-NUM
004580        GO TO 4100-READ-AUDITLOG-EXIT
004590     END-IF
004600     PERFORM VARYING SD-C FROM 1 BY 1
004610             UNTIL SD-C > SD-CONF-COUNT
004620        IF SD-CT-USER (SD-C) = AUDITLOG-JOB
004630           MOVE SD-CT-RULE (SD-C) TO SD-R
004640           IF SD-RT-PGM-A (SD-R) = AUDITLOG-PGM
004650              MOVE 'Y' TO SD-CT-USED-A (SD-C)
004660           END-IF
004670           IF SD-RT-PGM-B (SD-R) = AUDITLOG-PGM
004680              MOVE 'Y' TO SD-CT-USED-B (SD-C)
004690           END-IF
004700        END-IF
004710     END-PERFORM.
004720 4100-READ-AUDITLOG-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 5000-SCAN-CHGHIST - A CHANGE (C) OR DELETE (X) MADE BY    *
004760*                     THE USER THROUGH A RULE'S PROGRAM IS  *
004770*                     KEPT BY FILE AND KEY; THE OTHER SIDE  *
004780*                     ON THE SAME FILE AND KEY MAKES IT ONE *
004790*                     USER ACTING ON BOTH SIDES OF A RECORD *
004800*----------------------------------------------------------*
004810 5000-SCAN-CHGHIST.
004820     MOVE 'N' TO SD-EOF-SW
004830     PERFORM 5100-READ-CHGHIST
004840         THRU 5100-READ-CHGHIST-EXIT
004850         UNTIL SD-AT-EOF.
004860 5000-SCAN-CHGHIST-EXIT.
004870     EXIT.
004880 5100-READ-CHGHIST.
004890     READ CHGHIST
004900         AT END
004910            SET SD-AT-EOF TO TRUE
004920            GO TO 5100-READ-CHGHIST-EXIT
004930     END-READ
004940     MOVE CHGHIST-TIMESTAMP (1:4) TO SD-DTON-YY
004950     MOVE CHGHIST-TIMESTAMP (6:2) TO SD-DTON-MM
004960     MOVE CHGHIST-TIMESTAMP (9:2) TO SD-DTON-DD
004970     PERFORM 8000-DATE-TO-DAYNUM
004980         THRU 8000-DATE-TO-DAYNUM-EXIT
004990     IF SD-DTON-NUM LESS SD-CUTOFF-NUM
005000        GO TO 5100-READ-CHGHIST-EXIT
005010     END-IF
005020     IF CHGHIST-ACTION = 'D'
005030        MOVE 'X' TO SD-CHG-ACT
005040     ELSE
005050        MOVE 'C' TO SD-CHG-ACT
005060     END-IF
005070     PERFORM VARYING SD-C FROM 1 BY 1
005080             UNTIL SD-C > SD-CONF-COUNT
005090        IF SD-CT-USER (SD-C) = CHGHIST-USER
005100           MOVE SD-CT-RULE (SD-C) TO SD-R
005110           IF SD-RT-PGM-A (SD-R) = CHGHIST-PGM AND
005120              (SD-RT-ACT-A (SD-R) = '*' OR
005130               SD-RT-ACT-A (SD-R) = SD-CHG-ACT)
005140              MOVE 'A' TO SD-SIDE
005150              PERFORM 5200-RECORD-HIT
005160                  THRU 5200-RECORD-HIT-EXIT
005170           END-IF
005180           IF SD-RT-PGM-B (SD-R) = CHGHIST-PGM AND
005190              (SD-RT-ACT-B (SD-R) = '*' OR
005200               SD-RT-ACT-B (SD-R) = SD-CHG-ACT)
005210              MOVE 'B' TO SD-SIDE
005220              PERFORM 5200-RECORD-HIT
005230                  THRU 5200-RECORD-HIT-EXIT
005240           END-IF
005250        END-IF
005260     END-PERFORM.
005270 5100-READ-CHGHIST-EXIT.
005280     EXIT.
005290 5200-RECORD-HIT.
005300     MOVE 'N' TO SD-FOUND-SW
005310     PERFORM VARYING SD-H FROM 1 BY 1
005320             UNTIL SD-H > SD-HIT-COUNT
005330        IF SD-HT-CONF (SD-H) = SD-C AND
005340           SD-HT-FILE (SD-H) = CHGHIST-FILE AND
005350           SD-HT-KEY (SD-H)  = CHGHIST-KEY
005360           IF SD-HT-SIDE (SD-H) = SD-SIDE
005370              MOVE 'Y' TO SD-FOUND-SW
005380           ELSE
005390              IF SD-CT-SAME-REC (SD-C) = 'N'
005400                 MOVE 'Y'          TO SD-CT-SAME-REC (SD-C)
005410                 MOVE CHGHIST-FILE TO SD-CT-FILE (SD-C)
005420                 MOVE CHGHIST-KEY  TO SD-CT-KEY (SD-C)
005430              END-IF
005440           END-IF
005450        END-IF
005460     END-PERFORM
005470     IF SD-FOUND
005480        GO TO 5200-RECORD-HIT-EXIT
005490     END-IF
005500     IF SD-HIT-COUNT < SD-MAX-HITS
005510        ADD 1 TO SD-HIT-COUNT
005520        MOVE SD-C         TO SD-HT-CONF (SD-HIT-COUNT)
005530        MOVE SD-SIDE      TO SD-HT-SIDE (SD-HIT-COUNT)
005540        MOVE CHGHIST-FILE TO SD-HT-FILE (SD-HIT-COUNT)
005550        MOVE CHGHIST-KEY  TO SD-HT-KEY (SD-HIT-COUNT)
005560     END-IF.
005570 5200-RECORD-HIT-EXIT.
005580     EXIT.
005590 6000-REPORT-CONFLICTS.
005600     PERFORM VARYING SD-C FROM 1 BY 1
005610             UNTIL SD-C > SD-CONF-COUNT
005620        PERFORM 6100-PUT-CONFLICT
005630            THRU 6100-PUT-CONFLICT-EXIT
005640     END-PERFORM
005650     MOVE SD-CONF-COUNT TO SD-SUM-CONFS
005660     MOVE SD-USED-COUNT TO SD-SUM-USED
005670     MOVE SD-SAME-COUNT TO SD-SUM-SAME
005680     WRITE SODRPT-LINE FROM SD-SUM-LINE-1
005690     WRITE SODRPT-LINE FROM SD-SUM-LINE-2
005700     WRITE SODRPT-LINE FROM SD-SUM-LINE-3.
005710 6000-REPORT-CONFLICTS-EXIT.
005720     EXIT.
005730 6100-PUT-CONFLICT.
005740     MOVE SD-CT-RULE (SD-C)    TO SD-R
005750     MOVE SD-RT-ID (SD-R)      TO SD-DTL-RULE
005760     MOVE SD-RT-RISK (SD-R)    TO SD-DTL-RISK
005770     MOVE SD-CT-USER (SD-C)    TO SD-DTL-USER
005780     MOVE SD-RT-PGM-A (SD-R)   TO SD-DTL-PGM-A
005790     MOVE SD-RT-ACT-A (SD-R)   TO SD-DTL-ACT-A
005800     MOVE SD-RT-PGM-B (SD-R)   TO SD-DTL-PGM-B
005810     MOVE SD-RT-ACT-B (SD-R)   TO SD-DTL-ACT-B
005820     EVALUATE TRUE
005830        WHEN SD-CT-SAME-REC (SD-C) = 'Y'
005840           MOVE 'SAME RECORD' TO SD-DTL-EVIDENCE
005850           ADD 1 TO SD-SAME-COUNT
005860           ADD 1 TO SD-USED-COUNT
005870        WHEN SD-CT-USED-A (SD-C) = 'Y' AND
005880             SD-CT-USED-B (SD-C) = 'Y'
005890           MOVE 'USED BOTH'   TO SD-DTL-EVIDENCE
005900           ADD 1 TO SD-USED-COUNT
005910        WHEN OTHER
005920           MOVE 'GRANT ONLY'  TO SD-DTL-EVIDENCE
005930     END-EVALUATE
005940     WRITE SODRPT-LINE FROM SD-DTL-LINE
005950     IF SD-CT-SAME-REC (SD-C) = 'Y'
005960        MOVE SD-CT-FILE (SD-C) TO SD-REC-FILE
005970        MOVE SD-CT-KEY (SD-C)  TO SD-REC-KEY
005980        WRITE SODRPT-LINE FROM SD-REC-LINE
005990     END-IF.
006000 6100-PUT-CONFLICT-EXIT.
006010     EXIT.
006020*----------------------------------------------------------*
006030* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
006040*----------------------------------------------------------*
006050 8000-DATE-TO-DAYNUM.
006060     MOVE SD-DTON-YY TO SD-DW-YY
006070     MOVE SD-DTON-MM TO SD-DW-MM
006080     MOVE SD-DTON-DD TO SD-DW-DD
006090     IF SD-DW-MM GREATER 2
006100        SUBTRACT 3 FROM SD-DW-MM
006110     ELSE
006120        ADD 9 TO SD-DW-MM
006130        SUBTRACT 1 FROM SD-DW-YY
006140     END-IF
006150     COMPUTE SD-DTON-D = ((153 * SD-DW-MM) + 2) / 5
006160     COMPUTE SD-DTON-L4 = SD-DW-YY / 4
006170     COMPUTE SD-DTON-L100 = SD-DW-YY / 100
006180     COMPUTE SD-DTON-L400 = SD-DW-YY / 400
006190     COMPUTE SD-DTON-NUM = SD-DW-YY * 365 +
006200                           SD-DTON-L4 -
006210                           SD-DTON-L100 +
006220                           SD-DTON-L400 +
006230                           SD-DTON-D +
006240                           SD-DW-DD.
006250 8000-DATE-TO-DAYNUM-EXIT.
006260     EXIT.
006270 9000-TERMINATE.
006280     CLOSE SODRULE
006290     CLOSE SECAUTH
006300     CLOSE USRCOMP
006310     CLOSE AUDITLOG
006320     CLOSE CHGHIST
006330     CLOSE SODRPT.
006340 9000-TERMINATE-EXIT.
006350     EXIT.
006360 9999-EXIT.
006370     STOP RUN.
