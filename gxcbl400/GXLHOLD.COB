000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GXLHOLD.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - LEGAL-HOLD CHECK      *
000100*                   SERVICE.  LEGAL OR AUDIT PUT A MATTER   *
000110*                   ON HOLD IN LEGLHOLD (GXFLHLD SCREEN)    *
000120*                   AND EVERY PURGE, ARCHIVE AND RETENTION  *
000130*                   STEP ASKS HERE BEFORE IT REMOVES A ROW  *
000140*                   OR A SPOOL COPY, INSTEAD OF THE WHOLE   *
000150*                   PURGE JOB BEING SUSPENDED.  THE ACTIVE  *
000160*                   HOLDS ARE LOADED ONCE PER RUN UNIT.     *
000170*                   FUNCTION C CHECKS ONE ROW AND NAMES THE *
000180*                   MATTER HOLDING IT; FUNCTION N HANDS THE *
000190*                   ACTIVE HOLDS BACK ONE AT A TIME FOR A   *
000200*                   CALLER THAT HAS TO BUILD ITS OWN        *
000210*                   EXCLUSIONS (THE LOGPURGE SPOOL SWEEP).  *
000220*                   A RELEASED HOLD IS SIMPLY NOT LOADED -  *
000230*                   THE NEXT AGE-DRIVEN RUN CATCHES UP      *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000280 OBJECT-COMPUTER.   IBM-ISERIES.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT LEGLHOLD   ASSIGN TO DATABASE-LEGLHOLD
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE  IS SEQUENTIAL
000340         RECORD KEY   IS LEGLHOLD-KEY
000350         FILE STATUS  IS LH-FS-LEGLHOLD.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  LEGLHOLD.
000390 01  LEGLHOLD-RECORD.
000400     05 LEGLHOLD-KEY.
000410        10 LEGLHOLD-MATTER      PIC  X(010).
000420        10 LEGLHOLD-SEQ         PIC  9(003).
000430     05 LEGLHOLD-DESC           PIC  X(040).
000440*----------------------------------------------------------*
000450* DATE RANGE OF THE DATA UNDER HOLD (YYYYMMDD) - A ZERO TO  *
000460* DATE IS OPEN-ENDED.  EVERY SCOPE FIELD GIVEN MUST MATCH;  *
000470* BLANK SCOPE FIELDS MATCH ANYTHING.  THE RECORD KEY IS A   *
000480* LEADING-CHARACTERS MATCH                                  *
000490*----------------------------------------------------------*
000500     05 LEGLHOLD-FROM           PIC  9(008).
000510     05 LEGLHOLD-TO             PIC  9(008).
000520     05 LEGLHOLD-FILE           PIC  X(010).
000530     05 LEGLHOLD-RECKEY         PIC  X(030).
000540     05 LEGLHOLD-PGM            PIC  X(010).
000550     05 LEGLHOLD-REPORT         PIC  X(010).
000560*----------------------------------------------------------*
000570* A = ACTIVE, R = RELEASED                                  *
000580*----------------------------------------------------------*
000590     05 LEGLHOLD-STATUS         PIC  X(001).
000600     05 LEGLHOLD-PLACED-USER    PIC  X(010).
000610     05 LEGLHOLD-PLACED-TS      PIC  X(026).
000620     05 LEGLHOLD-RELEASED-USER  PIC  X(010).
000630     05 LEGLHOLD-RELEASED-TS    PIC  X(026).
000640 WORKING-STORAGE SECTION.
000650 77  LH-FS-LEGLHOLD             PIC  X(002).
000660 77  LH-LOADED-SW               PIC  X(001)     VALUE 'N'.
000670     88 LH-LOADED                               VALUE 'Y'.
000680 77  LH-EOF-SW                  PIC  X(001)     VALUE 'N'.
000690     88 LH-AT-EOF                               VALUE 'Y'.
000700 77  LH-MATCH-SW                PIC  X(001).
000710     88 LH-MATCHES                              VALUE 'Y'.
000720     88 LH-NO-MATCH                             VALUE 'N'.
000730*----------------------------------------------------------*
000740* ACTIVE HOLDS FOR THE RUN - A HOLD BEYOND THE TABLE IS     *
000750* STILL HONORED: LH-OVERFLOW HOLDS EVERY ROW ASKED ABOUT    *
000760* RATHER THAN LET ONE GO                                    *
000770*----------------------------------------------------------*
000780 77  LH-MAX                     PIC S9(003) COMP-3 VALUE 200.
000790 77  LH-COUNT                   PIC S9(003) COMP-3 VALUE 0.
000800 77  LH-I                       PIC S9(003) COMP-3.
000810 77  LH-OVERFLOW-SW             PIC  X(001)     VALUE 'N'.
000820     88 LH-OVERFLOW                             VALUE 'Y'.
000830 01  LH-TABLE.
000840     05 LH-ENTRY OCCURS 200.
000850        10 LH-T-MATTER          PIC  X(010).
000860        10 LH-T-FROM            PIC  9(008).
000870        10 LH-T-TO              PIC  9(008).
000880        10 LH-T-FILE            PIC  X(010).
000890        10 LH-T-RECKEY          PIC  X(030).
000900        10 LH-T-KEYLEN          PIC S9(003) COMP-3.
000910        10 LH-T-PGM             PIC  X(010).
000920        10 LH-T-REPORT          PIC  X(010).
000930 LINKAGE SECTION.
000940*----------------------------------------------------------*
000950* LH-CTL - FUNCTION C: THE ROW'S DATA FILE, THE FILE THE    *
000960* STEP IS PURGING, ITS KEY, PROGRAM, REPORT AND DATE IN     *
000970* (BLANK/ZERO WHERE THE STEP DOES NOT KNOW - AN UNKNOWN     *
000980* DATE COUNTS AS INSIDE EVERY RANGE); LH-HELD AND THE       *
000990* HOLDING MATTER BACK.  FUNCTION N: LH-IX IN (ZERO TO       *
001000* START), THE NEXT ACTIVE HOLD'S FIELDS BACK, LH-HELD N     *
001010* WHEN THERE ARE NO MORE                                    *
001020*----------------------------------------------------------*
001030 01  LH-CTL.
001040     05 LH-FUNC                 PIC  X(001).
001050     05 LH-FILE                 PIC  X(010).
001060     05 LH-STEP-FILE            PIC  X(010).
001070     05 LH-KEY                  PIC  X(030).
001080     05 LH-PGM                  PIC  X(010).
001090     05 LH-REPORT               PIC  X(010).
001100     05 LH-DATE                 PIC  9(008).
001110     05 LH-IX                   PIC  9(003).
001120     05 LH-HELD                 PIC  X(001).
001130        88 LH-IS-HELD                           VALUE 'Y'.
001140        88 LH-NOT-HELD                          VALUE 'N'.
001150     05 LH-MATTER               PIC  X(010).
001160     05 LH-HOLD-FROM            PIC  9(008).
001170     05 LH-HOLD-TO              PIC  9(008).
001180     05 LH-HOLD-FILE            PIC  X(010).
001190     05 LH-HOLD-KEY             PIC  X(030).
001200     05 LH-HOLD-PGM             PIC  X(010).
001210     05 LH-HOLD-REPORT          PIC  X(010).
001220 PROCEDURE DIVISION USING LH-CTL.
001230 0000-MAINLINE.
001240     IF NOT LH-LOADED
001250        PERFORM 1000-LOAD-HOLDS
001260            THRU 1000-LOAD-HOLDS-EXIT
001270     END-IF
001280     SET LH-NOT-HELD TO TRUE
001290     MOVE SPACES TO LH-MATTER
001300     IF LH-FUNC = 'N'
001310        PERFORM 3000-NEXT-HOLD
001320            THRU 3000-NEXT-HOLD-EXIT
001330     ELSE
001340        PERFORM 2000-CHECK-ROW
001350            THRU 2000-CHECK-ROW-EXIT
001360     END-IF
001370     GO TO 9999-EXIT.
001380*----------------------------------------------------------*
001390* 1000-LOAD-HOLDS - ONE PASS OVER LEGLHOLD, ACTIVE ROWS     *
001400* ONLY.  NO FILE (35) MEANS NO HOLDS; A FILE THAT WILL NOT  *
001410* OPEN FOR ANY OTHER REASON HOLDS EVERYTHING                *
001420*----------------------------------------------------------*
001430 1000-LOAD-HOLDS.
001440     SET LH-LOADED TO TRUE
001450     MOVE 0 TO LH-COUNT
001460     OPEN INPUT LEGLHOLD
001470     IF LH-FS-LEGLHOLD = '35'
001480        GO TO 1000-LOAD-HOLDS-EXIT
001490     END-IF
001500     IF LH-FS-LEGLHOLD NOT = '00'
001510        SET LH-OVERFLOW TO TRUE
001520        GO TO 1000-LOAD-HOLDS-EXIT
001530     END-IF
001540     MOVE 'N' TO LH-EOF-SW
001550     PERFORM 1100-LOAD-ONE
001560         THRU 1100-LOAD-ONE-EXIT
001570         UNTIL LH-AT-EOF
001580     CLOSE LEGLHOLD.
001590 1000-LOAD-HOLDS-EXIT.
001600     EXIT.
001610 1100-LOAD-ONE.
001620     READ LEGLHOLD NEXT RECORD
001630         AT END
001640            SET LH-AT-EOF TO TRUE
001650            GO TO 1100-LOAD-ONE-EXIT
001660     END-READ
001670     IF LEGLHOLD-STATUS NOT = 'A'
001680        GO TO 1100-LOAD-ONE-EXIT
001690     END-IF
001700     IF LH-COUNT NOT LESS LH-MAX
001710        SET LH-OVERFLOW TO TRUE
001720        GO TO 1100-LOAD-ONE-EXIT
001730     END-IF
001740     ADD 1 TO LH-COUNT
001750     MOVE LEGLHOLD-MATTER TO LH-T-MATTER (LH-COUNT)
001760     MOVE LEGLHOLD-FROM   TO LH-T-FROM (LH-COUNT)
001770     MOVE LEGLHOLD-TO     TO LH-T-TO (LH-COUNT)
001780     MOVE LEGLHOLD-FILE   TO LH-T-FILE (LH-COUNT)
001790     MOVE LEGLHOLD-RECKEY TO LH-T-RECKEY (LH-COUNT)
001800     MOVE LEGLHOLD-PGM    TO LH-T-PGM (LH-COUNT)
001810     MOVE LEGLHOLD-REPORT TO LH-T-REPORT (LH-COUNT)
001820     MOVE 0 TO LH-T-KEYLEN (LH-COUNT)
001830     PERFORM VARYING LH-I FROM 30 BY -1
001840             UNTIL LH-I < 1 OR LH-T-KEYLEN (LH-COUNT) > 0
001850        IF LEGLHOLD-RECKEY (LH-I:1) NOT = SPACE
001860           MOVE LH-I TO LH-T-KEYLEN (LH-COUNT)
001870        END-IF
001880     END-PERFORM.
001890 1100-LOAD-ONE-EXIT.
001900     EXIT.
001910*----------------------------------------------------------*
001920* 2000-CHECK-ROW - THE FIRST ACTIVE HOLD WHOSE RANGE AND    *
001930* SCOPE TAKE IN THE ROW HOLDS IT.  A FILE SCOPE MATCHES     *
001940* EITHER THE ROW'S OWN DATA FILE OR THE FILE BEING PURGED   *
001950*----------------------------------------------------------*
001960 2000-CHECK-ROW.
001970     IF LH-OVERFLOW
001980        SET LH-IS-HELD TO TRUE
001990        MOVE '*OVERFLOW' TO LH-MATTER
002000        GO TO 2000-CHECK-ROW-EXIT
002010     END-IF
002020     PERFORM VARYING LH-I FROM 1 BY 1
002030             UNTIL LH-I > LH-COUNT OR LH-IS-HELD
002040        PERFORM 2100-MATCH-ONE
002050            THRU 2100-MATCH-ONE-EXIT
002060        IF LH-MATCHES
002070           SET LH-IS-HELD TO TRUE
002080           MOVE LH-T-MATTER (LH-I) TO LH-MATTER
002090        END-IF
002100     END-PERFORM.
002110 2000-CHECK-ROW-EXIT.
002120     EXIT.
002130 2100-MATCH-ONE.
002140     SET LH-NO-MATCH TO TRUE
002150     IF LH-DATE > 0
002160        IF LH-T-FROM (LH-I) > 0 AND
002170           LH-DATE < LH-T-FROM (LH-I)
002180           GO TO 2100-MATCH-ONE-EXIT
002190        END-IF
002200        IF LH-T-TO (LH-I) > 0 AND
002210           LH-DATE > LH-T-TO (LH-I)
002220           GO TO 2100-MATCH-ONE-EXIT
002230        END-IF
002240     END-IF
002250     IF LH-T-FILE (LH-I) NOT = SPACES AND
002260        LH-T-FILE (LH-I) NOT = LH-FILE AND
002270        LH-T-FILE (LH-I) NOT = LH-STEP-FILE
002280        GO TO 2100-MATCH-ONE-EXIT
002290     END-IF
002300     IF LH-T-PGM (LH-I) NOT = SPACES AND
002310        LH-T-PGM (LH-I) NOT = LH-PGM
002320        GO TO 2100-MATCH-ONE-EXIT
002330     END-IF
002340     IF LH-T-REPORT (LH-I) NOT = SPACES AND
002350        LH-T-REPORT (LH-I) NOT = LH-REPORT
002360        GO TO 2100-MATCH-ONE-EXIT
002370     END-IF
002380     IF LH-T-KEYLEN (LH-I) > 0
002390        IF LH-KEY (1:LH-T-KEYLEN (LH-I)) NOT =
002400           LH-T-RECKEY (LH-I) (1:LH-T-KEYLEN (LH-I))
002410           GO TO 2100-MATCH-ONE-EXIT
002420        END-IF
002430     END-IF
002440     SET LH-MATCHES TO TRUE.
002450 2100-MATCH-ONE-EXIT.
002460     EXIT.
002470*----------------------------------------------------------*
002480* 3000-NEXT-HOLD - LH-IX WALKS THE LOADED TABLE.  PAST A    *
002490* FULL TABLE ONE LAST *OVERFLOW HOLD WITH NO RANGE AND NO   *
002500* SCOPE COMES BACK, SO THE CALLER RETAINS EVERYTHING        *
002510*----------------------------------------------------------*
002520 3000-NEXT-HOLD.
002530     IF LH-IX NOT LESS LH-COUNT
002540        IF LH-OVERFLOW AND LH-IX = LH-COUNT
002550           ADD 1 TO LH-IX
002560           SET LH-IS-HELD TO TRUE
002570           MOVE '*OVERFLOW' TO LH-MATTER
002580           MOVE 0      TO LH-HOLD-FROM
002590           MOVE 0      TO LH-HOLD-TO
002600           MOVE SPACES TO LH-HOLD-FILE
002610           MOVE SPACES TO LH-HOLD-KEY
002620           MOVE SPACES TO LH-HOLD-PGM
002630           MOVE SPACES TO LH-HOLD-REPORT
002640        END-IF
002650        GO TO 3000-NEXT-HOLD-EXIT
002660     END-IF
002670     ADD 1 TO LH-IX
002680     SET LH-IS-HELD TO TRUE
002690     MOVE LH-T-MATTER (LH-IX) TO LH-MATTER
002700     MOVE LH-T-FROM (LH-IX)   TO LH-HOLD-FROM
002710     MOVE LH-T-TO (LH-IX)     TO LH-HOLD-TO
002720     MOVE LH-T-FILE (LH-IX)   TO LH-HOLD-FILE
002730     MOVE LH-T-RECKEY (LH-IX) TO LH-HOLD-KEY
002740     MOVE LH-T-PGM (LH-IX)    TO LH-HOLD-PGM
002750     MOVE LH-T-REPORT (LH-IX) TO LH-HOLD-REPORT.
002760 3000-NEXT-HOLD-EXIT.
002770     EXIT.
002780 9999-EXIT.
002790     GOBACK.
