000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EMRGEXP.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - EMERGENCY ACCESS     *
000100*                   SWEEP.  SCHEDULED EVERY FEW MINUTES,   *
000110*                   IT CLOSES EVERY EMRGSESS SESSION PAST  *
000120*                   ITS EXPIRY: THE SECAUTH ROWS THE        *
000130*                   SESSION WROTE ARE DELETED, THE ROWS IT  *
000140*                   RENEWED GET THEIR OLD EFFECTIVE-TO BACK *
000150*                   AND THE SESSION WAITS FOR REVIEW.  A    *
000160*                   SESSION STILL UNREVIEWED TWO DAYS AFTER *
000170*                   ITS EXPIRY RAISES AN ALERTS ROW         *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-ISERIES.
000220 OBJECT-COMPUTER.   IBM-ISERIES.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT EMRGSESS   ASSIGN TO DATABASE-EMRGSESS
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE  IS DYNAMIC
000280         RECORD KEY   IS EMRGSESS-KEY
000290         FILE STATUS  IS EX-FS-EMRGSESS.
000300     SELECT EMRGGRNT   ASSIGN TO DATABASE-EMRGGRNT
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE  IS DYNAMIC
000330         RECORD KEY   IS EMRGGRNT-KEY
000340         FILE STATUS  IS EX-FS-EMRGGRNT.
000350     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS SECAUTH-KEY
000390         FILE STATUS  IS EX-FS-SECAUTH.
000400     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS RANDOM
000430         RECORD KEY   IS ALERTS-KEY
000440         FILE STATUS  IS EX-FS-ALERTS.
000450     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS  IS EX-FS-AUDITLOG.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EMRGSESS.
000510 01  EMRGSESS-RECORD.
000520     05 EMRGSESS-KEY.
000530        10 EMRGSESS-USER         PIC  X(010).
000540        10 EMRGSESS-NBR          PIC  9(009).
000550     05 EMRGSESS-PROFILE         PIC  X(010).
000560     05 EMRGSESS-REASON          PIC  X(060).
000570     05 EMRGSESS-HOURS           PIC  9(002).
000580     05 EMRGSESS-START-TS        PIC  X(026).
000590     05 EMRGSESS-EXPIRE-TS       PIC  X(026).
000600     05 EMRGSESS-EXPIRE-X REDEFINES EMRGSESS-EXPIRE-TS.
000610        10 EMRGSESS-EXP-YY       PIC  9(004).
000620        10 FILLER                PIC  X(001).
000630        10 EMRGSESS-EXP-MM       PIC  9(002).
000640        10 FILLER                PIC  X(001).
000650        10 EMRGSESS-EXP-DD       PIC  9(002).
000660        10 FILLER                PIC  X(016).
000670     05 EMRGSESS-STATUS          PIC  X(001).
000680        88 EMRGSESS-ACTIVE                       VALUE 'A'.
000690        88 EMRGSESS-EXPIRED                      VALUE 'E'.
000700        88 EMRGSESS-REVIEWED                     VALUE 'R'.
000710     05 EMRGSESS-REVOKED-TS      PIC  X(026).
000720     05 EMRGSESS-REVIEWER        PIC  X(010).
000730     05 EMRGSESS-REVIEW-TS       PIC  X(026).
000740     05 EMRGSESS-ALERTED         PIC  X(001).
000750 FD  EMRGGRNT.
000760 01  EMRGGRNT-RECORD.
000770     05 EMRGGRNT-KEY.
000780        10 EMRGGRNT-NBR          PIC  9(009).
000790        10 EMRGGRNT-PGM          PIC  X(010).
000800        10 EMRGGRNT-ACTION       PIC  X(001).
000810     05 EMRGGRNT-USER            PIC  X(010).
000820     05 EMRGGRNT-ADDED           PIC  X(001).
000830        88 EMRGGRNT-WRITTEN                      VALUE 'Y'.
000840        88 EMRGGRNT-RENEWED                      VALUE 'R'.
000850     05 EMRGGRNT-OLD-EFFTO       PIC  9(008).
000860 FD  SECAUTH.
000870 01  SECAUTH-RECORD.
000880     05 SECAUTH-KEY.
000890        10 SECAUTH-USER          PIC  X(010).
000900        10 SECAUTH-PGM           PIC  X(010).
000910        10 SECAUTH-ACTION        PIC  X(001).
000920     05 SECAUTH-EFFTO            PIC  9(008).
000930     05 SECAUTH-FOUREYES         PIC  X(001).
000940 FD  ALERTS.
000950 01  ALERTS-RECORD.
000960     05 ALERTS-KEY.
000970        10 ALERTS-TYPE           PIC  X(010).
000980        10 ALERTS-SOURCE         PIC  X(010).
000990        10 ALERTS-DETAIL         PIC  X(030).
001000     05 ALERTS-STATUS            PIC  X(001).
001010        88 ALERTS-NEW                            VALUE 'N'.
001020        88 ALERTS-RESOLVED                        VALUE 'R'.
001030     05 ALERTS-SEVERITY          PIC  9(001).
001040     05 ALERTS-VALUE             PIC S9(009) COMP-3.
001050     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
001060     05 ALERTS-RAISED-TS         PIC  X(026).
001070     05 ALERTS-BREACHES          PIC S9(004) COMP-3.
001080     05 ALERTS-ACK-USER          PIC  X(010).
001090     05 ALERTS-ACK-TS            PIC  X(026).
001100     05 ALERTS-RES-TS            PIC  X(026).
001110     05 ALERTS-BUSAGE            PIC S9(009) COMP-3.
001120     05 ALERTS-ACT-STATUS        PIC  X(001).
001130     05 ALERTS-ACT-TRIES         PIC S9(003) COMP-3.
001140     05 ALERTS-ACT-TS            PIC  X(026).
001150 FD  AUDITLOG.
001160 01  AUDITLOG-RECORD.
001170     05 AUDITLOG-TIMESTAMP       PIC  X(026).
001180     05 AUDITLOG-JOB             PIC  X(010).
001190     05 AUDITLOG-PGM             PIC  X(010).
001200     05 AUDITLOG-FILE            PIC  X(010).
001210     05 AUDITLOG-OPER            PIC  X(006).
001220     05 AUDITLOG-STATUS          PIC  X(002).
001230     05 AUDITLOG-CHECK           PIC  9(009).
001240 WORKING-STORAGE SECTION.
001250 77  EX-FS-EMRGSESS              PIC  X(002).
001260 77  EX-FS-EMRGGRNT              PIC  X(002).
001270 77  EX-FS-SECAUTH               PIC  X(002).
001280 77  EX-FS-ALERTS                PIC  X(002).
001290 77  EX-FS-AUDITLOG              PIC  X(002).
001300 77  EX-EOF-SW                   PIC  X(001)     VALUE 'N'.
001310     88 EX-AT-EOF                                VALUE 'Y'.
001320 77  EX-GRNT-EOF-SW              PIC  X(001)     VALUE 'N'.
001330     88 EX-GRNT-AT-EOF                           VALUE 'Y'.
001340 77  EX-ALERT-FOUND-SW           PIC  X(001).
001350     88 EX-ALERT-ON-FILE                         VALUE 'Y'.
001360     88 EX-ALERT-NOT-ON-FILE                      VALUE 'N'.
001370 77  EX-REVOKE-COUNT             PIC S9(005) COMP-3 VALUE 0.
001380 77  EX-ALERT-COUNT              PIC S9(005) COMP-3 VALUE 0.
001390*----------------------------------------------------------*
001400* DAYS AFTER EXPIRY A SESSION MAY WAIT FOR ITS SIGN-OFF     *
001410* BEFORE THE OVERDUE ALERT IS RAISED                        *
001420*----------------------------------------------------------*
001430 77  EX-REVIEW-DAYS              PIC S9(003) COMP-3 VALUE 2.
001440 01  EX-TODAY-DATE.
001450     05 EX-TODAY-YY              PIC  9(004).
001460     05 EX-TODAY-MM              PIC  9(002).
001470     05 EX-TODAY-DD              PIC  9(002).
001480 01  EX-NOW-TIME.
001490     05 EX-NOW-HH                PIC  9(002).
001500     05 EX-NOW-MIN               PIC  9(002).
001510     05 EX-NOW-SS                PIC  9(002).
001520     05 EX-NOW-HS                PIC  9(002).
001530 01  EX-NOW-TS                   PIC  X(026).
001540 77  EX-TODAY-NUM                PIC S9(009) COMP-3.
001550 77  EX-SESS-NBR                 PIC  9(009).
001560 01  EX-AUD-OPER                 PIC  X(006).
001570 01  EX-AUD-BYTE-PAIR.
001580     05 FILLER                   PIC  X(001).
001590     05 EX-AUD-BYTE-CHAR         PIC  X(001).
001600 01  EX-AUD-BYTE-NUM REDEFINES EX-AUD-BYTE-PAIR
001610                                 PIC S9(004) COMP-4.
001620 77  EX-AUD-I                    PIC S9(003) COMP-3.
001630*----------------------------------------------------------*
001640* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE  *
001650* RUNTIME'S GXFDTON                                         *
001660*----------------------------------------------------------*
001670 01  EX-DTON-DATE.
001680     05 EX-DTON-YY               PIC  9(004).
001690     05 EX-DTON-MM               PIC  9(002).
001700     05 EX-DTON-DD               PIC  9(002).
001710 01  EX-DTON-DW.
001720     05 EX-DW-YY                 PIC S9(005) COMP-3.
001730     05 EX-DW-MM                 PIC S9(003) COMP-3.
001740     05 EX-DW-DD                 PIC S9(003) COMP-3.
001750 77  EX-DTON-D                   PIC S9(003) COMP-3.
001760 77  EX-DTON-L4                  PIC S9(005) COMP-3.
001770 77  EX-DTON-L100                PIC S9(005) COMP-3.
001780 77  EX-DTON-L400                PIC S9(005) COMP-3.
001790 77  EX-DTON-NUM                 PIC S9(009) COMP-3.
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE
001830         THRU 1000-INITIALIZE-EXIT
001840     PERFORM 2000-SWEEP-ALL
001850         THRU 2000-SWEEP-ALL-EXIT
001860     PERFORM 9000-TERMINATE
001870         THRU 9000-TERMINATE-EXIT
001880     GO TO 9999-EXIT.
001890*----------------------------------------------------------*
001900* 1000-INITIALIZE - OPEN FILES, BUILD THE MACHINE TIMESTAMP *
001910*----------------------------------------------------------*
001920 1000-INITIALIZE.
001930     OPEN I-O    EMRGSESS
001940     OPEN INPUT  EMRGGRNT
001950     OPEN I-O    SECAUTH
001960     OPEN I-O    ALERTS
001970     OPEN EXTEND AUDITLOG
001980     ACCEPT EX-TODAY-DATE FROM DATE YYYYMMDD
001990     ACCEPT EX-NOW-TIME   FROM TIME
002000     MOVE SPACES TO EX-NOW-TS
002010     STRING EX-TODAY-YY '-' EX-TODAY-MM '-' EX-TODAY-DD '-'
002020            EX-NOW-HH '.' EX-NOW-MIN '.' EX-NOW-SS '.000000'
002030            DELIMITED BY SIZE INTO EX-NOW-TS
002040     MOVE EX-TODAY-DATE TO EX-DTON-DATE
002050     PERFORM 8000-DATE-TO-DAYNUM
002060         THRU 8000-DATE-TO-DAYNUM-EXIT
002070     MOVE EX-DTON-NUM TO EX-TODAY-NUM.
002080 1000-INITIALIZE-EXIT.
002090     EXIT.
002100*----------------------------------------------------------*
002110* 2000-SWEEP-ALL - EVERY SESSION ON FILE; REVIEWED ONES ARE *
002120*                  FINISHED WITH AND SKIPPED                *
002130*----------------------------------------------------------*
002140 2000-SWEEP-ALL.
002150     MOVE LOW-VALUES TO EMRGSESS-KEY
002160     START EMRGSESS KEY NOT LESS EMRGSESS-KEY
002170         INVALID KEY
002180            GO TO 2000-SWEEP-ALL-EXIT
002190     END-START
002200     MOVE 'N' TO EX-EOF-SW
002210     PERFORM 2100-SWEEP-ONE
002220         THRU 2100-SWEEP-ONE-EXIT
002230         UNTIL EX-AT-EOF.
002240 2000-SWEEP-ALL-EXIT.
002250     EXIT.
002260 2100-SWEEP-ONE.
002270     READ EMRGSESS NEXT RECORD
002280         AT END
002290            SET EX-AT-EOF TO TRUE
002300            GO TO 2100-SWEEP-ONE-EXIT
002310     END-READ
002320     IF EMRGSESS-ACTIVE AND
002330        EX-NOW-TS (1:19) > EMRGSESS-EXPIRE-TS (1:19)
002340        PERFORM 3000-REVOKE-SESSION
002350            THRU 3000-REVOKE-SESSION-EXIT
002360     END-IF
002370     IF EMRGSESS-EXPIRED AND EMRGSESS-ALERTED NOT = 'Y'
002380        MOVE EMRGSESS-EXP-YY TO EX-DTON-YY
002390        MOVE EMRGSESS-EXP-MM TO EX-DTON-MM
002400        MOVE EMRGSESS-EXP-DD TO EX-DTON-DD
002410        PERFORM 8000-DATE-TO-DAYNUM
002420            THRU 8000-DATE-TO-DAYNUM-EXIT
002430        IF EX-TODAY-NUM - EX-DTON-NUM NOT < EX-REVIEW-DAYS
002440           PERFORM 5000-RAISE-ALERT
002450               THRU 5000-RAISE-ALERT-EXIT
002460           MOVE 'Y' TO EMRGSESS-ALERTED
002470           REWRITE EMRGSESS-RECORD
002480               INVALID KEY
002490                  CONTINUE
002500           END-REWRITE
002510        END-IF
002520     END-IF.
002530 2100-SWEEP-ONE-EXIT.
002540     EXIT.
002550*----------------------------------------------------------*
002560* 3000-REVOKE-SESSION - UNDO EVERY GRANT THE SESSION MADE,  *
002570*                       THEN MARK IT EXPIRED FOR REVIEW     *
002580*----------------------------------------------------------*
002590 3000-REVOKE-SESSION.
002600     MOVE EMRGSESS-NBR TO EX-SESS-NBR
002610     MOVE EX-SESS-NBR  TO EMRGGRNT-NBR
002620     MOVE LOW-VALUES   TO EMRGGRNT-PGM
002630     MOVE LOW-VALUES   TO EMRGGRNT-ACTION
002640     START EMRGGRNT KEY NOT LESS EMRGGRNT-KEY
002650         INVALID KEY
002660            GO TO 3000-REVOKE-SESSION-MARK
002670     END-START
002680     MOVE 'N' TO EX-GRNT-EOF-SW
002690     PERFORM 3100-UNDO-GRANT
002700         THRU 3100-UNDO-GRANT-EXIT
002710         UNTIL EX-GRNT-AT-EOF.
002720 3000-REVOKE-SESSION-MARK.
002730     SET  EMRGSESS-EXPIRED TO TRUE
002740     MOVE EX-NOW-TS        TO EMRGSESS-REVOKED-TS
002750     REWRITE EMRGSESS-RECORD
002760         INVALID KEY
002770            CONTINUE
002780     END-REWRITE
002790     ADD 1 TO EX-REVOKE-COUNT
002800     MOVE 'REVOKE'         TO EX-AUD-OPER
002810     MOVE EX-FS-EMRGSESS   TO AUDITLOG-STATUS
002820     PERFORM 6000-LOG-SESSION
002830         THRU 6000-LOG-SESSION-EXIT.
002840 3000-REVOKE-SESSION-EXIT.
002850     EXIT.
002860 3100-UNDO-GRANT.
002870     READ EMRGGRNT NEXT RECORD
002880         AT END
002890            SET EX-GRNT-AT-EOF TO TRUE
002900            GO TO 3100-UNDO-GRANT-EXIT
002910     END-READ
002920     IF EMRGGRNT-NBR NOT = EX-SESS-NBR
002930        SET EX-GRNT-AT-EOF TO TRUE
002940        GO TO 3100-UNDO-GRANT-EXIT
002950     END-IF
002960     MOVE EMRGGRNT-USER   TO SECAUTH-USER
002970     MOVE EMRGGRNT-PGM    TO SECAUTH-PGM
002980     MOVE EMRGGRNT-ACTION TO SECAUTH-ACTION
002990     READ SECAUTH RECORD
003000         INVALID KEY
003010            GO TO 3100-UNDO-GRANT-EXIT
003020     END-READ
003030     IF EMRGGRNT-WRITTEN
003040        DELETE SECAUTH RECORD
003050            INVALID KEY
003060               CONTINUE
003070        END-DELETE
003080     END-IF
003090     IF EMRGGRNT-RENEWED
003100        MOVE EMRGGRNT-OLD-EFFTO TO SECAUTH-EFFTO
003110        REWRITE SECAUTH-RECORD
003120            INVALID KEY
003130               CONTINUE
003140        END-REWRITE
003150     END-IF.
003160 3100-UNDO-GRANT-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190* 5000-RAISE-ALERT - SEVERITY 7, THE SLAALERT LIFECYCLE     *
003200*                    SHAPE - ONE ROW PER OVERDUE SESSION    *
003210*----------------------------------------------------------*
003220 5000-RAISE-ALERT.
003230     MOVE 'EMERGREVW'  TO ALERTS-TYPE
003240     MOVE 'EMRGEXP'    TO ALERTS-SOURCE
003250     MOVE SPACES       TO ALERTS-DETAIL
003260     STRING 'SESSION ' EMRGSESS-NBR ' ' EMRGSESS-USER
003270            DELIMITED BY SIZE INTO ALERTS-DETAIL
003280     SET EX-ALERT-NOT-ON-FILE TO TRUE
003290     READ ALERTS RECORD
003300         INVALID KEY
003310            CONTINUE
003320         NOT INVALID KEY
003330            SET EX-ALERT-ON-FILE TO TRUE
003340     END-READ
003350     MOVE EX-TODAY-NUM     TO ALERTS-VALUE
003360     SUBTRACT EX-DTON-NUM FROM ALERTS-VALUE
003370     MOVE EX-REVIEW-DAYS   TO ALERTS-THRESHOLD
003380     ADD 1 TO EX-ALERT-COUNT
003390     IF EX-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
003400        ADD 1 TO ALERTS-BREACHES
003410        REWRITE ALERTS-RECORD
003420           INVALID KEY
003430              CONTINUE
003440        END-REWRITE
003450     ELSE
003460        SET  ALERTS-NEW       TO TRUE
003470        MOVE 7                TO ALERTS-SEVERITY
003480        MOVE 1                TO ALERTS-BREACHES
003490        MOVE EX-NOW-TS        TO ALERTS-RAISED-TS
003500        MOVE SPACES           TO ALERTS-ACK-USER
003510        MOVE SPACES           TO ALERTS-ACK-TS
003520        MOVE SPACES           TO ALERTS-RES-TS
003530        MOVE 0                TO ALERTS-BUSAGE
003540        MOVE SPACES           TO ALERTS-ACT-STATUS
003550        MOVE 0                TO ALERTS-ACT-TRIES
003560        MOVE SPACES           TO ALERTS-ACT-TS
003570        IF EX-ALERT-ON-FILE
003580           REWRITE ALERTS-RECORD
003590              INVALID KEY
003600                 CONTINUE
003610           END-REWRITE
003620        ELSE
003630           WRITE ALERTS-RECORD
003640              INVALID KEY
003650                 CONTINUE
003660           END-WRITE
003670        END-IF
003680     END-IF.
003690 5000-RAISE-ALERT-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720* 6000-LOG-SESSION - ONE AUDITLOG ROW PER REVOKED SESSION   *
003730*                    (*EMERG MARKER, THE SESSION USER IN    *
003740*                    THE JOB COLUMN), THE CHECK VALUE SET   *
003750*                    THE WAY GX-WRITE-AUDITLOG SETS IT      *
003760*----------------------------------------------------------*
003770 6000-LOG-SESSION.
003780     MOVE EX-NOW-TS          TO AUDITLOG-TIMESTAMP
003790     MOVE EMRGSESS-USER      TO AUDITLOG-JOB
003800     MOVE 'EMRGEXP'          TO AUDITLOG-PGM
003810     MOVE '*EMERG'           TO AUDITLOG-FILE
003820     MOVE EX-AUD-OPER        TO AUDITLOG-OPER
003830     PERFORM 8600-SET-AUDIT-CHECK
003840         THRU 8600-SET-AUDIT-CHECK-EXIT
003850     WRITE AUDITLOG-RECORD.
003860 6000-LOG-SESSION-EXIT.
003870     EXIT.
003880*----------------------------------------------------------*
003890* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
003900*----------------------------------------------------------*
003910 8000-DATE-TO-DAYNUM.
003920     MOVE EX-DTON-YY TO EX-DW-YY
003930     MOVE EX-DTON-MM TO EX-DW-MM
003940     MOVE EX-DTON-DD TO EX-DW-DD
003950     IF EX-DW-MM GREATER 2
003960        SUBTRACT 3 FROM EX-DW-MM
003970     ELSE
003980        ADD 9 TO EX-DW-MM
003990        SUBTRACT 1 FROM EX-DW-YY
004000     END-IF
004010     COMPUTE EX-DTON-D = ((153 * EX-DW-MM) + 2) / 5
004020     COMPUTE EX-DTON-L4 = EX-DW-YY / 4
004030     COMPUTE EX-DTON-L100 = EX-DW-YY / 100
004040     COMPUTE EX-DTON-L400 = EX-DW-YY / 400
004050     COMPUTE EX-DTON-NUM = EX-DW-YY * 365 +
004060                           EX-DTON-L4 -
004070                           EX-DTON-L100 +
004080                           EX-DTON-L400 +
004090                           EX-DTON-D +
004100                           EX-DW-DD.
004110 8000-DATE-TO-DAYNUM-EXIT.
004120     EXIT.
004130*----------------------------------------------------------*
004140* 8600-SET-AUDIT-CHECK - CHECK VALUE OVER THE ROW'S CONTENT *
004150*                        BYTES, THE SAME CHAIN DISCIPLINE   *
004160*                        GX-WRITE-AUDITLOG APPLIES          *
004170*----------------------------------------------------------*
004180 8600-SET-AUDIT-CHECK.
004190     MOVE 0 TO AUDITLOG-CHECK
004200     PERFORM VARYING EX-AUD-I FROM 1 BY 1
004210             UNTIL EX-AUD-I > 64
004220        MOVE LOW-VALUE TO EX-AUD-BYTE-PAIR
004230        MOVE AUDITLOG-RECORD (EX-AUD-I:1)
004240          TO EX-AUD-BYTE-CHAR
004250        ADD EX-AUD-BYTE-NUM TO AUDITLOG-CHECK
004260     END-PERFORM.
004270 8600-SET-AUDIT-CHECK-EXIT.
004280     EXIT.
004290*----------------------------------------------------------*
004300* 9000-TERMINATE - CLOSE FILES                              *
004310*----------------------------------------------------------*
004320 9000-TERMINATE.
004330     CLOSE EMRGSESS
004340     CLOSE EMRGGRNT
004350     CLOSE SECAUTH
004360     CLOSE ALERTS
004370     CLOSE AUDITLOG.
004380 9000-TERMINATE-EXIT.
004390     EXIT.
004400 9999-EXIT.
004410     STOP RUN.
