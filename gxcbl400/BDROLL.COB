000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BDROLL.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - END-OF-DAY ROLL OF    *
000100*                   THE BUSDATE BUSINESS DATE.  RUN AS THE  *
000110*                   LAST STEP OF THE BATCHDRV STREAM, IT    *
000120*                   MOVES EVERY COMPANY'S BUSINESS DATE TO  *
000130*                   THE NEXT WORKDAY, SKIPPING WEEKENDS AND *
000140*                   THE HOLCAL HOLIDAYS OF THE COMPANY'S    *
000150*                   LOCATION, STAMPS THE MACHINE TIME OF    *
000160*                   THE ROLL ON THE ROW AND LEAVES AN       *
000170*                   AUDITLOG ENTRY PER ROLL                 *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-ISERIES.
000220 OBJECT-COMPUTER.   IBM-ISERIES.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE  IS DYNAMIC
000280         RECORD KEY   IS BUSDATE-COMPANY
000290         FILE STATUS  IS BR-FS-BUSDATE.
000300     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS BR-FS-HOLCAL.
000330     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS BR-FS-AUDITLOG.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  BUSDATE.
000390 01  BUSDATE-RECORD.
000400     05 BUSDATE-COMPANY          PIC  X(003).
000410     05 BUSDATE-CURRENT          PIC  9(008).
000420     05 BUSDATE-CURRENT-X REDEFINES BUSDATE-CURRENT.
000430        10 BUSDATE-CUR-YY        PIC  9(004).
000440        10 BUSDATE-CUR-MM        PIC  9(002).
000450        10 BUSDATE-CUR-DD        PIC  9(002).
000460     05 BUSDATE-PREVIOUS         PIC  9(008).
000470*----------------------------------------------------------*
000480* HOLCAL LOCATION WHOSE HOLIDAYS THE ROLL SKIPS; BLANK TAKES *
000490* ONLY THE ALL-LOCATION HOLIDAYS                            *
000500*----------------------------------------------------------*
000510     05 BUSDATE-LOC              PIC  X(010).
000520     05 BUSDATE-ROLLED-BY        PIC  X(010).
000530     05 BUSDATE-ROLLED-TS        PIC  X(026).
000540 FD  HOLCAL.
000550 01  HOLCAL-RECORD.
000560     05 HOLCAL-DATE.
000570        10 HOLCAL-YY             PIC  9(004).
000580        10 HOLCAL-MM             PIC  9(002).
000590        10 HOLCAL-DD             PIC  9(002).
000600     05 HOLCAL-LOC               PIC  X(010).
000610     05 HOLCAL-DESC              PIC  X(030).
000620 FD  AUDITLOG.
000630 01  AUDITLOG-RECORD.
000640     05 AUDITLOG-TIMESTAMP       PIC  X(026).
000650     05 AUDITLOG-JOB             PIC  X(010).
000660     05 AUDITLOG-PGM             PIC  X(010).
000670     05 AUDITLOG-FILE            PIC  X(010).
000680     05 AUDITLOG-OPER            PIC  X(006).
000690     05 AUDITLOG-STATUS          PIC  X(002).
000700     05 AUDITLOG-CHECK           PIC  9(009).
000710 WORKING-STORAGE SECTION.
000720 77  BR-FS-BUSDATE               PIC  X(002).
000730 77  BR-FS-HOLCAL                PIC  X(002).
000740 77  BR-FS-AUDITLOG              PIC  X(002).
000750 77  BR-EOF-SW                   PIC  X(001)     VALUE 'N'.
000760     88 BR-AT-EOF                                VALUE 'Y'.
000770 77  BR-I                        PIC S9(004) COMP-3.
000780 77  BR-TRIES                    PIC S9(003) COMP-3.
000790 77  BR-ROLL-COUNT               PIC S9(005) COMP-3 VALUE 0.
000800 77  BR-WORKDAY-SW               PIC  X(001).
000810     88 BR-IS-WORKDAY                            VALUE 'Y'.
000820     88 BR-NOT-WORKDAY                            VALUE 'N'.
000830 01  BR-TODAY-DATE.
000840     05 BR-TODAY-YY              PIC  9(004).
000850     05 BR-TODAY-MM              PIC  9(002).
000860     05 BR-TODAY-DD              PIC  9(002).
000870 01  BR-TODAY-DATE-N REDEFINES BR-TODAY-DATE
000880                                 PIC  9(008).
000890 01  BR-NOW-TIME.
000900     05 BR-NOW-HH                PIC  9(002).
000910     05 BR-NOW-MIN               PIC  9(002).
000920     05 BR-NOW-SS                PIC  9(002).
000930     05 BR-NOW-HS                PIC  9(002).
000940 01  BR-NOW-TS                   PIC  X(026).
000950 01  BR-AUD-OPER                 PIC  X(006).
000960 01  BR-AUD-BYTE-PAIR.
000970     05 FILLER                   PIC  X(001).
000980     05 BR-AUD-BYTE-CHAR         PIC  X(001).
000990 01  BR-AUD-BYTE-NUM REDEFINES BR-AUD-BYTE-PAIR
001000                                 PIC S9(004) COMP-4.
001010 77  BR-AUD-I                    PIC S9(003) COMP-3.
001020*----------------------------------------------------------*
001030* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE  *
001040* RUNTIME'S GXFDTON, SO THE ROLL AGREES WITH WHAT GX-TODAY  *
001050* AND BATCHDRV CALL A WORKDAY                               *
001060*----------------------------------------------------------*
001070 01  BR-DTON-DATE.
001080     05 BR-DTON-YY               PIC  9(004).
001090     05 BR-DTON-MM               PIC  9(002).
001100     05 BR-DTON-DD               PIC  9(002).
001110 01  BR-DTON-DW.
001120     05 BR-DW-YY                 PIC S9(005) COMP-3.
001130     05 BR-DW-MM                 PIC S9(003) COMP-3.
001140     05 BR-DW-DD                 PIC S9(003) COMP-3.
001150 77  BR-DTON-D                   PIC S9(003) COMP-3.
001160 77  BR-DTON-L4                  PIC S9(005) COMP-3.
001170 77  BR-DTON-L100                PIC S9(005) COMP-3.
001180 77  BR-DTON-L400                PIC S9(005) COMP-3.
001190 77  BR-DTON-NUM                 PIC S9(009) COMP-3.
001200 77  BR-WD-TMP                   PIC S9(009) COMP-3.
001210 77  BR-WD-Q                     PIC S9(009) COMP-3.
001220 77  BR-WD                       PIC S9(003) COMP-3.
001230 77  BR-CHK-NUM                  PIC S9(009) COMP-3.
001240 01  BR-OUT-DATE.
001250     05 BR-OUT-YY                PIC  9(004).
001260     05 BR-OUT-MM                PIC  9(002).
001270     05 BR-OUT-DD                PIC  9(002).
001280 01  BR-OUT-DATE-N REDEFINES BR-OUT-DATE
001290                                 PIC  9(008).
001300*----------------------------------------------------------*
001310* HOLIDAYS OF EVERY LOCATION WITH THEIR LOCATION CODE - A   *
001320* ROW COUNTS FOR A COMPANY WHEN ITS LOCATION IS BLANK OR    *
001330* MATCHES THE COMPANY'S                                     *
001340*----------------------------------------------------------*
001350 77  BR-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
001360 77  BR-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 200.
001370 01  BR-HOL-TABLE.
001380     05 BR-HOL-ENTRY OCCURS 200.
001390        10 BR-HOL-NUM            PIC S9(009) COMP-3.
001400        10 BR-HOL-LOC            PIC  X(010).
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE
001440         THRU 1000-INITIALIZE-EXIT
001450     PERFORM 2000-LOAD-HOLCAL
001460         THRU 2000-LOAD-HOLCAL-EXIT
001470     PERFORM 3000-ROLL-ALL
001480         THRU 3000-ROLL-ALL-EXIT
001490     IF BR-ROLL-COUNT = 0
001500        PERFORM 4000-SEED-ROW
001510            THRU 4000-SEED-ROW-EXIT
001520     END-IF
001530     PERFORM 9000-TERMINATE
001540         THRU 9000-TERMINATE-EXIT
001550     GO TO 9999-EXIT.
001560*----------------------------------------------------------*
001570* 1000-INITIALIZE - OPEN FILES, BUILD THE MACHINE TIMESTAMP *
001580*----------------------------------------------------------*
001590 1000-INITIALIZE.
001600     OPEN I-O    BUSDATE
001610     OPEN INPUT  HOLCAL
001620     OPEN EXTEND AUDITLOG
001630     ACCEPT BR-TODAY-DATE FROM DATE YYYYMMDD
001640     ACCEPT BR-NOW-TIME   FROM TIME
001650     MOVE SPACES TO BR-NOW-TS
001660     STRING BR-TODAY-YY '-' BR-TODAY-MM '-' BR-TODAY-DD '-'
001670            BR-NOW-HH '.' BR-NOW-MIN '.' BR-NOW-SS '.000000'
001680            DELIMITED BY SIZE INTO BR-NOW-TS.
001690 1000-INITIALIZE-EXIT.
001700     EXIT.
001710*----------------------------------------------------------*
001720* 2000-LOAD-HOLCAL - HOLIDAY DAY NUMBERS WITH THEIR         *
001730*                    LOCATIONS                              *
001740*----------------------------------------------------------*
001750 2000-LOAD-HOLCAL.
001760     MOVE 'N' TO BR-EOF-SW
001770     PERFORM 2100-READ-HOLCAL
001780         THRU 2100-READ-HOLCAL-EXIT
001790     PERFORM 2200-STORE-HOLIDAY
001800         THRU 2200-STORE-HOLIDAY-EXIT
001810         UNTIL BR-AT-EOF.
001820 2000-LOAD-HOLCAL-EXIT.
001830     EXIT.
001840 2100-READ-HOLCAL.
001850     READ HOLCAL
001860         AT END
001870            SET BR-AT-EOF TO TRUE
001880     END-READ.
001890 2100-READ-HOLCAL-EXIT.
001900     EXIT.
001910 2200-STORE-HOLIDAY.
001920     IF BR-HOL-COUNT < BR-MAX-HOLS
001930        MOVE HOLCAL-DATE TO BR-DTON-DATE
001940        PERFORM 8000-DATE-TO-DAYNUM
001950            THRU 8000-DATE-TO-DAYNUM-EXIT
001960        ADD 1 TO BR-HOL-COUNT
001970        MOVE BR-DTON-NUM TO BR-HOL-NUM (BR-HOL-COUNT)
001980        MOVE HOLCAL-LOC  TO BR-HOL-LOC (BR-HOL-COUNT)
001990     END-IF
002000     PERFORM 2100-READ-HOLCAL
002010         THRU 2100-READ-HOLCAL-EXIT.
002020 2200-STORE-HOLIDAY-EXIT.
002030     EXIT.
002040*----------------------------------------------------------*
002050* 3000-ROLL-ALL - EVERY COMPANY ROW ON THE CONTROL FILE      *
002060*----------------------------------------------------------*
002070 3000-ROLL-ALL.
002080     MOVE LOW-VALUES TO BUSDATE-COMPANY
002090     START BUSDATE KEY NOT LESS BUSDATE-COMPANY
002100         INVALID KEY
002110            GO TO 3000-ROLL-ALL-EXIT
002120     END-START
002130     MOVE 'N' TO BR-EOF-SW
002140     PERFORM 3100-ROLL-ONE
002150         THRU 3100-ROLL-ONE-EXIT
002160         UNTIL BR-AT-EOF.
002170 3000-ROLL-ALL-EXIT.
002180     EXIT.
002190*----------------------------------------------------------*
002200* 3100-ROLL-ONE - STEP FORWARD A DAY AT A TIME TO THE NEXT  *
002210*                 WORKDAY OF THE COMPANY'S CALENDAR.  A MONTH *
002220*                 WITHOUT ONE MEANS A BROKEN HOLCAL - THE ROW *
002230*                 IS LEFT ALONE AND THE FAILURE AUDIT-LOGGED  *
002240*----------------------------------------------------------*
002250 3100-ROLL-ONE.
002260     READ BUSDATE NEXT RECORD
002270         AT END
002280            SET BR-AT-EOF TO TRUE
002290            GO TO 3100-ROLL-ONE-EXIT
002300     END-READ
002310     ADD 1 TO BR-ROLL-COUNT
002320     IF BUSDATE-CURRENT = 0
002330        MOVE BR-TODAY-DATE-N TO BUSDATE-CURRENT
002340     END-IF
002350     MOVE BUSDATE-CUR-YY TO BR-DTON-YY
002360     MOVE BUSDATE-CUR-MM TO BR-DTON-MM
002370     MOVE BUSDATE-CUR-DD TO BR-DTON-DD
002380     PERFORM 8000-DATE-TO-DAYNUM
002390         THRU 8000-DATE-TO-DAYNUM-EXIT
002400     MOVE BR-DTON-NUM TO BR-CHK-NUM
002410     SET BR-NOT-WORKDAY TO TRUE
002420     MOVE 0 TO BR-TRIES
002430     PERFORM 3200-NEXT-DAY
002440         THRU 3200-NEXT-DAY-EXIT
002450         UNTIL BR-IS-WORKDAY OR BR-TRIES > 31
002460     IF BR-NOT-WORKDAY
002470        MOVE 'NOROLL' TO BR-AUD-OPER
002480        MOVE '99'     TO AUDITLOG-STATUS
002490        PERFORM 5000-LOG-ROLL
002500            THRU 5000-LOG-ROLL-EXIT
002510        GO TO 3100-ROLL-ONE-EXIT
002520     END-IF
002530     MOVE BR-CHK-NUM TO BR-DTON-NUM
002540     PERFORM 8500-DAYNUM-TO-DATE
002550         THRU 8500-DAYNUM-TO-DATE-EXIT
002560     MOVE BUSDATE-CURRENT TO BUSDATE-PREVIOUS
002570     MOVE BR-OUT-DATE-N   TO BUSDATE-CURRENT
002580     MOVE 'BDROLL'        TO BUSDATE-ROLLED-BY
002590     MOVE BR-NOW-TS       TO BUSDATE-ROLLED-TS
002600     REWRITE BUSDATE-RECORD
002610         INVALID KEY
002620            CONTINUE
002630     END-REWRITE
002640     MOVE 'ROLL'          TO BR-AUD-OPER
002650     MOVE BR-FS-BUSDATE   TO AUDITLOG-STATUS
002660     PERFORM 5000-LOG-ROLL
002670         THRU 5000-LOG-ROLL-EXIT.
002680 3100-ROLL-ONE-EXIT.
002690     EXIT.
002700 3200-NEXT-DAY.
002710     ADD 1 TO BR-TRIES
002720     ADD 1 TO BR-CHK-NUM
002730     COMPUTE BR-WD-TMP = BR-CHK-NUM + 1
002740     DIVIDE BR-WD-TMP BY 7 GIVING BR-WD-Q
002750                    REMAINDER BR-WD
002760     PERFORM 8100-IS-WORKDAY
002770         THRU 8100-IS-WORKDAY-EXIT.
002780 3200-NEXT-DAY-EXIT.
002790     EXIT.
002800*----------------------------------------------------------*
002810* 4000-SEED-ROW - AN EMPTY CONTROL FILE GETS THE            *
002820*                 INSTALLATION ROW AT TODAY'S MACHINE DATE;  *
002830*                 THE FIRST REAL ROLL HAPPENS TOMORROW NIGHT *
002840*----------------------------------------------------------*
002850 4000-SEED-ROW.
002860     MOVE SPACES          TO BUSDATE-RECORD
002870     MOVE BR-TODAY-DATE-N TO BUSDATE-CURRENT
002880     MOVE 0               TO BUSDATE-PREVIOUS
002890     MOVE 'BDROLL'        TO BUSDATE-ROLLED-BY
002900     MOVE BR-NOW-TS       TO BUSDATE-ROLLED-TS
002910     WRITE BUSDATE-RECORD
002920         INVALID KEY
002930            CONTINUE
002940     END-WRITE
002950     MOVE 'SEED'          TO BR-AUD-OPER
002960     MOVE BR-FS-BUSDATE   TO AUDITLOG-STATUS
002970     PERFORM 5000-LOG-ROLL
002980         THRU 5000-LOG-ROLL-EXIT.
002990 4000-SEED-ROW-EXIT.
003000     EXIT.
003010*----------------------------------------------------------*
003020* 5000-LOG-ROLL - ONE AUDITLOG ROW PER COMPANY (*BUSDATE    *
003030*                 MARKER, THE COMPANY ROLLED IN THE JOB      *
003040*                 COLUMN), THE CHECK VALUE SET THE WAY       *
003050*                 GX-WRITE-AUDITLOG SETS IT.  THE CALLER     *
003060*                 LEAVES THE STATUS IN AUDITLOG-STATUS       *
003070*----------------------------------------------------------*
003080 5000-LOG-ROLL.
003090     MOVE BR-NOW-TS          TO AUDITLOG-TIMESTAMP
003100     MOVE BUSDATE-COMPANY    TO AUDITLOG-JOB
003110     MOVE 'BDROLL'           TO AUDITLOG-PGM
003120     MOVE '*BUSDATE'         TO AUDITLOG-FILE
003130     MOVE BR-AUD-OPER        TO AUDITLOG-OPER
003140     PERFORM 8600-SET-AUDIT-CHECK
003150         THRU 8600-SET-AUDIT-CHECK-EXIT
003160     WRITE AUDITLOG-RECORD.
003170 5000-LOG-ROLL-EXIT.
003180     EXIT.
003190*----------------------------------------------------------*
003200* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
003210*----------------------------------------------------------*
003220 8000-DATE-TO-DAYNUM.
003230     MOVE BR-DTON-YY TO BR-DW-YY
003240     MOVE BR-DTON-MM TO BR-DW-MM
003250     MOVE BR-DTON-DD TO BR-DW-DD
003260     IF BR-DW-MM GREATER 2
003270        SUBTRACT 3 FROM BR-DW-MM
003280     ELSE
003290        ADD 9 TO BR-DW-MM
003300        SUBTRACT 1 FROM BR-DW-YY
003310     END-IF
003320     COMPUTE BR-DTON-D = ((153 * BR-DW-MM) + 2) / 5
003330     COMPUTE BR-DTON-L4 = BR-DW-YY / 4
003340     COMPUTE BR-DTON-L100 = BR-DW-YY / 100
003350     COMPUTE BR-DTON-L400 = BR-DW-YY / 400
003360     COMPUTE BR-DTON-NUM = BR-DW-YY * 365 +
003370                           BR-DTON-L4 -
003380                           BR-DTON-L100 +
003390                           BR-DTON-L400 +
003400                           BR-DTON-D +
003410                           BR-DW-DD
003420     COMPUTE BR-WD-TMP = BR-DTON-NUM + 1
003430     DIVIDE BR-WD-TMP BY 7 GIVING BR-WD-Q
003440                    REMAINDER BR-WD.
003450 8000-DATE-TO-DAYNUM-EXIT.
003460     EXIT.
003470*----------------------------------------------------------*
003480* 8100-IS-WORKDAY - BR-CHK-NUM/BR-WD IN; A WORKDAY IS NOT   *
003490*                   SATURDAY, SUNDAY OR A HOLCAL DAY OF THE *
003500*                   COMPANY'S LOCATION                      *
003510*----------------------------------------------------------*
003520 8100-IS-WORKDAY.
003530     SET BR-IS-WORKDAY TO TRUE
003540     IF BR-WD = 5 OR BR-WD = 6
003550        SET BR-NOT-WORKDAY TO TRUE
003560     END-IF
003570     IF BR-IS-WORKDAY
003580        PERFORM VARYING BR-I FROM 1 BY 1
003590                UNTIL BR-I > BR-HOL-COUNT OR BR-NOT-WORKDAY
003600           IF BR-HOL-NUM (BR-I) = BR-CHK-NUM AND
003610              (BR-HOL-LOC (BR-I) = SPACES OR
003620               BR-HOL-LOC (BR-I) = BUSDATE-LOC)
003630              SET BR-NOT-WORKDAY TO TRUE
003640           END-IF
003650        END-PERFORM
003660     END-IF.
003670 8100-IS-WORKDAY-EXIT.
003680     EXIT.
003690*----------------------------------------------------------*
003700* 8500-DAYNUM-TO-DATE - BR-DTON-NUM BACK TO BR-OUT-DATE,    *
003710*                       THE SAME ERA BREAKDOWN GXFTADD'S    *
003720*                       CIVIL-FROM-DAYS USES                *
003730*----------------------------------------------------------*
003740 8500-DAYNUM-TO-DATE.
003750     COMPUTE BR-WD-TMP = BR-DTON-NUM - 1
003760     DIVIDE BR-WD-TMP BY 146097 GIVING BR-WD-Q
003770     COMPUTE BR-CHK-NUM = BR-WD-TMP - (BR-WD-Q * 146097)
003780     IF BR-CHK-NUM LESS ZERO
003790        SUBTRACT 1 FROM BR-WD-Q
003800        ADD 146097 TO BR-CHK-NUM
003810     END-IF
003820     MOVE BR-WD-Q TO BR-DTON-L400
003830     DIVIDE BR-CHK-NUM BY 1460 GIVING BR-DTON-L4
003840     DIVIDE BR-CHK-NUM BY 36524 GIVING BR-DTON-L100
003850     DIVIDE BR-CHK-NUM BY 146096 GIVING BR-WD-Q
003860     COMPUTE BR-WD-TMP = BR-CHK-NUM - BR-DTON-L4 +
003870                         BR-DTON-L100 - BR-WD-Q
003880     DIVIDE BR-WD-TMP BY 365 GIVING BR-DTON-D
003890     COMPUTE BR-DW-YY = BR-DTON-D + (BR-DTON-L400 * 400)
003900     DIVIDE BR-DTON-D BY 4 GIVING BR-DTON-L4
003910     DIVIDE BR-DTON-D BY 100 GIVING BR-DTON-L100
003920     COMPUTE BR-WD-TMP = BR-CHK-NUM - (365 * BR-DTON-D)
003930                         - BR-DTON-L4 + BR-DTON-L100
003940     COMPUTE BR-WD-Q = (5 * BR-WD-TMP) + 2
003950     DIVIDE BR-WD-Q BY 153 GIVING BR-DW-MM
003960     COMPUTE BR-WD-Q = (153 * BR-DW-MM) + 2
003970     DIVIDE BR-WD-Q BY 5 GIVING BR-DTON-L4
003980     COMPUTE BR-DW-DD = BR-WD-TMP - BR-DTON-L4 + 1
003990     IF BR-DW-MM LESS 10
004000        COMPUTE BR-DW-MM = BR-DW-MM + 3
004010     ELSE
004020        COMPUTE BR-DW-MM = BR-DW-MM - 9
004030     END-IF
004040     IF BR-DW-MM LESS 3
004050        COMPUTE BR-OUT-YY = BR-DW-YY + 1
004060     ELSE
004070        MOVE BR-DW-YY TO BR-OUT-YY
004080     END-IF
004090     MOVE BR-DW-MM TO BR-OUT-MM
004100     MOVE BR-DW-DD TO BR-OUT-DD.
004110 8500-DAYNUM-TO-DATE-EXIT.
004120     EXIT.
004130*----------------------------------------------------------*
004140* 8600-SET-AUDIT-CHECK - CHECK VALUE OVER THE ROW'S CONTENT *
004150*                        BYTES, THE SAME CHAIN DISCIPLINE   *
004160*                        GX-WRITE-AUDITLOG APPLIES          *
004170*----------------------------------------------------------*
004180 8600-SET-AUDIT-CHECK.
004190     MOVE 0 TO AUDITLOG-CHECK
004200     PERFORM VARYING BR-AUD-I FROM 1 BY 1
004210             UNTIL BR-AUD-I > 64
004220        MOVE LOW-VALUE TO BR-AUD-BYTE-PAIR
004230        MOVE AUDITLOG-RECORD (BR-AUD-I:1)
004240          TO BR-AUD-BYTE-CHAR
004250        ADD BR-AUD-BYTE-NUM TO AUDITLOG-CHECK
004260     END-PERFORM.
004270 8600-SET-AUDIT-CHECK-EXIT.
004280     EXIT.
004290*----------------------------------------------------------*
004300* 9000-TERMINATE - CLOSE FILES                              *
004310*----------------------------------------------------------*
004320 9000-TERMINATE.
004330     CLOSE BUSDATE
004340     CLOSE HOLCAL
004350     CLOSE AUDITLOG.
004360 9000-TERMINATE-EXIT.
004370     EXIT.
004380 9999-EXIT.
004390     STOP RUN.
