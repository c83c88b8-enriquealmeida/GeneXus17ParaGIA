000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GXPARSNP.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - PARITY SNAPSHOT       *
000100*                   SERVICE FOR THE WARM STANDBY.  REPLSHIP *
000110*                   CALLS IT WITH SIDE P OVER THE IMAGE IT  *
000120*                   IS ABOUT TO SHIP, REPLAPLY WITH SIDE S  *
000130*                   OVER THE LIVE FILE IT HAS JUST APPLIED, *
000140*                   BOTH AT THE SAME SHIP CYCLE.  THE FILE  *
000150*                   IS FLATTENED INTO QTEMP/PARIMG AND EACH *
000160*                   RECORD IS HASHED THE GXFBAL WAY (PLAIN  *
000170*                   SUM OF THE 512 BYTES, TOTALS KEPT       *
000180*                   INSIDE TWELVE DIGITS); PARSUM GETS A    *
000190*                   COUNT AND HASH PER KEY RANGE, PARKEY A  *
000200*                   HASH PER KEY FOR PARAUDIT'S DRILL-DOWN  *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-ISERIES.
000250 OBJECT-COMPUTER.   IBM-ISERIES.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PARIMG     ASSIGN TO DATABASE-PARIMG
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS  IS PN-FS-PARIMG.
000310     SELECT PARSUM     ASSIGN TO DATABASE-PARSUM
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE  IS DYNAMIC
000340         RECORD KEY   IS PARSUM-KEY
000350         FILE STATUS  IS PN-FS-PARSUM.
000360     SELECT PARKEY     ASSIGN TO DATABASE-PARKEY
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS DYNAMIC
000390         RECORD KEY   IS PARKEY-KEY
000400         FILE STATUS  IS PN-FS-PARKEY.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------*
000440* PARIMG - QTEMP WORK FILE, THE SNAPSHOTTED MEMBER COPIED   *
000450* IN WITH NO FORMAT CHECK SO EVERY FILE HASHES AS 512 BYTES *
000460*----------------------------------------------------------*
000470 FD  PARIMG.
000480 01  PARIMG-RECORD               PIC  X(512).
000490*----------------------------------------------------------*
000500* PARSUM / PARKEY - SIDE P IS PRODUCTION, S THE STANDBY.    *
000510* THEY TRAVEL BETWEEN THE BOXES THE WAY REPLSTAT DOES       *
000520*----------------------------------------------------------*
000530 FD  PARSUM.
000540 01  PARSUM-RECORD.
000550     05 PARSUM-KEY.
000560        10 PARSUM-FILE           PIC  X(010).
000570        10 PARSUM-CYCLE          PIC S9(009) COMP-3.
000580        10 PARSUM-SIDE           PIC  X(001).
000590        10 PARSUM-RANGE          PIC  X(030).
000600     05 PARSUM-RECS              PIC S9(009) COMP-3.
000610     05 PARSUM-HASH              PIC S9(013) COMP-3.
000620     05 PARSUM-TS                PIC  X(026).
000630 FD  PARKEY.
000640 01  PARKEY-RECORD.
000650     05 PARKEY-KEY.
000660        10 PARKEY-FILE           PIC  X(010).
000670        10 PARKEY-CYCLE          PIC S9(009) COMP-3.
000680        10 PARKEY-SIDE           PIC  X(001).
000690        10 PARKEY-VALUE          PIC  X(030).
000700     05 PARKEY-RECS              PIC S9(005) COMP-3.
000710     05 PARKEY-HASH              PIC S9(013) COMP-3.
000720 WORKING-STORAGE SECTION.
000730 77  PN-FS-PARIMG                PIC  X(002).
000740 77  PN-FS-PARSUM                PIC  X(002).
000750 77  PN-FS-PARKEY                PIC  X(002).
000760 77  PN-EOF-SW                   PIC  X(001).
000770     88 PN-AT-EOF                                VALUE 'Y'.
000780     88 PN-NOT-EOF                               VALUE 'N'.
000790 77  PN-READY-SW                 PIC  X(001).
000800     88 PN-READY                                 VALUE 'Y'.
000810     88 PN-NOT-READY                             VALUE 'N'.
000820 77  PN-RANGE-SW                 PIC  X(001).
000830     88 PN-HAVE-RANGE                            VALUE 'Y'.
000840     88 PN-NO-RANGE                              VALUE 'N'.
000850 77  PN-ROW-SW                   PIC  X(001).
000860     88 PN-ROW-ON-FILE                           VALUE 'Y'.
000870     88 PN-ROW-NOT-ON-FILE                        VALUE 'N'.
000880*----------------------------------------------------------*
000890* KEY POSITION, KEY LENGTH AND RANGE LENGTH AFTER DEFAULTS  *
000900*----------------------------------------------------------*
000910 77  PN-KP                       PIC S9(004) COMP-3.
000920 77  PN-KL                       PIC S9(004) COMP-3.
000930 77  PN-RL                       PIC S9(004) COMP-3.
000940 01  PN-THIS-KEY                 PIC  X(030).
000950 01  PN-THIS-RANGE               PIC  X(030).
000960 01  PN-CUR-RANGE                PIC  X(030).
000970 77  PN-CUR-RECS                 PIC S9(009) COMP-3.
000980 77  PN-CUR-HASH                 PIC S9(013) COMP-3.
000990 77  PN-REC-HASH                 PIC S9(009) COMP-3.
001000 77  PN-J                        PIC S9(004) COMP-3.
001010 01  PN-BYTE-PAIR.
001020     05 FILLER                   PIC  X(001).
001030     05 PN-BYTE-CHAR             PIC  X(001).
001040 01  PN-BYTE-NUM REDEFINES PN-BYTE-PAIR
001050                                 PIC S9(004) COMP-4.
001060 01  PN-CMD                      PIC  X(512).
001070 77  PN-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001080 77  PN-CMD-PTR                  PIC S9(004) COMP-3.
001090 77  PN-CMD-OK-SW                PIC  X(001).
001100     88 PN-CMD-OK                                VALUE 'Y'.
001110     88 PN-CMD-FAILED                             VALUE 'N'.
001120 LINKAGE SECTION.
001130*----------------------------------------------------------*
001140* PN-CTL - THE FILE, THE LIBRARY HOLDING THE COPY TO HASH,  *
001150* THE SHIP CYCLE, THE SIDE, THE REPLCTL KEY POSITION/KEY    *
001160* LENGTH/RANGE LENGTH AND THE STAMP IN; PN-TAKEN AND THE    *
001170* RECORD AND RANGE COUNTS BACK.  A ZERO POSITION MEANS 1, A *
001180* ZERO KEY LENGTH 30 AND A ZERO RANGE LENGTH 1              *
001190*----------------------------------------------------------*
001200 01  PN-CTL.
001210     05 PN-FILE                  PIC  X(010).
001220     05 PN-LIB                   PIC  X(010).
001230     05 PN-CYCLE                 PIC S9(009) COMP-3.
001240     05 PN-SIDE                  PIC  X(001).
001250     05 PN-KEYPOS                PIC  9(004).
001260     05 PN-KEYLEN                PIC  9(002).
001270     05 PN-RNGLEN                PIC  9(002).
001280     05 PN-TS                    PIC  X(026).
001290     05 PN-RESULT                PIC  X(001).
001300        88 PN-TAKEN                              VALUE 'Y'.
001310        88 PN-NOT-TAKEN                          VALUE 'N'.
001320     05 PN-RECS                  PIC S9(009) COMP-3.
001330     05 PN-RANGES                PIC S9(005) COMP-3.
001340 PROCEDURE DIVISION USING PN-CTL.
001350 0000-MAINLINE.
001360     SET PN-NOT-TAKEN TO TRUE
001370     MOVE 0 TO PN-RECS
001380     MOVE 0 TO PN-RANGES
001390     PERFORM 1000-INITIALIZE
001400         THRU 1000-INITIALIZE-EXIT
001410     IF PN-NOT-READY
001420        GO TO 9999-EXIT
001430     END-IF
001440     PERFORM 2000-CLEAR-SNAPSHOT
001450         THRU 2000-CLEAR-SNAPSHOT-EXIT
001460     SET PN-NO-RANGE TO TRUE
001470     SET PN-NOT-EOF TO TRUE
001480     PERFORM 3000-HASH-ONE-RECORD
001490         THRU 3000-HASH-ONE-RECORD-EXIT
001500         UNTIL PN-AT-EOF
001510     PERFORM 3500-FLUSH-RANGE
001520         THRU 3500-FLUSH-RANGE-EXIT
001530     SET PN-TAKEN TO TRUE
001540     PERFORM 9000-TERMINATE
001550         THRU 9000-TERMINATE-EXIT
001560     GO TO 9999-EXIT.
001570*----------------------------------------------------------*
001580* 1000-INITIALIZE - SETTLE THE KEY SPAN, FLATTEN THE COPY   *
001590* INTO QTEMP/PARIMG AND OPEN THE FILES.  PARIMG IS CREATED  *
001600* ONCE PER JOB - A CRTPF THAT FAILS BECAUSE IT IS ALREADY   *
001610* THERE IS EXPECTED                                         *
001620*----------------------------------------------------------*
001630 1000-INITIALIZE.
001640     SET PN-NOT-READY TO TRUE
001650     MOVE PN-KEYPOS TO PN-KP
001660     MOVE PN-KEYLEN TO PN-KL
001670     MOVE PN-RNGLEN TO PN-RL
001680     IF PN-KP LESS 1 OR PN-KP GREATER 512
001690        MOVE 1 TO PN-KP
001700     END-IF
001710     IF PN-KL LESS 1 OR PN-KL GREATER 30
001720        MOVE 30 TO PN-KL
001730     END-IF
001740     IF PN-KP + PN-KL GREATER 513
001750        COMPUTE PN-KL = 513 - PN-KP
001760     END-IF
001770     IF PN-RL LESS 1
001780        MOVE 1 TO PN-RL
001790     END-IF
001800     IF PN-RL GREATER PN-KL
001810        MOVE PN-KL TO PN-RL
001820     END-IF
001830     MOVE 1 TO PN-CMD-PTR
001840     MOVE SPACES TO PN-CMD
001850     STRING 'CRTPF FILE(QTEMP/PARIMG) RCDLEN(512)'
001860            DELIMITED BY SIZE INTO PN-CMD
001870            POINTER PN-CMD-PTR
001880     PERFORM 8000-RUN-COMMAND
001890         THRU 8000-RUN-COMMAND-EXIT
001900     MOVE 1 TO PN-CMD-PTR
001910     MOVE SPACES TO PN-CMD
001920     STRING 'CPYF FROMFILE(' DELIMITED BY SIZE
001930            PN-LIB              DELIMITED BY SPACE
001940            '/'                 DELIMITED BY SIZE
001950            PN-FILE             DELIMITED BY SPACE
001960            ') TOFILE(QTEMP/PARIMG) MBROPT(*REPLACE)'
001970                                DELIMITED BY SIZE
001980            ' FMTOPT(*NOCHK)'   DELIMITED BY SIZE
001990            INTO PN-CMD
002000            POINTER PN-CMD-PTR
002010     PERFORM 8000-RUN-COMMAND
002020         THRU 8000-RUN-COMMAND-EXIT
002030     IF PN-CMD-FAILED
002040        GO TO 1000-INITIALIZE-EXIT
002050     END-IF
002060     OPEN INPUT PARIMG
002070     IF PN-FS-PARIMG NOT = '00'
002080        GO TO 1000-INITIALIZE-EXIT
002090     END-IF
002100     OPEN I-O PARSUM
002110     IF PN-FS-PARSUM NOT = '00'
002120        CLOSE PARIMG
002130        GO TO 1000-INITIALIZE-EXIT
002140     END-IF
002150     OPEN I-O PARKEY
002160     IF PN-FS-PARKEY NOT = '00'
002170        CLOSE PARIMG
002180        CLOSE PARSUM
002190        GO TO 1000-INITIALIZE-EXIT
002200     END-IF
002210     SET PN-READY TO TRUE.
002220 1000-INITIALIZE-EXIT.
002230     EXIT.
002240*----------------------------------------------------------*
002250* 2000-CLEAR-SNAPSHOT - A RERUN OF THE SAME CYCLE AND SIDE  *
002260* REPLACES WHAT AN EARLIER ATTEMPT LEFT                     *
002270*----------------------------------------------------------*
002280 2000-CLEAR-SNAPSHOT.
002290     MOVE PN-FILE    TO PARSUM-FILE
002300     MOVE PN-CYCLE   TO PARSUM-CYCLE
002310     MOVE PN-SIDE    TO PARSUM-SIDE
002320     MOVE LOW-VALUES TO PARSUM-RANGE
002330     SET PN-NOT-EOF TO TRUE
002340     START PARSUM KEY NOT LESS PARSUM-KEY
002350         INVALID KEY
002360            SET PN-AT-EOF TO TRUE
002370     END-START
002380     PERFORM 2010-DROP-SUM
002390         THRU 2010-DROP-SUM-EXIT
002400         UNTIL PN-AT-EOF
002410     MOVE PN-FILE    TO PARKEY-FILE
002420     MOVE PN-CYCLE   TO PARKEY-CYCLE
002430     MOVE PN-SIDE    TO PARKEY-SIDE
002440     MOVE LOW-VALUES TO PARKEY-VALUE
002450     SET PN-NOT-EOF TO TRUE
002460     START PARKEY KEY NOT LESS PARKEY-KEY
002470         INVALID KEY
002480            SET PN-AT-EOF TO TRUE
002490     END-START
002500     PERFORM 2020-DROP-KEY
002510         THRU 2020-DROP-KEY-EXIT
002520         UNTIL PN-AT-EOF.
002530 2000-CLEAR-SNAPSHOT-EXIT.
002540     EXIT.
002550 2010-DROP-SUM.
002560     READ PARSUM NEXT RECORD
002570         AT END
002580            SET PN-AT-EOF TO TRUE
002590            GO TO 2010-DROP-SUM-EXIT
002600     END-READ
002610     IF PARSUM-FILE  NOT = PN-FILE  OR
002620        PARSUM-CYCLE NOT = PN-CYCLE OR
002630        PARSUM-SIDE  NOT = PN-SIDE
002640        SET PN-AT-EOF TO TRUE
002650        GO TO 2010-DROP-SUM-EXIT
002660     END-IF
002670     DELETE PARSUM RECORD
002680         INVALID KEY
002690            CONTINUE
002700     END-DELETE.
002710 2010-DROP-SUM-EXIT.
002720     EXIT.
002730 2020-DROP-KEY.
002740     READ PARKEY NEXT RECORD
002750         AT END
002760            SET PN-AT-EOF TO TRUE
002770            GO TO 2020-DROP-KEY-EXIT
002780     END-READ
002790     IF PARKEY-FILE  NOT = PN-FILE  OR
002800        PARKEY-CYCLE NOT = PN-CYCLE OR
002810        PARKEY-SIDE  NOT = PN-SIDE
002820        SET PN-AT-EOF TO TRUE
002830        GO TO 2020-DROP-KEY-EXIT
002840     END-IF
002850     DELETE PARKEY RECORD
002860         INVALID KEY
002870            CONTINUE
002880     END-DELETE.
002890 2020-DROP-KEY-EXIT.
002900     EXIT.
002910*----------------------------------------------------------*
002920* 3000-HASH-ONE-RECORD - THE RANGE IS THE LEADING PN-RL     *
002930* BYTES OF THE KEY.  A KEYED FILE ARRIVES IN KEY ORDER SO A *
002940* RANGE IS ACCUMULATED IN STORAGE AND FLUSHED WHEN IT       *
002950* CHANGES; AN ARRIVAL-ORDER FILE STILL COMES OUT RIGHT      *
002960* BECAUSE THE FLUSH ADDS TO A ROW ALREADY WRITTEN           *
002970*----------------------------------------------------------*
002980 3000-HASH-ONE-RECORD.
002990     READ PARIMG
003000         AT END
003010            SET PN-AT-EOF TO TRUE
003020            GO TO 3000-HASH-ONE-RECORD-EXIT
003030     END-READ
003040     ADD 1 TO PN-RECS
003050     MOVE SPACES TO PN-THIS-KEY
003060     MOVE PARIMG-RECORD (PN-KP:PN-KL) TO PN-THIS-KEY
003070     MOVE SPACES TO PN-THIS-RANGE
003080     MOVE PN-THIS-KEY (1:PN-RL) TO PN-THIS-RANGE
003090     IF PN-HAVE-RANGE AND PN-THIS-RANGE NOT = PN-CUR-RANGE
003100        PERFORM 3500-FLUSH-RANGE
003110            THRU 3500-FLUSH-RANGE-EXIT
003120     END-IF
003130     IF PN-NO-RANGE
003140        MOVE PN-THIS-RANGE TO PN-CUR-RANGE
003150        MOVE 0 TO PN-CUR-RECS
003160        MOVE 0 TO PN-CUR-HASH
003170        SET PN-HAVE-RANGE TO TRUE
003180     END-IF
003190     MOVE 0 TO PN-REC-HASH
003200     PERFORM VARYING PN-J FROM 1 BY 1
003210             UNTIL PN-J > 512
003220        MOVE LOW-VALUE TO PN-BYTE-PAIR
003230        MOVE PARIMG-RECORD (PN-J:1) TO PN-BYTE-CHAR
003240        ADD PN-BYTE-NUM TO PN-REC-HASH
003250     END-PERFORM
003260     ADD 1 TO PN-CUR-RECS
003270     ADD PN-REC-HASH TO PN-CUR-HASH
003280     IF PN-CUR-HASH GREATER 999999999999
003290        SUBTRACT 1000000000000 FROM PN-CUR-HASH
003300     END-IF
003310     PERFORM 3600-PUT-KEY
003320         THRU 3600-PUT-KEY-EXIT.
003330 3000-HASH-ONE-RECORD-EXIT.
003340     EXIT.
003350 3500-FLUSH-RANGE.
003360     IF PN-NO-RANGE
003370        GO TO 3500-FLUSH-RANGE-EXIT
003380     END-IF
003390     MOVE PN-FILE      TO PARSUM-FILE
003400     MOVE PN-CYCLE     TO PARSUM-CYCLE
003410     MOVE PN-SIDE      TO PARSUM-SIDE
003420     MOVE PN-CUR-RANGE TO PARSUM-RANGE
003430     SET PN-ROW-ON-FILE TO TRUE
003440     READ PARSUM RECORD
003450         INVALID KEY
003460            SET PN-ROW-NOT-ON-FILE TO TRUE
003470     END-READ
003480     MOVE PN-TS TO PARSUM-TS
003490     IF PN-ROW-ON-FILE
003500        ADD PN-CUR-RECS TO PARSUM-RECS
003510        ADD PN-CUR-HASH TO PARSUM-HASH
003520        IF PARSUM-HASH GREATER 999999999999
003530           SUBTRACT 1000000000000 FROM PARSUM-HASH
003540        END-IF
003550        REWRITE PARSUM-RECORD
003560           INVALID KEY
003570              CONTINUE
003580        END-REWRITE
003590     ELSE
003600        ADD 1 TO PN-RANGES
003610        MOVE PN-CUR-RECS TO PARSUM-RECS
003620        MOVE PN-CUR-HASH TO PARSUM-HASH
003630        WRITE PARSUM-RECORD
003640           INVALID KEY
003650              CONTINUE
003660        END-WRITE
003670     END-IF
003680     SET PN-NO-RANGE TO TRUE.
003690 3500-FLUSH-RANGE-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720* 3600-PUT-KEY - ONE PARKEY ROW PER KEY; A FILE WHOSE KEY   *
003730* SPAN IS NOT UNIQUE FOLDS ITS DUPLICATES INTO ONE ROW      *
003740*----------------------------------------------------------*
003750 3600-PUT-KEY.
003760     MOVE PN-FILE     TO PARKEY-FILE
003770     MOVE PN-CYCLE    TO PARKEY-CYCLE
003780     MOVE PN-SIDE     TO PARKEY-SIDE
003790     MOVE PN-THIS-KEY TO PARKEY-VALUE
003800     SET PN-ROW-ON-FILE TO TRUE
003810     READ PARKEY RECORD
003820         INVALID KEY
003830            SET PN-ROW-NOT-ON-FILE TO TRUE
003840     END-READ
003850     IF PN-ROW-ON-FILE
003860        ADD 1 TO PARKEY-RECS
003870        ADD PN-REC-HASH TO PARKEY-HASH
003880        IF PARKEY-HASH GREATER 999999999999
003890           SUBTRACT 1000000000000 FROM PARKEY-HASH
003900        END-IF
003910        REWRITE PARKEY-RECORD
003920           INVALID KEY
003930              CONTINUE
003940        END-REWRITE
003950     ELSE
003960        MOVE 1           TO PARKEY-RECS
003970        MOVE PN-REC-HASH TO PARKEY-HASH
003980        WRITE PARKEY-RECORD
003990           INVALID KEY
004000              CONTINUE
004010        END-WRITE
004020     END-IF.
004030 3600-PUT-KEY-EXIT.
004040     EXIT.
004050 8000-RUN-COMMAND.
004060     COMPUTE PN-CMDLEN = PN-CMD-PTR - 1
004070     SET PN-CMD-OK TO TRUE
004080     CALL 'QCMDEXC' USING PN-CMD PN-CMDLEN
004090         ON EXCEPTION
004100            SET PN-CMD-FAILED TO TRUE
004110     END-CALL.
004120 8000-RUN-COMMAND-EXIT.
004130     EXIT.
004140 9000-TERMINATE.
004150     CLOSE PARIMG
004160     CLOSE PARSUM
004170     CLOSE PARKEY.
004180 9000-TERMINATE-EXIT.
004190     EXIT.
004200 9999-EXIT.
004210     GOBACK.
