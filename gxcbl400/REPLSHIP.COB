000180*                   TIMESTAMP TO REPLSTAT, WHICH REPLAPLY   *
000190*                   ACKNOWLEDGES ON THE FAR SIDE AND        *
000200*                   REPLMON MEASURES ON THIS ONE            *
000201*   2026-10-15  RH  SHIP FROM A QTEMP IMAGE OF THE          *
000202*                   MEMBER AND HAND THAT IMAGE TO GXPARSNP  *
000203*                   AS PARITY SIDE P UNDER THE NEW SHIP     *
000204*                   CYCLE; REPLCTL GAINS THE KEY SPAN AND   *
000205*                   THE PARITY RANGE LENGTH                 *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000480     05 REPLCTL-TGTLIB           PIC  X(010).
000490     05 REPLCTL-MAXLAG           PIC  9(004).
000500     05 REPLCTL-ACTIVE           PIC  X(001).
000501*----------------------------------------------------------*
000502* PARITY KEY SPAN - POSITION AND LENGTH OF THE RECORD KEY   *
000503* AND HOW MANY LEADING KEY BYTES MAKE ONE PARITY RANGE      *
000504*----------------------------------------------------------*
000505     05 REPLCTL-KEYPOS           PIC  9(004).
000506     05 REPLCTL-KEYLEN           PIC  9(002).
000507     05 REPLCTL-RNGLEN           PIC  9(002).
000510 FD  REPLSTAT.
000520 01  REPLSTAT-RECORD.
000530     05 REPLSTAT-FILE            PIC  X(010).
000840 77  RS-CMD-OK-SW                PIC  X(001).
000850     88 RS-CMD-OK                                VALUE 'Y'.
000860     88 RS-CMD-FAILED                             VALUE 'N'.
000861 77  RS-NO-PARITY                PIC S9(005) COMP-3 VALUE 0.
000862*----------------------------------------------------------*
000863* PARITY SNAPSHOT INTERFACE (GXPARSNP)                      *
000864*----------------------------------------------------------*
000865 01  PN-CTL.
000866     05 PN-FILE                  PIC  X(010).
000867     05 PN-LIB                   PIC  X(010).
000868     05 PN-CYCLE                 PIC S9(009) COMP-3.
000869     05 PN-SIDE                  PIC  X(001).
000870     05 PN-KEYPOS                PIC  9(004).
000871     05 PN-KEYLEN                PIC  9(002).
000872     05 PN-RNGLEN                PIC  9(002).
000873     05 PN-TS                    PIC  X(026).
000874     05 PN-RESULT                PIC  X(001).
000875        88 PN-TAKEN                              VALUE 'Y'.
000876        88 PN-NOT-TAKEN                          VALUE 'N'.
000877     05 PN-RECS                  PIC S9(009) COMP-3.
000878     05 PN-RANGES                PIC S9(005) COMP-3.
000879 01  RS-HDG-LINE-1.
000880     05 FILLER                   PIC  X(034)
000890            VALUE 'WARM-STANDBY STATE SHIPPING CYCLE '.
000900     05 FILLER                   PIC  X(046) VALUE SPACES.
001020     05 RS-SUM-SHIPPED           PIC ZZZ,ZZ9.
001030     05 FILLER            PIC X(010) VALUE '  FAILED:'.
001040     05 RS-SUM-FAILED            PIC ZZZ,ZZ9.
001045     05 FILLER            PIC X(012) VALUE '  NO PARITY:'.
001050     05 RS-SUM-NO-PARITY         PIC ZZZ,ZZ9.
001055     05 FILLER                   PIC  X(027) VALUE SPACES.
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE
001350* ENTRIES; THE CYCLE PUSH GIVES THE STANDBY A CONSISTENT    *
001360* MEMBER IMAGE TO APPLY AGAINST AND GIVES REPLSTAT A        *
001370* MEASURABLE SHIP POINT                                     *
001372* THE MEMBER IS FIRST COPIED TO QTEMP AND SHIPPED FROM      *
001374* THERE, SO THE PARITY HASH COVERS EXACTLY WHAT WAS SENT    *
001380*----------------------------------------------------------*
001390 2000-SHIP-ONE-FILE.
001400     IF REPLCTL-ACTIVE NOT = 'Y'
001420     END-IF
001430     MOVE 1 TO RS-CMD-PTR
001440     MOVE SPACES TO RS-CMD
001441     STRING 'CPYF FROMFILE(GXDTA/' REPLCTL-FILE
001442            ') TOFILE(QTEMP/' REPLCTL-FILE
001443            ') MBROPT(*REPLACE) CRTFILE(*YES)'
001444            DELIMITED BY SIZE INTO RS-CMD
001445            POINTER RS-CMD-PTR
001446     COMPUTE RS-CMDLEN = RS-CMD-PTR - 1
001447     SET RS-CMD-OK TO TRUE
001448     CALL 'QCMDEXC' USING RS-CMD RS-CMDLEN
001449         ON EXCEPTION
001450            SET RS-CMD-FAILED TO TRUE
001451     END-CALL
001452     IF RS-CMD-FAILED
001453        GO TO 2000-SHIP-ONE-RESULT
001454     END-IF
001455     MOVE 1 TO RS-CMD-PTR
001456     MOVE SPACES TO RS-CMD
001457     STRING 'CPYF FROMFILE(QTEMP/' REPLCTL-FILE
001460            ') TOFILE(' REPLCTL-TGTLIB '/' REPLCTL-FILE
001470            ') MBROPT(*REPLACE) CRTFILE(*YES)'
001480            DELIMITED BY SIZE INTO RS-CMD
001520     CALL 'QCMDEXC' USING RS-CMD RS-CMDLEN
001530         ON EXCEPTION
001540            SET RS-CMD-FAILED TO TRUE
001545     END-CALL.
001550 2000-SHIP-ONE-RESULT.
001560     MOVE REPLCTL-FILE   TO RS-DTL-FILE
001570     MOVE REPLCTL-TGTLIB TO RS-DTL-TGTLIB
001580     IF RS-CMD-OK
001600        MOVE 'SHIPPED ' TO RS-DTL-RESULT
001610        PERFORM 3000-STAMP-SHIP
001620            THRU 3000-STAMP-SHIP-EXIT
001622        PERFORM 3100-PARITY-SNAPSHOT
001624            THRU 3100-PARITY-SNAPSHOT-EXIT
001630     ELSE
001640        ADD 1 TO RS-FAILED
001650        MOVE '*FAILED ' TO RS-DTL-RESULT
002080     END-IF.
002090 3000-STAMP-SHIP-EXIT.
002100     EXIT.
002101*----------------------------------------------------------*
002102* 3100-PARITY-SNAPSHOT - RECORD COUNT AND HASH PER KEY      *
002103* RANGE OF THE IMAGE JUST SHIPPED, AS SIDE P OF THE NEW     *
002104* CYCLE.  A SNAPSHOT THAT CANNOT BE TAKEN DOES NOT STOP THE *
002105* SHIP - PARAUDIT REPORTS THE CYCLE AS UNCHECKED            *
002106*----------------------------------------------------------*
002107 3100-PARITY-SNAPSHOT.
002108     MOVE REPLCTL-FILE        TO PN-FILE
002109     MOVE 'QTEMP'             TO PN-LIB
002110     MOVE REPLSTAT-SHIP-CYCLE TO PN-CYCLE
002111     MOVE 'P'                 TO PN-SIDE
002112     MOVE REPLCTL-KEYPOS      TO PN-KEYPOS
002113     MOVE REPLCTL-KEYLEN      TO PN-KEYLEN
002114     MOVE REPLCTL-RNGLEN      TO PN-RNGLEN
002115     MOVE RS-NOW-TS           TO PN-TS
002116     CALL 'GXPARSNP' USING PN-CTL
002117     IF PN-NOT-TAKEN
002118        ADD 1 TO RS-NO-PARITY
002119     END-IF.
002120 3100-PARITY-SNAPSHOT-EXIT.
002121     EXIT.
002122 6000-PRINT-SUMMARY.
002123     MOVE RS-SHIPPED TO RS-SUM-SHIPPED
002130     MOVE RS-FAILED  TO RS-SUM-FAILED
002135     MOVE RS-NO-PARITY TO RS-SUM-NO-PARITY
002140     WRITE REPLSRPT-LINE FROM RS-SUM-LINE.
002150 6000-PRINT-SUMMARY-EXIT.
002160     EXIT.
