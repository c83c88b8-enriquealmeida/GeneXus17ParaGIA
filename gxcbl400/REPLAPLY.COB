000160*                   WHICH IS THE NUMBER REPLMON TURNS INTO  *
000170*                   A MEASURED RECOVERY POINT ON THE        *
000180*                   PRODUCTION SIDE                         *
000182*   2026-10-15  RH  AFTER EACH APPLY THE LIVE FILE IS       *
000184*                   HANDED TO GXPARSNP AS PARITY SIDE S AT  *
000186*                   THE APPLIED CYCLE, FOR PARAUDIT TO      *
000188*                   COMPARE WITH WHAT REPLSHIP SENT         *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000420     05 REPLCTL-TGTLIB           PIC  X(010).
000430     05 REPLCTL-MAXLAG           PIC  9(004).
000440     05 REPLCTL-ACTIVE           PIC  X(001).
000442     05 REPLCTL-KEYPOS           PIC  9(004).
000444     05 REPLCTL-KEYLEN           PIC  9(002).
000446     05 REPLCTL-RNGLEN           PIC  9(002).
000450 FD  REPLSTAT.
000460 01  REPLSTAT-RECORD.
000470     05 REPLSTAT-FILE            PIC  X(010).
000760 77  RA-CMD-OK-SW                PIC  X(001).
000770     88 RA-CMD-OK                                VALUE 'Y'.
000780     88 RA-CMD-FAILED                             VALUE 'N'.
000781 77  RA-NO-PARITY                PIC S9(005) COMP-3 VALUE 0.
000782*----------------------------------------------------------*
000783* PARITY SNAPSHOT INTERFACE (GXPARSNP)                      *
000784*----------------------------------------------------------*
000785 01  PN-CTL.
000786     05 PN-FILE                  PIC  X(010).
000787     05 PN-LIB                   PIC  X(010).
000788     05 PN-CYCLE                 PIC S9(009) COMP-3.
000789     05 PN-SIDE                  PIC  X(001).
000790     05 PN-KEYPOS                PIC  9(004).
000791     05 PN-KEYLEN                PIC  9(002).
000792     05 PN-RNGLEN                PIC  9(002).
000793     05 PN-TS                    PIC  X(026).
000794     05 PN-RESULT                PIC  X(001).
000795        88 PN-TAKEN                              VALUE 'Y'.
000796        88 PN-NOT-TAKEN                          VALUE 'N'.
000797     05 PN-RECS                  PIC S9(009) COMP-3.
000798     05 PN-RANGES                PIC S9(005) COMP-3.
000799 01  RA-HDG-LINE-1.
000800     05 FILLER                   PIC  X(032)
000810            VALUE 'WARM-STANDBY STATE APPLY PASS   '.
000820     05 FILLER                   PIC  X(048) VALUE SPACES.
000940     05 RA-SUM-CURRENT           PIC ZZZ,ZZ9.
000950     05 FILLER            PIC X(010) VALUE '  FAILED:'.
000960     05 RA-SUM-FAILED            PIC ZZZ,ZZ9.
000965     05 FILLER            PIC X(012) VALUE '  NO PARITY:'.
000970     05 RA-SUM-NO-PARITY         PIC ZZZ,ZZ9.
000975     05 FILLER                   PIC  X(006) VALUE SPACES.
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE
001270* APPLY CYCLE IS CURRENT AND LEFT ALONE; ANYTHING AHEAD IS  *
001280* COPIED FROM THE STAGING LIBRARY INTO THE LIVE LIBRARY AND *
001290* THE CYCLE ACKNOWLEDGED                                    *
001295* AND THE APPLIED FILE SNAPSHOTTED FOR THE PARITY AUDIT     *
001300*----------------------------------------------------------*
001310 2000-APPLY-ONE-FILE.
001320     IF REPLCTL-ACTIVE NOT = 'Y'
001670           INVALID KEY
001680              CONTINUE
001690        END-REWRITE
001692        PERFORM 3100-PARITY-SNAPSHOT
001695            THRU 3100-PARITY-SNAPSHOT-EXIT
001700     ELSE
001710        ADD 1 TO RA-FAILED
001720        MOVE '*FAILED ' TO RA-DTL-RESULT
001850     END-READ.
001860 2900-READ-REPLCTL-EXIT.
001870     EXIT.
001871*----------------------------------------------------------*
001872* 3100-PARITY-SNAPSHOT - RECORD COUNT AND HASH PER KEY      *
001873* RANGE OF THE LIVE FILE AS NOW APPLIED, AS SIDE S OF THE   *
001874* APPLIED CYCLE.  A SNAPSHOT THAT CANNOT BE TAKEN LEAVES    *
001875* THE APPLY STANDING - PARAUDIT REPORTS THE CYCLE UNCHECKED *
001876*----------------------------------------------------------*
001877 3100-PARITY-SNAPSHOT.
001878     MOVE REPLCTL-FILE         TO PN-FILE
001879     MOVE 'GXDTA'              TO PN-LIB
001880     MOVE REPLSTAT-APPLY-CYCLE TO PN-CYCLE
001881     MOVE 'S'                  TO PN-SIDE
001882     MOVE REPLCTL-KEYPOS       TO PN-KEYPOS
001883     MOVE REPLCTL-KEYLEN       TO PN-KEYLEN
001884     MOVE REPLCTL-RNGLEN       TO PN-RNGLEN
001885     MOVE RA-NOW-TS            TO PN-TS
001886     CALL 'GXPARSNP' USING PN-CTL
001887     IF PN-NOT-TAKEN
001888        ADD 1 TO RA-NO-PARITY
001889     END-IF.
001890 3100-PARITY-SNAPSHOT-EXIT.
001891     EXIT.
001892 6000-PRINT-SUMMARY.
001893     MOVE RA-APPLIED TO RA-SUM-APPLIED
001900     MOVE RA-CURRENT TO RA-SUM-CURRENT
001910     MOVE RA-FAILED  TO RA-SUM-FAILED
001915     MOVE RA-NO-PARITY TO RA-SUM-NO-PARITY
001920     WRITE REPLARPT-LINE FROM RA-SUM-LINE.
001930 6000-PRINT-SUMMARY-EXIT.
001940     EXIT.
