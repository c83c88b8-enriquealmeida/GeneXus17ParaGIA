000180*                   BRANCH PACK GOES OUT WITHOUT AN         *
000190*                   OPERATOR REMEMBERING IT.  A ROW ALREADY *
000200*                   RUN TODAY IS NOT RUN AGAIN              *
000201*   2026-10-15  RH  TODAY'S RUNS ARE MATCHED ON THE BUSINESS*
000202*                   DATE THE RUNSUM ROW CARRIES, AGAINST THE*
000203*                   INSTALLATION BUSDATE ROW; REPORT ROWS   *
000204*                   CARRY IT TOO                            *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000340     SELECT RUNSUM     ASSIGN TO DATABASE-RUNSUM
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS RS-FS-RUNSUM.
000361     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE  IS RANDOM
000364         RECORD KEY   IS BUSDATE-COMPANY
000365         FILE STATUS  IS RS-FS-BUSDATE.
000370     SELECT RUNSUMO    ASSIGN TO DATABASE-RUNSUM
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS RS-FS-RUNSUMO.
000790     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000800     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000810     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000811     05 RUNSUM-BUSDATE           PIC  9(008).
000812 FD  BUSDATE.
000813 01  BUSDATE-RECORD.
000814     05 BUSDATE-COMPANY          PIC  X(003).
000815     05 BUSDATE-CURRENT          PIC  9(008).
000816     05 BUSDATE-PREVIOUS         PIC  9(008).
000817     05 BUSDATE-LOC              PIC  X(010).
000818     05 BUSDATE-ROLLED-BY        PIC  X(010).
000820*----------------------------------------------------------*
000830* RUNSUMO IS RUNSUM OPENED A SECOND TIME FOR EXTEND - THE   *
000840* PARTMERG DUAL-OPEN PATTERN                                *
000940     05 RUNSUMO-DISPLAYED        PIC S9(007) COMP-3.
000950     05 RUNSUMO-PROCESSED        PIC S9(007) COMP-3.
000960     05 RUNSUMO-ELAPSED          PIC S9(007) COMP-3.
000964     05 RUNSUMO-BUSDATE          PIC  9(008).
000970 FD  DISTREQ.
000980 01  DISTREQ-RECORD.
000990     05 DISTREQ-REPORT           PIC  X(010).
001030 77  RS-FS-RPTSCHED              PIC  X(002).
001040 77  RS-FS-HOLCAL                PIC  X(002).
001050 77  RS-FS-RUNSUM                PIC  X(002).
001053 77  RS-FS-BUSDATE               PIC  X(002).
001056 77  RS-BUS-DATE                 PIC  9(008).
001060 77  RS-FS-RUNSUMO               PIC  X(002).
001070 77  RS-FS-DISTREQ               PIC  X(002).
001080 77  RS-FS-SCHDRPT               PIC  X(002).
002350     OPEN EXTEND RUNSUMO
002360     OPEN OUTPUT SCHDRPT
002370     ACCEPT RS-TODAY-DATE FROM DATE YYYYMMDD
002371     MOVE RS-TODAY-DATE TO RS-BUS-DATE
002372     OPEN INPUT  BUSDATE
002373     MOVE SPACES TO BUSDATE-COMPANY
002374     READ BUSDATE
002375         INVALID KEY
002376            MOVE 0 TO BUSDATE-CURRENT
002377     END-READ
002378     IF RS-FS-BUSDATE = '00' AND BUSDATE-CURRENT NUMERIC AND
002379        BUSDATE-CURRENT > 0
002380        MOVE BUSDATE-CURRENT TO RS-BUS-DATE
002381     END-IF
002382     CLOSE BUSDATE
002383     ACCEPT RS-NOW-TIME   FROM TIME
002390     MOVE SPACES TO RS-NOW-TS
002400     STRING RS-TODAY-YY '-' RS-TODAY-MM '-' RS-TODAY-DD '-'
002410            RS-NOW-HH '.' RS-NOW-MIN '.' RS-NOW-SS '.000000'
003000     MOVE RUNSUM-TIMESTAMP (1:4) TO RS-REC-YY
003010     MOVE RUNSUM-TIMESTAMP (6:2) TO RS-REC-MM
003020     MOVE RUNSUM-TIMESTAMP (9:2) TO RS-REC-DD
003022     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
003024        MOVE RUNSUM-BUSDATE TO RS-REC-DATE
003026     END-IF
003030     IF RS-REC-DATE = RS-BUS-DATE AND
003040        RS-RUN-COUNT < RS-MAX-RUNS
003050        ADD 1 TO RS-RUN-COUNT
003060        MOVE RUNSUM-JOB TO RS-RUN-JOB (RS-RUN-COUNT)
004700        MOVE 0           TO RUNSUMO-PROCESSED
004710     END-IF
004720     MOVE 0              TO RUNSUMO-ELAPSED
004724     MOVE RS-BUS-DATE    TO RUNSUMO-BUSDATE
004730     WRITE RUNSUMO-RECORD
004740     MOVE RPTSCHED-PGM     TO RS-DTL-PGM
004750     MOVE RPTSCHED-PARMSET TO RS-DTL-PARMSET
