000210*                   RECOLLECTION.  THE EXPECTED-RUN RULES   *
000220*                   AND DAY-NUMBER ARITHMETIC ARE THE SAME  *
000230*                   AS SCHEDCHK AND GXFDTON                 *
000232*   2026-10-15  RH  INTERCOMPANY ITEMS ICRECON LEFT ON      *
000234*                   ICBLOCK FOR THE COMPANY - UNMATCHED     *
000236*                   PAST THE ICCTL LIMIT - BLOCK THE CLOSE  *
000237*   2026-10-15  RH  THE CHECKLIST IS CUT TO THE DATA SCOPE  *
000238*                   OF THE CLOSEREQ USER - A COMPANY OUTSIDE*
000239*                   IT PRINTS ONE LINE SAYING SO AND NO     *
000240*                   DETAIL                                  *
000241*   2026-10-15  RH  TODAY'S RUNS ARE MATCHED ON THE BUSINESS*
000242*                   DATE THE RUNSUM ROW CARRIES, AGAINST THE*
000243*                   INSTALLATION BUSDATE ROW                *
000244*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000400     SELECT RUNSUM     ASSIGN TO DATABASE-RUNSUM
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS CK-FS-RUNSUM.
000421     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE  IS RANDOM
000424         RECORD KEY   IS BUSDATE-COMPANY
000425         FILE STATUS  IS CK-FS-BUSDATE.
000430     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS  IS CK-FS-ALERTS.
000490     SELECT RESTARTCKPT ASSIGN TO DATABASE-RESTARTCKPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS CK-FS-RESTARTCKPT.
000512     SELECT ICBLOCK    ASSIGN TO DATABASE-ICBLOCK
000514         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS  IS CK-FS-ICBLOCK.
000520     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS RANDOM
000930     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000940     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000942     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000943     05 RUNSUM-BUSDATE           PIC  9(008).
000944 FD  BUSDATE.
000945 01  BUSDATE-RECORD.
000946     05 BUSDATE-COMPANY          PIC  X(003).
000947     05 BUSDATE-CURRENT          PIC  9(008).
000948     05 BUSDATE-PREVIOUS         PIC  9(008).
000949     05 BUSDATE-LOC              PIC  X(010).
000950     05 BUSDATE-ROLLED-BY        PIC  X(010).
000951 FD  ALERTS.
000960 01  ALERTS-RECORD.
000970     05 ALERTS-TYPE              PIC  X(010).
000980     05 ALERTS-SOURCE            PIC  X(010).
001250     05 RESTARTCKPT-DONE         PIC S9(009) COMP-3.
001260     05 RESTARTCKPT-TOTAL        PIC S9(009) COMP-3.
001270     05 RESTARTCKPT-START-TS     PIC  X(026).
001271*----------------------------------------------------------*
001272* INTERCOMPANY ITEMS UNMATCHED PAST THE LIMIT - REBUILT BY *
001273* EVERY ICRECON RUN                                        *
001274*----------------------------------------------------------*
001275 FD  ICBLOCK.
001276 01  ICBLOCK-RECORD.
001277     05 ICBLOCK-COMPANY          PIC  X(003).
001278     05 ICBLOCK-PARTNER          PIC  X(003).
001279     05 ICBLOCK-REFERENCE        PIC  X(020).
001280     05 ICBLOCK-DOCNBR           PIC  X(013).
001281     05 ICBLOCK-KIND             PIC  X(001).
001282     05 ICBLOCK-AGE              PIC S9(005) COMP-3.
001283     05 ICBLOCK-CURRENCY         PIC  X(003).
001284     05 ICBLOCK-AMOUNT           PIC S9(013)V9(002) COMP-3.
001285     05 ICBLOCK-TIMESTAMP        PIC  X(026).
001286 FD  CLOSESTAT.
001290 01  CLOSESTAT-RECORD.
001300     05 CLOSESTAT-KEY.
001310        10 CLOSESTAT-COMPANY     PIC  X(003).
001420 77  CK-FS-JOBSCHED              PIC  X(002).
001430 77  CK-FS-HOLCAL                PIC  X(002).
001440 77  CK-FS-RUNSUM                PIC  X(002).
001443 77  CK-FS-BUSDATE               PIC  X(002).
001446 77  CK-BUS-DATE                 PIC  9(008).
001450 77  CK-FS-ALERTS                PIC  X(002).
001460 77  CK-FS-BALCTL                PIC  X(002).
001470 77  CK-FS-RESTARTCKPT           PIC  X(002).
001475 77  CK-FS-ICBLOCK               PIC  X(002).
001480 77  CK-FS-CLOSESTAT             PIC  X(002).
001490 77  CK-FS-CLOSERPT              PIC  X(002).
001500 77  CK-EOF-SW                   PIC  X(001)     VALUE 'N'.
001560 77  CK-OPEN-ALERTS              PIC S9(005) COMP-3 VALUE 0.
001570 77  CK-BAL-MISM                 PIC S9(005) COMP-3 VALUE 0.
001580 77  CK-OPEN-CKPTS               PIC S9(005) COMP-3 VALUE 0.
001585 77  CK-IC-BLOCKS                PIC S9(005) COMP-3 VALUE 0.
001590 77  CK-RUN-COUNT                PIC S9(004) COMP-3 VALUE 0.
001600 77  CK-MAX-RUNS                 PIC S9(004) COMP-3 VALUE 400.
001610 77  CK-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
002760     05 RW-OUT-COUNT             PIC  9(001).
002770     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002780 77  RW-X                        PIC S9(003) COMP-3.
002782 77  CK-SCOPE-SW                 PIC  X(001)     VALUE 'Y'.
002784     88 CK-IN-SCOPE                              VALUE 'Y'.
002786     88 CK-OUT-OF-SCOPE                           VALUE 'N'.
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE
002880         THRU 4000-CHECK-BALANCE-EXIT
002890     PERFORM 5000-CHECK-CHECKPOINTS
002900         THRU 5000-CHECK-CHECKPOINTS-EXIT
002902     PERFORM 5500-CHECK-INTERCO
002904         THRU 5500-CHECK-INTERCO-EXIT
002910     PERFORM 6000-CLOSE-OR-REFUSE
002920         THRU 6000-CLOSE-OR-REFUSE-EXIT
002930     PERFORM 9000-TERMINATE
003050     OPEN INPUT  ALERTS
003060     OPEN INPUT  BALCTL
003070     OPEN INPUT  RESTARTCKPT
003075     OPEN INPUT  ICBLOCK
003080     OPEN I-O    CLOSESTAT
003090     OPEN OUTPUT CLOSERPT
003100     ACCEPT CK-TODAY-DATE FROM DATE YYYYMMDD
003101     MOVE CK-TODAY-DATE TO CK-BUS-DATE
003102     OPEN INPUT  BUSDATE
003103     MOVE SPACES TO BUSDATE-COMPANY
003104     READ BUSDATE
003105         INVALID KEY
003106            MOVE 0 TO BUSDATE-CURRENT
003107     END-READ
003108     IF CK-FS-BUSDATE = '00' AND BUSDATE-CURRENT NUMERIC AND
003109        BUSDATE-CURRENT > 0
003110        MOVE BUSDATE-CURRENT TO CK-BUS-DATE
003111     END-IF
003112     CLOSE BUSDATE
003113     ACCEPT CK-NOW-TIME   FROM TIME
003120     MOVE SPACES TO CK-NOW-TS
003130     STRING CK-TODAY-YY '-' CK-TODAY-MM '-' CK-TODAY-DD '-'
003140            CK-NOW-HH '.' CK-NOW-MIN '.' CK-NOW-SS '.000000'
003320     MOVE SPACES TO RW-LANG
003330     MOVE SPACES TO RW-COLS
003340     MOVE 60 TO RW-PAGE-SIZE
003341     MOVE SPACES TO RW-LINE
003342     MOVE CK-REQ-USER TO RW-LINE (1:10)
003343     MOVE 'S' TO RW-FUNC
003344     PERFORM 8900-RW-PUT
003345         THRU 8900-RW-PUT-EXIT
003350     MOVE 'I' TO RW-FUNC
003360     PERFORM 8900-RW-PUT
003370         THRU 8900-RW-PUT-EXIT
003371     MOVE SPACES TO RW-LINE
003372     MOVE CK-REQ-COMPANY TO RW-LINE (1:3)
003373     MOVE 'K' TO RW-FUNC
003374     PERFORM 8900-RW-PUT
003375         THRU 8900-RW-PUT-EXIT
003376     IF RW-OUT-LINE (1) = 'N'
003377        MOVE SPACES TO RW-LINE
003378        STRING '** COMPANY ' CK-REQ-COMPANY
003379               ' IS OUTSIDE THE DATA SCOPE - NO DETAIL'
003380               ' PRINTED'
003381               DELIMITED BY SIZE INTO RW-LINE
003382        MOVE 'D' TO RW-FUNC
003383        PERFORM 8900-RW-PUT
003384            THRU 8900-RW-PUT-EXIT
003385        SET CK-OUT-OF-SCOPE TO TRUE
003386     END-IF
003387     PERFORM 1100-LOAD-HOLCAL
003390         THRU 1100-LOAD-HOLCAL-EXIT
003400     PERFORM 1200-LOAD-TODAYS-RUNS
003410         THRU 1200-LOAD-TODAYS-RUNS-EXIT.
003890     MOVE RUNSUM-TIMESTAMP (1:4) TO CK-REC-YY
003900     MOVE RUNSUM-TIMESTAMP (6:2) TO CK-REC-MM
003910     MOVE RUNSUM-TIMESTAMP (9:2) TO CK-REC-DD
003912     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
003914        MOVE RUNSUM-BUSDATE TO CK-REC-DATE
003916     END-IF
003920     IF CK-REC-DATE = CK-BUS-DATE AND
003930        CK-RUN-COUNT < CK-MAX-RUNS
003940        ADD 1 TO CK-RUN-COUNT
003950        MOVE RUNSUM-JOB TO CK-RUN-JOB (CK-RUN-COUNT)
006550         THRU 5100-READ-CKPT-EXIT.
006560 5200-COUNT-CKPT-EXIT.
006570     EXIT.
006571*----------------------------------------------------------*
006572* 5500-CHECK-INTERCO - AN INTERCOMPANY ITEM OF THE COMPANY *
006573*                      LEFT UNMATCHED PAST THE LIMIT BY    *
006574*                      ICRECON BLOCKS THE CLOSE            *
006575*----------------------------------------------------------*
006576 5500-CHECK-INTERCO.
006577     IF CK-FS-ICBLOCK = '00'
006578        MOVE 'N' TO CK-EOF-SW
006579        PERFORM 5600-COUNT-ICBLOCK
006580            THRU 5600-COUNT-ICBLOCK-EXIT
006581            UNTIL CK-AT-EOF
006582     END-IF
006583     MOVE 'INTERCOMPANY ITEMS UNMATCHED PAST LIMIT'
006584       TO CK-DTL-TEXT
006585     MOVE CK-IC-BLOCKS TO CK-DTL-COUNT
006586     IF CK-IC-BLOCKS = 0
006587        PERFORM 8100-PASS
006588            THRU 8100-PASS-EXIT
006589     ELSE
006590        PERFORM 8200-FAIL
006591            THRU 8200-FAIL-EXIT
006592     END-IF.
006593 5500-CHECK-INTERCO-EXIT.
006594     EXIT.
006595 5600-COUNT-ICBLOCK.
006596     READ ICBLOCK
006597         AT END
006598            SET CK-AT-EOF TO TRUE
006599            GO TO 5600-COUNT-ICBLOCK-EXIT
006600     END-READ
006601     IF ICBLOCK-COMPANY = CK-REQ-COMPANY
006602        ADD 1 TO CK-IC-BLOCKS
006603     END-IF.
006604 5600-COUNT-ICBLOCK-EXIT.
006605     EXIT.
006606*----------------------------------------------------------*
006607* 6000-CLOSE-OR-REFUSE - ONLY A CLEAN CHECKLIST FLIPS THE   *
006608*                        CLOSESTAT ROW; THE CERTIFICATE     *
006610*                        CARRIES THE SIGNING USER AND STAMP *
006620*----------------------------------------------------------*
006630 6000-CLOSE-OR-REFUSE.
007690     CLOSE ALERTS
007700     CLOSE BALCTL
007710     CLOSE RESTARTCKPT
007715     CLOSE ICBLOCK
007720     CLOSE CLOSESTAT
007730     CLOSE CLOSERPT.
007740 9000-TERMINATE-EXIT.
007780*               WRITE WHATEVER IT HANDED BACK               *
007790*----------------------------------------------------------*
007800 8900-RW-PUT.
007802     IF CK-OUT-OF-SCOPE AND
007804        (RW-FUNC = 'D' OR RW-FUNC = 'T')
007806        GO TO 8900-RW-PUT-EXIT
007808     END-IF
007810     CALL 'GXRPTW' USING RW-CTL RW-OUT
007820     PERFORM VARYING RW-X FROM 1 BY 1
007830             UNTIL RW-X > RW-OUT-COUNT
