000184*                   DELIVERY QUEUE (EVTSHIP MOVES IT TO     *
000186*                   /GXEVENTS ON THE BRIDGE'S ACK) INSTEAD  *
000188*                   OF A FIRE-AND-FORGET CPYTOSTMF          *
000189*   2026-10-15  RH  THE PROJECTION IS ALSO LEFT IN FCSTSTAT *
000190*                   FOR THE HEALTH DASHBOARD TILE           *
000191*   2026-10-15  RH  A STEP THAT AWAITS A PARTNER FILE NOW   *
000192*                   STARTS LATER BY ITS AVERAGE WAIT, TAKEN *
000193*                   FROM BATCHDRV'S *AWAIT RUNSUM ROWS      *
000194*   2026-10-15  RH  JOBDEP LAYOUT GAINS THE CHECKLIST-GATED *
000195*                   FLAG                                    *
000196*   2026-10-15  RH  RUNSUM LAYOUT CARRIES RUNSUM-BUSDATE    *
000197*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-ISERIES.
000412         ACCESS MODE  IS RANDOM
000414         RECORD KEY   IS EVTQ-KEY
000420         FILE STATUS  IS BW-FS-EVTQ.
000422     SELECT FCSTSTAT   ASSIGN TO DATABASE-FCSTSTAT
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS  IS BW-FS-FCSTSTAT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  JOBDEP.
000515     05 JOBDEP-MAXRUN            PIC  9(004).
000516     05 JOBDEP-ONTIMEOUT         PIC  X(001).
000517     05 JOBDEP-HOLD              PIC  X(001).
000518     05 JOBDEP-AWAIT-FILE        PIC  X(010).
000519     05 JOBDEP-CUTOFF            PIC  9(004).
000520     05 JOBDEP-CHKGATE           PIC  X(001).
000521 FD  RUNSUM.
000530 01  RUNSUM-RECORD.
000540     05 RUNSUM-TIMESTAMP         PIC  X(026).
000550     05 RUNSUM-JOB               PIC  X(010).
000600     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000610     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000620     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000624     05 RUNSUM-BUSDATE           PIC  9(008).
000630 FD  FCSTRPT.
000640 01  FCSTRPT-LINE                PIC  X(080).
000650 FD  ALERTS.
000846     05 EVTQ-TRIES               PIC  9(003).
000847     05 EVTQ-LAST-TS             PIC  X(026).
000848     05 EVTQ-PAYLOAD             PIC  X(290).
000849*----------------------------------------------------------*
000850* ONE ROW, REPLACED EACH RUN - THE LATEST PROJECTION AND THE *
000851* WINDOW IT WAS JUDGED AGAINST, READ BY THE HEALTH DASHBOARD *
000852*----------------------------------------------------------*
000853 FD  FCSTSTAT.
000854 01  FCSTSTAT-RECORD.
000855     05 FCSTSTAT-TS              PIC  X(026).
000856     05 FCSTSTAT-FINISH          PIC  9(004).
000857     05 FCSTSTAT-WINDOW-END      PIC  9(004).
000858     05 FCSTSTAT-CRIT-JOB        PIC  X(010).
000859     05 FCSTSTAT-LATE            PIC  X(001).
000860 WORKING-STORAGE SECTION.
000861 77  BW-FS-JOBDEP                PIC  X(002).
000870 77  BW-FS-RUNSUM                PIC  X(002).
000880 77  BW-FS-FCSTRPT               PIC  X(002).
000890 77  BW-FS-ALERTS                PIC  X(002).
000900 77  BW-FS-EVTQ                  PIC  X(002).
000905 77  BW-FS-FCSTSTAT              PIC  X(002).
000910 77  BW-EOF-SW                   PIC  X(001)     VALUE 'N'.
000920     88 BW-AT-EOF                                VALUE 'Y'.
000930 77  BW-I                        PIC S9(004) COMP-3.
001310        10 BW-STP-DURSUM         PIC S9(011) COMP-3.
001320        10 BW-STP-DURCNT         PIC S9(005) COMP-3.
001330        10 BW-STP-AVG            PIC S9(007) COMP-3.
001332        10 BW-STP-WAITSUM        PIC S9(011) COMP-3.
001334        10 BW-STP-WAITCNT        PIC S9(005) COMP-3.
001336        10 BW-STP-WAITAVG        PIC S9(007) COMP-3.
001340        10 BW-STP-FINISH         PIC S9(009) COMP-3.
001350        10 BW-STP-CRITPRED       PIC S9(004) COMP-3.
001360        10 BW-STP-DONE           PIC  X(001).
001570     05 FILLER                   PIC  X(012) VALUE 'JOB'.
001580     05 FILLER                   PIC  X(012) VALUE 'PROGRAM'.
001590     05 FILLER                   PIC  X(012) VALUE 'AVG MINS'.
001595     05 FILLER                   PIC  X(012) VALUE 'WAIT MINS'.
001600     05 FILLER                   PIC  X(012) VALUE 'PROJ DONE'.
001610     05 FILLER                   PIC  X(010) VALUE 'PATH'.
001620     05 FILLER                   PIC  X(010) VALUE SPACES.
001630 01  BW-DTL-LINE.
001640     05 BW-DTL-JOB               PIC  X(010).
001650     05 FILLER                   PIC  X(002) VALUE SPACES.
001670     05 FILLER                   PIC  X(002) VALUE SPACES.
001680     05 BW-DTL-AVG               PIC ZZZ,ZZ9.
001690     05 FILLER                   PIC  X(005) VALUE SPACES.
001692     05 BW-DTL-WAIT              PIC ZZZ,ZZ9.
001694     05 FILLER                   PIC  X(005) VALUE SPACES.
001700     05 BW-DTL-DONE              PIC  9(004).
001710     05 FILLER                   PIC  X(008) VALUE SPACES.
001720     05 BW-DTL-CRIT              PIC  X(008).
001730     05 FILLER                   PIC  X(012) VALUE SPACES.
001740 01  BW-SUM-LINE.
001750     05 FILLER                   PIC  X(025)
001760                VALUE 'PROJECTED STREAM FINISH: '.
002220     OPEN OUTPUT FCSTRPT
002230     OPEN I-O    ALERTS
002240     OPEN I-O    EVTQ
002245     OPEN OUTPUT FCSTSTAT
002250     ACCEPT BW-TODAY-DATE FROM DATE YYYYMMDD
002260     ACCEPT BW-NOW-TIME   FROM TIME
002270     MOVE SPACES TO BW-NOW-TS
002690        MOVE JOBDEP-PRED2  TO BW-STP-PRED2  (BW-STEP-COUNT)
002700        MOVE 0             TO BW-STP-DURSUM (BW-STEP-COUNT)
002710        MOVE 0             TO BW-STP-DURCNT (BW-STEP-COUNT)
002712        MOVE 0             TO BW-STP-WAITSUM (BW-STEP-COUNT)
002714        MOVE 0             TO BW-STP-WAITCNT (BW-STEP-COUNT)
002716        MOVE 0             TO BW-STP-WAITAVG (BW-STEP-COUNT)
002720        MOVE 0             TO BW-STP-FINISH (BW-STEP-COUNT)
002730        MOVE 0             TO BW-STP-CRITPRED (BW-STEP-COUNT)
002740        MOVE 'N'           TO BW-STP-DONE   (BW-STEP-COUNT)
002800     EXIT.
002810*----------------------------------------------------------*
002820* 3000-LOAD-DURATIONS - EVERY RUNSUM ROW WITH AN ELAPSED    *
002830*                       COUNT FEEDS ITS STEP'S AVERAGE;     *
002832*                       BATCHDRV'S *AWAIT ROWS, ZERO        *
002834*                       WAITS INCLUDED, FEED ITS AVERAGE    *
002836*                       WAIT FOR A PARTNER FILE             *
002840*----------------------------------------------------------*
002850 3000-LOAD-DURATIONS.
002860     MOVE 'N' TO BW-EOF-SW
002970        ELSE
002980           MOVE BW-DEFAULT-SECS TO BW-STP-AVG (BW-I)
002990        END-IF
002992        IF BW-STP-WAITCNT (BW-I) GREATER 0
002994           COMPUTE BW-STP-WAITAVG (BW-I) =
002996                 BW-STP-WAITSUM (BW-I) / BW-STP-WAITCNT (BW-I)
002998        END-IF
003000     END-PERFORM.
003010 3000-LOAD-DURATIONS-EXIT.
003020     EXIT.
003080 3100-READ-RUNSUM-EXIT.
003090     EXIT.
003100 3200-FOLD-DURATION.
003101     IF RUNSUM-PGM = '*AWAIT'
003102        PERFORM VARYING BW-I FROM 1 BY 1
003103                UNTIL BW-I > BW-STEP-COUNT
003104           IF BW-STP-JOB (BW-I) = RUNSUM-JOB
003105              ADD RUNSUM-ELAPSED TO BW-STP-WAITSUM (BW-I)
003106              ADD 1              TO BW-STP-WAITCNT (BW-I)
003107              MOVE BW-STEP-COUNT TO BW-I
003108           END-IF
003109        END-PERFORM
003110     END-IF
003111     IF RUNSUM-ELAPSED GREATER 0
003120        PERFORM VARYING BW-I FROM 1 BY 1
003130                UNTIL BW-I > BW-STEP-COUNT
003140           IF BW-STP-JOB (BW-I) = RUNSUM-JOB AND
003290*                   THE SAME PASS DISCIPLINE BATCHDRV RUNS  *
003300*                   THE REAL STREAM WITH.  EACH STEP'S      *
003310*                   FINISH IS ITS LATEST PREDECESSOR FINISH *
003320*                   PLUS ITS AVERAGE WAIT FOR A PARTNER *
003322*                   FILE PLUS ITS OWN AVERAGE DURATION  *
003330*----------------------------------------------------------*
003340 4000-WALK-GRAPH.
003350     SET BW-PROGRESS TO TRUE
003650        SET BW-PROGRESS TO TRUE
003660        MOVE 'Y' TO BW-STP-DONE (BW-I)
003670        COMPUTE BW-STP-FINISH (BW-I) =
003680                BW-PRED-START + BW-STP-WAITAVG (BW-I)
003685                              + BW-STP-AVG (BW-I)
003690        IF BW-STP-FINISH (BW-I) GREATER BW-STREAM-FINISH
003700           MOVE BW-STP-FINISH (BW-I) TO BW-STREAM-FINISH
003710           MOVE BW-I                 TO BW-CRIT-IX
004350        MOVE BW-STP-JOB (BW-I) TO BW-DTL-JOB
004360        MOVE BW-STP-PGM (BW-I) TO BW-DTL-PGM
004370        COMPUTE BW-DTL-AVG = BW-STP-AVG (BW-I) / 60
004375        COMPUTE BW-DTL-WAIT = BW-STP-WAITAVG (BW-I) / 60
004380        MOVE BW-STP-FINISH (BW-I) TO BW-FIN-TOT
004390        PERFORM 8000-SECS-TO-CLOCK
004400            THRU 8000-SECS-TO-CLOCK-EXIT
004720     ELSE
004730        MOVE 'INSIDE THE WINDOW'  TO BW-SUM-FLAG
004740     END-IF
004742     MOVE BW-NOW-TS       TO FCSTSTAT-TS
004743     MOVE BW-FIN-CLOCK    TO FCSTSTAT-FINISH
004744     MOVE BW-ONLINE-START TO FCSTSTAT-WINDOW-END
004745     MOVE SPACES          TO FCSTSTAT-CRIT-JOB
004746     IF BW-CRIT-IX GREATER 0
004747        MOVE BW-STP-JOB (BW-CRIT-IX) TO FCSTSTAT-CRIT-JOB
004748     END-IF
004749     IF BW-SUM-FLAG = 'PAST ONLINE START'
004750        MOVE 'Y' TO FCSTSTAT-LATE
004751     ELSE
004752        MOVE 'N' TO FCSTSTAT-LATE
004753     END-IF
004754     WRITE FCSTSTAT-RECORD
004755     MOVE BW-SUM-LINE TO RW-LINE
004760     MOVE 'T' TO RW-FUNC
004770     PERFORM 8900-RW-PUT
004780         THRU 8900-RW-PUT-EXIT.
005880     CLOSE RUNSUM
005890     CLOSE FCSTRPT
005900     CLOSE ALERTS
005910     CLOSE EVTQ
005915     CLOSE FCSTSTAT.
005920 9000-TERMINATE-EXIT.
005930     EXIT.
005940*----------------------------------------------------------*
