*> LATEST BWFCST PROJECTION (ONE ROW, REPLACED EACH FORECAST RUN)
01  FCSTSTAT-RECORD.
    05 FCSTSTAT-TS                 PIC  X(026).
    05 FCSTSTAT-FINISH             PIC  9(004).
    05 FCSTSTAT-WINDOW-END         PIC  9(004).
    05 FCSTSTAT-CRIT-JOB           PIC  X(010).
    05 FCSTSTAT-LATE               PIC  X(001).

*> REPLICATION STATE PER FILE, AS REPLSHIP/REPLAPLY STAMP IT
01  REPLSTAT-RECORD.
    05 REPLSTAT-FILE               PIC  X(010).
    05 REPLSTAT-SHIP-TS            PIC  X(026).
    05 REPLSTAT-SHIP-CYCLE         PIC S9(009) COMP-3.
    05 REPLSTAT-APPLY-TS           PIC  X(026).
    05 REPLSTAT-APPLY-CYCLE        PIC S9(009) COMP-3.

*> AUDITVFY'S ANCHOR - ITS STAMP IS WHEN THE CHAIN WAS LAST CHECKED
01  CHAINSTAT-RECORD.
    05 CHAINSTAT-COUNT             PIC  9(009).
    05 CHAINSTAT-CHAIN             PIC  9(009).
    05 CHAINSTAT-TS                PIC  X(026).

*> SECONDS BETWEEN AUTOMATIC REFRESHES - INFORMATIONAL TWIN OF THE
*> DASHBOARD DISPLAY FILE'S WAITRCD VALUE, AS GX-TMOU-LIMIT IS FOR
*> THE IDLE TIMEOUT
01  GX-HLTH-REFRESH                PIC S9(005) COMP-3 VALUE 30.
*> RED THRESHOLDS PER TILE
77  GX-HLTH-ALR-SEV                PIC S9(001) COMP-3 VALUE 3.
77  GX-HLTH-DECI-MAX               PIC S9(005) COMP-3 VALUE 0.
77  GX-HLTH-LOCK-SECS              PIC S9(007) COMP-3 VALUE 60.
77  GX-HLTH-EVTQ-MAX               PIC S9(007) COMP-3 VALUE 100.
77  GX-HLTH-REPL-MINS              PIC S9(007) COMP-3 VALUE 15.
77  GX-HLTH-VFY-HOURS              PIC S9(005) COMP-3 VALUE 26.

*> ONE ENTRY PER TILE, IN SCREEN ORDER
01  GX-HLTH-TILE-NAMES.
    05 FILLER                      PIC  X(012) VALUE 'SYSTEM MODE'.
    05 FILLER                      PIC  X(012) VALUE 'BATCH STREAM'.
    05 FILLER                      PIC  X(012) VALUE 'ALERTS'.
    05 FILLER                      PIC  X(012) VALUE 'INCIDENTS'.
    05 FILLER                      PIC  X(012) VALUE 'DECISIONS'.
    05 FILLER                      PIC  X(012) VALUE 'LOCK WAITS'.
    05 FILLER                      PIC  X(012) VALUE 'EVENT QUEUE'.
    05 FILLER                      PIC  X(012) VALUE 'REPLICATION'.
    05 FILLER                      PIC  X(012) VALUE 'AUDIT CHAIN'.
01  GX-HLTH-TILE-TABLE REDEFINES GX-HLTH-TILE-NAMES.
    05 GX-HLTH-TILE-NAME OCCURS 9 TIMES
                                   PIC  X(012).
01  GX-HLTH-TILES.
    05 GX-HLTH-TILE OCCURS 9 TIMES.
       10 GX-HLTH-T-VALUE          PIC  X(050).
       10 GX-HLTH-T-RED            PIC  X(001).
          88 GX-HLTH-T-IS-RED                      VALUE 'Y'.
77  GX-HLTH-I                      PIC S9(003) COMP-3.
77  GX-HLTH-TILE-NBR               PIC S9(003) COMP-3.

*> PER-LOAD COUNTERS
77  GX-HLTH-RUNS                   PIC S9(005) COMP-3.
77  GX-HLTH-DONE                   PIC S9(011) COMP-3.
77  GX-HLTH-TOTAL                  PIC S9(011) COMP-3.
77  GX-HLTH-PCT                    PIC S9(003) COMP-3.
77  GX-HLTH-SEV1                   PIC S9(005) COMP-3.
77  GX-HLTH-SEV2                   PIC S9(005) COMP-3.
77  GX-HLTH-SEV3                   PIC S9(005) COMP-3.
77  GX-HLTH-OPEN                   PIC S9(005) COMP-3.
77  GX-HLTH-UNACK                  PIC S9(005) COMP-3.
77  GX-HLTH-MAXSEV                 PIC S9(001) COMP-3.
77  GX-HLTH-COUNT                  PIC S9(007) COMP-3.
77  GX-HLTH-DEAD                   PIC S9(007) COMP-3.
77  GX-HLTH-MAXSECS                PIC S9(009) COMP-3.
77  GX-HLTH-MAXMINS                PIC S9(009) COMP-3.
77  GX-HLTH-HOURS                  PIC S9(009) COMP-3.
01  GX-HLTH-WORST-FILE             PIC  X(010).
01  GX-HLTH-TS                     PIC  X(026).
01  GX-HLTH-NOW-TS                 PIC  X(026).
01  GX-HLTH-NOW-DATE.
    05 GX-HLTH-NOW-YY              PIC  9(004).
    05 GX-HLTH-NOW-MM              PIC  9(002).
    05 GX-HLTH-NOW-DD              PIC  9(002).
01  GX-HLTH-NOW-TIME.
    05 GX-HLTH-NOW-HH              PIC  9(002).
    05 GX-HLTH-NOW-MIN             PIC  9(002).
    05 GX-HLTH-NOW-SS              PIC  9(002).
    05 GX-HLTH-NOW-HS              PIC  9(002).
01  GX-HLTH-MODE-TEXT              PIC  X(012).
01  GX-HLTH-N1                     PIC  ZZZ,ZZ9.
01  GX-HLTH-N2                     PIC  ZZZ,ZZ9.
01  GX-HLTH-N3                     PIC  ZZZ,ZZ9.
01  GX-HLTH-PCT-D                  PIC  ZZ9.
01  GX-HLTH-HHMM                   PIC  9(004).
01  GX-HLTH-HHMM2                  PIC  9(004).
01  GX-HLTH-MSG                    PIC  X(060).
01  GX-HLTH-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-HLTH-EOF                                 VALUE 1.
    88 GX-HLTH-NOT-EOF                              VALUE 0.

01  GXHLTHCR-O.
    05 HCBUS                       PIC  9(008).
    05 HCTS                        PIC  X(026).
    05 HCMSG                       PIC  X(060).

01  GXHLTHSR-O.
    05 HSOPT                       PIC  X(001).
    05 HSNBR                       PIC  9(002).
    05 HSTIL                       PIC  X(012).
    05 HSVAL                       PIC  X(050).
    05 HSSTS                       PIC  X(003).
01  GXHLTHSR-I.
    05 HSOPT                       PIC  X(001).
    05 HSNBR                       PIC  9(002).
