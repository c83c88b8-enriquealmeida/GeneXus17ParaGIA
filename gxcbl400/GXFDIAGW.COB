*> ONE ROW PER DIAGNOSTIC BUNDLE THE ABORT PATH WROTE UNDER /GXDIAG,
*> KEYED ON THE ABORT STAMP.  LOGPURGE AGES THE ROWS OUT AND REMOVES
*> THE FOLDER WITH EACH ONE, SO THE INDEX AND THE IFS AGREE
01  DIAGIDX-RECORD.
    05 DIAGIDX-TIMESTAMP           PIC  X(026).
    05 DIAGIDX-JOB                 PIC  X(010).
    05 DIAGIDX-PGM                 PIC  X(010).
    05 DIAGIDX-MSGID               PIC  X(007).
    05 DIAGIDX-PATH                PIC  X(060).

*> THE BUNDLE'S SNAPSHOT.TXT IS BUILT HERE IN QTEMP, THEN COPIED OUT
*> BESIDE THE JOB LOG
01  GXDIAGF-RECORD                 PIC  X(132).

*> /GXDIAG/<JOB>-<YYYYMMDDHHMMSS> - BLANK UNTIL A BUNDLE IS TAKEN,
*> AND CARRIED ON THE ABENDSIG ROW AND THE ABEND ALERT
01  GX-DIAG-PATH                   PIC  X(060) VALUE SPACES.
01  GX-DIAG-NAME                   PIC  X(025).
01  GX-DIAG-GENTAG                 PIC  X(014).
*> AN I/O FAILURE WHILE THE BUNDLE IS BEING WRITTEN COMES BACK
*> THROUGH GX-ABORT - THE SWITCH STOPS IT TRYING A SECOND BUNDLE
01  GX-DIAG-SW                     PIC S9(001) COMP-3 VALUE 0.
    88 GX-DIAG-TAKEN                               VALUE 1.
    88 GX-DIAG-NOT-TAKEN                            VALUE 0.
*> HOW FAR BACK THE LOGS ARE SCANNED - THE RUN'S FIRST CHECKPOINT
*> WHEN IT HAS ONE, OTHERWISE THE START OF THE ABORT DAY
01  GX-DIAG-FROM-TS                PIC  X(026).
01  GX-DIAG-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-DIAG-EOF                                 VALUE 1.
    88 GX-DIAG-NOT-EOF                              VALUE 0.
*> THE LAST GX-DIAG-KEEP LOG ROWS FOR THE JOB, KEPT AS A RING SO ONE
*> FORWARD PASS OVER THE LOG IS ENOUGH
77  GX-DIAG-KEEP                   PIC S9(003) COMP-3 VALUE 20.
01  GX-DIAG-RING-AREA.
    05 GX-DIAG-RING OCCURS 20 TIMES
                                   PIC  X(132).
77  GX-DIAG-RCNT                   PIC S9(003) COMP-3.
77  GX-DIAG-RNEXT                  PIC S9(003) COMP-3.
77  GX-DIAG-RX                     PIC S9(003) COMP-3.
77  GX-DIAG-I                      PIC S9(003) COMP-3.
01  GX-DIAG-LINE                   PIC  X(132).
01  GX-DIAG-N1                     PIC  Z(8)9.
01  GX-DIAG-N2                     PIC  Z(8)9.
01  GX-DIAG-N3                     PIC  Z(8)9.
01  GX-DIAG-N4                     PIC  Z(8)9.
01  GX-DIAG-N5                     PIC  Z(8)9.

01  GXDIAGCR-O.
    05 DCMSG                       PIC  X(060).

01  GXDIAGSR-O.
    05 DSTS                        PIC  X(026).
    05 DSJOB                       PIC  X(010).
    05 DSPGM                       PIC  X(010).
    05 DSMSG                       PIC  X(007).
    05 DSPTH                       PIC  X(060).
