*> DATA-QUALITY ISSUE REGISTER - ONE ROW PER FILE, RECORD KEY, RULE
*> CLASS AND FIELD, AS GXDQREG KEEPS IT FOR THE DOMSCAN, RICHECK,
*> INTSWEEP AND PACKSCAN SWEEPS.  STATUS O = OPEN, T = TAKEN BY AN
*> OWNER, C = CLOSED BY AN OWNER, A = CLOSED BY THE SWEEP BECAUSE
*> IT NO LONGER REPRODUCES.  THE ROW WITH FILE *CONTROL ONLY HOLDS
*> THE LAST ISSUE NUMBER GIVEN OUT
01  DQISSUE-RECORD.
    05 DQISSUE-KEY.
       10 DQISSUE-FILE             PIC  X(010).
       10 DQISSUE-RECKEY           PIC  X(032).
       10 DQISSUE-CLASS            PIC  X(010).
       10 DQISSUE-FIELD            PIC  X(010).
    05 DQISSUE-NBR                 PIC  9(007).
    05 DQISSUE-SOURCE              PIC  X(010).
    05 DQISSUE-VALUE               PIC  X(032).
    05 DQISSUE-STATUS              PIC  X(001).
       88 DQISSUE-OPEN                             VALUE 'O'.
       88 DQISSUE-TAKEN                            VALUE 'T'.
       88 DQISSUE-LIVE                             VALUE 'O' 'T'.
    05 DQISSUE-OWNER               PIC  X(010).
    05 DQISSUE-FIRST-SEEN          PIC  9(008).
    05 DQISSUE-LAST-SEEN           PIC  9(008).
    05 DQISSUE-OPENED              PIC  9(008).
    05 DQISSUE-LAST-RUN            PIC  X(026).
    05 DQISSUE-REOPENS             PIC  9(003).
    05 DQISSUE-TAKEN-BY            PIC  X(010).
    05 DQISSUE-TAKEN-TS            PIC  X(026).
    05 DQISSUE-COMMENT             PIC  X(060).
    05 DQISSUE-NOTE-BY             PIC  X(010).
    05 DQISSUE-NOTE-TS             PIC  X(026).
    05 DQISSUE-CLOSED-BY           PIC  X(010).
    05 DQISSUE-CLOSED-TS           PIC  X(026).

01  GX-DQIS-MSG                    PIC  X(060).
*> OWNER FILTER - THE SIGNED-ON USER UNLESS ANOTHER IS KEYED, *ALL
*> FOR EVERY OWNER.  Y IN THE CLOSED FLAG LISTS CLOSED ISSUES TOO
01  GX-DQIS-OWNER                  PIC  X(010).
01  GX-DQIS-CLOSED                 PIC  X(001).
01  GX-DQIS-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-DQIS-EOF                                 VALUE 1.
    88 GX-DQIS-NOT-EOF                              VALUE 0.
01  GX-DQIS-NEW-ST                 PIC  X(001).
01  GX-DQIS-HKEY.
    05 GX-DQIS-HK-NBR              PIC  9(007).
    05 FILLER                      PIC  X(023) VALUE SPACES.

01  GXDQISCR-O.
    05 QCOWN                       PIC  X(010).
    05 QCCLS                       PIC  X(001).
    05 QCMSG                       PIC  X(060).
01  GXDQISCR-I.
    05 QCOWN                       PIC  X(010).
    05 QCCLS                       PIC  X(001).

01  GXDQISSR-O.
    05 QSOPT                       PIC  X(001).
    05 QSNBR                       PIC  9(007).
    05 QSFIL                       PIC  X(010).
    05 QSKEY                       PIC  X(032).
    05 QSCLS                       PIC  X(010).
    05 QSFLD                       PIC  X(010).
    05 QSST                        PIC  X(001).
    05 QSOWN                       PIC  X(010).
    05 QSOPN                       PIC  9(008).
    05 QSSEEN                      PIC  9(008).
    05 QSREO                       PIC  ZZ9.
    05 QSSRC                       PIC  X(010).
    05 QSVAL                       PIC  X(032).
    05 QSTKN                       PIC  X(010).
    05 QSCMT                       PIC  X(060).
01  GXDQISSR-I.
    05 QSOPT                       PIC  X(001).
    05 QSFIL                       PIC  X(010).
    05 QSKEY                       PIC  X(032).
    05 QSCLS                       PIC  X(010).
    05 QSFLD                       PIC  X(010).
    05 QSCMT                       PIC  X(060).
