*> SCHEDULED (FUTURE-EFFECTIVE) MASTER CHANGES, NUMBERED FROM THE
*> FUTCHG NBRASGN SERIES.  ONE ROW PER KEYED CHANGE: THE FIELDS THE
*> BEFORE/AFTER COMPARE QUEUED FOR CHGHIST, WITH THE VALUE EACH HAD
*> WHEN THE CHANGE WAS KEYED.  STATUS P = PENDING, W = WAITING FOR
*> A SECOND-USER APPROVAL, A = APPLIED, C = CONFLICT (THE RECORD WAS
*> CHANGED AFTER THE CHANGE WAS KEYED), R = REJECTED BY THE EDITS,
*> X = CANCELLED.  RESULT HOLDS THE REASON FOR C AND R
01  FUTCHG-RECORD.
    05 FUTCHG-NBR                  PIC  9(007).
    05 FUTCHG-PGM                  PIC  X(010).
    05 FUTCHG-FILE                 PIC  X(010).
    05 FUTCHG-KEY                  PIC  X(030).
    05 FUTCHG-EFF-DATE             PIC  9(008).
    05 FUTCHG-REQ-USER             PIC  X(010).
    05 FUTCHG-REQ-TS               PIC  X(026).
    05 FUTCHG-STATUS               PIC  X(001).
       88 FUTCHG-PENDING                           VALUE 'P'.
       88 FUTCHG-WAITING                           VALUE 'W'.
       88 FUTCHG-APPLIED                           VALUE 'A'.
       88 FUTCHG-CONFLICT                          VALUE 'C'.
       88 FUTCHG-REJECTED                          VALUE 'R'.
       88 FUTCHG-CANCELLED                         VALUE 'X'.
       88 FUTCHG-OPEN                              VALUE 'P' 'W'.
    05 FUTCHG-FLDCNT               PIC  9(002).
    05 FUTCHG-CHANGE OCCURS 10 TIMES.
       10 FUTCHG-FIELD             PIC  X(010).
       10 FUTCHG-OLDVAL            PIC  X(040).
       10 FUTCHG-NEWVAL            PIC  X(040).
    05 FUTCHG-DONE-BY              PIC  X(010).
    05 FUTCHG-DONE-TS              PIC  X(026).
    05 FUTCHG-RESULT               PIC  X(060).

*> THE GENERATED PROGRAM MOVES THE EFFECTIVE DATE KEYED ON ITS
*> MAINTENANCE SCREEN HERE (ZERO = EFFECTIVE NOW) BEFORE THE UPDATE
*> CHAIN RUNS
01  GX-FUTC-EFF-DATE               PIC  9(008) VALUE 0.
01  GX-FUTC-DEFER-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-FUTC-DEFERRED                            VALUE 1.
    88 GX-FUTC-IMMEDIATE                            VALUE 0.
01  GX-FUTC-APPLY-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-FUTC-APPLYING                            VALUE 1.
    88 GX-FUTC-NOT-APPLYING                         VALUE 0.
*> HANDOFF TO THE GENERATED #1/#2 DURING THE NIGHTLY APPLY - THE
*> RECORD TO READ, THEN ONE FIELD AT A TIME WITH THE VALUE IT HAD
*> WHEN KEYED AND THE VALUE TO STAGE.  #2 SETS GX-FUTC-STALE WHEN
*> THE RECORD'S CURRENT VALUE NO LONGER MATCHES THE KEYED-AGAINST
*> ONE, AND #1 SETS GX-FUTC-NOT-FOUND WHEN THE RECORD IS GONE
01  GX-FUTC-R-FILE                 PIC  X(010).
01  GX-FUTC-R-KEY                  PIC  X(030).
01  GX-FUTC-R-FIELD                PIC  X(010).
01  GX-FUTC-R-OLDVAL               PIC  X(040).
01  GX-FUTC-R-NEWVAL               PIC  X(040).
01  GX-FUTC-FOUND-SW               PIC S9(001) COMP-3.
    88 GX-FUTC-FOUND                               VALUE 1.
    88 GX-FUTC-NOT-FOUND                            VALUE 0.
01  GX-FUTC-STALE-SW               PIC S9(001) COMP-3.
    88 GX-FUTC-STALE                               VALUE 1.
    88 GX-FUTC-CURRENT                              VALUE 0.
01  GX-FUTC-SAVE-USER              PIC  X(010).
01  GX-FUTC-SAVE-NBR               PIC  9(007).
01  GX-FUTC-NEW-ST                 PIC  X(001).
01  GX-FUTC-RESULT                 PIC  X(060).
01  GX-FUTC-NBR-A                  PIC  9(007).
01  GX-FUTC-TODAY                  PIC  9(008).
01  GX-FUTC-EFF-A                  PIC  X(008).
01  GX-FUTC-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-FUTC-EOF                                 VALUE 1.
    88 GX-FUTC-NOT-EOF                              VALUE 0.
01  GX-FUTC-HIST-SW                PIC S9(001) COMP-3.
    88 GX-FUTC-HIST-EOF                            VALUE 1.
    88 GX-FUTC-HIST-NOT-EOF                         VALUE 0.
77  GX-FUTC-I                      PIC S9(003) COMP-3.
77  GX-FUTC-F                      PIC S9(003) COMP-3.
77  GX-FUTC-APPLIED                PIC S9(005) COMP-3 VALUE 0.
77  GX-FUTC-CONFLICTS              PIC S9(005) COMP-3 VALUE 0.
77  GX-FUTC-REJECTS                PIC S9(005) COMP-3 VALUE 0.
01  GX-FUTC-APPLIED-D              PIC  ZZZZ9.
01  GX-FUTC-CONFLICTS-D            PIC  ZZZZ9.
01  GX-FUTC-REJECTS-D              PIC  ZZZZ9.
*> INQUIRY SELECTION - BLANK FILE LISTS EVERYTHING, BLANK KEY EVERY
*> RECORD OF THE FILE
01  GX-FUTC-INQ-FILE               PIC  X(010).
01  GX-FUTC-INQ-KEY                PIC  X(030).
01  GX-FUTC-MSG                    PIC  X(060).

01  GXFUTCCR-O.
    05 FCFIL                       PIC  X(010).
    05 FCKEY                       PIC  X(030).
    05 FCMSG                       PIC  X(060).
01  GXFUTCCR-I.
    05 FCFIL                       PIC  X(010).
    05 FCKEY                       PIC  X(030).

01  GXFUTCSR-O.
    05 FSOPT                       PIC  X(001).
    05 FSNBR                       PIC  9(007).
    05 FSFIL                       PIC  X(010).
    05 FSKEY                       PIC  X(030).
    05 FSEFF                       PIC  9(008).
    05 FSSTS                       PIC  X(001).
    05 FSFLD                       PIC  X(010).
    05 FSOLD                       PIC  X(040).
    05 FSNEW                       PIC  X(040).
    05 FSUSR                       PIC  X(010).
    05 FSRES                       PIC  X(060).
01  GXFUTCSR-I.
    05 FSOPT                       PIC  X(001).
    05 FSNBR                       PIC  9(007).
