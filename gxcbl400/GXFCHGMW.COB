*> LAST LOOK - WHEN EACH USER LAST LEFT EACH LIST FORMAT NORMALLY.
*> LOOKED-TS IS THE STAMP OF THE LAST SUBFILE LOAD BEFORE THEY LEFT
01  LASTLOOK-RECORD.
    05 LASTLOOK-KEY.
       10 LASTLOOK-USER            PIC  X(010).
       10 LASTLOOK-FORMAT          PIC  X(010).
    05 LASTLOOK-LOOKED-TS          PIC  X(026).
    05 LASTLOOK-PGM                PIC  X(010).

*> SET BY THE GENERATED LIST PROGRAM: ITS SUBFILE FORMAT, THE FILE
*> ITS ROWS COME FROM (AS CHGHIST NAMES IT) AND, PER ROW, THE
*> RECORD KEY AS GX-CHGH-KEY WOULD CARRY IT
01  GX-CHGM-FORMAT                 PIC  X(010).
01  GX-CHGM-FILE                   PIC  X(010).
01  GX-CHGM-KEY                    PIC  X(030).
*> HANDED BACK PER ROW BY GX-CHGM-CHECK-ROW
01  GX-CHGM-MARKER                 PIC  X(001).
01  GX-CHGM-ROW-USER               PIC  X(010).
01  GX-CHGM-ROW-FIELDS             PIC  X(040).
01  GX-CHGM-ROW-SW                 PIC S9(001) COMP-3 VALUE 0.
    88 GX-CHGM-ROW-CHANGED                         VALUE 1.
    88 GX-CHGM-ROW-UNCHANGED                        VALUE 0.
*> F-KEY TOGGLE - WHEN ON THE LOAD SKIPS EVERY UNCHANGED ROW
01  GX-CHGM-ONLY-SW                PIC S9(001) COMP-3 VALUE 0.
    88 GX-CHGM-ONLY                                VALUE 1.
    88 GX-CHGM-ALL                                  VALUE 0.
01  GX-CHGM-SINCE-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-CHGM-SINCE-READ                          VALUE 1.
    88 GX-CHGM-SINCE-NOT-READ                       VALUE 0.
01  GX-CHGM-FIRST-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-CHGM-FIRST-LOOK                          VALUE 1.
    88 GX-CHGM-LOOKED-BEFORE                        VALUE 0.
01  GX-CHGM-SINCE-TS               PIC  X(026).
01  GX-CHGM-LOAD-TS                PIC  X(026) VALUE SPACES.
01  GX-CHGM-NOW-DATE.
    05 GX-CHGM-NOW-YY              PIC  9(004).
    05 GX-CHGM-NOW-MM              PIC  9(002).
    05 GX-CHGM-NOW-DD              PIC  9(002).
01  GX-CHGM-NOW-TIME.
    05 GX-CHGM-NOW-HH              PIC  9(002).
    05 GX-CHGM-NOW-MIN             PIC  9(002).
    05 GX-CHGM-NOW-SS              PIC  9(002).
    05 GX-CHGM-NOW-HS              PIC  9(002).
01  GX-CHGM-MSG                    PIC  X(060).
01  GX-CHGM-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-CHGM-EOF                                 VALUE 1.
    88 GX-CHGM-NOT-EOF                              VALUE 0.
77  GX-CHGM-CNT                    PIC S9(004) COMP-3 VALUE 0.
77  GX-CHGM-MAX                    PIC S9(004) COMP-3 VALUE 200.
77  GX-CHGM-I                      PIC S9(004) COMP-3.
77  GX-CHGM-F                      PIC S9(004) COMP-3.
*> ONE ENTRY PER RECORD CHANGED SINCE THE LAST LOOK: WHO CHANGED
*> IT LAST AND THE FIRST FOUR FIELDS CHANGED
01  GX-CHGM-TABLE.
    05 GX-CHGM-T-ENTRY OCCURS 200 TIMES.
       10 GX-CHGM-T-KEY            PIC  X(030).
       10 GX-CHGM-T-USER           PIC  X(010).
       10 GX-CHGM-T-FIELDS.
          15 GX-CHGM-T-FIELD OCCURS 4 TIMES
                                   PIC  X(010).

01  GXCHGMCR-O.
    05 CMFIL                       PIC  X(010).
    05 CMSNC                       PIC  X(026).
    05 CMMSG                       PIC  X(060).

01  GXCHGMSR-O.
    05 CMKEY                       PIC  X(030).
    05 CMTS                        PIC  X(026).
    05 CMFLD                       PIC  X(010).
    05 CMOLD                       PIC  X(040).
    05 CMNEW                       PIC  X(040).
    05 CMUSR                       PIC  X(010).
    05 CMACT                       PIC  X(001).
