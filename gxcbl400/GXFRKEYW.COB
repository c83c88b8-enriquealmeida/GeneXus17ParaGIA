*> ONE ROW PER RE-KEY ATTEMPT - V WHEN THE SECOND KEYING MATCHED,
*> M WHEN IT DID NOT.  RKEYRPT COUNTS THE MISMATCHES PER USER
*> EACH WEEK
01  RKEYLOG-RECORD.
    05 RKEYLOG-TIMESTAMP           PIC  X(026).
    05 RKEYLOG-USER                PIC  X(010).
    05 RKEYLOG-PGM                 PIC  X(010).
    05 RKEYLOG-FILE                PIC  X(010).
    05 RKEYLOG-FIELD               PIC  X(010).
    05 RKEYLOG-KEY                 PIC  X(030).
    05 RKEYLOG-ACTION              PIC  X(001).
       88 RKEYLOG-ADD                              VALUE 'A'.
       88 RKEYLOG-CHANGE                           VALUE 'U'.
    05 RKEYLOG-RESULT              PIC  X(001).
       88 RKEYLOG-VERIFIED                         VALUE 'V'.
       88 RKEYLOG-MISMATCH                         VALUE 'M'.

01  GX-RKEY-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-RKEY-ACTIVE                              VALUE 1.
    88 GX-RKEY-INACTIVE                             VALUE 0.
01  GX-RKEY-RESULT-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-RKEY-PASSED                              VALUE 0.
    88 GX-RKEY-MISMATCH                             VALUE 1.
    88 GX-RKEY-CANCELLED                            VALUE 2.
01  GX-RKEY-MORE-SW                PIC S9(001) COMP-3 VALUE 0.
    88 GX-RKEY-MORE                                VALUE 0.
    88 GX-RKEY-NO-MORE                              VALUE 1.
77  GX-RKEY-N                      PIC S9(003) COMP-3.
*> FILLED BY THE GENERATED PROGRAM'S #1 FOR CANDIDATE GX-RKEY-N -
*> THE FLDDICT FILE AND FIELD, THE RECORD KEY, THE VALUE BEFORE
*> AND THE VALUE KEYED, AND THE SUBFILE ROW (ZERO ON A
*> SINGLE-RECORD SCREEN); A BLANK FIELD NAME ENDS THE LIST
01  GX-RKEY-FILE                   PIC  X(010).
01  GX-RKEY-FIELD                  PIC  X(010).
01  GX-RKEY-KEY                    PIC  X(030).
01  GX-RKEY-OLD                    PIC  X(040).
01  GX-RKEY-NEW                    PIC  X(040).
77  GX-RKEY-ROW                    PIC  9(004) COMP-4.
01  GX-RKEY-ENTRY                  PIC  X(040).
01  GX-RKEY-TEXT                   PIC  X(040).
01  GX-RKEY-LEFT                   PIC  X(040).
01  GX-RKEY-LEFT-NEW               PIC  X(040).
77  GX-RKEY-I                      PIC S9(003) COMP-3.
77  GX-RKEY-VAL-NEW                PIC S9(015)V9(009) COMP-3.
01  GX-RKEY-SAME-SW                PIC S9(001) COMP-3.
    88 GX-RKEY-SAME                                VALUE 1.
    88 GX-RKEY-DIFFERENT                            VALUE 0.

01  GXRKEYR-O.
    05 RKFLD                       PIC  X(010).
    05 RKDESC                      PIC  X(030).
    05 RKKEY                       PIC  X(030).
    05 RKMSG                       PIC  X(060).
01  GXRKEYR-I.
    05 RKVAL                       PIC  X(040).
