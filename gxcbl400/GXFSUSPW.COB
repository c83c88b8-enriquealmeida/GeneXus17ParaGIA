*> REJECT SUSPENSE - ONE ROW PER REJECTED RECORD, WRITTEN BY CSVIMPRT
*> (EVERY IMPERR ROW) AND BY GXINGATE (EVERY RECORD OF A REJECTED
*> FILE), KEYED BY SOURCE PROGRAM, REFERENCE (IMPORT TARGET FILE OR
*> PARTNER FILE NAME), THE REJECTING RUN'S TIMESTAMP AND THE ROW
*> NUMBER IN THAT RUN.  DELIM IS THE IMPORT DELIMITER - SPACE FOR A
*> FIXED-POSITION PARTNER RECORD.  STATUS O = OPEN, C = CORRECTED,
*> Q = QUEUED FOR RESUBMISSION, R = RESUBMITTED (RESUB-FILE IS THE
*> NEW BATCH), W = WRITTEN OFF.  AGE IS IN BUSINESS DAYS, SET BY
*> SUSPAGE, WHICH ALSO ESCALATES
01  SUSPENSE-RECORD.
    05 SUSPENSE-KEY.
       10 SUSPENSE-SOURCE          PIC  X(010).
       10 SUSPENSE-REF             PIC  X(010).
       10 SUSPENSE-BATCH           PIC  X(026).
       10 SUSPENSE-ROWNBR          PIC  9(007).
    05 SUSPENSE-USER               PIC  X(010).
    05 SUSPENSE-COMPANY            PIC  X(003).
    05 SUSPENSE-DELIM              PIC  X(001).
    05 SUSPENSE-COLNBR             PIC  9(003).
    05 SUSPENSE-MSGID              PIC  X(008).
    05 SUSPENSE-REASON             PIC  X(040).
    05 SUSPENSE-LINE               PIC  X(512).
    05 SUSPENSE-STATUS             PIC  X(001).
       88 SUSPENSE-OPEN                            VALUE 'O'.
       88 SUSPENSE-CORRECTED                       VALUE 'C'.
       88 SUSPENSE-QUEUED                          VALUE 'Q'.
       88 SUSPENSE-RESUBMITTED                     VALUE 'R'.
       88 SUSPENSE-WRITTEN-OFF                     VALUE 'W'.
       88 SUSPENSE-PENDING                         VALUE 'O' 'C' 'Q'.
    05 SUSPENSE-CREATED            PIC  9(008).
    05 SUSPENSE-AGE                PIC  9(005).
    05 SUSPENSE-ESCALATED          PIC  X(001).
    05 SUSPENSE-EDITS              PIC  9(003).
    05 SUSPENSE-LAST-BY            PIC  X(010).
    05 SUSPENSE-LAST-TS            PIC  X(026).
    05 SUSPENSE-RESUB-FILE         PIC  X(010).
    05 SUSPENSE-RESUB-TS           PIC  X(026).

01  GX-SUSP-MSG                    PIC  X(060).
01  GX-SUSP-SOURCE                 PIC  X(010).
01  GX-SUSP-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-SUSP-EOF                                 VALUE 1.
    88 GX-SUSP-NOT-EOF                              VALUE 0.
01  GX-SUSP-QUOTE-SW               PIC S9(001) COMP-3.
    88 GX-SUSP-IN-QUOTES                           VALUE 1.
    88 GX-SUSP-NOT-IN-QUOTES                        VALUE 0.
01  GX-SUSP-FOUND-SW               PIC S9(001) COMP-3.
    88 GX-SUSP-COL-FOUND                           VALUE 1.
    88 GX-SUSP-COL-MISSING                          VALUE 0.
77  GX-SUSP-COL                    PIC S9(003) COMP-3.
77  GX-SUSP-CUR-COL                PIC S9(003) COMP-3.
77  GX-SUSP-START                  PIC S9(004) COMP-3.
77  GX-SUSP-END                    PIC S9(004) COMP-3.
77  GX-SUSP-LAST                   PIC S9(004) COMP-3.
77  GX-SUSP-I                      PIC S9(004) COMP-3.
77  GX-SUSP-LEN                    PIC S9(004) COMP-3.
77  GX-SUSP-VLEN                   PIC S9(004) COMP-3.
77  GX-SUSP-PTR                    PIC S9(004) COMP-3.
01  GX-SUSP-VALUE                  PIC  X(040).
01  GX-SUSP-OLD                    PIC  X(040).
01  GX-SUSP-WORK                   PIC  X(512).
01  GX-SUSP-NEW-ST                 PIC  X(001).
01  GX-SUSP-HKEY.
    05 GX-SUSP-HK-SRC              PIC  X(001).
    05 GX-SUSP-HK-DATE             PIC  X(010).
    05 GX-SUSP-HK-TIME             PIC  X(008).
    05 FILLER                      PIC  X(001) VALUE SPACE.
    05 GX-SUSP-HK-ROW              PIC  9(007).
    05 FILLER                      PIC  X(003) VALUE SPACES.
01  GX-SUSP-HFIELD.
    05 GX-SUSP-HF-KIND             PIC  X(003).
    05 GX-SUSP-HF-NBR              PIC  9(003).
    05 FILLER                      PIC  X(004) VALUE SPACES.

01  GXSUSPCR-O.
    05 SCSRC                       PIC  X(010).
    05 SCMSG                       PIC  X(060).
01  GXSUSPCR-I.
    05 SCSRC                       PIC  X(010).

01  GXSUSPSR-O.
    05 SSOPT                       PIC  X(001).
    05 SSSRC                       PIC  X(010).
    05 SSREF                       PIC  X(010).
    05 SSBAT                       PIC  X(026).
    05 SSROW                       PIC  9(007).
    05 SSST                        PIC  X(001).
    05 SSAGE                       PIC  ZZZZ9.
    05 SSMID                       PIC  X(008).
    05 SSRSN                       PIC  X(040).
    05 SSCOL                       PIC  ZZ9.
    05 SSCUR                       PIC  X(040).
    05 SSLIN                       PIC  X(060).
    05 SSECL                       PIC  9(003).
    05 SSPOS                       PIC  9(003).
    05 SSLEN                       PIC  9(003).
    05 SSVAL                       PIC  X(040).
01  GXSUSPSR-I.
    05 SSOPT                       PIC  X(001).
    05 SSSRC                       PIC  X(010).
    05 SSREF                       PIC  X(010).
    05 SSBAT                       PIC  X(026).
    05 SSROW                       PIC  9(007).
    05 SSECL                       PIC  9(003).
    05 SSPOS                       PIC  9(003).
    05 SSLEN                       PIC  9(003).
    05 SSVAL                       PIC  X(040).
