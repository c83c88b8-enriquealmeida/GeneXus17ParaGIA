*> FOLLOW-UP (TICKLER) TASKS ON MASTER RECORDS, KEYED LIKE ATTLINK
*> BY (FILE, RECORD KEY) AND A SEQUENCE.  DUE IS THE BUSINESS DATE
*> THE TASK FALLS DUE; PRIORITY 1 = HIGH, 2 = NORMAL, 3 = LOW.
*> STATUS O = OPEN, D = DONE - A DONE TASK KEEPS WHO CLOSED IT AND
*> WHEN, AND IS NEVER DELETED
01  TICKLER-RECORD.
    05 TICKLER-KEY.
       10 TICKLER-FILE             PIC  X(010).
       10 TICKLER-RECKEY           PIC  X(030).
       10 TICKLER-SEQ              PIC  9(003).
    05 TICKLER-ASSIGNEE            PIC  X(010).
    05 TICKLER-DUE                 PIC  9(008).
    05 TICKLER-PRIORITY            PIC  X(001).
       88 TICKLER-HIGH                             VALUE '1'.
       88 TICKLER-NORMAL                           VALUE '2'.
       88 TICKLER-LOW                              VALUE '3'.
       88 TICKLER-VALID-PRIORITY                   VALUE '1' '2' '3'.
    05 TICKLER-TEXT                PIC  X(060).
    05 TICKLER-STATUS              PIC  X(001).
       88 TICKLER-OPEN                             VALUE 'O'.
       88 TICKLER-DONE                             VALUE 'D'.
    05 TICKLER-CREATED-BY          PIC  X(010).
    05 TICKLER-CREATED-TS          PIC  X(026).
    05 TICKLER-CLOSED-BY           PIC  X(010).
    05 TICKLER-CLOSED-TS           PIC  X(026).

*> THE RECORD THE WINDOW WAS OPENED FOR, AND THE NEW-TASK FIELDS
*> KEYED ON ITS CONTROL FORMAT.  A NEW TASK TAKES EITHER A DUE DATE
*> OR A NUMBER OF BUSINESS DAYS FROM TODAY; THE ASSIGNEE DEFAULTS
*> TO THE USER KEYING IT AND THE PRIORITY TO NORMAL
01  GX-TICK-FILE                   PIC  X(010).
01  GX-TICK-RECKEY                 PIC  X(030).
01  GX-TICK-NEW-ASSIGNEE           PIC  X(010).
01  GX-TICK-NEW-DUE                PIC  9(008).
01  GX-TICK-NEW-DAYS               PIC  9(003).
01  GX-TICK-NEW-PRIORITY           PIC  X(001).
01  GX-TICK-NEW-TEXT               PIC  X(060).
01  GX-TICK-MSG                    PIC  X(060).
01  GX-TICK-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-TICK-EOF                                 VALUE 1.
    88 GX-TICK-NOT-EOF                              VALUE 0.
*> THE MY-TASKS LIST IS LOADED IN TWO PASSES - OVERDUE FIRST, THEN
*> THOSE DUE TODAY AND LATER
01  GX-TICK-PASS-SW                PIC S9(001) COMP-3.
    88 GX-TICK-OVERDUE-PASS                        VALUE 1.
    88 GX-TICK-CURRENT-PASS                        VALUE 2.
01  GX-TICK-SEL-FILE               PIC  X(010).
01  GX-TICK-SEL-RECKEY             PIC  X(030).
01  GX-TICK-SEL-SEQ                PIC  9(003).
01  GX-TICK-TODAY                  PIC  9(008).
01  GX-TICK-FLAG                   PIC  X(007).
77  GX-TICK-BUSDAYS                PIC S9(005) COMP-3.
77  GX-TICK-COUNTED                PIC S9(005) COMP-3.
77  GX-TICK-WALKED                 PIC S9(005) COMP-3.
77  GX-TICK-WDTMP                  PIC S9(009) COMP-3.
77  GX-TICK-WD                     PIC S9(003) COMP-3.
77  GX-TICK-HI                     PIC S9(003) COMP-3.
01  GX-TICK-WORKDAY                PIC S9(001) COMP-3.
    88 GX-TICK-IS-WORKDAY                          VALUE 1.
    88 GX-TICK-NOT-WORKDAY                         VALUE 0.

01  GXTICKCR-O.
    05 TCFIL                       PIC  X(010).
    05 TCKEY                       PIC  X(030).
    05 TCASG                       PIC  X(010).
    05 TCDUE                       PIC  9(008).
    05 TCDAY                       PIC  9(003).
    05 TCPRI                       PIC  X(001).
    05 TCTXT                       PIC  X(060).
    05 TCMSG                       PIC  X(060).
01  GXTICKCR-I.
    05 TCASG                       PIC  X(010).
    05 TCDUE                       PIC  9(008).
    05 TCDAY                       PIC  9(003).
    05 TCPRI                       PIC  X(001).
    05 TCTXT                       PIC  X(060).

01  GXTICKSR-O.
    05 TKOPT                       PIC  X(001).
    05 TKSEQ                       PIC  9(003).
    05 TKASG                       PIC  X(010).
    05 TKDUE                       PIC  9(008).
    05 TKPRI                       PIC  X(001).
    05 TKSTS                       PIC  X(001).
    05 TKFLG                       PIC  X(007).
    05 TKBDY                       PIC  ZZZZ9.
    05 TKTXT                       PIC  X(060).
    05 TKCBY                       PIC  X(010).
    05 TKCTS                       PIC  X(026).
01  GXTICKSR-I.
    05 TKOPT                       PIC  X(001).
    05 TKSEQ                       PIC  9(003).

01  GXTICKMC-O.
    05 TMUSR                       PIC  X(010).
    05 TMMSG                       PIC  X(060).

01  GXTICKMS-O.
    05 TMOPT                       PIC  X(001).
    05 TMFIL                       PIC  X(010).
    05 TMKEY                       PIC  X(030).
    05 TMSEQ                       PIC  9(003).
    05 TMDUE                       PIC  9(008).
    05 TMPRI                       PIC  X(001).
    05 TMFLG                       PIC  X(007).
    05 TMBDY                       PIC  ZZZZ9.
    05 TMTXT                       PIC  X(060).
01  GXTICKMS-I.
    05 TMOPT                       PIC  X(001).
    05 TMFIL                       PIC  X(010).
    05 TMKEY                       PIC  X(030).
    05 TMSEQ                       PIC  9(003).
