*> INTERACTIVE SESSION LEDGER.  ONE ROW PER ENTRY INTO AN
*> INTERACTIVE PROGRAM, KEYED ON THE PROGRAM SO "WHO IS IN IT NOW"
*> IS ONE START AWAY.  THE END STAMP AND REASON STAY BLANK WHILE
*> THE SESSION IS OPEN.  END REASON N = NORMAL END, F = LEFT WITH
*> F3, T = INACTIVITY TIMEOUT, A = GX-ABORT
01  SESSLOG-RECORD.
    05 SESSLOG-KEY.
       10 SESSLOG-PGM              PIC  X(010).
       10 SESSLOG-START-TS         PIC  X(026).
       10 SESSLOG-JOB              PIC  X(010).
    05 SESSLOG-USER                PIC  X(010).
    05 SESSLOG-TERM                PIC  X(010).
    05 SESSLOG-END-TS              PIC  X(026).
    05 SESSLOG-END-REASON          PIC  X(001).
       88 SESSLOG-OPEN                             VALUE SPACE.
       88 SESSLOG-NORMAL                           VALUE 'N'.
       88 SESSLOG-F3                               VALUE 'F'.
       88 SESSLOG-TIMEOUT                          VALUE 'T'.
       88 SESSLOG-ABORT                            VALUE 'A'.

*> THE CHAIN TURNS GX-SESS-ACTIVE ON FOR AN INTERACTIVE GENERATED
*> PROGRAM THE WAY IT DOES GX-FEYE-ACTIVE; BATCH PROGRAMS LEAVE IT
*> OFF AND WRITE NOTHING
01  GX-SESS-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-SESS-ACTIVE                              VALUE 1.
    88 GX-SESS-INACTIVE                             VALUE 0.
01  GX-SESS-OPEN-SW                PIC S9(001) COMP-3 VALUE 0.
    88 GX-SESS-IS-OPEN                             VALUE 1.
    88 GX-SESS-NOT-OPEN                             VALUE 0.
*> SET BY THE WAY OUT (GX-TMOU-ABANDON, GX-ABORT) BEFORE
*> GX-SESS-CLOSE; LEFT BLANK IT IS F WHEN F3 WAS THE LAST KEY AND
*> N OTHERWISE
01  GX-SESS-END-REASON             PIC  X(001) VALUE SPACE.
01  GX-SESS-KEY.
    05 GX-SESS-PGM                 PIC  X(010).
    05 GX-SESS-START-TS            PIC  X(026).
    05 GX-SESS-JOB                 PIC  X(010).
01  GX-SESS-NOW-TS                 PIC  X(026).
01  GX-SESS-NOW-DATE.
    05 GX-SESS-NOW-YY              PIC  9(004).
    05 GX-SESS-NOW-MM              PIC  9(002).
    05 GX-SESS-NOW-DD              PIC  9(002).
01  GX-SESS-NOW-TIME.
    05 GX-SESS-NOW-HH              PIC  9(002).
    05 GX-SESS-NOW-MIN             PIC  9(002).
    05 GX-SESS-NOW-SS              PIC  9(002).
    05 GX-SESS-NOW-HS              PIC  9(002).

01  GX-SESQ-PGM                    PIC  X(010).
01  GX-SESQ-MSG                    PIC  X(050).
01  GX-SESQ-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-SESQ-EOF                                 VALUE 1.
    88 GX-SESQ-NOT-EOF                              VALUE 0.
77  GX-SESQ-COUNT                  PIC S9(005) COMP-3.
01  GX-SESQ-COUNT-A                PIC ZZ,ZZ9.

01  GXSESQCR-O.
    05 SQPGM                       PIC  X(010).
    05 SQCNT                       PIC ZZ,ZZ9.
    05 SQMSG                       PIC  X(050).
01  GXSESQCR-I.
    05 SQPGM                       PIC  X(010).

01  GXSESQSR-O.
    05 SQSPGM                      PIC  X(010).
    05 SQUSR                       PIC  X(010).
    05 SQTRM                       PIC  X(010).
    05 SQJOB                       PIC  X(010).
    05 SQSTS                       PIC  X(026).
