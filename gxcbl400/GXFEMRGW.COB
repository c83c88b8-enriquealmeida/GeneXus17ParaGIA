*> EMERGENCY PROFILES - THE (PROGRAM, ACTION) GRANTS A PROFILE
*> HANDS OUT FOR THE LENGTH OF A SESSION
01  EMRGPROF-RECORD.
    05 EMRGPROF-KEY.
       10 EMRGPROF-PROFILE         PIC  X(010).
       10 EMRGPROF-PGM             PIC  X(010).
       10 EMRGPROF-ACTION          PIC  X(001).
    05 EMRGPROF-DESC               PIC  X(030).

*> ONE ROW PER EMERGENCY SESSION, KEYED BY USER SO THE AUTHORITY
*> CHECK FINDS THE USER'S OWN SESSIONS DIRECTLY
01  EMRGSESS-RECORD.
    05 EMRGSESS-KEY.
       10 EMRGSESS-USER            PIC  X(010).
       10 EMRGSESS-NBR             PIC  9(009).
    05 EMRGSESS-PROFILE            PIC  X(010).
    05 EMRGSESS-REASON             PIC  X(060).
    05 EMRGSESS-HOURS              PIC  9(002).
    05 EMRGSESS-START-TS           PIC  X(026).
    05 EMRGSESS-EXPIRE-TS          PIC  X(026).
*> A = ACTIVE, E = EXPIRED AND GRANTS REMOVED - AWAITING REVIEW,
*> R = REVIEWED AND SIGNED OFF
    05 EMRGSESS-STATUS             PIC  X(001).
       88 EMRGSESS-ACTIVE                          VALUE 'A'.
       88 EMRGSESS-EXPIRED                         VALUE 'E'.
       88 EMRGSESS-REVIEWED                        VALUE 'R'.
    05 EMRGSESS-REVOKED-TS         PIC  X(026).
    05 EMRGSESS-REVIEWER           PIC  X(010).
    05 EMRGSESS-REVIEW-TS          PIC  X(026).
*> Y = THE OVERDUE-REVIEW ALERT HAS BEEN RAISED
    05 EMRGSESS-ALERTED            PIC  X(001).

*> THE SECAUTH ROWS A SESSION TOUCHED, SO THE EXPIRY TAKES OUT
*> EXACTLY WHAT THE SESSION PUT IN.  ADDED: Y = ROW WRITTEN BY THE
*> SESSION, R = EXPIRED ROW RENEWED (OLD EFFECTIVE-TO KEPT HERE),
*> N = ALREADY HELD - LEFT ALONE
01  EMRGGRNT-RECORD.
    05 EMRGGRNT-KEY.
       10 EMRGGRNT-NBR             PIC  9(009).
       10 EMRGGRNT-PGM             PIC  X(010).
       10 EMRGGRNT-ACTION          PIC  X(001).
    05 EMRGGRNT-USER               PIC  X(010).
    05 EMRGGRNT-ADDED              PIC  X(001).
    05 EMRGGRNT-OLD-EFFTO          PIC  9(008).

*> LONGEST SESSION THE SCREEN WILL GRANT
77  GX-EMRG-MAX-HOURS              PIC  9(002) VALUE 8.
01  GX-EMRG-PROFILE                PIC  X(010).
01  GX-EMRG-REASON                 PIC  X(060).
01  GX-EMRG-HOURS                  PIC  9(002).
01  GX-EMRG-EXPIRE-TS              PIC  X(026).
01  GX-EMRG-EXPIRE-DATE            PIC  X(008).
01  GX-EMRG-EXPIRE-DATE-N REDEFINES GX-EMRG-EXPIRE-DATE
                                   PIC  9(008).
01  GX-EMRG-MSG                    PIC  X(060).
01  GX-EMRG-GRANTS                 PIC  9(003).
01  GX-EMRG-SAVE-XFI               PIC  X(010).
01  GX-EMRG-SAVE-OP                PIC  X(006).
01  GX-EMRG-SAVE-FS                PIC  X(002).
01  GX-EMRG-HELD-SW                PIC S9(001) COMP-3.
    88 GX-EMRG-HELD                                VALUE 1.
    88 GX-EMRG-NOT-HELD                             VALUE 0.
01  GX-EMRG-FOUND-SW               PIC S9(001) COMP-3.
    88 GX-EMRG-FOUND                               VALUE 1.
    88 GX-EMRG-NOT-FOUND                            VALUE 0.
01  GX-EMRG-SW                     PIC S9(001) COMP-3.
    88 GX-EMRG-VALID                               VALUE 0.
    88 GX-EMRG-INVALID                              VALUE 1.
01  GX-EMRG-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-EMRG-EOF                                 VALUE 1.
    88 GX-EMRG-NOT-EOF                              VALUE 0.

01  GXEMRQR-O.
    05 EMUSR                       PIC  X(010).
    05 EMPRF                       PIC  X(010).
    05 EMRSN                       PIC  X(060).
    05 EMHRS                       PIC  9(002).
    05 EMEXP                       PIC  X(026).
    05 EMMSG                       PIC  X(060).
01  GXEMRQR-I.
    05 EMPRF                       PIC  X(010).
    05 EMRSN                       PIC  X(060).
    05 EMHRS                       PIC  9(002).

01  GXEMRVSR-O.
    05 EROPT                       PIC  X(001).
    05 ERUSR                       PIC  X(010).
    05 ERNBR                       PIC  9(009).
    05 ERPRF                       PIC  X(010).
    05 ERSTS                       PIC  X(026).
    05 EREXP                       PIC  X(026).
    05 ERRSN                       PIC  X(060).
01  GXEMRVSR-I.
    05 EROPT                       PIC  X(001).
    05 ERUSR                       PIC  X(010).
    05 ERNBR                       PIC  9(009).
