*> PRINTER ROUTING.  ONE ROW PER USER (KIND U), USER GROUP (G) OR
*> EVERYONE (*, BLANK ID), OPTIONALLY FOR ONE PRINTER FILE ONLY
*> (BLANK REPORT = EVERY REPORT).  THE ROW SUPPLIES THE OUTPUT
*> QUEUE, FORM TYPE AND COPIES FOR THE GX400-14 OVRPRTF, AND A
*> FALLBACK QUEUE FOR WHEN NO WRITER IS ACTIVE ON THE PRIMARY.
*> BLANK LIBRARIES RESOLVE THROUGH *LIBL, A BLANK FORM TYPE OR
*> ZERO COPIES LEAVES THE PRINTER FILE'S OWN VALUE
01  PRTROUTE-RECORD.
    05 PRTROUTE-KEY.
       10 PRTROUTE-KIND            PIC  X(001).
          88 PRTROUTE-USER                         VALUE 'U'.
          88 PRTROUTE-GROUP                        VALUE 'G'.
          88 PRTROUTE-EVERYONE                     VALUE '*'.
       10 PRTROUTE-ID              PIC  X(010).
       10 PRTROUTE-REPORT          PIC  X(010).
    05 PRTROUTE-OUTQ               PIC  X(010).
    05 PRTROUTE-OUTQ-LIB           PIC  X(010).
    05 PRTROUTE-FORMTYPE           PIC  X(010).
    05 PRTROUTE-COPIES             PIC  9(003).
    05 PRTROUTE-FALLBACK           PIC  X(010).
    05 PRTROUTE-FALLBACK-LIB       PIC  X(010).
    05 PRTROUTE-CHANGED-BY         PIC  X(010).
    05 PRTROUTE-CHANGED-TS         PIC  X(026).

*> ONE ROW PER ROUTED PRINT - WHERE IT WENT, WHETHER THE PRIMARY
*> HAD A WRITER AND WHETHER THE FALLBACK WAS TAKEN.  PRTWAIT READS
*> IT EACH NIGHT
01  PRTLOG-RECORD.
    05 PRTLOG-TIMESTAMP            PIC  X(026).
    05 PRTLOG-USER                 PIC  X(010).
    05 PRTLOG-JOB                  PIC  X(010).
    05 PRTLOG-PGM                  PIC  X(010).
    05 PRTLOG-REPORT               PIC  X(010).
    05 PRTLOG-OUTQ                 PIC  X(010).
    05 PRTLOG-OUTQ-LIB             PIC  X(010).
*> A = A WRITER WAS ACTIVE ON THE QUEUE USED, N = NONE
    05 PRTLOG-WRITER               PIC  X(001).
*> Y = THE PRIMARY HAD NO WRITER AND THE FALLBACK WAS USED
    05 PRTLOG-FALLBACK             PIC  X(001).

01  GX-PRTR-REPORT                 PIC  X(010).
01  GX-PRTR-SW                     PIC S9(001) COMP-3 VALUE 0.
    88 GX-PRTR-FOUND                               VALUE 1.
    88 GX-PRTR-NOT-FOUND                            VALUE 0.
01  GX-PRTR-FELL-SW                PIC S9(001) COMP-3 VALUE 0.
    88 GX-PRTR-FELL-BACK                           VALUE 1.
    88 GX-PRTR-ON-PRIMARY                           VALUE 0.
01  GX-PRTR-OUTQ                   PIC  X(010).
01  GX-PRTR-OUTQ-LIB               PIC  X(010).
01  GX-PRTR-FORMTYPE               PIC  X(010).
01  GX-PRTR-COPIES                 PIC  9(003).
01  GX-PRTR-FALLBACK               PIC  X(010).
01  GX-PRTR-FALLBACK-LIB           PIC  X(010).
*> THE QUEUE NAME FOR THE OVRPRTF - LIBRARY/QUEUE, *LIBL WHEN
*> THE ROW HAS NO LIBRARY
01  GX-PRTR-OUTQ-Q                 PIC  X(021).

*> QSPROUTQ INTERFACE - THE QUALIFIED QUEUE, THE OUTQ0100 RECEIVER
*> (ONLY THE LEADING FIELDS ARE NAMED) AND THE ERROR CODE, WHICH
*> ASKS FOR NO EXCEPTION SO A MISSING QUEUE COMES BACK AS NO WRITER
01  GX-PRTR-QQUAL.
    05 GX-PRTR-QQ-NAME             PIC  X(010).
    05 GX-PRTR-QQ-LIB              PIC  X(010).
01  GX-PRTR-RCV.
    05 GX-PRTR-RCV-RETURNED        PIC S9(009) COMP-4.
    05 GX-PRTR-RCV-AVAIL           PIC S9(009) COMP-4.
    05 FILLER                      PIC  X(040).
    05 FILLER                      PIC S9(009) COMP-4.
    05 FILLER                      PIC  X(040).
    05 GX-PRTR-RCV-FILES           PIC S9(009) COMP-4.
    05 GX-PRTR-RCV-QSTATUS         PIC  X(010).
    05 GX-PRTR-RCV-WTR-JOB         PIC  X(010).
    05 GX-PRTR-RCV-WTR-USER        PIC  X(010).
    05 GX-PRTR-RCV-WTR-NBR         PIC  X(006).
    05 GX-PRTR-RCV-WTR-STATUS      PIC  X(010).
    05 FILLER                      PIC  X(130).
01  GX-PRTR-RCV-LEN                PIC S9(009) COMP-4 VALUE 272.
01  GX-PRTR-FORMAT                 PIC  X(008) VALUE 'OUTQ0100'.
01  GX-PRTR-ERRCODE.
    05 GX-PRTR-ERR-PROVIDED        PIC S9(009) COMP-4 VALUE 16.
    05 GX-PRTR-ERR-AVAIL           PIC S9(009) COMP-4 VALUE 0.
    05 GX-PRTR-ERR-MSGID           PIC  X(007).
    05 FILLER                      PIC  X(001).
01  GX-PRTR-WTR-SW                 PIC S9(001) COMP-3 VALUE 0.
    88 GX-PRTR-WTR-ACTIVE                          VALUE 1.
    88 GX-PRTR-WTR-NONE                             VALUE 0.
