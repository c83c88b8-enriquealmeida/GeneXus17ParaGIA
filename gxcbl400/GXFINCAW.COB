    05 INCIDENT-SEVERITY           PIC  9(001).
    05 INCIDENT-ACK-USER           PIC  X(010).
    05 INCIDENT-ACK-TS             PIC  X(026).
*> THE /GXDIAG BUNDLE OF THE FIRST ABEND ALERT TO JOIN (INCGROUP)
    05 INCIDENT-DIAG               PIC  X(060).

01  INCMEMBR-RECORD.
    05 INCMEMBR-KEY.
    05 INMBR                       PIC  ZZZZ9.
    05 INOTS                       PIC  X(026).
    05 INAUS                       PIC  X(010).
    05 INDIA                       PIC  X(060).
01  GXINCASR-I.
    05 INOPT                       PIC  X(001).
    05 INNBR                       PIC  9(007).
