*> ONE ROW PER AUDITOR EVIDENCE PACK, AS EVIDPACK REGISTERS IT -
*> KEYED ON COMPANY, PERIOD AND VERSION (A RERUN ADDS A VERSION).
*> DOC-LINES AND DOC-HASH COVER EVERY PRINTED LINE OF THE PACK
01  EVIDREG-RECORD.
    05 EVIDREG-KEY.
       10 EVIDREG-COMPANY          PIC  X(003).
       10 EVIDREG-PERIOD           PIC  9(006).
       10 EVIDREG-VERSION          PIC  9(003).
    05 EVIDREG-TS                  PIC  X(026).
    05 EVIDREG-CLOSED-BY           PIC  X(010).
    05 EVIDREG-CLOSED-TS           PIC  X(026).
    05 EVIDREG-FROM-TS             PIC  X(026).
    05 EVIDREG-PDF-PATH            PIC  X(080).
    05 EVIDREG-TXT-PATH            PIC  X(080).
    05 EVIDREG-SECTIONS            PIC  9(002).
    05 EVIDREG-SEC OCCURS 8.
       10 EVIDREG-SEC-LINES        PIC S9(005) COMP-3.
       10 EVIDREG-SEC-HASH         PIC S9(009) COMP-3.
    05 EVIDREG-PACK-HASH           PIC S9(009) COMP-3.
    05 EVIDREG-DOC-LINES           PIC S9(007) COMP-3.
    05 EVIDREG-DOC-HASH            PIC S9(009) COMP-3.

*> THE PACK'S TEXT TWIN, PULLED INTO QTEMP TO BE PROVED
01  EVIDCHK-RECORD                 PIC  X(080).

01  GX-EVID-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-EVID-EOF                                 VALUE 1.
    88 GX-EVID-NOT-EOF                              VALUE 0.
01  GX-EVID-PROOF-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-EVID-INTACT                              VALUE 1.
    88 GX-EVID-ALTERED                              VALUE 0.
*> THE SAME LINE HASH EVIDPACK TAKES - BYTE SUM OF THE EIGHTY
*> POSITIONS, FOLDED INTO A RUNNING VALUE BY THIRTY-ONE
01  GX-EVID-LINES                  PIC S9(007) COMP-3.
01  GX-EVID-HASH                   PIC S9(009) COMP-3.
01  GX-EVID-LINE-HASH              PIC S9(009) COMP-3.
01  GX-EVID-HASH-WORK              PIC S9(013) COMP-3.
01  GX-EVID-HASH-Q                 PIC S9(005) COMP-3.
77  GX-EVID-I                      PIC S9(003) COMP-3.
01  GX-EVID-BYTE-PAIR.
    05 FILLER                      PIC  X(001).
    05 GX-EVID-BYTE-CHAR           PIC  X(001).
01  GX-EVID-BYTE-NUM REDEFINES GX-EVID-BYTE-PAIR
                                   PIC S9(004) COMP-4.

*> THE ROW UNDER THE CURSOR, LOADED BY THE GENERATED READ LOOP,
*> AND THE OUTPUT QUEUE KEYED ON THE CONTROL FORMAT FOR A REPRINT
01  GX-EVID-SEL-COMPANY            PIC  X(003).
01  GX-EVID-SEL-PERIOD             PIC  9(006).
01  GX-EVID-SEL-VERSION            PIC  9(003).
01  GX-EVID-RPR-PATH               PIC  X(128).
01  GX-EVID-RPR-FROM               PIC  9(005) VALUE 1.
01  GX-EVID-RPR-TO                 PIC  9(005) VALUE 99999.
01  GX-EVID-RPR-OUTQ               PIC  X(010).

01  GXEVIDCR-O.
    05 ECMSG                       PIC  X(060).

01  GXEVIDSR-O.
    05 ESCO                        PIC  X(003).
    05 ESPER                       PIC  9(006).
    05 ESVER                       PIC  9(003).
    05 ESTS                        PIC  X(026).
    05 ESBY                        PIC  X(010).
    05 ESPTH                       PIC  X(060).
