01  GX-AUDIT-PGM                   PIC  X(010).
01  GX-AUDIT-TS                    PIC  X(026).

*> EMERGENCY ACCESS SESSION THE USER IS WORKING UNDER (ZERO FOR
*> NONE) - SET BY GX-EMRG-CHECK NEXT TO EVERY AUTHORITY CHECK.
*> WHILE IT IS SET EVERY AUDITLOG ROW IS COPIED TO EMRGTAG UNDER
*> THE SESSION; THE AUDITLOG ROW ITSELF STAYS 64 SEALED BYTES
01  GX-EMRG-SESSION                PIC  9(009) VALUE 0.
01  EMRGTAG-RECORD.
    05 EMRGTAG-SESSION             PIC  9(009).
    05 EMRGTAG-TIMESTAMP           PIC  X(026).
    05 EMRGTAG-JOB                 PIC  X(010).
    05 EMRGTAG-PGM                 PIC  X(010).
    05 EMRGTAG-FILE                PIC  X(010).
    05 EMRGTAG-OPER                PIC  X(006).
    05 EMRGTAG-STATUS              PIC  X(002).

01  GX-AUDL-BYTE-PAIR.
    05 FILLER                      PIC  X(001).
    05 GX-AUDL-BYTE-CHAR           PIC  X(001).
