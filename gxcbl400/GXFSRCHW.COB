01  GX-SRCH-RPR-FROM               PIC  9(005).
01  GX-SRCH-RPR-TO                 PIC  9(005).
01  GX-SRCH-RPR-OUTQ               PIC  X(010).

*> SHARED REPORT-USAGE RECORDER (GXRUSE)
01  RU-CTL.
    05 RU-REPORT                   PIC  X(010).
    05 RU-EVENT                    PIC  X(001).
    05 RU-USER                     PIC  X(010).
    05 RU-PGM                      PIC  X(010).
    05 RU-REF                      PIC  X(128).
