    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-TDAY-BUSDATE REDEFINES GX-TDAY-DATE
                                   PIC  9(008).
*> THE MACHINE CLOCK'S DATE, KEPT NEXT TO THE BUSINESS DATE
01  GX-TDAY-MACH-DATE.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).

01  GX-TDAY-WDTMP                  PIC S9(009) COMP-3.
01  GX-TDAY-WD                     PIC S9(003) COMP-3.
