*> SHARED NOTIFICATION SERVICE INTERFACE (GXNOTIFY)
01  NF-CTL.
    05 NF-TYPE                     PIC  X(003).
    05 NF-LEVEL                    PIC  9(001).
    05 NF-USER                     PIC  X(010).
    05 NF-EXCLUDE                  PIC  X(010).
    05 NF-CALLER                   PIC  X(010).
    05 NF-REF                      PIC  X(030).
    05 NF-TEXT                     PIC  X(100).
    05 NF-RESULT                   PIC  X(002).
    05 NF-SENT-COUNT               PIC  9(003).
