    05 NOTICES-FROM-DATE           PIC  9(008).
    05 NOTICES-TO-DATE             PIC  9(008).
    05 NOTICES-SEVERITY            PIC  9(001).
*> TARGET USER GROUP - BLANK BROADCASTS TO EVERYONE, A USER PROFILE
*> TARGETS THAT ONE USER
    05 NOTICES-GROUP               PIC  X(010).
    05 NOTICES-TEXT                PIC  X(074).

