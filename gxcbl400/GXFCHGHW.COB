    05 CHGHIST-ACTION              PIC  X(001).
       88 CHGHIST-UPDATE                           VALUE 'U'.
       88 CHGHIST-DELETE                            VALUE 'D'.
       88 CHGHIST-ADD                               VALUE 'A'.
    05 CHGHIST-USER                PIC  X(010).
    05 CHGHIST-TIMESTAMP           PIC  X(026).
*> PROGRAM THAT MADE THE CHANGE - SODCHK MATCHES IT AGAINST THE
*> SEGREGATION-OF-DUTIES RULES TO FIND ONE USER ACTING ON BOTH
*> SIDES OF THE SAME RECORD
    05 CHGHIST-PGM                 PIC  X(010).
*> EMERGENCY ACCESS SESSION THE CHANGE WAS MADE UNDER - ZERO FOR
*> NONE
    05 CHGHIST-ESESS               PIC  9(009).

01  GX-CHGH-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-CHGH-ACTIVE                              VALUE 1.
