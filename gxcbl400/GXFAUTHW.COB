*> SECOND AUTHORIZED USER MUST APPROVE IT (GXFFEYE)
    05 SECAUTH-FOUREYES            PIC  X(001).

*> SEGREGATION-OF-DUTIES RULES - ONE USER HOLDING BOTH THE A SIDE
*> AND THE B SIDE IS A CONFLICT.  AN ACTION OF * MEANS ANY ACTION
*> ON THAT PROGRAM
01  SODRULE-RECORD.
    05 SODRULE-ID                  PIC  X(006).
    05 SODRULE-PGM-A               PIC  X(010).
    05 SODRULE-ACT-A               PIC  X(001).
    05 SODRULE-PGM-B               PIC  X(010).
    05 SODRULE-ACT-B               PIC  X(001).
*> H = HIGH, M = MEDIUM, L = LOW
    05 SODRULE-RISK                PIC  X(001).
       88 SODRULE-HIGH                             VALUE 'H'.
       88 SODRULE-MEDIUM                           VALUE 'M'.
       88 SODRULE-LOW                              VALUE 'L'.
    05 SODRULE-DESC                PIC  X(040).

01  GX-AUTH-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-AUTH-ACTIVE                              VALUE 1.
    88 GX-AUTH-INACTIVE                             VALUE 0.
01  GX-AUTH-TODAY                  PIC  X(008).
01  GX-AUTH-TODAY-N REDEFINES GX-AUTH-TODAY
                                   PIC  9(008).

*> A GRANT THAT WOULD COMPLETE A SEGREGATION-OF-DUTIES PAIR IS
*> HELD BACK ONCE WITH A WARNING; ENTER ON THE SAME USER, PROGRAM
*> AND ACTION AGAIN SAVES IT AND LEAVES A *SODWARN AUDITLOG ROW
01  GX-AUTM-SOD-RULE               PIC  X(006).
01  GX-AUTM-SOD-RISK               PIC  X(001).
01  GX-AUTM-SOD-KEY                PIC  X(021).
01  GX-AUTM-SOD-ACK                PIC  X(021) VALUE SPACES.
01  GX-AUTM-OTHER-PGM              PIC  X(010).
01  GX-AUTM-OTHER-ACT              PIC  X(001).
01  GX-AUTM-ACTIONS                PIC  X(004) VALUE 'DACX'.
77  GX-AUTM-I                      PIC S9(003) COMP-3.
01  GX-AUTM-SOD-SW                 PIC S9(001) COMP-3.
    88 GX-AUTM-SOD-CONFLICT                        VALUE 1.
    88 GX-AUTM-SOD-CLEAR                            VALUE 0.
01  GX-AUTM-SOD-EOF-SW             PIC S9(001) COMP-3.
    88 GX-AUTM-SOD-EOF                             VALUE 1.
    88 GX-AUTM-SOD-NOT-EOF                          VALUE 0.
