*> LEGAL-HOLD REGISTER.  ONE ROW PER SCOPE LINE OF A MATTER; EVERY
*> SCOPE FIELD GIVEN MUST MATCH, BLANK MATCHES ANYTHING.  THE RECORD
*> KEY MATCHES ON ITS LEADING CHARACTERS.  A ZERO TO DATE IS
*> OPEN-ENDED.  GXLHOLD LOADS THE ACTIVE ROWS FOR THE PURGE STEPS
01  LEGLHOLD-RECORD.
    05 LEGLHOLD-KEY.
       10 LEGLHOLD-MATTER          PIC  X(010).
       10 LEGLHOLD-SEQ             PIC  9(003).
    05 LEGLHOLD-DESC               PIC  X(040).
    05 LEGLHOLD-FROM               PIC  9(008).
    05 LEGLHOLD-TO                 PIC  9(008).
    05 LEGLHOLD-FILE               PIC  X(010).
    05 LEGLHOLD-RECKEY             PIC  X(030).
    05 LEGLHOLD-PGM                PIC  X(010).
    05 LEGLHOLD-REPORT             PIC  X(010).
*> A = ACTIVE, R = RELEASED - A HOLD IS NEVER DELETED, THE ROW IS
*> THE EVIDENCE THAT IT WAS PLACED
    05 LEGLHOLD-STATUS             PIC  X(001).
       88 LEGLHOLD-ACTIVE                          VALUE 'A'.
       88 LEGLHOLD-RELEASED                        VALUE 'R'.
    05 LEGLHOLD-PLACED-USER        PIC  X(010).
    05 LEGLHOLD-PLACED-TS          PIC  X(026).
    05 LEGLHOLD-RELEASED-USER      PIC  X(010).
    05 LEGLHOLD-RELEASED-TS        PIC  X(026).

01  GX-LHLD-MSG                    PIC  X(040).
01  GX-LHLD-SW                     PIC S9(001) COMP-3.
    88 GX-LHLD-VALID                                   VALUE 0.
    88 GX-LHLD-INVALID                                  VALUE 1.
01  GX-LHLD-MATTER                 PIC  X(010).
01  GX-LHLD-SEQ                    PIC  9(003).
01  GX-LHLD-DESC                   PIC  X(040).
01  GX-LHLD-FROM.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-LHLD-FROM-N REDEFINES GX-LHLD-FROM
                                   PIC  9(008).
01  GX-LHLD-TO.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-LHLD-TO-N REDEFINES GX-LHLD-TO
                                   PIC  9(008).
01  GX-LHLD-FILE                   PIC  X(010).
01  GX-LHLD-RECKEY                 PIC  X(030).
01  GX-LHLD-PGM                    PIC  X(010).
01  GX-LHLD-REPORT                 PIC  X(010).
01  GX-LHLD-OPER                   PIC  X(006).
01  GX-LHLD-SAVE-XFI               PIC  X(010).
01  GX-LHLD-SAVE-OP                PIC  X(006).
01  GX-LHLD-SAVE-FS                PIC  X(002).
