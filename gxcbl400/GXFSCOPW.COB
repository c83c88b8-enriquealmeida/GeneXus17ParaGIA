*> DATA-ACCESS PROFILE.  ONE ROW PER (USER, KIND, COMPANY, BRANCH)
*> THE USER MAY SEE.  KIND N IS THE NORMAL SCOPE; KIND O IS THE
*> WIDER SCOPE A SUPERVISOR TAKES ON DELIBERATELY WITH
*> GX-SCOP-OVERRIDE.  A BLANK OR *ALL BRANCH COVERS EVERY BRANCH
*> OF THE COMPANY
01  DATASCOP-RECORD.
    05 DATASCOP-KEY.
       10 DATASCOP-USER            PIC  X(010).
       10 DATASCOP-KIND            PIC  X(001).
          88 DATASCOP-NORMAL                       VALUE 'N'.
          88 DATASCOP-OVERRIDE                     VALUE 'O'.
       10 DATASCOP-COMPANY         PIC  X(003).
       10 DATASCOP-BRANCH          PIC  X(010).
    05 DATASCOP-GRANTED-BY         PIC  X(010).
    05 DATASCOP-GRANTED-TS         PIC  X(026).

01  GX-SCOP-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-SCOP-ACTIVE                              VALUE 1.
    88 GX-SCOP-INACTIVE                             VALUE 0.
*> UNRESTRICTED - NO PROFILE ROWS AND NO USRCOMP COMPANY, THE
*> SINGLE-ENTITY BEHAVIOUR EVERYTHING HAD BEFORE
01  GX-SCOP-STATE-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-SCOP-UNRESTRICTED                        VALUE 0.
    88 GX-SCOP-RESTRICTED                           VALUE 1.
01  GX-SCOP-OVR-SW                 PIC S9(001) COMP-3 VALUE 0.
    88 GX-SCOP-OVR-ON                              VALUE 1.
    88 GX-SCOP-OVR-OFF                              VALUE 0.
01  GX-SCOP-KIND                   PIC  X(001).
01  GX-SCOP-TABLE.
    05 GX-SCOP-COUNT               PIC S9(003) COMP-3 VALUE 0.
    05 GX-SCOP-ENTRY OCCURS 50 TIMES.
       10 GX-SCOP-T-COMPANY        PIC  X(003).
       10 GX-SCOP-T-BRANCH         PIC  X(010).
77  GX-SCOP-I                      PIC S9(003) COMP-3.
01  GX-SCOP-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-SCOP-EOF                                 VALUE 1.
    88 GX-SCOP-NOT-EOF                              VALUE 0.

*> THE ROW BEING JUDGED - THE GENERATED PROGRAM MOVES THE RECORD'S
*> COMPANY AND BRANCH HERE.  A BLANK COMPANY IS SHARED DATA AND
*> ALWAYS IN SCOPE
01  GX-SCOP-ROW-COMPANY            PIC  X(003).
01  GX-SCOP-ROW-BRANCH             PIC  X(010).
01  GX-SCOP-ROW-SW                 PIC S9(001) COMP-3 VALUE 0.
    88 GX-SCOP-IN                                  VALUE 0.
    88 GX-SCOP-OUT                                  VALUE 1.

*> THE SCOPE LINE GX400-14 PRINTS UNDER A REPORT'S HEADING, AND THE
*> COUNT OF DETAIL ROWS GX-SCOP-CHECK-PRINT KEPT OFF THE REPORT,
*> WHICH GX400-15 PRINTS BEFORE THE PRINTER FILE IS CLOSED
01  GX-SCOP-HEAD-LINE              PIC  X(080).
77  GX-SCOP-HEAD-PTR               PIC S9(003) COMP-3.
77  GX-SCOP-WITHHELD               PIC S9(007) COMP-3 VALUE 0.
77  GX-SCOP-WITHHELD-ED            PIC  Z,ZZZ,ZZ9.

01  GX-SCOP-LOG-OP                 PIC  X(006).
01  GX-SCOP-SAVE-PGM               PIC  X(010).
01  GX-SCOP-SAVE-ACTION            PIC  X(001).
01  GX-SCOP-SAVE-XFI               PIC  X(010).
01  GX-SCOP-SAVE-OP                PIC  X(006).
01  GX-SCOP-SAVE-FS                PIC  X(002).
