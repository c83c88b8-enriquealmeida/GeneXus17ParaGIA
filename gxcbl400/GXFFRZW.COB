*> CHANGE-FREEZE CALENDAR - QUARTER END, AUDIT FIELDWORK.  ONE ROW
*> PER FREEZE PERIOD AND SCOPE, KEYED ON THE FIRST FROZEN DAY.
*> SCOPE: A = ALL, C = CONFIGURATION (CFGPROMO, SLATHRS),
*> S = STREAM (JOBDEP), Y = SECURITY (SECAUTH).  FROM AND TO ARE
*> BOTH FROZEN DAYS
01  FREEZE-RECORD.
    05 FREEZE-KEY.
       10 FREEZE-FROM              PIC  9(008).
       10 FREEZE-SCOPE             PIC  X(001).
          88 FREEZE-ALL                            VALUE 'A'.
          88 FREEZE-CONFIG                          VALUE 'C'.
          88 FREEZE-STREAM                          VALUE 'S'.
          88 FREEZE-SECURITY                        VALUE 'Y'.
    05 FREEZE-TO                   PIC  9(008).
    05 FREEZE-REASON               PIC  X(050).
    05 FREEZE-CREATED-BY           PIC  X(010).
    05 FREEZE-CREATED-TS           PIC  X(026).

*> THE CALLER SETS THE SCOPE IT CHANGES AND THE BUSINESS KEY OF THE
*> CHANGE; THE CHAIN TURNS GX-FRZ-ACTIVE ON FOR A GENERATED PROGRAM
*> (JOBDEP MAINTENANCE) THE WAY IT DOES GX-FEYE-ACTIVE
01  GX-FRZ-ACTIVE-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-FRZ-ACTIVE                               VALUE 1.
    88 GX-FRZ-INACTIVE                              VALUE 0.
01  GX-FRZ-SCOPE                   PIC  X(001).
01  GX-FRZ-KEY                     PIC  X(030).
01  GX-FRZ-RESULT-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-FRZ-CLEAR                                VALUE 0.
    88 GX-FRZ-HELD                                  VALUE 1.
    88 GX-FRZ-RELEASED                              VALUE 2.
01  GX-FRZ-MSG                     PIC  X(040).
01  GX-FRZ-TODAY                   PIC  X(008).
01  GX-FRZ-TODAY-N REDEFINES GX-FRZ-TODAY
                                   PIC  9(008).
01  GX-FRZ-TO                      PIC  9(008).
01  GX-FRZ-REASON                  PIC  X(050).
01  GX-FRZ-NBR                     PIC  9(007).
01  GX-FRZ-APPR-USER               PIC  X(010).
01  GX-FRZ-FOUND-SW                PIC S9(001) COMP-3.
    88 GX-FRZ-FOUND                                VALUE 1.
    88 GX-FRZ-NOT-FOUND                             VALUE 0.
01  GX-FRZ-EOF-SW                  PIC S9(001) COMP-3.
    88 GX-FRZ-EOF                                  VALUE 1.
    88 GX-FRZ-NOT-EOF                               VALUE 0.
01  GX-FRZ-SAVE-JOB                PIC  X(010).

01  GX-FRZM-MSG                    PIC  X(048).
01  GX-FRZM-SW                     PIC S9(001) COMP-3.
    88 GX-FRZM-VALID                                   VALUE 0.
    88 GX-FRZM-INVALID                                  VALUE 1.
01  GX-FRZM-FROM.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-FRZM-FROM-N REDEFINES GX-FRZM-FROM
                                   PIC  9(008).
01  GX-FRZM-TO.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-FRZM-TO-N REDEFINES GX-FRZM-TO
                                   PIC  9(008).
01  GX-FRZM-SCOPE                  PIC  X(001).
01  GX-FRZM-REASON                 PIC  X(050).
