*> BUDGET MASTER.  ONE ROW PER COMPANY, PERIOD AND CONTROL-BREAK
*> LINE (THE PERTOTAL LINE THE CC400-04/05 ACCUMULATIONS ROLL UP
*> TO) IN EACH VERSION: O IS THE ORIGINAL ANNUAL BUDGET AS LOADED
*> AND APPROVED, R THE REVISION.  BUDVAR REPORTS AGAINST THE
*> REVISION WHERE ONE EXISTS AND THE ORIGINAL OTHERWISE.  THE COST
*> OWNER IS THE KEY THE VARIANCE REPORT IS BURST BY
01  BUDGET-RECORD.
    05 BUDGET-KEY.
       10 BUDGET-COMPANY           PIC  X(003).
       10 BUDGET-PERIOD            PIC  9(006).
       10 BUDGET-LINE              PIC  X(010).
       10 BUDGET-VERSION           PIC  X(001).
          88 BUDGET-ORIGINAL                       VALUE 'O'.
          88 BUDGET-REVISED                        VALUE 'R'.
    05 BUDGET-AMOUNT               PIC S9(013)V9(002) COMP-3.
    05 BUDGET-OWNER                PIC  X(010).
*> VARIANCE PERCENTAGE ABOVE WHICH THE LINE IS FLAGGED; ZERO TAKES
*> THE TOLERANCE THE REPORT RUN GIVES
    05 BUDGET-TOL-PCT              PIC  9(003)V9(002).
    05 BUDGET-DESC                 PIC  X(030).
*> M = KEYED ON THE SCREEN, L = BUDLOAD BULK LOAD
    05 BUDGET-SOURCE               PIC  X(001).
       88 BUDGET-KEYED                             VALUE 'M'.
       88 BUDGET-LOADED                            VALUE 'L'.
    05 BUDGET-CHANGED-USER         PIC  X(010).
    05 BUDGET-CHANGED-TS           PIC  X(026).

01  GX-BUDG-MSG                    PIC  X(040).
01  GX-BUDG-SW                     PIC S9(001) COMP-3.
    88 GX-BUDG-VALID                                   VALUE 0.
    88 GX-BUDG-INVALID                                  VALUE 1.
01  GX-BUDG-COMPANY                PIC  X(003).
01  GX-BUDG-PERIOD.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
01  GX-BUDG-PERIOD-N REDEFINES GX-BUDG-PERIOD
                                   PIC  9(006).
01  GX-BUDG-LINE                   PIC  X(010).
01  GX-BUDG-VERSION                PIC  X(001).
    88 GX-BUDG-ORIGINAL                                VALUE 'O'.
    88 GX-BUDG-REVISED                                 VALUE 'R'.
01  GX-BUDG-AMOUNT                 PIC S9(013)V9(002).
01  GX-BUDG-OWNER                  PIC  X(010).
01  GX-BUDG-TOL-PCT                PIC  9(003)V9(002).
01  GX-BUDG-DESC                   PIC  X(030).
01  GX-BUDG-OPER                   PIC  X(006).
01  GX-BUDG-SAVE-XFI               PIC  X(010).
01  GX-BUDG-SAVE-OP                PIC  X(006).
01  GX-BUDG-SAVE-FS                PIC  X(002).
