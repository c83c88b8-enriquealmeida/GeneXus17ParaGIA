*> RECURRING POSTING TEMPLATES.  ONE ROW PER STANDING POSTING - RENT,
*> SERVICE CHARGES, MONTHLY FEES - WITH THE DEBIT AND CREDIT SIDES,
*> THE AMOUNT IN THE COMPANY'S BASE CURRENCY (CURRENCY BLANK), THE
*> NBRASGN SERIES ITS DOCUMENTS ARE NUMBERED FROM, AND WHEN IT FALLS
*> DUE IN THE DEADLGEN RULE VOCABULARY: *EOMWD, *NTHDOW P1 P2,
*> *NTHWD P1, *WDAFTQE P1, *FIXED P1.  EVERY IS THE MONTH INTERVAL
*> COUNTED FROM THE START MONTH (0 OR 1 MONTHLY, 3 QUARTERLY, 12
*> YEARLY); *WDAFTQE IS QUARTERLY BY ITSELF.  A ZERO END DATE OR
*> MAXIMUM COUNT IS OPEN-ENDED.  RECURGEN KEEPS GEN-COUNT AND
*> LAST-DATE AND POSTS UNDER THE OWNER'S AUTHORITY
01  RECURTPL-RECORD.
    05 RECURTPL-ID                 PIC  X(010).
    05 RECURTPL-DESC               PIC  X(040).
    05 RECURTPL-COMPANY            PIC  X(003).
    05 RECURTPL-DR-ACCOUNT         PIC  X(010).
    05 RECURTPL-DR-DEPT            PIC  X(010).
    05 RECURTPL-CR-ACCOUNT         PIC  X(010).
    05 RECURTPL-CR-DEPT            PIC  X(010).
    05 RECURTPL-AMOUNT             PIC S9(013)V9(002) COMP-3.
    05 RECURTPL-CURRENCY           PIC  X(003).
    05 RECURTPL-REFERENCE          PIC  X(030).
    05 RECURTPL-SERIES             PIC  X(010).
    05 RECURTPL-RULE-TYPE          PIC  X(008).
    05 RECURTPL-P1                 PIC  9(003).
    05 RECURTPL-P2                 PIC  9(003).
    05 RECURTPL-EVERY              PIC  9(002).
    05 RECURTPL-START              PIC  9(008).
    05 RECURTPL-END                PIC  9(008).
    05 RECURTPL-MAX-COUNT          PIC  9(005).
    05 RECURTPL-GEN-COUNT          PIC  9(005).
    05 RECURTPL-LAST-DATE          PIC  9(008).
*> A = ACTIVE, I = INACTIVE - A TEMPLATE IS NEVER DELETED, THE
*> RECURLOG OCCURRENCE REGISTER STILL POINTS AT IT
    05 RECURTPL-STATUS             PIC  X(001).
       88 RECURTPL-ACTIVE                          VALUE 'A'.
       88 RECURTPL-INACTIVE                        VALUE 'I'.
    05 RECURTPL-OWNER              PIC  X(010).
    05 RECURTPL-CHANGED-TS         PIC  X(026).

01  GX-RCUR-MSG                    PIC  X(040).
01  GX-RCUR-SW                     PIC S9(001) COMP-3.
    88 GX-RCUR-VALID                                   VALUE 0.
    88 GX-RCUR-INVALID                                  VALUE 1.
01  GX-RCUR-ID                     PIC  X(010).
01  GX-RCUR-DESC                   PIC  X(040).
01  GX-RCUR-COMPANY                PIC  X(003).
01  GX-RCUR-DR-ACCOUNT             PIC  X(010).
01  GX-RCUR-DR-DEPT                PIC  X(010).
01  GX-RCUR-CR-ACCOUNT             PIC  X(010).
01  GX-RCUR-CR-DEPT                PIC  X(010).
01  GX-RCUR-AMOUNT                 PIC S9(013)V9(002) COMP-3.
01  GX-RCUR-CURRENCY               PIC  X(003).
01  GX-RCUR-REFERENCE              PIC  X(030).
01  GX-RCUR-SERIES                 PIC  X(010).
01  GX-RCUR-RULE-TYPE              PIC  X(008).
    88 GX-RCUR-RULE-KNOWN          VALUE '*EOMWD', '*NTHDOW', '*NTHWD',
                                         '*WDAFTQE', '*FIXED'.
01  GX-RCUR-P1                     PIC  9(003).
01  GX-RCUR-P2                     PIC  9(003).
01  GX-RCUR-EVERY                  PIC  9(002).
01  GX-RCUR-START.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-RCUR-START-N REDEFINES GX-RCUR-START
                                   PIC  9(008).
01  GX-RCUR-END.
    05 YY                          PIC  9(004).
    05 MM                          PIC  9(002).
    05 DD                          PIC  9(002).
01  GX-RCUR-END-N REDEFINES GX-RCUR-END
                                   PIC  9(008).
01  GX-RCUR-MAX-COUNT              PIC  9(005).
01  GX-RCUR-OPER                   PIC  X(006).
01  GX-RCUR-SAVE-XFI               PIC  X(010).
01  GX-RCUR-SAVE-OP                PIC  X(006).
01  GX-RCUR-SAVE-FS                PIC  X(002).
