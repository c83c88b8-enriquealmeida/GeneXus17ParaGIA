*> CLONE OF THE RECORD ON SCREEN INTO THE ADD FORMAT.  THE GENERATED
*> PROGRAM SETS GX-CLON-SERIES TO THE NBRASGN SERIES ITS RECORD TYPE
*> NUMBERS FROM (SPACES WHEN THE KEY IS KEYED BY HAND) BEFORE IT
*> PERFORMS GX-CLON-BEGIN; GX-CLON-NBR HANDS THE NUMBER DRAWN AT
*> CONFIRMATION BACK TO ITS #2
01  GX-CLON-SW                     PIC S9(001) COMP-3 VALUE 0.
    88 GX-CLON-ACTIVE                              VALUE 1.
    88 GX-CLON-INACTIVE                             VALUE 0.
01  GX-CLON-SERIES                 PIC  X(010) VALUE SPACES.
01  GX-CLON-FILE                   PIC  X(010).
01  GX-CLON-SRC-KEY                PIC  X(030).
01  GX-CLON-NBR                    PIC  9(009).
