*> D = SCRAMBLE DIGITS WITH A FRESH LUHN CHECK DIGIT, BLANK = THE
*> FIELD IS NOT MASKED
    05 FLDDICT-MASK                PIC  X(001).
*> Y = THE FIELD HOLDS PERSONAL DATA - SUBJSCAN LOOKS FOR A DATA
*> SUBJECT THERE AND SCRAMBLES IT BY THE MASK STYLE ABOVE
    05 FLDDICT-PERSONAL            PIC  X(001).
*> THE DATA OWNER - GXDQREG ASSIGNS A DATA-QUALITY ISSUE FOUND IN
*> THIS FIELD TO THIS USER; BLANK = THE FILE'S FIRST NAMED OWNER
    05 FLDDICT-OWNER               PIC  X(010).
*> Y = VERIFY BY RE-KEY - WHEN THE MAINTENANCE CHAINS ADD OR
*> CHANGE THE FIELD THE USER KEYS THE VALUE A SECOND TIME, BLIND,
*> BEFORE THE CONFIRM STEP (GXFRKEY)
    05 FLDDICT-REKEY               PIC  X(001).

01  GX-DCTM-MSG                    PIC  X(040).
01  GX-DCTM-SW                     PIC S9(001) COMP-3.
01  GX-DCTM-DESC                   PIC  X(030).
01  GX-DCTM-DOMAIN                 PIC  X(020).
01  GX-DCTM-MASK                   PIC  X(001).
01  GX-DCTM-PERSONAL               PIC  X(001).
01  GX-DCTM-OWNER                  PIC  X(010).
01  GX-DCTM-REKEY                  PIC  X(001).
