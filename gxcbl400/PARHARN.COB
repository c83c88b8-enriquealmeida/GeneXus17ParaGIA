000234*                   SIGN - PACKED SIGN NIBBLE AND ZONED     *
000236*                   OVERPUNCH BOTH NEGATE - SO +N VS -N IS  *
000238*                   A DIFFERENCE, NOT A ROUNDING MATCH      *
000239*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000240*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000241*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE DATA     *
000242*                   OWNER GXDQREG ASSIGNS ISSUES TO         *
000243*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000244*                   VERIFICATION FLAG                       *
000245*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000530     05 FLDDICT-DESC             PIC  X(030).
000540     05 FLDDICT-DOMAIN           PIC  X(020).
000550     05 FLDDICT-MASK             PIC  X(001).
000555     05 FLDDICT-PERSONAL         PIC  X(001).
000557     05 FLDDICT-OWNER            PIC  X(010).
000559     05 FLDDICT-REKEY            PIC  X(001).
000560 FD  PARFILEA.
000570 01  PARFILEA-RECORD             PIC  X(512).
000580 FD  PARFILEB.
