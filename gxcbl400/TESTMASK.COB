000206*                   MASK STYLE) INSTEAD OF THE PRIVATE      *
000208*                   TMSKCTL CONTROL FILE - POSITIONS ARE    *
000209*                   KEYED ONCE                              *
000210*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000211*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000212*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE DATA     *
000213*                   OWNER GXDQREG ASSIGNS ISSUES TO         *
000214*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000215*                   VERIFICATION FLAG                       *
000216*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-ISERIES.
000472     05 FLDDICT-DESC             PIC  X(030).
000474     05 FLDDICT-DOMAIN           PIC  X(020).
000480     05 FLDDICT-MASK             PIC  X(001).
000485     05 FLDDICT-PERSONAL         PIC  X(001).
000487     05 FLDDICT-OWNER            PIC  X(010).
000489     05 FLDDICT-REKEY            PIC  X(001).
000490 FD  TMSKIN.
000500 01  TMSKIN-RECORD               PIC  X(512).
000510 FD  TMSKOUT.
